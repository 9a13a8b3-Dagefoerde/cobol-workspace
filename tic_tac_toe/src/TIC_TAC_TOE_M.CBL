           SELECT MOVETIME-IN ASSIGN TO "movetime.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOVETIME-IN-FILE-STATUS.
           SELECT RATINGS-IN ASSIGN TO "ratings.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATINGS-IN-FILE-STATUS.
           SELECT RATINGS-OUT ASSIGN TO "ratings.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATINGS-OUT-FILE-STATUS.
           SELECT RATINGHIST-OUT ASSIGN TO "ratinghist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATINGHIST-OUT-FILE-STATUS.
           SELECT PUZZLEMODE-IN ASSIGN TO "puzzlemode.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PUZZLEMODE-IN-FILE-STATUS.
           SELECT PUZZLE-IN ASSIGN TO "puzzles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PUZZLE-IN-FILE-STATUS.
           SELECT PUZZLESCORE-IN ASSIGN TO "puzzlescore.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PUZZLESCORE-IN-FILE-STATUS.
           SELECT PUZZLESCORE-OUT ASSIGN TO "puzzlescore.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PUZZLESCORE-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BOARDSIZE-IN.
       FD  SAVEGAME-OUT.
       01  SAVEGAME-OUT-F PIC X(20).
       FD  SCRIPT-IN.
       01  SCRIPT-IN-F PIC X(30).
       FD  MATCHRSLT-OUT.
       01  MATCHRSLT-OUT-F PIC X(60).
       FD  MOVETIME-IN.
       01  MOVETIME-IN-F PIC 9(03).
       FD  RATINGS-IN.
       01  RATINGS-IN-F.
           05  EL-NAME-F   PIC X(20).
           05  EL-RATING-F PIC 9(04).
           05  EL-GAMES-F  PIC 9(04).
           05  EL-PEAK-F   PIC 9(04).
       FD  RATINGS-OUT.
       01  RATINGS-OUT-F.
           05  EL-NAME-O   PIC X(20).
           05  EL-RATING-O PIC 9(04).
           05  EL-GAMES-O  PIC 9(04).
           05  EL-PEAK-O   PIC 9(04).
       FD  RATINGHIST-OUT.
       01  RATINGHIST-OUT-F.
           05  RH-DATE     PIC X(08).
           05  FILLER      PIC X.
           05  RH-TIME     PIC X(06).
           05  FILLER      PIC X.
           05  RH-KIND     PIC X.
           05  FILLER      PIC X.
           05  RH-NAME-X   PIC X(20).
           05  RH-OLD-X    PIC 9(04).
           05  FILLER      PIC X.
           05  RH-NEW-X    PIC 9(04).
           05  FILLER      PIC X.
           05  RH-NAME-O   PIC X(20).
           05  RH-OLD-O    PIC 9(04).
           05  FILLER      PIC X.
           05  RH-NEW-O    PIC 9(04).
           05  FILLER      PIC X.
           05  RH-RESULT   PIC X.
       FD  PUZZLEMODE-IN.
       01  PUZZLEMODE-IN-F PIC X(01).
       FD  PUZZLE-IN.
       01  PUZZLE-IN-F PIC X(60).
       FD  PUZZLESCORE-IN.
       01  PUZZLESCORE-IN-F.
           05  PS-NAME-F        PIC X(20).
           05  PS-TRIED-F       PIC 9(04).
           05  PS-SOLVED-F      PIC 9(04).
           05  PS-STREAK-F      PIC 9(04).
           05  PS-BEST-STREAK-F PIC 9(04).
           05  PS-LAST-F        PIC 9(04).
       FD  PUZZLESCORE-OUT.
       01  PUZZLESCORE-OUT-F.
           05  PS-NAME-O        PIC X(20).
           05  PS-TRIED-O       PIC 9(04).
           05  PS-SOLVED-O      PIC 9(04).
           05  PS-STREAK-O      PIC 9(04).
           05  PS-BEST-STREAK-O PIC 9(04).
           05  PS-LAST-O        PIC 9(04).
       WORKING-STORAGE SECTION.
       01  BOARDSIZE-IN-FILE-STATUS PIC X(02).
       01  VSCOMPUTER-IN-FILE-STATUS PIC X(02).
           88 ScriptAbort VALUE "J".
       01  SCRIPT-ERROR-TEXT PIC X(60) VALUE SPACE.
       01  RESULT-ROWIDX PIC 99.
      *    Elo-Wertung: jede beendete Partie - Einzelpartie, Turnier-
      *    partie ueber TOURNEY_M oder Skriptpartie - aendert die
      *    Wertungszahlen beider Spieler in ratings.txt (Start 1500,
      *    K-Faktor 32) und wird mit alter und neuer Zahl an
      *    ratinghist.txt angehaengt; ELORANK_M macht daraus Rang-
      *    liste und Verlauf. Der Computergegner wird als "Computer"
      *    gewertet. Skriptpartien zaehlen nur, wenn das Skript beide
      *    Spieler mit Kopfzeilen "#X name" und "#O name" benennt,
      *    damit Regressionslaeufe die Wertung nicht verfaelschen.
       01  RATINGS-IN-FILE-STATUS PIC X(02).
       01  RATINGS-OUT-FILE-STATUS PIC X(02).
       01  RATINGHIST-OUT-FILE-STATUS PIC X(02).
       01  RATINGS-EOF-SWITCH PIC X VALUE "N".
           88 RatingsEof VALUE "J".
       01  ELO-TABLE.
           05 ELO-ENTRY OCCURS 100 TIMES.
              07 EL-NAME   PIC X(20).
              07 EL-RATING PIC 9(04).
              07 EL-GAMES  PIC 9(04).
              07 EL-PEAK   PIC 9(04).
       01  ELO-COUNT PIC 9(03) VALUE 0.
       01  ELO-IDX PIC 9(03).
       01  ELO-IDX-X PIC 9(03).
       01  ELO-IDX-O PIC 9(03).
       01  ELO-NAME-X PIC X(20).
       01  ELO-NAME-O PIC X(20).
       01  ELO-WANTED-NAME PIC X(20).
       01  ELO-FOUND-SWITCH PIC X VALUE "N".
           88 EloFound VALUE "J".
       01  ELO-CHANGED-SWITCH PIC X VALUE "N".
           88 EloChanged VALUE "J".
       01  ELO-START PIC 9(04) VALUE 1500.
       01  ELO-K-FACTOR PIC 99 VALUE 32.
       01  ELO-EXPECTED PIC 9V9(6).
       01  ELO-SCORE PIC 9V9.
       01  ELO-DELTA PIC S9(03).
       01  ELO-OLD-X PIC 9(04).
       01  ELO-OLD-O PIC 9(04).
       01  ELO-DELTA-DISP PIC +(3)9.
       01  SCRIPT-NAMES-SWITCHES.
           05 SCRIPT-NAMED-X-SWITCH PIC X VALUE "N".
              88 ScriptNamedX VALUE "J".
           05 SCRIPT-NAMED-O-SWITCH PIC X VALUE "N".
              88 ScriptNamedO VALUE "J".
      *    Aufgabenmodus: liegt puzzlemode.txt vor, spielt TTTM
      *    keine Partie, sondern legt dem Spieler die Stellungen aus
      *    puzzles.txt vor. Je Aufgabe eine Kopfzeile
      *    "#Pnnnn g l S Zn Text" (Nummer, Feldgroesse, Gewinnlaenge,
      *    Seite am Zug, Ziel G = Gewinn in n eigenen Zuegen, Text),
      *    danach g Brettzeilen mit X, O und "." fuer leer; andere
      *    Zeilen sind Kommentar. Jeder Zug wird mit CHECKWIN und
      *    einer vollen Vorausberechnung geprueft, der Computer
      *    verteidigt bestmoeglich. Ergebnisse je Spieler stehen in
      *    puzzlescore.txt; es geht hinter der zuletzt bearbeiteten
      *    Aufgabe weiter. REPLAY_M kann ausgelassene Siege direkt
      *    als Aufgaben an puzzles.txt anhaengen.
       01  PUZZLEMODE-IN-FILE-STATUS PIC X(02).
       01  PUZZLE-IN-FILE-STATUS PIC X(02).
       01  PUZZLESCORE-IN-FILE-STATUS PIC X(02).
       01  PUZZLESCORE-OUT-FILE-STATUS PIC X(02).
       01  PUZZLE-MODE-SWITCH PIC X VALUE "N".
           88 PuzzleMode VALUE "J".
       01  PUZZLE-EOF-SWITCH PIC X VALUE "N".
           88 PuzzleEof VALUE "J".
       01  PUZZLESCORE-EOF-SWITCH PIC X VALUE "N".
           88 PuzzleScoreEof VALUE "J".
       01  PUZZLE-HEADER.
           05 PZ-TAG PIC X(02).
           05 PZ-NR PIC 9(04).
           05 FILLER PIC X.
           05 PZ-BOARD-SIZE PIC 9.
           05 FILLER PIC X.
           05 PZ-WIN-LENGTH PIC 9.
           05 FILLER PIC X.
           05 PZ-SIDE PIC X.
              88 PuzzleSideValid VALUE "X" "O".
           05 FILLER PIC X.
           05 PZ-GOAL PIC X.
              88 PuzzleGoalWin VALUE "G".
           05 PZ-MOVES PIC 9.
           05 FILLER PIC X.
           05 PZ-TEXT PIC X(40).
       01  PUZZLE-ROWIDX PIC 99.
       01  PUZZLE-VALID-SWITCH PIC X VALUE "N".
           88 PuzzleValid VALUE "J".
       01  PUZZLE-OUTCOME PIC X VALUE SPACE.
           88 PuzzleOpen VALUE SPACE.
           88 PuzzleSolved VALUE "L".
           88 PuzzleFailed VALUE "F".
           88 PuzzleStopped VALUE "E".
       01  PUZZLE-MOVE-INPUT PIC X(02).
           88 PuzzleGiveUp VALUE "A " "a ".
           88 PuzzleQuit VALUE "E " "e ".
       01  PUZZLE-MOVES-LEFT PIC 9.
       01  PUZZLE-PROBE-IDX PIC 99.
       01  PUZZLE-PROBE-ROW PIC 9.
       01  PUZZLE-PROBE-COL PIC 9.
       01  PUZZLE-SOLUTION PIC 99.
       01  PUZZLE-SCORE-TABLE.
           05 PUZZLE-SCORE-ENTRY OCCURS 100 TIMES.
              07 PS-NAME        PIC X(20).
              07 PS-TRIED       PIC 9(04).
              07 PS-SOLVED      PIC 9(04).
              07 PS-STREAK      PIC 9(04).
              07 PS-BEST-STREAK PIC 9(04).
              07 PS-LAST        PIC 9(04).
       01  PUZZLE-SCORE-COUNT PIC 9(03) VALUE 0.
       01  PUZZLE-SCORE-IDX PIC 9(03) VALUE 0.
       01  PUZZLE-SCORE-FOUND-SWITCH PIC X VALUE "N".
           88 PuzzleScoreFound VALUE "J".
      *    Vorausberechnung als Tiefensuche mit eigenem Stapel: auf
      *    den ungeraden Ebenen zieht SEARCH-SIDE (ein Zug muss zum
      *    Ziel fuehren), auf den geraden der Gegner (jede Antwort
      *    muss widerlegt sein). SEARCH-START 2 bewertet eine
      *    Stellung, in der SEARCH-SIDE gerade gezogen hat.
       01  SEARCH-STACK.
           05 SEARCH-LEVEL-ENTRY OCCURS 17 TIMES.
              07 SEARCH-CELL  PIC 99.
              07 SEARCH-TRIED PIC 99.
       01  SEARCH-LEVEL PIC 99.
       01  SEARCH-START PIC 99.
       01  SEARCH-MAX-LEVEL PIC 99.
       01  SEARCH-MOVES PIC 9.
       01  SEARCH-SIDE PIC X.
       01  SEARCH-OPPONENT PIC X.
       01  SEARCH-IDX PIC 99.
       01  SEARCH-ROW PIC 9.
       01  SEARCH-COL PIC 9.
       01  SEARCH-RESULT PIC X VALUE SPACE.
           88 SearchNone VALUE SPACE.
           88 SearchWon VALUE "W".
           88 SearchFailed VALUE "F".
       01  SEARCH-DONE-SWITCH PIC X VALUE "N".
           88 SearchDone VALUE "J".
       01  SEARCH-FREE-SWITCH PIC X VALUE "N".
           88 SearchCellFree VALUE "J".
       01  DEFENCE-IDX PIC 99.
       01  DEFENCE-ROW PIC 9.
       01  DEFENCE-COL PIC 9.
       01  DEFENCE-CELL PIC 99.
       01  DEFENCE-DEPTH PIC 9.
       01  DEFENCE-BEST PIC 9.
       PROCEDURE DIVISION.
           PERFORM LOAD-PUZZLEMODE
           IF PuzzleMode
               PERFORM PUZZLE-SESSION
               GOBACK
           END-IF
           PERFORM INIT-SESSION
           PERFORM UNTIL NOT PLAYAGAIN
             PERFORM PLAY-GAME
             IF SavedExit
               MOVE "N" TO PLAY-AGAIN
             ELSE
               PERFORM RATE-GAME
               IF ScriptMode
                 PERFORM WRITE-MATCH-RESULT
                 MOVE "N" TO PLAY-AGAIN
               PERFORM SORT-LEAGUE
               PERFORM SAVE-LEAGUE
           END-IF
           IF EloChanged
               PERFORM SAVE-RATINGS
           END-IF
           CLOSE MOVELOG-OUT
           GOBACK.

           PERFORM LOAD-MOVETIME
           OPEN OUTPUT MOVELOG-OUT
           PERFORM LOAD-LEAGUE
           PERFORM LOAD-RATINGS
           OPEN INPUT SCRIPT-IN
           IF SCRIPT-IN-FILE-STATUS = "00"
               SET ScriptMode TO TRUE
           END-PERFORM
           .

       LOAD-RATINGS SECTION.
           OPEN INPUT RATINGS-IN
           IF RATINGS-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL RatingsEof OR ELO-COUNT >= 100
               READ RATINGS-IN
                   AT END SET RatingsEof TO TRUE
                   NOT AT END
                       ADD 1 TO ELO-COUNT
                       MOVE RATINGS-IN-F TO ELO-ENTRY(ELO-COUNT)
               END-READ
           END-PERFORM
           CLOSE RATINGS-IN
           .

       FIND-RATING-ENTRY SECTION.
      *    Wie FIND-LEAGUE-ENTRY: ELO-IDX zeigt danach auf den
      *    Eintrag, neue Namen starten mit ELO-START. Bei voller
      *    Tabelle bleibt ELO-IDX 0 und die Partie ungewertet.
           MOVE "N" TO ELO-FOUND-SWITCH
           PERFORM VARYING ELO-IDX FROM 1 BY 1
               UNTIL ELO-IDX > ELO-COUNT OR EloFound
               IF EL-NAME(ELO-IDX) = ELO-WANTED-NAME
                   SET EloFound TO TRUE
               END-IF
           END-PERFORM
           IF EloFound
               SUBTRACT 1 FROM ELO-IDX
           ELSE
               IF ELO-COUNT < 100
                   ADD 1 TO ELO-COUNT
                   MOVE ELO-COUNT TO ELO-IDX
                   MOVE ELO-WANTED-NAME TO EL-NAME(ELO-IDX)
                   MOVE ELO-START TO EL-RATING(ELO-IDX)
                   MOVE 0 TO EL-GAMES(ELO-IDX)
                   MOVE ELO-START TO EL-PEAK(ELO-IDX)
               ELSE
                   MOVE 0 TO ELO-IDX
                   DISPLAY "Elo-Tabelle voll - "
                       FUNCTION TRIM(ELO-WANTED-NAME)
                       " wird nicht gewertet."
               END-IF
           END-IF
           .

       RATE-GAME SECTION.
      *    Nur beendete Partien zaehlen: Sieg, Niederlage (auch nach
      *    Zeitueberschreitung) oder volles Brett.
           IF RUNNING OR ScriptAbort
               EXIT SECTION
           END-IF
           IF ScriptMode AND NOT (ScriptNamedX AND ScriptNamedO)
               EXIT SECTION
           END-IF
           MOVE PLAYER-NAME-X TO ELO-NAME-X
           IF VsComputer AND NOT ScriptMode
               MOVE "Computer" TO ELO-NAME-O
           ELSE
               MOVE PLAYER-NAME-O TO ELO-NAME-O
           END-IF
           IF ELO-NAME-X = ELO-NAME-O
               EXIT SECTION
           END-IF
           MOVE ELO-NAME-X TO ELO-WANTED-NAME
           PERFORM FIND-RATING-ENTRY
           MOVE ELO-IDX TO ELO-IDX-X
           MOVE ELO-NAME-O TO ELO-WANTED-NAME
           PERFORM FIND-RATING-ENTRY
           MOVE ELO-IDX TO ELO-IDX-O
           IF ELO-IDX-X = 0 OR ELO-IDX-O = 0
               EXIT SECTION
           END-IF
           MOVE EL-RATING(ELO-IDX-X) TO ELO-OLD-X
           MOVE EL-RATING(ELO-IDX-O) TO ELO-OLD-O
           PERFORM UPDATE-RATINGS
           PERFORM WRITE-RATING-HISTORY
           SET EloChanged TO TRUE
           MOVE ELO-DELTA TO ELO-DELTA-DISP
           DISPLAY "Elo " FUNCTION TRIM(ELO-NAME-X) " "
               EL-RATING(ELO-IDX-X) " (" FUNCTION TRIM(ELO-DELTA-DISP)
               ")  "
               FUNCTION TRIM(ELO-NAME-O) " " EL-RATING(ELO-IDX-O)
           .

       UPDATE-RATINGS SECTION.
      *    Erwartungswert fuer X aus der Differenz der Wertungs-
      *    zahlen; X gewinnt oder verliert K * (Ergebnis - Erwartung),
      *    O genau umgekehrt.
           COMPUTE ELO-EXPECTED ROUNDED = 1 / (1 + 10 **
               ((EL-RATING(ELO-IDX-O) - EL-RATING(ELO-IDX-X)) / 400))
           EVALUATE TRUE
           WHEN WINX
               MOVE 1 TO ELO-SCORE
           WHEN WINO
               MOVE 0 TO ELO-SCORE
           WHEN OTHER
               MOVE 0.5 TO ELO-SCORE
           END-EVALUATE
           COMPUTE ELO-DELTA ROUNDED =
               ELO-K-FACTOR * (ELO-SCORE - ELO-EXPECTED)
           COMPUTE EL-RATING(ELO-IDX-X) =
               EL-RATING(ELO-IDX-X) + ELO-DELTA
           COMPUTE EL-RATING(ELO-IDX-O) =
               EL-RATING(ELO-IDX-O) - ELO-DELTA
           ADD 1 TO EL-GAMES(ELO-IDX-X)
           ADD 1 TO EL-GAMES(ELO-IDX-O)
           IF EL-RATING(ELO-IDX-X) > EL-PEAK(ELO-IDX-X)
               MOVE EL-RATING(ELO-IDX-X) TO EL-PEAK(ELO-IDX-X)
           END-IF
           IF EL-RATING(ELO-IDX-O) > EL-PEAK(ELO-IDX-O)
               MOVE EL-RATING(ELO-IDX-O) TO EL-PEAK(ELO-IDX-O)
           END-IF
           .

       WRITE-RATING-HISTORY SECTION.
      *    Ein Satz je gewerteter Partie, chronologisch angehaengt;
      *    Art S = Skriptpartie, N = am Brett gespielt.
           OPEN EXTEND RATINGHIST-OUT
           IF RATINGHIST-OUT-FILE-STATUS NOT = "00"
               OPEN OUTPUT RATINGHIST-OUT
           END-IF
           MOVE SPACES TO RATINGHIST-OUT-F
           MOVE FUNCTION CURRENT-DATE(1:8) TO RH-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RH-TIME
           IF ScriptMode
               MOVE "S" TO RH-KIND
           ELSE
               MOVE "N" TO RH-KIND
           END-IF
           MOVE ELO-NAME-X TO RH-NAME-X
           MOVE ELO-OLD-X TO RH-OLD-X
           MOVE EL-RATING(ELO-IDX-X) TO RH-NEW-X
           MOVE ELO-NAME-O TO RH-NAME-O
           MOVE ELO-OLD-O TO RH-OLD-O
           MOVE EL-RATING(ELO-IDX-O) TO RH-NEW-O
           EVALUATE TRUE
           WHEN WINX
               MOVE "X" TO RH-RESULT
           WHEN WINO
               MOVE "O" TO RH-RESULT
           WHEN OTHER
               MOVE "U" TO RH-RESULT
           END-EVALUATE
           WRITE RATINGHIST-OUT-F
           CLOSE RATINGHIST-OUT
           .

       SAVE-RATINGS SECTION.
           OPEN OUTPUT RATINGS-OUT
           PERFORM VARYING ELO-IDX FROM 1 BY 1
               UNTIL ELO-IDX > ELO-COUNT
               MOVE ELO-ENTRY(ELO-IDX) TO RATINGS-OUT-F
               WRITE RATINGS-OUT-F
           END-PERFORM
           CLOSE RATINGS-OUT
           .

       LOAD-PUZZLEMODE SECTION.
           OPEN INPUT PUZZLEMODE-IN
           IF PUZZLEMODE-IN-FILE-STATUS = "00"
               SET PuzzleMode TO TRUE
               CLOSE PUZZLEMODE-IN
           END-IF
           .

       PUZZLE-SESSION SECTION.
           OPEN INPUT PUZZLE-IN
           IF PUZZLE-IN-FILE-STATUS NOT = "00"
               DISPLAY "Keine puzzles.txt vorhanden."
               EXIT SECTION
           END-IF
           DISPLAY "Name:"
           ACCEPT PLAYER-NAME-X
           IF PLAYER-NAME-X = SPACE
               MOVE "X" TO PLAYER-NAME-X
           END-IF
           PERFORM LOAD-PUZZLE-SCORES
           PERFORM FIND-PUZZLE-SCORE
           IF PUZZLE-SCORE-IDX = 0
               CLOSE PUZZLE-IN
               EXIT SECTION
           END-IF
           IF PS-LAST(PUZZLE-SCORE-IDX) > 0
               DISPLAY "Weiter nach Aufgabe "
                   PS-LAST(PUZZLE-SCORE-IDX) "."
           END-IF
           PERFORM UNTIL PuzzleEof OR PuzzleStopped
               READ PUZZLE-IN
                   AT END SET PuzzleEof TO TRUE
                   NOT AT END
                       IF PUZZLE-IN-F(1:2) = "#P"
                           PERFORM LOAD-PUZZLE
                           IF PZ-NR > PS-LAST(PUZZLE-SCORE-IDX)
                               PERFORM PLAY-PUZZLE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PUZZLE-IN
      *    Alle Aufgaben durch: beim naechsten Mal von vorn.
           IF PuzzleEof
               DISPLAY "Alle Aufgaben bearbeitet."
               MOVE 0 TO PS-LAST(PUZZLE-SCORE-IDX)
           END-IF
           DISPLAY "Aufgaben " FUNCTION TRIM(PLAYER-NAME-X)
               ": versucht " PS-TRIED(PUZZLE-SCORE-IDX)
               ", geloest " PS-SOLVED(PUZZLE-SCORE-IDX)
               ", Serie " PS-STREAK(PUZZLE-SCORE-IDX)
               " (beste " PS-BEST-STREAK(PUZZLE-SCORE-IDX) ")"
           PERFORM SAVE-PUZZLE-SCORES
           .

       LOAD-PUZZLE SECTION.
      *    Kopfzeile pruefen und die Brettzeilen einlesen; "." und
      *    Leerstellen sind freie Felder.
           MOVE PUZZLE-IN-F TO PUZZLE-HEADER
           SET PuzzleValid TO TRUE
           IF PZ-NR NOT NUMERIC
               OR PZ-BOARD-SIZE NOT NUMERIC
               OR PZ-WIN-LENGTH NOT NUMERIC
               OR PZ-MOVES NOT NUMERIC
               MOVE "N" TO PUZZLE-VALID-SWITCH
               EXIT SECTION
           END-IF
           IF PZ-BOARD-SIZE < 3
               OR PZ-WIN-LENGTH < 3 OR PZ-WIN-LENGTH > PZ-BOARD-SIZE
               OR NOT PuzzleSideValid
               OR NOT PuzzleGoalWin
               OR PZ-MOVES < 1
               MOVE "N" TO PUZZLE-VALID-SWITCH
               EXIT SECTION
           END-IF
           MOVE PZ-BOARD-SIZE TO BOARD-SIZE
           MOVE PZ-WIN-LENGTH TO WIN-LENGTH
           COMPUTE MAX-CELL = BOARD-SIZE * BOARD-SIZE
           MOVE SPACES TO BOARD
           PERFORM VARYING PUZZLE-ROWIDX FROM 1 BY 1
               UNTIL PUZZLE-ROWIDX > BOARD-SIZE
               READ PUZZLE-IN
                   AT END
                       SET PuzzleEof TO TRUE
                       MOVE "N" TO PUZZLE-VALID-SWITCH
                       EXIT SECTION
               END-READ
               MOVE PUZZLE-IN-F(1:BOARD-SIZE) TO
                   ROWS(PUZZLE-ROWIDX)(1:BOARD-SIZE)
               INSPECT ROWS(PUZZLE-ROWIDX)(1:BOARD-SIZE)
                   REPLACING ALL "." BY SPACE
           END-PERFORM
           .

       PLAY-PUZZLE SECTION.
      *    Nur Aufgaben ohne fertige Reihe, deren Ziel sich wirklich
      *    erzwingen laesst, werden vorgelegt.
           IF PuzzleValid
               MOVE 0 TO GAMESTATE
               PERFORM CHECKWIN
               IF NOT RUNNING
                   MOVE "N" TO PUZZLE-VALID-SWITCH
               END-IF
           END-IF
           IF PuzzleValid
               MOVE PZ-SIDE TO SEARCH-SIDE
               MOVE PZ-MOVES TO SEARCH-MOVES
               MOVE 1 TO SEARCH-START
               PERFORM SEARCH-FORCED-WIN
               IF NOT SearchWon
                   MOVE "N" TO PUZZLE-VALID-SWITCH
               END-IF
           END-IF
           IF NOT PuzzleValid
               DISPLAY "Aufgabe " PZ-NR
                   " fehlerhaft oder nicht loesbar - uebersprungen."
               EXIT SECTION
           END-IF
           DISPLAY " "
           DISPLAY "Aufgabe " PZ-NR ": " FUNCTION TRIM(PZ-TEXT)
           DISPLAY PZ-SIDE " am Zug, Gewinn in " PZ-MOVES
               " Zuegen (Reihe von " WIN-LENGTH ")."
           MOVE PZ-SIDE TO PLAYER
           MOVE PZ-MOVES TO PUZZLE-MOVES-LEFT
           MOVE SPACE TO PUZZLE-OUTCOME
           PERFORM UNTIL NOT PuzzleOpen
               PERFORM PUZZLE-MOVE
           END-PERFORM
           IF PuzzleStopped
               EXIT SECTION
           END-IF
           ADD 1 TO PS-TRIED(PUZZLE-SCORE-IDX)
           MOVE PZ-NR TO PS-LAST(PUZZLE-SCORE-IDX)
           IF PuzzleSolved
               DISPLAY "Geloest!"
               ADD 1 TO PS-SOLVED(PUZZLE-SCORE-IDX)
               ADD 1 TO PS-STREAK(PUZZLE-SCORE-IDX)
               IF PS-STREAK(PUZZLE-SCORE-IDX) >
                   PS-BEST-STREAK(PUZZLE-SCORE-IDX)
                   MOVE PS-STREAK(PUZZLE-SCORE-IDX) TO
                       PS-BEST-STREAK(PUZZLE-SCORE-IDX)
               END-IF
           ELSE
               MOVE 0 TO PS-STREAK(PUZZLE-SCORE-IDX)
           END-IF
           .

       PUZZLE-MOVE SECTION.
           PERFORM DISPLAYBOARD
           MOVE MAX-CELL TO MAX-CELL-DISP
           DISPLAY PLAYER ", noch " PUZZLE-MOVES-LEFT
               " Zug/Zuege - Feld (1-" FUNCTION TRIM(MAX-CELL-DISP)
               "), A=aufgeben, E=Ende:"
           ACCEPT PUZZLE-MOVE-INPUT
           IF PuzzleQuit
               SET PuzzleStopped TO TRUE
               EXIT SECTION
           END-IF
           IF PuzzleGiveUp
               PERFORM PUZZLE-SHOW-SOLUTION
               SET PuzzleFailed TO TRUE
               EXIT SECTION
           END-IF
           IF FUNCTION TEST-NUMVAL(PUZZLE-MOVE-INPUT) = 0
               COMPUTE PUTWHERE = FUNCTION NUMVAL(PUZZLE-MOVE-INPUT)
           ELSE
               MOVE 0 TO PUTWHERE
           END-IF
           IF PUTWHERE < 1 OR PUTWHERE > MAX-CELL
               DISPLAY "Nooooooo!!!! Choose a number from 1 to "
                   MAX-CELL-DISP
               EXIT SECTION
           END-IF
           COMPUTE PUTWHROW = ((PUTWHERE - 1) / BOARD-SIZE) + 1
           COMPUTE PUTWHCOL = PUTWHERE - ((PUTWHROW - 1) * BOARD-SIZE)
           IF NOT EMPTY(PUTWHROW, PUTWHCOL)
               DISPLAY "Nooooooo!!!!"
               EXIT SECTION
           END-IF
           MOVE PLAYER TO TICK(PUTWHROW, PUTWHCOL)
           MOVE 0 TO GAMESTATE
           PERFORM CHECKWIN
           IF NOT RUNNING
               PERFORM DISPLAYBOARD
               SET PuzzleSolved TO TRUE
               EXIT SECTION
           END-IF
      *    Kein Sofortgewinn: der Zug muss den Gewinn in den
      *    restlichen Zuegen gegen jede Antwort erzwingen.
           MOVE "F" TO SEARCH-RESULT
           IF PUZZLE-MOVES-LEFT > 1
               MOVE PLAYER TO SEARCH-SIDE
               MOVE PUZZLE-MOVES-LEFT TO SEARCH-MOVES
               MOVE 2 TO SEARCH-START
               PERFORM SEARCH-FORCED-WIN
           END-IF
           IF NOT SearchWon
               MOVE SPACE TO TICK(PUTWHROW, PUTWHCOL)
               DISPLAY "Feld " PUTWHERE " gewinnt nicht in "
                   PUZZLE-MOVES-LEFT " Zuegen."
               PERFORM PUZZLE-SHOW-SOLUTION
               SET PuzzleFailed TO TRUE
               EXIT SECTION
           END-IF
           PERFORM PUZZLE-DEFEND
           SUBTRACT 1 FROM PUZZLE-MOVES-LEFT
           .

       PUZZLE-SHOW-SOLUTION SECTION.
      *    Erstes Feld, das das Ziel erzwingt, als Loesung nennen.
           MOVE 0 TO PUZZLE-SOLUTION
           PERFORM VARYING PUZZLE-PROBE-IDX FROM 1 BY 1
               UNTIL PUZZLE-PROBE-IDX > MAX-CELL
                   OR PUZZLE-SOLUTION > 0
               COMPUTE PUZZLE-PROBE-ROW =
                   ((PUZZLE-PROBE-IDX - 1) / BOARD-SIZE) + 1
               COMPUTE PUZZLE-PROBE-COL = PUZZLE-PROBE-IDX
                   - ((PUZZLE-PROBE-ROW - 1) * BOARD-SIZE)
               IF EMPTY(PUZZLE-PROBE-ROW, PUZZLE-PROBE-COL)
                   MOVE PLAYER TO
                       TICK(PUZZLE-PROBE-ROW, PUZZLE-PROBE-COL)
                   MOVE 0 TO GAMESTATE
                   PERFORM CHECKWIN
                   IF NOT RUNNING
                       MOVE PUZZLE-PROBE-IDX TO PUZZLE-SOLUTION
                   ELSE
                       IF PUZZLE-MOVES-LEFT > 1
                           MOVE PLAYER TO SEARCH-SIDE
                           MOVE PUZZLE-MOVES-LEFT TO SEARCH-MOVES
                           MOVE 2 TO SEARCH-START
                           PERFORM SEARCH-FORCED-WIN
                           IF SearchWon
                               MOVE PUZZLE-PROBE-IDX TO
                                   PUZZLE-SOLUTION
                           END-IF
                       END-IF
                   END-IF
                   MOVE SPACE TO
                       TICK(PUZZLE-PROBE-ROW, PUZZLE-PROBE-COL)
                   MOVE 0 TO GAMESTATE
               END-IF
           END-PERFORM
           IF PUZZLE-SOLUTION > 0
               DISPLAY "Loesung: Feld " PUZZLE-SOLUTION
           END-IF
           .

       PUZZLE-DEFEND SECTION.
      *    Beste Verteidigung: die Antwort, nach der der Gewinn am
      *    laengsten dauert (kleinste Zugzahl, in der er sich noch
      *    erzwingen laesst, moeglichst gross).
           IF PLAYER = "X"
               MOVE "O" TO SEARCH-OPPONENT
           ELSE
               MOVE "X" TO SEARCH-OPPONENT
           END-IF
           MOVE 0 TO DEFENCE-CELL
           MOVE 0 TO DEFENCE-BEST
           PERFORM VARYING DEFENCE-IDX FROM 1 BY 1
               UNTIL DEFENCE-IDX > MAX-CELL
               COMPUTE DEFENCE-ROW =
                   ((DEFENCE-IDX - 1) / BOARD-SIZE) + 1
               COMPUTE DEFENCE-COL =
                   DEFENCE-IDX - ((DEFENCE-ROW - 1) * BOARD-SIZE)
               IF EMPTY(DEFENCE-ROW, DEFENCE-COL)
                   MOVE SEARCH-OPPONENT TO
                       TICK(DEFENCE-ROW, DEFENCE-COL)
                   MOVE 0 TO DEFENCE-DEPTH
                   PERFORM VARYING SEARCH-MOVES FROM 1 BY 1
                       UNTIL SEARCH-MOVES >= PUZZLE-MOVES-LEFT
                           OR DEFENCE-DEPTH > 0
                       MOVE PLAYER TO SEARCH-SIDE
                       MOVE 1 TO SEARCH-START
                       PERFORM SEARCH-FORCED-WIN
                       IF SearchWon
                           MOVE SEARCH-MOVES TO DEFENCE-DEPTH
                       END-IF
                   END-PERFORM
                   IF DEFENCE-DEPTH > DEFENCE-BEST
                       MOVE DEFENCE-DEPTH TO DEFENCE-BEST
                       MOVE DEFENCE-IDX TO DEFENCE-CELL
                   END-IF
                   MOVE SPACE TO TICK(DEFENCE-ROW, DEFENCE-COL)
               END-IF
           END-PERFORM
           IF DEFENCE-CELL > 0
               COMPUTE DEFENCE-ROW =
                   ((DEFENCE-CELL - 1) / BOARD-SIZE) + 1
               COMPUTE DEFENCE-COL =
                   DEFENCE-CELL - ((DEFENCE-ROW - 1) * BOARD-SIZE)
               MOVE SEARCH-OPPONENT TO TICK(DEFENCE-ROW, DEFENCE-COL)
               DISPLAY "Antwort " SEARCH-OPPONENT ": Feld " DEFENCE-CELL
           END-IF
           MOVE 0 TO GAMESTATE
           .

       SEARCH-FORCED-WIN SECTION.
      *    Ergebnis in SEARCH-RESULT: W = SEARCH-SIDE gewinnt
      *    spaetestens mit dem SEARCH-MOVES-ten eigenen Zug, F sonst.
      *    Das Brett ist danach unveraendert.
           IF SEARCH-SIDE = "X"
               MOVE "O" TO SEARCH-OPPONENT
           ELSE
               MOVE "X" TO SEARCH-OPPONENT
           END-IF
           COMPUTE SEARCH-MAX-LEVEL = SEARCH-MOVES * 2 - 1
           MOVE SPACE TO SEARCH-RESULT
           IF SEARCH-START > SEARCH-MAX-LEVEL
               SET SearchFailed TO TRUE
               EXIT SECTION
           END-IF
           MOVE SEARCH-START TO SEARCH-LEVEL
           MOVE 0 TO SEARCH-CELL(SEARCH-LEVEL)
           MOVE 0 TO SEARCH-TRIED(SEARCH-LEVEL)
           MOVE "N" TO SEARCH-DONE-SWITCH
           PERFORM SEARCH-STEP UNTIL SearchDone
           MOVE 0 TO GAMESTATE
           .

       SEARCH-STEP SECTION.
      *    Liegt ein Ergebnis der Ebene darunter vor, wird der Zug
      *    dieser Ebene zurueckgenommen; entscheidet es die Ebene,
      *    geht es eine Ebene zurueck, sonst zum naechsten Feld.
           IF NOT SearchNone
               COMPUTE SEARCH-ROW =
                   ((SEARCH-CELL(SEARCH-LEVEL) - 1) / BOARD-SIZE) + 1
               COMPUTE SEARCH-COL = SEARCH-CELL(SEARCH-LEVEL)
                   - ((SEARCH-ROW - 1) * BOARD-SIZE)
               MOVE SPACE TO TICK(SEARCH-ROW, SEARCH-COL)
               IF (FUNCTION MOD(SEARCH-LEVEL, 2) = 1 AND SearchWon)
                   OR (FUNCTION MOD(SEARCH-LEVEL, 2) = 0
                       AND SearchFailed)
                   PERFORM SEARCH-RETURN
                   EXIT SECTION
               END-IF
               MOVE SPACE TO SEARCH-RESULT
           END-IF
           PERFORM SEARCH-NEXT-CELL
      *    Alle Felder durch: eigener Zug ohne Ziel, oder jede
      *    Antwort widerlegt (keine Antwort = Brett voll, remis).
           IF NOT SearchCellFree
               IF FUNCTION MOD(SEARCH-LEVEL, 2) = 0
                   AND SEARCH-TRIED(SEARCH-LEVEL) > 0
                   SET SearchWon TO TRUE
               ELSE
                   SET SearchFailed TO TRUE
               END-IF
               PERFORM SEARCH-RETURN
               EXIT SECTION
           END-IF
           IF FUNCTION MOD(SEARCH-LEVEL, 2) = 1
               MOVE SEARCH-SIDE TO TICK(SEARCH-ROW, SEARCH-COL)
           ELSE
               MOVE SEARCH-OPPONENT TO TICK(SEARCH-ROW, SEARCH-COL)
           END-IF
           ADD 1 TO SEARCH-TRIED(SEARCH-LEVEL)
           MOVE 0 TO GAMESTATE
           PERFORM CHECKWIN
      *    Eine neue Reihe kann nur der Ziehende gelegt haben.
           EVALUATE TRUE
           WHEN NOT RUNNING AND FUNCTION MOD(SEARCH-LEVEL, 2) = 1
               SET SearchWon TO TRUE
           WHEN NOT RUNNING
               SET SearchFailed TO TRUE
           WHEN SEARCH-LEVEL = SEARCH-MAX-LEVEL
               SET SearchFailed TO TRUE
           WHEN OTHER
               ADD 1 TO SEARCH-LEVEL
               MOVE 0 TO SEARCH-CELL(SEARCH-LEVEL)
               MOVE 0 TO SEARCH-TRIED(SEARCH-LEVEL)
           END-EVALUATE
           MOVE 0 TO GAMESTATE
           .

       SEARCH-NEXT-CELL SECTION.
           MOVE "N" TO SEARCH-FREE-SWITCH
           COMPUTE SEARCH-IDX = SEARCH-CELL(SEARCH-LEVEL) + 1
           PERFORM UNTIL SEARCH-IDX > MAX-CELL OR SearchCellFree
               COMPUTE SEARCH-ROW = ((SEARCH-IDX - 1) / BOARD-SIZE) + 1
               COMPUTE SEARCH-COL =
                   SEARCH-IDX - ((SEARCH-ROW - 1) * BOARD-SIZE)
               IF EMPTY(SEARCH-ROW, SEARCH-COL)
                   SET SearchCellFree TO TRUE
                   MOVE SEARCH-IDX TO SEARCH-CELL(SEARCH-LEVEL)
               ELSE
                   ADD 1 TO SEARCH-IDX
               END-IF
           END-PERFORM
           .

       SEARCH-RETURN SECTION.
           SUBTRACT 1 FROM SEARCH-LEVEL
           IF SEARCH-LEVEL < SEARCH-START
               SET SearchDone TO TRUE
           END-IF
           .

       LOAD-PUZZLE-SCORES SECTION.
           OPEN INPUT PUZZLESCORE-IN
           IF PUZZLESCORE-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL PuzzleScoreEof OR PUZZLE-SCORE-COUNT >= 100
               READ PUZZLESCORE-IN
                   AT END SET PuzzleScoreEof TO TRUE
                   NOT AT END
                       ADD 1 TO PUZZLE-SCORE-COUNT
                       MOVE PUZZLESCORE-IN-F TO
                           PUZZLE-SCORE-ENTRY(PUZZLE-SCORE-COUNT)
               END-READ
           END-PERFORM
           CLOSE PUZZLESCORE-IN
           .

       FIND-PUZZLE-SCORE SECTION.
      *    Wie FIND-RATING-ENTRY fuer PLAYER-NAME-X; bei voller
      *    Tabelle bleibt PUZZLE-SCORE-IDX 0.
           MOVE "N" TO PUZZLE-SCORE-FOUND-SWITCH
           PERFORM VARYING PUZZLE-SCORE-IDX FROM 1 BY 1
               UNTIL PUZZLE-SCORE-IDX > PUZZLE-SCORE-COUNT
                   OR PuzzleScoreFound
               IF PS-NAME(PUZZLE-SCORE-IDX) = PLAYER-NAME-X
                   SET PuzzleScoreFound TO TRUE
               END-IF
           END-PERFORM
           IF PuzzleScoreFound
               SUBTRACT 1 FROM PUZZLE-SCORE-IDX
           ELSE
               IF PUZZLE-SCORE-COUNT < 100
                   ADD 1 TO PUZZLE-SCORE-COUNT
                   MOVE PUZZLE-SCORE-COUNT TO PUZZLE-SCORE-IDX
                   MOVE PLAYER-NAME-X TO PS-NAME(PUZZLE-SCORE-IDX)
                   MOVE 0 TO PS-TRIED(PUZZLE-SCORE-IDX)
                   MOVE 0 TO PS-SOLVED(PUZZLE-SCORE-IDX)
                   MOVE 0 TO PS-STREAK(PUZZLE-SCORE-IDX)
                   MOVE 0 TO PS-BEST-STREAK(PUZZLE-SCORE-IDX)
                   MOVE 0 TO PS-LAST(PUZZLE-SCORE-IDX)
               ELSE
                   MOVE 0 TO PUZZLE-SCORE-IDX
                   DISPLAY "Aufgabenwertung voll - "
                       FUNCTION TRIM(PLAYER-NAME-X)
                       " kann nicht aufgenommen werden."
               END-IF
           END-IF
           .

       SAVE-PUZZLE-SCORES SECTION.
           OPEN OUTPUT PUZZLESCORE-OUT
           PERFORM VARYING PUZZLE-SCORE-IDX FROM 1 BY 1
               UNTIL PUZZLE-SCORE-IDX > PUZZLE-SCORE-COUNT
               MOVE PUZZLE-SCORE-ENTRY(PUZZLE-SCORE-IDX) TO
                   PUZZLESCORE-OUT-F
               WRITE PUZZLESCORE-OUT-F
           END-PERFORM
           CLOSE PUZZLESCORE-OUT
           .

       LOAD-BOARDSIZE SECTION.
      *    Erlaubt eine andere Feldgröße und Gewinnlänge über
      *    boardsize.txt (Zeile 1 = Größe, Zeile 2 = Gewinnlänge);
                   SET ScriptAbort TO TRUE
                   EXIT SECTION
           END-READ
      *    Kopfzeilen "#X name" / "#O name" benennen die Spieler
      *    fuer die Elo-Wertung und zaehlen nicht als Zug.
           IF SCRIPT-IN-F(1:1) = "#"
               PERFORM SCRIPT-PLAYER-NAME
               PERFORM SCRIPTED-MOVE
               EXIT SECTION
           END-IF
           IF FUNCTION TEST-NUMVAL(SCRIPT-IN-F) = 0
               COMPUTE PUTWHERE = FUNCTION NUMVAL(SCRIPT-IN-F)
           ELSE
           END-IF
           .

       SCRIPT-PLAYER-NAME SECTION.
           EVALUATE TRUE
           WHEN (SCRIPT-IN-F(1:3) = "#X " OR "#x ")
               AND SCRIPT-IN-F(4:20) NOT = SPACE
               MOVE SCRIPT-IN-F(4:20) TO PLAYER-NAME-X
               SET ScriptNamedX TO TRUE
           WHEN (SCRIPT-IN-F(1:3) = "#O " OR "#o ")
               AND SCRIPT-IN-F(4:20) NOT = SPACE
               MOVE SCRIPT-IN-F(4:20) TO PLAYER-NAME-O
               SET ScriptNamedO TO TRUE
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

       WRITE-MATCH-RESULT SECTION.
           OPEN OUTPUT MATCHRSLT-OUT
           EVALUATE TRUE
