      * kennzeichnet Zuege, die beides ignorieren. Die kommentierte
      * Wiedergabe laeuft auf dem Schirm mit; analyse.txt haelt die
      * Befunde und je Spieler eine Treffsicherheits-Zusammenfassung
      * fest. Beginnt analysemode.txt mit "P", wird jede Stellung mit
      * ausgelassenem Sieg ausserdem als Aufgabe "Gewinn in 1" an
      * puzzles.txt angehaengt (fortlaufend numeriert), die TTTM im
      * Aufgabenmodus vorlegt.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ANALYSE-OUT ASSIGN TO "analyse.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANALYSE-OUT-FILE-STATUS.
           SELECT PUZZLE-IN ASSIGN TO "puzzles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PUZZLE-IN-FILE-STATUS.
           SELECT PUZZLE-OUT ASSIGN TO "puzzles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PUZZLE-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVELOG-IN.
       01  ANALYSEMODE-IN-F PIC X(01).
       FD  ANALYSE-OUT.
       01  ANALYSE-OUT-F PIC X(70).
       FD  PUZZLE-IN.
       01  PUZZLE-IN-F PIC X(60).
       FD  PUZZLE-OUT.
       01  PUZZLE-OUT-F PIC X(60).
       WORKING-STORAGE SECTION.
       01  MOVELOG-IN-FILE-STATUS PIC X(02).
       01  BOARDSIZE-IN-FILE-STATUS PIC X(02).
       01  FEHLER-O PIC 9(02) VALUE 0.
       01  GENAUIGKEIT PIC 9(3)V99 VALUE 0.
       01  ANALYSE-ZEILE PIC X(70).
      *    Aufgabenexport: Kopfzeile wie in TTTM erwartet, danach
      *    die Brettzeilen mit "." fuer freie Felder.
       01  PUZZLE-IN-FILE-STATUS PIC X(02).
       01  PUZZLE-OUT-FILE-STATUS PIC X(02).
       01  AUFGABEN-EXPORT-SWITCH PIC X VALUE "N".
           88 AufgabenExport VALUE "J".
       01  PUZZLE-EOF-SWITCH PIC X VALUE "N".
           88 PuzzleEof VALUE "J".
       01  AUFGABE-NR PIC 9(04) VALUE 0.
       01  AUFGABEN-ANZAHL PIC 9(02) VALUE 0.
       01  AUFGABEN-KOPF.
           05 AK-TAG PIC X(02) VALUE "#P".
           05 AK-NR PIC 9(04).
           05 FILLER PIC X VALUE SPACE.
           05 AK-BOARD-SIZE PIC 9.
           05 FILLER PIC X VALUE SPACE.
           05 AK-WIN-LENGTH PIC 9.
           05 FILLER PIC X VALUE SPACE.
           05 AK-SIDE PIC X.
           05 FILLER PIC X(04) VALUE " G1 ".
           05 AK-TEXT PIC X(40).
       01  AUFGABEN-ZEILE PIC X(09).
       01  AUFGABEN-ROWIDX PIC 9.
       PROCEDURE DIVISION.
           PERFORM LOAD-BOARDSIZE
           COMPUTE MAX-CELL = BOARD-SIZE * BOARD-SIZE
           OPEN INPUT ANALYSEMODE-IN
           IF ANALYSEMODE-IN-FILE-STATUS = "00"
               SET AnalyseModus TO TRUE
               READ ANALYSEMODE-IN
                   NOT AT END
                       IF ANALYSEMODE-IN-F = "P" OR "p"
                           SET AufgabenExport TO TRUE
                       END-IF
               END-READ
               CLOSE ANALYSEMODE-IN
               OPEN OUTPUT ANALYSE-OUT
           END-IF
           IF AufgabenExport
               PERFORM LADE-AUFGABEN-NUMMER
           END-IF
           DISPLAY "Welche Partie wiedergeben (Nummer)?"
           ACCEPT WANTED-GAME
           MOVE SPACES TO BOARD
               PERFORM SCHREIBE-ANALYSE-FAZIT
               CLOSE ANALYSE-OUT
           END-IF
           IF AufgabenExport
               DISPLAY AUFGABEN-ANZAHL
                   " Aufgaben an puzzles.txt angehaengt."
           END-IF
           GOBACK.

       LOAD-BOARDSIZE SECTION.
                           EIGEN-GEWINNFELD " gewinnt sofort"
                           DELIMITED BY SIZE INTO ZUG-BEFUND
                       PERFORM ZAEHLE-FEHLER
                       IF AufgabenExport
                           PERFORM EXPORTIERE-AUFGABE
                       END-IF
                   END-IF
               WHEN EIGEN-GEWINNFELD = 0
                   AND BLOCK-FELD > 0
           END-IF
           .

       LADE-AUFGABEN-NUMMER SECTION.
      *    Hoechste vorhandene Aufgabennummer, damit die neuen
      *    Aufgaben dahinter weiterzaehlen.
           OPEN INPUT PUZZLE-IN
           IF PUZZLE-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL PuzzleEof
               READ PUZZLE-IN
                   AT END SET PuzzleEof TO TRUE
                   NOT AT END
                       IF PUZZLE-IN-F(1:2) = "#P"
                           AND PUZZLE-IN-F(3:4) IS NUMERIC
                           AND PUZZLE-IN-F(3:4) > AUFGABE-NR
                           MOVE PUZZLE-IN-F(3:4) TO AUFGABE-NR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PUZZLE-IN
           .

       EXPORTIERE-AUFGABE SECTION.
      *    Das Brett steht noch vor dem Zug: genau die Stellung, in
      *    der der Sieg ausgelassen wurde.
           ADD 1 TO AUFGABE-NR
           ADD 1 TO AUFGABEN-ANZAHL
           OPEN EXTEND PUZZLE-OUT
           IF PUZZLE-OUT-FILE-STATUS NOT = "00"
               OPEN OUTPUT PUZZLE-OUT
           END-IF
           MOVE AUFGABE-NR TO AK-NR
           MOVE BOARD-SIZE TO AK-BOARD-SIZE
           MOVE WIN-LENGTH TO AK-WIN-LENGTH
           MOVE ML-PLAYER TO AK-SIDE
           MOVE SPACES TO AK-TEXT
           STRING "Partie " WANTED-GAME ", Zug " ML-MOVE
               DELIMITED BY SIZE INTO AK-TEXT
           WRITE PUZZLE-OUT-F FROM AUFGABEN-KOPF
           PERFORM VARYING AUFGABEN-ROWIDX FROM 1 BY 1
               UNTIL AUFGABEN-ROWIDX > BOARD-SIZE
               MOVE SPACES TO AUFGABEN-ZEILE
               MOVE ROWS(AUFGABEN-ROWIDX)(1:BOARD-SIZE) TO
                   AUFGABEN-ZEILE(1:BOARD-SIZE)
               INSPECT AUFGABEN-ZEILE(1:BOARD-SIZE)
                   REPLACING ALL SPACE BY "."
               MOVE AUFGABEN-ZEILE TO PUZZLE-OUT-F
               WRITE PUZZLE-OUT-F
           END-PERFORM
           CLOSE PUZZLE-OUT
           .

       SCHREIBE-ANALYSE-FAZIT SECTION.
           MOVE "Treffsicherheit:" TO ANALYSE-OUT-F
           WRITE ANALYSE-OUT-F
