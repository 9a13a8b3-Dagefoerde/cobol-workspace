       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ELORANK_M.
      *****************************************************************
      * Elo-Rangliste der Mittagsliga: liest die Wertungszahlen aus
      * ratings.txt und den Partienverlauf aus ratinghist.txt (je
      * gewerteter Partie Datum, Uhrzeit, Art, beide Spieler mit
      * alter und neuer Zahl und Ergebnis X/O/U), beide von TTTM
      * gefuehrt. Die Rangliste nach Wertungszahl zeigt Partien,
      * Hoechst- und Tiefstwert und die Veraenderung ueber die
      * letzten fuenf Partien; darunter folgt je Spieler der
      * Verlauf Partie fuer Partie mit Gegner, Ergebnis und der
      * Zahl vorher und nachher. Ergebnis in elorank.txt.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATINGS-IN ASSIGN TO "ratings.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATINGS-IN-FILE-STATUS.
           SELECT RATINGHIST-IN ASSIGN TO "ratinghist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATINGHIST-IN-FILE-STATUS.
           SELECT RANK-OUT ASSIGN TO "elorank.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RANK-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RATINGS-IN.
       01  RATINGS-IN-F.
           05  EL-NAME-F   PIC X(20).
           05  EL-RATING-F PIC 9(04).
           05  EL-GAMES-F  PIC 9(04).
           05  EL-PEAK-F   PIC 9(04).
       FD  RATINGHIST-IN.
       01  RATINGHIST-IN-F.
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
       FD  RANK-OUT.
       01  RANK-OUT-F PIC X(80).
       WORKING-STORAGE SECTION.
       01  RATINGS-IN-FILE-STATUS    PIC X(02).
       01  RATINGHIST-IN-FILE-STATUS PIC X(02).
       01  RANK-OUT-FILE-STATUS      PIC X(02).
       01  RATINGS-EOF-SWITCH PIC X VALUE "N".
           88 RatingsEof VALUE "J".
       01  HIST-EOF-SWITCH PIC X VALUE "N".
           88 HistEof VALUE "J".
       01  ELO-TABLE.
           05 ELO-ENTRY OCCURS 100 TIMES.
              07 EL-NAME   PIC X(20).
              07 EL-RATING PIC 9(04).
              07 EL-GAMES  PIC 9(04).
              07 EL-PEAK   PIC 9(04).
       01  ELO-COUNT PIC 9(03) VALUE 0.
       01  ELO-IDX PIC 9(03).
       01  ELO-IDX2 PIC 9(03).
       01  SORT-PASS PIC 9(03).
       01  SORT-SWAP PIC X(32).
      *    Auswertung des Verlaufs fuer den Spieler ELO-IDX: Tiefst-
      *    wert und die Zahl vor jeder der letzten fuenf Partien
      *    (Ring, der aelteste Eintrag liegt hinter RING-POS).
       01  SP-LOW PIC 9(04).
       01  SP-PARTIEN PIC 9(04).
       01  SP-VORHER PIC 9(04).
       01  SP-NACHHER PIC 9(04).
       01  SP-GEGNER PIC X(20).
       01  SP-ERGEBNIS PIC X(10).
       01  SP-BETEILIGT-SWITCH PIC X VALUE "N".
           88 SpielerBeteiligt VALUE "J".
       01  LETZTE-RING.
           05 RING-WERT OCCURS 5 TIMES PIC 9(04).
       01  RING-POS PIC 9.
       01  SP-TREND PIC S9(04).
       01  SP-TREND-DISP PIC +(4)9.
       01  SP-DIFF PIC S9(04).
       01  SP-DIFF-DISP PIC +(4)9.
       01  PLATZ-NR PIC Z(2)9.
       01  ZAHL-DISP PIC Z(3)9.
       01  RANK-ZEILE PIC X(80).
       01  STAND-DATUM PIC X(08).

       PROCEDURE DIVISION.
           PERFORM LADE-WERTUNGEN
           IF ELO-COUNT = 0
               DISPLAY "Keine ratings.txt - erst Partien mit TTTM"
                   " spielen."
               GOBACK
           END-IF
           PERFORM SORTIERE-WERTUNGEN
           OPEN OUTPUT RANK-OUT
           PERFORM SCHREIBE-RANGLISTE
           PERFORM SCHREIBE-VERLAEUFE
           CLOSE RANK-OUT
           GOBACK.

       LADE-WERTUNGEN SECTION.
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
       SORTIERE-WERTUNGEN SECTION.
      *    Austauschsortierung nach Wertungszahl absteigend.
           PERFORM VARYING SORT-PASS FROM 1 BY 1
               UNTIL SORT-PASS >= ELO-COUNT
               PERFORM VARYING ELO-IDX FROM 1 BY 1
                   UNTIL ELO-IDX >= ELO-COUNT
                   COMPUTE ELO-IDX2 = ELO-IDX + 1
                   IF EL-RATING(ELO-IDX2) > EL-RATING(ELO-IDX)
                       MOVE ELO-ENTRY(ELO-IDX) TO SORT-SWAP
                       MOVE ELO-ENTRY(ELO-IDX2) TO ELO-ENTRY(ELO-IDX)
                       MOVE SORT-SWAP TO ELO-ENTRY(ELO-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM

           .
       SCHREIBE-RANGLISTE SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO STAND-DATUM
           MOVE SPACES TO RANK-ZEILE
           STRING "Elo-Rangliste Tic-Tac-Toe, Stand " STAND-DATUM
               DELIMITED BY SIZE INTO RANK-ZEILE
           PERFORM SCHREIBE-ZEILE
           MOVE "Trend = Veraenderung ueber die letzten 5 Partien"
               TO RANK-ZEILE
           PERFORM SCHREIBE-ZEILE
           MOVE SPACES TO RANK-ZEILE
           PERFORM SCHREIBE-ZEILE
           MOVE
               "Pl.  Name                  Elo Part.  Hoch  Tief  Trend"
               TO RANK-ZEILE
           PERFORM SCHREIBE-ZEILE
           PERFORM VARYING ELO-IDX FROM 1 BY 1
               UNTIL ELO-IDX > ELO-COUNT
               PERFORM WERTE-VERLAUF-AUS
               MOVE ELO-IDX TO PLATZ-NR
               MOVE EL-GAMES(ELO-IDX) TO ZAHL-DISP
               MOVE SP-TREND TO SP-TREND-DISP
               MOVE SPACES TO RANK-ZEILE
               STRING PLATZ-NR ". " EL-NAME(ELO-IDX) " "
                   EL-RATING(ELO-IDX) "  " ZAHL-DISP "  "
                   EL-PEAK(ELO-IDX) "  " SP-LOW "  " SP-TREND-DISP
                   DELIMITED BY SIZE INTO RANK-ZEILE
               PERFORM SCHREIBE-ZEILE
           END-PERFORM

           .
       WERTE-VERLAUF-AUS SECTION.
      *    Ein Durchlauf durch ratinghist.txt fuer den Spieler
      *    ELO-IDX: Tiefstwert und Trend der letzten fuenf Partien.
      *    Ohne Verlauf gelten die Zahlen aus ratings.txt.
           MOVE EL-RATING(ELO-IDX) TO SP-LOW
           MOVE 0 TO SP-PARTIEN
           MOVE 1 TO RING-POS
           MOVE ZEROES TO LETZTE-RING
           MOVE "N" TO HIST-EOF-SWITCH
           OPEN INPUT RATINGHIST-IN
           IF RATINGHIST-IN-FILE-STATUS = "00"
               PERFORM UNTIL HistEof
                   READ RATINGHIST-IN
                       AT END SET HistEof TO TRUE
                       NOT AT END PERFORM MERKE-VERLAUFSWERT
                   END-READ
               END-PERFORM
               CLOSE RATINGHIST-IN
           END-IF
           EVALUATE TRUE
           WHEN SP-PARTIEN = 0
               MOVE 0 TO SP-TREND
           WHEN SP-PARTIEN < 5
               COMPUTE SP-TREND = EL-RATING(ELO-IDX) - RING-WERT(1)
           WHEN OTHER
               COMPUTE SP-TREND =
                   EL-RATING(ELO-IDX) - RING-WERT(RING-POS)
           END-EVALUATE

           .
       MERKE-VERLAUFSWERT SECTION.
           PERFORM PRUEFE-BETEILIGUNG
           IF NOT SpielerBeteiligt
               EXIT SECTION
           END-IF
           ADD 1 TO SP-PARTIEN
           IF SP-VORHER < SP-LOW
               MOVE SP-VORHER TO SP-LOW
           END-IF
           IF SP-NACHHER < SP-LOW
               MOVE SP-NACHHER TO SP-LOW
           END-IF
           MOVE SP-VORHER TO RING-WERT(RING-POS)
           IF RING-POS = 5
               MOVE 1 TO RING-POS
           ELSE
               ADD 1 TO RING-POS
           END-IF

           .
       PRUEFE-BETEILIGUNG SECTION.
      *    Stellt fest, ob der Spieler ELO-IDX an der gelesenen
      *    Partie beteiligt war, und liefert sie aus seiner Sicht.
           MOVE "N" TO SP-BETEILIGT-SWITCH
           EVALUATE TRUE
           WHEN RH-NAME-X = EL-NAME(ELO-IDX)
               SET SpielerBeteiligt TO TRUE
               MOVE RH-OLD-X TO SP-VORHER
               MOVE RH-NEW-X TO SP-NACHHER
               MOVE RH-NAME-O TO SP-GEGNER
               EVALUATE RH-RESULT
               WHEN "X" MOVE "Sieg" TO SP-ERGEBNIS
               WHEN "O" MOVE "Niederlage" TO SP-ERGEBNIS
               WHEN OTHER MOVE "Remis" TO SP-ERGEBNIS
               END-EVALUATE
           WHEN RH-NAME-O = EL-NAME(ELO-IDX)
               SET SpielerBeteiligt TO TRUE
               MOVE RH-OLD-O TO SP-VORHER
               MOVE RH-NEW-O TO SP-NACHHER
               MOVE RH-NAME-X TO SP-GEGNER
               EVALUATE RH-RESULT
               WHEN "O" MOVE "Sieg" TO SP-ERGEBNIS
               WHEN "X" MOVE "Niederlage" TO SP-ERGEBNIS
               WHEN OTHER MOVE "Remis" TO SP-ERGEBNIS
               END-EVALUATE
           WHEN OTHER
               CONTINUE
           END-EVALUATE

           .
       SCHREIBE-VERLAEUFE SECTION.
           PERFORM VARYING ELO-IDX FROM 1 BY 1
               UNTIL ELO-IDX > ELO-COUNT
               MOVE SPACES TO RANK-ZEILE
               PERFORM SCHREIBE-ZEILE
               MOVE SPACES TO RANK-ZEILE
               STRING "Verlauf " FUNCTION TRIM(EL-NAME(ELO-IDX))
                   " (Start 1500):"
                   DELIMITED BY SIZE INTO RANK-ZEILE
               PERFORM SCHREIBE-ZEILE
               MOVE "N" TO HIST-EOF-SWITCH
               OPEN INPUT RATINGHIST-IN
               IF RATINGHIST-IN-FILE-STATUS = "00"
                   PERFORM UNTIL HistEof
                       READ RATINGHIST-IN
                           AT END SET HistEof TO TRUE
                           NOT AT END PERFORM SCHREIBE-VERLAUFSZEILE
                       END-READ
                   END-PERFORM
                   CLOSE RATINGHIST-IN
               END-IF
           END-PERFORM

           .
       SCHREIBE-VERLAUFSZEILE SECTION.
           PERFORM PRUEFE-BETEILIGUNG
           IF NOT SpielerBeteiligt
               EXIT SECTION
           END-IF
           COMPUTE SP-DIFF = SP-NACHHER - SP-VORHER
           MOVE SP-DIFF TO SP-DIFF-DISP
           MOVE SPACES TO RANK-ZEILE
           STRING "  " RH-DATE " " RH-TIME(1:2) ":" RH-TIME(3:2)
               " gegen " SP-GEGNER " " SP-ERGEBNIS " "
               SP-VORHER " -> " SP-NACHHER " " SP-DIFF-DISP
               DELIMITED BY SIZE INTO RANK-ZEILE
           IF RH-KIND = "S"
               MOVE "Skript" TO RANK-ZEILE(75:6)
           END-IF
           PERFORM SCHREIBE-ZEILE

           .
       SCHREIBE-ZEILE SECTION.
           WRITE RANK-OUT-F FROM RANK-ZEILE
           DISPLAY RANK-ZEILE

           .
