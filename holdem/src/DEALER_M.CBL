      * gemeinsam fuenf Boardkarten zu und schreibt je Spieler eine
      * Zeile im FARBE/WERT-Format der HAND-Tabelle nach hands.txt
      * (erste Zeile: Spieleranzahl), die HOLDEM_M einlesen kann.
      * Keine doppelten Karten mehr aus Tippfehlern. Steht in
      * spielart.txt "OMAHA", bekommt jeder Spieler vier Handkarten;
      * die Zeile traegt dann 9 Karten (4 Hand, 5 Board) fuer die
      * OMAHA-HAND von HOLDEM_M.
      * Steht in mischtest.txt eine Anzahl Deals, laeuft statt dessen
      * der Mischtest: so viele Deals werden gemischt und ausgezaehlt
      * (ohne hands.txt), gezaehlt wird jede Karte je Platz und
      * Position, die Starthand-Kategorien je Platz und (Holdem) der
      * Endrang ueber Hand-Auswerten. Der Bericht nach mischrpt.txt
      * vergleicht mit den erwarteten Wahrscheinlichkeiten und gibt
      * je Test ein Chi-Quadrat-Urteil und ein Gesamturteil.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HANDS-OUT ASSIGN TO "hands.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HANDS-OUT-FILE-STATUS.
           SELECT SPIELART-IN ASSIGN TO "spielart.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPIELART-IN-FILE-STATUS.
           SELECT MISCHTEST-IN ASSIGN TO "mischtest.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MISCHTEST-IN-FILE-STATUS.
           SELECT REPORT-OUT ASSIGN TO "mischrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HANDS-OUT.
       01  HANDS-OUT-F PIC X(72).
       FD  SPIELART-IN.
       01  SPIELART-IN-F PIC X(10).
       FD  MISCHTEST-IN.
       01  MISCHTEST-IN-F PIC X(10).
       FD  REPORT-OUT.
       01  REPORT-OUT-F PIC X(80).
       WORKING-STORAGE SECTION.
       01  HANDS-OUT-FILE-STATUS PIC X(02).
       01  SPIELART-IN-FILE-STATUS PIC X(02).
       01  MISCHTEST-IN-FILE-STATUS PIC X(02).
       01  REPORT-OUT-FILE-STATUS PIC X(02).
       01  LOCHKARTEN PIC 9 VALUE 2.
       01  ZEILEN-KARTEN PIC 9 VALUE 7.
       01  ERSTE-BOARDKARTE PIC 9 VALUE 3.
       01  CURRENT-DATE-DATA.
        05 DATETIME   PIC 9(16).
       01  RANDOM-SEED  PIC 9(9) COMP.
         05  DECK-KARTE OCCURS 52 TIMES.
           10  DECK-FARBE PIC X(5).
           10  DECK-WERT  PIC 99.
      *        DECK-NR: 1-52, fest je Karte, fuer den Mischtest
           10  DECK-NR    PIC 99.
       01  FARBEN-LISTE.
         05  FILLER PIC X(5) VALUE "KREUZ".
         05  FILLER PIC X(5) VALUE "PIK".
         05  FILLER PIC X(5) VALUE "KARO".
       01  FARBEN REDEFINES FARBEN-LISTE.
         05  FARBE-NAME OCCURS 4 TIMES PIC X(5).
       01  WERT-IDX    PIC 99.
       01  DECK-IDX    PIC 99.
       01  TAUSCH-IDX  PIC 99.
       01  TAUSCH-KARTE.
         05  TAUSCH-FARBE PIC X(5).
         05  TAUSCH-WERT  PIC 99.
         05  TAUSCH-NR    PIC 99.
       01  SPIELER-ANZAHL PIC 9 VALUE 0.
       01  SPIELER-IDX PIC 9.
       01  KARTEN-VERGEBEN PIC 99 VALUE 0.
       01  BOARD-START PIC 99 VALUE 0.
       01  HAND-ZEILE.
         05  HZ-KARTE OCCURS 9 TIMES.
           10  HZ-FARBE  PIC X(5).
           10  FILLER    PIC X VALUE SPACE.
           10  HZ-WERT   PIC 99.
       01  QUELL-IDX   PIC 99.
      *    Mischtest: MT-ANZAHL-DEALS aus mischtest.txt (Zeile 1).
      *    MT-PLATZ ist die Position im gemischten Deck, also
      *    Spieler/Handkarte bzw. Boardkarte (bis 4 x 4 + 5 = 21).
       01  MISCHTEST-SWITCH PIC X VALUE "N".
         88  MischtestModus VALUE "J".
       01  MT-ANZAHL-DEALS PIC 9(7) VALUE 0.
       01  MT-DEAL-IDX     PIC 9(8).
       01  MT-PLAETZE      PIC 99.
       01  MT-PLATZ-IDX    PIC 99.
       01  MT-KARTEN-IDX   PIC 99.
       01  MT-KATEGORIE-IDX PIC 9.
       01  MT-RANG-IDX     PIC 9.
       01  MT-KARTENZAEHLER.
         05  MT-PLATZ OCCURS 21 TIMES.
           10  MT-KARTE-ANZAHL OCCURS 52 TIMES PIC 9(7) COMP.
       01  MT-SITZZAEHLER.
         05  MT-SITZ OCCURS 4 TIMES.
           10  MT-KATEGORIE-ANZAHL OCCURS 5 TIMES PIC 9(7) COMP.
           10  MT-RANG-ANZAHL OCCURS 8 TIMES PIC 9(7) COMP.
      *    Starthand aus den ersten beiden Handkarten: Anteil von 51
      *    moeglichen zweiten Karten (Paar 3, farbgleich verbunden 2,
      *    farbgleich 10, verbunden 6, sonstige 30; Ass-2 verbunden).
       01  KATEGORIE-LISTE.
         05  FILLER PIC X(22) VALUE "03Paar".
         05  FILLER PIC X(22) VALUE "02Farbgleich verbunden".
         05  FILLER PIC X(22) VALUE "10Farbgleich".
         05  FILLER PIC X(22) VALUE "06Verbunden".
         05  FILLER PIC X(22) VALUE "30Sonstige".
       01  KATEGORIEN REDEFINES KATEGORIE-LISTE.
         05  KATEGORIE-EINTRAG OCCURS 5 TIMES.
           10  KATEGORIE-ANTEIL PIC 99.
           10  KATEGORIE-NAME   PIC X(20).
      *    Endrang nach Hand-Auswerten ueber alle 133784560 moeglichen
      *    7-Karten-Haende. Die Rangskala kennt kein Full House; es
      *    zaehlt als Drilling, neben Flush oder Strasse als diese.
       01  RANG-LISTE.
         05  FILLER PIC X(21) VALUE "023294460Hohe Karte".
         05  FILLER PIC X(21) VALUE "058627800Paar".
         05  FILLER PIC X(21) VALUE "031433400Zwei Paare".
         05  FILLER PIC X(21) VALUE "009934804Drilling".
         05  FILLER PIC X(21) VALUE "006180020Strasse".
         05  FILLER PIC X(21) VALUE "004047644Flush".
         05  FILLER PIC X(21) VALUE "000224848Vierling".
         05  FILLER PIC X(21) VALUE "000041584Farbstrasse".
       01  RAENGE REDEFINES RANG-LISTE.
         05  RANG-EINTRAG OCCURS 8 TIMES.
           10  RANG-HAENDE PIC 9(9).
           10  RANG-NAME   PIC X(12).
       01  RANG-HAENDE-GESAMT PIC 9(9) VALUE 133784560.
      *    Chi-Quadrat: Summe (beobachtet - erwartet)**2 / erwartet;
      *    Grenzen fuer 5 % und 1 % Irrtum je Freiheitsgrad-Anzahl
      *    (Karten 51, Starthand 4, Endrang 6 mit Rang 7+8 zusammen).
       01  MT-BEOBACHTET  PIC 9(9).
       01  MT-ERWARTET    PIC 9(9)V9(6).
       01  MT-CHI-QUADRAT PIC 9(9)V9(4).
       01  MT-GRENZE-5    PIC 9(3)V99.
       01  MT-GRENZE-1    PIC 9(3)V99.
       01  MT-MIN-ANZAHL  PIC 9(7).
       01  MT-MAX-ANZAHL  PIC 9(7).
       01  MT-SUMME       PIC 9(9).
       01  MT-TESTS       PIC 9(3) VALUE 0.
       01  MT-UEBER-5     PIC 9(3) VALUE 0.
       01  MT-UEBER-1     PIC 9(3) VALUE 0.
       01  MT-URTEIL      PIC X(12).
       01  MT-NAME        PIC X(20).
       01  MT-ABSTAND     PIC 99.
       01  MT-POSITION    PIC 99.
       01  REPORT-LINE    PIC X(80).
       01  RL-ZAHL        PIC Z(6)9.
       01  RL-PROZENT     PIC ZZ9.999.
       01  RL-ERWARTET    PIC ZZ9.999.
       01  RL-CHI         PIC Z(6)9.99.
       01  RL-GRENZE      PIC ZZ9.99.
       01  RL-KURZ        PIC Z9.
       01  RL-TESTS       PIC ZZ9.
       01  RL-UEBER-5     PIC ZZ9.
       01  RL-UEBER-1     PIC ZZ9.

      *    Handdaten und Arbeitsfelder fuer Hand-Auswerten.
       COPY 'hand.cpy'.

       PROCEDURE DIVISION.
           PERFORM Lade-Spielart
           PERFORM Lade-Mischtest
           PERFORM Baue-Deck
           PERFORM Starte-Zufall
           PERFORM Mische-Deck
           PERFORM UNTIL SPIELER-ANZAHL > 0 AND SPIELER-ANZAHL <= 4
               DISPLAY "Wieviele Spieler (1-4)?"
               END-IF
           END-PERFORM
      *    Erst alle Handkarten, dann das gemeinsame Board.
           COMPUTE BOARD-START = SPIELER-ANZAHL * LOCHKARTEN + 1
           IF MischtestModus
               PERFORM Mischtest
               STOP RUN
           END-IF
           OPEN OUTPUT HANDS-OUT
           MOVE SPACES TO HANDS-OUT-F
           MOVE SPIELER-ANZAHL TO HANDS-OUT-F(1:1)
           DISPLAY "Blaetter nach hands.txt geschrieben."
           STOP RUN.

       Lade-Spielart Section.
           OPEN INPUT SPIELART-IN
           IF SPIELART-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           READ SPIELART-IN
               AT END CONTINUE
               NOT AT END
                   IF FUNCTION UPPER-CASE(SPIELART-IN-F(1:5))
                       = "OMAHA"
                       MOVE 4 TO LOCHKARTEN
                       MOVE 9 TO ZEILEN-KARTEN
                       MOVE 5 TO ERSTE-BOARDKARTE
                       DISPLAY "Spielart: Omaha, vier Handkarten."
                   END-IF
           END-READ
           CLOSE SPIELART-IN
           .

       Lade-Mischtest Section.
      *    Ohne mischtest.txt (oder mit 0 Deals) wird normal gegeben.
           OPEN INPUT MISCHTEST-IN
           IF MISCHTEST-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           READ MISCHTEST-IN
               AT END CONTINUE
               NOT AT END
                   MOVE FUNCTION NUMVAL(MISCHTEST-IN-F)
                       TO MT-ANZAHL-DEALS
                   IF MT-ANZAHL-DEALS > 0
                       SET MischtestModus TO TRUE
                       MOVE MT-ANZAHL-DEALS TO RL-ZAHL
                       DISPLAY "Mischtest mit " RL-ZAHL
                           " Deals, hands.txt bleibt unveraendert."
                   END-IF
           END-READ
           CLOSE MISCHTEST-IN
           .

       Baue-Deck Section.
           MOVE 0 TO DECK-IDX
           PERFORM VARYING FARBEN-IDX FROM 1 BY 1
                   MOVE FARBE-NAME(FARBEN-IDX) TO
                       DECK-FARBE(DECK-IDX)
                   MOVE WERT-IDX TO DECK-WERT(DECK-IDX)
                   MOVE DECK-IDX TO DECK-NR(DECK-IDX)
               END-PERFORM
           END-PERFORM
           .

       Starte-Zufall Section.
      *    Der Zufall wird einmal je Lauf mit der Uhrzeit angestossen.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           COMPUTE RANDOM-SEED = FUNCTION MOD(DATETIME, 999999937)
           COMPUTE RANDOM-VALUE = FUNCTION RANDOM(RANDOM-SEED)
           .

       Mische-Deck Section.
      *    Fisher-Yates-Mischen des aktuellen Decks; im Mischtest wird
      *    so Deal fuer Deal ohne neuen Startwert weitergemischt.
           PERFORM VARYING DECK-IDX FROM 52 BY -1
               UNTIL DECK-IDX < 2
               COMPUTE RANDOM-VALUE = FUNCTION RANDOM

       Baue-Spielerzeile Section.
      *    Karte 1..2 = eigene Karten des Spielers, Karte 3..7 = das
      *    fuer alle gleiche Board ab BOARD-START im Deck (Omaha:
      *    Karte 1..4 eigene, 5..9 Board).
           MOVE SPACES TO HAND-ZEILE
           PERFORM VARYING KARTENINDEX FROM 1 BY 1
               UNTIL KARTENINDEX > LOCHKARTEN
               COMPUTE QUELL-IDX =
                   (SPIELER-IDX - 1) * LOCHKARTEN + KARTENINDEX
               MOVE DECK-FARBE(QUELL-IDX) TO HZ-FARBE(KARTENINDEX)
               MOVE DECK-WERT(QUELL-IDX) TO HZ-WERT(KARTENINDEX)
           END-PERFORM
           PERFORM VARYING KARTENINDEX FROM ERSTE-BOARDKARTE BY 1
               UNTIL KARTENINDEX > ZEILEN-KARTEN
               COMPUTE QUELL-IDX =
                   BOARD-START + KARTENINDEX - ERSTE-BOARDKARTE
               MOVE DECK-FARBE(QUELL-IDX) TO HZ-FARBE(KARTENINDEX)
               MOVE DECK-WERT(QUELL-IDX) TO HZ-WERT(KARTENINDEX)
           END-PERFORM
           .

      *    Handauswertung (Hand-Auswerten) fuer den Mischtest.
       COPY 'auswerten.cpy'.

       Mischtest Section.
      *    Der erste Deal ist oben schon gemischt, jeder weitere wird
      *    neu gemischt. Gezaehlt werden alle ausgeteilten Positionen
      *    (Handkarten ab 1, Board ab BOARD-START).
           COMPUTE MT-PLAETZE = BOARD-START + 4
           PERFORM VARYING MT-DEAL-IDX FROM 1 BY 1
               UNTIL MT-DEAL-IDX > MT-ANZAHL-DEALS
               IF MT-DEAL-IDX > 1
                   PERFORM Mische-Deck
               END-IF
               PERFORM Zaehle-Deal
           END-PERFORM
           OPEN OUTPUT REPORT-OUT
           PERFORM Berichte-Kopf
           PERFORM Berichte-Karten
           PERFORM Berichte-Starthaende
           PERFORM Berichte-Endraenge
           PERFORM Berichte-Gesamturteil
           CLOSE REPORT-OUT
           DISPLAY "Bericht nach mischrpt.txt geschrieben."
           .

       Zaehle-Deal Section.
           PERFORM VARYING MT-PLATZ-IDX FROM 1 BY 1
               UNTIL MT-PLATZ-IDX > MT-PLAETZE
               ADD 1 TO MT-KARTE-ANZAHL(MT-PLATZ-IDX,
                   DECK-NR(MT-PLATZ-IDX))
           END-PERFORM
           PERFORM VARYING SPIELER-IDX FROM 1 BY 1
               UNTIL SPIELER-IDX > SPIELER-ANZAHL
               PERFORM Zaehle-Starthand
      *        Endrang nur fuer Holdem: dort ist die Spielerzeile
      *        genau die HAND aus zwei Handkarten und fuenf Board.
               IF LOCHKARTEN = 2
                   PERFORM Baue-Spielerzeile
                   MOVE HAND-ZEILE TO HAND
                   PERFORM Hand-Auswerten
                   IF HAND-RANK >= 1 AND HAND-RANK <= 8
                       ADD 1 TO MT-RANG-ANZAHL(SPIELER-IDX, HAND-RANK)
                   END-IF
               END-IF
           END-PERFORM
           .

       Zaehle-Starthand Section.
      *    Nur die ersten beiden Handkarten, damit die Kategorien auch
      *    bei Omaha unabhaengig und mit Holdem vergleichbar bleiben.
           COMPUTE QUELL-IDX = (SPIELER-IDX - 1) * LOCHKARTEN + 1
           COMPUTE MT-ABSTAND = FUNCTION ABS(DECK-WERT(QUELL-IDX)
               - DECK-WERT(QUELL-IDX + 1))
           EVALUATE TRUE
               WHEN MT-ABSTAND = 0
                   MOVE 1 TO MT-KATEGORIE-IDX
               WHEN DECK-FARBE(QUELL-IDX) = DECK-FARBE(QUELL-IDX + 1)
                AND (MT-ABSTAND = 1 OR MT-ABSTAND = 12)
                   MOVE 2 TO MT-KATEGORIE-IDX
               WHEN DECK-FARBE(QUELL-IDX) = DECK-FARBE(QUELL-IDX + 1)
                   MOVE 3 TO MT-KATEGORIE-IDX
               WHEN MT-ABSTAND = 1 OR MT-ABSTAND = 12
                   MOVE 4 TO MT-KATEGORIE-IDX
               WHEN OTHER
                   MOVE 5 TO MT-KATEGORIE-IDX
           END-EVALUATE
           ADD 1 TO MT-KATEGORIE-ANZAHL(SPIELER-IDX, MT-KATEGORIE-IDX)
           .

       Berichte-Kopf Section.
           MOVE SPACES TO REPORT-LINE
           MOVE MT-ANZAHL-DEALS TO RL-ZAHL
           IF LOCHKARTEN = 4
               STRING "Mischtest: " RL-ZAHL " Deals, "
                   SPIELER-ANZAHL " Spieler, Omaha"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "Mischtest: " RL-ZAHL " Deals, "
                   SPIELER-ANZAHL " Spieler, Holdem"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           PERFORM Schreibe-Zeile
      *    Ab 2511 Deals liegt auch die seltenste Zelle (Vierling und
      *    Farbstrasse zusammen) bei mindestens 5 erwarteten Faellen.
           IF MT-ANZAHL-DEALS < 2511
               MOVE SPACES TO REPORT-LINE
               STRING "Hinweis: unter 2511 Deals sind die "
                   "Chi-Quadrat-Urteile nur grob."
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM Schreibe-Zeile
           END-IF
           .

       Berichte-Karten Section.
           MOVE SPACES TO REPORT-LINE
           PERFORM Schreibe-Zeile
           MOVE SPACES TO REPORT-LINE
           STRING "Karten je Position (Gleichverteilung, "
               "51 FG, Grenzen 68.67/77.39):"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM Schreibe-Zeile
           MOVE 68.67 TO MT-GRENZE-5
           MOVE 77.39 TO MT-GRENZE-1
           COMPUTE MT-ERWARTET = MT-ANZAHL-DEALS / 52
           PERFORM VARYING MT-PLATZ-IDX FROM 1 BY 1
               UNTIL MT-PLATZ-IDX > MT-PLAETZE
               MOVE 0 TO MT-CHI-QUADRAT
               MOVE 9999999 TO MT-MIN-ANZAHL
               MOVE 0 TO MT-MAX-ANZAHL
               PERFORM VARYING MT-KARTEN-IDX FROM 1 BY 1
                   UNTIL MT-KARTEN-IDX > 52
                   MOVE MT-KARTE-ANZAHL(MT-PLATZ-IDX, MT-KARTEN-IDX)
                       TO MT-BEOBACHTET
                   PERFORM Addiere-Chi-Quadrat
                   IF MT-BEOBACHTET < MT-MIN-ANZAHL
                       MOVE MT-BEOBACHTET TO MT-MIN-ANZAHL
                   END-IF
                   IF MT-BEOBACHTET > MT-MAX-ANZAHL
                       MOVE MT-BEOBACHTET TO MT-MAX-ANZAHL
                   END-IF
               END-PERFORM
               PERFORM Beurteile-Test
               MOVE SPACES TO REPORT-LINE
               IF MT-PLATZ-IDX < BOARD-START
                   COMPUTE SPIELER-IDX =
                       (MT-PLATZ-IDX - 1) / LOCHKARTEN + 1
                   COMPUTE MT-POSITION = MT-PLATZ-IDX
                       - (SPIELER-IDX - 1) * LOCHKARTEN
                   MOVE MT-POSITION TO RL-KURZ
                   STRING "  Spieler " SPIELER-IDX " Karte " RL-KURZ
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   COMPUTE MT-POSITION =
                       MT-PLATZ-IDX - BOARD-START + 1
                   MOVE MT-POSITION TO RL-KURZ
                   STRING "  Board     Karte " RL-KURZ
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               MOVE MT-MIN-ANZAHL TO RL-ZAHL
               MOVE RL-ZAHL TO REPORT-LINE(22:7)
               MOVE " bis" TO REPORT-LINE(29:4)
               MOVE MT-MAX-ANZAHL TO RL-ZAHL
               MOVE RL-ZAHL TO REPORT-LINE(33:7)
               MOVE MT-CHI-QUADRAT TO RL-CHI
               MOVE "  Chi2" TO REPORT-LINE(40:6)
               MOVE RL-CHI TO REPORT-LINE(46:10)
               MOVE MT-URTEIL TO REPORT-LINE(58:12)
               PERFORM Schreibe-Zeile
           END-PERFORM
           .

       Berichte-Starthaende Section.
           MOVE SPACES TO REPORT-LINE
           PERFORM Schreibe-Zeile
           MOVE SPACES TO REPORT-LINE
           STRING "Starthaende aus den ersten zwei "
               "Handkarten (4 FG, Grenzen 9.49/13.28):"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM Schreibe-Zeile
           MOVE 9.49 TO MT-GRENZE-5
           MOVE 13.28 TO MT-GRENZE-1
           PERFORM VARYING SPIELER-IDX FROM 1 BY 1
               UNTIL SPIELER-IDX > SPIELER-ANZAHL
               MOVE SPACES TO REPORT-LINE
               STRING "  Spieler " SPIELER-IDX
                   "                       Anzahl     Ist %    Soll %"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM Schreibe-Zeile
               MOVE 0 TO MT-CHI-QUADRAT
               PERFORM VARYING MT-KATEGORIE-IDX FROM 1 BY 1
                   UNTIL MT-KATEGORIE-IDX > 5
                   MOVE MT-KATEGORIE-ANZAHL(SPIELER-IDX,
                       MT-KATEGORIE-IDX) TO MT-BEOBACHTET
                   COMPUTE MT-ERWARTET = MT-ANZAHL-DEALS
                       * KATEGORIE-ANTEIL(MT-KATEGORIE-IDX) / 51
                   PERFORM Addiere-Chi-Quadrat
                   COMPUTE RL-ERWARTET ROUNDED =
                       KATEGORIE-ANTEIL(MT-KATEGORIE-IDX) * 100 / 51
                   MOVE KATEGORIE-NAME(MT-KATEGORIE-IDX) TO MT-NAME
                   PERFORM Schreibe-Anteil-Zeile
               END-PERFORM
               PERFORM Beurteile-Test
               PERFORM Schreibe-Urteil-Zeile
           END-PERFORM
           .

       Berichte-Endraenge Section.
           MOVE SPACES TO REPORT-LINE
           PERFORM Schreibe-Zeile
           IF LOCHKARTEN NOT = 2
               MOVE "Endraenge: nur bei Holdem ausgewertet."
                   TO REPORT-LINE
               PERFORM Schreibe-Zeile
               EXIT SECTION
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "Endrang ueber Hand-Auswerten (6 FG, "
               "Vierling und Farbstrasse zusammen,"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM Schreibe-Zeile
           MOVE "Grenzen 12.59/16.81):" TO REPORT-LINE
           PERFORM Schreibe-Zeile
           MOVE 12.59 TO MT-GRENZE-5
           MOVE 16.81 TO MT-GRENZE-1
           PERFORM VARYING SPIELER-IDX FROM 1 BY 1
               UNTIL SPIELER-IDX > SPIELER-ANZAHL
               MOVE SPACES TO REPORT-LINE
               STRING "  Spieler " SPIELER-IDX
                   "                       Anzahl     Ist %    Soll %"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM Schreibe-Zeile
               MOVE 0 TO MT-CHI-QUADRAT
               PERFORM VARYING MT-RANG-IDX FROM 1 BY 1
                   UNTIL MT-RANG-IDX > 8
                   MOVE MT-RANG-ANZAHL(SPIELER-IDX, MT-RANG-IDX)
                       TO MT-BEOBACHTET
                   COMPUTE RL-ERWARTET ROUNDED =
                       RANG-HAENDE(MT-RANG-IDX) * 100
                       / RANG-HAENDE-GESAMT
                   MOVE RANG-NAME(MT-RANG-IDX) TO MT-NAME
                   PERFORM Schreibe-Anteil-Zeile
                   IF MT-RANG-IDX < 7
                       COMPUTE MT-ERWARTET = MT-ANZAHL-DEALS
                           * RANG-HAENDE(MT-RANG-IDX)
                           / RANG-HAENDE-GESAMT
                       PERFORM Addiere-Chi-Quadrat
                   END-IF
               END-PERFORM
               COMPUTE MT-BEOBACHTET = MT-RANG-ANZAHL(SPIELER-IDX, 7)
                   + MT-RANG-ANZAHL(SPIELER-IDX, 8)
               COMPUTE MT-ERWARTET = MT-ANZAHL-DEALS
                   * (RANG-HAENDE(7) + RANG-HAENDE(8))
                   / RANG-HAENDE-GESAMT
               PERFORM Addiere-Chi-Quadrat
               PERFORM Beurteile-Test
               PERFORM Schreibe-Urteil-Zeile
           END-PERFORM
           .

       Berichte-Gesamturteil Section.
           MOVE SPACES TO REPORT-LINE
           PERFORM Schreibe-Zeile
           MOVE MT-TESTS TO RL-TESTS
           MOVE MT-UEBER-5 TO RL-UEBER-5
           MOVE MT-UEBER-1 TO RL-UEBER-1
           MOVE SPACES TO REPORT-LINE
           STRING "Gesamturteil: " RL-TESTS " Tests, " RL-UEBER-5
               " ueber der 5-%-Grenze, " RL-UEBER-1
               " ueber der 1-%-Grenze"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM Schreibe-Zeile
      *    Bei 5 % Irrtum ist etwa jeder zwanzigste Test zufaellig
      *    ueber der Grenze; erst das Doppelte davon gilt als Befund.
           EVALUATE TRUE
               WHEN MT-UEBER-1 > 0
                   MOVE SPACES TO REPORT-LINE
                   STRING "Mischen AUFFAELLIG: mindestens ein Test "
                       "ueber der 1-%-Grenze."
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN MT-UEBER-5 * 10 > MT-TESTS
                   MOVE SPACES TO REPORT-LINE
                   STRING "Mischen AUFFAELLIG: zu viele Tests "
                       "ueber der 5-%-Grenze."
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   MOVE SPACES TO REPORT-LINE
                   STRING "Mischen unauffaellig: kein Hinweis auf "
                       "ungleiche Verteilung."
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           PERFORM Schreibe-Zeile
           .

       Addiere-Chi-Quadrat Section.
           IF MT-ERWARTET > 0
               COMPUTE MT-CHI-QUADRAT = MT-CHI-QUADRAT
                   + (MT-BEOBACHTET - MT-ERWARTET) ** 2 / MT-ERWARTET
           END-IF
           .

       Beurteile-Test Section.
           ADD 1 TO MT-TESTS
           EVALUATE TRUE
               WHEN MT-CHI-QUADRAT > MT-GRENZE-1
                   MOVE "AUFFAELLIG" TO MT-URTEIL
                   ADD 1 TO MT-UEBER-5
                   ADD 1 TO MT-UEBER-1
               WHEN MT-CHI-QUADRAT > MT-GRENZE-5
                   MOVE "grenzwertig" TO MT-URTEIL
                   ADD 1 TO MT-UEBER-5
               WHEN OTHER
                   MOVE "unauffaellig" TO MT-URTEIL
           END-EVALUATE
           .

       Schreibe-Anteil-Zeile Section.
      *    MT-NAME ist die Kategorie bzw. der Rang, RL-ERWARTET der
      *    Soll-Anteil in Prozent.
           MOVE SPACES TO REPORT-LINE
           MOVE MT-NAME TO REPORT-LINE(5:20)
           MOVE MT-BEOBACHTET TO RL-ZAHL
           MOVE RL-ZAHL TO REPORT-LINE(28:7)
           COMPUTE RL-PROZENT ROUNDED =
               MT-BEOBACHTET * 100 / MT-ANZAHL-DEALS
           MOVE RL-PROZENT TO REPORT-LINE(38:7)
           MOVE RL-ERWARTET TO REPORT-LINE(48:7)
           PERFORM Schreibe-Zeile
           .

       Schreibe-Urteil-Zeile Section.
           MOVE SPACES TO REPORT-LINE
           MOVE MT-CHI-QUADRAT TO RL-CHI
           STRING "    Chi2 " RL-CHI "  " MT-URTEIL
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM Schreibe-Zeile
           .

       Schreibe-Zeile Section.
           DISPLAY REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           .
