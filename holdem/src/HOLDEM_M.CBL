       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HOLDEM_M.
      *****************************************************************
      * Implementierung des Holdem Spiels. Mit spielart.txt
      * ("OMAHA") wird statt Texas Hold'em Pot-Limit Omaha gespielt.
      *****************************************************************       
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT BOTS-IN ASSIGN TO "bots.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOTS-IN-FILE-STATUS.
           SELECT SPIELART-IN ASSIGN TO "spielart.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPIELART-IN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-OUT.
           05  HO-KOMMENTAR  PIC X(20).
           05  FILLER        PIC X VALUE SPACE.
           05  HO-SPIELER-ID PIC 9(4).
           05  FILLER        PIC X VALUE SPACE.
           05  HO-SPIELART   PIC X(6).
       FD  GAMES-IN.
       01  GAMES-IN-F PIC X(72).
       FD  CHIPS-IN.
       01  CHIPS-IN-F PIC 9(6).
       FD  CHIPS-OUT.
       01  TRANSCRIPT-OUT-F PIC X(80).
       FD  BOTS-IN.
       01  BOTS-IN-F PIC 9(3).
       FD  SPIELART-IN.
       01  SPIELART-IN-F PIC X(10).
       WORKING-STORAGE SECTION.
       01  HISTORY-OUT-FILE-STATUS PIC X(02).
       01  GAMES-IN-FILE-STATUS PIC X(02).
      *    Aufbau - Blinds, Lochkarten je Platz, jede Aktion je
      *    Strasse, das wachsende Board, der Pot je Strasse und das
      *    Showdown-Ergebnis - damit die Stammspieler ihre Haende
      *    in die Studienwerkzeuge uebernehmen koennen. Beim
      *    Showdown zeigt jeder verbliebene Platz seine Karten mit
      *    dem Ergebnis von Hand-Auswerten ("zeigt"-Zeilen), bevor
      *    die Pots vergeben werden; HANDVIEW_M spielt die Haende
      *    daraus Strasse fuer Strasse nach. Die Austeilzeile traegt
      *    hinter den Karten die Spieler-ID aus roster.txt (0000 ohne
      *    Kartei) und bei Computerplaetzen dessen Aggressivitaet;
      *    STYLERPT_M wertet damit die Spielweise je Spieler aus.
       01  TRANSCRIPT-OUT-FILE-STATUS PIC X(02).
       01  TRANS-LINE PIC X(80).
       01  TRANS-POS  PIC 99.
       01  HOLE-SAVE-TABELLE.
         05  HOLE-SAVE OCCURS 4 TIMES PIC X(16).
      *    Omaha: Lochkarten 3-4 je Platz und die beiden Lochkarten,
      *    mit denen die beste Hand gebildet wurde (Holdem: dieselben
      *    wie HOLE-SAVE).
       01  HOLE-REST-SAVE-TABELLE.
         05  HOLE-REST-SAVE OCCURS 4 TIMES PIC X(16).
       01  ZEIGT-SAVE-TABELLE.
         05  ZEIGT-SAVE OCCURS 4 TIMES PIC X(16).
       01  KOMMENTAR-SAVE-TABELLE.
         05  KOMMENTAR-SAVE OCCURS 4 TIMES PIC X(20).
       01  TK-IDX PIC 9.
       01  TK-SPIELER-ID PIC 9(4).
       01  KARTEN-TEXT PIC X(9).
      *    Computerspieler: bots.txt traegt je Platz 1-4 eine Zeile
      *    mit der Aggressivitaet (0 = Mensch, 1-100 = Computer),
       01  ERGEBNIS-ZEILE PIC X(60).
       01  CURRENT-DATE-DATA.
        05 DATETIME   PIC 9(16).
       COPY 'hand.cpy'.
       01  STRUKTUR-AUSGABE.
         05  SA-RANK PIC 9(02).
         05  FILLER  PIC X VALUE SPACE.
         05  SA-WERT PIC 99.
       01  SPIELER-ANZAHL PIC 9 VALUE 0.
       01  SPIELER-TABELLE.
         05  SPIELER-ERGEBNIS OCCURS 4 TIMES.
         05  GEWINNER-SITZ OCCURS 4 TIMES PIC 9.
       01  GEWINNER-TEXT PIC X(12) VALUE SPACE.
       01  GEWINNER-POS PIC 99.
      *    Spielart: liegt spielart.txt mit "OMAHA" vor, wird Pot-
      *    Limit Omaha gespielt. Jede Hand hat dann vier Lochkarten
      *    und das Board - eine Zeile mit 9 Karten (OMAHA-HAND statt
      *    HAND). Gewertet wird die beste Kombination aus genau zwei
      *    Lochkarten und drei Boardkarten: Omaha-Auswerten prueft
      *    alle 60 Kombinationen ueber Hand-Auswerten und laesst die
      *    beste in HAND stehen, so dass Baue-Vergleichswerte und
      *    Vergleiche-Haende unveraendert weiterarbeiten. Im
      *    Tischmodus ist eine Erhoehung hoechstens so gross wie der
      *    Pot nach dem Call. Historie und Transkript tragen die
      *    Spielart.
       01  SPIELART-IN-FILE-STATUS PIC X(02).
       01  SPIELART-SWITCH PIC X VALUE "H".
         88  OmahaModus VALUE "O".
       01  SPIELART-NAME PIC X(6) VALUE "Holdem".
       01  OMAHA-HAND.
         05  OMAHA-KARTE OCCURS 9.
           07  OMAHA-FARBE PIC X(5).
           07  FILLER PIC X.
           07  OMAHA-WERT PIC 99.
           07  OMAHA-WERT-TEXT REDEFINES OMAHA-WERT PIC X(02).
       01  OMAHA-HERO PIC X(72).
       01  OMAHA-BOARD-SAVE PIC X(40).
       01  LOCH-1  PIC 99.
       01  LOCH-2  PIC 99.
       01  BRETT-1 PIC 99.
       01  BRETT-2 PIC 99.
       01  BRETT-3 PIC 99.
       01  BESTE-KOMBI PIC X(56).
       01  BESTE-RANK PIC 9(2).
       01  BESTE-VGL-WERTE PIC X(10).
       01  KOMBI-SWITCH PIC X VALUE "N".
         88  KombiGefunden VALUE "J".
       01  POT-LIMIT PIC 9(7).

       PROCEDURE DIVISION.

           IF HISTORY-OUT-FILE-STATUS NOT = "00"
               OPEN OUTPUT HISTORY-OUT
           END-IF
           PERFORM Lade-Spielart
           OPEN INPUT GAMES-IN
           IF GAMES-IN-FILE-STATUS = "00"
               SET BatchModus TO TRUE
           END-IF
           PERFORM Lade-Oddsmodus
           IF OddsModus
               IF OmahaModus
                   DISPLAY "Eigene Hand (4 Karten + bekanntes Board):"
                   ACCEPT OMAHA-HAND
               ELSE
                   DISPLAY
                       "Eigene Hand (2 Karten + bekanntes Board):"
                   ACCEPT HAND
               END-IF
               PERFORM Odds-Simulation
               CLOSE HISTORY-OUT
               STOP RUN
           END-IF
           PERFORM VARYING VERGLEICH-INDEX FROM 1 BY 1
               UNTIL VERGLEICH-INDEX > SPIELER-ANZAHL
               IF OmahaModus
                   ACCEPT OMAHA-HAND
                   PERFORM Omaha-Auswerten
               ELSE
                   ACCEPT HAND
                   PERFORM Hand-Auswerten
               END-IF
               DISPLAY AUSGABE
               PERFORM Baue-Strukturausgabe
               DISPLAY STRUKTUR-AUSGABE
           .

       Odds-Simulation Section.
           IF OmahaModus
               PERFORM Konvertiere-Omaha-Werte
               MOVE OMAHA-HAND TO OMAHA-HERO
           ELSE
               PERFORM Konvertiere-Kartenwerte
               MOVE HAND TO HERO-HAND
           END-IF
           PERFORM Baue-Restdeck
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           COMPUTE RANDOM-SEED = FUNCTION MOD(DATETIME, 999999937)
                           SET KarteBekannt TO TRUE
                       END-IF
                   END-PERFORM
      *            Omaha: bekannt sind die 9 Karten der OMAHA-HAND.
                   IF OmahaModus
                       MOVE "N" TO KARTE-BEKANNT-SWITCH
                       PERFORM VARYING KARTENINDEX FROM 1 BY 1
                           UNTIL KARTENINDEX > 9
                           IF OMAHA-WERT(KARTENINDEX) IS NUMERIC
                               AND OMAHA-WERT(KARTENINDEX) =
                                   ODDS-WERT-IDX
                               AND OMAHA-FARBE(KARTENINDEX) =
                                   ODDS-FARBE-NAME(ODDS-FARBEN-IDX)
                               SET KarteBekannt TO TRUE
                           END-IF
                       END-PERFORM
                   END-IF
                   IF NOT KarteBekannt
                       ADD 1 TO REST-ANZAHL
                       MOVE ODDS-FARBE-NAME(ODDS-FARBEN-IDX) TO
       Simuliere-Einen-Versuch Section.
           PERFORM Mische-Restdeck
           MOVE 1 TO NEXT-CARD
           IF OmahaModus
               PERFORM Ziehe-Omaha-Versuch
           ELSE
               PERFORM Ziehe-Holdem-Versuch
           END-IF
           COMPUTE SPIELER-ANZAHL = GEGNER-ANZAHL + 1
           PERFORM Werte-Versuch-Aus
           .

       Ziehe-Holdem-Versuch Section.
      *    Unbekannte Boardplaetze des Helden auffuellen.
           MOVE HERO-HAND TO HAND
           PERFORM VARYING KARTENINDEX FROM 3 BY 1
               MOVE A-WERT TO SPIELER-WERT(VERGLEICH-INDEX)
               PERFORM Baue-Vergleichswerte
           END-PERFORM
           .

       Ziehe-Omaha-Versuch Section.
      *    Wie Ziehe-Holdem-Versuch, aber mit vier Lochkarten je
      *    Spieler und der Omaha-Wertung.
           MOVE OMAHA-HERO TO OMAHA-HAND
           PERFORM VARYING KARTENINDEX FROM 5 BY 1
               UNTIL KARTENINDEX > 9
               IF OMAHA-WERT(KARTENINDEX) IS NOT NUMERIC
                   OR OMAHA-WERT(KARTENINDEX) < 2
                   MOVE REST-FARBE(NEXT-CARD) TO
                       OMAHA-FARBE(KARTENINDEX)
                   MOVE REST-WERT(NEXT-CARD) TO
                       OMAHA-WERT(KARTENINDEX)
                   ADD 1 TO NEXT-CARD
               END-IF
           END-PERFORM
           MOVE OMAHA-HAND(33:40) TO OMAHA-BOARD-SAVE
           MOVE 1 TO VERGLEICH-INDEX
           PERFORM Omaha-Auswerten
           MOVE HAND-RANK TO SPIELER-RANK(1)
           MOVE A-WERT TO SPIELER-WERT(1)
           PERFORM Baue-Vergleichswerte
           PERFORM VARYING VERGLEICH-INDEX FROM 2 BY 1
               UNTIL VERGLEICH-INDEX > GEGNER-ANZAHL + 1
               MOVE SPACES TO OMAHA-HAND
               PERFORM VARYING KARTENINDEX FROM 1 BY 1
                   UNTIL KARTENINDEX > 4
                   MOVE REST-FARBE(NEXT-CARD) TO
                       OMAHA-FARBE(KARTENINDEX)
                   MOVE REST-WERT(NEXT-CARD) TO
                       OMAHA-WERT(KARTENINDEX)
                   ADD 1 TO NEXT-CARD
               END-PERFORM
               MOVE OMAHA-BOARD-SAVE TO OMAHA-HAND(33:40)
               PERFORM Omaha-Auswerten
               MOVE HAND-RANK TO SPIELER-RANK(VERGLEICH-INDEX)
               MOVE A-WERT TO SPIELER-WERT(VERGLEICH-INDEX)
               PERFORM Baue-Vergleichswerte
           END-PERFORM
           .

       Werte-Versuch-Aus Section.
           PERFORM VARYING SEAT-IDX FROM 1 BY 1 UNTIL SEAT-IDX > 4
               MOVE "N" TO FOLD-FLAG(SEAT-IDX)
           END-PERFORM
           END-PERFORM
           .

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
                       SET OmahaModus TO TRUE
                       MOVE "Omaha" TO SPIELART-NAME
                       DISPLAY "Spielart: Pot-Limit Omaha."
                   END-IF
           END-READ
           CLOSE SPIELART-IN
           .

       Lade-Tischmodus Section.
           OPEN INPUT CHIPS-IN
           IF CHIPS-IN-FILE-STATUS NOT = "00"
                   IF OUT-FLAG(VERGLEICH-INDEX) = "N"
                       DISPLAY "Spieler " VERGLEICH-INDEX
                           ", Karten:"
                       IF OmahaModus
                           ACCEPT OMAHA-HAND
                           PERFORM Omaha-Auswerten
                           MOVE OMAHA-HAND(1:16) TO
                               HOLE-SAVE(VERGLEICH-INDEX)
                           MOVE OMAHA-HAND(17:16) TO
                               HOLE-REST-SAVE(VERGLEICH-INDEX)
                       ELSE
                           ACCEPT HAND
                           PERFORM Hand-Auswerten
                           MOVE HAND(1:16) TO
                               HOLE-SAVE(VERGLEICH-INDEX)
                       END-IF
                       PERFORM Baue-Strukturausgabe
                       MOVE HAND-RANK TO
                           SPIELER-RANK(VERGLEICH-INDEX)
                       PERFORM Baue-Vergleichswerte
                       PERFORM Schreibe-Historie
                       MOVE HAND(1:16) TO
                           ZEIGT-SAVE(VERGLEICH-INDEX)
                       MOVE KOMMENTAR TO
                           KOMMENTAR-SAVE(VERGLEICH-INDEX)
                   END-IF
               END-PERFORM
      *        Omaha: HAND haelt jetzt die beste Kombination; fuer
      *        Transkript und Computerspieler das Board der Reihe
      *        nach auf KARTE 3..7 legen.
               IF OmahaModus
                   MOVE OMAHA-HAND(33:40) TO HAND(17:40)
               END-IF
               PERFORM Schreibe-Transkript-Kopf
               PERFORM Setze-Blinds
               PERFORM VARYING STREET-IDX FROM 1 BY 1
                       DISPLAY "Erhoehung um:"
                       ACCEPT RAISE-AMOUNT
                   END-IF
      *            Pot-Limit: hoechstens der Pot nach dem Call.
                   IF OmahaModus
                       COMPUTE POT-LIMIT = POT + NEEDED-AMOUNT
                       IF RAISE-AMOUNT > POT-LIMIT
                           MOVE POT-LIMIT TO RAISE-AMOUNT
                           DISPLAY "Pot-Limit: Erhoehung auf "
                               RAISE-AMOUNT " begrenzt."
                       END-IF
                   END-IF
                   ADD RAISE-AMOUNT TO CURRENT-BET
                   COMPUTE NEEDED-AMOUNT =
                       CURRENT-BET - SEAT-CONTRIB(SEAT-IDX)
               WHEN 4 MOVE SAVE-HAND(17:40) TO HAND(17:40)
               WHEN OTHER CONTINUE
           END-EVALUATE
           IF OmahaModus
               MOVE SPACES TO OMAHA-HAND
               MOVE HOLE-SAVE(SEAT-IDX) TO OMAHA-HAND(1:16)
               MOVE HOLE-REST-SAVE(SEAT-IDX) TO OMAHA-HAND(17:16)
               MOVE HAND(17:40) TO OMAHA-HAND(33:40)
               MOVE OMAHA-HAND TO OMAHA-HERO
           END-IF
           COMPUTE GEGNER-ANZAHL = ACTIVE-COUNT - 1
           IF GEGNER-ANZAHL < 1
               MOVE 1 TO GEGNER-ANZAHL
               END-PERFORM
               EXIT SECTION
           END-IF
           PERFORM Schreibe-Transkript-Showdown
           PERFORM Verteile-Seitenpots
           .


       Schreibe-Transkript-Kopf Section.
           MOVE SPACES TO TRANS-LINE
           IF OmahaModus
               STRING "*** Hand " HAND-NR " *** Omaha Pot-Limit"
                   DELIMITED BY SIZE INTO TRANS-LINE
           ELSE
               STRING "*** Hand " HAND-NR " *** Holdem"
                   DELIMITED BY SIZE INTO TRANS-LINE
           END-IF
           WRITE TRANSCRIPT-OUT-F FROM TRANS-LINE
           PERFORM VARYING TK-IDX FROM 1 BY 1
               UNTIL TK-IDX > SPIELER-ANZAHL
               IF OUT-FLAG(TK-IDX) = "N"
                   IF RosterModus AND SZ-ROSTER-IDX(TK-IDX) > 0
                       MOVE RT-ID(SZ-ROSTER-IDX(TK-IDX))
                           TO TK-SPIELER-ID
                   ELSE
                       MOVE 0 TO TK-SPIELER-ID
                   END-IF
                   MOVE SPACES TO TRANS-LINE
                   IF BOT-AGGRO(TK-IDX) > 0
                       STRING "Spieler " TK-IDX " (Stack "
                           STACK(TK-IDX) ") erhaelt ["
                           HOLE-SAVE(TK-IDX) "] ID " TK-SPIELER-ID
                           " Computer " BOT-AGGRO(TK-IDX)
                           DELIMITED BY SIZE INTO TRANS-LINE
                   ELSE
                       STRING "Spieler " TK-IDX " (Stack "
                           STACK(TK-IDX) ") erhaelt ["
                           HOLE-SAVE(TK-IDX) "] ID " TK-SPIELER-ID
                           DELIMITED BY SIZE INTO TRANS-LINE
                   END-IF
                   WRITE TRANSCRIPT-OUT-F FROM TRANS-LINE
      *            Omaha: Lochkarten 3-4 in einer Folgezeile.
                   IF OmahaModus
                       MOVE SPACES TO TRANS-LINE
                       STRING "Spieler " TK-IDX " erhaelt dazu ["
                           HOLE-REST-SAVE(TK-IDX) "]"
                           DELIMITED BY SIZE INTO TRANS-LINE
                       WRITE TRANSCRIPT-OUT-F FROM TRANS-LINE
                   END-IF
               END-IF
           END-PERFORM
           .

       Schreibe-Transkript-Showdown Section.
      *    Je verbliebenem Platz Lochkarten und Handbewertung; bei
      *    Omaha die beiden Lochkarten der besten Kombination.
           PERFORM VARYING TK-IDX FROM 1 BY 1
               UNTIL TK-IDX > SPIELER-ANZAHL
               IF FOLD-FLAG(TK-IDX) = "N"
                   MOVE SPACES TO TRANS-LINE
                   STRING "Spieler " TK-IDX " zeigt ["
                       ZEIGT-SAVE(TK-IDX) "] "
                       KOMMENTAR-SAVE(TK-IDX) " "
                       SPIELER-WERT(TK-IDX)
                       DELIMITED BY SIZE INTO TRANS-LINE
                   WRITE TRANSCRIPT-OUT-F FROM TRANS-LINE
               END-IF
               READ GAMES-IN
                   AT END SET GamesEof TO TRUE
                   NOT AT END
                       IF OmahaModus
                           MOVE GAMES-IN-F TO OMAHA-HAND
                           PERFORM Omaha-Auswerten
                       ELSE
                           MOVE GAMES-IN-F TO HAND
                           PERFORM Hand-Auswerten
                       END-IF
                       PERFORM Baue-Strukturausgabe
                       MOVE HAND-RANK TO
                           SPIELER-RANK(VERGLEICH-INDEX)
           WRITE RESULTS-OUT-F FROM ERGEBNIS-ZEILE
           .

       COPY 'auswerten.cpy'.

       Omaha-Auswerten Section.
      *    Beste Hand aus genau zwei der vier Lochkarten (OMAHA-KARTE
      *    1-4) und drei der fuenf Boardkarten (5-9). Jede der 60
      *    Kombinationen kommt als Fuenf-Karten-Hand durch
      *    Hand-Auswerten; die beste wird am Ende noch einmal
      *    ausgewertet, damit HAND, AUSGABE und die Histogramme zu
      *    ihr passen.
           IF OMAHA-HAND = SPACE
               MOVE SPACES TO HAND
               PERFORM Hand-Auswerten
               EXIT SECTION
           END-IF
           PERFORM Konvertiere-Omaha-Werte
           INITIALIZE AUSGABE
           PERFORM Pruefe-Omaha-Gueltigkeit
           IF UngueltigeHand
               MOVE 0 TO HAND-RANK
               MOVE 0 TO A-WERT
               EXIT SECTION
           END-IF
           MOVE "N" TO KOMBI-SWITCH
           MOVE 0 TO BESTE-RANK
           MOVE LOW-VALUES TO BESTE-VGL-WERTE
           PERFORM VARYING LOCH-1 FROM 1 BY 1 UNTIL LOCH-1 > 3
               PERFORM VARYING LOCH-2 FROM LOCH-1 BY 1
                   UNTIL LOCH-2 > 4
                   IF LOCH-2 > LOCH-1
                       PERFORM Waehle-Boardkarten
                   END-IF
               END-PERFORM
           END-PERFORM
           INITIALIZE AUSGABE
           IF KombiGefunden
               MOVE BESTE-KOMBI TO HAND
           ELSE
               MOVE SPACES TO HAND
           END-IF
           PERFORM Hand-Auswerten
           .

       Pruefe-Omaha-Gueltigkeit Section.
      *    Doppelte Karten ueber alle 9 Karten, nicht nur innerhalb
      *    einer Kombination.
           PERFORM VARYING LOCH-1 FROM 1 BY 1 UNTIL LOCH-1 > 8
               PERFORM VARYING LOCH-2 FROM LOCH-1 BY 1
                   UNTIL LOCH-2 > 9
                   IF LOCH-2 > LOCH-1
                       AND OMAHA-WERT(LOCH-1) IS NUMERIC
                       AND OMAHA-WERT(LOCH-1) > 0
                       AND OMAHA-KARTE(LOCH-2) = OMAHA-KARTE(LOCH-1)
                       SET UngueltigeHand TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       Waehle-Boardkarten Section.
           PERFORM VARYING BRETT-1 FROM 5 BY 1 UNTIL BRETT-1 > 7
               PERFORM VARYING BRETT-2 FROM BRETT-1 BY 1
                   UNTIL BRETT-2 > 8
                   PERFORM VARYING BRETT-3 FROM BRETT-2 BY 1
                       UNTIL BRETT-3 > 9
                       IF BRETT-2 > BRETT-1 AND BRETT-3 > BRETT-2
                           PERFORM Werte-Omaha-Kombination
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           .

       Werte-Omaha-Kombination Section.
      *    Karten 6 und 7 bleiben leer (Wert 0), fehlende Boardkarten
      *    ebenso - dann zaehlt die Kombination mit weniger Karten.
           MOVE SPACES TO HAND
           MOVE OMAHA-KARTE(LOCH-1) TO KARTE(1)
           MOVE OMAHA-KARTE(LOCH-2) TO KARTE(2)
           MOVE OMAHA-KARTE(BRETT-1) TO KARTE(3)
           MOVE OMAHA-KARTE(BRETT-2) TO KARTE(4)
           MOVE OMAHA-KARTE(BRETT-3) TO KARTE(5)
           PERFORM VARYING KARTENINDEX FROM 1 BY 1
               UNTIL KARTENINDEX > 7
               IF WERT(KARTENINDEX) IS NOT NUMERIC
                   MOVE SPACES TO FARBE(KARTENINDEX)
                   MOVE 0 TO WERT(KARTENINDEX)
               END-IF
           END-PERFORM
           IF WERT(1) = 0 OR WERT(2) = 0
               EXIT SECTION
           END-IF
           INITIALIZE AUSGABE
           PERFORM Hand-Auswerten
           IF UngueltigeHand
               EXIT SECTION
           END-IF
           PERFORM Baue-Vergleichswerte
           IF NOT KombiGefunden
               OR HAND-RANK > BESTE-RANK
               OR (HAND-RANK = BESTE-RANK
                   AND VGL-WERTE > BESTE-VGL-WERTE)
               SET KombiGefunden TO TRUE
               MOVE HAND TO BESTE-KOMBI
               MOVE HAND-RANK TO BESTE-RANK
               MOVE VGL-WERTE TO BESTE-VGL-WERTE
           END-IF
           .

       Konvertiere-Omaha-Werte Section.
      *    Bildkarten wie in Konvertiere-Kartenwerte.
           PERFORM VARYING KARTENINDEX FROM 1 BY 1
               UNTIL KARTENINDEX > 9
               EVALUATE FUNCTION TRIM(OMAHA-WERT-TEXT(KARTENINDEX))
                   WHEN "J" MOVE 11 TO OMAHA-WERT(KARTENINDEX)
                   WHEN "Q" MOVE 12 TO OMAHA-WERT(KARTENINDEX)
                   WHEN "K" MOVE 13 TO OMAHA-WERT(KARTENINDEX)
                   WHEN "A" MOVE 14 TO OMAHA-WERT(KARTENINDEX)
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM
           .

       Vergleiche-Haende Section.
           ELSE
               MOVE 0 TO HO-SPIELER-ID
           END-IF
           MOVE SPIELART-NAME TO HO-SPIELART
           WRITE HISTORY-OUT-F
           .

