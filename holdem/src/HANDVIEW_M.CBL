       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HANDVIEW_M.
      *****************************************************************
      * Handbetrachter fuer das Tischmodus-Transkript: liest
      * transcript.txt von HOLDEM_M, listet die Haende (laufende
      * Nummer, Handnummer des Abends, Ausgang) und spielt eine
      * gewaehlte Hand Schritt fuer Schritt nach - Austeilen und
      * Blinds, Preflop, Flop, Turn, River, Showdown. Je Schritt
      * stehen Board, Pot und je Platz Stack, Einsatz und Status auf
      * dem Schirm, darunter die Aktionen des Schritts. Die
      * Lochkarten bleiben bis zum Showdown verdeckt; dort zeigt der
      * Betrachter die Karten, das Ergebnis von Hand-Auswerten, die
      * Pots mit Seitenpots und die Gewinne. V=vor, Z=zurueck,
      * L=zur Liste, E=Ende. Im Speicher sind die letzten 500
      * Haende (hoechstens 20000 Zeilen).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSCRIPT-IN ASSIGN TO "transcript.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSCRIPT-IN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSCRIPT-IN.
       01  TRANSCRIPT-IN-F PIC X(80).
       WORKING-STORAGE SECTION.
       01  TRANSCRIPT-IN-FILE-STATUS PIC X(02).
       01  TRANSCRIPT-EOF-SWITCH PIC X VALUE "N".
         88  TranscriptEof VALUE "J".
       01  TRANSKRIPT-TABELLE.
         05  TZ-ZEILE OCCURS 20000 TIMES PIC X(80).
       01  ZEILEN-ANZAHL PIC 9(5) VALUE 0.
       01  ZEILE-IDX PIC 9(5).
       01  HAND-TABELLE.
         05  HAND-EINTRAG OCCURS 500 TIMES.
           10  HT-NUMMER PIC 9(4).
           10  HT-ERSTE  PIC 9(5).
           10  HT-LETZTE PIC 9(5).
       01  HAND-ANZAHL PIC 9(3) VALUE 0.
       01  HAND-IDX PIC 9(3).
      *    Erster Durchgang zaehlt die Haende; geladen werden nur die
      *    juengsten 500, aeltere werden ueberlesen.
       01  HAENDE-GESAMT PIC 9(6) VALUE 0.
       01  HAENDE-UEBERLESEN PIC 9(6) VALUE 0.
       01  HAENDE-GELESEN PIC 9(6) VALUE 0.
       01  VOLL-SWITCH PIC X VALUE "N".
         88  TabelleVoll VALUE "J".
       01  SCHRITT-TABELLE.
         05  SCHRITT-EINTRAG OCCURS 7 TIMES.
           10  SR-ERSTE  PIC 9(5).
           10  SR-LETZTE PIC 9(5).
           10  SR-NAME   PIC X(20).
       01  SCHRITT-ANZAHL PIC 9 VALUE 0.
       01  AKTUELL PIC 9 VALUE 1.
       01  SHOWDOWN-SWITCH PIC X VALUE "N".
         88  ShowdownErreicht VALUE "J".
      *    Spielstand bis zum Ende des angezeigten Schritts.
       01  SITZ-TABELLE.
         05  SITZ-EINTRAG OCCURS 4 TIMES.
           10  SZ-DABEI    PIC X.
           10  SZ-STACK    PIC 9(6).
      *    Lochkarten 1-2, bei Omaha in (17:16) die Karten 3-4.
           10  SZ-HOLE     PIC X(32).
           10  SZ-EINSATZ  PIC 9(7).
           10  SZ-GEWINN   PIC 9(7).
           10  SZ-PASST    PIC X.
           10  SZ-ZEIGT    PIC X.
           10  SZ-ERGEBNIS PIC X(23).
           10  SZ-GEWINNER PIC X.
       01  SITZ-IDX PIC 9.
      *    Omaha-Hand: erkannt an den Austeilzeilen "erhaelt dazu".
       01  OMAHA-SWITCH PIC X VALUE "N".
         88  OmahaHand VALUE "J".
       01  BOARD-TABELLE.
         05  BOARD-KARTE OCCURS 5 TIMES PIC X(8).
       01  BOARD-ANZAHL PIC 9 VALUE 0.
       01  BOARD-IDX PIC 9.
       01  POT-SUMME PIC 9(7).
       01  ZAHL-4 PIC 9(4).
       01  ZAHL-6 PIC 9(6).
       01  ZAHL-7 PIC 9(7).
       01  TRANCHE-BETRAG PIC 9(7).
       01  TRANCHE-ANTEIL PIC 9(7).
       01  TRANCHE-REST PIC 9(7).
       01  GEWINNER-ANZAHL PIC 9.
       01  GEWINNER-LISTE.
         05  GEWINNER-SITZ OCCURS 4 TIMES PIC 9.
       01  GEWINNER-VORTEXT PIC X(80).
       01  GEWINNER-REST PIC X(80).
       01  REST-IDX PIC 99.
       01  ZEIGT-ANZAHL PIC 9.
       01  ANZEIGE-ZEILE PIC X(120).
       01  ANZEIGE-POS PIC 9(3).
       01  AZ-STACK PIC Z(5)9.
       01  AZ-EINSATZ PIC Z(6)9.
       01  AZ-GEWINN PIC Z(6)9.
       01  AZ-POT PIC Z(6)9.
       01  AZ-LFD PIC ZZ9.
       01  AUSWAHL PIC 9(3) VALUE 0.
       01  KOMMANDO PIC X(01).
         88  KommandoVor      VALUE "V" "v".
         88  KommandoZurueck  VALUE "Z" "z".
         88  KommandoListe    VALUE "L" "l".
         88  KommandoEnde     VALUE "E" "e".

       PROCEDURE DIVISION.
           PERFORM Zaehle-Haende
           PERFORM Lade-Transkript
           IF HAND-ANZAHL = 0
               DISPLAY "Kein Transkript vorhanden - erst eine Runde"
                   " im Tischmodus spielen."
               STOP RUN
           END-IF
           PERFORM UNTIL KommandoEnde
               PERFORM Zeige-Handliste
               DISPLAY "Hand waehlen (1-" HAND-ANZAHL ", 0=Ende):"
               ACCEPT AUSWAHL
               IF AUSWAHL = 0
                   SET KommandoEnde TO TRUE
               ELSE
                   IF AUSWAHL <= HAND-ANZAHL
                       MOVE AUSWAHL TO HAND-IDX
                       PERFORM Betrachte-Hand
                   END-IF
               END-IF
           END-PERFORM
           STOP RUN.

       Zaehle-Haende SECTION.
           OPEN INPUT TRANSCRIPT-IN
           IF TRANSCRIPT-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL TranscriptEof
               READ TRANSCRIPT-IN
                   AT END SET TranscriptEof TO TRUE
                   NOT AT END
                       IF TRANSCRIPT-IN-F(1:9) = "*** Hand "
                           ADD 1 TO HAENDE-GESAMT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSCRIPT-IN
           IF HAENDE-GESAMT > 500
               COMPUTE HAENDE-UEBERLESEN = HAENDE-GESAMT - 500
           END-IF
           .

       Lade-Transkript SECTION.
           MOVE "N" TO TRANSCRIPT-EOF-SWITCH
           OPEN INPUT TRANSCRIPT-IN
           IF TRANSCRIPT-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL TranscriptEof
               READ TRANSCRIPT-IN
                   AT END SET TranscriptEof TO TRUE
                   NOT AT END PERFORM Lies-Transkriptzeile
               END-READ
           END-PERFORM
           CLOSE TRANSCRIPT-IN
           IF HAENDE-UEBERLESEN > 0
               DISPLAY "Transkript mit " HAENDE-GESAMT " Haenden -"
                   " geladen sind die letzten " HAND-ANZAHL "."
           END-IF
           .

       Lies-Transkriptzeile SECTION.
           IF TRANSCRIPT-IN-F(1:9) = "*** Hand "
               ADD 1 TO HAENDE-GELESEN
           END-IF
           IF HAENDE-GELESEN = 0
               OR HAENDE-GELESEN <= HAENDE-UEBERLESEN OR TabelleVoll
               EXIT SECTION
           END-IF
           IF ZEILEN-ANZAHL >= 20000
               SET TabelleVoll TO TRUE
               DISPLAY "Transkript laenger als 20000 Zeilen -"
                   " Rest wird nicht geladen."
               EXIT SECTION
           END-IF
           ADD 1 TO ZEILEN-ANZAHL
           MOVE TRANSCRIPT-IN-F TO TZ-ZEILE(ZEILEN-ANZAHL)
           IF TRANSCRIPT-IN-F(1:9) = "*** Hand "
               ADD 1 TO HAND-ANZAHL
               MOVE TRANSCRIPT-IN-F(10:4) TO HT-NUMMER(HAND-ANZAHL)
               MOVE ZEILEN-ANZAHL TO HT-ERSTE(HAND-ANZAHL)
           END-IF
           MOVE ZEILEN-ANZAHL TO HT-LETZTE(HAND-ANZAHL)
           .

       Zeige-Handliste SECTION.
      *    Je Hand eine Zeile mit dem Ausgang (letzte Zeile der Hand).
           CALL 'SYSTEM' USING 'clear'
           DISPLAY "Haende im Transkript:"
           PERFORM VARYING HAND-IDX FROM 1 BY 1
               UNTIL HAND-IDX > HAND-ANZAHL
               MOVE HAND-IDX TO AZ-LFD
               MOVE SPACES TO ANZEIGE-ZEILE
               STRING AZ-LFD "  Hand " HT-NUMMER(HAND-IDX) "  "
                   TZ-ZEILE(HT-LETZTE(HAND-IDX))
                   DELIMITED BY SIZE INTO ANZEIGE-ZEILE
               DISPLAY FUNCTION TRIM(ANZEIGE-ZEILE TRAILING)
           END-PERFORM
           .

       Betrachte-Hand SECTION.
           PERFORM Baue-Schritte
           MOVE 1 TO AKTUELL
           MOVE SPACE TO KOMMANDO
           PERFORM Zeige-Schritt
           PERFORM UNTIL KommandoListe OR KommandoEnde
               DISPLAY "V=vor Z=zurueck L=Liste E=Ende:"
               ACCEPT KOMMANDO
               EVALUATE TRUE
                   WHEN KommandoVor
                       IF AKTUELL < SCHRITT-ANZAHL
                           ADD 1 TO AKTUELL
                       END-IF
                       PERFORM Zeige-Schritt
                   WHEN KommandoZurueck
                       IF AKTUELL > 1
                           SUBTRACT 1 FROM AKTUELL
                       END-IF
                       PERFORM Zeige-Schritt
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           .

       Baue-Schritte SECTION.
      *    Ein neuer Schritt beginnt mit jedem Strassenkopf "--- "
      *    und mit der ersten Zeile des Ausgangs (Karten zeigen,
      *    Potvergabe oder Gewinn ohne Showdown).
           MOVE 1 TO SCHRITT-ANZAHL
           MOVE HT-ERSTE(HAND-IDX) TO SR-ERSTE(1)
           MOVE HT-ERSTE(HAND-IDX) TO SR-LETZTE(1)
           MOVE "Austeilen und Blinds" TO SR-NAME(1)
           MOVE "N" TO SHOWDOWN-SWITCH
           COMPUTE ZEILE-IDX = HT-ERSTE(HAND-IDX) + 1
           PERFORM UNTIL ZEILE-IDX > HT-LETZTE(HAND-IDX)
               IF SCHRITT-ANZAHL < 7
                   IF TZ-ZEILE(ZEILE-IDX)(1:4) = "--- "
                       AND NOT ShowdownErreicht
                       ADD 1 TO SCHRITT-ANZAHL
                       MOVE ZEILE-IDX TO SR-ERSTE(SCHRITT-ANZAHL)
                       PERFORM Benenne-Strasse
                   END-IF
                   IF NOT ShowdownErreicht
                       AND (TZ-ZEILE(ZEILE-IDX)(1:9) = "Showdown:"
                       OR TZ-ZEILE(ZEILE-IDX)(10:8) = " zeigt ["
                       OR TZ-ZEILE(ZEILE-IDX)(10:9) = " gewinnt ")
                       SET ShowdownErreicht TO TRUE
                       ADD 1 TO SCHRITT-ANZAHL
                       MOVE ZEILE-IDX TO SR-ERSTE(SCHRITT-ANZAHL)
                       IF TZ-ZEILE(ZEILE-IDX)(10:9) = " gewinnt "
                           MOVE "Ergebnis" TO SR-NAME(SCHRITT-ANZAHL)
                       ELSE
                           MOVE "Showdown" TO SR-NAME(SCHRITT-ANZAHL)
                       END-IF
                   END-IF
               END-IF
               MOVE ZEILE-IDX TO SR-LETZTE(SCHRITT-ANZAHL)
               ADD 1 TO ZEILE-IDX
           END-PERFORM
           .

       Benenne-Strasse SECTION.
           EVALUATE TRUE
               WHEN TZ-ZEILE(ZEILE-IDX)(5:7) = "Preflop"
                   MOVE "Preflop" TO SR-NAME(SCHRITT-ANZAHL)
               WHEN TZ-ZEILE(ZEILE-IDX)(5:4) = "Flop"
                   MOVE "Flop" TO SR-NAME(SCHRITT-ANZAHL)
               WHEN TZ-ZEILE(ZEILE-IDX)(5:4) = "Turn"
                   MOVE "Turn" TO SR-NAME(SCHRITT-ANZAHL)
               WHEN OTHER
                   MOVE "River" TO SR-NAME(SCHRITT-ANZAHL)
           END-EVALUATE
           .

       Zeige-Schritt SECTION.
           PERFORM Spiele-Bis-Schritt
           CALL 'SYSTEM' USING 'clear'
           MOVE HAND-IDX TO AZ-LFD
           DISPLAY "Hand " HT-NUMMER(HAND-IDX) " (Nr. "
               FUNCTION TRIM(AZ-LFD) ") - "
               FUNCTION TRIM(SR-NAME(AKTUELL))
               " - Schritt " AKTUELL " von " SCHRITT-ANZAHL
           PERFORM Zeige-Board
           MOVE POT-SUMME TO AZ-POT
           DISPLAY "Pot:   " AZ-POT
           DISPLAY SPACE
           PERFORM VARYING SITZ-IDX FROM 1 BY 1 UNTIL SITZ-IDX > 4
               IF SZ-DABEI(SITZ-IDX) = "J"
                   PERFORM Zeige-Sitz
               END-IF
           END-PERFORM
           DISPLAY SPACE
           DISPLAY "Verlauf:"
      *    Die Austeilzeilen tragen die Lochkarten; sie bleiben
      *    verdeckt und stehen nur in der Sitzuebersicht.
           PERFORM VARYING ZEILE-IDX FROM SR-ERSTE(AKTUELL) BY 1
               UNTIL ZEILE-IDX > SR-LETZTE(AKTUELL)
               IF TZ-ZEILE(ZEILE-IDX)(24:11) NOT = ") erhaelt ["
                   AND TZ-ZEILE(ZEILE-IDX)(10:15) NOT =
                       " erhaelt dazu ["
                   DISPLAY "  " FUNCTION TRIM(TZ-ZEILE(ZEILE-IDX)
                       TRAILING)
               END-IF
           END-PERFORM
           IF AKTUELL = SCHRITT-ANZAHL
               PERFORM Zeige-Gewinnerhand
           END-IF
           .

       Zeige-Board SECTION.
           MOVE SPACES TO ANZEIGE-ZEILE
           MOVE 1 TO ANZEIGE-POS
           STRING "Board: " DELIMITED BY SIZE
               INTO ANZEIGE-ZEILE WITH POINTER ANZEIGE-POS
           IF BOARD-ANZAHL = 0
               STRING "-" DELIMITED BY SIZE
                   INTO ANZEIGE-ZEILE WITH POINTER ANZEIGE-POS
           END-IF
           PERFORM VARYING BOARD-IDX FROM 1 BY 1
               UNTIL BOARD-IDX > BOARD-ANZAHL
               STRING "[" BOARD-KARTE(BOARD-IDX) "] "
                   DELIMITED BY SIZE
                   INTO ANZEIGE-ZEILE WITH POINTER ANZEIGE-POS
           END-PERFORM
           DISPLAY FUNCTION TRIM(ANZEIGE-ZEILE TRAILING)
           .

       Zeige-Sitz SECTION.
           COMPUTE AZ-STACK = SZ-STACK(SITZ-IDX)
               - SZ-EINSATZ(SITZ-IDX) + SZ-GEWINN(SITZ-IDX)
           MOVE SZ-EINSATZ(SITZ-IDX) TO AZ-EINSATZ
           MOVE SPACES TO ANZEIGE-ZEILE
           MOVE 1 TO ANZEIGE-POS
           STRING "Spieler " SITZ-IDX "  Stack " AZ-STACK
               "  Einsatz " AZ-EINSATZ "  "
               DELIMITED BY SIZE
               INTO ANZEIGE-ZEILE WITH POINTER ANZEIGE-POS
           IF SZ-ZEIGT(SITZ-IDX) = "J"
               STRING "[" SZ-HOLE(SITZ-IDX)(1:8) "] ["
                   SZ-HOLE(SITZ-IDX)(9:8) "] "
                   DELIMITED BY SIZE
                   INTO ANZEIGE-ZEILE WITH POINTER ANZEIGE-POS
               IF OmahaHand
                   STRING "[" SZ-HOLE(SITZ-IDX)(17:8) "] ["
                       SZ-HOLE(SITZ-IDX)(25:8) "] "
                       DELIMITED BY SIZE
                       INTO ANZEIGE-ZEILE WITH POINTER ANZEIGE-POS
               END-IF
           ELSE
               STRING "[verdeckt]            "
                   DELIMITED BY SIZE
                   INTO ANZEIGE-ZEILE WITH POINTER ANZEIGE-POS
           END-IF
           EVALUATE TRUE
               WHEN SZ-PASST(SITZ-IDX) = "J"
                   STRING "passt" DELIMITED BY SIZE
                       INTO ANZEIGE-ZEILE WITH POINTER ANZEIGE-POS
               WHEN SZ-ERGEBNIS(SITZ-IDX) NOT = SPACES
                   STRING SZ-ERGEBNIS(SITZ-IDX) DELIMITED BY SIZE
                       INTO ANZEIGE-ZEILE WITH POINTER ANZEIGE-POS
               WHEN SZ-EINSATZ(SITZ-IDX) >= SZ-STACK(SITZ-IDX)
                   STRING "All-in" DELIMITED BY SIZE
                       INTO ANZEIGE-ZEILE WITH POINTER ANZEIGE-POS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY FUNCTION TRIM(ANZEIGE-ZEILE TRAILING)
           .

       Zeige-Gewinnerhand SECTION.
      *    Gewinn je Platz aus der Potvergabe; beim Showdown mit der
      *    Hand und der Bewertung von Hand-Auswerten.
           DISPLAY SPACE
           PERFORM VARYING SITZ-IDX FROM 1 BY 1 UNTIL SITZ-IDX > 4
               IF SZ-GEWINNER(SITZ-IDX) = "J"
                   MOVE SZ-GEWINN(SITZ-IDX) TO AZ-GEWINN
                   MOVE SPACES TO ANZEIGE-ZEILE
                   MOVE 1 TO ANZEIGE-POS
                   IF SZ-ZEIGT(SITZ-IDX) = "J"
                       STRING "Gewinnende Hand: Spieler " SITZ-IDX
                           " [" SZ-HOLE(SITZ-IDX)(1:8) "] ["
                           SZ-HOLE(SITZ-IDX)(9:8) "] "
                           DELIMITED BY SIZE INTO ANZEIGE-ZEILE
                           WITH POINTER ANZEIGE-POS
                       IF OmahaHand
                           STRING "[" SZ-HOLE(SITZ-IDX)(17:8) "] ["
                               SZ-HOLE(SITZ-IDX)(25:8) "] "
                               DELIMITED BY SIZE INTO ANZEIGE-ZEILE
                               WITH POINTER ANZEIGE-POS
                       END-IF
                       STRING SZ-ERGEBNIS(SITZ-IDX)
                           " - Gewinn " AZ-GEWINN
                           DELIMITED BY SIZE INTO ANZEIGE-ZEILE
                           WITH POINTER ANZEIGE-POS
                   ELSE
                       STRING "Gewinner: Spieler " SITZ-IDX
                           " ohne Showdown - Gewinn " AZ-GEWINN
                           DELIMITED BY SIZE INTO ANZEIGE-ZEILE
                   END-IF
                   DISPLAY FUNCTION TRIM(ANZEIGE-ZEILE TRAILING)
               END-IF
           END-PERFORM
           .

       Spiele-Bis-Schritt SECTION.
      *    Stand neu aufbauen: alle Zeilen der Hand bis zum Ende des
      *    angezeigten Schritts auswerten.
           INITIALIZE SITZ-TABELLE
           MOVE "N" TO OMAHA-SWITCH
           MOVE 0 TO BOARD-ANZAHL
           MOVE 0 TO ZEIGT-ANZAHL
           PERFORM VARYING ZEILE-IDX FROM HT-ERSTE(HAND-IDX) BY 1
               UNTIL ZEILE-IDX > SR-LETZTE(AKTUELL)
               PERFORM Werte-Zeile-Aus
           END-PERFORM
      *    Aeltere Transkripte ohne "zeigt"-Zeilen: beim Showdown
      *    alle nicht gepassten Plaetze aufdecken.
           IF SR-NAME(AKTUELL) = "Showdown" AND ZEIGT-ANZAHL = 0
               PERFORM VARYING SITZ-IDX FROM 1 BY 1
                   UNTIL SITZ-IDX > 4
                   IF SZ-DABEI(SITZ-IDX) = "J"
                       AND SZ-PASST(SITZ-IDX) NOT = "J"
                       MOVE "J" TO SZ-ZEIGT(SITZ-IDX)
                   END-IF
               END-PERFORM
           END-IF
           MOVE 0 TO POT-SUMME
           PERFORM VARYING SITZ-IDX FROM 1 BY 1 UNTIL SITZ-IDX > 4
               IF SZ-EINSATZ(SITZ-IDX) > SZ-STACK(SITZ-IDX)
                   MOVE SZ-STACK(SITZ-IDX) TO SZ-EINSATZ(SITZ-IDX)
               END-IF
               ADD SZ-EINSATZ(SITZ-IDX) TO POT-SUMME
           END-PERFORM
           .

       Werte-Zeile-Aus SECTION.
      *    Die Zeilen stehen in den festen Spalten, in denen HOLDEM_M
      *    sie schreibt.
           IF TZ-ZEILE(ZEILE-IDX)(1:8) = "Spieler "
               AND TZ-ZEILE(ZEILE-IDX)(9:1) IS NUMERIC
               MOVE TZ-ZEILE(ZEILE-IDX)(9:1) TO SITZ-IDX
               IF SITZ-IDX < 1 OR SITZ-IDX > 4
                   EXIT SECTION
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN TZ-ZEILE(ZEILE-IDX)(24:11) = ") erhaelt ["
                   MOVE "J" TO SZ-DABEI(SITZ-IDX)
                   MOVE TZ-ZEILE(ZEILE-IDX)(18:6) TO ZAHL-6
                   MOVE ZAHL-6 TO SZ-STACK(SITZ-IDX)
                   MOVE TZ-ZEILE(ZEILE-IDX)(35:16)
                       TO SZ-HOLE(SITZ-IDX)
               WHEN TZ-ZEILE(ZEILE-IDX)(10:15) = " erhaelt dazu ["
                   SET OmahaHand TO TRUE
                   MOVE TZ-ZEILE(ZEILE-IDX)(25:16)
                       TO SZ-HOLE(SITZ-IDX)(17:16)
               WHEN TZ-ZEILE(ZEILE-IDX)(10:19) =
                   " setzt Small Blind "
                   MOVE TZ-ZEILE(ZEILE-IDX)(29:4) TO ZAHL-4
                   ADD ZAHL-4 TO SZ-EINSATZ(SITZ-IDX)
                   IF TZ-ZEILE(ZEILE-IDX)(43:1) IS NUMERIC
                       MOVE TZ-ZEILE(ZEILE-IDX)(43:1) TO SITZ-IDX
                       MOVE TZ-ZEILE(ZEILE-IDX)(61:4) TO ZAHL-4
                       IF SITZ-IDX >= 1 AND SITZ-IDX <= 4
                           ADD ZAHL-4 TO SZ-EINSATZ(SITZ-IDX)
                       END-IF
                   END-IF
               WHEN TZ-ZEILE(ZEILE-IDX)(10:7) = " passt"
                   MOVE "J" TO SZ-PASST(SITZ-IDX)
               WHEN TZ-ZEILE(ZEILE-IDX)(10:7) = " callt "
                   MOVE TZ-ZEILE(ZEILE-IDX)(17:6) TO ZAHL-6
                   ADD ZAHL-6 TO SZ-EINSATZ(SITZ-IDX)
               WHEN TZ-ZEILE(ZEILE-IDX)(10:12) = " erhoeht um "
                   MOVE TZ-ZEILE(ZEILE-IDX)(47:6) TO ZAHL-6
                   ADD ZAHL-6 TO SZ-EINSATZ(SITZ-IDX)
               WHEN TZ-ZEILE(ZEILE-IDX)(10:8) = " zeigt ["
                   ADD 1 TO ZEIGT-ANZAHL
                   MOVE "J" TO SZ-ZEIGT(SITZ-IDX)
      *            Omaha zeigt nur die beiden Lochkarten der besten
      *            Kombination; die vier Karten aus dem Austeilen
      *            bleiben stehen.
                   IF NOT OmahaHand
                       MOVE TZ-ZEILE(ZEILE-IDX)(18:16)
                           TO SZ-HOLE(SITZ-IDX)
                   END-IF
                   MOVE TZ-ZEILE(ZEILE-IDX)(36:23)
                       TO SZ-ERGEBNIS(SITZ-IDX)
               WHEN TZ-ZEILE(ZEILE-IDX)(10:9) = " gewinnt "
                   MOVE TZ-ZEILE(ZEILE-IDX)(19:7) TO ZAHL-7
                   ADD ZAHL-7 TO SZ-GEWINN(SITZ-IDX)
                   MOVE "J" TO SZ-GEWINNER(SITZ-IDX)
               WHEN TZ-ZEILE(ZEILE-IDX)(1:9) = "Showdown:"
                   PERFORM Vergib-Tranche
               WHEN TZ-ZEILE(ZEILE-IDX)(1:10) = "--- Flop ["
                   MOVE TZ-ZEILE(ZEILE-IDX)(11:8) TO BOARD-KARTE(1)
                   MOVE TZ-ZEILE(ZEILE-IDX)(20:8) TO BOARD-KARTE(2)
                   MOVE TZ-ZEILE(ZEILE-IDX)(29:8) TO BOARD-KARTE(3)
                   MOVE 3 TO BOARD-ANZAHL
               WHEN TZ-ZEILE(ZEILE-IDX)(1:10) = "--- Turn ["
                   MOVE TZ-ZEILE(ZEILE-IDX)(11:8) TO BOARD-KARTE(4)
                   MOVE 4 TO BOARD-ANZAHL
               WHEN TZ-ZEILE(ZEILE-IDX)(1:11) = "--- River ["
                   MOVE TZ-ZEILE(ZEILE-IDX)(12:8) TO BOARD-KARTE(5)
                   MOVE 5 TO BOARD-ANZAHL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       Vergib-Tranche SECTION.
      *    "Showdown: Pot nn (ppppppp) an Spieler n" bzw. "...
      *    geteilt an Spieler n n"; der Rest einer Teilung geht wie
      *    am Tisch an den ersten Gewinner.
           MOVE TZ-ZEILE(ZEILE-IDX)(19:7) TO TRANCHE-BETRAG
           MOVE SPACES TO GEWINNER-VORTEXT
           MOVE SPACES TO GEWINNER-REST
           UNSTRING TZ-ZEILE(ZEILE-IDX) DELIMITED BY "Spieler "
               INTO GEWINNER-VORTEXT GEWINNER-REST
           END-UNSTRING
           MOVE 0 TO GEWINNER-ANZAHL
           PERFORM VARYING REST-IDX FROM 1 BY 1 UNTIL REST-IDX > 8
               IF GEWINNER-REST(REST-IDX:1) >= "1"
                   AND GEWINNER-REST(REST-IDX:1) <= "4"
                   AND GEWINNER-ANZAHL < 4
                   ADD 1 TO GEWINNER-ANZAHL
                   MOVE GEWINNER-REST(REST-IDX:1)
                       TO GEWINNER-SITZ(GEWINNER-ANZAHL)
               END-IF
           END-PERFORM
           IF GEWINNER-ANZAHL = 0
               EXIT SECTION
           END-IF
           COMPUTE TRANCHE-ANTEIL = TRANCHE-BETRAG / GEWINNER-ANZAHL
           COMPUTE TRANCHE-REST =
               TRANCHE-BETRAG - TRANCHE-ANTEIL * GEWINNER-ANZAHL
           PERFORM VARYING REST-IDX FROM 1 BY 1
               UNTIL REST-IDX > GEWINNER-ANZAHL
               MOVE GEWINNER-SITZ(REST-IDX) TO SITZ-IDX
               ADD TRANCHE-ANTEIL TO SZ-GEWINN(SITZ-IDX)
               IF REST-IDX = 1
                   ADD TRANCHE-REST TO SZ-GEWINN(SITZ-IDX)
               END-IF
               MOVE "J" TO SZ-GEWINNER(SITZ-IDX)
           END-PERFORM
           .
