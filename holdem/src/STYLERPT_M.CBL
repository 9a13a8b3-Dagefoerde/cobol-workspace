       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STYLERPT_M.
      *****************************************************************
      * Spielweise je Spieler aus dem Tischmodus-Transkript: liest
      * transcript.txt von HOLDEM_M und ordnet jede Hand ueber die
      * Spieler-ID der Austeilzeile den Spielern aus roster.txt zu.
      * Je Spieler stehen im Bericht die gespielten Haende, VPIP
      * (freiwillig Geld in den Pot vor dem Flop), PFR (Erhoehung
      * vor dem Flop), der Aggressionsfaktor (Erhoehungen je Call,
      * Checks zaehlen nicht), die Fold-auf-Raise-Quote (gepasst,
      * wenn auf der Strasse schon ein anderer erhoeht hatte), die
      * Showdown-Quote (Showdowns je gesehenem Flop), die Gewinnquote
      * im Showdown und der Netto-Chipgewinn je 100 Haende.
      * Computerplaetze werden getrennt je Platz und Aggressivitaet
      * ausgewiesen, damit sich die bots.txt-Einstellungen mit den
      * Menschen vergleichen lassen. Aeltere Transkripte ohne ID
      * laufen unter "Platz n"; ob ein Platz dort Computer war, sagt
      * die aktuelle bots.txt. Ausgabe auf der Konsole und nach
      * stylerpt.txt.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSCRIPT-IN ASSIGN TO "transcript.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSCRIPT-IN-FILE-STATUS.
           SELECT ROSTER-IN ASSIGN TO "roster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTER-IN-FILE-STATUS.
           SELECT BOTS-IN ASSIGN TO "bots.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOTS-IN-FILE-STATUS.
           SELECT REPORT-OUT ASSIGN TO "stylerpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSCRIPT-IN.
       01  TRANSCRIPT-IN-F PIC X(80).
       FD  ROSTER-IN.
       01  ROSTER-IN-F.
           05  RO-ID-F       PIC 9(4).
           05  RO-NAME-F     PIC X(20).
           05  RO-BANKROLL-F PIC S9(7) SIGN IS LEADING SEPARATE.
       FD  BOTS-IN.
       01  BOTS-IN-F PIC 9(3).
       FD  REPORT-OUT.
       01  REPORT-OUT-F PIC X(80).
       WORKING-STORAGE SECTION.
       01  TRANSCRIPT-IN-FILE-STATUS PIC X(02).
       01  ROSTER-IN-FILE-STATUS     PIC X(02).
       01  BOTS-IN-FILE-STATUS       PIC X(02).
       01  REPORT-OUT-FILE-STATUS    PIC X(02).
       01  TRANSCRIPT-EOF-SWITCH PIC X VALUE "N".
         88  TranscriptEof VALUE "J".
       01  ROSTER-EOF-SWITCH PIC X VALUE "N".
         88  RosterEof VALUE "J".
       01  ZEILE PIC X(80).
      *    Spielerkartei und Computerplaetze laut bots.txt.
       01  ROSTER-TABELLE.
         05  ROSTER-EINTRAG OCCURS 100 TIMES.
           10  RT-ID   PIC 9(4).
           10  RT-NAME PIC X(20).
       01  ROSTER-ANZAHL PIC 999 VALUE 0.
       01  ROSTER-IDX PIC 999.
       01  BOT-TABELLE.
         05  BOT-AGGRO OCCURS 4 TIMES PIC 9(3) VALUE 0.
      *    Je Spieler die Zaehler ueber alle Haende. SP-ART: K =
      *    Spieler aus der Kartei, P = Platz ohne Kartei, C =
      *    Computerplatz (Schluessel Platz und Aggressivitaet).
       01  SPIELER-TABELLE.
         05  SPIELER-EINTRAG OCCURS 200 TIMES.
           10  SP-ART        PIC X.
           10  SP-ID         PIC 9(4).
           10  SP-SITZ       PIC 9.
           10  SP-AGGRO      PIC 9(3).
           10  SP-HAENDE     PIC 9(6).
           10  SP-VPIP       PIC 9(6).
           10  SP-PFR        PIC 9(6).
           10  SP-RAISES     PIC 9(6).
           10  SP-CALLS      PIC 9(6).
           10  SP-FTR-CHANCE PIC 9(6).
           10  SP-FTR-FOLD   PIC 9(6).
           10  SP-FLOPS      PIC 9(6).
           10  SP-SHOWDOWNS  PIC 9(6).
           10  SP-SD-SIEGE   PIC 9(6).
           10  SP-NETTO      PIC S9(9).
       01  SPIELER-ANZAHL PIC 999 VALUE 0.
       01  SPIELER-IDX PIC 999.
       01  SUCH-ART   PIC X.
       01  SUCH-ID    PIC 9(4).
       01  SUCH-SITZ  PIC 9.
       01  SUCH-AGGRO PIC 9(3).
       01  GEFUNDEN-SWITCH PIC X VALUE "N".
         88  SpielerGefunden VALUE "J".
      *    Stand der laufenden Hand je Platz.
       01  HAND-OFFEN-SWITCH PIC X VALUE "N".
         88  HandOffen VALUE "J".
       01  HAENDE-GESAMT PIC 9(6) VALUE 0.
       01  SITZ-TABELLE.
         05  SITZ-EINTRAG OCCURS 4 TIMES.
           10  SZ-DABEI   PIC X.
           10  SZ-SPIELER PIC 999.
           10  SZ-STACK   PIC 9(6).
           10  SZ-EINSATZ PIC 9(7).
           10  SZ-GEWINN  PIC 9(7).
           10  SZ-PASST   PIC X.
           10  SZ-VPIP    PIC X.
           10  SZ-PFR     PIC X.
           10  SZ-FLOP    PIC X.
       01  SITZ-IDX PIC 9.
      *    0 = Austeilen/Blinds, 1 = Preflop, 2 = Flop, 3 = Turn,
      *    4 = River.
       01  STRASSE PIC 9 VALUE 0.
       01  LETZTER-RAISER PIC 9 VALUE 0.
       01  SHOWDOWN-SWITCH PIC X VALUE "N".
         88  ShowdownErreicht VALUE "J".
       01  ZAHL-4 PIC 9(4).
       01  ZAHL-6 PIC 9(6).
       01  TRANCHE-BETRAG PIC 9(7).
       01  TRANCHE-ANTEIL PIC 9(7).
       01  TRANCHE-REST   PIC 9(7).
       01  GEWINNER-VORTEXT PIC X(40).
       01  GEWINNER-REST    PIC X(40).
       01  GEWINNER-ANZAHL PIC 9.
       01  GEWINNER-TABELLE.
         05  GEWINNER-SITZ OCCURS 4 TIMES PIC 9.
       01  REST-IDX PIC 99.
       01  HAND-NETTO PIC S9(7).
      *    Ausgabe.
       01  BERICHT-ART PIC X.
       01  BERICHT-ANZAHL PIC 999.
       01  REPORT-LINE PIC X(80).
       01  SP-NAME PIC X(20).
       01  RL-ZAHL PIC Z(5)9.
       01  PROZENT PIC 999V9.
       01  RL-VPIP   PIC ZZ9.9.
       01  RL-PFR    PIC ZZ9.9.
       01  RL-FTR    PIC ZZ9.9.
       01  RL-SD     PIC ZZ9.9.
       01  RL-SIEG   PIC ZZ9.9.
       01  AF-WERT PIC 999V99.
       01  RL-AF   PIC ZZ9.99.
       01  NETTO-100 PIC S9(7)V9.
       01  RL-NETTO PIC +(7)9.9.

       PROCEDURE DIVISION.
           OPEN INPUT TRANSCRIPT-IN
           IF TRANSCRIPT-IN-FILE-STATUS NOT = "00"
               DISPLAY "Keine transcript.txt vorhanden."
               GOBACK
           END-IF
           PERFORM Lade-Roster
           PERFORM Lade-Bots
           PERFORM UNTIL TranscriptEof
               READ TRANSCRIPT-IN INTO ZEILE
                   AT END SET TranscriptEof TO TRUE
                   NOT AT END PERFORM Werte-Zeile-Aus
               END-READ
           END-PERFORM
           IF HandOffen
               PERFORM Schliesse-Hand
           END-IF
           CLOSE TRANSCRIPT-IN
           OPEN OUTPUT REPORT-OUT
           MOVE SPACES TO REPORT-LINE
           MOVE HAENDE-GESAMT TO RL-ZAHL
           STRING "Spielweise laut transcript.txt, " RL-ZAHL
               " Haende" DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM Schreibe-Zeile
           MOVE "K" TO BERICHT-ART
           PERFORM Berichte-Art
           MOVE "P" TO BERICHT-ART
           PERFORM Berichte-Art
           MOVE SPACES TO REPORT-LINE
           PERFORM Schreibe-Zeile
           MOVE "Computerspieler (bots.txt):" TO REPORT-LINE
           PERFORM Schreibe-Zeile
           MOVE "C" TO BERICHT-ART
           PERFORM Berichte-Art
           IF BERICHT-ANZAHL = 0
               MOVE "  keine" TO REPORT-LINE
               PERFORM Schreibe-Zeile
           END-IF
           CLOSE REPORT-OUT
           DISPLAY "Bericht nach stylerpt.txt geschrieben."
           GOBACK.

       Lade-Roster Section.
           OPEN INPUT ROSTER-IN
           IF ROSTER-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL RosterEof
               READ ROSTER-IN
                   AT END SET RosterEof TO TRUE
                   NOT AT END
                       IF ROSTER-ANZAHL < 100
                           ADD 1 TO ROSTER-ANZAHL
                           MOVE RO-ID-F TO RT-ID(ROSTER-ANZAHL)
                           MOVE RO-NAME-F TO RT-NAME(ROSTER-ANZAHL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROSTER-IN
           .

       Lade-Bots Section.
           OPEN INPUT BOTS-IN
           IF BOTS-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM VARYING SITZ-IDX FROM 1 BY 1 UNTIL SITZ-IDX > 4
               READ BOTS-IN
                   AT END EXIT PERFORM
               END-READ
               IF BOTS-IN-F IS NUMERIC
                   MOVE BOTS-IN-F TO BOT-AGGRO(SITZ-IDX)
               END-IF
           END-PERFORM
           CLOSE BOTS-IN
           .

       Werte-Zeile-Aus Section.
      *    Die Zeilen stehen in den festen Spalten, in denen HOLDEM_M
      *    sie schreibt.
           IF ZEILE(1:9) = "*** Hand "
               IF HandOffen
                   PERFORM Schliesse-Hand
               END-IF
               INITIALIZE SITZ-TABELLE
               MOVE 0 TO STRASSE
               MOVE 0 TO LETZTER-RAISER
               MOVE "N" TO SHOWDOWN-SWITCH
               SET HandOffen TO TRUE
               ADD 1 TO HAENDE-GESAMT
               EXIT SECTION
           END-IF
           IF NOT HandOffen
               EXIT SECTION
           END-IF
           IF ZEILE(1:8) = "Spieler "
               AND ZEILE(9:1) IS NUMERIC
               MOVE ZEILE(9:1) TO SITZ-IDX
               IF SITZ-IDX < 1 OR SITZ-IDX > 4
                   EXIT SECTION
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN ZEILE(24:11) = ") erhaelt ["
                   PERFORM Setze-Spieler-Der-Hand
               WHEN ZEILE(10:19) = " setzt Small Blind "
                   MOVE ZEILE(29:4) TO ZAHL-4
                   ADD ZAHL-4 TO SZ-EINSATZ(SITZ-IDX)
                   IF ZEILE(43:1) IS NUMERIC
                       MOVE ZEILE(43:1) TO SITZ-IDX
                       MOVE ZEILE(61:4) TO ZAHL-4
                       IF SITZ-IDX >= 1 AND SITZ-IDX <= 4
                           ADD ZAHL-4 TO SZ-EINSATZ(SITZ-IDX)
                       END-IF
                   END-IF
               WHEN ZEILE(1:11) = "--- Preflop"
                   MOVE 1 TO STRASSE
                   MOVE 0 TO LETZTER-RAISER
               WHEN ZEILE(1:10) = "--- Flop ["
                   MOVE 2 TO STRASSE
                   MOVE 0 TO LETZTER-RAISER
                   PERFORM VARYING SITZ-IDX FROM 1 BY 1
                       UNTIL SITZ-IDX > 4
                       IF SZ-DABEI(SITZ-IDX) = "J"
                           AND SZ-PASST(SITZ-IDX) NOT = "J"
                           MOVE "J" TO SZ-FLOP(SITZ-IDX)
                       END-IF
                   END-PERFORM
               WHEN ZEILE(1:10) = "--- Turn ["
                   MOVE 3 TO STRASSE
                   MOVE 0 TO LETZTER-RAISER
               WHEN ZEILE(1:11) = "--- River ["
                   MOVE 4 TO STRASSE
                   MOVE 0 TO LETZTER-RAISER
               WHEN ZEILE(10:7) = " passt"
                   MOVE "J" TO SZ-PASST(SITZ-IDX)
                   IF LETZTER-RAISER > 0
                       AND LETZTER-RAISER NOT = SITZ-IDX
                       MOVE SZ-SPIELER(SITZ-IDX) TO SPIELER-IDX
                       ADD 1 TO SP-FTR-CHANCE(SPIELER-IDX)
                       ADD 1 TO SP-FTR-FOLD(SPIELER-IDX)
                   END-IF
               WHEN ZEILE(10:7) = " callt "
                   MOVE ZEILE(17:6) TO ZAHL-6
                   ADD ZAHL-6 TO SZ-EINSATZ(SITZ-IDX)
                   MOVE SZ-SPIELER(SITZ-IDX) TO SPIELER-IDX
                   IF LETZTER-RAISER > 0
                       AND LETZTER-RAISER NOT = SITZ-IDX
                       ADD 1 TO SP-FTR-CHANCE(SPIELER-IDX)
                   END-IF
      *            Ein Call ueber 0 Chips ist ein Check und zaehlt
      *            weder fuer VPIP noch fuer den Aggressionsfaktor.
                   IF ZAHL-6 > 0
                       ADD 1 TO SP-CALLS(SPIELER-IDX)
                       IF STRASSE = 1
                           MOVE "J" TO SZ-VPIP(SITZ-IDX)
                       END-IF
                   END-IF
               WHEN ZEILE(10:12) = " erhoeht um "
                   MOVE ZEILE(47:6) TO ZAHL-6
                   ADD ZAHL-6 TO SZ-EINSATZ(SITZ-IDX)
                   MOVE SZ-SPIELER(SITZ-IDX) TO SPIELER-IDX
                   IF LETZTER-RAISER > 0
                       AND LETZTER-RAISER NOT = SITZ-IDX
                       ADD 1 TO SP-FTR-CHANCE(SPIELER-IDX)
                   END-IF
                   ADD 1 TO SP-RAISES(SPIELER-IDX)
                   MOVE SITZ-IDX TO LETZTER-RAISER
                   IF STRASSE = 1
                       MOVE "J" TO SZ-VPIP(SITZ-IDX)
                       MOVE "J" TO SZ-PFR(SITZ-IDX)
                   END-IF
               WHEN ZEILE(10:9) = " gewinnt "
                   MOVE ZEILE(19:7) TO TRANCHE-BETRAG
                   ADD TRANCHE-BETRAG TO SZ-GEWINN(SITZ-IDX)
               WHEN ZEILE(1:9) = "Showdown:"
                   SET ShowdownErreicht TO TRUE
                   PERFORM Vergib-Tranche
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       Setze-Spieler-Der-Hand Section.
      *    "Spieler n (Stack nnnnnn) erhaelt [...] ID nnnn" und bei
      *    Computerplaetzen " Computer aaa" dahinter.
           MOVE "J" TO SZ-DABEI(SITZ-IDX)
           MOVE ZEILE(18:6) TO ZAHL-6
           MOVE ZAHL-6 TO SZ-STACK(SITZ-IDX)
           MOVE SITZ-IDX TO SUCH-SITZ
           MOVE 0 TO SUCH-ID
           MOVE 0 TO SUCH-AGGRO
           IF ZEILE(52:4) = " ID " AND ZEILE(56:4) IS NUMERIC
               MOVE ZEILE(56:4) TO SUCH-ID
               IF ZEILE(60:10) = " Computer "
                   AND ZEILE(70:3) IS NUMERIC
                   MOVE ZEILE(70:3) TO SUCH-AGGRO
               END-IF
           ELSE
               MOVE BOT-AGGRO(SITZ-IDX) TO SUCH-AGGRO
           END-IF
           EVALUATE TRUE
               WHEN SUCH-AGGRO > 0
                   MOVE "C" TO SUCH-ART
                   MOVE 0 TO SUCH-ID
               WHEN SUCH-ID > 0
                   MOVE "K" TO SUCH-ART
                   MOVE 0 TO SUCH-SITZ
               WHEN OTHER
                   MOVE "P" TO SUCH-ART
           END-EVALUATE
           PERFORM Finde-Spieler
           MOVE SPIELER-IDX TO SZ-SPIELER(SITZ-IDX)
           .

       Finde-Spieler Section.
           MOVE "N" TO GEFUNDEN-SWITCH
           PERFORM VARYING SPIELER-IDX FROM 1 BY 1
               UNTIL SPIELER-IDX > SPIELER-ANZAHL
               IF SP-ART(SPIELER-IDX) = SUCH-ART
                   AND SP-ID(SPIELER-IDX) = SUCH-ID
                   AND SP-SITZ(SPIELER-IDX) = SUCH-SITZ
                   AND SP-AGGRO(SPIELER-IDX) = SUCH-AGGRO
                   SET SpielerGefunden TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF SpielerGefunden
               EXIT SECTION
           END-IF
      *    Volle Tabelle: der letzte Eintrag nimmt den Rest auf.
           IF SPIELER-ANZAHL >= 200
               MOVE 200 TO SPIELER-IDX
               EXIT SECTION
           END-IF
           ADD 1 TO SPIELER-ANZAHL
           MOVE SPIELER-ANZAHL TO SPIELER-IDX
           INITIALIZE SPIELER-EINTRAG(SPIELER-IDX)
           MOVE SUCH-ART TO SP-ART(SPIELER-IDX)
           MOVE SUCH-ID TO SP-ID(SPIELER-IDX)
           MOVE SUCH-SITZ TO SP-SITZ(SPIELER-IDX)
           MOVE SUCH-AGGRO TO SP-AGGRO(SPIELER-IDX)
           .

       Vergib-Tranche Section.
      *    "Showdown: Pot nn (ppppppp) an Spieler n" bzw. "...
      *    geteilt an Spieler n n"; der Rest einer Teilung geht wie
      *    am Tisch an den ersten Gewinner.
           MOVE ZEILE(19:7) TO TRANCHE-BETRAG
           MOVE SPACES TO GEWINNER-VORTEXT
           MOVE SPACES TO GEWINNER-REST
           UNSTRING ZEILE DELIMITED BY "Spieler "
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
           END-PERFORM
           .

       Schliesse-Hand Section.
      *    Die Hand auf die Spieler buchen. Der Einsatz ist wie am
      *    Tisch auf den Stack begrenzt (All-in aus dem Blind).
           PERFORM VARYING SITZ-IDX FROM 1 BY 1 UNTIL SITZ-IDX > 4
               IF SZ-DABEI(SITZ-IDX) = "J"
                   MOVE SZ-SPIELER(SITZ-IDX) TO SPIELER-IDX
                   ADD 1 TO SP-HAENDE(SPIELER-IDX)
                   IF SZ-VPIP(SITZ-IDX) = "J"
                       ADD 1 TO SP-VPIP(SPIELER-IDX)
                   END-IF
                   IF SZ-PFR(SITZ-IDX) = "J"
                       ADD 1 TO SP-PFR(SPIELER-IDX)
                   END-IF
                   IF SZ-FLOP(SITZ-IDX) = "J"
                       ADD 1 TO SP-FLOPS(SPIELER-IDX)
                   END-IF
                   IF ShowdownErreicht
                       AND SZ-FLOP(SITZ-IDX) = "J"
                       AND SZ-PASST(SITZ-IDX) NOT = "J"
                       ADD 1 TO SP-SHOWDOWNS(SPIELER-IDX)
                       IF SZ-GEWINN(SITZ-IDX) > 0
                           ADD 1 TO SP-SD-SIEGE(SPIELER-IDX)
                       END-IF
                   END-IF
                   IF SZ-EINSATZ(SITZ-IDX) > SZ-STACK(SITZ-IDX)
                       MOVE SZ-STACK(SITZ-IDX)
                           TO SZ-EINSATZ(SITZ-IDX)
                   END-IF
                   COMPUTE HAND-NETTO =
                       SZ-GEWINN(SITZ-IDX) - SZ-EINSATZ(SITZ-IDX)
                   ADD HAND-NETTO TO SP-NETTO(SPIELER-IDX)
               END-IF
           END-PERFORM
           MOVE "N" TO HAND-OFFEN-SWITCH
           .

       Berichte-Art Section.
           MOVE 0 TO BERICHT-ANZAHL
           PERFORM VARYING SPIELER-IDX FROM 1 BY 1
               UNTIL SPIELER-IDX > SPIELER-ANZAHL
               IF SP-ART(SPIELER-IDX) = BERICHT-ART
                   AND SP-HAENDE(SPIELER-IDX) > 0
                   ADD 1 TO BERICHT-ANZAHL
                   PERFORM Berichte-Einen-Spieler
               END-IF
           END-PERFORM
           .

       Berichte-Einen-Spieler Section.
           MOVE SPACES TO REPORT-LINE
           PERFORM Schreibe-Zeile
           MOVE SP-HAENDE(SPIELER-IDX) TO RL-ZAHL
           EVALUATE SP-ART(SPIELER-IDX)
               WHEN "K"
                   MOVE SPACES TO SP-NAME
                   PERFORM VARYING ROSTER-IDX FROM 1 BY 1
                       UNTIL ROSTER-IDX > ROSTER-ANZAHL
                       IF RT-ID(ROSTER-IDX) = SP-ID(SPIELER-IDX)
                           MOVE RT-NAME(ROSTER-IDX) TO SP-NAME
                       END-IF
                   END-PERFORM
                   STRING "Spieler " SP-ID(SPIELER-IDX) " "
                       SP-NAME " " RL-ZAHL " Haende"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN "P"
                   STRING "Platz " SP-SITZ(SPIELER-IDX)
                       " ohne Kartei            " RL-ZAHL " Haende"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   STRING "Platz " SP-SITZ(SPIELER-IDX)
                       " Aggressivitaet " SP-AGGRO(SPIELER-IDX)
                       "           " RL-ZAHL " Haende"
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           PERFORM Schreibe-Zeile
           COMPUTE PROZENT ROUNDED = SP-VPIP(SPIELER-IDX) * 100
               / SP-HAENDE(SPIELER-IDX)
           MOVE PROZENT TO RL-VPIP
           COMPUTE PROZENT ROUNDED = SP-PFR(SPIELER-IDX) * 100
               / SP-HAENDE(SPIELER-IDX)
           MOVE PROZENT TO RL-PFR
           MOVE 0 TO PROZENT
           IF SP-FTR-CHANCE(SPIELER-IDX) > 0
               COMPUTE PROZENT ROUNDED = SP-FTR-FOLD(SPIELER-IDX) * 100
                   / SP-FTR-CHANCE(SPIELER-IDX)
           END-IF
           MOVE PROZENT TO RL-FTR
           MOVE SPACES TO REPORT-LINE
           STRING "  VPIP " RL-VPIP " %   PFR " RL-PFR
               " %   Fold auf Raise " RL-FTR " %"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM Schreibe-Zeile
      *    Ohne Call ist der Faktor nicht definiert; dann steht die
      *    Zahl der Erhoehungen da.
           IF SP-CALLS(SPIELER-IDX) > 0
               COMPUTE AF-WERT ROUNDED = SP-RAISES(SPIELER-IDX)
                   / SP-CALLS(SPIELER-IDX)
           ELSE
               MOVE SP-RAISES(SPIELER-IDX) TO AF-WERT
           END-IF
           MOVE AF-WERT TO RL-AF
           MOVE 0 TO PROZENT
           IF SP-FLOPS(SPIELER-IDX) > 0
               COMPUTE PROZENT ROUNDED = SP-SHOWDOWNS(SPIELER-IDX)
                   * 100 / SP-FLOPS(SPIELER-IDX)
           END-IF
           MOVE PROZENT TO RL-SD
           MOVE 0 TO PROZENT
           IF SP-SHOWDOWNS(SPIELER-IDX) > 0
               COMPUTE PROZENT ROUNDED = SP-SD-SIEGE(SPIELER-IDX)
                   * 100 / SP-SHOWDOWNS(SPIELER-IDX)
           END-IF
           MOVE PROZENT TO RL-SIEG
           MOVE SPACES TO REPORT-LINE
           STRING "  Aggression " RL-AF "   Showdown " RL-SD
               " % der Flops   gewonnen " RL-SIEG " %"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM Schreibe-Zeile
           COMPUTE NETTO-100 ROUNDED = SP-NETTO(SPIELER-IDX) * 100
               / SP-HAENDE(SPIELER-IDX)
           MOVE NETTO-100 TO RL-NETTO
           MOVE SPACES TO REPORT-LINE
           STRING "  Netto je 100 Haende " RL-NETTO " Chips"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM Schreibe-Zeile
           .

       Schreibe-Zeile Section.
           DISPLAY REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           .
