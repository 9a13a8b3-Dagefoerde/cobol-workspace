      * weiter. Die Abschlusstabelle zaehlt 2 Punkte je Sieg und
      * 1 je Unentschieden; bei Punktgleichheit entscheidet der
      * direkte Vergleich. Ergebnis in tourtable.txt.
      *
      * K.-o.-Modus: liegt knockout.txt vor (erste Zeile: Best of N,
      * Vorgabe 3), wird statt dessen ein Turnierbaum gespielt. Die
      * Setzliste folgt der Reihenfolge in league.txt (Tabellen-
      * stand), das Feld wird auf die naechste Zweierpotenz
      * aufgefuellt, die Freilose gehen an die Bestgesetzten. Jede
      * Paarung ist eine Serie, die gewinnt, wer zuerst N/2+1
      * Partien gewonnen hat; die Farben wechseln nach jeder
      * Partie, ein Unentschieden zaehlt nicht und wird also mit
      * getauschten Farben wiederholt. Der Baum steht in
      * bracket.txt und laeuft wie fixtures.txt ueber mehrere
      * Sitzungen; nach jeder abgeschlossenen Runde wird der
      * Turnierbaum in bracketchart.txt angehaengt.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TABLE-OUT ASSIGN TO "tourtable.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TABLE-OUT-FILE-STATUS.
           SELECT KNOCKOUT-IN ASSIGN TO "knockout.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KNOCKOUT-IN-FILE-STATUS.
           SELECT BRACKET-IN ASSIGN TO "bracket.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRACKET-IN-FILE-STATUS.
           SELECT BRACKET-OUT ASSIGN TO "bracket.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRACKET-OUT-FILE-STATUS.
           SELECT CHART-OUT ASSIGN TO "bracketchart.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHART-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LEAGUE-IN.
           05  SO-DRAWS-F PIC 9(03).
       FD  TABLE-OUT.
       01  TABLE-OUT-F PIC X(70).
       FD  KNOCKOUT-IN.
       01  KNOCKOUT-IN-F PIC 9(01).
       FD  BRACKET-IN.
       01  BRACKET-IN-F.
           05  BR-BEST-OF-F PIC 9(01).
           05  BR-SPIEL-F   PIC X(68).
       FD  BRACKET-OUT.
       01  BRACKET-OUT-F.
           05  BR-BEST-OF-O PIC 9(01).
           05  BR-SPIEL-O   PIC X(68).
       FD  CHART-OUT.
       01  CHART-OUT-F PIC X(180).
       WORKING-STORAGE SECTION.
       01  LEAGUE-IN-FILE-STATUS   PIC X(02).
       01  FIXTURES-IN-FILE-STATUS PIC X(02).
       01  FIXTURES-OUT-FILE-STATUS PIC X(02).
       01  SESSION-IN-FILE-STATUS  PIC X(02).
       01  TABLE-OUT-FILE-STATUS   PIC X(02).
       01  KNOCKOUT-IN-FILE-STATUS PIC X(02).
       01  BRACKET-IN-FILE-STATUS  PIC X(02).
       01  BRACKET-OUT-FILE-STATUS PIC X(02).
       01  CHART-OUT-FILE-STATUS   PIC X(02).
       01  LEAGUE-EOF-SWITCH PIC X VALUE "N".
           88 LeagueEof VALUE "J".
       01  FIXTURES-EOF-SWITCH PIC X VALUE "N".
       01  H2H-ERGEBNIS PIC X(01) VALUE SPACE.
       01  TABELLEN-ZEILE PIC X(70).
       01  PLATZ-NR PIC 99.
      *    K.-o.-Modus: Serien nach Runden geordnet, Runde r beginnt
      *    hinter den KO-FELD - KO-FELD / 2**(r-1) Serien davor.
      *    Heim/Gast sind leer, solange die Vorrunde offen ist; ein
      *    leerer Gast in Runde 1 ist ein Freilos.
       01  KO-MODUS-SWITCH PIC X VALUE "N".
           88 KoModus VALUE "J".
       01  BRACKET-EOF-SWITCH PIC X VALUE "N".
           88 BracketEof VALUE "J".
       01  KO-BEST-OF PIC 9 VALUE 3.
       01  KO-NOETIG PIC 9.
       01  KO-FELD PIC 99 VALUE 0.
       01  KO-RUNDEN PIC 9 VALUE 0.
       01  KO-TABELLE.
           05 KO-SPIEL OCCURS 63 TIMES.
              07 KO-RUNDE PIC 9.
              07 KO-NR PIC 99.
              07 KO-HEIM PIC X(20).
              07 KO-GAST PIC X(20).
              07 KO-SIEGE-HEIM PIC 9.
              07 KO-SIEGE-GAST PIC 9.
              07 KO-REMIS PIC 99.
              07 KO-FARBE PIC X(01).
                 88 HeimHatX VALUE "H".
                 88 GastHatX VALUE "G".
              07 KO-SIEGER PIC X(20).
       01  KO-ANZAHL PIC 99 VALUE 0.
       01  KO-IDX PIC 99.
       01  KO-PRUEF-IDX PIC 99.
       01  KO-ZIEL-IDX PIC 99.
       01  KO-BASIS PIC 99.
       01  KO-SERIEN PIC 99.
       01  KO-RUNDE-AKT PIC 9.
       01  KO-NR-AKT PIC 99.
       01  KO-X-NAME PIC X(20).
       01  KO-O-NAME PIC X(20).
       01  KO-SPAETER-SWITCH PIC X VALUE "N".
           88 KoSpaeter VALUE "J".
       01  KO-RUNDE-FERTIG-SWITCH PIC X VALUE "N".
           88 KoRundeFertig VALUE "J".
       01  SETZ-LISTE.
           05 SETZ-NR OCCURS 64 TIMES PIC 99.
       01  SETZ-LAENGE PIC 99.
       01  SETZ-IDX PIC 99.
      *    Turnierbaum zum Ausdrucken: 26 Stellen je Runde.
       01  KO-CHART-NEU-SWITCH PIC X VALUE "N".
           88 KoChartNeu VALUE "J".
       01  KO-CHART-TITEL PIC X(30).
       01  CHART-TABELLE.
           05 CHART-ZEILEN OCCURS 127 TIMES PIC X(180).
       01  CHART-ZEILE PIC X(180).
       01  CHART-EINTRAG.
           05 CE-NAME    PIC X(20).
           05 FILLER     PIC X(01).
           05 CE-SIEGE   PIC X(01).
           05 FILLER     PIC X(01).
           05 CE-KLAMMER PIC X(02).
       01  CHART-IDX PIC 999.
       01  CHART-ANZAHL PIC 999.
       01  CHART-SPALTE PIC 999.
       01  CHART-OBEN PIC 999.
       01  CHART-UNTEN PIC 999.

       PROCEDURE DIVISION.
           PERFORM LADE-KO-MODUS
           IF KoModus
               PERFORM KO-TURNIER
               GOBACK
           END-IF
           PERFORM LADE-PAARUNGEN
           IF PAARUNG-ANZAHL = 0
               PERFORM LADE-SPIELER
           MOVE PUNKTE-EINTRAG(PT-IDX2) TO PUNKTE-EINTRAG(PT-IDX)
           MOVE SORT-SWAP TO PUNKTE-EINTRAG(PT-IDX2)

           .
       LADE-KO-MODUS SECTION.
           OPEN INPUT KNOCKOUT-IN
           IF KNOCKOUT-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           SET KoModus TO TRUE
           READ KNOCKOUT-IN
               NOT AT END
                   IF KNOCKOUT-IN-F IS NUMERIC
                       AND KNOCKOUT-IN-F > 0
                       MOVE KNOCKOUT-IN-F TO KO-BEST-OF
                   END-IF
           END-READ
           CLOSE KNOCKOUT-IN

           .
       KO-TURNIER SECTION.
           PERFORM LADE-BRACKET
           IF KO-ANZAHL = 0
               PERFORM LADE-SPIELER
               IF SPIELER-ANZAHL < 2
                   DISPLAY "Zu wenige Spieler in league.txt."
                   EXIT SECTION
               END-IF
               PERFORM ERZEUGE-BRACKET
               DISPLAY "Turnierbaum erzeugt: " SPIELER-ANZAHL
                   " Spieler, " KO-RUNDEN " Runden, Best of "
                   KO-BEST-OF "."
           END-IF
           COMPUTE KO-NOETIG = KO-BEST-OF / 2 + 1
           PERFORM KO-SPIELE-OFFENE
           PERFORM SPEICHERE-BRACKET
           IF KO-SIEGER(KO-ANZAHL) NOT = SPACES
               DISPLAY "Turniersieger: "
                   FUNCTION TRIM(KO-SIEGER(KO-ANZAHL))
           ELSE
               MOVE 0 TO OFFEN-ANZAHL
               PERFORM VARYING KO-IDX FROM 1 BY 1
                   UNTIL KO-IDX > KO-ANZAHL
                   IF KO-SIEGER(KO-IDX) = SPACES
                       ADD 1 TO OFFEN-ANZAHL
                   END-IF
               END-PERFORM
               DISPLAY OFFEN-ANZAHL " Serien noch offen."
           END-IF

           .
       LADE-BRACKET SECTION.
           OPEN INPUT BRACKET-IN
           IF BRACKET-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL BracketEof OR KO-ANZAHL >= 63
               READ BRACKET-IN
                   AT END SET BracketEof TO TRUE
                   NOT AT END
                       ADD 1 TO KO-ANZAHL
                       MOVE BR-SPIEL-F TO KO-SPIEL(KO-ANZAHL)
                       MOVE BR-BEST-OF-F TO KO-BEST-OF
               END-READ
           END-PERFORM
           CLOSE BRACKET-IN
      *    Ein Baum fuer B Startplaetze hat B - 1 Serien.
           COMPUTE KO-FELD = KO-ANZAHL + 1
           MOVE 0 TO KO-RUNDEN
           MOVE 1 TO SETZ-LAENGE
           PERFORM UNTIL SETZ-LAENGE >= KO-FELD
               ADD 1 TO KO-RUNDEN
               COMPUTE SETZ-LAENGE = SETZ-LAENGE * 2
           END-PERFORM

           .
       ERZEUGE-BRACKET SECTION.
      *    Feldgroesse: naechste Zweierpotenz. Setzliste nach dem
      *    ueblichen Schema (1-8, 4-5, 2-7, 3-6 ...), so dass sich
      *    die Gesetzten erst spaet begegnen; Setzplaetze hinter
      *    dem letzten Spieler sind Freilose fuer die Besten.
           MOVE 1 TO KO-FELD
           MOVE 0 TO KO-RUNDEN
           PERFORM UNTIL KO-FELD >= SPIELER-ANZAHL
               COMPUTE KO-FELD = KO-FELD * 2
               ADD 1 TO KO-RUNDEN
           END-PERFORM
           MOVE 1 TO SETZ-NR(1)
           MOVE 1 TO SETZ-LAENGE
           PERFORM UNTIL SETZ-LAENGE >= KO-FELD
               PERFORM VARYING SETZ-IDX FROM SETZ-LAENGE BY -1
                   UNTIL SETZ-IDX < 1
                   COMPUTE SETZ-NR(SETZ-IDX * 2) =
                       SETZ-LAENGE * 2 + 1 - SETZ-NR(SETZ-IDX)
                   MOVE SETZ-NR(SETZ-IDX) TO SETZ-NR(SETZ-IDX * 2 - 1)
               END-PERFORM
               COMPUTE SETZ-LAENGE = SETZ-LAENGE * 2
           END-PERFORM
           COMPUTE KO-ANZAHL = KO-FELD - 1
           MOVE 0 TO KO-IDX
           PERFORM VARYING KO-RUNDE-AKT FROM 1 BY 1
               UNTIL KO-RUNDE-AKT > KO-RUNDEN
               COMPUTE KO-SERIEN = KO-FELD / (2 ** KO-RUNDE-AKT)
               PERFORM VARYING KO-NR-AKT FROM 1 BY 1
                   UNTIL KO-NR-AKT > KO-SERIEN
                   ADD 1 TO KO-IDX
                   MOVE SPACES TO KO-SPIEL(KO-IDX)
                   MOVE KO-RUNDE-AKT TO KO-RUNDE(KO-IDX)
                   MOVE KO-NR-AKT TO KO-NR(KO-IDX)
                   MOVE 0 TO KO-SIEGE-HEIM(KO-IDX)
                   MOVE 0 TO KO-SIEGE-GAST(KO-IDX)
                   MOVE 0 TO KO-REMIS(KO-IDX)
                   SET HeimHatX(KO-IDX) TO TRUE
               END-PERFORM
           END-PERFORM
           MOVE "J" TO KO-CHART-NEU-SWITCH
           PERFORM VARYING KO-IDX FROM 1 BY 1
               UNTIL KO-IDX > KO-FELD / 2
               COMPUTE SETZ-IDX = KO-IDX * 2 - 1
               MOVE SPIELER-NAME(SETZ-NR(SETZ-IDX)) TO KO-HEIM(KO-IDX)
               ADD 1 TO SETZ-IDX
               IF SETZ-NR(SETZ-IDX) > SPIELER-ANZAHL
                   MOVE KO-HEIM(KO-IDX) TO KO-SIEGER(KO-IDX)
                   PERFORM KO-SIEGER-RUECKT-VOR
               ELSE
                   MOVE SPIELER-NAME(SETZ-NR(SETZ-IDX))
                       TO KO-GAST(KO-IDX)
               END-IF
           END-PERFORM
           MOVE "Auslosung" TO KO-CHART-TITEL
           PERFORM SCHREIBE-BRACKET-CHART

           .
       KO-SPIELE-OFFENE SECTION.
      *    Die Serien liegen nach Runden geordnet; wird eine Serie
      *    entschieden, rueckt der Sieger sofort in die naechste
      *    Runde, die so noch in derselben Sitzung folgen kann.
           PERFORM VARYING KO-IDX FROM 1 BY 1
               UNTIL KO-IDX > KO-ANZAHL OR TurnierPause
               IF KO-SIEGER(KO-IDX) = SPACES
                   AND KO-HEIM(KO-IDX) NOT = SPACES
                   AND KO-GAST(KO-IDX) NOT = SPACES
                   MOVE "N" TO KO-SPAETER-SWITCH
                   PERFORM UNTIL KO-SIEGER(KO-IDX) NOT = SPACES
                       OR TurnierPause OR KoSpaeter
                       PERFORM KO-SPIELE-EINE-PARTIE
                   END-PERFORM
               END-IF
           END-PERFORM

           .
       KO-SPIELE-EINE-PARTIE SECTION.
           IF HeimHatX(KO-IDX)
               MOVE KO-HEIM(KO-IDX) TO KO-X-NAME
               MOVE KO-GAST(KO-IDX) TO KO-O-NAME
           ELSE
               MOVE KO-GAST(KO-IDX) TO KO-X-NAME
               MOVE KO-HEIM(KO-IDX) TO KO-O-NAME
           END-IF
           DISPLAY "Runde " KO-RUNDE(KO-IDX) ", Serie " KO-NR(KO-IDX)
               " (Best of " KO-BEST-OF "): "
               FUNCTION TRIM(KO-HEIM(KO-IDX)) " "
               KO-SIEGE-HEIM(KO-IDX) ":" KO-SIEGE-GAST(KO-IDX) " "
               FUNCTION TRIM(KO-GAST(KO-IDX))
           DISPLAY "Naechste Partie: " FUNCTION TRIM(KO-X-NAME)
               " (X) gegen " FUNCTION TRIM(KO-O-NAME) " (O)"
           DISPLAY "J=jetzt spielen S=spaeter E=Sitzung beenden:"
           ACCEPT KOMMANDO
           EVALUATE TRUE
               WHEN KommandoSpielen
                   DISPLAY "Bitte im Spiel die Namen "
                       FUNCTION TRIM(KO-X-NAME) " und "
                       FUNCTION TRIM(KO-O-NAME)
                       " eingeben und genau EINE Partie spielen."
                   CALL "TTTM"
                       ON EXCEPTION
                           DISPLAY "TTTM nicht ladbar - Serie "
                               "bleibt offen."
                           SET KoSpaeter TO TRUE
                       NOT ON EXCEPTION
                           CANCEL "TTTM"
                           PERFORM KO-UEBERNIMM-ERGEBNIS
                   END-CALL
               WHEN KommandoEnde
                   SET TurnierPause TO TRUE
               WHEN OTHER
                   SET KoSpaeter TO TRUE
           END-EVALUATE

           .
       KO-UEBERNIMM-ERGEBNIS SECTION.
      *    Wie UEBERNIMM-ERGEBNIS; danach wechseln die Farben, ein
      *    Unentschieden zaehlt nicht und wird so mit getauschten
      *    Farben wiederholt.
           OPEN INPUT SESSION-IN
           IF SESSION-IN-FILE-STATUS NOT = "00"
               DISPLAY "Keine session.txt - Partie wird wiederholt."
               EXIT SECTION
           END-IF
           READ SESSION-IN
               AT END
                   CLOSE SESSION-IN
                   EXIT SECTION
           END-READ
           CLOSE SESSION-IN
           EVALUATE TRUE
               WHEN SO-SCOREX-F > SO-SCOREO-F
                   DISPLAY "Gewertet: Sieg " FUNCTION TRIM(KO-X-NAME)
                   IF HeimHatX(KO-IDX)
                       ADD 1 TO KO-SIEGE-HEIM(KO-IDX)
                   ELSE
                       ADD 1 TO KO-SIEGE-GAST(KO-IDX)
                   END-IF
               WHEN SO-SCOREO-F > SO-SCOREX-F
                   DISPLAY "Gewertet: Sieg " FUNCTION TRIM(KO-O-NAME)
                   IF HeimHatX(KO-IDX)
                       ADD 1 TO KO-SIEGE-GAST(KO-IDX)
                   ELSE
                       ADD 1 TO KO-SIEGE-HEIM(KO-IDX)
                   END-IF
               WHEN SO-DRAWS-F > 0
                   DISPLAY "Unentschieden - Wiederholung mit "
                       "getauschten Farben."
                   ADD 1 TO KO-REMIS(KO-IDX)
               WHEN OTHER
                   DISPLAY "Keine Partie erkannt - wird wiederholt."
                   EXIT SECTION
           END-EVALUATE
           IF HeimHatX(KO-IDX)
               SET GastHatX(KO-IDX) TO TRUE
           ELSE
               SET HeimHatX(KO-IDX) TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN KO-SIEGE-HEIM(KO-IDX) >= KO-NOETIG
                   MOVE KO-HEIM(KO-IDX) TO KO-SIEGER(KO-IDX)
               WHEN KO-SIEGE-GAST(KO-IDX) >= KO-NOETIG
                   MOVE KO-GAST(KO-IDX) TO KO-SIEGER(KO-IDX)
               WHEN OTHER
                   EXIT SECTION
           END-EVALUATE
           DISPLAY "Serie entschieden: "
               FUNCTION TRIM(KO-SIEGER(KO-IDX)) " gewinnt "
               KO-SIEGE-HEIM(KO-IDX) ":" KO-SIEGE-GAST(KO-IDX) "."
           PERFORM KO-SIEGER-RUECKT-VOR

           .
       KO-SIEGER-RUECKT-VOR SECTION.
      *    Sieger der Serie KO-IDX auf seinen Platz in der naechsten
      *    Runde setzen (ungerade Seriennummer Heim, gerade Gast);
      *    ist die Runde damit komplett, folgt der Turnierbaum.
           IF KO-RUNDE(KO-IDX) < KO-RUNDEN
               COMPUTE KO-BASIS = KO-FELD
                   - KO-FELD / (2 ** KO-RUNDE(KO-IDX))
               COMPUTE KO-ZIEL-IDX = KO-BASIS
                   + (KO-NR(KO-IDX) + 1) / 2
               IF FUNCTION MOD(KO-NR(KO-IDX), 2) = 1
                   MOVE KO-SIEGER(KO-IDX) TO KO-HEIM(KO-ZIEL-IDX)
               ELSE
                   MOVE KO-SIEGER(KO-IDX) TO KO-GAST(KO-ZIEL-IDX)
               END-IF
           END-IF
           MOVE "J" TO KO-RUNDE-FERTIG-SWITCH
           PERFORM VARYING KO-PRUEF-IDX FROM 1 BY 1
               UNTIL KO-PRUEF-IDX > KO-ANZAHL
               IF KO-RUNDE(KO-PRUEF-IDX) = KO-RUNDE(KO-IDX)
                   AND KO-SIEGER(KO-PRUEF-IDX) = SPACES
                   MOVE "N" TO KO-RUNDE-FERTIG-SWITCH
               END-IF
           END-PERFORM
           IF KoRundeFertig
               MOVE SPACES TO KO-CHART-TITEL
               STRING "Stand nach Runde " KO-RUNDE(KO-IDX)
                   DELIMITED BY SIZE INTO KO-CHART-TITEL
               PERFORM SCHREIBE-BRACKET-CHART
           END-IF

           .
       SPEICHERE-BRACKET SECTION.
           OPEN OUTPUT BRACKET-OUT
           PERFORM VARYING KO-IDX FROM 1 BY 1
               UNTIL KO-IDX > KO-ANZAHL
               MOVE SPACES TO BRACKET-OUT-F
               MOVE KO-BEST-OF TO BR-BEST-OF-O
               MOVE KO-SPIEL(KO-IDX) TO BR-SPIEL-O
               WRITE BRACKET-OUT-F
           END-PERFORM
           CLOSE BRACKET-OUT

           .
       SCHREIBE-BRACKET-CHART SECTION.
      *    Druckbarer Turnierbaum: je Runde eine Spalte, die beiden
      *    Spieler einer Serie mit ihren Siegen, durch eine Klammer
      *    verbunden, der Sieger mittig in der naechsten Spalte.
      *    Eintrag j der Runde r steht in Zeile 2**r * (j-1) +
      *    2**(r-1); der neue Baum ersetzt die Datei, jeder weitere
      *    Stand wird angehaengt.
           IF KoChartNeu
               OPEN OUTPUT CHART-OUT
               MOVE "N" TO KO-CHART-NEU-SWITCH
           ELSE
               OPEN EXTEND CHART-OUT
               IF CHART-OUT-FILE-STATUS NOT = "00"
                   OPEN OUTPUT CHART-OUT
               END-IF
           END-IF
           MOVE SPACES TO CHART-ZEILE
           STRING "Turnierbaum - " KO-CHART-TITEL
               DELIMITED BY SIZE INTO CHART-ZEILE
           WRITE CHART-OUT-F FROM CHART-ZEILE
           DISPLAY FUNCTION TRIM(CHART-ZEILE TRAILING)
           MOVE SPACES TO CHART-TABELLE
           PERFORM VARYING KO-PRUEF-IDX FROM 1 BY 1
               UNTIL KO-PRUEF-IDX > KO-ANZAHL
               PERFORM TRAGE-SERIE-EIN
           END-PERFORM
      *    Der Turniersieger rechts neben dem Finale.
           COMPUTE CHART-SPALTE = KO-RUNDEN * 26 + 1
           IF KO-SIEGER(KO-ANZAHL) = SPACES
               MOVE "..." TO
                   CHART-ZEILEN(KO-FELD)(CHART-SPALTE:20)
           ELSE
               MOVE KO-SIEGER(KO-ANZAHL) TO
                   CHART-ZEILEN(KO-FELD)(CHART-SPALTE:20)
           END-IF
           COMPUTE CHART-ANZAHL = KO-FELD * 2 - 1
           PERFORM VARYING CHART-IDX FROM 1 BY 1
               UNTIL CHART-IDX > CHART-ANZAHL
               WRITE CHART-OUT-F FROM CHART-ZEILEN(CHART-IDX)
               DISPLAY FUNCTION TRIM(CHART-ZEILEN(CHART-IDX) TRAILING)
           END-PERFORM
           MOVE SPACES TO CHART-ZEILE
           WRITE CHART-OUT-F FROM CHART-ZEILE
           CLOSE CHART-OUT

           .
       TRAGE-SERIE-EIN SECTION.
           COMPUTE CHART-SPALTE = (KO-RUNDE(KO-PRUEF-IDX) - 1) * 26 + 1
           COMPUTE CHART-OBEN = (2 ** KO-RUNDE(KO-PRUEF-IDX))
               * (KO-NR(KO-PRUEF-IDX) * 2 - 2)
               + (2 ** (KO-RUNDE(KO-PRUEF-IDX) - 1))
           COMPUTE CHART-UNTEN = CHART-OBEN
               + (2 ** KO-RUNDE(KO-PRUEF-IDX))
           MOVE SPACES TO CHART-EINTRAG
           IF KO-HEIM(KO-PRUEF-IDX) = SPACES
               MOVE "..." TO CE-NAME
           ELSE
               MOVE KO-HEIM(KO-PRUEF-IDX) TO CE-NAME
               IF KO-GAST(KO-PRUEF-IDX) NOT = SPACES
                   MOVE KO-SIEGE-HEIM(KO-PRUEF-IDX) TO CE-SIEGE
               END-IF
           END-IF
           MOVE "-+" TO CE-KLAMMER
           MOVE CHART-EINTRAG TO
               CHART-ZEILEN(CHART-OBEN)(CHART-SPALTE:25)
           MOVE SPACES TO CHART-EINTRAG
           EVALUATE TRUE
               WHEN KO-GAST(KO-PRUEF-IDX) NOT = SPACES
                   MOVE KO-GAST(KO-PRUEF-IDX) TO CE-NAME
                   IF KO-HEIM(KO-PRUEF-IDX) NOT = SPACES
                       MOVE KO-SIEGE-GAST(KO-PRUEF-IDX) TO CE-SIEGE
                   END-IF
               WHEN KO-RUNDE(KO-PRUEF-IDX) = 1
                   MOVE "(Freilos)" TO CE-NAME
               WHEN OTHER
                   MOVE "..." TO CE-NAME
           END-EVALUATE
           MOVE "-+" TO CE-KLAMMER
           MOVE CHART-EINTRAG TO
               CHART-ZEILEN(CHART-UNTEN)(CHART-SPALTE:25)
           COMPUTE CHART-IDX = CHART-OBEN + 1
           PERFORM UNTIL CHART-IDX >= CHART-UNTEN
               MOVE "|" TO CHART-ZEILEN(CHART-IDX)(CHART-SPALTE + 24:1)
               ADD 1 TO CHART-IDX
           END-PERFORM
           COMPUTE CHART-IDX = (CHART-OBEN + CHART-UNTEN) / 2
           MOVE "+-" TO CHART-ZEILEN(CHART-IDX)(CHART-SPALTE + 24:2)

           .
