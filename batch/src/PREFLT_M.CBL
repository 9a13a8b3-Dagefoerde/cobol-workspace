       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PREFLT_M.
      *****************************************************************
      * Startfreigabe der Nachtkette: prueft vor dem ersten Schritt,
      * ob die Nacht laufen kann, und schreibt ein Go/No-Go-Blatt
      * nach preflt.txt (und auf die Konsole):
      *   - jede Datei aus manifest.txt ist da und nicht leer
      *     (fehlende, per manwaive.txt freigezeichnete Lieferungen
      *     nur als Warnung, wie im Tagesabschluss);
      *   - busdate.txt ist ein Bankarbeitstag (kein Wochenende,
      *     kein Feiertag aus holidays.txt) und liegt nach dem
      *     letzten abgeschlossenen Lauf (Laufnummer aus runseq.txt,
      *     deren Datum aus runaudit.txt, sonst der letzte BATCH_M-
      *     Satz in runtimes.txt); liegt ein Arbeitstag dazwischen,
      *     gibt es eine Warnung;
      *   - in pendchg.txt wartet keine Parameteraenderung (fxrates,
      *     odlimits, rates, ratetier, acctrate, feesched, threshold,
      *     prodmast) mehr auf Freigabe;
      *   - fxrates.txt wurde fuer das Geschaeftsdatum aktualisiert
      *     (Eintrag in der Kurshistorie fxhist.txt an oder nach dem
      *     Geschaeftsdatum);
      *   - die vorige Kette ist laut chainstat.txt sauber beendet
      *     (kein Schritt FAIL oder RUN).
      * RETURN-CODE 0 = Go, 4 = Go mit Warnungen, 8 = No-Go; die
      * Nachtkette haelt dann vor dem ersten Schritt an.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-IN ASSIGN TO "manifest.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-IN-FILE-STATUS.
           SELECT WAIVER-IN ASSIGN TO "manwaive.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAIVER-IN-FILE-STATUS.
           SELECT PROBE-IN ASSIGN TO PROBE-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROBE-IN-FILE-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-IN-FILE-STATUS.
           SELECT HOLIDAYS-IN ASSIGN TO "holidays.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLIDAYS-IN-FILE-STATUS.
           SELECT RUNSEQ-IN ASSIGN TO "runseq.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNSEQ-IN-FILE-STATUS.
           SELECT RUNAUDIT-IN ASSIGN TO "runaudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNAUDIT-IN-FILE-STATUS.
           SELECT RUNTIMES-IN ASSIGN TO "runtimes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNTIMES-IN-FILE-STATUS.
           SELECT PENDING-IN ASSIGN TO "pendchg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-IN-FILE-STATUS.
           SELECT FXHIST-IN ASSIGN TO "fxhist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXHIST-IN-FILE-STATUS.
           SELECT CHAINSTAT-IN ASSIGN TO "chainstat.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHAINSTAT-IN-FILE-STATUS.
           SELECT SHEET-OUT ASSIGN TO "preflt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHEET-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD MANIFEST-IN.
       01  MANIFEST-IN-F PIC X(40).
       FD WAIVER-IN.
       01  WAIVER-IN-F PIC X(40).
       FD PROBE-IN.
       01  PROBE-IN-F PIC X(92).
       FD BUSDATE-IN.
       01  BUSDATE-IN-F PIC X(08).
       FD HOLIDAYS-IN.
       01  HOLIDAYS-IN-F PIC 9(8).
       FD RUNSEQ-IN.
       01  RUNSEQ-IN-F PIC 9(6).
       FD RUNAUDIT-IN.
       01  RUNAUDIT-IN-F.
         05  AD-RUNDATE-F PIC 9(8).
         05  FILLER       PIC X(01).
         05  AD-RUNSEQ-F  PIC 9(6).
         05  FILLER       PIC X(01).
         05  AD-FILE-F    PIC X(40).
         05  FILLER       PIC X(01).
         05  AD-RECNO-F   PIC 9(8).
         05  FILLER       PIC X(01).
         05  AD-DISPOSITION-F PIC X(20).
       FD RUNTIMES-IN.
       01  RUNTIMES-IN-F.
         05  RU-PROGRAM-F PIC X(12).
         05  FILLER       PIC X(01).
         05  RU-BUSDATE-F PIC 9(8).
         05  FILLER       PIC X(43).
       FD PENDING-IN.
      * Volles Satzbild von APPROVE_M (170 Stellen); ein kuerzeres
      * FD wuerde lange Saetze in Scheinsaetze zerlegen.
       01  PENDING-IN-F.
         05  PC-TIMESTAMP-F PIC 9(16).
         05  FILLER         PIC X(01).
         05  PC-OPERATOR-F  PIC X(08).
         05  FILLER         PIC X(01).
         05  PC-FILE-F      PIC X(12).
         05  FILLER         PIC X(01).
         05  PC-ACTION-F    PIC X(03).
         05  FILLER         PIC X(01).
         05  PC-KEYLEN-F    PIC 9(02).
         05  FILLER         PIC X(01).
         05  PC-IMAGE-F     PIC X(120).
         05  FILLER         PIC X(01).
         05  PC-KEYPOS-F    PIC 9(03).
       FD FXHIST-IN.
       01  FXHIST-IN-F.
         05  FH-DATE-F PIC 9(8).
         05  FILLER    PIC X(01).
         05  FH-CODE-F PIC X(03).
         05  FILLER    PIC X(40).
       FD CHAINSTAT-IN.
       01  CHAINSTAT-IN-F.
         05  CS-STEPNO-F PIC 9(02).
         05  FILLER      PIC X(01).
         05  CS-NAME-F   PIC X(12).
         05  FILLER      PIC X(01).
         05  CS-START-F  PIC 9(16).
         05  FILLER      PIC X(01).
         05  CS-END-F    PIC 9(16).
         05  FILLER      PIC X(01).
         05  CS-RC-F     PIC 9(04).
         05  FILLER      PIC X(01).
         05  CS-STATUS-F PIC X(04).
       FD SHEET-OUT.
       01  SHEET-OUT-F PIC X(100).
       WORKING-STORAGE SECTION.
       01  MANIFEST-IN-FILE-STATUS  PIC X(02).
       01  WAIVER-IN-FILE-STATUS    PIC X(02).
       01  PROBE-IN-FILE-STATUS     PIC X(02).
       01  BUSDATE-IN-FILE-STATUS   PIC X(02).
       01  HOLIDAYS-IN-FILE-STATUS  PIC X(02).
       01  RUNSEQ-IN-FILE-STATUS    PIC X(02).
       01  RUNAUDIT-IN-FILE-STATUS  PIC X(02).
       01  RUNTIMES-IN-FILE-STATUS  PIC X(02).
       01  PENDING-IN-FILE-STATUS   PIC X(02).
       01  FXHIST-IN-FILE-STATUS    PIC X(02).
       01  CHAINSTAT-IN-FILE-STATUS PIC X(02).
       01  SHEET-OUT-FILE-STATUS    PIC X(02).
       01  PROBE-IN-NAME PIC X(40) VALUE SPACE.
       01  LOAD-EOF-SWITCH PIC X VALUE "N".
         88  LOAD-EOF VALUE "Y".
       01  CURRENT-DATE-DATA.
        05 DATETIME PIC 9(16).
       01  BUSINESS-DATE PIC 9(8) VALUE 0.
       01  LAST-RUN-DATE PIC 9(8) VALUE 0.
       01  LAST-RUN-SEQ  PIC 9(6) VALUE 0.
       01  LAST-FX-DATE  PIC 9(8) VALUE 0.
       01  CHECK-DATE    PIC 9(8) VALUE 0.
       01  CHECK-INTEGER PIC 9(8) VALUE 0.
       01  WEEKDAY-NUM   PIC 9(01) VALUE 0.
       01  BUSINESS-DAY-SWITCH PIC X VALUE "N".
         88  IS-BUSINESS-DAY VALUE "Y".
       01  HOLIDAY-TABLE.
         05  HOLIDAY-DATE OCCURS 200 TIMES PIC 9(8).
       01  HOLIDAY-COUNT PIC 9(03) VALUE 0.
       01  HOLIDAY-IDX   PIC 9(03).
       01  WAIVER-TABLE.
         05  WAIVER-NAME OCCURS 50 TIMES PIC X(40).
       01  WAIVER-COUNT PIC 9(02) VALUE 0.
       01  WAIVER-IDX   PIC 9(02).
       01  WAIVED-SWITCH PIC X VALUE "N".
         88  FEED-WAIVED VALUE "Y".
      * Dateien der Parameter-Pflege; offene Antraege darauf
      * halten die Nacht an (Dateiname in pendchg.txt auf 12 Stellen
      * gekuerzt).
       01  PARAM-FILE-DATA.
         05  FILLER PIC X(12) VALUE "fxrates.txt".
         05  FILLER PIC X(12) VALUE "odlimits.txt".
         05  FILLER PIC X(12) VALUE "rates.txt".
         05  FILLER PIC X(12) VALUE "ratetier.txt".
         05  FILLER PIC X(12) VALUE "acctrate.txt".
         05  FILLER PIC X(12) VALUE "feesched.txt".
         05  FILLER PIC X(12) VALUE "threshold.tx".
         05  FILLER PIC X(12) VALUE "prodmast.txt".
       01  PARAM-FILE-TABLE REDEFINES PARAM-FILE-DATA.
         05  PARAM-FILE OCCURS 8 TIMES PIC X(12).
       01  PARAM-IDX PIC 9(01).
       01  PARAM-SWITCH PIC X VALUE "N".
         88  IS-PARAM-FILE VALUE "Y".
       01  PENDING-PARAM-COUNT PIC 9(04) VALUE 0.
       01  MANIFEST-COUNT PIC 9(04) VALUE 0.
       01  UNCLEAN-COUNT  PIC 9(02) VALUE 0.
      * Ergebnis je Pruefzeile und gesamt.
       01  LINE-STATE PIC X(04).
       01  LINE-TEXT  PIC X(80).
       01  NOGO-COUNT PIC 9(04) VALUE 0.
       01  WARN-COUNT PIC 9(04) VALUE 0.
       01  SHEET-LINE PIC X(100).
       01  RL-COUNT   PIC Z(3)9.

       PROCEDURE DIVISION.
           OPEN OUTPUT SHEET-OUT
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           MOVE SPACES TO SHEET-LINE
           STRING "Startfreigabe Nachtkette, erstellt "
               DATETIME(1:8) " " DATETIME(9:2) ":" DATETIME(11:2)
               DELIMITED BY SIZE INTO SHEET-LINE
           PERFORM PUT-SHEET-LINE
           PERFORM CHECK-BUSINESS-DATE
           PERFORM CHECK-LAST-RUN
           PERFORM CHECK-MANIFEST
           PERFORM CHECK-PENDING-PARAMETERS
           PERFORM CHECK-FX-RATES
           PERFORM CHECK-CHAIN-STATUS
           MOVE SPACES TO SHEET-LINE
           PERFORM PUT-SHEET-LINE
           EVALUATE TRUE
               WHEN NOGO-COUNT > 0
                   MOVE NOGO-COUNT TO RL-COUNT
                   STRING "ERGEBNIS: NO-GO (" FUNCTION TRIM(RL-COUNT)
                       " Pruefungen nicht bestanden)"
                       DELIMITED BY SIZE INTO SHEET-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN WARN-COUNT > 0
                   MOVE WARN-COUNT TO RL-COUNT
                   STRING "ERGEBNIS: GO mit " FUNCTION TRIM(RL-COUNT)
                       " Warnungen"
                       DELIMITED BY SIZE INTO SHEET-LINE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "ERGEBNIS: GO" TO SHEET-LINE
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM PUT-SHEET-LINE
           CLOSE SHEET-OUT
           GOBACK.

       CHECK-BUSINESS-DATE SECTION.
      *    Ohne gueltiges busdate.txt kein Lauf.
           OPEN INPUT BUSDATE-IN
           IF BUSDATE-IN-FILE-STATUS = "00"
               READ BUSDATE-IN
                   NOT AT END
                       IF BUSDATE-IN-F IS NUMERIC
                           MOVE BUSDATE-IN-F TO BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUSDATE-IN
           END-IF
           IF BUSINESS-DATE = 0
               OR FUNCTION TEST-DATE-YYYYMMDD(BUSINESS-DATE) NOT = 0
               MOVE "STOP" TO LINE-STATE
               MOVE "busdate.txt fehlt oder ohne gueltiges Datum"
                   TO LINE-TEXT
               PERFORM WRITE-CHECK-LINE
               EXIT SECTION
           END-IF
           PERFORM LOAD-HOLIDAYS
           MOVE BUSINESS-DATE TO CHECK-DATE
           PERFORM TEST-BUSINESS-DAY
           IF IS-BUSINESS-DAY
               MOVE "OK" TO LINE-STATE
               STRING "Geschaeftsdatum " BUSINESS-DATE
                   " ist Bankarbeitstag"
                   DELIMITED BY SIZE INTO LINE-TEXT
           ELSE
               MOVE "STOP" TO LINE-STATE
               STRING "Geschaeftsdatum " BUSINESS-DATE
                   " ist Wochenende oder Feiertag"
                   DELIMITED BY SIZE INTO LINE-TEXT
           END-IF
           PERFORM WRITE-CHECK-LINE

           .
       LOAD-HOLIDAYS SECTION.
           OPEN INPUT HOLIDAYS-IN
           IF HOLIDAYS-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF OR HOLIDAY-COUNT >= 200
               READ HOLIDAYS-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO HOLIDAY-COUNT
                       MOVE HOLIDAYS-IN-F TO HOLIDAY-DATE(HOLIDAY-COUNT)
               END-READ
           END-PERFORM
           CLOSE HOLIDAYS-IN

           .
       TEST-BUSINESS-DAY SECTION.
      *    CHECK-DATE: Samstag/Sonntag oder Feiertag ist kein
      *    Bankarbeitstag.
           SET IS-BUSINESS-DAY TO TRUE
           COMPUTE CHECK-INTEGER = FUNCTION INTEGER-OF-DATE(CHECK-DATE)
           COMPUTE WEEKDAY-NUM = FUNCTION MOD(CHECK-INTEGER, 7)
           IF WEEKDAY-NUM = 6 OR WEEKDAY-NUM = 0
               MOVE "N" TO BUSINESS-DAY-SWITCH
           END-IF
           PERFORM VARYING HOLIDAY-IDX FROM 1 BY 1
               UNTIL HOLIDAY-IDX > HOLIDAY-COUNT
               IF HOLIDAY-DATE(HOLIDAY-IDX) = CHECK-DATE
                   MOVE "N" TO BUSINESS-DAY-SWITCH
               END-IF
           END-PERFORM

           .
       CHECK-LAST-RUN SECTION.
           IF BUSINESS-DATE = 0
               EXIT SECTION
           END-IF
           OPEN INPUT RUNSEQ-IN
           IF RUNSEQ-IN-FILE-STATUS = "00"
               READ RUNSEQ-IN
                   NOT AT END MOVE RUNSEQ-IN-F TO LAST-RUN-SEQ
               END-READ
               CLOSE RUNSEQ-IN
           END-IF
           IF LAST-RUN-SEQ = 0
               MOVE "OK" TO LINE-STATE
               MOVE "Kein vorheriger Lauf in runseq.txt (Erstlauf)"
                   TO LINE-TEXT
               PERFORM WRITE-CHECK-LINE
               EXIT SECTION
           END-IF
           OPEN INPUT RUNAUDIT-IN
           IF RUNAUDIT-IN-FILE-STATUS = "00"
               MOVE "N" TO LOAD-EOF-SWITCH
               PERFORM UNTIL LOAD-EOF
                   READ RUNAUDIT-IN
                       AT END SET LOAD-EOF TO TRUE
                       NOT AT END
                           IF AD-RUNSEQ-F = LAST-RUN-SEQ
                               AND AD-RUNDATE-F > LAST-RUN-DATE
                               MOVE AD-RUNDATE-F TO LAST-RUN-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNAUDIT-IN
           END-IF
      *    Ein Lauf ohne Umsaetze hinterlaesst keinen runaudit-Satz;
      *    dann gilt der letzte Laufzeitsatz des Tagesabschlusses.
           IF LAST-RUN-DATE = 0
               OPEN INPUT RUNTIMES-IN
               IF RUNTIMES-IN-FILE-STATUS = "00"
                   MOVE "N" TO LOAD-EOF-SWITCH
                   PERFORM UNTIL LOAD-EOF
                       READ RUNTIMES-IN
                           AT END SET LOAD-EOF TO TRUE
                           NOT AT END
                               IF RU-PROGRAM-F = "BATCH_M"
                                   AND RU-BUSDATE-F IS NUMERIC
                                   MOVE RU-BUSDATE-F TO LAST-RUN-DATE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RUNTIMES-IN
               END-IF
           END-IF
           IF LAST-RUN-DATE = 0
               OR FUNCTION TEST-DATE-YYYYMMDD(LAST-RUN-DATE) NOT = 0
               MOVE "WARN" TO LINE-STATE
               STRING "Datum des letzten Laufs " LAST-RUN-SEQ
                   " nicht feststellbar"
                   DELIMITED BY SIZE INTO LINE-TEXT
               PERFORM WRITE-CHECK-LINE
               EXIT SECTION
           END-IF
           IF BUSINESS-DATE NOT > LAST-RUN-DATE
               MOVE "STOP" TO LINE-STATE
               STRING "Geschaeftsdatum " BUSINESS-DATE
                   " nicht nach letztem Lauf " LAST-RUN-SEQ " vom "
                   LAST-RUN-DATE
                   DELIMITED BY SIZE INTO LINE-TEXT
               PERFORM WRITE-CHECK-LINE
               EXIT SECTION
           END-IF
      *    Liegt zwischen letztem Lauf und Geschaeftsdatum noch ein
      *    Arbeitstag, fehlt vermutlich eine Nacht.
           COMPUTE CHECK-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(LAST-RUN-DATE) + 1)
           MOVE "N" TO BUSINESS-DAY-SWITCH
           PERFORM UNTIL CHECK-DATE >= BUSINESS-DATE OR IS-BUSINESS-DAY
               PERFORM TEST-BUSINESS-DAY
               IF NOT IS-BUSINESS-DAY
                   COMPUTE CHECK-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(CHECK-DATE) + 1)
               END-IF
           END-PERFORM
           IF IS-BUSINESS-DAY
               MOVE "WARN" TO LINE-STATE
               STRING "Arbeitstag " CHECK-DATE " zwischen letztem Lauf "
                   LAST-RUN-DATE " und " BUSINESS-DATE " ohne Lauf"
                   DELIMITED BY SIZE INTO LINE-TEXT
           ELSE
               MOVE "OK" TO LINE-STATE
               STRING "Letzter Lauf " LAST-RUN-SEQ " vom "
                   LAST-RUN-DATE ", Geschaeftsdatum schliesst an"
                   DELIMITED BY SIZE INTO LINE-TEXT
           END-IF
           PERFORM WRITE-CHECK-LINE

           .
       CHECK-MANIFEST SECTION.
           OPEN INPUT MANIFEST-IN
           IF MANIFEST-IN-FILE-STATUS NOT = "00"
               MOVE "OK" TO LINE-STATE
               MOVE "Kein manifest.txt - keine Lieferungen erwartet"
                   TO LINE-TEXT
               PERFORM WRITE-CHECK-LINE
               EXIT SECTION
           END-IF
           PERFORM LOAD-WAIVERS
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ MANIFEST-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF MANIFEST-IN-F NOT = SPACE
                           ADD 1 TO MANIFEST-COUNT
                           PERFORM CHECK-ONE-FEED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MANIFEST-IN

           .
       LOAD-WAIVERS SECTION.
           OPEN INPUT WAIVER-IN
           IF WAIVER-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF OR WAIVER-COUNT >= 50
               READ WAIVER-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WAIVER-COUNT
                       MOVE WAIVER-IN-F TO WAIVER-NAME(WAIVER-COUNT)
               END-READ
           END-PERFORM
           CLOSE WAIVER-IN
           MOVE "N" TO LOAD-EOF-SWITCH

           .
       CHECK-ONE-FEED SECTION.
      *    Da und mit mindestens einem Satz; leer zaehlt wie fehlend.
           MOVE MANIFEST-IN-F TO PROBE-IN-NAME
           OPEN INPUT PROBE-IN
           IF PROBE-IN-FILE-STATUS = "00"
               READ PROBE-IN
                   AT END
                       MOVE "STOP" TO LINE-STATE
                       STRING "Lieferung leer: "
                           FUNCTION TRIM(MANIFEST-IN-F)
                           DELIMITED BY SIZE INTO LINE-TEXT
                   NOT AT END
                       MOVE "OK" TO LINE-STATE
                       STRING "Lieferung da: "
                           FUNCTION TRIM(MANIFEST-IN-F)
                           DELIMITED BY SIZE INTO LINE-TEXT
               END-READ
               CLOSE PROBE-IN
               PERFORM WRITE-CHECK-LINE
               EXIT SECTION
           END-IF
           MOVE "N" TO WAIVED-SWITCH
           PERFORM VARYING WAIVER-IDX FROM 1 BY 1
               UNTIL WAIVER-IDX > WAIVER-COUNT OR FEED-WAIVED
               IF WAIVER-NAME(WAIVER-IDX) = MANIFEST-IN-F
                   SET FEED-WAIVED TO TRUE
               END-IF
           END-PERFORM
           IF FEED-WAIVED
               MOVE "WARN" TO LINE-STATE
               STRING "Lieferung fehlt, freigezeichnet: "
                   FUNCTION TRIM(MANIFEST-IN-F)
                   DELIMITED BY SIZE INTO LINE-TEXT
           ELSE
               MOVE "STOP" TO LINE-STATE
               STRING "Lieferung fehlt: " FUNCTION TRIM(MANIFEST-IN-F)
                   DELIMITED BY SIZE INTO LINE-TEXT
           END-IF
           PERFORM WRITE-CHECK-LINE

           .
       CHECK-PENDING-PARAMETERS SECTION.
           OPEN INPUT PENDING-IN
           IF PENDING-IN-FILE-STATUS = "00"
               MOVE "N" TO LOAD-EOF-SWITCH
               PERFORM UNTIL LOAD-EOF
                   READ PENDING-IN
                       AT END SET LOAD-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-ONE-PENDING
                   END-READ
               END-PERFORM
               CLOSE PENDING-IN
           END-IF
           IF PENDING-PARAM-COUNT = 0
               MOVE "OK" TO LINE-STATE
               MOVE "Keine offenen Parameteraenderungen in pendchg.txt"
                   TO LINE-TEXT
               PERFORM WRITE-CHECK-LINE
           END-IF

           .
       CHECK-ONE-PENDING SECTION.
           MOVE "N" TO PARAM-SWITCH
           PERFORM VARYING PARAM-IDX FROM 1 BY 1
               UNTIL PARAM-IDX > 8 OR IS-PARAM-FILE
               IF PARAM-FILE(PARAM-IDX) = PC-FILE-F
                   SET IS-PARAM-FILE TO TRUE
               END-IF
           END-PERFORM
           IF NOT IS-PARAM-FILE
               EXIT SECTION
           END-IF
           ADD 1 TO PENDING-PARAM-COUNT
           MOVE "STOP" TO LINE-STATE
           STRING "Offene Aenderung " FUNCTION TRIM(PC-FILE-F) " "
               PC-ACTION-F " von " FUNCTION TRIM(PC-OPERATOR-F) " vom "
               PC-TIMESTAMP-F(1:8) " wartet auf Freigabe"
               DELIMITED BY SIZE INTO LINE-TEXT
           PERFORM WRITE-CHECK-LINE

           .
       CHECK-FX-RATES SECTION.
      *    Jede freigegebene Kursaenderung steht mit ihrem Tag in
      *    fxhist.txt.
           OPEN INPUT FXHIST-IN
           IF FXHIST-IN-FILE-STATUS = "00"
               MOVE "N" TO LOAD-EOF-SWITCH
               PERFORM UNTIL LOAD-EOF
                   READ FXHIST-IN
                       AT END SET LOAD-EOF TO TRUE
                       NOT AT END
                           IF FH-DATE-F IS NUMERIC
                               AND FH-DATE-F > LAST-FX-DATE
                               MOVE FH-DATE-F TO LAST-FX-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FXHIST-IN
           END-IF
           IF LAST-FX-DATE = 0
               MOVE "STOP" TO LINE-STATE
               MOVE "Keine Kursaktualisierung in fxhist.txt"
                   TO LINE-TEXT
           ELSE
               IF BUSINESS-DATE > 0 AND LAST-FX-DATE < BUSINESS-DATE
                   MOVE "STOP" TO LINE-STATE
                   STRING "fxrates.txt zuletzt am " LAST-FX-DATE
                       " aktualisiert, nicht fuer " BUSINESS-DATE
                       DELIMITED BY SIZE INTO LINE-TEXT
               ELSE
                   MOVE "OK" TO LINE-STATE
                   STRING "fxrates.txt aktualisiert am " LAST-FX-DATE
                       DELIMITED BY SIZE INTO LINE-TEXT
               END-IF
           END-IF
           PERFORM WRITE-CHECK-LINE

           .
       CHECK-CHAIN-STATUS SECTION.
      *    Jeder Schritt der vorigen Kette muss OK (oder noch nie
      *    gelaufen) sein; FAIL wird ueber das Wiederaufsetzen der
      *    Kette bereinigt, RUN heisst Abbruch mitten im Schritt.
           OPEN INPUT CHAINSTAT-IN
           IF CHAINSTAT-IN-FILE-STATUS NOT = "00"
               MOVE "OK" TO LINE-STATE
               MOVE "Kein chainstat.txt - keine vorige Kette"
                   TO LINE-TEXT
               PERFORM WRITE-CHECK-LINE
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ CHAINSTAT-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF CS-STATUS-F = "FAIL" OR CS-STATUS-F = "RUN"
                           ADD 1 TO UNCLEAN-COUNT
                           MOVE "STOP" TO LINE-STATE
                           STRING "Vorige Kette: Schritt " CS-STEPNO-F
                               " " FUNCTION TRIM(CS-NAME-F)
                               " Status " CS-STATUS-F " RC " CS-RC-F
                               DELIMITED BY SIZE INTO LINE-TEXT
                           PERFORM WRITE-CHECK-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHAINSTAT-IN
           IF UNCLEAN-COUNT = 0
               MOVE "OK" TO LINE-STATE
               MOVE "Vorige Kette sauber beendet" TO LINE-TEXT
               PERFORM WRITE-CHECK-LINE
           END-IF

           .
       WRITE-CHECK-LINE SECTION.
      *    LINE-STATE OK/WARN/STOP und LINE-TEXT aufs Blatt.
           EVALUATE LINE-STATE
               WHEN "STOP"
                   ADD 1 TO NOGO-COUNT
               WHEN "WARN"
                   ADD 1 TO WARN-COUNT
           END-EVALUATE
           MOVE SPACES TO SHEET-LINE
           STRING "[" LINE-STATE "] " LINE-TEXT
               DELIMITED BY SIZE INTO SHEET-LINE
           PERFORM PUT-SHEET-LINE
           MOVE SPACES TO LINE-TEXT

           .
       PUT-SHEET-LINE SECTION.
           WRITE SHEET-OUT-F FROM SHEET-LINE
           DISPLAY FUNCTION TRIM(SHEET-LINE TRAILING)
           MOVE SPACES TO SHEET-LINE

           .
