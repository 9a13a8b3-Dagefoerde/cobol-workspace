       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GLBAL_M.
      *****************************************************************
      * Hauptbuch-Saldenbestand: fuehrt je Sachkonto und Waehrung den
      * laufenden Saldo (Soll minus Haben) von Tag zu Tag fort. Der
      * Lauf nach GLPOST_M uebernimmt das Tagesjournal gljournal.txt
      * in den Bestand glbal.txt (Periode, Eroeffnungssaldo, Soll-
      * und Habenbewegung der Periode, Schlusssaldo); glbalctl.txt
      * haelt den zuletzt uebernommenen Buchungstag, die offene und
      * die zuletzt abgeschlossene Periode. Ein Tag wird nur einmal
      * uebernommen, ein Journal fuer eine abgeschlossene Periode
      * wird verweigert (RETURN-CODE 8).
      * Monatsabschluss am Kalenderultimo oder wenn monthend.txt
      * vorliegt: der Periodenstand wird eingefroren und in
      * glperiod.txt fortgeschrieben, die Schlusssalden werden zu
      * Eroeffnungssalden der Folgeperiode. Faellt der Ultimo auf
      * keinen Lauftag, holt der erste Lauf der Folgeperiode den
      * Abschluss nach. Mit dem Dezember-Abschluss werden die
      * Aufwands- und Ertragskonten (Kontenplan-Verwendungen der
      * Tabelle PNL-USE) auf den Gewinnvortrag (Verwendung RETEARN,
      * Bank 00000) abgeschlossen; die Abschlussbuchungen stehen im
      * Journal-Format in glclose.txt.
      * Bericht: glbalrpt.txt.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-IN ASSIGN TO "gljournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-IN-FILE-STATUS.
           SELECT GLCHART-IN ASSIGN TO "glchart.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLCHART-IN-FILE-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-IN-FILE-STATUS.
           SELECT MONTHEND-IN ASSIGN TO "monthend.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MONTHEND-IN-FILE-STATUS.
           SELECT CONTROL-IN ASSIGN TO "glbalctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-IN-FILE-STATUS.
           SELECT CONTROL-OUT ASSIGN TO "glbalctl.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-OUT-FILE-STATUS.
           SELECT BALANCE-IN ASSIGN TO "glbal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-IN-FILE-STATUS.
           SELECT BALANCE-OUT ASSIGN TO "glbal.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-OUT-FILE-STATUS.
           SELECT PERIOD-IN ASSIGN TO "glperiod.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-IN-FILE-STATUS.
           SELECT PERIOD-OUT ASSIGN TO "glperiod.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-OUT-FILE-STATUS.
           SELECT CLOSE-OUT ASSIGN TO "glclose.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSE-OUT-FILE-STATUS.
           SELECT REPORT-OUT ASSIGN TO "glbalrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-IN.
       01  JOURNAL-IN-F.
         05  GJ-GLACCT    PIC 9(8).
         05  FILLER       PIC X(01).
         05  GJ-DRCR      PIC X(01).
         05  FILLER       PIC X(01).
         05  GJ-AMOUNT    PIC 9(8)V99.
         05  FILLER       PIC X(01).
         05  GJ-CURRENCY  PIC X(03).
         05  FILLER       PIC X(01).
         05  GJ-SOURCE    PIC X(10).
         05  FILLER       PIC X(01).
         05  GJ-BANKID    PIC 9(5).
         05  FILLER       PIC X(01).
         05  GJ-ACCOUNTID PIC 9(10).
       FD GLCHART-IN.
       01  GLCHART-IN-F.
         05  GC-USE-F     PIC X(10).
         05  GC-BANKID-F  PIC 9(5).
         05  GC-GLACCT-F  PIC 9(8).
       FD BUSDATE-IN.
       01  BUSDATE-IN-F PIC 9(8).
       FD MONTHEND-IN.
       01  MONTHEND-IN-F PIC X(80).
       FD CONTROL-IN.
       01  CONTROL-IN-F.
         05  CI-LASTDATE   PIC 9(8).
         05  FILLER        PIC X(01).
         05  CI-OPENPER    PIC 9(6).
         05  FILLER        PIC X(01).
         05  CI-LASTCLOSED PIC 9(6).
       FD CONTROL-OUT.
       01  CONTROL-OUT-F.
         05  CO-LASTDATE   PIC 9(8).
         05  FILLER        PIC X(01).
         05  CO-OPENPER    PIC 9(6).
         05  FILLER        PIC X(01).
         05  CO-LASTCLOSED PIC 9(6).
      * Bestandssatz; derselbe Aufbau dient dem eingefrorenen
      * Periodenstand in glperiod.txt.
       FD BALANCE-IN.
       01  BALANCE-IN-F.
         05  BI-PERIOD    PIC 9(6).
         05  FILLER       PIC X(01).
         05  BI-GLACCT    PIC 9(8).
         05  FILLER       PIC X(01).
         05  BI-CURRENCY  PIC X(03).
         05  FILLER       PIC X(01).
         05  BI-OPENING   PIC S9(12)V99 SIGN IS LEADING SEPARATE.
         05  FILLER       PIC X(01).
         05  BI-DEBITS    PIC 9(12)V99.
         05  FILLER       PIC X(01).
         05  BI-CREDITS   PIC 9(12)V99.
         05  FILLER       PIC X(01).
         05  BI-CLOSING   PIC S9(12)V99 SIGN IS LEADING SEPARATE.
       FD BALANCE-OUT.
       01  BALANCE-OUT-F.
         05  BO-PERIOD    PIC 9(6).
         05  FILLER       PIC X(01).
         05  BO-GLACCT    PIC 9(8).
         05  FILLER       PIC X(01).
         05  BO-CURRENCY  PIC X(03).
         05  FILLER       PIC X(01).
         05  BO-OPENING   PIC S9(12)V99 SIGN IS LEADING SEPARATE.
         05  FILLER       PIC X(01).
         05  BO-DEBITS    PIC 9(12)V99.
         05  FILLER       PIC X(01).
         05  BO-CREDITS   PIC 9(12)V99.
         05  FILLER       PIC X(01).
         05  BO-CLOSING   PIC S9(12)V99 SIGN IS LEADING SEPARATE.
       FD PERIOD-IN.
       01  PERIOD-IN-F PIC X(90).
       FD PERIOD-OUT.
       01  PERIOD-OUT-F PIC X(90).
       FD CLOSE-OUT.
       01  CLOSE-OUT-F.
         05  CL-GLACCT    PIC 9(8).
         05  FILLER       PIC X(01).
         05  CL-DRCR      PIC X(01).
         05  FILLER       PIC X(01).
         05  CL-AMOUNT    PIC 9(8)V99.
         05  FILLER       PIC X(01).
         05  CL-CURRENCY  PIC X(03).
         05  FILLER       PIC X(01).
         05  CL-SOURCE    PIC X(10).
         05  FILLER       PIC X(01).
         05  CL-BANKID    PIC 9(5).
         05  FILLER       PIC X(01).
         05  CL-ACCOUNTID PIC 9(10).
       FD REPORT-OUT.
       01  REPORT-OUT-F PIC X(120).
       WORKING-STORAGE SECTION.
       01  JOURNAL-IN-FILE-STATUS  PIC X(02).
       01  GLCHART-IN-FILE-STATUS  PIC X(02).
       01  BUSDATE-IN-FILE-STATUS  PIC X(02).
       01  MONTHEND-IN-FILE-STATUS PIC X(02).
       01  CONTROL-IN-FILE-STATUS  PIC X(02).
       01  CONTROL-OUT-FILE-STATUS PIC X(02).
       01  BALANCE-IN-FILE-STATUS  PIC X(02).
       01  BALANCE-OUT-FILE-STATUS PIC X(02).
       01  PERIOD-IN-FILE-STATUS   PIC X(02).
       01  PERIOD-OUT-FILE-STATUS  PIC X(02).
       01  CLOSE-OUT-FILE-STATUS   PIC X(02).
       01  REPORT-OUT-FILE-STATUS  PIC X(02).
       01  JOURNAL-EOF-SWITCH PIC X VALUE "N".
         88  JOURNAL-EOF VALUE "Y".
       01  CHART-EOF-SWITCH PIC X VALUE "N".
         88  CHART-EOF VALUE "Y".
       01  BALANCE-EOF-SWITCH PIC X VALUE "N".
         88  BALANCE-EOF VALUE "Y".
       01  PERIOD-EOF-SWITCH PIC X VALUE "N".
         88  PERIOD-EOF VALUE "Y".
       01  RUN-DATE-DATA.
         05  SYS-DATE  PIC 9(8).
         05  FILLER    PIC X(13).
       01  RUN-DATE-SPLIT.
         05  RUN-YYYY  PIC 9(4).
         05  RUN-MM    PIC 9(2).
         05  RUN-DD    PIC 9(2).
       01  RUN-DATE REDEFINES RUN-DATE-SPLIT PIC 9(8).
       01  RUN-PERIOD  PIC 9(6) VALUE 0.
       01  MONTH-LENGTH-TABLE.
         05  FILLER PIC X(24) VALUE "312831303130313130313031".
       01  MONTH-LENGTHS REDEFINES MONTH-LENGTH-TABLE.
         05  MONTH-LENGTH OCCURS 12 TIMES PIC 99.
       01  MONTH-MAX-DD PIC 99.
       01  MONTHEND-SWITCH PIC X VALUE "N".
         88  MONTH-END VALUE "Y".
      * Steuersatz glbalctl.txt.
       01  LAST-DATE     PIC 9(8) VALUE 0.
       01  OPEN-PERIOD-SPLIT.
         05  OPEN-YYYY   PIC 9(4).
         05  OPEN-MM     PIC 9(2).
       01  OPEN-PERIOD REDEFINES OPEN-PERIOD-SPLIT PIC 9(6).
       01  LAST-CLOSED   PIC 9(6) VALUE 0.
       01  APPLIED-SWITCH PIC X VALUE "N".
         88  ALREADY-APPLIED VALUE "Y".
      * Kontenplan: nur die Verwendungen fuer den Jahresabschluss.
       01  CHART-TABLE.
         05  CHART-ENTRY OCCURS 200 TIMES.
           10  GC-USE     PIC X(10).
           10  GC-BANKID  PIC 9(5).
           10  GC-GLACCT  PIC 9(8).
       01  CHART-COUNT PIC 9(03) VALUE 0.
       01  CHART-IDX   PIC 9(03).
      * Verwendungen, deren Sachkonten Aufwand oder Ertrag tragen und
      * zum Jahresende auf den Gewinnvortrag abgeschlossen werden.
       01  PNL-USE-TABLE.
         05  FILLER PIC X(10) VALUE "INTEXP".
         05  FILLER PIC X(10) VALUE "FEEINC".
         05  FILLER PIC X(10) VALUE "FXREVAL".
         05  FILLER PIC X(10) VALUE "LLPEXP".
       01  PNL-USES REDEFINES PNL-USE-TABLE.
         05  PNL-USE OCCURS 4 TIMES PIC X(10).
       01  PNL-USE-COUNT PIC 9(02) VALUE 4.
       01  PNL-IDX       PIC 9(02).
       01  PNL-SWITCH PIC X VALUE "N".
         88  IS-PNL-ACCOUNT VALUE "Y".
       01  RETEARN-GLACCT PIC 9(8) VALUE 0.
      * Saldenbestand je Sachkonto und Waehrung.
       01  BAL-TABLE.
         05  BAL-ENTRY OCCURS 500 TIMES.
           10  BT-GLACCT   PIC 9(8).
           10  BT-CURRENCY PIC X(03).
           10  BT-OPENING  PIC S9(12)V99.
           10  BT-DEBITS   PIC 9(12)V99.
           10  BT-CREDITS  PIC 9(12)V99.
           10  BT-CLOSING  PIC S9(12)V99.
       01  BAL-COUNT PIC 9(03) VALUE 0.
       01  BAL-IDX   PIC 9(03).
       01  SAVE-BAL-IDX PIC 9(03).
       01  BAL-FOUND-SWITCH PIC X VALUE "N".
         88  BAL-FOUND VALUE "Y".
       01  BAL-FULL-SWITCH PIC X VALUE "N".
         88  BAL-FULL VALUE "Y".
       01  POST-GLACCT PIC 9(8) VALUE 0.
       01  POST-CURR   PIC X(03) VALUE SPACE.
       01  POST-DRCR   PIC X(01) VALUE SPACE.
       01  POST-AMOUNT PIC 9(12)V99 VALUE 0.
      * Tagesjournal.
       01  JOURNAL-LINES  PIC 9(06) VALUE 0.
       01  JOURNAL-DEBITS  PIC 9(12)V99 VALUE 0.
       01  JOURNAL-CREDITS PIC 9(12)V99 VALUE 0.
      * Jahresabschluss je Waehrung: Summe der umgebuchten Aufwands-/
      * Ertragssalden fuer die Gegenbuchung auf den Gewinnvortrag.
       01  RE-TABLE.
         05  RE-ENTRY OCCURS 50 TIMES.
           10  RE-CURRENCY PIC X(03).
           10  RE-AMOUNT   PIC S9(12)V99.
       01  RE-COUNT PIC 9(02) VALUE 0.
       01  RE-IDX   PIC 9(02).
       01  RE-FOUND-SWITCH PIC X VALUE "N".
         88  RE-FOUND VALUE "Y".
       01  CLOSE-LINES PIC 9(06) VALUE 0.
       01  CLOSE-OPEN-SWITCH PIC X VALUE "N".
         88  CLOSE-OPEN VALUE "Y".
       01  PERIOD-OPEN-SWITCH PIC X VALUE "N".
         88  PERIOD-HIST-OPEN VALUE "Y".
       01  CLOSE-FAILED-SWITCH PIC X VALUE "N".
         88  CLOSE-FAILED VALUE "Y".
      * Im Lauf abgeschlossene Perioden fuer den Bericht.
       01  CLOSED-TABLE.
         05  CLOSED-PERIOD OCCURS 24 TIMES PIC 9(6).
       01  CLOSED-COUNT PIC 9(02) VALUE 0.
       01  CLOSED-IDX   PIC 9(02).
       01  YEAR-CLOSED-SWITCH PIC X VALUE "N".
         88  YEAR-CLOSED VALUE "Y".
       01  LEDGER-SUM  PIC S9(12)V99 VALUE 0.
       01  SYSTEM-COMMAND PIC X(120) VALUE SPACE.
       01  REPORT-LINE PIC X(120).
       01  RL-OPENING  PIC -(11)9.99.
       01  RL-DEBITS   PIC Z(11)9.99.
       01  RL-CREDITS  PIC Z(11)9.99.
       01  RL-CLOSING  PIC -(11)9.99.
       01  RL-DATE     PIC 9(8).

       PROCEDURE DIVISION.
           PERFORM LOAD-RUN-DATE
           PERFORM LOAD-CHART
           PERFORM LOAD-CONTROL
           IF RUN-DATE <= LAST-DATE
               DISPLAY "Journal vom " RUN-DATE " bereits uebernommen"
                   " (letzter Buchungstag " LAST-DATE ")."
               SET ALREADY-APPLIED TO TRUE
               IF RUN-PERIOD <= LAST-CLOSED
                   GOBACK
               END-IF
           ELSE
               IF RUN-PERIOD <= LAST-CLOSED
                   DISPLAY "*** Periode " RUN-PERIOD
                       " ist abgeschlossen - Journal vom " RUN-DATE
                       " verweigert ***"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM VERIFY-JOURNAL
               IF JOURNAL-DEBITS NOT = JOURNAL-CREDITS
                   DISPLAY "*** Journal nicht ausgeglichen: Soll "
                       JOURNAL-DEBITS " Haben " JOURNAL-CREDITS
                       " - keine Uebernahme ***"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           PERFORM LOAD-BALANCES
           IF BAL-FULL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *    Nicht abgeschlossene Vorperioden zuerst nachholen.
           PERFORM UNTIL OPEN-PERIOD >= RUN-PERIOD OR CLOSE-FAILED
               PERFORM CLOSE-PERIOD
           END-PERFORM
           IF CLOSE-FAILED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT ALREADY-APPLIED
               PERFORM APPLY-JOURNAL
               IF BAL-FULL
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE RUN-DATE TO LAST-DATE
           END-IF
           PERFORM CHECK-MONTH-END
           IF MONTH-END
               PERFORM CLOSE-PERIOD
               IF CLOSE-FAILED
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           PERFORM SAVE-BALANCES
           PERFORM WRITE-REPORT
           IF LEDGER-SUM NOT = 0
               DISPLAY "*** Hauptbuch nicht ausgeglichen: Summe der"
                   " Salden " LEDGER-SUM " ***"
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "Hauptbuch-Saldenbestand: " JOURNAL-LINES
               " Journalzeilen, " BAL-COUNT " Sachkonto/Waehrung,"
               " offene Periode " OPEN-PERIOD "."
           GOBACK.

       LOAD-RUN-DATE SECTION.
           MOVE 0 TO RUN-DATE
           OPEN INPUT BUSDATE-IN
           IF BUSDATE-IN-FILE-STATUS = "00"
               READ BUSDATE-IN
                   NOT AT END MOVE BUSDATE-IN-F TO RUN-DATE
               END-READ
               CLOSE BUSDATE-IN
           END-IF
           IF RUN-DATE = 0
               MOVE FUNCTION CURRENT-DATE TO RUN-DATE-DATA
               MOVE SYS-DATE TO RUN-DATE
           END-IF
           COMPUTE RUN-PERIOD = RUN-YYYY * 100 + RUN-MM

           .
       LOAD-CHART SECTION.
           OPEN INPUT GLCHART-IN
           IF GLCHART-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL CHART-EOF OR CHART-COUNT >= 200
               READ GLCHART-IN
                   AT END SET CHART-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO CHART-COUNT
                       MOVE GC-USE-F TO GC-USE(CHART-COUNT)
                       MOVE GC-BANKID-F TO GC-BANKID(CHART-COUNT)
                       MOVE GC-GLACCT-F TO GC-GLACCT(CHART-COUNT)
                       IF GC-USE-F = "RETEARN" AND GC-BANKID-F = 0
                           MOVE GC-GLACCT-F TO RETEARN-GLACCT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLCHART-IN

           .
       LOAD-CONTROL SECTION.
      *    Ohne Steuersatz beginnt der Bestand mit der Periode des
      *    Lauftags.
           MOVE 0 TO LAST-DATE
           MOVE RUN-PERIOD TO OPEN-PERIOD
           MOVE 0 TO LAST-CLOSED
           OPEN INPUT CONTROL-IN
           IF CONTROL-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           READ CONTROL-IN
               NOT AT END
                   MOVE CI-LASTDATE TO LAST-DATE
                   MOVE CI-OPENPER TO OPEN-PERIOD
                   MOVE CI-LASTCLOSED TO LAST-CLOSED
           END-READ
           CLOSE CONTROL-IN

           .
       LOAD-BALANCES SECTION.
           OPEN INPUT BALANCE-IN
           IF BALANCE-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL BALANCE-EOF OR BAL-FULL
               READ BALANCE-IN
                   AT END SET BALANCE-EOF TO TRUE
                   NOT AT END
                       IF BAL-COUNT >= 500
                           DISPLAY "*** Saldenbestand glbal.txt zu"
                               " gross - Lauf abgebrochen ***"
                           SET BAL-FULL TO TRUE
                       ELSE
                           ADD 1 TO BAL-COUNT
                           MOVE BI-GLACCT TO BT-GLACCT(BAL-COUNT)
                           MOVE BI-CURRENCY TO BT-CURRENCY(BAL-COUNT)
                           MOVE BI-OPENING TO BT-OPENING(BAL-COUNT)
                           MOVE BI-DEBITS TO BT-DEBITS(BAL-COUNT)
                           MOVE BI-CREDITS TO BT-CREDITS(BAL-COUNT)
                           MOVE BI-CLOSING TO BT-CLOSING(BAL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-IN

           .
       VERIFY-JOURNAL SECTION.
      *    Nur ein ausgeglichenes Journal wird uebernommen.
           MOVE 0 TO JOURNAL-DEBITS
           MOVE 0 TO JOURNAL-CREDITS
           MOVE "N" TO JOURNAL-EOF-SWITCH
           OPEN INPUT JOURNAL-IN
           IF JOURNAL-IN-FILE-STATUS NOT = "00"
               DISPLAY "Kein gljournal.txt - keine Tagesbewegung."
               EXIT SECTION
           END-IF
           PERFORM UNTIL JOURNAL-EOF
               READ JOURNAL-IN
                   AT END SET JOURNAL-EOF TO TRUE
                   NOT AT END
                       IF GJ-DRCR = "D"
                           ADD GJ-AMOUNT TO JOURNAL-DEBITS
                       ELSE
                           ADD GJ-AMOUNT TO JOURNAL-CREDITS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-IN

           .
       APPLY-JOURNAL SECTION.
           MOVE "N" TO JOURNAL-EOF-SWITCH
           OPEN INPUT JOURNAL-IN
           IF JOURNAL-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL JOURNAL-EOF OR BAL-FULL
               READ JOURNAL-IN
                   AT END SET JOURNAL-EOF TO TRUE
                   NOT AT END
                       MOVE GJ-GLACCT TO POST-GLACCT
                       MOVE GJ-CURRENCY TO POST-CURR
                       MOVE GJ-DRCR TO POST-DRCR
                       MOVE GJ-AMOUNT TO POST-AMOUNT
                       PERFORM POST-TO-BALANCE
                       ADD 1 TO JOURNAL-LINES
               END-READ
           END-PERFORM
           CLOSE JOURNAL-IN

           .
       POST-TO-BALANCE SECTION.
           MOVE "N" TO BAL-FOUND-SWITCH
           PERFORM VARYING BAL-IDX FROM 1 BY 1
               UNTIL BAL-IDX > BAL-COUNT OR BAL-FOUND
               IF BT-GLACCT(BAL-IDX) = POST-GLACCT
                   AND BT-CURRENCY(BAL-IDX) = POST-CURR
                   SET BAL-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT BAL-FOUND
               IF BAL-COUNT >= 500
                   DISPLAY "*** Saldenbestand voll: Sachkonto "
                       POST-GLACCT " " POST-CURR
                       " - Lauf abgebrochen ***"
                   SET BAL-FULL TO TRUE
                   EXIT SECTION
               END-IF
               ADD 1 TO BAL-COUNT
               MOVE BAL-COUNT TO BAL-IDX
               MOVE POST-GLACCT TO BT-GLACCT(BAL-IDX)
               MOVE POST-CURR TO BT-CURRENCY(BAL-IDX)
               MOVE 0 TO BT-OPENING(BAL-IDX)
               MOVE 0 TO BT-DEBITS(BAL-IDX)
               MOVE 0 TO BT-CREDITS(BAL-IDX)
               MOVE 0 TO BT-CLOSING(BAL-IDX)
           ELSE
               SUBTRACT 1 FROM BAL-IDX
           END-IF
           IF POST-DRCR = "D"
               ADD POST-AMOUNT TO BT-DEBITS(BAL-IDX)
               ADD POST-AMOUNT TO BT-CLOSING(BAL-IDX)
           ELSE
               ADD POST-AMOUNT TO BT-CREDITS(BAL-IDX)
               SUBTRACT POST-AMOUNT FROM BT-CLOSING(BAL-IDX)
           END-IF

           .
       CHECK-MONTH-END SECTION.
      *    Ultimo = letzter Kalendertag des Monats; monthend.txt
      *    erzwingt den Monatsabschluss unabhaengig vom Datum.
           MOVE MONTH-LENGTH(RUN-MM) TO MONTH-MAX-DD
           IF RUN-MM = 2
               AND FUNCTION MOD(RUN-YYYY, 4) = 0
               AND (FUNCTION MOD(RUN-YYYY, 100) NOT = 0
                   OR FUNCTION MOD(RUN-YYYY, 400) = 0)
               MOVE 29 TO MONTH-MAX-DD
           END-IF
           IF RUN-DD = MONTH-MAX-DD
               SET MONTH-END TO TRUE
           END-IF
           OPEN INPUT MONTHEND-IN
           IF MONTHEND-IN-FILE-STATUS = "00"
               SET MONTH-END TO TRUE
               CLOSE MONTHEND-IN
           END-IF

           .
       CLOSE-PERIOD SECTION.
      *    Friert die offene Periode ein: im Dezember zuerst der
      *    Jahresabschluss, dann der Periodenstand nach glperiod.txt;
      *    Schluss- werden Eroeffnungssalden der Folgeperiode.
           IF OPEN-MM = 12
               PERFORM CLOSE-YEAR
               IF CLOSE-FAILED
                   EXIT SECTION
               END-IF
           END-IF
           PERFORM WRITE-PERIOD-SNAPSHOT
           PERFORM VARYING BAL-IDX FROM 1 BY 1
               UNTIL BAL-IDX > BAL-COUNT
               MOVE BT-CLOSING(BAL-IDX) TO BT-OPENING(BAL-IDX)
               MOVE 0 TO BT-DEBITS(BAL-IDX)
               MOVE 0 TO BT-CREDITS(BAL-IDX)
           END-PERFORM
           DISPLAY "Periode " OPEN-PERIOD " abgeschlossen."
           IF CLOSED-COUNT < 24
               ADD 1 TO CLOSED-COUNT
               MOVE OPEN-PERIOD TO CLOSED-PERIOD(CLOSED-COUNT)
           END-IF
           MOVE OPEN-PERIOD TO LAST-CLOSED
           IF OPEN-MM = 12
               ADD 1 TO OPEN-YYYY
               MOVE 1 TO OPEN-MM
           ELSE
               ADD 1 TO OPEN-MM
           END-IF

           .
       CLOSE-YEAR SECTION.
      *    Jeder Aufwands-/Ertragssaldo wird gegengebucht, die Summe
      *    je Waehrung geht auf den Gewinnvortrag. Ohne RETEARN im
      *    Kontenplan bleibt die Periode offen.
           IF RETEARN-GLACCT = 0
               DISPLAY "*** Kein Gewinnvortrag (RETEARN) im Kontenplan"
                   " - Jahresabschluss " OPEN-YYYY " nicht moeglich"
                   " ***"
               SET CLOSE-FAILED TO TRUE
               EXIT SECTION
           END-IF
           IF NOT CLOSE-OPEN
               OPEN OUTPUT CLOSE-OUT
               SET CLOSE-OPEN TO TRUE
           END-IF
           MOVE 0 TO RE-COUNT
           PERFORM VARYING BAL-IDX FROM 1 BY 1
               UNTIL BAL-IDX > BAL-COUNT
               PERFORM CHECK-PNL-ACCOUNT
               IF IS-PNL-ACCOUNT AND BT-CLOSING(BAL-IDX) NOT = 0
                   PERFORM CLOSE-PNL-BALANCE
               END-IF
           END-PERFORM
           PERFORM VARYING RE-IDX FROM 1 BY 1
               UNTIL RE-IDX > RE-COUNT
               IF RE-AMOUNT(RE-IDX) NOT = 0
                   MOVE RETEARN-GLACCT TO POST-GLACCT
                   MOVE RE-CURRENCY(RE-IDX) TO POST-CURR
                   IF RE-AMOUNT(RE-IDX) > 0
                       MOVE "D" TO POST-DRCR
                   ELSE
                       MOVE "C" TO POST-DRCR
                   END-IF
                   COMPUTE POST-AMOUNT = FUNCTION ABS(RE-AMOUNT(RE-IDX))
                   PERFORM WRITE-CLOSE-LINE
               END-IF
           END-PERFORM
           SET YEAR-CLOSED TO TRUE
           DISPLAY "Jahresabschluss " OPEN-YYYY ": " CLOSE-LINES
               " Abschlussbuchungen."

           .
       CHECK-PNL-ACCOUNT SECTION.
      *    Aufwands-/Ertragskonto = unter einer PNL-USE-Verwendung
      *    im Kontenplan gefuehrt, gleich fuer welche Bank.
           MOVE "N" TO PNL-SWITCH
           PERFORM VARYING CHART-IDX FROM 1 BY 1
               UNTIL CHART-IDX > CHART-COUNT OR IS-PNL-ACCOUNT
               IF GC-GLACCT(CHART-IDX) = BT-GLACCT(BAL-IDX)
                   PERFORM VARYING PNL-IDX FROM 1 BY 1
                       UNTIL PNL-IDX > PNL-USE-COUNT
                       IF GC-USE(CHART-IDX) = PNL-USE(PNL-IDX)
                           SET IS-PNL-ACCOUNT TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           .
       CLOSE-PNL-BALANCE SECTION.
      *    Sollsaldo (Aufwand) wird im Haben ausgebucht und belastet
      *    den Gewinnvortrag, Habensaldo (Ertrag) umgekehrt.
           MOVE "N" TO RE-FOUND-SWITCH
           PERFORM VARYING RE-IDX FROM 1 BY 1
               UNTIL RE-IDX > RE-COUNT OR RE-FOUND
               IF RE-CURRENCY(RE-IDX) = BT-CURRENCY(BAL-IDX)
                   SET RE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT RE-FOUND
               IF RE-COUNT >= 50
                   DISPLAY "*** Zu viele Waehrungen im Jahres"
                       "abschluss - Lauf abgebrochen ***"
                   SET CLOSE-FAILED TO TRUE
                   EXIT SECTION
               END-IF
               ADD 1 TO RE-COUNT
               MOVE RE-COUNT TO RE-IDX
               MOVE BT-CURRENCY(BAL-IDX) TO RE-CURRENCY(RE-IDX)
               MOVE 0 TO RE-AMOUNT(RE-IDX)
           ELSE
               SUBTRACT 1 FROM RE-IDX
           END-IF
           ADD BT-CLOSING(BAL-IDX) TO RE-AMOUNT(RE-IDX)
           MOVE BT-GLACCT(BAL-IDX) TO POST-GLACCT
           MOVE BT-CURRENCY(BAL-IDX) TO POST-CURR
           IF BT-CLOSING(BAL-IDX) > 0
               MOVE "C" TO POST-DRCR
           ELSE
               MOVE "D" TO POST-DRCR
           END-IF
           COMPUTE POST-AMOUNT = FUNCTION ABS(BT-CLOSING(BAL-IDX))
           PERFORM WRITE-CLOSE-LINE

           .
       WRITE-CLOSE-LINE SECTION.
      *    POST-TO-BALANCE verschiebt BAL-IDX; der Aufrufer steht in
      *    einer Schleife ueber den Bestand und braucht ihn wieder.
           MOVE BAL-IDX TO SAVE-BAL-IDX
           MOVE SPACES TO CLOSE-OUT-F
           MOVE POST-GLACCT TO CL-GLACCT
           MOVE POST-DRCR TO CL-DRCR
           MOVE POST-AMOUNT TO CL-AMOUNT
           MOVE POST-CURR TO CL-CURRENCY
           MOVE "YEARCLOSE" TO CL-SOURCE
           MOVE 0 TO CL-BANKID
           MOVE 0 TO CL-ACCOUNTID
           WRITE CLOSE-OUT-F
           ADD 1 TO CLOSE-LINES
           PERFORM POST-TO-BALANCE
           MOVE SAVE-BAL-IDX TO BAL-IDX

           .
       WRITE-PERIOD-SNAPSHOT SECTION.
      *    Die bisherigen Periodenstaende werden beim ersten Abschluss
      *    des Laufs nach glperiod.new umkopiert; rotiert wird erst
      *    mit dem Bestand, ein abgebrochener Lauf hinterlaesst so
      *    keine halben Abschluesse.
           IF NOT PERIOD-HIST-OPEN
               OPEN OUTPUT PERIOD-OUT
               SET PERIOD-HIST-OPEN TO TRUE
               OPEN INPUT PERIOD-IN
               IF PERIOD-IN-FILE-STATUS = "00"
                   PERFORM UNTIL PERIOD-EOF
                       READ PERIOD-IN
                           AT END SET PERIOD-EOF TO TRUE
                           NOT AT END
                               WRITE PERIOD-OUT-F FROM PERIOD-IN-F
                       END-READ
                   END-PERFORM
                   CLOSE PERIOD-IN
               END-IF
           END-IF
           PERFORM VARYING BAL-IDX FROM 1 BY 1
               UNTIL BAL-IDX > BAL-COUNT
               PERFORM BUILD-BALANCE-RECORD
               WRITE PERIOD-OUT-F FROM BALANCE-OUT-F
           END-PERFORM

           .
       BUILD-BALANCE-RECORD SECTION.
           MOVE SPACES TO BALANCE-OUT-F
           MOVE OPEN-PERIOD TO BO-PERIOD
           MOVE BT-GLACCT(BAL-IDX) TO BO-GLACCT
           MOVE BT-CURRENCY(BAL-IDX) TO BO-CURRENCY
           MOVE BT-OPENING(BAL-IDX) TO BO-OPENING
           MOVE BT-DEBITS(BAL-IDX) TO BO-DEBITS
           MOVE BT-CREDITS(BAL-IDX) TO BO-CREDITS
           MOVE BT-CLOSING(BAL-IDX) TO BO-CLOSING

           .
       SAVE-BALANCES SECTION.
           OPEN OUTPUT BALANCE-OUT
           PERFORM VARYING BAL-IDX FROM 1 BY 1
               UNTIL BAL-IDX > BAL-COUNT
               PERFORM BUILD-BALANCE-RECORD
               WRITE BALANCE-OUT-F
           END-PERFORM
           CLOSE BALANCE-OUT
           OPEN OUTPUT CONTROL-OUT
           MOVE SPACES TO CONTROL-OUT-F
           MOVE LAST-DATE TO CO-LASTDATE
           MOVE OPEN-PERIOD TO CO-OPENPER
           MOVE LAST-CLOSED TO CO-LASTCLOSED
           WRITE CONTROL-OUT-F
           CLOSE CONTROL-OUT
           IF CLOSE-OPEN
               CLOSE CLOSE-OUT
           END-IF
           MOVE "test -f glbal.new && mv glbal.new glbal.txt"
               TO SYSTEM-COMMAND
           CALL "SYSTEM" USING SYSTEM-COMMAND
           MOVE "test -f glbalctl.new && mv glbalctl.new glbalctl.txt"
               TO SYSTEM-COMMAND
           CALL "SYSTEM" USING SYSTEM-COMMAND
           IF PERIOD-HIST-OPEN
               CLOSE PERIOD-OUT
               MOVE "test -f glperiod.new && mv glperiod.new "
                   & "glperiod.txt" TO SYSTEM-COMMAND
               CALL "SYSTEM" USING SYSTEM-COMMAND
           END-IF

           .
       WRITE-REPORT SECTION.
           OPEN OUTPUT REPORT-OUT
           MOVE RUN-DATE TO RL-DATE
           MOVE SPACES TO REPORT-LINE
           STRING "Hauptbuch-Saldenbestand Periode " OPEN-PERIOD
               " - Buchungstag " LAST-DATE
               " - Lauf " RL-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           IF ALREADY-APPLIED
               MOVE "Journal des Lauftags war bereits uebernommen."
                   TO REPORT-OUT-F
               WRITE REPORT-OUT-F
           END-IF
           PERFORM VARYING CLOSED-IDX FROM 1 BY 1
               UNTIL CLOSED-IDX > CLOSED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "Periode " CLOSED-PERIOD(CLOSED-IDX)
                   " abgeschlossen und eingefroren (glperiod.txt)."
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-OUT-F FROM REPORT-LINE
           END-PERFORM
           IF YEAR-CLOSED
               MOVE SPACES TO REPORT-LINE
               STRING "Jahresabschluss: Aufwand/Ertrag auf Gewinn"
                   "vortrag " RETEARN-GLACCT " umgebucht (glclose.txt)."
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-OUT-F FROM REPORT-LINE
           END-IF
           MOVE 0 TO LEDGER-SUM
           PERFORM VARYING BAL-IDX FROM 1 BY 1
               UNTIL BAL-IDX > BAL-COUNT
               MOVE BT-OPENING(BAL-IDX) TO RL-OPENING
               MOVE BT-DEBITS(BAL-IDX) TO RL-DEBITS
               MOVE BT-CREDITS(BAL-IDX) TO RL-CREDITS
               MOVE BT-CLOSING(BAL-IDX) TO RL-CLOSING
               MOVE SPACES TO REPORT-LINE
               STRING "Sachkonto " BT-GLACCT(BAL-IDX)
                   " " BT-CURRENCY(BAL-IDX)
                   " EB " RL-OPENING
                   " Soll " RL-DEBITS
                   " Haben " RL-CREDITS
                   " Saldo " RL-CLOSING
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-OUT-F FROM REPORT-LINE
               ADD BT-CLOSING(BAL-IDX) TO LEDGER-SUM
           END-PERFORM
           IF LEDGER-SUM = 0
               MOVE "Abstimmung: Summe aller Salden null - in Ordnung."
                   TO REPORT-OUT-F
           ELSE
               MOVE "*** HAUPTBUCH NICHT AUSGEGLICHEN ***"
                   TO REPORT-OUT-F
           END-IF
           WRITE REPORT-OUT-F
           CLOSE REPORT-OUT

           .
