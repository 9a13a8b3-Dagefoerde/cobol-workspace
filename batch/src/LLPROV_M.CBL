       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LLPROV_M.
      *****************************************************************
      * Monatliche Risikovorsorge fuer den Darlehensbestand: jedes
      * Darlehen aus loanmast.txt mit Restschuld wird einer Stufe
      * zugeordnet - 0 = vertragsgemaess, 1-4 = Verzugsstufe wie im
      * Mahnlauf COLLECT_M (1-30, 31-60, 61-90, ueber 90 Tage, aus
      * dem ersten offenen Termin des Mahnfalls in collect.txt; ohne
      * Mahnfall aus dem Rueckstandszaehler, eine offene Rate je
      * Stufe). Der Vorsorgesatz je Stufe steht je Bank in
      * provrate.txt (Bank 00000 = Standard), sonst gelten 1, 5, 20,
      * 50 und 100 Prozent der Restschuld.
      * Die Vorsorge des Vormonats je Darlehen steht in provbook.txt;
      * die Veraenderung geht je Bank netto als Buchung im input.txt-
      * Format in EUR nach provpost.txt (Haben = Zufuehrung, Soll =
      * Aufloesung) samt Kontrollsaetzen. provpost.txt ist eine
      * reine Hauptbuchdatei fuer GLPOST_M (Verwendungen LLPEXP und
      * LLPRES) und gehoert NICHT in rawlist.txt. Abgeloeste
      * Darlehen werden voll aufgeloest. Der Bewegungsspiegel
      * provmove.txt zeigt je Bank die Darlehen mit altem und neuem
      * Stand sowie die Summen je Stufe. Ein Monat wird nur einmal
      * gebucht (RETURN-CODE 4 bei Wiederholung). Lauftag aus
      * busdate.txt, dann loandate.txt, sonst Systemdatum.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANMAST-IN ASSIGN TO "loanmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOANMAST-IN-FILE-STATUS.
           SELECT CASES-IN ASSIGN TO "collect.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASES-IN-FILE-STATUS.
           SELECT RATES-IN ASSIGN TO "provrate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATES-IN-FILE-STATUS.
           SELECT BOOK-IN ASSIGN TO "provbook.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOK-IN-FILE-STATUS.
           SELECT BOOK-OUT ASSIGN TO "provbook.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOK-OUT-FILE-STATUS.
           SELECT POST-OUT ASSIGN TO "provpost.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POST-OUT-FILE-STATUS.
           SELECT REPORT-OUT ASSIGN TO "provmove.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-OUT-FILE-STATUS.
           SELECT LOANDATE-IN ASSIGN TO "loandate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOANDATE-IN-FILE-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-IN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LOANMAST-IN.
       01  LOANMAST-IN-F.
         05  LN-BANKID-F     PIC 9(5).
         05  LN-ACCOUNTID-F  PIC 9(10).
         05  LN-ORIGPRIN-F   PIC 9(8)V99.
         05  LN-BALANCE-F    PIC 9(8)V99.
         05  LN-RATE-F       PIC 9(2)V9(4).
         05  LN-TERM-F       PIC 9(3).
         05  LN-DAY-F        PIC 9(2).
         05  LN-LASTBILLED-F PIC 9(6).
         05  LN-ARREARS-F    PIC 9(3).
         05  LN-ARRFLAG-F    PIC X(01).
       FD CASES-IN.
       01  CASES-IN-F.
         05  CI-BANKID-F    PIC 9(5).
         05  CI-ACCOUNTID-F PIC 9(10).
         05  CI-SINCE-F     PIC 9(8).
         05  CI-BUCKET-F    PIC 9(1).
         05  CI-FEES-F      PIC 9(6)V99.
      * Vorsorgesatz in Prozent je Stufe 0-4.
       FD RATES-IN.
       01  RATES-IN-F.
         05  RI-BANKID-F PIC 9(5).
         05  RI-PCT-F    PIC 9(3)V99 OCCURS 5 TIMES.
      * Vorsorgestand je Darlehen: Monat JJJJMM, Bank, Konto,
      * Stufe, Restschuld und Vorsorgebetrag.
       FD BOOK-IN.
       01  BOOK-IN-F.
         05  BI-MONTH-F     PIC 9(6).
         05  BI-BANKID-F    PIC 9(5).
         05  BI-ACCOUNTID-F PIC 9(10).
         05  BI-STAGE-F     PIC 9(1).
         05  BI-BALANCE-F   PIC 9(8)V99.
         05  BI-PROVISION-F PIC 9(8)V99.
       FD BOOK-OUT.
       01  BOOK-OUT-F PIC X(42).
       FD POST-OUT.
       01  POST-OUT-F.
         05  TX-BANKID    PIC 9(5).
         05  TX-ACCOUNTID PIC 9(10).
         05  TX-AMOUNT    PIC 9(8)V99.
         05  TX-DRCR      PIC X(01).
         05  TX-CURR-CODE PIC X(03).
         05  TX-COMMENT   PIC X(55).
         05  TX-VALDATE   PIC 9(8).
       FD REPORT-OUT.
       01  REPORT-OUT-F PIC X(100).
       FD LOANDATE-IN.
       01  LOANDATE-IN-F PIC 9(8).
       FD BUSDATE-IN.
       01  BUSDATE-IN-F PIC 9(8).
       WORKING-STORAGE SECTION.
       01  LOANMAST-IN-FILE-STATUS PIC X(02).
       01  CASES-IN-FILE-STATUS    PIC X(02).
       01  RATES-IN-FILE-STATUS    PIC X(02).
       01  BOOK-IN-FILE-STATUS     PIC X(02).
       01  BOOK-OUT-FILE-STATUS    PIC X(02).
       01  POST-OUT-FILE-STATUS    PIC X(02).
       01  REPORT-OUT-FILE-STATUS  PIC X(02).
       01  LOANDATE-IN-FILE-STATUS PIC X(02).
       01  BUSDATE-IN-FILE-STATUS  PIC X(02).
       01  RUN-DATE-DATA.
         05  RUN-YYYY  PIC 9(4).
         05  RUN-MM    PIC 9(2).
         05  RUN-DD    PIC 9(2).
         05  FILLER    PIC X(13).
       01  LOAN-DATE PIC 9(8) VALUE 0.
       01  LOAN-DATE-INT PIC 9(8) VALUE 0.
       01  LOAN-YYYYMM PIC 9(6) VALUE 0.
       01  LOAD-EOF-SWITCH PIC X VALUE "N".
         88  LOAD-EOF VALUE "Y".
       01  FOUND-SWITCH PIC X VALUE "N".
         88  ENTRY-FOUND VALUE "Y".
       01  OVERFLOW-SWITCH PIC X VALUE "N".
         88  TABLE-OVERFLOW VALUE "Y".
       01  ALREADY-BOOKED-SWITCH PIC X VALUE "N".
         88  ALREADY-BOOKED VALUE "Y".
       01  DEFAULT-PCTS.
         05  FILLER PIC 9(3)V99 VALUE 1.
         05  FILLER PIC 9(3)V99 VALUE 5.
         05  FILLER PIC 9(3)V99 VALUE 20.
         05  FILLER PIC 9(3)V99 VALUE 50.
         05  FILLER PIC 9(3)V99 VALUE 100.
       01  DEFAULT-PCT-TABLE REDEFINES DEFAULT-PCTS.
         05  DEFAULT-PCT PIC 9(3)V99 OCCURS 5 TIMES.
       01  RATE-TABLE.
         05  RATE-ENTRY OCCURS 100 TIMES.
           10  RT-BANKID PIC 9(5).
           10  RT-PCT    PIC 9(3)V99 OCCURS 5 TIMES.
       01  RATE-COUNT PIC 9(03) VALUE 0.
       01  RATE-IDX   PIC 9(03).
       01  CASE-TABLE.
         05  CASE-ENTRY OCCURS 500 TIMES.
           10  CS-BANKID    PIC 9(5).
           10  CS-ACCOUNTID PIC 9(10).
           10  CS-SINCE     PIC 9(8).
       01  CASE-COUNT PIC 9(03) VALUE 0.
       01  CASE-IDX   PIC 9(03).
      * Vorsorgestand: alter Stand aus provbook.txt, neuer Stand aus
      * dem Lauf, sortiert nach Bank und Konto. PV-SEEN = im
      * aktuellen Bestand.
       01  PROV-TABLE.
         05  PROV-ENTRY OCCURS 1000 TIMES.
           10  PV-BANKID     PIC 9(5).
           10  PV-ACCOUNTID  PIC 9(10).
           10  PV-OLD-STAGE  PIC 9(1).
           10  PV-OLD-AMOUNT PIC 9(8)V99.
           10  PV-NEW-STAGE  PIC 9(1).
           10  PV-BALANCE    PIC 9(8)V99.
           10  PV-PCT        PIC 9(3)V99.
           10  PV-NEW-AMOUNT PIC 9(8)V99.
           10  PV-SEEN       PIC X(01).
       01  PROV-COUNT PIC 9(04) VALUE 0.
       01  PROV-IDX   PIC 9(04).
       01  SHIFT-IDX  PIC 9(04).
       01  INSERT-AT  PIC 9(04).
       01  SLOT-FOUND-SWITCH PIC X VALUE "N".
         88  SLOT-FOUND VALUE "Y".
      * Satzbild von provbook.txt fuer das Zurueckschreiben.
       01  BOOK-RECORD.
         05  BR-MONTH     PIC 9(6).
         05  BR-BANKID    PIC 9(5).
         05  BR-ACCOUNTID PIC 9(10).
         05  BR-STAGE     PIC 9(1).
         05  BR-BALANCE   PIC 9(8)V99.
         05  BR-PROVISION PIC 9(8)V99.
       01  WORK-BANKID    PIC 9(5).
       01  WORK-ACCOUNTID PIC 9(10).
       01  WORK-STAGE     PIC 9(1).
       01  STAGE-IDX      PIC 9(1).
       01  STAGE-NO       PIC 9(1).
       01  DAYS-OVERDUE   PIC S9(5) VALUE 0.
      * Banksummen fuer Buchung und Bewegungsspiegel.
       01  REPORT-BANK     PIC 9(5) VALUE 0.
       01  BANK-OLD        PIC 9(10)V99 VALUE 0.
       01  BANK-NEW        PIC 9(10)V99 VALUE 0.
       01  BANK-ADDITIONS  PIC 9(10)V99 VALUE 0.
       01  BANK-RELEASES   PIC 9(10)V99 VALUE 0.
       01  BANK-NET        PIC S9(10)V99 VALUE 0.
       01  STAGE-TOTALS.
         05  STAGE-TOTAL OCCURS 5 TIMES.
           10  ST-COUNT     PIC 9(04).
           10  ST-BALANCE   PIC 9(10)V99.
           10  ST-PROVISION PIC 9(10)V99.
       01  CHANGE-AMOUNT   PIC S9(8)V99 VALUE 0.
       01  POSTED-BANKS    PIC 9(03) VALUE 0.
       01  TOTAL-NET       PIC S9(10)V99 VALUE 0.
       01  PCT-DISP        PIC ZZ9.99.
       01  OLD-DISP        PIC Z(7)9.99.
       01  NEW-DISP        PIC Z(7)9.99.
       01  BALANCE-DISP    PIC Z(7)9.99.
       01  CHANGE-DISP     PIC Z(7)9.99-.
       01  SUM-DISP        PIC Z(9)9.99.
       01  SUM2-DISP       PIC Z(9)9.99.
       01  NET-DISP        PIC Z(9)9.99-.
       01  REPORT-LINE     PIC X(100).

       PROCEDURE DIVISION.
           PERFORM LOAD-LOAN-DATE
           PERFORM LOAD-RATES
           PERFORM LOAD-CASES
           PERFORM LOAD-BOOK
           IF ALREADY-BOOKED
               DISPLAY "Risikovorsorge fuer " LOAN-YYYYMM
                   " ist bereits gebucht - kein erneuter Lauf."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM SCAN-LOANS
           IF TABLE-OVERFLOW
               DISPLAY "*** Mehr als 1000 Darlehen im Vorsorgestand -"
                   " Lauf verweigert, Datei teilen ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT POST-OUT
           OPEN OUTPUT REPORT-OUT
           PERFORM WRITE-MOVEMENTS
           CLOSE POST-OUT
           CLOSE REPORT-OUT
           PERFORM SAVE-BOOK
           MOVE TOTAL-NET TO NET-DISP
           DISPLAY "Risikovorsorge " LOAN-YYYYMM ": " PROV-COUNT
               " Darlehen, " POSTED-BANKS " Bankbuchungen, netto "
               NET-DISP " EUR."
           GOBACK.

       LOAD-LOAN-DATE SECTION.
           MOVE 0 TO LOAN-DATE
           OPEN INPUT BUSDATE-IN
           IF BUSDATE-IN-FILE-STATUS = "00"
               READ BUSDATE-IN
                   NOT AT END MOVE BUSDATE-IN-F TO LOAN-DATE
               END-READ
               CLOSE BUSDATE-IN
           END-IF
           IF LOAN-DATE = 0
               OPEN INPUT LOANDATE-IN
               IF LOANDATE-IN-FILE-STATUS = "00"
                   READ LOANDATE-IN
                       NOT AT END MOVE LOANDATE-IN-F TO LOAN-DATE
                   END-READ
                   CLOSE LOANDATE-IN
               END-IF
           END-IF
           IF LOAN-DATE = 0
               MOVE FUNCTION CURRENT-DATE TO RUN-DATE-DATA
               MOVE RUN-DATE-DATA(1:8) TO LOAN-DATE
           END-IF
           MOVE LOAN-DATE(1:6) TO LOAN-YYYYMM
           COMPUTE LOAN-DATE-INT = FUNCTION INTEGER-OF-DATE(LOAN-DATE)

           .
       LOAD-RATES SECTION.
           OPEN INPUT RATES-IN
           IF RATES-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF OR RATE-COUNT >= 100
               READ RATES-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO RATE-COUNT
                       MOVE RATES-IN-F TO RATE-ENTRY(RATE-COUNT)
               END-READ
           END-PERFORM
           CLOSE RATES-IN

           .
       LOAD-CASES SECTION.
           OPEN INPUT CASES-IN
           IF CASES-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF OR CASE-COUNT >= 500
               READ CASES-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO CASE-COUNT
                       MOVE CI-BANKID-F TO CS-BANKID(CASE-COUNT)
                       MOVE CI-ACCOUNTID-F TO CS-ACCOUNTID(CASE-COUNT)
                       MOVE CI-SINCE-F TO CS-SINCE(CASE-COUNT)
               END-READ
           END-PERFORM
           CLOSE CASES-IN

           .
       LOAD-BOOK SECTION.
      *    Vormonatsstand; traegt er schon den laufenden Monat, ist
      *    der Monat gebucht.
           OPEN INPUT BOOK-IN
           IF BOOK-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ BOOK-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF BI-MONTH-F = LOAN-YYYYMM
                           SET ALREADY-BOOKED TO TRUE
                       END-IF
                       MOVE BI-BANKID-F TO WORK-BANKID
                       MOVE BI-ACCOUNTID-F TO WORK-ACCOUNTID
                       PERFORM FIND-OR-ADD-PROVISION
                       IF NOT TABLE-OVERFLOW
                           MOVE BI-STAGE-F TO PV-OLD-STAGE(PROV-IDX)
                           MOVE BI-PROVISION-F
                               TO PV-OLD-AMOUNT(PROV-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOK-IN

           .
       FIND-OR-ADD-PROVISION SECTION.
      *    Sucht Bank/Konto in der Vorsorgetabelle oder fuegt es
      *    sortiert ein; PROV-IDX zeigt danach auf den Eintrag.
           MOVE "N" TO FOUND-SWITCH
           MOVE "N" TO SLOT-FOUND-SWITCH
           MOVE 0 TO INSERT-AT
           PERFORM VARYING PROV-IDX FROM 1 BY 1
               UNTIL PROV-IDX > PROV-COUNT OR ENTRY-FOUND
                   OR SLOT-FOUND
               IF PV-BANKID(PROV-IDX) = WORK-BANKID
                   AND PV-ACCOUNTID(PROV-IDX) = WORK-ACCOUNTID
                   MOVE "Y" TO FOUND-SWITCH
               ELSE
                   IF PV-BANKID(PROV-IDX) > WORK-BANKID
                       OR (PV-BANKID(PROV-IDX) = WORK-BANKID
                           AND PV-ACCOUNTID(PROV-IDX) >
                               WORK-ACCOUNTID)
                       MOVE PROV-IDX TO INSERT-AT
                       MOVE "Y" TO SLOT-FOUND-SWITCH
                   END-IF
               END-IF
           END-PERFORM
           IF ENTRY-FOUND
               SUBTRACT 1 FROM PROV-IDX
               EXIT SECTION
           END-IF
           IF PROV-COUNT >= 1000
               SET TABLE-OVERFLOW TO TRUE
               EXIT SECTION
           END-IF
           IF NOT SLOT-FOUND
               COMPUTE INSERT-AT = PROV-COUNT + 1
           END-IF
           PERFORM VARYING SHIFT-IDX FROM PROV-COUNT BY -1
               UNTIL SHIFT-IDX < INSERT-AT
               MOVE PROV-ENTRY(SHIFT-IDX) TO PROV-ENTRY(SHIFT-IDX + 1)
           END-PERFORM
           ADD 1 TO PROV-COUNT
           MOVE INSERT-AT TO PROV-IDX
           INITIALIZE PROV-ENTRY(PROV-IDX)
           MOVE WORK-BANKID TO PV-BANKID(PROV-IDX)
           MOVE WORK-ACCOUNTID TO PV-ACCOUNTID(PROV-IDX)
           MOVE "N" TO PV-SEEN(PROV-IDX)

           .
       SCAN-LOANS SECTION.
           OPEN INPUT LOANMAST-IN
           IF LOANMAST-IN-FILE-STATUS NOT = "00"
               DISPLAY "Kein Darlehensbestand loanmast.txt."
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF OR TABLE-OVERFLOW
               READ LOANMAST-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF LN-BALANCE-F > 0
                           PERFORM PROVIDE-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOANMAST-IN

           .
       PROVIDE-ONE-LOAN SECTION.
           MOVE LN-BANKID-F TO WORK-BANKID
           MOVE LN-ACCOUNTID-F TO WORK-ACCOUNTID
           PERFORM FIND-OR-ADD-PROVISION
           IF TABLE-OVERFLOW
               EXIT SECTION
           END-IF
           PERFORM DETERMINE-STAGE
           MOVE "J" TO PV-SEEN(PROV-IDX)
           MOVE WORK-STAGE TO PV-NEW-STAGE(PROV-IDX)
           MOVE LN-BALANCE-F TO PV-BALANCE(PROV-IDX)
           COMPUTE STAGE-IDX = WORK-STAGE + 1
           MOVE DEFAULT-PCT(STAGE-IDX) TO PV-PCT(PROV-IDX)
      *    Erst der Standard unter Bank 00000, dann die Bank selbst.
           PERFORM VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > RATE-COUNT
               IF RT-BANKID(RATE-IDX) = 0
                   MOVE RT-PCT(RATE-IDX, STAGE-IDX) TO PV-PCT(PROV-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > RATE-COUNT
               IF RT-BANKID(RATE-IDX) = LN-BANKID-F
                   MOVE RT-PCT(RATE-IDX, STAGE-IDX) TO PV-PCT(PROV-IDX)
               END-IF
           END-PERFORM
           COMPUTE PV-NEW-AMOUNT(PROV-IDX) ROUNDED =
               LN-BALANCE-F * PV-PCT(PROV-IDX) / 100

           .
       DETERMINE-STAGE SECTION.
      *    Mit Mahnfall zaehlen die Verzugstage seit dem ersten
      *    offenen Termin, sonst die offenen Raten.
           MOVE 0 TO WORK-STAGE
           IF LN-ARRFLAG-F NOT = "J"
               EXIT SECTION
           END-IF
           MOVE "N" TO FOUND-SWITCH
           PERFORM VARYING CASE-IDX FROM 1 BY 1
               UNTIL CASE-IDX > CASE-COUNT OR ENTRY-FOUND
               IF CS-BANKID(CASE-IDX) = LN-BANKID-F
                   AND CS-ACCOUNTID(CASE-IDX) = LN-ACCOUNTID-F
                   MOVE "Y" TO FOUND-SWITCH
               END-IF
           END-PERFORM
           IF ENTRY-FOUND
               SUBTRACT 1 FROM CASE-IDX
               COMPUTE DAYS-OVERDUE = LOAN-DATE-INT
                   - FUNCTION INTEGER-OF-DATE(CS-SINCE(CASE-IDX))
               EVALUATE TRUE
                   WHEN DAYS-OVERDUE <= 30 MOVE 1 TO WORK-STAGE
                   WHEN DAYS-OVERDUE <= 60 MOVE 2 TO WORK-STAGE
                   WHEN DAYS-OVERDUE <= 90 MOVE 3 TO WORK-STAGE
                   WHEN OTHER              MOVE 4 TO WORK-STAGE
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN LN-ARREARS-F <= 1 MOVE 1 TO WORK-STAGE
                   WHEN LN-ARREARS-F >= 4 MOVE 4 TO WORK-STAGE
                   WHEN OTHER
                       MOVE LN-ARREARS-F TO WORK-STAGE
               END-EVALUATE
           END-IF

           .
       WRITE-MOVEMENTS SECTION.
      *    Bewegungsspiegel je Bank; am Bankwechsel die Nettobuchung
      *    und die Summen.
           MOVE SPACES TO REPORT-OUT-F
           STRING "Risikovorsorge Darlehen - Bewegungsspiegel "
               LOAN-YYYYMM " (Stichtag " LOAN-DATE ")"
               DELIMITED BY SIZE INTO REPORT-OUT-F
           WRITE REPORT-OUT-F
           MOVE 0 TO REPORT-BANK
           PERFORM VARYING PROV-IDX FROM 1 BY 1
               UNTIL PROV-IDX > PROV-COUNT
               IF PV-BANKID(PROV-IDX) NOT = REPORT-BANK
                   PERFORM CLOSE-BANK
                   MOVE PV-BANKID(PROV-IDX) TO REPORT-BANK
                   PERFORM OPEN-BANK
               END-IF
               PERFORM WRITE-MOVEMENT-LINE
           END-PERFORM
           PERFORM CLOSE-BANK
           IF PROV-COUNT = 0
               MOVE "Kein Darlehensbestand." TO REPORT-OUT-F
               WRITE REPORT-OUT-F
           END-IF

           .
       OPEN-BANK SECTION.
           MOVE 0 TO BANK-OLD
           MOVE 0 TO BANK-NEW
           MOVE 0 TO BANK-ADDITIONS
           MOVE 0 TO BANK-RELEASES
           INITIALIZE STAGE-TOTALS
           MOVE SPACES TO REPORT-OUT-F
           WRITE REPORT-OUT-F
           MOVE SPACES TO REPORT-OUT-F
           STRING "Bank " REPORT-BANK
               DELIMITED BY SIZE INTO REPORT-OUT-F
           WRITE REPORT-OUT-F
           MOVE "Konto      Stufe      Restschuld  Satz %"
               TO REPORT-LINE
           MOVE "Vorsorge alt  Vorsorge neu   Veraenderung"
               TO REPORT-LINE(43:)
           WRITE REPORT-OUT-F FROM REPORT-LINE

           .
       WRITE-MOVEMENT-LINE SECTION.
           COMPUTE CHANGE-AMOUNT = PV-NEW-AMOUNT(PROV-IDX)
               - PV-OLD-AMOUNT(PROV-IDX)
           ADD PV-OLD-AMOUNT(PROV-IDX) TO BANK-OLD
           ADD PV-NEW-AMOUNT(PROV-IDX) TO BANK-NEW
           IF CHANGE-AMOUNT > 0
               ADD CHANGE-AMOUNT TO BANK-ADDITIONS
           ELSE
               SUBTRACT CHANGE-AMOUNT FROM BANK-RELEASES
           END-IF
           MOVE PV-OLD-AMOUNT(PROV-IDX) TO OLD-DISP
           MOVE PV-NEW-AMOUNT(PROV-IDX) TO NEW-DISP
           MOVE CHANGE-AMOUNT TO CHANGE-DISP
           MOVE SPACES TO REPORT-LINE
           IF PV-SEEN(PROV-IDX) = "J"
               COMPUTE STAGE-IDX = PV-NEW-STAGE(PROV-IDX) + 1
               ADD 1 TO ST-COUNT(STAGE-IDX)
               ADD PV-BALANCE(PROV-IDX) TO ST-BALANCE(STAGE-IDX)
               ADD PV-NEW-AMOUNT(PROV-IDX) TO ST-PROVISION(STAGE-IDX)
               MOVE PV-BALANCE(PROV-IDX) TO BALANCE-DISP
               MOVE PV-PCT(PROV-IDX) TO PCT-DISP
               STRING PV-ACCOUNTID(PROV-IDX) "   "
                   PV-OLD-STAGE(PROV-IDX) "/" PV-NEW-STAGE(PROV-IDX)
                   "     " BALANCE-DISP "  " PCT-DISP
                   "   " OLD-DISP "   " NEW-DISP "   " CHANGE-DISP
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING PV-ACCOUNTID(PROV-IDX) "   "
                   PV-OLD-STAGE(PROV-IDX) "/-  abgeloest          "
                   "        "
                   "   " OLD-DISP "   " NEW-DISP "   " CHANGE-DISP
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-OUT-F FROM REPORT-LINE

           .
       CLOSE-BANK SECTION.
           IF REPORT-BANK = 0
               EXIT SECTION
           END-IF
           PERFORM VARYING STAGE-IDX FROM 1 BY 1
               UNTIL STAGE-IDX > 5
               MOVE ST-BALANCE(STAGE-IDX) TO SUM-DISP
               MOVE ST-PROVISION(STAGE-IDX) TO SUM2-DISP
               COMPUTE STAGE-NO = STAGE-IDX - 1
               MOVE SPACES TO REPORT-OUT-F
               STRING "  Stufe " STAGE-NO ": "
                   ST-COUNT(STAGE-IDX) " Darlehen, Restschuld "
                   SUM-DISP ", Vorsorge " SUM2-DISP
                   DELIMITED BY SIZE INTO REPORT-OUT-F
               WRITE REPORT-OUT-F
           END-PERFORM
           MOVE BANK-OLD TO SUM-DISP
           MOVE SPACES TO REPORT-OUT-F
           STRING "  Anfangsbestand      " SUM-DISP
               DELIMITED BY SIZE INTO REPORT-OUT-F
           WRITE REPORT-OUT-F
           MOVE BANK-ADDITIONS TO SUM-DISP
           MOVE SPACES TO REPORT-OUT-F
           STRING "  + Zufuehrung        " SUM-DISP
               DELIMITED BY SIZE INTO REPORT-OUT-F
           WRITE REPORT-OUT-F
           MOVE BANK-RELEASES TO SUM-DISP
           MOVE SPACES TO REPORT-OUT-F
           STRING "  - Aufloesung        " SUM-DISP
               DELIMITED BY SIZE INTO REPORT-OUT-F
           WRITE REPORT-OUT-F
           MOVE BANK-NEW TO SUM-DISP
           MOVE SPACES TO REPORT-OUT-F
           STRING "  Endbestand          " SUM-DISP
               DELIMITED BY SIZE INTO REPORT-OUT-F
           WRITE REPORT-OUT-F
           COMPUTE BANK-NET = BANK-NEW - BANK-OLD
           ADD BANK-NET TO TOTAL-NET
           PERFORM WRITE-BANK-POSTING

           .
       WRITE-BANK-POSTING SECTION.
      *    Nettoveraenderung je Bank mit Kontrollsatz; Haben =
      *    Zufuehrung (Aufwand an Wertberichtigung), Soll =
      *    Aufloesung.
           IF BANK-NET = 0
               EXIT SECTION
           END-IF
           MOVE SPACES TO POST-OUT-F
           MOVE REPORT-BANK TO TX-BANKID
           MOVE 0 TO TX-ACCOUNTID
           IF BANK-NET > 0
               MOVE BANK-NET TO TX-AMOUNT
               MOVE "C" TO TX-DRCR
               MOVE "Risikovorsorge Darlehen Zufuehrung"
                   TO TX-COMMENT
           ELSE
               COMPUTE TX-AMOUNT = 0 - BANK-NET
               MOVE "D" TO TX-DRCR
               MOVE "Risikovorsorge Darlehen Aufloesung"
                   TO TX-COMMENT
           END-IF
           MOVE "EUR" TO TX-CURR-CODE
           MOVE LOAN-DATE TO TX-VALDATE
           WRITE POST-OUT-F
           MOVE SPACES TO POST-OUT-F
           MOVE REPORT-BANK TO TX-BANKID
           MOVE 1 TO TX-ACCOUNTID
           COMPUTE TX-AMOUNT = FUNCTION ABS(BANK-NET)
           MOVE "T" TO TX-DRCR
           MOVE "EUR" TO TX-CURR-CODE
           MOVE "Kontrollsatz Risikovorsorge" TO TX-COMMENT
      *    Der Kontrollsatz traegt den Stichtag; GLPOST_M
      *    journalisiert die Datei nur an diesem Tag.
           MOVE LOAN-DATE TO TX-VALDATE
           WRITE POST-OUT-F
           ADD 1 TO POSTED-BANKS

           .
       SAVE-BOOK SECTION.
      *    Neuer Stand fuer den Folgemonat; abgeloeste Darlehen
      *    fallen heraus.
           OPEN OUTPUT BOOK-OUT
           PERFORM VARYING PROV-IDX FROM 1 BY 1
               UNTIL PROV-IDX > PROV-COUNT
               IF PV-SEEN(PROV-IDX) = "J"
                   MOVE LOAN-YYYYMM TO BR-MONTH
                   MOVE PV-BANKID(PROV-IDX) TO BR-BANKID
                   MOVE PV-ACCOUNTID(PROV-IDX) TO BR-ACCOUNTID
                   MOVE PV-NEW-STAGE(PROV-IDX) TO BR-STAGE
                   MOVE PV-BALANCE(PROV-IDX) TO BR-BALANCE
                   MOVE PV-NEW-AMOUNT(PROV-IDX) TO BR-PROVISION
                   WRITE BOOK-OUT-F FROM BOOK-RECORD
               END-IF
           END-PERFORM
           CLOSE BOOK-OUT

           .
