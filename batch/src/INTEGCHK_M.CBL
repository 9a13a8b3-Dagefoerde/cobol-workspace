       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INTEGCHK_M.
      *****************************************************************
      * Naechtliche Pruefung der Verweise zwischen Stamm- und
      * Parameterdateien: acctmast.txt, custmast.txt, custlink.txt,
      * bankmast.txt, currmast.txt, odlimits.txt, rates.txt,
      * standing.txt, sweepinst.txt, loanmast.txt, depmast.txt und
      * holidays.txt werden gegeneinander geprueft. Gemeldet werden
      *   FEHLER  - Verweis auf ein fehlendes Konto, einen
      *             fehlenden Kunden, eine unbekannte Bank oder
      *             Waehrung, doppelte Schluessel, ungueltige
      *             Feiertage;
      *   WARNUNG - Limite, Dauerauftraege (nicht erledigt),
      *             Sweeps, Darlehen mit Restschuld und Festgelder
      *             auf gesperrten oder geschlossenen Konten;
      *   HINWEIS - Kunden ohne Konto, Konten ohne Kunden,
      *             doppelte Feiertage.
      * Fehlt eine Datei, entfallen die Pruefungen, die sie
      * braucht. Bericht integrpt.txt nach Schwere geordnet, eine
      * Zusammenfassung als ERROR/WARN/INFO nach opsfeed.txt.
      * RETURN-CODE 4 bei Fehlern oder Warnungen.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTMAST-IN ASSIGN TO "acctmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCTMAST-IN-FILE-STATUS.
           SELECT CUSTMAST-IN ASSIGN TO "custmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTMAST-IN-FILE-STATUS.
           SELECT CUSTLINK-IN ASSIGN TO "custlink.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTLINK-IN-FILE-STATUS.
           SELECT BANKMAST-IN ASSIGN TO "bankmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANKMAST-IN-FILE-STATUS.
           SELECT CURRMAST-IN ASSIGN TO "currmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CURRMAST-IN-FILE-STATUS.
           SELECT ODLIMIT-IN ASSIGN TO "odlimits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ODLIMIT-IN-FILE-STATUS.
           SELECT RATES-IN ASSIGN TO "rates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATES-IN-FILE-STATUS.
           SELECT STANDING-IN ASSIGN TO "standing.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STANDING-IN-FILE-STATUS.
           SELECT SWEEPINST-IN ASSIGN TO "sweepinst.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SWEEPINST-IN-FILE-STATUS.
           SELECT LOANMAST-IN ASSIGN TO "loanmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOANMAST-IN-FILE-STATUS.
           SELECT DEPMAST-IN ASSIGN TO "depmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPMAST-IN-FILE-STATUS.
           SELECT HOLIDAYS-IN ASSIGN TO "holidays.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLIDAYS-IN-FILE-STATUS.
           SELECT REPORT-OUT ASSIGN TO "integrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-OUT-FILE-STATUS.
           SELECT OPSFEED-OUT ASSIGN TO "opsfeed.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPSFEED-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCTMAST-IN.
       01  ACCTMAST-IN-F.
         05  AM-BANKID-F    PIC 9(5).
         05  AM-ACCOUNTID-F PIC 9(10).
         05  AM-NAME-F      PIC X(30).
         05  AM-STATUS-F    PIC X(01).
         05  AM-IBAN-F      PIC X(34).
         05  AM-PRODUCT-F   PIC X(04).
       FD CUSTMAST-IN.
       01  CUSTMAST-IN-F.
         05  CU-CUSTID-F PIC 9(8).
         05  CU-NAME-F   PIC X(30).
         05  CU-STREET-F PIC X(30).
         05  CU-CITY-F   PIC X(30).
         05  CU-TAXID-F  PIC X(15).
         05  CU-DELIVERY-F PIC X(01).
       FD CUSTLINK-IN.
       01  CUSTLINK-IN-F.
         05  CL-CUSTID-F    PIC 9(8).
         05  CL-BANKID-F    PIC 9(5).
         05  CL-ACCOUNTID-F PIC 9(10).
       FD BANKMAST-IN.
       01  BANKMAST-IN-F.
         05  BK-BANKID-F PIC 9(5).
         05  BK-NAME-F   PIC X(30).
         05  BK-BIC-F    PIC X(11).
       FD CURRMAST-IN.
       01  CURRMAST-IN-F.
         05  CM-CODE-F     PIC X(03).
         05  CM-DECIMALS-F PIC 9(01).
         05  CM-RULE-F     PIC X(01).
       FD ODLIMIT-IN.
       01  ODLIMIT-IN-F.
         05  OL-BANKID-F    PIC 9(5).
         05  OL-ACCOUNTID-F PIC 9(10).
         05  OL-LIMIT-F     PIC 9(8)V99.
       FD RATES-IN.
       01  RATES-IN-F.
         05  RA-BANKID-F PIC 9(5).
         05  RA-CREDIT-F PIC 9(2)V9(4).
         05  RA-DEBIT-F  PIC 9(2)V9(4).
       FD STANDING-IN.
       01  STANDING-IN-F.
         05  ST-BANKID-F    PIC 9(5).
         05  ST-ACCOUNTID-F PIC 9(10).
         05  ST-AMOUNT-F    PIC 9(8)V99.
         05  ST-DRCR-F      PIC X(01).
         05  ST-CURR-F      PIC X(03).
         05  ST-FREQ-F      PIC X(01).
         05  ST-NEXT-DUE-F  PIC 9(8).
         05  ST-COMMENT-F   PIC X(47).
         05  ST-ANCHOR-F    PIC 99.
         05  ST-ENDDATE-F   PIC 9(8).
         05  ST-MAXEXEC-F   PIC 9(4).
         05  ST-EXECCOUNT-F PIC 9(4).
         05  ST-STATE-F     PIC X(01).
         05  ST-ORDERNO-F   PIC 9(6).
       FD SWEEPINST-IN.
       01  SWEEPINST-IN-F.
         05  SW-MBANKID-F    PIC 9(5).
         05  SW-MACCOUNTID-F PIC 9(10).
         05  SW-SBANKID-F    PIC 9(5).
         05  SW-SACCOUNTID-F PIC 9(10).
         05  SW-TARGET-F     PIC 9(8)V99.
         05  SW-DIRECTION-F  PIC X(01).
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
       FD DEPMAST-IN.
       01  DEPMAST-IN-F.
         05  DP-BANKID-F    PIC 9(5).
         05  DP-ACCOUNTID-F PIC 9(10).
         05  DP-PRINCIPAL-F PIC 9(8)V99.
         05  DP-RATE-F      PIC 9(2)V9(4).
         05  DP-START-F     PIC 9(8).
         05  DP-MATURITY-F  PIC 9(8).
         05  DP-TERM-F      PIC 9(3).
         05  DP-ROLLOVER-F  PIC X(01).
       FD HOLIDAYS-IN.
       01  HOLIDAYS-IN-F PIC X(08).
       FD REPORT-OUT.
       01  REPORT-OUT-F PIC X(100).
       FD OPSFEED-OUT.
       01  OPSFEED-F.
         05  OP-TIMESTAMP PIC 9(16).
         05  FILLER       PIC X(01).
         05  OP-SEVERITY  PIC X(08).
         05  FILLER       PIC X(01).
         05  OP-BANKID    PIC 9(5).
         05  FILLER       PIC X(01).
         05  OP-ACCOUNTID PIC 9(10).
         05  FILLER       PIC X(01).
         05  OP-TEXT      PIC X(60).
       WORKING-STORAGE SECTION.
       01  ACCTMAST-IN-FILE-STATUS  PIC X(02).
       01  CUSTMAST-IN-FILE-STATUS  PIC X(02).
       01  CUSTLINK-IN-FILE-STATUS  PIC X(02).
       01  BANKMAST-IN-FILE-STATUS  PIC X(02).
       01  CURRMAST-IN-FILE-STATUS  PIC X(02).
       01  ODLIMIT-IN-FILE-STATUS   PIC X(02).
       01  RATES-IN-FILE-STATUS     PIC X(02).
       01  STANDING-IN-FILE-STATUS  PIC X(02).
       01  SWEEPINST-IN-FILE-STATUS PIC X(02).
       01  LOANMAST-IN-FILE-STATUS  PIC X(02).
       01  DEPMAST-IN-FILE-STATUS   PIC X(02).
       01  HOLIDAYS-IN-FILE-STATUS  PIC X(02).
       01  REPORT-OUT-FILE-STATUS   PIC X(02).
       01  OPSFEED-OUT-FILE-STATUS  PIC X(02).
       01  LOAD-EOF-SWITCH PIC X VALUE "N".
         88  LOAD-EOF VALUE "Y".
       01  CURRENT-DATE-DATA.
        05 DATETIME PIC 9(16).
      * Welche Stammdateien vorhanden sind; ohne Stamm keine
      * Verweispruefung dagegen.
       01  ACCTS-LOADED-SWITCH PIC X VALUE "N".
         88  ACCTS-LOADED VALUE "Y".
       01  CUSTS-LOADED-SWITCH PIC X VALUE "N".
         88  CUSTS-LOADED VALUE "Y".
       01  BANKS-LOADED-SWITCH PIC X VALUE "N".
         88  BANKS-LOADED VALUE "Y".
       01  CURRS-LOADED-SWITCH PIC X VALUE "N".
         88  CURRS-LOADED VALUE "Y".
       01  LINKS-LOADED-SWITCH PIC X VALUE "N".
         88  LINKS-LOADED VALUE "Y".
       01  ACCT-TABLE.
         05  ACCT-ENTRY OCCURS 2000 TIMES.
           10  AT-BANKID    PIC 9(5).
           10  AT-ACCOUNTID PIC 9(10).
           10  AT-STATUS    PIC X(01).
           10  AT-LINKED    PIC X(01).
       01  ACCT-COUNT PIC 9(04) VALUE 0.
       01  ACCT-IDX   PIC 9(04).
       01  CUST-TABLE.
         05  CUST-ENTRY OCCURS 500 TIMES.
           10  CT-CUSTID PIC 9(8).
           10  CT-LINKED PIC X(01).
       01  CUST-COUNT PIC 9(04) VALUE 0.
       01  CUST-IDX   PIC 9(04).
       01  BANK-TABLE.
         05  BANK-ID OCCURS 200 TIMES PIC 9(5).
       01  BANK-COUNT PIC 9(03) VALUE 0.
       01  BANK-IDX   PIC 9(03).
       01  CURR-TABLE.
         05  CURR-CODE OCCURS 100 TIMES PIC X(03).
       01  CURR-COUNT PIC 9(03) VALUE 0.
       01  CURR-IDX   PIC 9(03).
       01  HOLIDAY-TABLE.
         05  HOLIDAY-DATE OCCURS 400 TIMES PIC 9(8).
       01  HOLIDAY-COUNT PIC 9(03) VALUE 0.
       01  HOLIDAY-IDX   PIC 9(03).
       01  FOUND-SWITCH PIC X VALUE "N".
         88  ENTRY-FOUND VALUE "Y".
       01  TABLES-TRUNCATED-SWITCH PIC X VALUE "N".
         88  TABLES-TRUNCATED VALUE "Y".
       01  WORK-BANKID    PIC 9(5).
       01  WORK-ACCOUNTID PIC 9(10).
       01  WORK-CUSTID    PIC 9(8).
       01  WORK-CURR      PIC X(03).
       01  WORK-STATUS    PIC X(01).
       01  WORK-DATE      PIC 9(8).
      * Gesammelte Befunde; Schwere 1 = FEHLER, 2 = WARNUNG,
      * 3 = HINWEIS.
       01  FINDING-TABLE.
         05  FINDING-ENTRY OCCURS 3000 TIMES.
           10  FT-SEVERITY PIC 9(01).
           10  FT-FILE     PIC X(14).
           10  FT-TEXT     PIC X(70).
       01  FINDING-COUNT PIC 9(04) VALUE 0.
       01  FINDING-IDX   PIC 9(04).
       01  FINDINGS-LOST PIC 9(06) VALUE 0.
       01  SEVERITY-TOTALS.
         05  SEVERITY-TOTAL PIC 9(06) OCCURS 3 TIMES.
       01  SEVERITY-NAMES-DATA PIC X(24)
           VALUE "FEHLER  WARNUNG HINWEIS ".
       01  SEVERITY-NAMES REDEFINES SEVERITY-NAMES-DATA.
         05  SEVERITY-NAME PIC X(08) OCCURS 3 TIMES.
       01  SEVERITY-IDX PIC 9(01).
       01  NEW-SEVERITY PIC 9(01).
       01  NEW-FILE     PIC X(14).
       01  NEW-TEXT     PIC X(70) VALUE SPACE.
       01  STATUS-TEXT  PIC X(12).
       01  CHECKED-COUNT PIC 9(06) VALUE 0.
       01  REPORT-LINE  PIC X(100).
       01  RL-COUNT     PIC Z(5)9.

       PROCEDURE DIVISION.
           PERFORM LOAD-BANKS
           PERFORM LOAD-CURRENCIES
           PERFORM LOAD-CUSTOMERS
           PERFORM LOAD-ACCOUNTS
           PERFORM CHECK-CUSTLINK
           PERFORM CHECK-UNLINKED
           PERFORM CHECK-ODLIMITS
           PERFORM CHECK-RATES
           PERFORM CHECK-STANDING
           PERFORM CHECK-SWEEPS
           PERFORM CHECK-LOANS
           PERFORM CHECK-DEPOSITS
           PERFORM CHECK-HOLIDAYS
           OPEN OUTPUT REPORT-OUT
           PERFORM WRITE-REPORT
           CLOSE REPORT-OUT
           PERFORM WRITE-SUMMARY-EVENT
           IF SEVERITY-TOTAL(1) > 0 OR SEVERITY-TOTAL(2) > 0
               OR TABLES-TRUNCATED
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Integritaetspruefung: " CHECKED-COUNT
               " Saetze, " SEVERITY-TOTAL(1) " Fehler, "
               SEVERITY-TOTAL(2) " Warnungen, " SEVERITY-TOTAL(3)
               " Hinweise."
           GOBACK.

       LOAD-BANKS SECTION.
           OPEN INPUT BANKMAST-IN
           IF BANKMAST-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           SET BANKS-LOADED TO TRUE
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ BANKMAST-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO CHECKED-COUNT
                       MOVE BK-BANKID-F TO WORK-BANKID
                       PERFORM FIND-BANK
                       EVALUATE TRUE
                           WHEN ENTRY-FOUND
                               MOVE 1 TO NEW-SEVERITY
                               MOVE "bankmast.txt" TO NEW-FILE
                               STRING "Bank " WORK-BANKID
                                   " doppelt"
                                   DELIMITED BY SIZE INTO NEW-TEXT
                               PERFORM ADD-FINDING
                           WHEN BANK-COUNT >= 200
                               SET TABLES-TRUNCATED TO TRUE
                           WHEN OTHER
                               ADD 1 TO BANK-COUNT
                               MOVE WORK-BANKID TO BANK-ID(BANK-COUNT)
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE BANKMAST-IN

           .
       LOAD-CURRENCIES SECTION.
           OPEN INPUT CURRMAST-IN
           IF CURRMAST-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           SET CURRS-LOADED TO TRUE
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ CURRMAST-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO CHECKED-COUNT
                       MOVE CM-CODE-F TO WORK-CURR
                       PERFORM FIND-CURRENCY
                       EVALUATE TRUE
                           WHEN ENTRY-FOUND
                               MOVE 1 TO NEW-SEVERITY
                               MOVE "currmast.txt" TO NEW-FILE
                               STRING "Waehrung " WORK-CURR
                                   " doppelt"
                                   DELIMITED BY SIZE INTO NEW-TEXT
                               PERFORM ADD-FINDING
                           WHEN CURR-COUNT >= 100
                               SET TABLES-TRUNCATED TO TRUE
                           WHEN OTHER
                               ADD 1 TO CURR-COUNT
                               MOVE WORK-CURR TO CURR-CODE(CURR-COUNT)
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CURRMAST-IN

           .
       LOAD-CUSTOMERS SECTION.
           OPEN INPUT CUSTMAST-IN
           IF CUSTMAST-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           SET CUSTS-LOADED TO TRUE
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ CUSTMAST-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO CHECKED-COUNT
                       MOVE CU-CUSTID-F TO WORK-CUSTID
                       PERFORM FIND-CUSTOMER
                       EVALUATE TRUE
                           WHEN ENTRY-FOUND
                               MOVE 1 TO NEW-SEVERITY
                               MOVE "custmast.txt" TO NEW-FILE
                               STRING "Kunde " WORK-CUSTID
                                   " doppelt"
                                   DELIMITED BY SIZE INTO NEW-TEXT
                               PERFORM ADD-FINDING
                           WHEN CUST-COUNT >= 500
                               SET TABLES-TRUNCATED TO TRUE
                           WHEN OTHER
                               ADD 1 TO CUST-COUNT
                               MOVE WORK-CUSTID TO CT-CUSTID(CUST-COUNT)
                               MOVE "N" TO CT-LINKED(CUST-COUNT)
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CUSTMAST-IN

           .
       LOAD-ACCOUNTS SECTION.
      *    Kontostamm laden; jede Bank muss in bankmast.txt stehen.
           OPEN INPUT ACCTMAST-IN
           IF ACCTMAST-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           SET ACCTS-LOADED TO TRUE
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ ACCTMAST-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO CHECKED-COUNT
                       MOVE AM-BANKID-F TO WORK-BANKID
                       MOVE AM-ACCOUNTID-F TO WORK-ACCOUNTID
                       PERFORM FIND-ACCOUNT
                       EVALUATE TRUE
                           WHEN ENTRY-FOUND
                               MOVE 1 TO NEW-SEVERITY
                               MOVE "acctmast.txt" TO NEW-FILE
                               STRING "Konto " WORK-BANKID "/"
                                   WORK-ACCOUNTID " doppelt"
                                   DELIMITED BY SIZE INTO NEW-TEXT
                               PERFORM ADD-FINDING
                           WHEN ACCT-COUNT >= 2000
                               SET TABLES-TRUNCATED TO TRUE
                           WHEN OTHER
                               ADD 1 TO ACCT-COUNT
                               MOVE WORK-BANKID TO AT-BANKID(ACCT-COUNT)
                               MOVE WORK-ACCOUNTID TO
                                   AT-ACCOUNTID(ACCT-COUNT)
                               MOVE AM-STATUS-F TO AT-STATUS(ACCT-COUNT)
                               MOVE "N" TO AT-LINKED(ACCT-COUNT)
                       END-EVALUATE
                       MOVE "acctmast.txt" TO NEW-FILE
                       PERFORM CHECK-BANK-REF
               END-READ
           END-PERFORM
           CLOSE ACCTMAST-IN

           .
       CHECK-CUSTLINK SECTION.
           OPEN INPUT CUSTLINK-IN
           IF CUSTLINK-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           SET LINKS-LOADED TO TRUE
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ CUSTLINK-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO CHECKED-COUNT
                       MOVE "custlink.txt" TO NEW-FILE
                       MOVE CL-CUSTID-F TO WORK-CUSTID
                       MOVE CL-BANKID-F TO WORK-BANKID
                       MOVE CL-ACCOUNTID-F TO WORK-ACCOUNTID
                       IF CUSTS-LOADED
                           PERFORM FIND-CUSTOMER
                           IF ENTRY-FOUND
                               MOVE "J" TO CT-LINKED(CUST-IDX)
                           ELSE
                               MOVE 1 TO NEW-SEVERITY
                               STRING "Kunde " WORK-CUSTID
                                   " (Konto " WORK-BANKID "/"
                                   WORK-ACCOUNTID
                                   ") fehlt in custmast.txt"
                                   DELIMITED BY SIZE INTO NEW-TEXT
                               PERFORM ADD-FINDING
                           END-IF
                       END-IF
                       IF ACCTS-LOADED
                           PERFORM FIND-ACCOUNT
                           IF ENTRY-FOUND
                               MOVE "J" TO AT-LINKED(ACCT-IDX)
                           ELSE
                               MOVE 1 TO NEW-SEVERITY
                               STRING "Konto " WORK-BANKID "/"
                                   WORK-ACCOUNTID " (Kunde "
                                   WORK-CUSTID
                                   ") fehlt in acctmast.txt"
                                   DELIMITED BY SIZE INTO NEW-TEXT
                               PERFORM ADD-FINDING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTLINK-IN

           .
       CHECK-UNLINKED SECTION.
      *    Nur sinnvoll, wenn custlink.txt vorhanden ist.
           IF NOT LINKS-LOADED
               EXIT SECTION
           END-IF
           MOVE 3 TO NEW-SEVERITY
           MOVE "custmast.txt" TO NEW-FILE
           PERFORM VARYING CUST-IDX FROM 1 BY 1
               UNTIL CUST-IDX > CUST-COUNT
               IF CT-LINKED(CUST-IDX) = "N"
                   STRING "Kunde " CT-CUSTID(CUST-IDX)
                       " ohne Konto in custlink.txt"
                       DELIMITED BY SIZE INTO NEW-TEXT
                   PERFORM ADD-FINDING
               END-IF
           END-PERFORM
           MOVE "acctmast.txt" TO NEW-FILE
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
               UNTIL ACCT-IDX > ACCT-COUNT
               IF AT-LINKED(ACCT-IDX) = "N"
                   AND AT-STATUS(ACCT-IDX) NOT = "C"
                   STRING "Konto " AT-BANKID(ACCT-IDX) "/"
                       AT-ACCOUNTID(ACCT-IDX)
                       " ohne Kunden in custlink.txt"
                       DELIMITED BY SIZE INTO NEW-TEXT
                   PERFORM ADD-FINDING
               END-IF
           END-PERFORM

           .
       CHECK-ODLIMITS SECTION.
           OPEN INPUT ODLIMIT-IN
           IF ODLIMIT-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ ODLIMIT-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO CHECKED-COUNT
                       MOVE "odlimits.txt" TO NEW-FILE
                       MOVE OL-BANKID-F TO WORK-BANKID
                       MOVE OL-ACCOUNTID-F TO WORK-ACCOUNTID
                       PERFORM CHECK-BANK-REF
                       PERFORM CHECK-ACCOUNT-REF
                       IF ENTRY-FOUND AND WORK-STATUS = "C"
                           MOVE 2 TO NEW-SEVERITY
                           STRING "Limit fuer Konto " WORK-BANKID "/"
                               WORK-ACCOUNTID " ("
                               FUNCTION TRIM(STATUS-TEXT) ")"
                               DELIMITED BY SIZE INTO NEW-TEXT
                           PERFORM ADD-FINDING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ODLIMIT-IN

           .
       CHECK-RATES SECTION.
      *    Zinssaetze gelten je Bank.
           OPEN INPUT RATES-IN
           IF RATES-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ RATES-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO CHECKED-COUNT
                       MOVE "rates.txt" TO NEW-FILE
                       MOVE RA-BANKID-F TO WORK-BANKID
                       PERFORM CHECK-BANK-REF
               END-READ
           END-PERFORM
           CLOSE RATES-IN

           .
       CHECK-STANDING SECTION.
      *    Erledigte Auftraege (Zustand E) werden nicht geprueft.
           OPEN INPUT STANDING-IN
           IF STANDING-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ STANDING-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO CHECKED-COUNT
                       IF ST-STATE-F NOT = "E"
                           PERFORM CHECK-ONE-STANDING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STANDING-IN

           .
       CHECK-ONE-STANDING SECTION.
           MOVE "standing.txt" TO NEW-FILE
           MOVE ST-BANKID-F TO WORK-BANKID
           MOVE ST-ACCOUNTID-F TO WORK-ACCOUNTID
           PERFORM CHECK-ACCOUNT-REF
           IF ENTRY-FOUND
               AND (WORK-STATUS = "B" OR WORK-STATUS = "C")
               MOVE 2 TO NEW-SEVERITY
               STRING "Dauerauftrag " ST-ORDERNO-F " auf Konto "
                   WORK-BANKID "/" WORK-ACCOUNTID " ("
                   FUNCTION TRIM(STATUS-TEXT) ")"
                   DELIMITED BY SIZE INTO NEW-TEXT
               PERFORM ADD-FINDING
           END-IF
           IF CURRS-LOADED
               MOVE ST-CURR-F TO WORK-CURR
               PERFORM FIND-CURRENCY
               IF NOT ENTRY-FOUND
                   MOVE 1 TO NEW-SEVERITY
                   STRING "Dauerauftrag " ST-ORDERNO-F " Waehrung "
                       WORK-CURR " fehlt in currmast.txt"
                       DELIMITED BY SIZE INTO NEW-TEXT
                   PERFORM ADD-FINDING
               END-IF
           END-IF

           .
       CHECK-SWEEPS SECTION.
           OPEN INPUT SWEEPINST-IN
           IF SWEEPINST-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ SWEEPINST-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO CHECKED-COUNT
                       MOVE "sweepinst.txt" TO NEW-FILE
                       MOVE SW-MBANKID-F TO WORK-BANKID
                       MOVE SW-MACCOUNTID-F TO WORK-ACCOUNTID
                       PERFORM CHECK-SWEEP-ACCOUNT
                       MOVE SW-SBANKID-F TO WORK-BANKID
                       MOVE SW-SACCOUNTID-F TO WORK-ACCOUNTID
                       PERFORM CHECK-SWEEP-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE SWEEPINST-IN

           .
       CHECK-SWEEP-ACCOUNT SECTION.
           PERFORM CHECK-ACCOUNT-REF
           IF ENTRY-FOUND
               AND (WORK-STATUS = "B" OR WORK-STATUS = "C")
               MOVE 2 TO NEW-SEVERITY
               STRING "Sweep auf Konto " WORK-BANKID "/"
                   WORK-ACCOUNTID " (" FUNCTION TRIM(STATUS-TEXT) ")"
                   DELIMITED BY SIZE INTO NEW-TEXT
               PERFORM ADD-FINDING
           END-IF

           .
       CHECK-LOANS SECTION.
           OPEN INPUT LOANMAST-IN
           IF LOANMAST-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ LOANMAST-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO CHECKED-COUNT
                       MOVE "loanmast.txt" TO NEW-FILE
                       MOVE LN-BANKID-F TO WORK-BANKID
                       MOVE LN-ACCOUNTID-F TO WORK-ACCOUNTID
                       PERFORM CHECK-ACCOUNT-REF
                       IF ENTRY-FOUND AND LN-BALANCE-F > 0
                           AND (WORK-STATUS = "B" OR WORK-STATUS = "C")
                           MOVE 2 TO NEW-SEVERITY
                           STRING "Darlehen mit Restschuld auf Konto "
                               WORK-BANKID "/" WORK-ACCOUNTID " ("
                               FUNCTION TRIM(STATUS-TEXT) ")"
                               DELIMITED BY SIZE INTO NEW-TEXT
                           PERFORM ADD-FINDING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOANMAST-IN

           .
       CHECK-DEPOSITS SECTION.
           OPEN INPUT DEPMAST-IN
           IF DEPMAST-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ DEPMAST-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO CHECKED-COUNT
                       MOVE "depmast.txt" TO NEW-FILE
                       MOVE DP-BANKID-F TO WORK-BANKID
                       MOVE DP-ACCOUNTID-F TO WORK-ACCOUNTID
                       PERFORM CHECK-ACCOUNT-REF
                       IF ENTRY-FOUND
                           AND (WORK-STATUS = "B" OR WORK-STATUS = "C")
                           MOVE 2 TO NEW-SEVERITY
                           STRING "Festgeld auf Konto " WORK-BANKID
                               "/" WORK-ACCOUNTID " ("
                               FUNCTION TRIM(STATUS-TEXT)
                               "), Faelligkeit "
                               DP-MATURITY-F
                               DELIMITED BY SIZE INTO NEW-TEXT
                           PERFORM ADD-FINDING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPMAST-IN

           .
       CHECK-HOLIDAYS SECTION.
           OPEN INPUT HOLIDAYS-IN
           IF HOLIDAYS-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ HOLIDAYS-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO CHECKED-COUNT
                       PERFORM CHECK-ONE-HOLIDAY
               END-READ
           END-PERFORM
           CLOSE HOLIDAYS-IN

           .
       CHECK-ONE-HOLIDAY SECTION.
           MOVE "holidays.txt" TO NEW-FILE
           IF HOLIDAYS-IN-F IS NOT NUMERIC
               MOVE 1 TO NEW-SEVERITY
               STRING "Ungueltiger Feiertag '" HOLIDAYS-IN-F "'"
                   DELIMITED BY SIZE INTO NEW-TEXT
               PERFORM ADD-FINDING
               EXIT SECTION
           END-IF
           MOVE HOLIDAYS-IN-F TO WORK-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WORK-DATE) NOT = 0
               MOVE 1 TO NEW-SEVERITY
               STRING "Ungueltiger Feiertag " WORK-DATE
                   DELIMITED BY SIZE INTO NEW-TEXT
               PERFORM ADD-FINDING
               EXIT SECTION
           END-IF
           MOVE "N" TO FOUND-SWITCH
           PERFORM VARYING HOLIDAY-IDX FROM 1 BY 1
               UNTIL HOLIDAY-IDX > HOLIDAY-COUNT OR ENTRY-FOUND
               IF HOLIDAY-DATE(HOLIDAY-IDX) = WORK-DATE
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN ENTRY-FOUND
                   MOVE 3 TO NEW-SEVERITY
                   STRING "Feiertag " WORK-DATE " doppelt"
                       DELIMITED BY SIZE INTO NEW-TEXT
                   PERFORM ADD-FINDING
               WHEN HOLIDAY-COUNT < 400
                   ADD 1 TO HOLIDAY-COUNT
                   MOVE WORK-DATE TO HOLIDAY-DATE(HOLIDAY-COUNT)
           END-EVALUATE

           .
       CHECK-BANK-REF SECTION.
      *    WORK-BANKID muss in bankmast.txt stehen (NEW-FILE ist
      *    die pruefende Datei).
           IF NOT BANKS-LOADED
               EXIT SECTION
           END-IF
           PERFORM FIND-BANK
           IF NOT ENTRY-FOUND
               MOVE 1 TO NEW-SEVERITY
               STRING "Bank " WORK-BANKID " fehlt in bankmast.txt"
                   DELIMITED BY SIZE INTO NEW-TEXT
               PERFORM ADD-FINDING
           END-IF

           .
       CHECK-ACCOUNT-REF SECTION.
      *    WORK-BANKID/WORK-ACCOUNTID muss in acctmast.txt stehen;
      *    bei Erfolg stehen Status und Statustext bereit.
           MOVE "N" TO FOUND-SWITCH
           MOVE SPACE TO WORK-STATUS
           IF NOT ACCTS-LOADED
               EXIT SECTION
           END-IF
           PERFORM FIND-ACCOUNT
           IF NOT ENTRY-FOUND
               MOVE 1 TO NEW-SEVERITY
               STRING "Konto " WORK-BANKID "/" WORK-ACCOUNTID
                   " fehlt in acctmast.txt"
                   DELIMITED BY SIZE INTO NEW-TEXT
               PERFORM ADD-FINDING
               MOVE "N" TO FOUND-SWITCH
               EXIT SECTION
           END-IF
           MOVE AT-STATUS(ACCT-IDX) TO WORK-STATUS
           EVALUATE WORK-STATUS
               WHEN "B"
                   MOVE "gesperrt" TO STATUS-TEXT
               WHEN "C"
                   MOVE "geschlossen" TO STATUS-TEXT
               WHEN OTHER
                   MOVE "offen" TO STATUS-TEXT
           END-EVALUATE

           .
       FIND-BANK SECTION.
           MOVE "N" TO FOUND-SWITCH
           PERFORM VARYING BANK-IDX FROM 1 BY 1
               UNTIL BANK-IDX > BANK-COUNT OR ENTRY-FOUND
               IF BANK-ID(BANK-IDX) = WORK-BANKID
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM

           .
       FIND-CURRENCY SECTION.
           MOVE "N" TO FOUND-SWITCH
           PERFORM VARYING CURR-IDX FROM 1 BY 1
               UNTIL CURR-IDX > CURR-COUNT OR ENTRY-FOUND
               IF CURR-CODE(CURR-IDX) = WORK-CURR
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM

           .
       FIND-CUSTOMER SECTION.
           MOVE "N" TO FOUND-SWITCH
           PERFORM VARYING CUST-IDX FROM 1 BY 1
               UNTIL CUST-IDX > CUST-COUNT OR ENTRY-FOUND
               IF CT-CUSTID(CUST-IDX) = WORK-CUSTID
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ENTRY-FOUND
               SUBTRACT 1 FROM CUST-IDX
           END-IF

           .
       FIND-ACCOUNT SECTION.
           MOVE "N" TO FOUND-SWITCH
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
               UNTIL ACCT-IDX > ACCT-COUNT OR ENTRY-FOUND
               IF AT-BANKID(ACCT-IDX) = WORK-BANKID
                   AND AT-ACCOUNTID(ACCT-IDX) = WORK-ACCOUNTID
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ENTRY-FOUND
               SUBTRACT 1 FROM ACCT-IDX
           END-IF

           .
       ADD-FINDING SECTION.
      *    NEW-SEVERITY/NEW-FILE/NEW-TEXT in die Befundliste.
           ADD 1 TO SEVERITY-TOTAL(NEW-SEVERITY)
           IF FINDING-COUNT >= 3000
               ADD 1 TO FINDINGS-LOST
           ELSE
               ADD 1 TO FINDING-COUNT
               MOVE NEW-SEVERITY TO FT-SEVERITY(FINDING-COUNT)
               MOVE NEW-FILE TO FT-FILE(FINDING-COUNT)
               MOVE NEW-TEXT TO FT-TEXT(FINDING-COUNT)
           END-IF
           MOVE SPACES TO NEW-TEXT

           .
       WRITE-REPORT SECTION.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           MOVE SPACES TO REPORT-LINE
           STRING "Integritaetspruefung der Stammdateien vom "
               DATETIME(1:8)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           PERFORM VARYING SEVERITY-IDX FROM 1 BY 1
               UNTIL SEVERITY-IDX > 3
               MOVE SEVERITY-TOTAL(SEVERITY-IDX) TO RL-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING SEVERITY-NAME(SEVERITY-IDX) " (" RL-COUNT ")"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-OUT-F FROM REPORT-LINE
               PERFORM VARYING FINDING-IDX FROM 1 BY 1
                   UNTIL FINDING-IDX > FINDING-COUNT
                   IF FT-SEVERITY(FINDING-IDX) = SEVERITY-IDX
                       MOVE SPACES TO REPORT-LINE
                       STRING "  " FT-FILE(FINDING-IDX)
                           FT-TEXT(FINDING-IDX)
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-OUT-F FROM REPORT-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-OUT-F FROM REPORT-LINE
           END-PERFORM
           IF FINDINGS-LOST > 0
               MOVE FINDINGS-LOST TO RL-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "Liste gekuerzt, " RL-COUNT
                   " weitere Befunde nur gezaehlt"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-OUT-F FROM REPORT-LINE
           END-IF
           IF TABLES-TRUNCATED
               MOVE "Tabellen voll - Pruefung unvollstaendig"
                   TO REPORT-LINE
               WRITE REPORT-OUT-F FROM REPORT-LINE
           END-IF
           MOVE CHECKED-COUNT TO RL-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Gepruefte Saetze: " RL-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE

           .
       WRITE-SUMMARY-EVENT SECTION.
           OPEN EXTEND OPSFEED-OUT
           IF OPSFEED-OUT-FILE-STATUS NOT = "00"
               OPEN OUTPUT OPSFEED-OUT
           END-IF
           MOVE SPACES TO OPSFEED-F
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           MOVE DATETIME TO OP-TIMESTAMP
           EVALUATE TRUE
               WHEN SEVERITY-TOTAL(1) > 0
                   MOVE "ERROR" TO OP-SEVERITY
               WHEN SEVERITY-TOTAL(2) > 0 OR TABLES-TRUNCATED
                   MOVE "WARN" TO OP-SEVERITY
               WHEN OTHER
                   MOVE "INFO" TO OP-SEVERITY
           END-EVALUATE
           MOVE 0 TO OP-BANKID
           MOVE 0 TO OP-ACCOUNTID
           STRING "Stammdatenpruefung " SEVERITY-TOTAL(1)
               " Fehler, " SEVERITY-TOTAL(2) " Warn., "
               SEVERITY-TOTAL(3) " Hinw."
               DELIMITED BY SIZE INTO OP-TEXT
           WRITE OPSFEED-F
           CLOSE OPSFEED-OUT

           .
