       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PROFIT_M.
      *****************************************************************
      * Kundenergebnis-Bericht (monatlich) als Grundlage fuer die
      * Preisgespraeche der Betreuer: fasst je Konto zusammen
      *   - Sollzinsen (Ertrag) und Habenzinsen (Aufwand) aus den
      *     Zinsbuchungen intpost.txt des Zinslaufs INTEREST_M,
      *   - Gebuehren aus den Gebuehrenbuchungen feepost.txt des
      *     Gebuehrenlaufs FEERUN_M (je Journalzeile eine Buchung),
      *   - den Durchschnittssaldo des Berichtsmonats aus der
      *     Saldenhistorie balhist.txt (wie BALTREND_M),
      *   - Festgeldbestand depmast.txt (Kapital, Monatszins als
      *     Aufwand) und Darlehensbestand loanmast.txt (Restschuld,
      *     Monatszins als Ertrag), je ein Zwoelftel des Jahres-
      *     zinses auf den aktuellen Stand,
      * und verdichtet die Konten per Schluessel ueber custlink.dat
      * auf den Kunden (Name aus custmast.dat; fehlen die Bestaende,
      * baut MASTIDX_M sie aus den .txt-Dateien auf). Netto-Ertrag =
      * Sollzinsen + Gebuehren + Darlehenszins - Habenzinsen -
      * Festgeldzins. Ergebnis in profit.txt: je Kunde eine Zeile,
      * danach die Summen je Bank (Konten ohne Kunde gesondert
      * ausgewiesen) und die Rangliste der besten und schwaechsten
      * Kunden nach Netto-Ertrag. Fehlt eine Quelle, zaehlt sie
      * mit null und wird im Kopf genannt. Berichtsmonat ist der
      * Monat des Geschaeftsdatums busdate.txt, sonst des System-
      * datums. Betraege werden ohne Waehrungsumrechnung addiert.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE-IN ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-IN-FILE-STATUS.
           SELECT POSTING-IN ASSIGN TO POSTING-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSTING-IN-FILE-STATUS.
           SELECT BALHIST-IN ASSIGN TO "balhist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALHIST-IN-FILE-STATUS.
           SELECT DEPMAST-IN ASSIGN TO "depmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPMAST-IN-FILE-STATUS.
           SELECT LOANMAST-IN ASSIGN TO "loanmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOANMAST-IN-FILE-STATUS.
           SELECT CUSTMAST-IN ASSIGN TO "custmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTID-F
               ALTERNATE RECORD KEY IS CU-NAME-F WITH DUPLICATES
               FILE STATUS IS CUSTMAST-IN-FILE-STATUS.
           SELECT CUSTLINK-IN ASSIGN TO "custlink.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY-F
               ALTERNATE RECORD KEY IS CL-CUSTID-F WITH DUPLICATES
               FILE STATUS IS CUSTLINK-IN-FILE-STATUS.
           SELECT REPORT-OUT ASSIGN TO "profit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BUSDATE-IN.
       01  BUSDATE-IN-F PIC 9(8).
       FD POSTING-IN.
       01  POSTING-IN-F.
         05  PI-BANKID-F    PIC 9(5).
         05  PI-ACCOUNTID-F PIC 9(10).
         05  PI-AMOUNT-F    PIC 9(8)V99.
         05  PI-DRCR-F      PIC X(01).
         05  PI-CURR-F      PIC X(03).
         05  PI-COMMENT-F   PIC X(55).
         05  PI-VALDATE-F   PIC X(08).
       FD BALHIST-IN.
       01  BALHIST-IN-F.
         05  BH-DATE-F      PIC 9(8).
         05  BH-BANKID-F    PIC 9(5).
         05  BH-ACCOUNTID-F PIC 9(10).
         05  BH-CURRENCY-F  PIC X(03).
         05  BH-BALANCE-F   PIC S9(8)V99 SIGN IS LEADING SEPARATE.
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
         05  CL-KEY-F.
           10  CL-BANKID-F    PIC 9(5).
           10  CL-ACCOUNTID-F PIC 9(10).
       FD REPORT-OUT.
       01  REPORT-OUT-F PIC X(170).
       WORKING-STORAGE SECTION.
       01  BUSDATE-IN-FILE-STATUS  PIC X(02).
       01  POSTING-IN-FILE-STATUS  PIC X(02).
       01  BALHIST-IN-FILE-STATUS  PIC X(02).
       01  DEPMAST-IN-FILE-STATUS  PIC X(02).
       01  LOANMAST-IN-FILE-STATUS PIC X(02).
       01  CUSTMAST-IN-FILE-STATUS PIC X(02).
       01  CUSTLINK-IN-FILE-STATUS PIC X(02).
       01  REPORT-OUT-FILE-STATUS  PIC X(02).
       01  POSTING-IN-NAME PIC X(40) VALUE SPACE.
       01  CUSTMAST-OPEN-SWITCH PIC X VALUE "N".
         88  CUSTMAST-OPEN VALUE "Y".
       01  CUSTLINK-OPEN-SWITCH PIC X VALUE "N".
         88  CUSTLINK-OPEN VALUE "Y".
       01  MASTIDX-SAVE-RC PIC S9(4) COMP VALUE 0.
       01  RUN-DATE-DATA.
         05  RUN-YYYY  PIC 9(4).
         05  RUN-MM    PIC 9(2).
         05  RUN-DD    PIC 9(2).
         05  FILLER    PIC X(13).
       01  PROFIT-DATE  PIC 9(8) VALUE 0.
       01  PROFIT-MONTH PIC 9(6) VALUE 0.
       01  LOAD-EOF-SWITCH PIC X VALUE "N".
         88  LOAD-EOF VALUE "Y".
      * Herkunft der Zahlen fuer den Berichtskopf: J vorhanden.
       01  SOURCE-FLAGS.
         05  SRC-INTPOST  PIC X VALUE "N".
         05  SRC-FEEPOST  PIC X VALUE "N".
         05  SRC-BALHIST  PIC X VALUE "N".
         05  SRC-DEPMAST  PIC X VALUE "N".
         05  SRC-LOANMAST PIC X VALUE "N".
      * Konten aller Quellen mit ihren Monatszahlen.
       01  ACCT-TABLE.
         05  ACCT-ENTRY OCCURS 5000 TIMES.
           10  AC-BANKID    PIC 9(5).
           10  AC-ACCOUNTID PIC 9(10).
           10  AC-CUSTID    PIC 9(8).
           10  AC-INT-DR    PIC 9(10)V99.
           10  AC-INT-CR    PIC 9(10)V99.
           10  AC-FEES      PIC 9(10)V99.
           10  AC-BAL-SUM   PIC S9(12)V99.
           10  AC-BAL-DAYS  PIC 9(4).
           10  AC-DEP-PRIN  PIC 9(10)V99.
           10  AC-DEP-INT   PIC 9(10)V99.
           10  AC-LOAN-BAL  PIC 9(10)V99.
           10  AC-LOAN-INT  PIC 9(10)V99.
       01  ACCT-COUNT PIC 9(04) VALUE 0.
       01  ACCT-IDX   PIC 9(04).
       01  AC-FOUND-SWITCH PIC X VALUE "N".
         88  AC-FOUND VALUE "Y".
       01  WORK-BANKID    PIC 9(5).
       01  WORK-ACCOUNTID PIC 9(10).
      * Kennzahlen je Kunde bzw. je Bank (gleicher Aufbau).
       01  CUST-TABLE.
         05  CUST-ENTRY OCCURS 2000 TIMES.
           10  CT-CUSTID    PIC 9(8).
           10  CT-NAME      PIC X(30).
           10  CT-FIGURES.
             15  CT-ACCOUNTS  PIC 9(4).
             15  CT-INT-DR    PIC 9(10)V99.
             15  CT-INT-CR    PIC 9(10)V99.
             15  CT-FEES      PIC 9(10)V99.
             15  CT-AVG-BAL   PIC S9(12)V99.
             15  CT-DEP-PRIN  PIC 9(10)V99.
             15  CT-DEP-INT   PIC 9(10)V99.
             15  CT-LOAN-BAL  PIC 9(10)V99.
             15  CT-LOAN-INT  PIC 9(10)V99.
             15  CT-NET       PIC S9(10)V99.
       01  CUST-COUNT PIC 9(04) VALUE 0.
       01  CUST-IDX   PIC 9(04).
       01  CUST-POS   PIC 9(04).
       01  CT-FOUND-SWITCH PIC X VALUE "N".
         88  CT-FOUND VALUE "Y".
       01  BANK-TABLE.
         05  BANK-ENTRY OCCURS 100 TIMES.
           10  BT-BANKID    PIC 9(5).
           10  BT-FIGURES.
             15  BT-ACCOUNTS  PIC 9(4).
             15  BT-INT-DR    PIC 9(10)V99.
             15  BT-INT-CR    PIC 9(10)V99.
             15  BT-FEES      PIC 9(10)V99.
             15  BT-AVG-BAL   PIC S9(12)V99.
             15  BT-DEP-PRIN  PIC 9(10)V99.
             15  BT-DEP-INT   PIC 9(10)V99.
             15  BT-LOAN-BAL  PIC 9(10)V99.
             15  BT-LOAN-INT  PIC 9(10)V99.
             15  BT-NET       PIC S9(10)V99.
           10  BT-NOCUST-ACCOUNTS PIC 9(4).
           10  BT-NOCUST-NET      PIC S9(10)V99.
       01  BANK-COUNT PIC 9(03) VALUE 0.
       01  BANK-IDX   PIC 9(03).
       01  BT-FOUND-SWITCH PIC X VALUE "N".
         88  BT-FOUND VALUE "Y".
      * Rangfolge der Kunden nach Netto-Ertrag, absteigend.
       01  RANK-TABLE.
         05  RANK-CUST OCCURS 2000 TIMES PIC 9(04).
       01  RANK-IDX   PIC 9(04).
       01  RANK-POS   PIC 9(04).
       01  RANK-LIMIT PIC 9(04) VALUE 10.
       01  RANK-FROM  PIC 9(04).
       01  ACCT-AVG-BAL PIC S9(12)V99 VALUE 0.
       01  ACCT-NET     PIC S9(10)V99 VALUE 0.
       01  MONTH-INT    PIC 9(10)V99 VALUE 0.
       01  REPORT-LINE PIC X(170).
       01  RL-INT-DR  PIC Z(8)9.99.
       01  RL-INT-CR  PIC Z(8)9.99.
       01  RL-FEES    PIC Z(8)9.99.
       01  RL-AVG-BAL PIC -(10)9.99.
       01  RL-DEP     PIC Z(8)9.99.
       01  RL-LOAN    PIC Z(8)9.99.
       01  RL-DEP-INT  PIC Z(6)9.99.
       01  RL-LOAN-INT PIC Z(6)9.99.
       01  RL-NET     PIC -(9)9.99.
       01  RL-RANK    PIC Z(3)9.
       01  PRINT-FIGURES.
         05  PF-ACCOUNTS  PIC 9(4).
         05  PF-INT-DR    PIC 9(10)V99.
         05  PF-INT-CR    PIC 9(10)V99.
         05  PF-FEES      PIC 9(10)V99.
         05  PF-AVG-BAL   PIC S9(12)V99.
         05  PF-DEP-PRIN  PIC 9(10)V99.
         05  PF-DEP-INT   PIC 9(10)V99.
         05  PF-LOAN-BAL  PIC 9(10)V99.
         05  PF-LOAN-INT  PIC 9(10)V99.
         05  PF-NET       PIC S9(10)V99.
       01  PRINT-LABEL PIC X(45).

       PROCEDURE DIVISION.
           PERFORM LOAD-PROFIT-DATE
           PERFORM OPEN-CUSTOMER-FILES
           MOVE "intpost.txt" TO POSTING-IN-NAME
           PERFORM READ-POSTINGS
           MOVE "feepost.txt" TO POSTING-IN-NAME
           PERFORM READ-POSTINGS
           PERFORM READ-BALANCES
           PERFORM READ-DEPOSITS
           PERFORM READ-LOANS
           PERFORM ROLL-UP-ACCOUNTS
           IF CUSTMAST-OPEN
               CLOSE CUSTMAST-IN
           END-IF
           IF CUSTLINK-OPEN
               CLOSE CUSTLINK-IN
           END-IF
           PERFORM RANK-CUSTOMERS
           PERFORM WRITE-PROFIT-REPORT
           DISPLAY "Kundenergebnis " PROFIT-MONTH ": " CUST-COUNT
               " Kunden aus " ACCT-COUNT " Konten, " BANK-COUNT
               " Banken nach profit.txt."
           GOBACK.

       LOAD-PROFIT-DATE SECTION.
           OPEN INPUT BUSDATE-IN
           IF BUSDATE-IN-FILE-STATUS = "00"
               READ BUSDATE-IN
                   NOT AT END MOVE BUSDATE-IN-F TO PROFIT-DATE
               END-READ
               CLOSE BUSDATE-IN
           END-IF
           IF PROFIT-DATE = 0
               MOVE FUNCTION CURRENT-DATE TO RUN-DATE-DATA
               MOVE RUN-DATE-DATA(1:8) TO PROFIT-DATE
           END-IF
           MOVE PROFIT-DATE(1:6) TO PROFIT-MONTH

           .
       OPEN-CUSTOMER-FILES SECTION.
      *    Fehlt ein Bestand, baut MASTIDX_M ihn aus der .txt-Fassung
      *    auf; danach ein zweiter Versuch.
           PERFORM OPEN-CUSTOMER-ONCE
           IF NOT CUSTMAST-OPEN OR NOT CUSTLINK-OPEN
               MOVE RETURN-CODE TO MASTIDX-SAVE-RC
               CALL "MASTIDX_M"
               CANCEL "MASTIDX_M"
               MOVE MASTIDX-SAVE-RC TO RETURN-CODE
               PERFORM OPEN-CUSTOMER-ONCE
           END-IF

           .
       OPEN-CUSTOMER-ONCE SECTION.
           IF NOT CUSTMAST-OPEN
               OPEN INPUT CUSTMAST-IN
               IF CUSTMAST-IN-FILE-STATUS = "00"
                   SET CUSTMAST-OPEN TO TRUE
               END-IF
           END-IF
           IF NOT CUSTLINK-OPEN
               OPEN INPUT CUSTLINK-IN
               IF CUSTLINK-IN-FILE-STATUS = "00"
                   SET CUSTLINK-OPEN TO TRUE
               END-IF
           END-IF

           .
       READ-POSTINGS SECTION.
      *    Zins- bzw. Gebuehrenbuchungen im input.txt-Format; die
      *    Bank-Kontrollsaetze (Art T) zaehlen nicht.
           OPEN INPUT POSTING-IN
           IF POSTING-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           IF POSTING-IN-NAME = "intpost.txt"
               MOVE "J" TO SRC-INTPOST
           ELSE
               MOVE "J" TO SRC-FEEPOST
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ POSTING-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF PI-DRCR-F NOT = "T"
                           PERFORM TAKE-POSTING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSTING-IN

           .
       TAKE-POSTING SECTION.
           MOVE PI-BANKID-F TO WORK-BANKID
           MOVE PI-ACCOUNTID-F TO WORK-ACCOUNTID
           PERFORM FIND-ACCOUNT
           IF ACCT-IDX = 0
               EXIT SECTION
           END-IF
           IF POSTING-IN-NAME = "feepost.txt"
               IF PI-DRCR-F = "D"
                   ADD PI-AMOUNT-F TO AC-FEES(ACCT-IDX)
               END-IF
               EXIT SECTION
           END-IF
           IF PI-DRCR-F = "D"
               ADD PI-AMOUNT-F TO AC-INT-DR(ACCT-IDX)
           ELSE
               ADD PI-AMOUNT-F TO AC-INT-CR(ACCT-IDX)
           END-IF

           .
       READ-BALANCES SECTION.
      *    Schlusssalden des Berichtsmonats bis zum Stichtag.
           OPEN INPUT BALHIST-IN
           IF BALHIST-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "J" TO SRC-BALHIST
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ BALHIST-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF BH-DATE-F(1:6) = PROFIT-MONTH
                           AND BH-DATE-F <= PROFIT-DATE
                           MOVE BH-BANKID-F TO WORK-BANKID
                           MOVE BH-ACCOUNTID-F TO WORK-ACCOUNTID
                           PERFORM FIND-ACCOUNT
                           IF ACCT-IDX > 0
                               ADD BH-BALANCE-F
                                   TO AC-BAL-SUM(ACCT-IDX)
                               ADD 1 TO AC-BAL-DAYS(ACCT-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALHIST-IN

           .
       READ-DEPOSITS SECTION.
           OPEN INPUT DEPMAST-IN
           IF DEPMAST-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "J" TO SRC-DEPMAST
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ DEPMAST-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       MOVE DP-BANKID-F TO WORK-BANKID
                       MOVE DP-ACCOUNTID-F TO WORK-ACCOUNTID
                       PERFORM FIND-ACCOUNT
                       IF ACCT-IDX > 0
                           COMPUTE MONTH-INT ROUNDED =
                               DP-PRINCIPAL-F * DP-RATE-F / 1200
                           ADD DP-PRINCIPAL-F TO AC-DEP-PRIN(ACCT-IDX)
                           ADD MONTH-INT TO AC-DEP-INT(ACCT-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPMAST-IN

           .
       READ-LOANS SECTION.
           OPEN INPUT LOANMAST-IN
           IF LOANMAST-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "J" TO SRC-LOANMAST
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ LOANMAST-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       MOVE LN-BANKID-F TO WORK-BANKID
                       MOVE LN-ACCOUNTID-F TO WORK-ACCOUNTID
                       PERFORM FIND-ACCOUNT
                       IF ACCT-IDX > 0
                           COMPUTE MONTH-INT ROUNDED =
                               LN-BALANCE-F * LN-RATE-F / 1200
                           ADD LN-BALANCE-F TO AC-LOAN-BAL(ACCT-IDX)
                           ADD MONTH-INT TO AC-LOAN-INT(ACCT-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOANMAST-IN

           .
       FIND-ACCOUNT SECTION.
      *    Konto suchen oder anlegen; beim Anlegen einmal ueber
      *    custlink.dat dem Kunden zuordnen (0 = ohne Kunde).
      *    ACCT-IDX = 0, wenn die Tabelle voll ist.
           MOVE "N" TO AC-FOUND-SWITCH
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
               UNTIL ACCT-IDX > ACCT-COUNT OR AC-FOUND
               IF AC-BANKID(ACCT-IDX) = WORK-BANKID
                   AND AC-ACCOUNTID(ACCT-IDX) = WORK-ACCOUNTID
                   SET AC-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF AC-FOUND
               SUBTRACT 1 FROM ACCT-IDX
               EXIT SECTION
           END-IF
           IF ACCT-COUNT >= 5000
               MOVE 0 TO ACCT-IDX
               EXIT SECTION
           END-IF
           ADD 1 TO ACCT-COUNT
           MOVE ACCT-COUNT TO ACCT-IDX
           INITIALIZE ACCT-ENTRY(ACCT-IDX)
           MOVE WORK-BANKID TO AC-BANKID(ACCT-IDX)
           MOVE WORK-ACCOUNTID TO AC-ACCOUNTID(ACCT-IDX)
           IF NOT CUSTLINK-OPEN
               EXIT SECTION
           END-IF
           MOVE WORK-BANKID TO CL-BANKID-F
           MOVE WORK-ACCOUNTID TO CL-ACCOUNTID-F
           READ CUSTLINK-IN
               KEY IS CL-KEY-F
               INVALID KEY
                   EXIT SECTION
           END-READ
           MOVE CL-CUSTID-F TO AC-CUSTID(ACCT-IDX)

           .
       ROLL-UP-ACCOUNTS SECTION.
      *    Konten auf Kunden und Banken verdichten.
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
               UNTIL ACCT-IDX > ACCT-COUNT
               MOVE 0 TO ACCT-AVG-BAL
               IF AC-BAL-DAYS(ACCT-IDX) > 0
                   COMPUTE ACCT-AVG-BAL ROUNDED =
                       AC-BAL-SUM(ACCT-IDX) / AC-BAL-DAYS(ACCT-IDX)
               END-IF
               COMPUTE ACCT-NET = AC-INT-DR(ACCT-IDX)
                   + AC-FEES(ACCT-IDX) + AC-LOAN-INT(ACCT-IDX)
                   - AC-INT-CR(ACCT-IDX) - AC-DEP-INT(ACCT-IDX)
               PERFORM FIND-BANK
               IF BANK-IDX > 0
                   ADD 1 TO BT-ACCOUNTS(BANK-IDX)
                   ADD AC-INT-DR(ACCT-IDX) TO BT-INT-DR(BANK-IDX)
                   ADD AC-INT-CR(ACCT-IDX) TO BT-INT-CR(BANK-IDX)
                   ADD AC-FEES(ACCT-IDX) TO BT-FEES(BANK-IDX)
                   ADD ACCT-AVG-BAL TO BT-AVG-BAL(BANK-IDX)
                   ADD AC-DEP-PRIN(ACCT-IDX) TO BT-DEP-PRIN(BANK-IDX)
                   ADD AC-DEP-INT(ACCT-IDX) TO BT-DEP-INT(BANK-IDX)
                   ADD AC-LOAN-BAL(ACCT-IDX) TO BT-LOAN-BAL(BANK-IDX)
                   ADD AC-LOAN-INT(ACCT-IDX) TO BT-LOAN-INT(BANK-IDX)
                   ADD ACCT-NET TO BT-NET(BANK-IDX)
                   IF AC-CUSTID(ACCT-IDX) = 0
                       ADD 1 TO BT-NOCUST-ACCOUNTS(BANK-IDX)
                       ADD ACCT-NET TO BT-NOCUST-NET(BANK-IDX)
                   END-IF
               END-IF
               IF AC-CUSTID(ACCT-IDX) > 0
                   PERFORM FIND-CUSTOMER
                   IF CUST-IDX > 0
                       ADD 1 TO CT-ACCOUNTS(CUST-IDX)
                       ADD AC-INT-DR(ACCT-IDX) TO CT-INT-DR(CUST-IDX)
                       ADD AC-INT-CR(ACCT-IDX) TO CT-INT-CR(CUST-IDX)
                       ADD AC-FEES(ACCT-IDX) TO CT-FEES(CUST-IDX)
                       ADD ACCT-AVG-BAL TO CT-AVG-BAL(CUST-IDX)
                       ADD AC-DEP-PRIN(ACCT-IDX)
                           TO CT-DEP-PRIN(CUST-IDX)
                       ADD AC-DEP-INT(ACCT-IDX) TO CT-DEP-INT(CUST-IDX)
                       ADD AC-LOAN-BAL(ACCT-IDX)
                           TO CT-LOAN-BAL(CUST-IDX)
                       ADD AC-LOAN-INT(ACCT-IDX)
                           TO CT-LOAN-INT(CUST-IDX)
                       ADD ACCT-NET TO CT-NET(CUST-IDX)
                   END-IF
               END-IF
           END-PERFORM

           .
       FIND-BANK SECTION.
           MOVE "N" TO BT-FOUND-SWITCH
           PERFORM VARYING BANK-IDX FROM 1 BY 1
               UNTIL BANK-IDX > BANK-COUNT OR BT-FOUND
               IF BT-BANKID(BANK-IDX) = AC-BANKID(ACCT-IDX)
                   SET BT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF BT-FOUND
               SUBTRACT 1 FROM BANK-IDX
               EXIT SECTION
           END-IF
           IF BANK-COUNT >= 100
               MOVE 0 TO BANK-IDX
               EXIT SECTION
           END-IF
           ADD 1 TO BANK-COUNT
           MOVE BANK-COUNT TO BANK-IDX
           INITIALIZE BANK-ENTRY(BANK-IDX)
           MOVE AC-BANKID(ACCT-IDX) TO BT-BANKID(BANK-IDX)

           .
       FIND-CUSTOMER SECTION.
      *    Kunden suchen oder nach Kundennummer sortiert einfuegen;
      *    der Name kommt beim Anlegen aus custmast.dat.
           MOVE "N" TO CT-FOUND-SWITCH
           MOVE 0 TO CUST-POS
           PERFORM VARYING CUST-IDX FROM 1 BY 1
               UNTIL CUST-IDX > CUST-COUNT OR CT-FOUND
                   OR CUST-POS > 0
               IF CT-CUSTID(CUST-IDX) = AC-CUSTID(ACCT-IDX)
                   SET CT-FOUND TO TRUE
               ELSE
                   IF CT-CUSTID(CUST-IDX) > AC-CUSTID(ACCT-IDX)
                       MOVE CUST-IDX TO CUST-POS
                   END-IF
               END-IF
           END-PERFORM
           IF CT-FOUND
               SUBTRACT 1 FROM CUST-IDX
               EXIT SECTION
           END-IF
           IF CUST-COUNT >= 2000
               MOVE 0 TO CUST-IDX
               EXIT SECTION
           END-IF
           IF CUST-POS = 0
               COMPUTE CUST-POS = CUST-COUNT + 1
           END-IF
           PERFORM VARYING CUST-IDX FROM CUST-COUNT BY -1
               UNTIL CUST-IDX < CUST-POS
               MOVE CUST-ENTRY(CUST-IDX) TO CUST-ENTRY(CUST-IDX + 1)
           END-PERFORM
           ADD 1 TO CUST-COUNT
           MOVE CUST-POS TO CUST-IDX
           INITIALIZE CUST-ENTRY(CUST-IDX)
           MOVE AC-CUSTID(ACCT-IDX) TO CT-CUSTID(CUST-IDX)
           MOVE "(nicht im Kundenstamm)" TO CT-NAME(CUST-IDX)
           IF CUSTMAST-OPEN
               MOVE AC-CUSTID(ACCT-IDX) TO CU-CUSTID-F
               READ CUSTMAST-IN
                   KEY IS CU-CUSTID-F
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CU-NAME-F TO CT-NAME(CUST-IDX)
               END-READ
           END-IF

           .
       RANK-CUSTOMERS SECTION.
      *    Einfuegen in die Rangfolge; bei gleichem Netto-Ertrag
      *    bleibt die Reihenfolge nach Kundennummer.
           PERFORM VARYING CUST-IDX FROM 1 BY 1
               UNTIL CUST-IDX > CUST-COUNT
               MOVE 0 TO RANK-POS
               PERFORM VARYING RANK-IDX FROM 1 BY 1
                   UNTIL RANK-IDX >= CUST-IDX OR RANK-POS > 0
                   IF CT-NET(CUST-IDX) >
                       CT-NET(RANK-CUST(RANK-IDX))
                       MOVE RANK-IDX TO RANK-POS
                   END-IF
               END-PERFORM
               IF RANK-POS = 0
                   MOVE CUST-IDX TO RANK-POS
               END-IF
               PERFORM VARYING RANK-IDX FROM CUST-IDX BY -1
                   UNTIL RANK-IDX <= RANK-POS
                   MOVE RANK-CUST(RANK-IDX - 1) TO RANK-CUST(RANK-IDX)
               END-PERFORM
               MOVE CUST-IDX TO RANK-CUST(RANK-POS)
           END-PERFORM

           .
       WRITE-PROFIT-REPORT SECTION.
           OPEN OUTPUT REPORT-OUT
           MOVE SPACES TO REPORT-LINE
           STRING "Kundenergebnis Monat " PROFIT-MONTH(5:2) "/"
               PROFIT-MONTH(1:4) " per " PROFIT-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Quellen: Zinsen " SRC-INTPOST
               "  Gebuehren " SRC-FEEPOST
               "  Saldenhistorie " SRC-BALHIST
               "  Festgeld " SRC-DEPMAST
               "  Darlehen " SRC-LOANMAST
               "  (N = nicht vorhanden, zaehlt null)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           PERFORM WRITE-COLUMN-HEADER
           PERFORM VARYING CUST-IDX FROM 1 BY 1
               UNTIL CUST-IDX > CUST-COUNT
               PERFORM WRITE-CUSTOMER-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE "Summen je Bank" TO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           PERFORM WRITE-COLUMN-HEADER
           PERFORM VARYING BANK-IDX FROM 1 BY 1
               UNTIL BANK-IDX > BANK-COUNT
               MOVE BT-FIGURES(BANK-IDX) TO PRINT-FIGURES
               MOVE SPACES TO PRINT-LABEL
               STRING "Bank " BT-BANKID(BANK-IDX)
                   DELIMITED BY SIZE INTO PRINT-LABEL
               PERFORM WRITE-FIGURES-LINE
               IF BT-NOCUST-ACCOUNTS(BANK-IDX) > 0
                   MOVE BT-NOCUST-NET(BANK-IDX) TO RL-NET
                   MOVE SPACES TO REPORT-LINE
                   STRING "  davon ohne Kunde: "
                       BT-NOCUST-ACCOUNTS(BANK-IDX)
                       " Konten, Netto " RL-NET
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-OUT-F FROM REPORT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE RANK-LIMIT TO RL-RANK
           MOVE SPACES TO REPORT-LINE
           STRING "Die " FUNCTION TRIM(RL-RANK)
               " ertragsstaerksten Kunden"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           PERFORM VARYING RANK-IDX FROM 1 BY 1
               UNTIL RANK-IDX > CUST-COUNT OR RANK-IDX > RANK-LIMIT
               PERFORM WRITE-RANK-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE RANK-LIMIT TO RL-RANK
           MOVE SPACES TO REPORT-LINE
           STRING "Die " FUNCTION TRIM(RL-RANK)
               " ertragsschwaechsten Kunden"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE 1 TO RANK-FROM
           IF CUST-COUNT > RANK-LIMIT
               COMPUTE RANK-FROM = CUST-COUNT - RANK-LIMIT + 1
           END-IF
           PERFORM VARYING RANK-IDX FROM CUST-COUNT BY -1
               UNTIL RANK-IDX < RANK-FROM OR RANK-IDX = 0
               PERFORM WRITE-RANK-LINE
           END-PERFORM
           CLOSE REPORT-OUT

           .
       WRITE-COLUMN-HEADER SECTION.
           MOVE SPACES TO REPORT-LINE
           STRING "Kunde/Bank                                   Kto"
               "   Sollzins   Habenzins   Gebuehren"
               "    Durchschn.Saldo    Festgeld  FG-Zins"
               "    Darlehen  DL-Zins       Netto"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE

           .
       WRITE-CUSTOMER-LINE SECTION.
           MOVE CT-FIGURES(CUST-IDX) TO PRINT-FIGURES
           MOVE SPACES TO PRINT-LABEL
           STRING CT-CUSTID(CUST-IDX) " " CT-NAME(CUST-IDX)
               DELIMITED BY SIZE INTO PRINT-LABEL
           PERFORM WRITE-FIGURES-LINE

           .
       WRITE-RANK-LINE SECTION.
           MOVE RANK-CUST(RANK-IDX) TO CUST-IDX
           MOVE CT-NET(CUST-IDX) TO RL-NET
           MOVE RANK-IDX TO RL-RANK
           MOVE SPACES TO REPORT-LINE
           STRING RL-RANK ". " CT-CUSTID(CUST-IDX) " "
               CT-NAME(CUST-IDX) " Netto " RL-NET
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE

           .
       WRITE-FIGURES-LINE SECTION.
           MOVE PF-INT-DR TO RL-INT-DR
           MOVE PF-INT-CR TO RL-INT-CR
           MOVE PF-FEES TO RL-FEES
           MOVE PF-AVG-BAL TO RL-AVG-BAL
           MOVE PF-DEP-PRIN TO RL-DEP
           MOVE PF-DEP-INT TO RL-DEP-INT
           MOVE PF-LOAN-BAL TO RL-LOAN
           MOVE PF-LOAN-INT TO RL-LOAN-INT
           MOVE PF-NET TO RL-NET
           MOVE SPACES TO REPORT-LINE
           STRING PRINT-LABEL PF-ACCOUNTS
               RL-INT-DR RL-INT-CR RL-FEES " " RL-AVG-BAL
               RL-DEP RL-DEP-INT RL-LOAN RL-LOAN-INT RL-NET
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE

           .
