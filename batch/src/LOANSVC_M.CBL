       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LOANSVC_M.
      *****************************************************************
      * Darlehensbetreuung im Dialog fuer den Darlehensbestand
      * loanmast.txt (Satzbild wie im Ratengenerator LOANGEN_M):
      *   Q = Abloesebetrag zu einem Stichtag: Restschuld plus Zins
      *       tagesgenau (act/365) seit dem zuletzt berechneten
      *       Ratentermin (Monat aus LN-LASTBILLED, Ratentag);
      *   T = Sondertilgung bzw. vollstaendige Abloesung: der Betrag
      *       deckt zuerst den aufgelaufenen Zins, der Rest mindert
      *       die Restschuld. Die Belastung des Zahlkontos wird im
      *       input.txt-Format samt Bank-Kontrollsatz an loanpay.txt
      *       angehaengt (Wertstellung = Stichtag), loanpay.txt wird
      *       wie clearstage.txt in rawlist.txt angemeldet. Die
      *       Kontrollsaetze tragen den Erfassungstag; Saetze eines
      *       Vortags sind schon gelaufen und werden beim ersten
      *       neuen Satz ersetzt statt erneut geliefert. Die Restschuld
      *       wird wie in der Festgeld-Pflege sofort im Bestand
      *       fortgeschrieben;
      *   U = Umschuldung: neue Restlaufzeit in Monaten und/oder
      *       neuer Ratentag. Die Tilgung rechnet danach linear aus
      *       der Restschuld ueber die neue Laufzeit (Ursprungs-
      *       kapital := Restschuld). Die Aenderung geht als offener
      *       Aenderungssatz nach pendchg.txt und gilt erst nach
      *       Freigabe durch einen zweiten Bediener. Die Freigabe
      *       setzt nur Ursprungskapital, Laufzeit und Ratentag im
      *       aktuellen Satz; haben sich Restschuld oder letzter
      *       Ratenlauf seit dem Antrag bewegt (Tilgung,
      *       LOANGEN_M), wird die Umschuldung nicht angewandt und
      *       muss neu beantragt werden;
      *   P = Tilgungsplan eines Darlehens anzeigen.
      * Nach Tilgung und Umschuldung wird loansched.txt sofort neu
      * geschrieben; ein beantragter Plan ist dort als solcher
      * gekennzeichnet. Jede Aktion wird mit Bediener, Zeitstempel,
      * alter und neuer Laufzeit, Ratentag und Restschuld in
      * loanaudit.txt protokolliert.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANMAST-IN ASSIGN TO "loanmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOANMAST-IN-FILE-STATUS.
           SELECT LOANMAST-OUT ASSIGN TO "loanmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOANMAST-OUT-FILE-STATUS.
           SELECT TXN-OUT ASSIGN TO "loanpay.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXN-OUT-FILE-STATUS.
           SELECT TXN-IN ASSIGN TO "loanpay.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXN-IN-FILE-STATUS.
           SELECT RAWLIST-IN ASSIGN TO "rawlist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAWLIST-IN-FILE-STATUS.
           SELECT RAWLIST-OUT ASSIGN TO "rawlist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAWLIST-OUT-FILE-STATUS.
           SELECT SCHED-OUT ASSIGN TO "loansched.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHED-OUT-FILE-STATUS.
           SELECT PENDING-OUT ASSIGN TO "pendchg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-OUT-FILE-STATUS.
           SELECT AUDIT-OUT ASSIGN TO "loanaudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-OUT-FILE-STATUS.
           SELECT OPERATORS-IN ASSIGN TO "operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATORS-IN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LOANMAST-IN.
       01  LOANMAST-IN-F PIC X(56).
       FD LOANMAST-OUT.
       01  LOANMAST-OUT-F PIC X(56).
       FD TXN-OUT.
       01  TXN-OUT-F.
         05  TX-BANKID    PIC 9(5).
         05  TX-ACCOUNTID PIC 9(10).
         05  TX-AMOUNT    PIC 9(8)V99.
         05  TX-DRCR      PIC X(01).
         05  TX-CURR-CODE PIC X(03).
         05  TX-COMMENT   PIC X(55).
         05  TX-VALDATE   PIC 9(8).
       FD TXN-IN.
       01  TXN-IN-F.
         05  FILLER       PIC X(25).
         05  TI-DRCR      PIC X(01).
         05  FILLER       PIC X(03).
         05  TI-COMMENT   PIC X(55).
         05  FILLER       PIC X(08).
       FD RAWLIST-IN.
       01  RAWLIST-IN-F PIC X(40).
       FD RAWLIST-OUT.
       01  RAWLIST-OUT-F PIC X(40).
       FD SCHED-OUT.
       01  SCHED-OUT-F PIC X(100).
       FD PENDING-OUT.
       01  PENDING-OUT-F.
         05  PC-TIMESTAMP PIC 9(16).
         05  FILLER       PIC X VALUE SPACE.
         05  PC-OPERATOR  PIC X(08).
         05  FILLER       PIC X VALUE SPACE.
         05  PC-FILE      PIC X(12).
         05  FILLER       PIC X VALUE SPACE.
         05  PC-ACTION    PIC X(03).
         05  FILLER       PIC X VALUE SPACE.
         05  PC-KEYLEN    PIC 9(02).
         05  FILLER       PIC X VALUE SPACE.
         05  PC-IMAGE     PIC X(120).
         05  FILLER       PIC X VALUE SPACE.
         05  PC-KEYPOS    PIC 9(03).
       FD AUDIT-OUT.
       01  AUDIT-OUT-F.
         05  AU-TIMESTAMP   PIC 9(16).
         05  FILLER         PIC X VALUE SPACE.
         05  AU-OPERATOR    PIC X(08).
         05  FILLER         PIC X VALUE SPACE.
         05  AU-ACTION      PIC X(08).
         05  FILLER         PIC X VALUE SPACE.
         05  AU-BANKID      PIC 9(5).
         05  AU-ACCOUNTID   PIC 9(10).
         05  FILLER         PIC X VALUE SPACE.
         05  AU-AMOUNT      PIC 9(8)V99.
         05  FILLER         PIC X VALUE SPACE.
         05  AU-OLD-TERM    PIC 9(3).
         05  AU-NEW-TERM    PIC 9(3).
         05  FILLER         PIC X VALUE SPACE.
         05  AU-OLD-DAY     PIC 9(2).
         05  AU-NEW-DAY     PIC 9(2).
         05  FILLER         PIC X VALUE SPACE.
         05  AU-OLD-BALANCE PIC 9(8)V99.
         05  AU-NEW-BALANCE PIC 9(8)V99.
       FD OPERATORS-IN.
       01  OPERATORS-IN-F.
         05  OP-ID-F     PIC X(08).
         05  OP-NAME-F   PIC X(30).
         05  OP-ROLE-F   PIC X(01).
         05  OP-ACTIVE-F PIC X(01).
       WORKING-STORAGE SECTION.
       01  OPERATORS-IN-FILE-STATUS PIC X(02).
      * Anmeldung gegen den gemeinsamen Bedienerstamm operators.txt
      * (Kennung, Name, Rolle S=Supervisor B=Bediener, A=aktiv).
      * Ohne Datei bleibt das alte Verhalten: freie Kennung, volle
      * Rechte - so laufen Teilinstallationen weiter.
       01  OPER-TABLE.
         05  OPER-ENTRY OCCURS 100 TIMES.
           10  OPR-ID     PIC X(08).
           10  OPR-NAME   PIC X(30).
           10  OPR-ROLE   PIC X(01).
           10  OPR-ACTIVE PIC X(01).
       01  OPER-COUNT PIC 9(03) VALUE 0.
       01  OPER-IDX   PIC 9(03).
       01  OPER-EOF-SWITCH PIC X VALUE "N".
         88  OPER-EOF VALUE "Y".
       01  OPERS-LOADED-SWITCH PIC X VALUE "N".
         88  OPERS-LOADED VALUE "Y".
       01  SIGNON-OK-SWITCH PIC X VALUE "N".
         88  SIGNON-OK VALUE "Y".
       01  SIGNON-TRIES PIC 9(01) VALUE 0.
       01  OPERATOR-ROLE PIC X(01) VALUE "S".
         88  ROLE-SUPERVISOR VALUE "S".
       01  LOANMAST-IN-FILE-STATUS  PIC X(02).
       01  LOANMAST-OUT-FILE-STATUS PIC X(02).
       01  TXN-OUT-FILE-STATUS      PIC X(02).
       01  TXN-IN-FILE-STATUS       PIC X(02).
       01  RAWLIST-IN-FILE-STATUS   PIC X(02).
       01  RAWLIST-OUT-FILE-STATUS  PIC X(02).
       01  SCHED-OUT-FILE-STATUS    PIC X(02).
       01  PENDING-OUT-FILE-STATUS  PIC X(02).
       01  AUDIT-OUT-FILE-STATUS    PIC X(02).
       01  CURRENT-DATE-DATA.
        05 DATETIME   PIC 9(16).
       01  LOAN-TABLE.
         05  LOAN-ENTRY OCCURS 500 TIMES.
           10  LO-BANKID     PIC 9(5).
           10  LO-ACCOUNTID  PIC 9(10).
           10  LO-ORIGPRIN   PIC 9(8)V99.
           10  LO-BALANCE    PIC 9(8)V99.
           10  LO-RATE       PIC 9(2)V9(4).
           10  LO-TERM       PIC 9(3).
           10  LO-DAY        PIC 9(2).
           10  LO-LASTBILLED PIC 9(6).
           10  LO-ARREARS    PIC 9(3).
           10  LO-ARRFLAG    PIC X(01).
       01  LOAN-COUNT PIC 9(03) VALUE 0.
       01  LOAN-IDX   PIC 9(03).
       01  LOAN-EOF-SWITCH PIC X VALUE "N".
         88  LOAN-EOF VALUE "Y".
      * Ein Bestand mit mehr als 500 Darlehen wird beim Laden
      * abgeschnitten und dann nie zurueckgeschrieben - siehe
      * Festgeld-Pflege.
       01  TRUNCATED-SWITCH PIC X VALUE "N".
         88  LOANS-TRUNCATED VALUE "Y".
       01  CHANGED-SWITCH PIC X VALUE "N".
         88  LOANS-CHANGED VALUE "Y".
      * Beantragte Umschuldungen dieser Sitzung: der Plan in
      * loansched.txt zeigt sie bis zum naechsten Ratenlauf.
       01  PROPOSAL-TABLE.
         05  PROPOSAL-ENTRY OCCURS 50 TIMES.
           10  PR-LOAN-IDX  PIC 9(03).
           10  PR-TERM      PIC 9(3).
           10  PR-DAY       PIC 9(2).
       01  PROPOSAL-COUNT PIC 9(02) VALUE 0.
       01  PROPOSAL-IDX   PIC 9(02).
       01  PENDING-IMAGE.
         05  PI-BANKID     PIC 9(5).
         05  PI-ACCOUNTID  PIC 9(10).
         05  PI-ORIGPRIN   PIC 9(8)V99.
         05  PI-BALANCE    PIC 9(8)V99.
         05  PI-RATE       PIC 9(2)V9(4).
         05  PI-TERM       PIC 9(3).
         05  PI-DAY        PIC 9(2).
         05  PI-LASTBILLED PIC 9(6).
         05  PI-ARREARS    PIC 9(3).
         05  PI-ARRFLAG    PIC X(01).
       01  TXN-IN-EOF-SWITCH PIC X VALUE "N".
         88  TXN-IN-EOF VALUE "Y".
       01  STALE-PAY-SWITCH PIC X VALUE "N".
         88  PAY-FILE-STALE VALUE "Y".
       01  RAWLIST-EOF-SWITCH PIC X VALUE "N".
         88  RAWLIST-EOF VALUE "Y".
       01  PAY-LISTED-SWITCH PIC X VALUE "N".
         88  PAY-LISTED VALUE "Y".
       01  TRAILER-TEXT PIC X(30)
           VALUE "Kontrollsatz Darlehenstilgung".
       01  ENTRY-DATE   PIC 9(8) VALUE 0.
       01  FOUND-SWITCH PIC X VALUE "N".
         88  ENTRY-FOUND VALUE "Y".
       01  FIELD-OK-SWITCH PIC X VALUE "N".
         88  FIELD-OK VALUE "Y".
       01  OPERATOR-ID   PIC X(08) VALUE SPACE.
       01  MENU-CHOICE   PIC X(01) VALUE SPACE.
         88  CHOICE-QUOTE    VALUE "Q" "q".
         88  CHOICE-REPAY    VALUE "T" "t".
         88  CHOICE-RESTRUCT VALUE "U" "u".
         88  CHOICE-PLAN     VALUE "P" "p".
         88  CHOICE-END      VALUE "E" "e".
       01  WORK-BANKID    PIC 9(5).
       01  WORK-ACCOUNTID PIC 9(10).
       01  AMOUNT-TEXT    PIC X(12).
       01  DATE-TEXT      PIC X(08).
       01  TERM-TEXT      PIC X(03).
       01  DAY-TEXT       PIC X(02).
       01  QUOTE-DATE     PIC 9(8) VALUE 0.
       01  BILLED-DATE-SPLIT.
         05  BILLED-YYYY  PIC 9(4).
         05  BILLED-MM    PIC 9(2).
         05  BILLED-DD    PIC 9(2).
       01  BILLED-DATE REDEFINES BILLED-DATE-SPLIT PIC 9(8).
       01  MONTH-LENGTH-TABLE.
         05  FILLER PIC X(24) VALUE "312831303130313130313031".
       01  MONTH-LENGTHS REDEFINES MONTH-LENGTH-TABLE.
         05  MONTH-LENGTH OCCURS 12 TIMES PIC 99.
       01  MONTH-MAX-DD   PIC 99.
       01  ACCRUAL-DAYS   PIC S9(5) VALUE 0.
       01  ACCRUED-INTEREST PIC 9(8)V99 VALUE 0.
       01  PAYOFF-AMOUNT  PIC 9(8)V99 VALUE 0.
       01  REPAY-AMOUNT   PIC 9(8)V99 VALUE 0.
       01  REPAY-INTEREST PIC 9(8)V99 VALUE 0.
       01  REPAY-PRINCIPAL PIC 9(8)V99 VALUE 0.
       01  NEW-TERM       PIC 9(3) VALUE 0.
       01  NEW-DAY        PIC 9(2) VALUE 0.
       01  OLD-BALANCE    PIC 9(8)V99 VALUE 0.
       01  AUDIT-ACTION   PIC X(08).
       01  PP-DISP PIC Z(7)9.99.
       01  IP-DISP PIC Z(7)9.99.
       01  SB-DISP PIC Z(7)9.99.
       01  DAYS-DISP PIC Z(4)9.
       01  PRINCIPAL-PART PIC 9(8)V99 VALUE 0.
       01  INTEREST-PART  PIC 9(8)V99 VALUE 0.
       01  SCHED-BALANCE  PIC S9(8)V99 VALUE 0.
       01  SCHED-MONTH    PIC 9(3) VALUE 0.
       01  SCHED-ORIGPRIN PIC 9(8)V99 VALUE 0.
       01  SCHED-TERM     PIC 9(3) VALUE 0.
       01  SCHED-DAY      PIC 9(2) VALUE 0.
       01  SCHED-TO-FILE-SWITCH PIC X VALUE "N".
         88  SCHED-TO-FILE VALUE "Y".
       01  REPORT-LINE PIC X(100).

       PROCEDURE DIVISION.
           OPEN EXTEND AUDIT-OUT
           IF AUDIT-OUT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-OUT
           END-IF
           OPEN EXTEND PENDING-OUT
           IF PENDING-OUT-FILE-STATUS NOT = "00"
               OPEN OUTPUT PENDING-OUT
           END-IF
           PERFORM LOAD-LOANS
           IF LOANS-TRUNCATED
               DISPLAY "*** loanmast.txt hat mehr als 500 Darlehen -"
                   " unvollstaendig geladen, Tilgungen werden"
                   " NICHT gespeichert ***"
           END-IF
           PERFORM SIGN-ON
           IF NOT SIGNON-OK
               DISPLAY "Anmeldung fehlgeschlagen - Ende."
               CLOSE AUDIT-OUT
               CLOSE PENDING-OUT
               GOBACK
           END-IF
           PERFORM UNTIL CHOICE-END
               DISPLAY "Funktion: Q=Abloesebetrag T=Tilgung "
                   "U=Umschuldung P=Plan E=Ende"
               ACCEPT MENU-CHOICE
               EVALUATE TRUE
                   WHEN CHOICE-QUOTE    PERFORM QUOTE-PAYOFF
                   WHEN CHOICE-REPAY    PERFORM BOOK-REPAYMENT
                   WHEN CHOICE-RESTRUCT PERFORM RESTRUCTURE-LOAN
                   WHEN CHOICE-PLAN     PERFORM SHOW-PLAN
                   WHEN CHOICE-END      CONTINUE
                   WHEN OTHER
                       DISPLAY "Unbekannte Funktion."
               END-EVALUATE
           END-PERFORM
           IF LOANS-CHANGED
               IF LOANS-TRUNCATED
                   DISPLAY "*** Bestand unvollstaendig geladen -"
                       " loanmast.txt bleibt unveraendert ***"
               ELSE
                   PERFORM SAVE-LOANS
               END-IF
           END-IF
           CLOSE AUDIT-OUT
           CLOSE PENDING-OUT
           DISPLAY "Darlehensbetreuung beendet, " LOAN-COUNT
               " Darlehen im Bestand."
           GOBACK.

       LOAD-LOANS SECTION.
           OPEN INPUT LOANMAST-IN
           IF LOANMAST-IN-FILE-STATUS NOT = "00"
               DISPLAY "Kein Darlehensbestand loanmast.txt."
               EXIT SECTION
           END-IF
           PERFORM UNTIL LOAN-EOF OR LOAN-COUNT >= 500
               READ LOANMAST-IN
                   AT END SET LOAN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO LOAN-COUNT
                       MOVE LOANMAST-IN-F TO LOAN-ENTRY(LOAN-COUNT)
               END-READ
           END-PERFORM
           IF NOT LOAN-EOF
               READ LOANMAST-IN
                   AT END SET LOAN-EOF TO TRUE
                   NOT AT END SET LOANS-TRUNCATED TO TRUE
               END-READ
           END-IF
           CLOSE LOANMAST-IN

           .
       SAVE-LOANS SECTION.
           OPEN OUTPUT LOANMAST-OUT
           PERFORM VARYING LOAN-IDX FROM 1 BY 1
               UNTIL LOAN-IDX > LOAN-COUNT
               MOVE LOAN-ENTRY(LOAN-IDX) TO LOANMAST-OUT-F
               WRITE LOANMAST-OUT-F
           END-PERFORM
           CLOSE LOANMAST-OUT

           .
       ACCEPT-KEY SECTION.
           DISPLAY "Bankleitzahl (5-stellig):"
           ACCEPT WORK-BANKID
           DISPLAY "Kontonummer des Zahlkontos (10-stellig):"
           ACCEPT WORK-ACCOUNTID

           .
       FIND-LOAN SECTION.
           MOVE "N" TO FOUND-SWITCH
           PERFORM VARYING LOAN-IDX FROM 1 BY 1
               UNTIL LOAN-IDX > LOAN-COUNT OR ENTRY-FOUND
               IF LO-BANKID(LOAN-IDX) = WORK-BANKID
                   AND LO-ACCOUNTID(LOAN-IDX) = WORK-ACCOUNTID
                   MOVE "Y" TO FOUND-SWITCH
               END-IF
           END-PERFORM
           IF ENTRY-FOUND
               SUBTRACT 1 FROM LOAN-IDX
           END-IF

           .
       SELECT-LOAN SECTION.
           PERFORM ACCEPT-KEY
           PERFORM FIND-LOAN
           IF NOT ENTRY-FOUND
               DISPLAY "Darlehen nicht gefunden."
               EXIT SECTION
           END-IF
           MOVE LO-BALANCE(LOAN-IDX) TO SB-DISP
           DISPLAY "Darlehen " LO-BANKID(LOAN-IDX) "/"
               LO-ACCOUNTID(LOAN-IDX) " Restschuld " SB-DISP
               " Satz " LO-RATE(LOAN-IDX)
               " Laufzeit " LO-TERM(LOAN-IDX)
               "M Ratentag " LO-DAY(LOAN-IDX)
               " berechnet bis " LO-LASTBILLED(LOAN-IDX)
           IF LO-ARRFLAG(LOAN-IDX) = "J"
               DISPLAY "  *** im Rueckstand, Zaehler "
                   LO-ARREARS(LOAN-IDX) " ***"
           END-IF

           .
       ACCEPT-QUOTE-DATE SECTION.
           MOVE "N" TO FIELD-OK-SWITCH
           PERFORM UNTIL FIELD-OK
               DISPLAY "Stichtag (JJJJMMTT):"
               ACCEPT DATE-TEXT
               IF DATE-TEXT IS NUMERIC
                   MOVE DATE-TEXT TO QUOTE-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(QUOTE-DATE) = 0
                       MOVE "Y" TO FIELD-OK-SWITCH
                   ELSE
                       DISPLAY "Kein gueltiges Datum."
                   END-IF
               ELSE
                   DISPLAY "Bitte JJJJMMTT eingeben."
               END-IF
           END-PERFORM

           .
       COMPUTE-PAYOFF SECTION.
      *    Zinslauf seit dem letzten Ratentermin: Monat aus
      *    LO-LASTBILLED, Tag = Ratentag auf die Monatslaenge
      *    gekappt. Ohne bisherige Rate ist kein Zinsbeginn bekannt;
      *    dann wird nur die Restschuld genannt.
           MOVE 0 TO ACCRUED-INTEREST
           MOVE 0 TO ACCRUAL-DAYS
           IF LO-LASTBILLED(LOAN-IDX) = 0
               DISPLAY "Hinweis: noch keine Rate berechnet - kein"
                   " Zinsbeginn bekannt, Zins 0."
           ELSE
               MOVE LO-LASTBILLED(LOAN-IDX) TO BILLED-DATE(1:6)
               MOVE MONTH-LENGTH(BILLED-MM) TO MONTH-MAX-DD
               IF BILLED-MM = 2
                   AND FUNCTION MOD(BILLED-YYYY, 4) = 0
                   AND (FUNCTION MOD(BILLED-YYYY, 100) NOT = 0
                       OR FUNCTION MOD(BILLED-YYYY, 400) = 0)
                   MOVE 29 TO MONTH-MAX-DD
               END-IF
               MOVE LO-DAY(LOAN-IDX) TO BILLED-DD
               IF BILLED-DD > MONTH-MAX-DD OR BILLED-DD = 0
                   MOVE MONTH-MAX-DD TO BILLED-DD
               END-IF
               COMPUTE ACCRUAL-DAYS =
                   FUNCTION INTEGER-OF-DATE(QUOTE-DATE)
                   - FUNCTION INTEGER-OF-DATE(BILLED-DATE)
               IF ACCRUAL-DAYS < 0
                   MOVE 0 TO ACCRUAL-DAYS
               END-IF
               COMPUTE ACCRUED-INTEREST ROUNDED =
                   LO-BALANCE(LOAN-IDX) * LO-RATE(LOAN-IDX)
                   * ACCRUAL-DAYS / 36500
           END-IF
           COMPUTE PAYOFF-AMOUNT =
               LO-BALANCE(LOAN-IDX) + ACCRUED-INTEREST

           .
       QUOTE-PAYOFF SECTION.
           PERFORM SELECT-LOAN
           IF NOT ENTRY-FOUND
               EXIT SECTION
           END-IF
           PERFORM ACCEPT-QUOTE-DATE
           PERFORM COMPUTE-PAYOFF
           MOVE LO-BALANCE(LOAN-IDX) TO PP-DISP
           MOVE ACCRUED-INTEREST TO IP-DISP
           MOVE PAYOFF-AMOUNT TO SB-DISP
           MOVE ACCRUAL-DAYS TO DAYS-DISP
           DISPLAY "Abloesung per " QUOTE-DATE ": Restschuld "
               PP-DISP " + Zins " IP-DISP " (" DAYS-DISP
               " Tage) = " SB-DISP
           MOVE PAYOFF-AMOUNT TO REPAY-AMOUNT
           MOVE LO-BALANCE(LOAN-IDX) TO OLD-BALANCE
           MOVE LO-TERM(LOAN-IDX) TO NEW-TERM
           MOVE LO-DAY(LOAN-IDX) TO NEW-DAY
           MOVE "QUOTE" TO AUDIT-ACTION
           PERFORM WRITE-LOAN-AUDIT

           .
       BOOK-REPAYMENT SECTION.
      *    Sondertilgung bis hoechstens zum Abloesebetrag; der Zins
      *    wird zuerst gedeckt. Bei voller Abloesung faellt die
      *    Restschuld auf 0 und der Ratenlauf uebergeht das Darlehen.
           PERFORM SELECT-LOAN
           IF NOT ENTRY-FOUND
               EXIT SECTION
           END-IF
           IF LO-BALANCE(LOAN-IDX) = 0
               DISPLAY "Darlehen ist bereits getilgt."
               EXIT SECTION
           END-IF
           PERFORM ACCEPT-QUOTE-DATE
           PERFORM COMPUTE-PAYOFF
           MOVE PAYOFF-AMOUNT TO SB-DISP
           DISPLAY "Abloesebetrag per " QUOTE-DATE ": " SB-DISP
           MOVE "N" TO FIELD-OK-SWITCH
           PERFORM UNTIL FIELD-OK
               DISPLAY "Tilgungsbetrag (leer = volle Abloesung):"
               ACCEPT AMOUNT-TEXT
               IF AMOUNT-TEXT = SPACE
                   MOVE PAYOFF-AMOUNT TO REPAY-AMOUNT
                   MOVE "Y" TO FIELD-OK-SWITCH
               ELSE
                   IF FUNCTION TEST-NUMVAL(AMOUNT-TEXT) = 0
                       AND FUNCTION NUMVAL(AMOUNT-TEXT) > 0
                       AND FUNCTION NUMVAL(AMOUNT-TEXT)
                           <= PAYOFF-AMOUNT
                       MOVE FUNCTION NUMVAL(AMOUNT-TEXT)
                           TO REPAY-AMOUNT
                       MOVE "Y" TO FIELD-OK-SWITCH
                   ELSE
                       DISPLAY "Betrag muss numerisch, > 0 und"
                           " hoechstens der Abloesebetrag sein."
                   END-IF
               END-IF
           END-PERFORM
           IF REPAY-AMOUNT > ACCRUED-INTEREST
               MOVE ACCRUED-INTEREST TO REPAY-INTEREST
           ELSE
               MOVE REPAY-AMOUNT TO REPAY-INTEREST
           END-IF
           COMPUTE REPAY-PRINCIPAL = REPAY-AMOUNT - REPAY-INTEREST
           MOVE LO-BALANCE(LOAN-IDX) TO OLD-BALANCE
           SUBTRACT REPAY-PRINCIPAL FROM LO-BALANCE(LOAN-IDX)
           SET LOANS-CHANGED TO TRUE
           PERFORM WRITE-REPAYMENT-TXN
           MOVE LO-TERM(LOAN-IDX) TO NEW-TERM
           MOVE LO-DAY(LOAN-IDX) TO NEW-DAY
           IF LO-BALANCE(LOAN-IDX) = 0
               MOVE "PAYOFF" TO AUDIT-ACTION
               DISPLAY "Darlehen vollstaendig abgeloest."
           ELSE
               MOVE "REPAY" TO AUDIT-ACTION
               MOVE LO-BALANCE(LOAN-IDX) TO SB-DISP
               DISPLAY "Sondertilgung gebucht, neue Restschuld "
                   SB-DISP
           END-IF
           PERFORM WRITE-LOAN-AUDIT
           PERFORM WRITE-SCHEDULE

           .
       WRITE-REPAYMENT-TXN SECTION.
      *    Einzelsatz plus eigener Kontrollsatz je Buchung; die
      *    Vorsortierung summiert die Kontrollsaetze je Bank.
           PERFORM CHECK-PAY-FILE-DAY
           IF PAY-FILE-STALE
               OPEN OUTPUT TXN-OUT
           ELSE
               OPEN EXTEND TXN-OUT
               IF TXN-OUT-FILE-STATUS NOT = "00"
                   OPEN OUTPUT TXN-OUT
               END-IF
           END-IF
           MOVE REPAY-PRINCIPAL TO PP-DISP
           MOVE REPAY-INTEREST TO IP-DISP
           MOVE SPACES TO TXN-OUT-F
           MOVE LO-BANKID(LOAN-IDX) TO TX-BANKID
           MOVE LO-ACCOUNTID(LOAN-IDX) TO TX-ACCOUNTID
           MOVE REPAY-AMOUNT TO TX-AMOUNT
           MOVE "D" TO TX-DRCR
           MOVE "EUR" TO TX-CURR-CODE
           IF LO-BALANCE(LOAN-IDX) = 0
               STRING "Darlehensabloesung Tilgung " PP-DISP
                   " Zins " IP-DISP
                   DELIMITED BY SIZE INTO TX-COMMENT
           ELSE
               STRING "Sondertilgung Tilgung " PP-DISP
                   " Zins " IP-DISP
                   DELIMITED BY SIZE INTO TX-COMMENT
           END-IF
           MOVE QUOTE-DATE TO TX-VALDATE
           WRITE TXN-OUT-F
           MOVE SPACES TO TXN-OUT-F
           MOVE LO-BANKID(LOAN-IDX) TO TX-BANKID
           MOVE 1 TO TX-ACCOUNTID
           MOVE REPAY-AMOUNT TO TX-AMOUNT
           MOVE "T" TO TX-DRCR
           MOVE "EUR" TO TX-CURR-CODE
           STRING TRAILER-TEXT DELIMITED BY SIZE
               ENTRY-DATE DELIMITED BY SIZE
               INTO TX-COMMENT
           MOVE 0 TO TX-VALDATE
           WRITE TXN-OUT-F
           CLOSE TXN-OUT
           PERFORM APPEND-TO-RAWLIST

           .
       CHECK-PAY-FILE-DAY SECTION.
      *    Traegt ein Kontrollsatz in loanpay.txt einen anderen
      *    Erfassungstag, hat der Abschluss die Datei schon gelesen:
      *    dann beginnt die Datei neu, sonst wuerden die Tilgungen
      *    des Vortags ein zweites Mal gebucht.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           MOVE DATETIME(1:8) TO ENTRY-DATE
           MOVE "N" TO STALE-PAY-SWITCH
           MOVE "N" TO TXN-IN-EOF-SWITCH
           OPEN INPUT TXN-IN
           IF TXN-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL TXN-IN-EOF OR PAY-FILE-STALE
               READ TXN-IN
                   AT END SET TXN-IN-EOF TO TRUE
                   NOT AT END
                       IF TI-DRCR = "T"
                           AND TI-COMMENT(31:8) NOT = ENTRY-DATE
                           SET PAY-FILE-STALE TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TXN-IN

           .
       APPEND-TO-RAWLIST SECTION.
      *    loanpay.txt fuer die Vorsortierung anmelden - nur einmal,
      *    sonst liefe die Datei doppelt in den Abschluss.
           MOVE "N" TO RAWLIST-EOF-SWITCH
           MOVE "N" TO PAY-LISTED-SWITCH
           OPEN INPUT RAWLIST-IN
           IF RAWLIST-IN-FILE-STATUS = "00"
               PERFORM UNTIL RAWLIST-EOF OR PAY-LISTED
                   READ RAWLIST-IN
                       AT END SET RAWLIST-EOF TO TRUE
                       NOT AT END
                           IF RAWLIST-IN-F = "loanpay.txt"
                               SET PAY-LISTED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RAWLIST-IN
           END-IF
           IF PAY-LISTED
               EXIT SECTION
           END-IF
           OPEN EXTEND RAWLIST-OUT
           IF RAWLIST-OUT-FILE-STATUS NOT = "00"
               OPEN OUTPUT RAWLIST-OUT
           END-IF
           MOVE "loanpay.txt" TO RAWLIST-OUT-F
           WRITE RAWLIST-OUT-F
           CLOSE RAWLIST-OUT

           .
       RESTRUCTURE-LOAN SECTION.
      *    Neue Restlaufzeit und/oder Ratentag; leer laesst den
      *    Wert stehen. Die lineare Tilgung setzt neu auf der
      *    Restschuld auf.
           PERFORM SELECT-LOAN
           IF NOT ENTRY-FOUND
               EXIT SECTION
           END-IF
           IF LO-BALANCE(LOAN-IDX) = 0
               DISPLAY "Darlehen ist getilgt - keine Umschuldung."
               EXIT SECTION
           END-IF
           IF PROPOSAL-COUNT >= 50
               DISPLAY "Zu viele Umschuldungen in dieser Sitzung."
               EXIT SECTION
           END-IF
           MOVE LO-TERM(LOAN-IDX) TO NEW-TERM
           MOVE LO-DAY(LOAN-IDX) TO NEW-DAY
           MOVE "N" TO FIELD-OK-SWITCH
           PERFORM UNTIL FIELD-OK
               DISPLAY "Neue Restlaufzeit in Monaten (leer = "
                   LO-TERM(LOAN-IDX) "):"
               ACCEPT TERM-TEXT
               IF TERM-TEXT = SPACE
                   MOVE "Y" TO FIELD-OK-SWITCH
               ELSE
                   IF FUNCTION TEST-NUMVAL(TERM-TEXT) = 0
                       AND FUNCTION NUMVAL(TERM-TEXT) > 0
                       MOVE FUNCTION NUMVAL(TERM-TEXT) TO NEW-TERM
                       MOVE "Y" TO FIELD-OK-SWITCH
                   ELSE
                       DISPLAY "Laufzeit muss eine Zahl > 0 sein."
                   END-IF
               END-IF
           END-PERFORM
           MOVE "N" TO FIELD-OK-SWITCH
           PERFORM UNTIL FIELD-OK
               DISPLAY "Neuer Ratentag 1-31 (leer = "
                   LO-DAY(LOAN-IDX) "):"
               ACCEPT DAY-TEXT
               IF DAY-TEXT = SPACE
                   MOVE "Y" TO FIELD-OK-SWITCH
               ELSE
                   IF FUNCTION TEST-NUMVAL(DAY-TEXT) = 0
                       AND FUNCTION NUMVAL(DAY-TEXT) >= 1
                       AND FUNCTION NUMVAL(DAY-TEXT) <= 31
                       MOVE FUNCTION NUMVAL(DAY-TEXT) TO NEW-DAY
                       MOVE "Y" TO FIELD-OK-SWITCH
                   ELSE
                       DISPLAY "Ratentag muss zwischen 1 und 31"
                           " liegen."
                   END-IF
               END-IF
           END-PERFORM
           IF NEW-TERM = LO-TERM(LOAN-IDX)
               AND NEW-DAY = LO-DAY(LOAN-IDX)
               DISPLAY "Keine Aenderung."
               EXIT SECTION
           END-IF
           MOVE LOAN-ENTRY(LOAN-IDX) TO PENDING-IMAGE
           MOVE LO-BALANCE(LOAN-IDX) TO PI-ORIGPRIN
           MOVE NEW-TERM TO PI-TERM
           MOVE NEW-DAY TO PI-DAY
           PERFORM WRITE-PENDING
           ADD 1 TO PROPOSAL-COUNT
           MOVE LOAN-IDX TO PR-LOAN-IDX(PROPOSAL-COUNT)
           MOVE NEW-TERM TO PR-TERM(PROPOSAL-COUNT)
           MOVE NEW-DAY TO PR-DAY(PROPOSAL-COUNT)
           MOVE LO-BALANCE(LOAN-IDX) TO OLD-BALANCE
           MOVE 0 TO REPAY-AMOUNT
           MOVE "RESTRUCT" TO AUDIT-ACTION
           PERFORM WRITE-LOAN-AUDIT
           PERFORM WRITE-SCHEDULE
           DISPLAY "Umschuldung zur Freigabe vorgemerkt, neuer Plan"
               " in loansched.txt."

           .
       SHOW-PLAN SECTION.
           PERFORM SELECT-LOAN
           IF NOT ENTRY-FOUND
               EXIT SECTION
           END-IF
           MOVE "N" TO SCHED-TO-FILE-SWITCH
           MOVE LO-ORIGPRIN(LOAN-IDX) TO SCHED-ORIGPRIN
           MOVE LO-TERM(LOAN-IDX) TO SCHED-TERM
           MOVE LO-DAY(LOAN-IDX) TO SCHED-DAY
           PERFORM WRITE-ONE-PLAN

           .
       WRITE-SCHEDULE SECTION.
      *    Tilgungsplaene aller Darlehen wie im Ratenlauf; fuer eine
      *    beantragte Umschuldung steht der neue Plan mit Vermerk.
           OPEN OUTPUT SCHED-OUT
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           MOVE SPACES TO SCHED-OUT-F
           STRING "Tilgungsplaene per " DATETIME(1:8)
               " (Darlehensbetreuung)"
               DELIMITED BY SIZE INTO SCHED-OUT-F
           WRITE SCHED-OUT-F
           SET SCHED-TO-FILE TO TRUE
           PERFORM VARYING LOAN-IDX FROM 1 BY 1
               UNTIL LOAN-IDX > LOAN-COUNT
               MOVE LO-ORIGPRIN(LOAN-IDX) TO SCHED-ORIGPRIN
               MOVE LO-TERM(LOAN-IDX) TO SCHED-TERM
               MOVE LO-DAY(LOAN-IDX) TO SCHED-DAY
               PERFORM VARYING PROPOSAL-IDX FROM 1 BY 1
                   UNTIL PROPOSAL-IDX > PROPOSAL-COUNT
                   IF PR-LOAN-IDX(PROPOSAL-IDX) = LOAN-IDX
                       MOVE LO-BALANCE(LOAN-IDX) TO SCHED-ORIGPRIN
                       MOVE PR-TERM(PROPOSAL-IDX) TO SCHED-TERM
                       MOVE PR-DAY(PROPOSAL-IDX) TO SCHED-DAY
                       MOVE SPACES TO REPORT-LINE
                       STRING "Umschuldung beantragt: Laufzeit "
                           PR-TERM(PROPOSAL-IDX) "M Ratentag "
                           PR-DAY(PROPOSAL-IDX)
                           " - gilt nach Freigabe"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE SCHED-OUT-F FROM REPORT-LINE
                   END-IF
               END-PERFORM
               PERFORM WRITE-ONE-PLAN
           END-PERFORM
           CLOSE SCHED-OUT
           MOVE "N" TO SCHED-TO-FILE-SWITCH

           .
       WRITE-ONE-PLAN SECTION.
      *    Monat fuer Monat Zins, Tilgung und neue Restschuld; in
      *    die Datei oder auf den Bildschirm.
           MOVE SPACES TO REPORT-LINE
           STRING "Darlehen " LO-BANKID(LOAN-IDX) "/"
               LO-ACCOUNTID(LOAN-IDX)
               " Restschuld " LO-BALANCE(LOAN-IDX)
               " Rueckstand " LO-ARREARS(LOAN-IDX)
               " " LO-ARRFLAG(LOAN-IDX)
               " Ratentag " SCHED-DAY
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-PLAN-LINE
           MOVE LO-BALANCE(LOAN-IDX) TO SCHED-BALANCE
           MOVE 0 TO SCHED-MONTH
           IF SCHED-TERM = 0
               EXIT SECTION
           END-IF
           PERFORM UNTIL SCHED-BALANCE <= 0
               OR SCHED-MONTH >= SCHED-TERM
               ADD 1 TO SCHED-MONTH
               COMPUTE PRINCIPAL-PART ROUNDED =
                   SCHED-ORIGPRIN / SCHED-TERM
               IF PRINCIPAL-PART > SCHED-BALANCE
                   MOVE SCHED-BALANCE TO PRINCIPAL-PART
               END-IF
               COMPUTE INTEREST-PART ROUNDED =
                   SCHED-BALANCE * LO-RATE(LOAN-IDX) / 1200
               SUBTRACT PRINCIPAL-PART FROM SCHED-BALANCE
               MOVE PRINCIPAL-PART TO PP-DISP
               MOVE INTEREST-PART TO IP-DISP
               MOVE SCHED-BALANCE TO SB-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "  Monat " SCHED-MONTH
                   " Tilgung " PP-DISP
                   " Zins " IP-DISP
                   " Rest " SB-DISP
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM EMIT-PLAN-LINE
           END-PERFORM

           .
       EMIT-PLAN-LINE SECTION.
           IF SCHED-TO-FILE
               WRITE SCHED-OUT-F FROM REPORT-LINE
           ELSE
               DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
           END-IF

           .
       WRITE-PENDING SECTION.
      *    Offener Aenderungssatz fuer das Vier-Augen-Prinzip:
      *    PUT ersetzt den Darlehenssatz mit gleichem Schluessel
      *    (Bank+Konto, 15 Stellen) erst nach Freigabe.
           MOVE SPACES TO PENDING-OUT-F
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           MOVE DATETIME TO PC-TIMESTAMP
           MOVE OPERATOR-ID TO PC-OPERATOR
           MOVE "loanmast.txt" TO PC-FILE
           MOVE "PUT" TO PC-ACTION
           MOVE 15 TO PC-KEYLEN
           MOVE PENDING-IMAGE TO PC-IMAGE
           MOVE 1 TO PC-KEYPOS
           WRITE PENDING-OUT-F

           .
       WRITE-LOAN-AUDIT SECTION.
           MOVE SPACES TO AUDIT-OUT-F
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           MOVE DATETIME TO AU-TIMESTAMP
           MOVE OPERATOR-ID TO AU-OPERATOR
           MOVE AUDIT-ACTION TO AU-ACTION
           MOVE LO-BANKID(LOAN-IDX) TO AU-BANKID
           MOVE LO-ACCOUNTID(LOAN-IDX) TO AU-ACCOUNTID
           MOVE REPAY-AMOUNT TO AU-AMOUNT
           MOVE LO-TERM(LOAN-IDX) TO AU-OLD-TERM
           MOVE NEW-TERM TO AU-NEW-TERM
           MOVE LO-DAY(LOAN-IDX) TO AU-OLD-DAY
           MOVE NEW-DAY TO AU-NEW-DAY
           MOVE OLD-BALANCE TO AU-OLD-BALANCE
           MOVE LO-BALANCE(LOAN-IDX) TO AU-NEW-BALANCE
           WRITE AUDIT-OUT-F

           .
       LOAD-OPERATORS SECTION.
           OPEN INPUT OPERATORS-IN
           IF OPERATORS-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           SET OPERS-LOADED TO TRUE
           PERFORM UNTIL OPER-EOF OR OPER-COUNT >= 100
               READ OPERATORS-IN
                   AT END SET OPER-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO OPER-COUNT
                       MOVE OPERATORS-IN-F TO OPER-ENTRY(OPER-COUNT)
               END-READ
           END-PERFORM
           CLOSE OPERATORS-IN

           .
       SIGN-ON SECTION.
      *    Drei Versuche; nur aktive Kennungen kommen durch, die
      *    Rolle steuert die Berechtigungen der Dialogfunktionen.
           PERFORM LOAD-OPERATORS
           IF NOT OPERS-LOADED
               DISPLAY "Bediener-Kennung:"
               ACCEPT OPERATOR-ID
               SET SIGNON-OK TO TRUE
               EXIT SECTION
           END-IF
           PERFORM UNTIL SIGNON-OK OR SIGNON-TRIES >= 3
               ADD 1 TO SIGNON-TRIES
               DISPLAY "Anmeldung - Bediener-Kennung:"
               ACCEPT OPERATOR-ID
               PERFORM VARYING OPER-IDX FROM 1 BY 1
                   UNTIL OPER-IDX > OPER-COUNT OR SIGNON-OK
                   IF OPR-ID(OPER-IDX) = OPERATOR-ID
                       IF OPR-ACTIVE(OPER-IDX) = "A"
                           SET SIGNON-OK TO TRUE
                           MOVE OPR-ROLE(OPER-IDX) TO OPERATOR-ROLE
                           DISPLAY "Angemeldet: "
                               FUNCTION TRIM(OPR-NAME(OPER-IDX))
                       ELSE
                           DISPLAY "Kennung ist gesperrt."
                           MOVE 3 TO SIGNON-TRIES
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT SIGNON-OK AND SIGNON-TRIES < 3
                   DISPLAY "Kennung unbekannt."
               END-IF
           END-PERFORM

           .
