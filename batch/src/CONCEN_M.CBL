       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CONCEN_M.
      *****************************************************************
      * Kundenkonzentration / Grossengagements: fasst je Kunde alle
      * ueber custlink.txt verbundenen Positionen bankuebergreifend
      * in EUR-Gegenwert zusammen - Kontosalden aus extract.txt
      * (ACCOUNT-Saetze, je Waehrung), Festgelder aus depmast.txt
      * und Darlehen aus loanmast.txt. Guthaben und Festgelder sind
      * Einlagen, Sollsalden und Darlehensrestschuld sind Engagement.
      * Fremdwaehrungen werden zum Kurs aus fxrates.txt umgerechnet;
      * eine Waehrung ohne Kurs geht wie im Tagesabschluss mit Kurs
      * 1 ein und wird im Bericht gezaehlt (RETURN-CODE 4). Ein
      * Gemeinschaftskonto zaehlt bei jedem verbundenen Kunden voll.
      * Markiert werden Kunden, deren Einlagen einen Anteil an den
      * Gesamteinlagen ueberschreiten oder deren Einlagen bzw.
      * Engagement einen festen Betrag erreichen (concconfig.txt:
      * Zeile 1 Anteil in Prozent, Zeile 2 Betrag; Standard 5.00 %
      * und 1000000.00). Positionen ohne Kundenzuordnung werden
      * gesondert summiert. Bericht: concrpt.txt.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-IN ASSIGN TO "extract.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-IN-FILE-STATUS.
           SELECT DEPMAST-IN ASSIGN TO "depmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPMAST-IN-FILE-STATUS.
           SELECT LOANMAST-IN ASSIGN TO "loanmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOANMAST-IN-FILE-STATUS.
           SELECT CUSTMAST-IN ASSIGN TO "custmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTMAST-IN-FILE-STATUS.
           SELECT CUSTLINK-IN ASSIGN TO "custlink.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTLINK-IN-FILE-STATUS.
           SELECT FXRATES-IN ASSIGN TO "fxrates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXRATES-IN-FILE-STATUS.
           SELECT CONFIG-IN ASSIGN TO "concconfig.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIG-IN-FILE-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-IN-FILE-STATUS.
           SELECT REPORT-OUT ASSIGN TO "concrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EXTRACT-IN.
       01  EXTRACT-IN-F.
         05  EX-RECTYPE    PIC X(10).
         05  EX-BANKID     PIC 9(5).
         05  EX-ACCOUNTID  PIC 9(10).
         05  EX-CURRENCY   PIC X(03).
         05  EX-AMOUNT     PIC S9(8)V99 SIGN IS LEADING SEPARATE.
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
         05  CL-BANKID-F    PIC 9(5).
         05  CL-ACCOUNTID-F PIC 9(10).
       FD FXRATES-IN.
       01  FXRATES-IN-F.
         05  FX-CODE-F PIC X(03).
         05  FX-RATE-F PIC 9(4)V9(6).
       FD CONFIG-IN.
       01  CONFIG-IN-F PIC 9(8)V99.
       FD BUSDATE-IN.
       01  BUSDATE-IN-F PIC 9(8).
       FD REPORT-OUT.
       01  REPORT-OUT-F PIC X(120).
       WORKING-STORAGE SECTION.
       01  EXTRACT-IN-FILE-STATUS  PIC X(02).
       01  DEPMAST-IN-FILE-STATUS  PIC X(02).
       01  LOANMAST-IN-FILE-STATUS PIC X(02).
       01  CUSTMAST-IN-FILE-STATUS PIC X(02).
       01  CUSTLINK-IN-FILE-STATUS PIC X(02).
       01  FXRATES-IN-FILE-STATUS  PIC X(02).
       01  CONFIG-IN-FILE-STATUS   PIC X(02).
       01  BUSDATE-IN-FILE-STATUS  PIC X(02).
       01  REPORT-OUT-FILE-STATUS  PIC X(02).
       01  LOAD-EOF-SWITCH PIC X VALUE "N".
         88  LOAD-EOF VALUE "Y".
       01  RUN-DATE-DATA.
         05  SYS-DATE  PIC 9(8).
         05  FILLER    PIC X(13).
       01  RUN-DATE    PIC 9(8) VALUE 0.
       01  SHARE-LIMIT  PIC 9(8)V99 VALUE 5.00.
       01  AMOUNT-LIMIT PIC 9(8)V99 VALUE 1000000.00.
      * Kundenstamm mit den Summen je Kunde (EUR-Gegenwert).
       01  KD-TABLE.
         05  KD-ENTRY OCCURS 1000 TIMES.
           10  KD-CUSTID   PIC 9(8).
           10  KD-NAME     PIC X(30).
           10  KD-DEPOSITS PIC 9(12)V99.
           10  KD-EXPOSURE PIC 9(12)V99.
           10  KD-POSITIONS PIC 9(04).
           10  KD-FLAG     PIC X(12).
       01  KD-COUNT PIC 9(04) VALUE 0.
       01  KD-IDX   PIC 9(04).
       01  LINK-TABLE.
         05  LINK-ENTRY OCCURS 2000 TIMES.
           10  LT-CUSTID    PIC 9(8).
           10  LT-BANKID    PIC 9(5).
           10  LT-ACCOUNTID PIC 9(10).
       01  LINK-COUNT PIC 9(04) VALUE 0.
       01  LINK-IDX   PIC 9(04).
       01  FX-TABLE.
         05  FX-ENTRY OCCURS 50 TIMES.
           10  FX-CODE PIC X(03).
           10  FX-RATE PIC 9(4)V9(6).
       01  FX-COUNT PIC 9(02) VALUE 0.
       01  FX-IDX   PIC 9(02).
       01  FX-FOUND-SWITCH PIC X VALUE "N".
         88  FX-FOUND VALUE "Y".
      * Position in Arbeit: Bank/Konto, Betrag in EUR, Art.
       01  POS-BANKID    PIC 9(5) VALUE 0.
       01  POS-ACCOUNTID PIC 9(10) VALUE 0.
       01  POS-CURRENCY  PIC X(03) VALUE SPACE.
       01  POS-AMOUNT    PIC S9(8)V99 VALUE 0.
       01  POS-EUR       PIC S9(12)V99 VALUE 0.
       01  POS-KIND-SWITCH PIC X VALUE "D".
         88  POS-IS-DEPOSIT  VALUE "D".
         88  POS-IS-EXPOSURE VALUE "E".
       01  POS-LINKED-SWITCH PIC X VALUE "N".
         88  POS-LINKED VALUE "Y".
       01  TOTAL-DEPOSITS    PIC 9(12)V99 VALUE 0.
       01  TOTAL-EXPOSURE    PIC 9(12)V99 VALUE 0.
       01  UNLINKED-DEPOSITS PIC 9(12)V99 VALUE 0.
       01  UNLINKED-EXPOSURE PIC 9(12)V99 VALUE 0.
       01  UNLINKED-COUNT    PIC 9(06) VALUE 0.
       01  UNRATED-COUNT     PIC 9(06) VALUE 0.
       01  ACCOUNT-COUNT     PIC 9(06) VALUE 0.
       01  DEPOSIT-COUNT     PIC 9(06) VALUE 0.
       01  LOAN-COUNT        PIC 9(06) VALUE 0.
       01  FLAGGED-COUNT     PIC 9(04) VALUE 0.
       01  CUST-SHARE        PIC 9(3)V99 VALUE 0.
       01  TRUNCATED-SWITCH PIC X VALUE "N".
         88  TABLES-TRUNCATED VALUE "Y".
       01  REPORT-LINE PIC X(120).
       01  RL-DEPOSITS PIC Z(11)9.99.
       01  RL-EXPOSURE PIC Z(11)9.99.
       01  RL-SHARE    PIC ZZ9.99.
       01  RL-LIMIT    PIC Z(7)9.99.
       01  RL-COUNT    PIC Z(5)9.

      * Pruefung des CONTROL-Abschluss-Satzes im Extract.
       01  VFY-EOF-SWITCH PIC X VALUE "N".
         88  VFY-EOF VALUE "Y".
       01  VFY-CONTROL-SWITCH PIC X VALUE "N".
         88  VFY-CONTROL-SEEN VALUE "Y".
       01  VFY-BAD-SWITCH PIC X VALUE "N".
         88  EXTRACT-BAD VALUE "Y".
       01  VFY-COUNT PIC 9(10) VALUE 0.
       01  VFY-HASH  PIC 9(8)V99 VALUE 0.
       01  VFY-STATED-COUNT PIC 9(10) VALUE 0.
       01  VFY-STATED-HASH  PIC 9(8)V99 VALUE 0.

       PROCEDURE DIVISION.
           PERFORM LOAD-RUN-DATE
           PERFORM LOAD-CONFIG
           PERFORM LOAD-CUSTOMERS
           PERFORM LOAD-LINKS
           IF KD-COUNT = 0 OR LINK-COUNT = 0
               DISPLAY "*** Kein Kundenstamm custmast.txt bzw. keine"
                   " Kontozuordnung custlink.txt - kein Bericht ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VERIFY-EXTRACT-TRAILER
           IF EXTRACT-BAD
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-FX-RATES
           PERFORM READ-ACCOUNT-BALANCES
           PERFORM READ-TERM-DEPOSITS
           PERFORM READ-LOANS
           PERFORM FLAG-CUSTOMERS
           PERFORM WRITE-REPORT
           IF UNRATED-COUNT > 0 OR TABLES-TRUNCATED
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Kundenkonzentration: " KD-COUNT " Kunden, "
               FLAGGED-COUNT " markiert, " UNLINKED-COUNT
               " Positionen ohne Kunde."
           GOBACK.

       LOAD-RUN-DATE SECTION.
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

           .
       LOAD-CONFIG SECTION.
           OPEN INPUT CONFIG-IN
           IF CONFIG-IN-FILE-STATUS = "00"
               READ CONFIG-IN
                   NOT AT END MOVE CONFIG-IN-F TO SHARE-LIMIT
               END-READ
               READ CONFIG-IN
                   NOT AT END MOVE CONFIG-IN-F TO AMOUNT-LIMIT
               END-READ
               CLOSE CONFIG-IN
           END-IF

           .
       LOAD-CUSTOMERS SECTION.
           OPEN INPUT CUSTMAST-IN
           IF CUSTMAST-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ CUSTMAST-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF KD-COUNT >= 1000
                           SET TABLES-TRUNCATED TO TRUE
                           SET LOAD-EOF TO TRUE
                       ELSE
                           ADD 1 TO KD-COUNT
                           MOVE CU-CUSTID-F TO KD-CUSTID(KD-COUNT)
                           MOVE CU-NAME-F TO KD-NAME(KD-COUNT)
                           MOVE 0 TO KD-DEPOSITS(KD-COUNT)
                           MOVE 0 TO KD-EXPOSURE(KD-COUNT)
                           MOVE 0 TO KD-POSITIONS(KD-COUNT)
                           MOVE SPACES TO KD-FLAG(KD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTMAST-IN

           .
       LOAD-LINKS SECTION.
           OPEN INPUT CUSTLINK-IN
           IF CUSTLINK-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ CUSTLINK-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF LINK-COUNT >= 2000
                           SET TABLES-TRUNCATED TO TRUE
                           SET LOAD-EOF TO TRUE
                       ELSE
                           ADD 1 TO LINK-COUNT
                           MOVE CUSTLINK-IN-F TO LINK-ENTRY(LINK-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTLINK-IN

           .
       LOAD-FX-RATES SECTION.
           OPEN INPUT FXRATES-IN
           IF FXRATES-IN-FILE-STATUS NOT = "00"
               DISPLAY "Keine Kursdatei fxrates.txt."
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF OR FX-COUNT >= 50
               READ FXRATES-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO FX-COUNT
                       MOVE FX-CODE-F TO FX-CODE(FX-COUNT)
                       MOVE FX-RATE-F TO FX-RATE(FX-COUNT)
               END-READ
           END-PERFORM
           CLOSE FXRATES-IN

           .
       READ-ACCOUNT-BALANCES SECTION.
      *    Guthaben = Einlage, Sollsaldo = Engagement (Dispo).
           MOVE "N" TO LOAD-EOF-SWITCH
           OPEN INPUT EXTRACT-IN
           IF EXTRACT-IN-FILE-STATUS NOT = "00"
               DISPLAY "Kein extract.txt - keine Kontosalden."
               EXIT SECTION
           END-IF
           PERFORM UNTIL LOAD-EOF
               READ EXTRACT-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF EX-RECTYPE = "ACCOUNT" AND EX-AMOUNT NOT = 0
                           ADD 1 TO ACCOUNT-COUNT
                           MOVE EX-BANKID TO POS-BANKID
                           MOVE EX-ACCOUNTID TO POS-ACCOUNTID
                           MOVE EX-CURRENCY TO POS-CURRENCY
                           MOVE EX-AMOUNT TO POS-AMOUNT
                           PERFORM CONVERT-TO-EUR
                           IF POS-EUR < 0
                               SET POS-IS-EXPOSURE TO TRUE
                               COMPUTE POS-EUR = 0 - POS-EUR
                           ELSE
                               SET POS-IS-DEPOSIT TO TRUE
                           END-IF
                           PERFORM ASSIGN-POSITION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXTRACT-IN

           .
       READ-TERM-DEPOSITS SECTION.
      *    Festgelder werden in EUR gefuehrt.
           MOVE "N" TO LOAD-EOF-SWITCH
           OPEN INPUT DEPMAST-IN
           IF DEPMAST-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL LOAD-EOF
               READ DEPMAST-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF DP-PRINCIPAL-F > 0
                           ADD 1 TO DEPOSIT-COUNT
                           MOVE DP-BANKID-F TO POS-BANKID
                           MOVE DP-ACCOUNTID-F TO POS-ACCOUNTID
                           MOVE DP-PRINCIPAL-F TO POS-EUR
                           SET POS-IS-DEPOSIT TO TRUE
                           PERFORM ASSIGN-POSITION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPMAST-IN

           .
       READ-LOANS SECTION.
      *    Darlehen werden in EUR gefuehrt; Engagement = Restschuld.
           MOVE "N" TO LOAD-EOF-SWITCH
           OPEN INPUT LOANMAST-IN
           IF LOANMAST-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL LOAD-EOF
               READ LOANMAST-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF LN-BALANCE-F > 0
                           ADD 1 TO LOAN-COUNT
                           MOVE LN-BANKID-F TO POS-BANKID
                           MOVE LN-ACCOUNTID-F TO POS-ACCOUNTID
                           MOVE LN-BALANCE-F TO POS-EUR
                           SET POS-IS-EXPOSURE TO TRUE
                           PERFORM ASSIGN-POSITION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOANMAST-IN

           .
       CONVERT-TO-EUR SECTION.
      *    Ohne Kurs (und fuer EUR) gilt Kurs 1; fehlende Kurse
      *    werden gezaehlt.
           IF POS-CURRENCY = "EUR" OR POS-CURRENCY = SPACE
               MOVE POS-AMOUNT TO POS-EUR
               EXIT SECTION
           END-IF
           MOVE "N" TO FX-FOUND-SWITCH
           PERFORM VARYING FX-IDX FROM 1 BY 1
               UNTIL FX-IDX > FX-COUNT OR FX-FOUND
               IF FX-CODE(FX-IDX) = POS-CURRENCY
                   SET FX-FOUND TO TRUE
                   COMPUTE POS-EUR ROUNDED =
                       POS-AMOUNT * FX-RATE(FX-IDX)
               END-IF
           END-PERFORM
           IF NOT FX-FOUND
               ADD 1 TO UNRATED-COUNT
               DISPLAY "*** Kein Kurs fuer " POS-CURRENCY
                   " - Konto " POS-BANKID "/" POS-ACCOUNTID
                   " mit Kurs 1 ***"
               MOVE POS-AMOUNT TO POS-EUR
           END-IF

           .
       ASSIGN-POSITION SECTION.
      *    Die Position zaehlt bei jedem Kunden, mit dem Bank/Konto
      *    in custlink.txt verbunden ist.
           IF POS-IS-DEPOSIT
               ADD POS-EUR TO TOTAL-DEPOSITS
           ELSE
               ADD POS-EUR TO TOTAL-EXPOSURE
           END-IF
           MOVE "N" TO POS-LINKED-SWITCH
           PERFORM VARYING LINK-IDX FROM 1 BY 1
               UNTIL LINK-IDX > LINK-COUNT
               IF LT-BANKID(LINK-IDX) = POS-BANKID
                   AND LT-ACCOUNTID(LINK-IDX) = POS-ACCOUNTID
                   PERFORM VARYING KD-IDX FROM 1 BY 1
                       UNTIL KD-IDX > KD-COUNT
                       IF KD-CUSTID(KD-IDX) = LT-CUSTID(LINK-IDX)
                           SET POS-LINKED TO TRUE
                           ADD 1 TO KD-POSITIONS(KD-IDX)
                           IF POS-IS-DEPOSIT
                               ADD POS-EUR TO KD-DEPOSITS(KD-IDX)
                           ELSE
                               ADD POS-EUR TO KD-EXPOSURE(KD-IDX)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF NOT POS-LINKED
               ADD 1 TO UNLINKED-COUNT
               IF POS-IS-DEPOSIT
                   ADD POS-EUR TO UNLINKED-DEPOSITS
               ELSE
                   ADD POS-EUR TO UNLINKED-EXPOSURE
               END-IF
           END-IF

           .
       FLAG-CUSTOMERS SECTION.
           PERFORM VARYING KD-IDX FROM 1 BY 1
               UNTIL KD-IDX > KD-COUNT
               IF TOTAL-DEPOSITS > 0
                   AND KD-DEPOSITS(KD-IDX) * 100 >
                       TOTAL-DEPOSITS * SHARE-LIMIT
                   MOVE "ANTEIL" TO KD-FLAG(KD-IDX)
               END-IF
               IF KD-DEPOSITS(KD-IDX) >= AMOUNT-LIMIT
                   OR KD-EXPOSURE(KD-IDX) >= AMOUNT-LIMIT
                   IF KD-FLAG(KD-IDX) = SPACE
                       MOVE "BETRAG" TO KD-FLAG(KD-IDX)
                   ELSE
                       MOVE "ANTEIL+BETR." TO KD-FLAG(KD-IDX)
                   END-IF
               END-IF
               IF KD-FLAG(KD-IDX) NOT = SPACE
                   ADD 1 TO FLAGGED-COUNT
               END-IF
           END-PERFORM

           .
       WRITE-REPORT SECTION.
           OPEN OUTPUT REPORT-OUT
           MOVE SPACES TO REPORT-LINE
           STRING "Kundenkonzentration / Grossengagements Stichtag "
               RUN-DATE " (EUR-Gegenwert)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE SHARE-LIMIT TO RL-SHARE
           MOVE AMOUNT-LIMIT TO RL-LIMIT
           MOVE SPACES TO REPORT-LINE
           STRING "Schwellen: Anteil an Gesamteinlagen ueber "
               RL-SHARE " %, Betrag ab " RL-LIMIT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE SPACES TO REPORT-OUT-F
           WRITE REPORT-OUT-F
           PERFORM VARYING KD-IDX FROM 1 BY 1
               UNTIL KD-IDX > KD-COUNT
               IF KD-POSITIONS(KD-IDX) > 0
                   PERFORM WRITE-CUSTOMER-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-OUT-F
           WRITE REPORT-OUT-F
           MOVE SPACES TO REPORT-LINE
           MOVE FLAGGED-COUNT TO RL-COUNT
           STRING "Markierte Kunden: " RL-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           PERFORM VARYING KD-IDX FROM 1 BY 1
               UNTIL KD-IDX > KD-COUNT
               IF KD-FLAG(KD-IDX) NOT = SPACE
                   PERFORM WRITE-CUSTOMER-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-OUT-F
           WRITE REPORT-OUT-F
           MOVE TOTAL-DEPOSITS TO RL-DEPOSITS
           MOVE TOTAL-EXPOSURE TO RL-EXPOSURE
           MOVE SPACES TO REPORT-LINE
           STRING "Gesamt Einlagen " RL-DEPOSITS
               " Engagement " RL-EXPOSURE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE UNLINKED-DEPOSITS TO RL-DEPOSITS
           MOVE UNLINKED-EXPOSURE TO RL-EXPOSURE
           MOVE UNLINKED-COUNT TO RL-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Ohne Kunde: " RL-COUNT " Positionen, Einlagen "
               RL-DEPOSITS " Engagement " RL-EXPOSURE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Gelesen: " ACCOUNT-COUNT " Kontosalden, "
               DEPOSIT-COUNT " Festgelder, " LOAN-COUNT " Darlehen"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           IF UNRATED-COUNT > 0
               MOVE UNRATED-COUNT TO RL-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "*** " RL-COUNT " Kontosalden ohne Kurs mit"
                   " Kurs 1 umgerechnet ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-OUT-F FROM REPORT-LINE
           END-IF
           IF TABLES-TRUNCATED
               MOVE "*** Kundenstamm oder Kontozuordnung gekuerzt -"
                   & " Bericht unvollstaendig ***" TO REPORT-OUT-F
               WRITE REPORT-OUT-F
           END-IF
           CLOSE REPORT-OUT

           .
       WRITE-CUSTOMER-LINE SECTION.
           MOVE 0 TO CUST-SHARE
           IF TOTAL-DEPOSITS > 0
               COMPUTE CUST-SHARE ROUNDED =
                   KD-DEPOSITS(KD-IDX) * 100 / TOTAL-DEPOSITS
           END-IF
           MOVE KD-DEPOSITS(KD-IDX) TO RL-DEPOSITS
           MOVE KD-EXPOSURE(KD-IDX) TO RL-EXPOSURE
           MOVE CUST-SHARE TO RL-SHARE
           MOVE SPACES TO REPORT-LINE
           STRING "Kunde " KD-CUSTID(KD-IDX) " " KD-NAME(KD-IDX)
               " Einl. " RL-DEPOSITS
               " Eng. " RL-EXPOSURE
               " " RL-SHARE " % " KD-FLAG(KD-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE

           .
       VERIFY-EXTRACT-TRAILER SECTION.
      *    Der Extract endet mit einem CONTROL-Satz (Satzanzahl und
      *    Betrags-Pruefsumme, Summe der Absolutbetraege modulo
      *    100000000); eine abgeschnittene oder zu frueh gegriffene
      *    Datei wird mit Meldung verweigert.
           MOVE "N" TO VFY-EOF-SWITCH
           MOVE "N" TO VFY-CONTROL-SWITCH
           MOVE "N" TO VFY-BAD-SWITCH
           MOVE 0 TO VFY-COUNT
           MOVE 0 TO VFY-HASH
           OPEN INPUT EXTRACT-IN
           IF EXTRACT-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL VFY-EOF
               READ EXTRACT-IN
                   AT END SET VFY-EOF TO TRUE
                   NOT AT END
                       IF EX-RECTYPE = "CONTROL"
                           SET VFY-CONTROL-SEEN TO TRUE
                           MOVE EX-ACCOUNTID TO VFY-STATED-COUNT
                           MOVE EX-AMOUNT TO VFY-STATED-HASH
                       ELSE
                           ADD 1 TO VFY-COUNT
                           COMPUTE VFY-HASH = FUNCTION MOD(VFY-HASH
                               + FUNCTION ABS(EX-AMOUNT), 100000000)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXTRACT-IN
           IF NOT VFY-CONTROL-SEEN
               DISPLAY "*** Extract ohne CONTROL-Abschluss-Satz -"
                   " Datei verweigert ***"
               SET EXTRACT-BAD TO TRUE
               EXIT SECTION
           END-IF
           IF VFY-COUNT NOT = VFY-STATED-COUNT
               OR VFY-HASH NOT = VFY-STATED-HASH
               DISPLAY "*** Extract-Abschluss-Satz stimmt nicht -"
                   " Datei verweigert ***"
               SET EXTRACT-BAD TO TRUE
           END-IF

           .
