       IDENTIFICATION DIVISION.
       PROGRAM-ID.  VALCORR_M.
      *****************************************************************
      * Zinskorrektur fuer rueckvalutierte Buchungen: der Tages-
      * abschluss bucht Saetze mit Valuta vor dem Geschaeftstag mit
      * dem heutigen Tag, und der Zinslauf grenzt sie ab heute ab.
      * Dieses Programm sucht im Laufprotokoll runaudit.txt des
      * Geschaeftstags die gebuchten Saetze (Disposition POSTED),
      * liest sie aus ihrer Eingabedatei nach und rechnet fuer jede
      * Buchung mit Valuta vor dem Geschaeftstag die Zinsdifferenz
      * von der Valuta bis zum Vortag der Buchung, Tag fuer Tag mit
      * dem an diesem Tag gueltigen Satz (act/365 wie im Zinslauf):
      *   - Einzelkondition aus acctrate.txt, wenn am Tag gueltig;
      *   - sonst das Band der Zinsstaffel aus ratetier.txt, in
      *     dem der Saldo liegt (Staffeln haben keine Historie, es
      *     gilt die aktuelle Staffel);
      *   - sonst der Banksatz, wie er an dem Tag galt: die letzte
      *     vor oder an dem Tag freigegebene Aenderung an rates.txt
      *     aus dualaudit.txt, ohne solche Aenderung der aktuelle
      *     Satz aus rates.txt (mit * markiert, wenn erst spaeter
      *     geaendert wurde und der alte Satz damit unbekannt ist).
      * Haben- oder Sollzins richtet sich nach dem Schlusssaldo des
      * Kontos aus extract.txt. Die Differenz geht je Konto als
      * eigene Korrekturzeile (Art K) nach accrual.txt und wird vom
      * Zinslauf am Ultimo als eigene Buchung kapitalisiert. Jede
      * Korrektur steht im Bericht valcorr.txt; das Journal
      * valjour.txt haelt die korrigierten Protokollsaetze fest,
      * damit ein Wiederholungslauf nichts doppelt abgrenzt.
      * Freigegebene Uebertragssaetze (holdover.txt) sind hier nicht
      * mehr nachlesbar und bleiben aussen vor.
      * RETURN-CODE 4, wenn Saetze nicht nachgelesen oder keinem
      * Konto im Extract zugeordnet werden konnten.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE-IN ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-IN-FILE-STATUS.
           SELECT RUNAUDIT-IN ASSIGN TO "runaudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNAUDIT-IN-FILE-STATUS.
           SELECT TRANSACTION-IN ASSIGN TO TRANSACTION-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-IN-FILE-STATUS.
           SELECT EXTRACT-IN ASSIGN TO "extract.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-IN-FILE-STATUS.
           SELECT RATES-IN ASSIGN TO "rates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATES-IN-FILE-STATUS.
           SELECT RATETIER-IN ASSIGN TO "ratetier.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATETIER-IN-FILE-STATUS.
           SELECT ACCTRATE-IN ASSIGN TO "acctrate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCTRATE-IN-FILE-STATUS.
           SELECT DUALAUDIT-IN ASSIGN TO "dualaudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DUALAUDIT-IN-FILE-STATUS.
           SELECT ACCRUAL-IN ASSIGN TO "accrual.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCRUAL-IN-FILE-STATUS.
           SELECT ACCRUAL-OUT ASSIGN TO "accrual.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCRUAL-OUT-FILE-STATUS.
           SELECT JOURNAL-IN ASSIGN TO "valjour.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-IN-FILE-STATUS.
           SELECT JOURNAL-OUT ASSIGN TO "valjour.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-OUT-FILE-STATUS.
           SELECT REPORT-OUT ASSIGN TO "valcorr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BUSDATE-IN.
       01  BUSDATE-IN-F PIC 9(8).
       FD RUNAUDIT-IN.
       01  RUNAUDIT-IN-F.
         05  AD-KEY-F.
           10  AD-RUNDATE-F PIC 9(8).
           10  FILLER       PIC X(01).
           10  AD-RUNSEQ-F  PIC 9(6).
           10  FILLER       PIC X(01).
           10  AD-FILE-F    PIC X(40).
           10  FILLER       PIC X(01).
           10  AD-RECNO-F   PIC 9(8).
         05  FILLER         PIC X(01).
         05  AD-DISPOSITION-F PIC X(20).
       FD TRANSACTION-IN.
       01  TRANSACTION-F.
         05  BANKID-F    PIC 9(5).
         05  ACCOUNTID-F PIC 9(10).
         05  AMOUNT-F    PIC Z(7)9V99.
         05  DRCR-F      PIC X(01).
         05  CURR-CODE-F PIC X(03).
         05  COMMENT-F   PIC X(55).
         05  VALDATE-F   PIC 9(8).
       FD EXTRACT-IN.
       01  EXTRACT-IN-F.
         05  EX-RECTYPE    PIC X(10).
         05  EX-BANKID     PIC 9(5).
         05  EX-ACCOUNTID  PIC 9(10).
         05  EX-CURRENCY   PIC X(03).
         05  EX-AMOUNT     PIC S9(8)V99 SIGN IS LEADING SEPARATE.
       FD RATES-IN.
       01  RATES-IN-F.
         05  RA-BANKID-F   PIC 9(5).
         05  RA-CREDIT-F   PIC 9(2)V9(4).
         05  RA-DEBIT-F    PIC 9(2)V9(4).
       FD RATETIER-IN.
       01  RATETIER-IN-F.
         05  RT-BANKID-F   PIC 9(5).
         05  RT-FLOOR-F    PIC 9(10)V99.
         05  RT-CREDIT-F   PIC 9(2)V9(4).
         05  RT-DEBIT-F    PIC 9(2)V9(4).
       FD ACCTRATE-IN.
       01  ACCTRATE-IN-F.
         05  AR-BANKID-F    PIC 9(5).
         05  AR-ACCOUNTID-F PIC 9(10).
         05  AR-FROM-F      PIC 9(8).
         05  AR-TO-F        PIC 9(8).
         05  AR-CREDIT-F    PIC 9(2)V9(4).
         05  AR-DEBIT-F     PIC 9(2)V9(4).
       FD DUALAUDIT-IN.
       01  DUALAUDIT-IN-F.
         05  AU-REQ-TIMESTAMP-F PIC 9(16).
         05  FILLER             PIC X(01).
         05  AU-REQ-OPERATOR-F  PIC X(08).
         05  FILLER             PIC X(01).
         05  AU-APPROVER-F      PIC X(08).
         05  FILLER             PIC X(01).
         05  AU-APP-TIMESTAMP-F PIC 9(16).
         05  FILLER             PIC X(01).
         05  AU-FILE-F          PIC X(12).
         05  FILLER             PIC X(01).
         05  AU-ACTION-F        PIC X(03).
         05  FILLER             PIC X(01).
         05  AU-DECISION-F      PIC X(08).
         05  FILLER             PIC X(01).
         05  AU-IMAGE-F.
           10  AU-RA-BANKID-F   PIC 9(5).
           10  AU-RA-CREDIT-F   PIC 9(2)V9(4).
           10  AU-RA-DEBIT-F    PIC 9(2)V9(4).
           10  FILLER           PIC X(23).
       FD ACCRUAL-IN.
       01  ACCRUAL-IN-F.
         05  AC-BANKID-F    PIC 9(5).
         05  AC-ACCOUNTID-F PIC 9(10).
         05  AC-CURRENCY-F  PIC X(03).
         05  AC-AMOUNT-F    PIC S9(8)V9(4) SIGN IS LEADING SEPARATE.
         05  AC-KIND-F      PIC X(01).
       FD ACCRUAL-OUT.
       01  ACCRUAL-OUT-F.
         05  AC-BANKID-O    PIC 9(5).
         05  AC-ACCOUNTID-O PIC 9(10).
         05  AC-CURRENCY-O  PIC X(03).
         05  AC-AMOUNT-O    PIC S9(8)V9(4) SIGN IS LEADING SEPARATE.
         05  AC-KIND-O      PIC X(01).
       FD JOURNAL-IN.
       01  JOURNAL-IN-F PIC X(65).
       FD JOURNAL-OUT.
       01  JOURNAL-OUT-F PIC X(65).
       FD REPORT-OUT.
       01  REPORT-OUT-F PIC X(132).
       WORKING-STORAGE SECTION.
       01  BUSDATE-IN-FILE-STATUS     PIC X(02).
       01  RUNAUDIT-IN-FILE-STATUS    PIC X(02).
       01  TRANSACTION-IN-FILE-STATUS PIC X(02).
       01  EXTRACT-IN-FILE-STATUS     PIC X(02).
       01  RATES-IN-FILE-STATUS       PIC X(02).
       01  RATETIER-IN-FILE-STATUS    PIC X(02).
       01  ACCTRATE-IN-FILE-STATUS    PIC X(02).
       01  DUALAUDIT-IN-FILE-STATUS   PIC X(02).
       01  ACCRUAL-IN-FILE-STATUS     PIC X(02).
       01  ACCRUAL-OUT-FILE-STATUS    PIC X(02).
       01  JOURNAL-IN-FILE-STATUS     PIC X(02).
       01  JOURNAL-OUT-FILE-STATUS    PIC X(02).
       01  REPORT-OUT-FILE-STATUS     PIC X(02).
       01  SYSTEM-COMMAND PIC X(120) VALUE SPACE.
       01  RUN-DATE-DATA.
         05  RUN-DATE-NUM PIC 9(8).
         05  FILLER       PIC X(13).
       01  RUN-DATE-INT PIC 9(8) VALUE 0.
       01  LOAD-EOF-SWITCH PIC X VALUE "N".
         88  LOAD-EOF VALUE "Y".
      * Die Eingabedatei des gerade nachgelesenen Satzes bleibt
      * offen, solange das Protokoll in ihr vorwaerts laeuft.
       01  TRANSACTION-IN-NAME PIC X(40) VALUE SPACE.
       01  TRANS-OPEN-SWITCH PIC X VALUE "N".
         88  TRANS-OPEN VALUE "Y".
       01  TRANS-EOF-SWITCH PIC X VALUE "N".
         88  TRANS-EOF VALUE "Y".
       01  TRANS-RECNO PIC 9(8) VALUE 0.
       01  TRANS-AMOUNT PIC 9(8)V99 VALUE 0.
      * Bereits korrigierte Protokollsaetze des Geschaeftstags.
       01  JOURNAL-TABLE.
         05  JOURNAL-KEY OCCURS 2000 TIMES PIC X(65).
       01  JOURNAL-COUNT PIC 9(04) VALUE 0.
       01  JOURNAL-IDX   PIC 9(04).
       01  JOURNAL-SWITCH PIC X VALUE "N".
         88  IN-JOURNAL VALUE "Y".
      * Rueckvalutierte Buchungen des Tages. CR-STATE: Leerzeichen
      * = abgegrenzt, X = Konto nicht im Extract.
       01  CORR-TABLE.
         05  CORR-ENTRY OCCURS 500 TIMES.
           10  CR-KEY       PIC X(65).
           10  CR-BANKID    PIC 9(5).
           10  CR-ACCOUNTID PIC 9(10).
           10  CR-AMOUNT    PIC S9(8)V99.
           10  CR-VALDATE   PIC 9(8).
           10  CR-DAYS      PIC 9(5).
           10  CR-CURRENCY  PIC X(03).
           10  CR-BALANCE   PIC S9(8)V99.
           10  CR-STATE     PIC X(01).
           10  CR-RATE      PIC 9(2)V9(4).
           10  CR-SOURCE    PIC X(01).
           10  CR-UNSURE    PIC X(01).
           10  CR-INTEREST  PIC S9(8)V9(4).
       01  CORR-COUNT PIC 9(04) VALUE 0.
       01  CORR-IDX   PIC 9(04).
       01  CORR-FULL-SWITCH PIC X VALUE "N".
         88  CORR-FULL VALUE "Y".
       01  RATE-TABLE.
         05  RATE-ENTRY OCCURS 100 TIMES.
           10  RA-BANKID  PIC 9(5).
           10  RA-CREDIT  PIC 9(2)V9(4).
           10  RA-DEBIT   PIC 9(2)V9(4).
       01  RATE-COUNT PIC 9(03) VALUE 0.
       01  RATE-IDX   PIC 9(03).
       01  TIER-TABLE.
         05  TIER-ENTRY OCCURS 200 TIMES.
           10  TR-BANKID  PIC 9(5).
           10  TR-FLOOR   PIC 9(10)V99.
           10  TR-CREDIT  PIC 9(2)V9(4).
           10  TR-DEBIT   PIC 9(2)V9(4).
       01  TIER-COUNT PIC 9(03) VALUE 0.
       01  TIER-IDX   PIC 9(03).
       01  TIER-BEST  PIC 9(03) VALUE 0.
       01  TIER-BANK-SWITCH PIC X VALUE "N".
         88  BANK-HAS-TIERS VALUE "Y".
       01  COND-TABLE.
         05  COND-ENTRY OCCURS 1000 TIMES.
           10  CD-BANKID    PIC 9(5).
           10  CD-ACCOUNTID PIC 9(10).
           10  CD-FROM      PIC 9(8).
           10  CD-TO        PIC 9(8).
           10  CD-CREDIT    PIC 9(2)V9(4).
           10  CD-DEBIT     PIC 9(2)V9(4).
       01  COND-COUNT PIC 9(04) VALUE 0.
       01  COND-IDX   PIC 9(04).
       01  COND-LATEST-FROM PIC 9(8) VALUE 0.
       01  COND-FOUND-SWITCH PIC X VALUE "N".
         88  COND-FOUND VALUE "Y".
      * Freigegebene Aenderungen an rates.txt in Freigabefolge.
       01  HIST-TABLE.
         05  HIST-ENTRY OCCURS 500 TIMES.
           10  RH-DATE    PIC 9(8).
           10  RH-BANKID  PIC 9(5).
           10  RH-ACTION  PIC X(03).
           10  RH-CREDIT  PIC 9(2)V9(4).
           10  RH-DEBIT   PIC 9(2)V9(4).
       01  HIST-COUNT PIC 9(03) VALUE 0.
       01  HIST-IDX   PIC 9(03).
       01  HIST-FOUND-SWITCH PIC X VALUE "N".
         88  HIST-FOUND VALUE "Y".
       01  HIST-LATER-SWITCH PIC X VALUE "N".
         88  HIST-LATER VALUE "Y".
       01  ACCRUAL-TABLE.
         05  ACCRUAL-ENTRY OCCURS 1000 TIMES.
           10  AT-BANKID    PIC 9(5).
           10  AT-ACCOUNTID PIC 9(10).
           10  AT-CURRENCY  PIC X(03).
           10  AT-AMOUNT    PIC S9(8)V9(4).
           10  AT-KIND      PIC X(01).
       01  ACCRUAL-COUNT PIC 9(04) VALUE 0.
       01  ACCRUAL-IDX   PIC 9(04).
       01  SHIFT-IDX     PIC 9(04).
       01  INSERT-AT     PIC 9(04).
       01  SLOT-FOUND-SWITCH PIC X VALUE "N".
         88  SLOT-FOUND VALUE "Y".
      * Tagesweise Rechnung je Korrektur.
       01  DAY-INT     PIC 9(8).
       01  DAY-DATE    PIC 9(8).
       01  DAY-RATE    PIC 9(2)V9(4).
       01  DAY-SOURCE  PIC X(01).
       01  FIRST-SOURCE PIC X(01).
       01  ABS-BALANCE PIC 9(10)V99.
       01  CORR-SUM    PIC S9(10)V9(8).
       01  TOTAL-INTEREST PIC S9(10)V9(4) VALUE 0.
       01  AUDIT-READ-COUNT PIC 9(08) VALUE 0.
       01  UNREADABLE-COUNT PIC 9(04) VALUE 0.
       01  NOEXTRACT-COUNT  PIC 9(04) VALUE 0.
       01  APPLIED-COUNT    PIC 9(04) VALUE 0.
       01  SKIPPED-HOLD-COUNT PIC 9(04) VALUE 0.
       01  REPORT-LINE PIC X(132).
       01  RL-AMOUNT   PIC -(7)9.99.
       01  RL-INTEREST PIC -(7)9.9999.
       01  RL-RATE     PIC Z9.9999.
       01  RL-DAYS     PIC ZZZZ9.
       01  RL-COUNT    PIC ZZZ9.
       01  RL-COUNT-2  PIC ZZZ9.

       PROCEDURE DIVISION.
           PERFORM LOAD-RUN-DATE
           PERFORM LOAD-JOURNAL
           PERFORM COLLECT-BACK-VALUED
           IF CORR-COUNT > 0
               PERFORM ASSIGN-EXTRACT-BALANCES
               PERFORM LOAD-RATES
               PERFORM LOAD-RATE-TIERS
               PERFORM LOAD-ACCOUNT-CONDITIONS
               PERFORM LOAD-RATE-HISTORY
               PERFORM VARYING CORR-IDX FROM 1 BY 1
                   UNTIL CORR-IDX > CORR-COUNT
                   IF CR-STATE(CORR-IDX) = SPACE
                       PERFORM COMPUTE-ONE-CORRECTION
                   END-IF
               END-PERFORM
               PERFORM UPDATE-ACCRUALS
               PERFORM WRITE-JOURNAL
           END-IF
           PERFORM WRITE-REPORT
           DISPLAY "Valutakorrektur " RUN-DATE-NUM ": " APPLIED-COUNT
               " rueckvalutierte Buchungen abgegrenzt (valcorr.txt)."
           IF UNREADABLE-COUNT > 0 OR NOEXTRACT-COUNT > 0
               DISPLAY "  nicht nachlesbar: " UNREADABLE-COUNT
                   ", ohne Konto im Extract: " NOEXTRACT-COUNT
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-RUN-DATE SECTION.
           MOVE 0 TO RUN-DATE-NUM
           OPEN INPUT BUSDATE-IN
           IF BUSDATE-IN-FILE-STATUS = "00"
               READ BUSDATE-IN
                   NOT AT END MOVE BUSDATE-IN-F TO RUN-DATE-NUM
               END-READ
               CLOSE BUSDATE-IN
           END-IF
           IF RUN-DATE-NUM = 0
               MOVE FUNCTION CURRENT-DATE TO RUN-DATE-DATA
           END-IF
           COMPUTE RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM)

           .
       LOAD-JOURNAL SECTION.
      *    Nur die Eintraege des Geschaeftstags sind von Belang; das
      *    Protokoll traegt ohnehin nur dieses Datum.
           OPEN INPUT JOURNAL-IN
           IF JOURNAL-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF OR JOURNAL-COUNT >= 2000
               READ JOURNAL-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF JOURNAL-IN-F(1:8) = RUN-DATE-DATA(1:8)
                           ADD 1 TO JOURNAL-COUNT
                           MOVE JOURNAL-IN-F TO
                               JOURNAL-KEY(JOURNAL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-IN

           .
       COLLECT-BACK-VALUED SECTION.
           OPEN INPUT RUNAUDIT-IN
           IF RUNAUDIT-IN-FILE-STATUS NOT = "00"
               DISPLAY "Kein runaudit.txt - keine Valutakorrektur."
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF OR CORR-FULL
               READ RUNAUDIT-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF AD-RUNDATE-F = RUN-DATE-NUM
                           AND AD-DISPOSITION-F = "POSTED"
                           ADD 1 TO AUDIT-READ-COUNT
                           PERFORM CHECK-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUNAUDIT-IN
           IF TRANS-OPEN
               CLOSE TRANSACTION-IN
               MOVE "N" TO TRANS-OPEN-SWITCH
           END-IF
           IF CORR-FULL
               DISPLAY "*** Korrekturtabelle voll - Rest im naechsten"
                   " Lauf ***"
           END-IF

           .
       CHECK-ONE-POSTING SECTION.
           IF AD-FILE-F = "holdover.txt"
               ADD 1 TO SKIPPED-HOLD-COUNT
               EXIT SECTION
           END-IF
           MOVE "N" TO JOURNAL-SWITCH
           PERFORM VARYING JOURNAL-IDX FROM 1 BY 1
               UNTIL JOURNAL-IDX > JOURNAL-COUNT OR IN-JOURNAL
               IF JOURNAL-KEY(JOURNAL-IDX) = AD-KEY-F
                   SET IN-JOURNAL TO TRUE
               END-IF
           END-PERFORM
           IF IN-JOURNAL
               EXIT SECTION
           END-IF
           PERFORM FETCH-TRANSACTION
           IF TRANS-EOF
               ADD 1 TO UNREADABLE-COUNT
               DISPLAY "*** Satz " AD-RECNO-F " in "
                   FUNCTION TRIM(AD-FILE-F) " nicht nachlesbar ***"
               EXIT SECTION
           END-IF
           IF VALDATE-F IS NOT NUMERIC
               OR VALDATE-F = 0
               OR VALDATE-F NOT < RUN-DATE-NUM
               EXIT SECTION
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(VALDATE-F) NOT = 0
               EXIT SECTION
           END-IF
           IF CORR-COUNT >= 500
               SET CORR-FULL TO TRUE
               EXIT SECTION
           END-IF
           ADD 1 TO CORR-COUNT
           MOVE AD-KEY-F TO CR-KEY(CORR-COUNT)
           MOVE BANKID-F TO CR-BANKID(CORR-COUNT)
           MOVE ACCOUNTID-F TO CR-ACCOUNTID(CORR-COUNT)
           MOVE AMOUNT-F TO TRANS-AMOUNT
           IF DRCR-F = "D"
               COMPUTE CR-AMOUNT(CORR-COUNT) = 0 - TRANS-AMOUNT
           ELSE
               MOVE TRANS-AMOUNT TO CR-AMOUNT(CORR-COUNT)
           END-IF
           MOVE VALDATE-F TO CR-VALDATE(CORR-COUNT)
           COMPUTE CR-DAYS(CORR-COUNT) = RUN-DATE-INT
               - FUNCTION INTEGER-OF-DATE(VALDATE-F)
           MOVE SPACES TO CR-CURRENCY(CORR-COUNT)
           MOVE 0 TO CR-BALANCE(CORR-COUNT)
           MOVE "X" TO CR-STATE(CORR-COUNT)
           MOVE 0 TO CR-RATE(CORR-COUNT)
           MOVE SPACE TO CR-SOURCE(CORR-COUNT)
           MOVE SPACE TO CR-UNSURE(CORR-COUNT)
           MOVE 0 TO CR-INTEREST(CORR-COUNT)

           .
       FETCH-TRANSACTION SECTION.
      *    Liest den Satz AD-RECNO-F aus AD-FILE-F; bei anderer Datei
      *    oder rueckwaerts wird neu geoeffnet. TRANS-EOF heisst:
      *    nicht gefunden.
           IF TRANS-OPEN
               AND (TRANSACTION-IN-NAME NOT = AD-FILE-F
                   OR AD-RECNO-F <= TRANS-RECNO)
               CLOSE TRANSACTION-IN
               MOVE "N" TO TRANS-OPEN-SWITCH
           END-IF
           IF NOT TRANS-OPEN
               MOVE AD-FILE-F TO TRANSACTION-IN-NAME
               MOVE 0 TO TRANS-RECNO
               MOVE "N" TO TRANS-EOF-SWITCH
               OPEN INPUT TRANSACTION-IN
               IF TRANSACTION-IN-FILE-STATUS NOT = "00"
                   SET TRANS-EOF TO TRUE
                   EXIT SECTION
               END-IF
               SET TRANS-OPEN TO TRUE
           END-IF
           PERFORM UNTIL TRANS-EOF OR TRANS-RECNO = AD-RECNO-F
               READ TRANSACTION-IN
                   AT END SET TRANS-EOF TO TRUE
                   NOT AT END ADD 1 TO TRANS-RECNO
               END-READ
           END-PERFORM
           IF TRANS-EOF
               CLOSE TRANSACTION-IN
               MOVE "N" TO TRANS-OPEN-SWITCH
           END-IF

           .
       ASSIGN-EXTRACT-BALANCES SECTION.
      *    Schlusssaldo und Waehrung je Konto aus den ACCOUNT-Saetzen.
           OPEN INPUT EXTRACT-IN
           IF EXTRACT-IN-FILE-STATUS NOT = "00"
               DISPLAY "Kein extract.txt - Salden unbekannt."
           ELSE
               MOVE "N" TO LOAD-EOF-SWITCH
               PERFORM UNTIL LOAD-EOF
                   READ EXTRACT-IN
                       AT END SET LOAD-EOF TO TRUE
                       NOT AT END
                           IF EX-RECTYPE = "ACCOUNT"
                               PERFORM MATCH-EXTRACT-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXTRACT-IN
           END-IF
           PERFORM VARYING CORR-IDX FROM 1 BY 1
               UNTIL CORR-IDX > CORR-COUNT
               IF CR-STATE(CORR-IDX) = "X"
                   ADD 1 TO NOEXTRACT-COUNT
               END-IF
           END-PERFORM

           .
       MATCH-EXTRACT-ACCOUNT SECTION.
           PERFORM VARYING CORR-IDX FROM 1 BY 1
               UNTIL CORR-IDX > CORR-COUNT
               IF CR-BANKID(CORR-IDX) = EX-BANKID
                   AND CR-ACCOUNTID(CORR-IDX) = EX-ACCOUNTID
                   MOVE EX-AMOUNT TO CR-BALANCE(CORR-IDX)
                   MOVE EX-CURRENCY TO CR-CURRENCY(CORR-IDX)
                   MOVE SPACE TO CR-STATE(CORR-IDX)
               END-IF
           END-PERFORM

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
       LOAD-RATE-TIERS SECTION.
           OPEN INPUT RATETIER-IN
           IF RATETIER-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF OR TIER-COUNT >= 200
               READ RATETIER-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO TIER-COUNT
                       MOVE RATETIER-IN-F TO TIER-ENTRY(TIER-COUNT)
               END-READ
           END-PERFORM
           CLOSE RATETIER-IN

           .
       LOAD-ACCOUNT-CONDITIONS SECTION.
           OPEN INPUT ACCTRATE-IN
           IF ACCTRATE-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF OR COND-COUNT >= 1000
               READ ACCTRATE-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO COND-COUNT
                       MOVE ACCTRATE-IN-F TO COND-ENTRY(COND-COUNT)
               END-READ
           END-PERFORM
           CLOSE ACCTRATE-IN

           .
       LOAD-RATE-HISTORY SECTION.
      *    Freigegebene PUT/DEL auf rates.txt; das Satzbild steht
      *    vorn im Protokollsatz.
           OPEN INPUT DUALAUDIT-IN
           IF DUALAUDIT-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF OR HIST-COUNT >= 500
               READ DUALAUDIT-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF AU-FILE-F = "rates.txt"
                           AND AU-DECISION-F = "APPROVED"
                           AND AU-RA-BANKID-F IS NUMERIC
                           ADD 1 TO HIST-COUNT
                           MOVE AU-APP-TIMESTAMP-F(1:8)
                               TO RH-DATE(HIST-COUNT)
                           MOVE AU-RA-BANKID-F TO RH-BANKID(HIST-COUNT)
                           MOVE AU-ACTION-F TO RH-ACTION(HIST-COUNT)
                           MOVE 0 TO RH-CREDIT(HIST-COUNT)
                           MOVE 0 TO RH-DEBIT(HIST-COUNT)
                           IF AU-ACTION-F = "PUT"
                               AND AU-RA-CREDIT-F IS NUMERIC
                               AND AU-RA-DEBIT-F IS NUMERIC
                               MOVE AU-RA-CREDIT-F
                                   TO RH-CREDIT(HIST-COUNT)
                               MOVE AU-RA-DEBIT-F
                                   TO RH-DEBIT(HIST-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DUALAUDIT-IN

           .
       COMPUTE-ONE-CORRECTION SECTION.
      *    Zinsdifferenz = Betrag * Tagessatz / 36500, summiert ueber
      *    die Tage von der Valuta bis zum Vortag der Buchung; die
      *    Buchung selbst hat der Zinslauf ab heute abgegrenzt.
           MOVE 0 TO CORR-SUM
           MOVE SPACE TO FIRST-SOURCE
           COMPUTE ABS-BALANCE = FUNCTION ABS(CR-BALANCE(CORR-IDX))
           COMPUTE DAY-INT =
               FUNCTION INTEGER-OF-DATE(CR-VALDATE(CORR-IDX))
           PERFORM UNTIL DAY-INT >= RUN-DATE-INT
               COMPUTE DAY-DATE = FUNCTION DATE-OF-INTEGER(DAY-INT)
               PERFORM FIND-DAY-RATE
               COMPUTE CORR-SUM = CORR-SUM
                   + CR-AMOUNT(CORR-IDX) * DAY-RATE / 36500
               IF FIRST-SOURCE = SPACE
                   MOVE DAY-SOURCE TO FIRST-SOURCE
               END-IF
               IF DAY-SOURCE NOT = FIRST-SOURCE
                   MOVE "M" TO FIRST-SOURCE
               END-IF
               MOVE DAY-RATE TO CR-RATE(CORR-IDX)
               ADD 1 TO DAY-INT
           END-PERFORM
           MOVE FIRST-SOURCE TO CR-SOURCE(CORR-IDX)
           COMPUTE CR-INTEREST(CORR-IDX) ROUNDED = CORR-SUM
           ADD CR-INTEREST(CORR-IDX) TO TOTAL-INTEREST
           ADD 1 TO APPLIED-COUNT

           .
       FIND-DAY-RATE SECTION.
      *    Vorrang wie im Zinslauf: Einzelkondition (E), Staffel (S),
      *    Banksatz (B). Haben- oder Sollsatz nach dem Saldo.
           MOVE 0 TO DAY-RATE
           MOVE "N" TO COND-FOUND-SWITCH
           MOVE 0 TO COND-LATEST-FROM
           PERFORM VARYING COND-IDX FROM 1 BY 1
               UNTIL COND-IDX > COND-COUNT
               IF CD-BANKID(COND-IDX) = CR-BANKID(CORR-IDX)
                   AND CD-ACCOUNTID(COND-IDX) = CR-ACCOUNTID(CORR-IDX)
                   AND CD-FROM(COND-IDX) <= DAY-DATE
                   AND CD-TO(COND-IDX) >= DAY-DATE
                   AND CD-FROM(COND-IDX) >= COND-LATEST-FROM
                   SET COND-FOUND TO TRUE
                   MOVE CD-FROM(COND-IDX) TO COND-LATEST-FROM
                   IF CR-BALANCE(CORR-IDX) < 0
                       MOVE CD-DEBIT(COND-IDX) TO DAY-RATE
                   ELSE
                       MOVE CD-CREDIT(COND-IDX) TO DAY-RATE
                   END-IF
               END-IF
           END-PERFORM
           IF COND-FOUND
               MOVE "E" TO DAY-SOURCE
               EXIT SECTION
           END-IF
      *    Staffel: Satz des Bandes mit der hoechsten Untergrenze
      *    unter dem Saldo; unterhalb des ersten Bandes kein Zins.
           MOVE "N" TO TIER-BANK-SWITCH
           MOVE 0 TO TIER-BEST
           PERFORM VARYING TIER-IDX FROM 1 BY 1
               UNTIL TIER-IDX > TIER-COUNT
               IF TR-BANKID(TIER-IDX) = CR-BANKID(CORR-IDX)
                   SET BANK-HAS-TIERS TO TRUE
                   IF ABS-BALANCE > TR-FLOOR(TIER-IDX)
                       IF TIER-BEST = 0
                           MOVE TIER-IDX TO TIER-BEST
                       ELSE
                           IF TR-FLOOR(TIER-IDX) > TR-FLOOR(TIER-BEST)
                               MOVE TIER-IDX TO TIER-BEST
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF BANK-HAS-TIERS
               MOVE "S" TO DAY-SOURCE
               IF TIER-BEST > 0
                   IF CR-BALANCE(CORR-IDX) < 0
                       MOVE TR-DEBIT(TIER-BEST) TO DAY-RATE
                   ELSE
                       MOVE TR-CREDIT(TIER-BEST) TO DAY-RATE
                   END-IF
               END-IF
               EXIT SECTION
           END-IF
           MOVE "B" TO DAY-SOURCE
      *    Banksatz zum Tag: letzte freigegebene Aenderung bis dahin.
           MOVE "N" TO HIST-FOUND-SWITCH
           MOVE "N" TO HIST-LATER-SWITCH
           PERFORM VARYING HIST-IDX FROM 1 BY 1
               UNTIL HIST-IDX > HIST-COUNT
               IF RH-BANKID(HIST-IDX) = CR-BANKID(CORR-IDX)
                   IF RH-DATE(HIST-IDX) <= DAY-DATE
                       SET HIST-FOUND TO TRUE
                       IF CR-BALANCE(CORR-IDX) < 0
                           MOVE RH-DEBIT(HIST-IDX) TO DAY-RATE
                       ELSE
                           MOVE RH-CREDIT(HIST-IDX) TO DAY-RATE
                       END-IF
                   ELSE
                       SET HIST-LATER TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF HIST-FOUND
               EXIT SECTION
           END-IF
           IF HIST-LATER
               MOVE "*" TO CR-UNSURE(CORR-IDX)
           END-IF
           PERFORM VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > RATE-COUNT
               IF RA-BANKID(RATE-IDX) = CR-BANKID(CORR-IDX)
                   IF CR-BALANCE(CORR-IDX) < 0
                       MOVE RA-DEBIT(RATE-IDX) TO DAY-RATE
                   ELSE
                       MOVE RA-CREDIT(RATE-IDX) TO DAY-RATE
                   END-IF
               END-IF
           END-PERFORM

           .
       UPDATE-ACCRUALS SECTION.
           IF APPLIED-COUNT = 0
               EXIT SECTION
           END-IF
           PERFORM LOAD-ACCRUALS
           PERFORM VARYING CORR-IDX FROM 1 BY 1
               UNTIL CORR-IDX > CORR-COUNT
               IF CR-STATE(CORR-IDX) = SPACE
                   AND CR-INTEREST(CORR-IDX) NOT = 0
                   PERFORM ADD-CORRECTION-LINE
               END-IF
           END-PERFORM
           OPEN OUTPUT ACCRUAL-OUT
           PERFORM VARYING ACCRUAL-IDX FROM 1 BY 1
               UNTIL ACCRUAL-IDX > ACCRUAL-COUNT
               MOVE SPACES TO ACCRUAL-OUT-F
               MOVE AT-BANKID(ACCRUAL-IDX) TO AC-BANKID-O
               MOVE AT-ACCOUNTID(ACCRUAL-IDX) TO AC-ACCOUNTID-O
               MOVE AT-CURRENCY(ACCRUAL-IDX) TO AC-CURRENCY-O
               MOVE AT-AMOUNT(ACCRUAL-IDX) TO AC-AMOUNT-O
               MOVE AT-KIND(ACCRUAL-IDX) TO AC-KIND-O
               WRITE ACCRUAL-OUT-F
           END-PERFORM
           CLOSE ACCRUAL-OUT
           MOVE "test -f accrual.new && mv accrual.new accrual.txt"
               TO SYSTEM-COMMAND
           CALL "SYSTEM" USING SYSTEM-COMMAND

           .
       LOAD-ACCRUALS SECTION.
           OPEN INPUT ACCRUAL-IN
           IF ACCRUAL-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF OR ACCRUAL-COUNT >= 1000
               READ ACCRUAL-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO ACCRUAL-COUNT
                       MOVE AC-BANKID-F TO AT-BANKID(ACCRUAL-COUNT)
                       MOVE AC-ACCOUNTID-F TO
                           AT-ACCOUNTID(ACCRUAL-COUNT)
                       MOVE AC-CURRENCY-F TO
                           AT-CURRENCY(ACCRUAL-COUNT)
                       MOVE AC-AMOUNT-F TO AT-AMOUNT(ACCRUAL-COUNT)
                       MOVE AC-KIND-F TO AT-KIND(ACCRUAL-COUNT)
               END-READ
           END-PERFORM
           CLOSE ACCRUAL-IN

           .
       ADD-CORRECTION-LINE SECTION.
      *    Je Konto eine Korrekturzeile (Art K), einsortiert hinter
      *    die vorhandenen Zeilen des Kontos.
           MOVE "N" TO SLOT-FOUND-SWITCH
           MOVE 0 TO INSERT-AT
           PERFORM VARYING ACCRUAL-IDX FROM 1 BY 1
               UNTIL ACCRUAL-IDX > ACCRUAL-COUNT OR SLOT-FOUND
               IF AT-BANKID(ACCRUAL-IDX) = CR-BANKID(CORR-IDX)
                   AND AT-ACCOUNTID(ACCRUAL-IDX)
                       = CR-ACCOUNTID(CORR-IDX)
                   AND AT-KIND(ACCRUAL-IDX) = "K"
                   ADD CR-INTEREST(CORR-IDX) TO AT-AMOUNT(ACCRUAL-IDX)
                   EXIT SECTION
               END-IF
               IF AT-BANKID(ACCRUAL-IDX) > CR-BANKID(CORR-IDX)
                   OR (AT-BANKID(ACCRUAL-IDX) = CR-BANKID(CORR-IDX)
                       AND AT-ACCOUNTID(ACCRUAL-IDX)
                           > CR-ACCOUNTID(CORR-IDX))
                   MOVE ACCRUAL-IDX TO INSERT-AT
                   SET SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ACCRUAL-COUNT >= 1000
               DISPLAY "*** Abgrenzungstabelle voll: "
                   CR-BANKID(CORR-IDX) " " CR-ACCOUNTID(CORR-IDX)
                   " nicht erfasst ***"
               MOVE "X" TO CR-STATE(CORR-IDX)
               ADD 1 TO NOEXTRACT-COUNT
               SUBTRACT 1 FROM APPLIED-COUNT
               SUBTRACT CR-INTEREST(CORR-IDX) FROM TOTAL-INTEREST
               EXIT SECTION
           END-IF
           IF NOT SLOT-FOUND
               COMPUTE INSERT-AT = ACCRUAL-COUNT + 1
           END-IF
           PERFORM VARYING SHIFT-IDX FROM ACCRUAL-COUNT BY -1
               UNTIL SHIFT-IDX < INSERT-AT
               MOVE ACCRUAL-ENTRY(SHIFT-IDX) TO
                   ACCRUAL-ENTRY(SHIFT-IDX + 1)
           END-PERFORM
           ADD 1 TO ACCRUAL-COUNT
           MOVE CR-BANKID(CORR-IDX) TO AT-BANKID(INSERT-AT)
           MOVE CR-ACCOUNTID(CORR-IDX) TO AT-ACCOUNTID(INSERT-AT)
           MOVE CR-CURRENCY(CORR-IDX) TO AT-CURRENCY(INSERT-AT)
           MOVE CR-INTEREST(CORR-IDX) TO AT-AMOUNT(INSERT-AT)
           MOVE "K" TO AT-KIND(INSERT-AT)

           .
       WRITE-JOURNAL SECTION.
           OPEN EXTEND JOURNAL-OUT
           IF JOURNAL-OUT-FILE-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-OUT
           END-IF
           PERFORM VARYING CORR-IDX FROM 1 BY 1
               UNTIL CORR-IDX > CORR-COUNT
               IF CR-STATE(CORR-IDX) = SPACE
                   WRITE JOURNAL-OUT-F FROM CR-KEY(CORR-IDX)
               END-IF
           END-PERFORM
           CLOSE JOURNAL-OUT

           .
       WRITE-REPORT SECTION.
           OPEN OUTPUT REPORT-OUT
           MOVE SPACES TO REPORT-LINE
           STRING "Zinskorrektur rueckvalutierter Buchungen, "
               "Geschaeftstag " RUN-DATE-NUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE "Quelle: E Einzelkondition, S Staffel, B Banksatz,"
               & " M gemischt; * Satz vor spaeterer Aenderung unbekannt"
               TO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE "Bank  Konto      Valuta    Tage      Betrag "
               & "   Satz     Korrektur Q  Herkunft" TO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           PERFORM VARYING CORR-IDX FROM 1 BY 1
               UNTIL CORR-IDX > CORR-COUNT
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE APPLIED-COUNT TO RL-COUNT
           MOVE TOTAL-INTEREST TO RL-INTEREST
           STRING "Abgegrenzt: " RL-COUNT " Buchungen, Summe "
               RL-INTEREST
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           IF UNREADABLE-COUNT > 0 OR NOEXTRACT-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               MOVE UNREADABLE-COUNT TO RL-COUNT
               MOVE NOEXTRACT-COUNT TO RL-COUNT-2
               STRING "Nicht nachlesbar: " RL-COUNT
                   ", nicht abgegrenzt: " RL-COUNT-2
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-OUT-F FROM REPORT-LINE
           END-IF
           IF SKIPPED-HOLD-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               MOVE SKIPPED-HOLD-COUNT TO RL-COUNT
               STRING "Freigegebene Uebertragssaetze ungeprueft: "
                   RL-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-OUT-F FROM REPORT-LINE
           END-IF
           CLOSE REPORT-OUT

           .
       WRITE-REPORT-LINE SECTION.
           MOVE SPACES TO REPORT-LINE
           MOVE CR-AMOUNT(CORR-IDX) TO RL-AMOUNT
           MOVE CR-DAYS(CORR-IDX) TO RL-DAYS
           MOVE CR-RATE(CORR-IDX) TO RL-RATE
           MOVE CR-INTEREST(CORR-IDX) TO RL-INTEREST
           IF CR-STATE(CORR-IDX) = SPACE
               STRING CR-BANKID(CORR-IDX) " "
                   CR-ACCOUNTID(CORR-IDX) " "
                   CR-VALDATE(CORR-IDX) " " RL-DAYS " "
                   RL-AMOUNT " " RL-RATE " " RL-INTEREST " "
                   CR-SOURCE(CORR-IDX) CR-UNSURE(CORR-IDX) " "
                   FUNCTION TRIM(CR-KEY(CORR-IDX)(17:40)) "/"
                   CR-KEY(CORR-IDX)(58:8)
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING CR-BANKID(CORR-IDX) " "
                   CR-ACCOUNTID(CORR-IDX) " "
                   CR-VALDATE(CORR-IDX) " " RL-DAYS " "
                   RL-AMOUNT "  Konto nicht im Extract, nicht"
                   " abgegrenzt  "
                   FUNCTION TRIM(CR-KEY(CORR-IDX)(17:40)) "/"
                   CR-KEY(CORR-IDX)(58:8)
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-OUT-F FROM REPORT-LINE

           .
