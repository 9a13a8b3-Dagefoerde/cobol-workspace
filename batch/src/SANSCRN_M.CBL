       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SANSCRN_M.
      *****************************************************************
      * Sanktions-Rasterung des Bestands: haelt jeden Kundennamen
      * aus custmast.txt und jeden Kontoinhabernamen aus
      * acctmast.txt gegen die Namen in blocklist.txt (Fenstersuche
      * in Grossschrift wie im Tagesabschluss). Gerastert wird nur,
      * wenn sich blocklist.txt seit der letzten Rasterung geaendert
      * hat (Vergleich mit dem Stand in sanlist.txt) oder die letzte
      * Rasterung (sanstate.txt) mindestens 7 Tage zurueckliegt;
      * sonst endet der Schritt ohne Wirkung. Neue Treffer gehen in
      * die Pruefliste sanreview.txt (Status O) und als SEVERE nach
      * opsfeed.txt; ein Treffer, der fuer denselben Namen und
      * dieselbe Listenzeile schon in der Pruefliste steht (offen,
      * als Fehltreffer akzeptiert oder bestaetigt), wird nicht
      * erneut gestellt. Entschieden wird in SANREV_M.
      * RETURN-CODE 4 bei neuen Treffern.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLOCKLIST-IN ASSIGN TO "blocklist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BLOCKLIST-IN-FILE-STATUS.
           SELECT SNAPSHOT-IN ASSIGN TO "sanlist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPSHOT-IN-FILE-STATUS.
           SELECT SNAPSHOT-OUT ASSIGN TO "sanlist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPSHOT-OUT-FILE-STATUS.
           SELECT STATE-IN ASSIGN TO "sanstate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATE-IN-FILE-STATUS.
           SELECT STATE-OUT ASSIGN TO "sanstate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATE-OUT-FILE-STATUS.
           SELECT CUSTMAST-IN ASSIGN TO "custmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTMAST-IN-FILE-STATUS.
           SELECT ACCTMAST-IN ASSIGN TO "acctmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCTMAST-IN-FILE-STATUS.
           SELECT REVIEW-IN ASSIGN TO "sanreview.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVIEW-IN-FILE-STATUS.
           SELECT REVIEW-OUT ASSIGN TO "sanreview.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVIEW-OUT-FILE-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-IN-FILE-STATUS.
           SELECT OPSFEED-OUT ASSIGN TO "opsfeed.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPSFEED-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BLOCKLIST-IN.
       01  BLOCKLIST-IN-F PIC X(30).
       FD SNAPSHOT-IN.
       01  SNAPSHOT-IN-F PIC X(30).
       FD SNAPSHOT-OUT.
       01  SNAPSHOT-OUT-F PIC X(30).
       FD STATE-IN.
       01  STATE-IN-F.
         05  ST-LASTRUN-F PIC 9(8).
       FD STATE-OUT.
       01  STATE-OUT-F.
         05  ST-LASTRUN-O PIC 9(8).
       FD CUSTMAST-IN.
       01  CUSTMAST-IN-F.
         05  CU-CUSTID-F PIC 9(8).
         05  CU-NAME-F   PIC X(30).
         05  CU-STREET-F PIC X(30).
         05  CU-CITY-F   PIC X(30).
         05  CU-TAXID-F  PIC X(15).
         05  CU-DELIVERY-F PIC X(01).
       FD ACCTMAST-IN.
       01  ACCTMAST-IN-F.
         05  AM-BANKID-F    PIC 9(5).
         05  AM-ACCOUNTID-F PIC 9(10).
         05  AM-NAME-F      PIC X(30).
         05  AM-STATUS-F    PIC X(01).
         05  AM-IBAN-F      PIC X(34).
         05  AM-PRODUCT-F   PIC X(04).
       FD REVIEW-IN.
       01  REVIEW-IN-F PIC X(109).
       FD REVIEW-OUT.
       01  REVIEW-OUT-F PIC X(109).
       FD BUSDATE-IN.
       01  BUSDATE-IN-F PIC 9(8).
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
       01  BLOCKLIST-IN-FILE-STATUS PIC X(02).
       01  SNAPSHOT-IN-FILE-STATUS  PIC X(02).
       01  SNAPSHOT-OUT-FILE-STATUS PIC X(02).
       01  STATE-IN-FILE-STATUS     PIC X(02).
       01  STATE-OUT-FILE-STATUS    PIC X(02).
       01  CUSTMAST-IN-FILE-STATUS  PIC X(02).
       01  ACCTMAST-IN-FILE-STATUS  PIC X(02).
       01  REVIEW-IN-FILE-STATUS    PIC X(02).
       01  REVIEW-OUT-FILE-STATUS   PIC X(02).
       01  BUSDATE-IN-FILE-STATUS   PIC X(02).
       01  OPSFEED-OUT-FILE-STATUS  PIC X(02).
       01  LOAD-EOF-SWITCH PIC X VALUE "N".
         88  LOAD-EOF VALUE "Y".
       01  CURRENT-DATE-DATA.
        05 DATETIME PIC 9(16).
       01  RUN-DATE PIC 9(8) VALUE 0.
       01  LAST-RUN PIC 9(8) VALUE 0.
       01  DAYS-SINCE PIC S9(8) VALUE 0.
       01  SCREEN-REASON PIC X(20) VALUE SPACE.
       01  LIST-CHANGED-SWITCH PIC X VALUE "N".
         88  LIST-CHANGED VALUE "Y".
      * Sanktionsliste (Grossschrift, genutzte Laenge) und der
      * Stand der letzten Rasterung.
       01  BLOCKLIST-TABLE.
         05  BLOCKLIST-ENTRY OCCURS 200 TIMES.
           10  BL-NAME PIC X(30).
           10  BL-LEN  PIC 9(02).
       01  BLOCKLIST-COUNT PIC 9(03) VALUE 0.
       01  BLOCKLIST-IDX   PIC 9(03).
       01  SNAPSHOT-TABLE.
         05  SNAPSHOT-ENTRY OCCURS 200 TIMES PIC X(30).
       01  SNAPSHOT-COUNT PIC 9(03) VALUE 0.
       01  SANCTION-SWITCH PIC X VALUE "N".
         88  SANCTION-HIT VALUE "Y".
       01  SANCTION-REASON PIC X(30) VALUE SPACE.
       01  SCAN-TEXT PIC X(30) VALUE SPACE.
       01  SCAN-POS  PIC 9(02) VALUE 0.
       01  SCAN-MAX  PIC 9(02) VALUE 0.
       01  TRIM-POS  PIC 9(02) VALUE 0.
      * Pruefliste; ein Satz in sanreview.txt entspricht
      * REVIEW-RECORD.
       01  REVIEW-RECORD.
         05  SR-STATE     PIC X(01).
         05  SR-TYPE      PIC X(01).
         05  SR-CUSTID    PIC 9(8).
         05  SR-BANKID    PIC 9(5).
         05  SR-ACCOUNTID PIC 9(10).
         05  SR-SUBJECT   PIC X(30).
         05  SR-LISTNAME  PIC X(30).
         05  SR-FOUND     PIC 9(8).
         05  SR-DECIDED   PIC 9(8).
         05  SR-OPERATOR  PIC X(08).
       01  REVIEW-TABLE.
         05  REVIEW-ENTRY OCCURS 2000 TIMES PIC X(109).
       01  REVIEW-COUNT PIC 9(04) VALUE 0.
       01  REVIEW-IDX   PIC 9(04).
       01  FOUND-SWITCH PIC X VALUE "N".
         88  ENTRY-FOUND VALUE "Y".
       01  HIT-TYPE      PIC X(01).
       01  HIT-CUSTID    PIC 9(8).
       01  HIT-BANKID    PIC 9(5).
       01  HIT-ACCOUNTID PIC 9(10).
       01  HIT-SUBJECT   PIC X(30).
       01  CUST-SCREENED PIC 9(06) VALUE 0.
       01  ACCT-SCREENED PIC 9(06) VALUE 0.
       01  NEW-HITS      PIC 9(04) VALUE 0.
       01  QUEUE-FULL-SWITCH PIC X VALUE "N".
         88  QUEUE-FULL VALUE "Y".

       PROCEDURE DIVISION.
           PERFORM LOAD-RUN-DATE
           PERFORM LOAD-BLOCKLIST
           IF BLOCKLIST-COUNT = 0
               DISPLAY "Keine Sanktionsliste - keine Rasterung."
               GOBACK
           END-IF
           PERFORM CHECK-SCREEN-DUE
           IF SCREEN-REASON = SPACE
               DISPLAY "Sanktions-Rasterung nicht faellig (letzte "
                   LAST-RUN ")."
               GOBACK
           END-IF
           PERFORM LOAD-REVIEW-QUEUE
           OPEN EXTEND OPSFEED-OUT
           IF OPSFEED-OUT-FILE-STATUS NOT = "00"
               OPEN OUTPUT OPSFEED-OUT
           END-IF
           PERFORM SCREEN-CUSTOMERS
           PERFORM SCREEN-ACCOUNTS
           CLOSE OPSFEED-OUT
           IF NEW-HITS > 0
               PERFORM SAVE-REVIEW-QUEUE
           END-IF
           PERFORM SAVE-SCREEN-STATE
           IF NEW-HITS > 0 OR QUEUE-FULL
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Sanktions-Rasterung (" FUNCTION TRIM(SCREEN-REASON)
               "): " CUST-SCREENED " Kunden, " ACCT-SCREENED
               " Konten, " NEW-HITS " neue Treffer."
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
               MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
               MOVE DATETIME(1:8) TO RUN-DATE
           END-IF

           .
       LOAD-BLOCKLIST SECTION.
      *    Wie im Tagesabschluss: ein Name je Zeile, Grossschrift,
      *    genutzte Laenge ohne Endleerzeichen.
           OPEN INPUT BLOCKLIST-IN
           IF BLOCKLIST-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL LOAD-EOF OR BLOCKLIST-COUNT >= 200
               READ BLOCKLIST-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF BLOCKLIST-IN-F NOT = SPACE
                           ADD 1 TO BLOCKLIST-COUNT
                           MOVE FUNCTION UPPER-CASE(BLOCKLIST-IN-F)
                               TO BL-NAME(BLOCKLIST-COUNT)
                           MOVE 0 TO TRIM-POS
                           PERFORM VARYING SCAN-POS FROM 1 BY 1
                               UNTIL SCAN-POS > 30
                               IF BL-NAME(BLOCKLIST-COUNT)
                                   (SCAN-POS:1) NOT = SPACE
                                   MOVE SCAN-POS TO TRIM-POS
                               END-IF
                           END-PERFORM
                           MOVE TRIM-POS TO
                               BL-LEN(BLOCKLIST-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BLOCKLIST-IN

           .
       CHECK-SCREEN-DUE SECTION.
      *    Listenstand gegen sanlist.txt, Datum gegen sanstate.txt.
           OPEN INPUT SNAPSHOT-IN
           IF SNAPSHOT-IN-FILE-STATUS = "00"
               MOVE "N" TO LOAD-EOF-SWITCH
               PERFORM UNTIL LOAD-EOF
                   READ SNAPSHOT-IN
                       AT END SET LOAD-EOF TO TRUE
                       NOT AT END
                           IF SNAPSHOT-COUNT < 200
                               ADD 1 TO SNAPSHOT-COUNT
                               MOVE SNAPSHOT-IN-F TO
                                   SNAPSHOT-ENTRY(SNAPSHOT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SNAPSHOT-IN
           END-IF
           IF SNAPSHOT-COUNT NOT = BLOCKLIST-COUNT
               SET LIST-CHANGED TO TRUE
           ELSE
               PERFORM VARYING BLOCKLIST-IDX FROM 1 BY 1
                   UNTIL BLOCKLIST-IDX > BLOCKLIST-COUNT
                   OR LIST-CHANGED
                   IF SNAPSHOT-ENTRY(BLOCKLIST-IDX) NOT =
                       BL-NAME(BLOCKLIST-IDX)
                       SET LIST-CHANGED TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           OPEN INPUT STATE-IN
           IF STATE-IN-FILE-STATUS = "00"
               READ STATE-IN
                   NOT AT END
                       IF ST-LASTRUN-F IS NUMERIC
                           MOVE ST-LASTRUN-F TO LAST-RUN
                       END-IF
               END-READ
               CLOSE STATE-IN
           END-IF
           IF LAST-RUN > 0
               AND FUNCTION TEST-DATE-YYYYMMDD(LAST-RUN) = 0
               COMPUTE DAYS-SINCE = FUNCTION INTEGER-OF-DATE(RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(LAST-RUN)
           ELSE
               MOVE 9999 TO DAYS-SINCE
           END-IF
           EVALUATE TRUE
               WHEN LIST-CHANGED
                   MOVE "Listenaenderung" TO SCREEN-REASON
               WHEN DAYS-SINCE >= 7
                   MOVE "Wochenlauf" TO SCREEN-REASON
               WHEN OTHER
                   MOVE SPACES TO SCREEN-REASON
           END-EVALUATE

           .
       LOAD-REVIEW-QUEUE SECTION.
           OPEN INPUT REVIEW-IN
           IF REVIEW-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF OR REVIEW-COUNT >= 2000
               READ REVIEW-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO REVIEW-COUNT
                       MOVE REVIEW-IN-F TO REVIEW-ENTRY(REVIEW-COUNT)
               END-READ
           END-PERFORM
           CLOSE REVIEW-IN

           .
       SCREEN-CUSTOMERS SECTION.
           OPEN INPUT CUSTMAST-IN
           IF CUSTMAST-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ CUSTMAST-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO CUST-SCREENED
                       MOVE FUNCTION UPPER-CASE(CU-NAME-F) TO SCAN-TEXT
                       PERFORM SCAN-BLOCKLIST
                       IF SANCTION-HIT
                           MOVE "K" TO HIT-TYPE
                           MOVE CU-CUSTID-F TO HIT-CUSTID
                           MOVE 0 TO HIT-BANKID
                           MOVE 0 TO HIT-ACCOUNTID
                           MOVE CU-NAME-F TO HIT-SUBJECT
                           PERFORM QUEUE-HIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTMAST-IN

           .
       SCREEN-ACCOUNTS SECTION.
           OPEN INPUT ACCTMAST-IN
           IF ACCTMAST-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ ACCTMAST-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO ACCT-SCREENED
                       MOVE FUNCTION UPPER-CASE(AM-NAME-F) TO SCAN-TEXT
                       PERFORM SCAN-BLOCKLIST
                       IF SANCTION-HIT
                           MOVE "A" TO HIT-TYPE
                           MOVE 0 TO HIT-CUSTID
                           MOVE AM-BANKID-F TO HIT-BANKID
                           MOVE AM-ACCOUNTID-F TO HIT-ACCOUNTID
                           MOVE AM-NAME-F TO HIT-SUBJECT
                           PERFORM QUEUE-HIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCTMAST-IN

           .
       SCAN-BLOCKLIST SECTION.
           MOVE "N" TO SANCTION-SWITCH
           IF SCAN-TEXT = SPACE
               EXIT SECTION
           END-IF
           PERFORM VARYING BLOCKLIST-IDX FROM 1 BY 1
               UNTIL BLOCKLIST-IDX > BLOCKLIST-COUNT OR SANCTION-HIT
               COMPUTE SCAN-MAX =
                   31 - BL-LEN(BLOCKLIST-IDX)
               PERFORM VARYING SCAN-POS FROM 1 BY 1
                   UNTIL SCAN-POS > SCAN-MAX OR SANCTION-HIT
                   IF SCAN-TEXT(SCAN-POS:BL-LEN(BLOCKLIST-IDX)) =
                       BL-NAME(BLOCKLIST-IDX)
                           (1:BL-LEN(BLOCKLIST-IDX))
                       SET SANCTION-HIT TO TRUE
                       MOVE BL-NAME(BLOCKLIST-IDX) TO
                           SANCTION-REASON
                   END-IF
               END-PERFORM
           END-PERFORM

           .
       QUEUE-HIT SECTION.
      *    Derselbe Name mit derselben Listenzeile steht nur einmal
      *    in der Pruefliste, egal wie er entschieden wurde.
           MOVE "N" TO FOUND-SWITCH
           PERFORM VARYING REVIEW-IDX FROM 1 BY 1
               UNTIL REVIEW-IDX > REVIEW-COUNT OR ENTRY-FOUND
               MOVE REVIEW-ENTRY(REVIEW-IDX) TO REVIEW-RECORD
               IF SR-TYPE = HIT-TYPE
                   AND SR-CUSTID = HIT-CUSTID
                   AND SR-BANKID = HIT-BANKID
                   AND SR-ACCOUNTID = HIT-ACCOUNTID
                   AND SR-SUBJECT = HIT-SUBJECT
                   AND SR-LISTNAME = SANCTION-REASON
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ENTRY-FOUND
               EXIT SECTION
           END-IF
           IF REVIEW-COUNT >= 2000
               SET QUEUE-FULL TO TRUE
               DISPLAY "*** Pruefliste voll - Treffer "
                   FUNCTION TRIM(HIT-SUBJECT) " nicht gestellt"
               EXIT SECTION
           END-IF
           MOVE SPACES TO REVIEW-RECORD
           MOVE "O" TO SR-STATE
           MOVE HIT-TYPE TO SR-TYPE
           MOVE HIT-CUSTID TO SR-CUSTID
           MOVE HIT-BANKID TO SR-BANKID
           MOVE HIT-ACCOUNTID TO SR-ACCOUNTID
           MOVE HIT-SUBJECT TO SR-SUBJECT
           MOVE SANCTION-REASON TO SR-LISTNAME
           MOVE RUN-DATE TO SR-FOUND
           MOVE 0 TO SR-DECIDED
           ADD 1 TO REVIEW-COUNT
           MOVE REVIEW-RECORD TO REVIEW-ENTRY(REVIEW-COUNT)
           ADD 1 TO NEW-HITS
           DISPLAY "*** SANKTIONSVERDACHT: " FUNCTION TRIM(HIT-SUBJECT)
               " / Liste " FUNCTION TRIM(SANCTION-REASON) " ***"
           MOVE SPACES TO OPSFEED-F
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           MOVE DATETIME TO OP-TIMESTAMP
           MOVE "SEVERE" TO OP-SEVERITY
           MOVE HIT-BANKID TO OP-BANKID
           MOVE HIT-ACCOUNTID TO OP-ACCOUNTID
           IF HIT-TYPE = "K"
               STRING "Sanktionsverdacht Kunde " HIT-CUSTID ": "
                   FUNCTION TRIM(SANCTION-REASON)
                   DELIMITED BY SIZE INTO OP-TEXT
           ELSE
               STRING "Sanktionsverdacht Kontoinhaber: "
                   FUNCTION TRIM(SANCTION-REASON)
                   DELIMITED BY SIZE INTO OP-TEXT
           END-IF
           WRITE OPSFEED-F

           .
       SAVE-REVIEW-QUEUE SECTION.
           OPEN OUTPUT REVIEW-OUT
           PERFORM VARYING REVIEW-IDX FROM 1 BY 1
               UNTIL REVIEW-IDX > REVIEW-COUNT
               WRITE REVIEW-OUT-F FROM REVIEW-ENTRY(REVIEW-IDX)
           END-PERFORM
           CLOSE REVIEW-OUT

           .
       SAVE-SCREEN-STATE SECTION.
           OPEN OUTPUT SNAPSHOT-OUT
           PERFORM VARYING BLOCKLIST-IDX FROM 1 BY 1
               UNTIL BLOCKLIST-IDX > BLOCKLIST-COUNT
               WRITE SNAPSHOT-OUT-F FROM BL-NAME(BLOCKLIST-IDX)
           END-PERFORM
           CLOSE SNAPSHOT-OUT
           OPEN OUTPUT STATE-OUT
           MOVE RUN-DATE TO ST-LASTRUN-O
           WRITE STATE-OUT-F
           CLOSE STATE-OUT

           .
