       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SANREV_M.
      *****************************************************************
      * Pruefdialog der Compliance fuer die Treffer der Sanktions-
      * Rasterung (sanreview.txt von SANSCRN_M): zeigt jeden offenen
      * Treffer mit gerastertem Namen, Listenzeile und den
      * betroffenen Konten. F = Fehltreffer akzeptieren (Status F,
      * der Treffer wird nicht erneut gestellt), B = bestaetigen
      * (Status B; fuer jedes verknuepfte Konto - beim Kunden ueber
      * custlink.txt, beim Konto das Konto selbst - wird die Sperre
      * mit Status "B" wie in der Kontostamm-Pflege als Antrag nach
      * pendchg.txt gestellt und erst nach Freigabe durch einen
      * zweiten Bediener in APPROVE_M wirksam), W = wiedervorlegen.
      * Jede Entscheidung wird mit Bediener und Zeitstempel in
      * sanaudit.txt protokolliert.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVIEW-IN ASSIGN TO "sanreview.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVIEW-IN-FILE-STATUS.
           SELECT REVIEW-OUT ASSIGN TO "sanreview.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVIEW-OUT-FILE-STATUS.
           SELECT ACCTMAST-IN ASSIGN TO "acctmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCTMAST-IN-FILE-STATUS.
           SELECT CUSTLINK-IN ASSIGN TO "custlink.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTLINK-IN-FILE-STATUS.
           SELECT PENDING-OUT ASSIGN TO "pendchg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-OUT-FILE-STATUS.
           SELECT AUDIT-OUT ASSIGN TO "sanaudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-OUT-FILE-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-IN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD REVIEW-IN.
       01  REVIEW-IN-F PIC X(109).
       FD REVIEW-OUT.
       01  REVIEW-OUT-F PIC X(109).
       FD ACCTMAST-IN.
       01  ACCTMAST-IN-F PIC X(84).
       FD CUSTLINK-IN.
       01  CUSTLINK-IN-F.
         05  CL-CUSTID-F    PIC 9(8).
         05  CL-BANKID-F    PIC 9(5).
         05  CL-ACCOUNTID-F PIC 9(10).
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
       FD AUDIT-OUT.
       01  AUDIT-OUT-F.
         05  AU-TIMESTAMP PIC 9(16).
         05  FILLER       PIC X VALUE SPACE.
         05  AU-OPERATOR  PIC X(08).
         05  FILLER       PIC X VALUE SPACE.
         05  AU-ACTION    PIC X(08).
         05  FILLER       PIC X VALUE SPACE.
         05  AU-TYPE      PIC X(01).
         05  FILLER       PIC X VALUE SPACE.
         05  AU-CUSTID    PIC 9(8).
         05  FILLER       PIC X VALUE SPACE.
         05  AU-BANKID    PIC 9(5).
         05  AU-ACCOUNTID PIC 9(10).
         05  FILLER       PIC X VALUE SPACE.
         05  AU-LISTNAME  PIC X(30).
       FD BUSDATE-IN.
       01  BUSDATE-IN-F PIC 9(8).
       WORKING-STORAGE SECTION.
       01  REVIEW-IN-FILE-STATUS   PIC X(02).
       01  REVIEW-OUT-FILE-STATUS  PIC X(02).
       01  ACCTMAST-IN-FILE-STATUS PIC X(02).
       01  CUSTLINK-IN-FILE-STATUS PIC X(02).
       01  PENDING-OUT-FILE-STATUS PIC X(02).
       01  AUDIT-OUT-FILE-STATUS   PIC X(02).
       01  BUSDATE-IN-FILE-STATUS  PIC X(02).
       01  CURRENT-DATE-DATA.
        05 DATETIME PIC 9(16).
       01  RUN-DATE PIC 9(8) VALUE 0.
       01  LOAD-EOF-SWITCH PIC X VALUE "N".
         88  LOAD-EOF VALUE "Y".
       01  OPERATOR-ID PIC X(08) VALUE SPACE.
       01  REVIEW-RECORD.
         05  SR-STATE     PIC X(01).
           88  SR-OPEN      VALUE "O".
         05  SR-TYPE      PIC X(01).
           88  SR-CUSTOMER  VALUE "K".
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
       01  OPEN-COUNT   PIC 9(04) VALUE 0.
      * Kontostamm als Vorlage fuer die Sperrantraege.
       01  ACCT-TABLE.
         05  ACCT-ENTRY OCCURS 2000 TIMES.
           10  AT-BANKID    PIC 9(5).
           10  AT-ACCOUNTID PIC 9(10).
           10  AT-NAME      PIC X(30).
           10  AT-STATUS    PIC X(01).
           10  AT-IBAN      PIC X(34).
           10  AT-PRODUCT   PIC X(04).
       01  ACCT-COUNT PIC 9(04) VALUE 0.
       01  ACCT-IDX   PIC 9(04).
       01  LINK-TABLE.
         05  LINK-ENTRY OCCURS 1000 TIMES.
           10  LT-CUSTID    PIC 9(8).
           10  LT-BANKID    PIC 9(5).
           10  LT-ACCOUNTID PIC 9(10).
       01  LINK-COUNT PIC 9(04) VALUE 0.
       01  LINK-IDX   PIC 9(04).
       01  FOUND-SWITCH PIC X VALUE "N".
         88  ENTRY-FOUND VALUE "Y".
       01  WORK-BANKID    PIC 9(5).
       01  WORK-ACCOUNTID PIC 9(10).
       01  AUDIT-ACTION    PIC X(08).
       01  AUDIT-BANKID    PIC 9(5).
       01  AUDIT-ACCOUNTID PIC 9(10).
       01  ACTION-CHOICE PIC X(01) VALUE SPACE.
         88  ACTION-FALSE   VALUE "F" "f".
         88  ACTION-CONFIRM VALUE "B" "b".
       01  SHOW-ONLY-SWITCH PIC X VALUE "N".
         88  SHOW-ONLY VALUE "Y".
       01  FALSE-COUNT    PIC 9(04) VALUE 0.
       01  CONFIRM-COUNT  PIC 9(04) VALUE 0.
       01  KEPT-COUNT     PIC 9(04) VALUE 0.
       01  BLOCKREQ-COUNT PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM LOAD-RUN-DATE
           PERFORM LOAD-REVIEW-QUEUE
           IF OPEN-COUNT = 0
               DISPLAY "Keine offenen Sanktionstreffer."
               GOBACK
           END-IF
           PERFORM LOAD-ACCOUNTS
           PERFORM LOAD-LINKS
           OPEN EXTEND AUDIT-OUT
           IF AUDIT-OUT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-OUT
           END-IF
           OPEN EXTEND PENDING-OUT
           IF PENDING-OUT-FILE-STATUS NOT = "00"
               OPEN OUTPUT PENDING-OUT
           END-IF
           DISPLAY "Bediener-Kennung:"
           ACCEPT OPERATOR-ID
           PERFORM VARYING REVIEW-IDX FROM 1 BY 1
               UNTIL REVIEW-IDX > REVIEW-COUNT
               MOVE REVIEW-ENTRY(REVIEW-IDX) TO REVIEW-RECORD
               IF SR-OPEN
                   PERFORM DECIDE-ONE-HIT
               END-IF
           END-PERFORM
           PERFORM SAVE-REVIEW-QUEUE
           CLOSE PENDING-OUT
           CLOSE AUDIT-OUT
           DISPLAY "Entschieden: " FALSE-COUNT " Fehltreffer, "
               CONFIRM-COUNT " bestaetigt (" BLOCKREQ-COUNT
               " Sperrantraege), " KEPT-COUNT " wiedervorgelegt."
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
                       MOVE REVIEW-IN-F TO REVIEW-RECORD
                       IF SR-OPEN
                           ADD 1 TO OPEN-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REVIEW-IN

           .
       LOAD-ACCOUNTS SECTION.
           OPEN INPUT ACCTMAST-IN
           IF ACCTMAST-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF OR ACCT-COUNT >= 2000
               READ ACCTMAST-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO ACCT-COUNT
                       MOVE ACCTMAST-IN-F TO ACCT-ENTRY(ACCT-COUNT)
               END-READ
           END-PERFORM
           CLOSE ACCTMAST-IN

           .
       LOAD-LINKS SECTION.
           OPEN INPUT CUSTLINK-IN
           IF CUSTLINK-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF OR LINK-COUNT >= 1000
               READ CUSTLINK-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO LINK-COUNT
                       MOVE CUSTLINK-IN-F TO LINK-ENTRY(LINK-COUNT)
               END-READ
           END-PERFORM
           CLOSE CUSTLINK-IN

           .
       DECIDE-ONE-HIT SECTION.
           DISPLAY " "
           IF SR-CUSTOMER
               DISPLAY "Kunde " SR-CUSTID ": "
                   FUNCTION TRIM(SR-SUBJECT)
           ELSE
               DISPLAY "Konto " SR-BANKID "/" SR-ACCOUNTID ": "
                   FUNCTION TRIM(SR-SUBJECT)
           END-IF
           DISPLAY "  Listenzeile " FUNCTION TRIM(SR-LISTNAME)
               ", gefunden am " SR-FOUND
           SET SHOW-ONLY TO TRUE
           PERFORM FOR-EACH-ACCOUNT
           DISPLAY "F=Fehltreffer B=bestaetigen W=wiedervorlegen:"
           ACCEPT ACTION-CHOICE
           EVALUATE TRUE
               WHEN ACTION-FALSE
                   MOVE "F" TO SR-STATE
                   ADD 1 TO FALSE-COUNT
                   MOVE "FALSEPOS" TO AUDIT-ACTION
               WHEN ACTION-CONFIRM
                   MOVE "B" TO SR-STATE
                   ADD 1 TO CONFIRM-COUNT
                   MOVE "CONFIRM" TO AUDIT-ACTION
                   MOVE "N" TO SHOW-ONLY-SWITCH
                   PERFORM FOR-EACH-ACCOUNT
               WHEN OTHER
                   ADD 1 TO KEPT-COUNT
                   EXIT SECTION
           END-EVALUATE
           MOVE RUN-DATE TO SR-DECIDED
           MOVE OPERATOR-ID TO SR-OPERATOR
           MOVE REVIEW-RECORD TO REVIEW-ENTRY(REVIEW-IDX)
           MOVE SR-BANKID TO AUDIT-BANKID
           MOVE SR-ACCOUNTID TO AUDIT-ACCOUNTID
           PERFORM WRITE-DECISION-AUDIT

           .
       FOR-EACH-ACCOUNT SECTION.
      *    Betroffene Konten anzeigen bzw. sperren lassen.
           IF SR-CUSTOMER
               MOVE "N" TO FOUND-SWITCH
               PERFORM VARYING LINK-IDX FROM 1 BY 1
                   UNTIL LINK-IDX > LINK-COUNT
                   IF LT-CUSTID(LINK-IDX) = SR-CUSTID
                       SET ENTRY-FOUND TO TRUE
                       MOVE LT-BANKID(LINK-IDX) TO WORK-BANKID
                       MOVE LT-ACCOUNTID(LINK-IDX) TO WORK-ACCOUNTID
                       PERFORM HANDLE-ONE-ACCOUNT
                   END-IF
               END-PERFORM
               IF NOT ENTRY-FOUND AND SHOW-ONLY
                   DISPLAY "  (keine verknuepften Konten)"
               END-IF
           ELSE
               MOVE SR-BANKID TO WORK-BANKID
               MOVE SR-ACCOUNTID TO WORK-ACCOUNTID
               PERFORM HANDLE-ONE-ACCOUNT
           END-IF

           .
       HANDLE-ONE-ACCOUNT SECTION.
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
               UNTIL ACCT-IDX > ACCT-COUNT OR LOAD-EOF
               IF AT-BANKID(ACCT-IDX) = WORK-BANKID
                   AND AT-ACCOUNTID(ACCT-IDX) = WORK-ACCOUNTID
                   SET LOAD-EOF TO TRUE
               END-IF
           END-PERFORM
           IF NOT LOAD-EOF
               IF SHOW-ONLY
                   DISPLAY "  Konto " WORK-BANKID "/" WORK-ACCOUNTID
                       " nicht im Kontostamm"
               END-IF
               EXIT SECTION
           END-IF
           SUBTRACT 1 FROM ACCT-IDX
           IF SHOW-ONLY
               DISPLAY "  Konto " WORK-BANKID "/" WORK-ACCOUNTID
                   " " AT-NAME(ACCT-IDX) " Status "
                   AT-STATUS(ACCT-IDX)
               EXIT SECTION
           END-IF
      *    Gesperrte und geschlossene Konten bleiben, wie sie sind.
           IF AT-STATUS(ACCT-IDX) = "B" OR AT-STATUS(ACCT-IDX) = "C"
               DISPLAY "  Konto " WORK-BANKID "/" WORK-ACCOUNTID
                   " bereits Status " AT-STATUS(ACCT-IDX)
               EXIT SECTION
           END-IF
           MOVE "B" TO AT-STATUS(ACCT-IDX)
           MOVE SPACES TO PENDING-OUT-F
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           MOVE DATETIME TO PC-TIMESTAMP
           MOVE OPERATOR-ID TO PC-OPERATOR
           MOVE "acctmast.txt" TO PC-FILE
           MOVE "PUT" TO PC-ACTION
           MOVE 15 TO PC-KEYLEN
           MOVE ACCT-ENTRY(ACCT-IDX) TO PC-IMAGE
           WRITE PENDING-OUT-F
           ADD 1 TO BLOCKREQ-COUNT
           MOVE "BLOCKREQ" TO AUDIT-ACTION
           MOVE WORK-BANKID TO AUDIT-BANKID
           MOVE WORK-ACCOUNTID TO AUDIT-ACCOUNTID
           PERFORM WRITE-DECISION-AUDIT
           DISPLAY "  Sperre Konto " WORK-BANKID "/" WORK-ACCOUNTID
               " zur Freigabe beantragt."
           MOVE "CONFIRM" TO AUDIT-ACTION

           .
       WRITE-DECISION-AUDIT SECTION.
           MOVE SPACES TO AUDIT-OUT-F
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           MOVE DATETIME TO AU-TIMESTAMP
           MOVE OPERATOR-ID TO AU-OPERATOR
           MOVE AUDIT-ACTION TO AU-ACTION
           MOVE AUDIT-BANKID TO AU-BANKID
           MOVE AUDIT-ACCOUNTID TO AU-ACCOUNTID
           MOVE SR-TYPE TO AU-TYPE
           MOVE SR-CUSTID TO AU-CUSTID
           MOVE SR-LISTNAME TO AU-LISTNAME
           WRITE AUDIT-OUT-F

           .
       SAVE-REVIEW-QUEUE SECTION.
      *    Entschiedene Treffer bleiben mit ihrem Status stehen,
      *    damit die Rasterung sie nicht erneut stellt.
           OPEN OUTPUT REVIEW-OUT
           PERFORM VARYING REVIEW-IDX FROM 1 BY 1
               UNTIL REVIEW-IDX > REVIEW-COUNT
               WRITE REVIEW-OUT-F FROM REVIEW-ENTRY(REVIEW-IDX)
           END-PERFORM
           CLOSE REVIEW-OUT

           .
