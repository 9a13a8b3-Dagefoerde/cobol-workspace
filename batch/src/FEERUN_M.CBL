      * input.txt-Format nach feepost.txt geschrieben, dazu ein
      * Gebuehrenjournal feejournal.txt fuer Rueckfragen des
      * Kundendienstes. Lauftag aus feedate.txt, sonst Systemdatum.
      * Traegt ein Konto laut Kontostamm acctmast.txt ein Produkt,
      * fuer das der Produktkatalog prodmast.txt ein eigenes
      * Gebuehrenschema vorgibt, gilt dieses vor dem der Bank; das
      * Journal weist aus, welches Schema angewandt wurde.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FEESCHED-IN ASSIGN TO "feesched.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEESCHED-IN-FILE-STATUS.
           SELECT ACCTMAST-IN ASSIGN TO "acctmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCTMAST-IN-FILE-STATUS.
           SELECT PRODMAST-IN ASSIGN TO "prodmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODMAST-IN-FILE-STATUS.
           SELECT FEEACT-IN ASSIGN TO "feeact.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEEACT-IN-FILE-STATUS.
         05  FS-FREE-F     PIC 9(4).
         05  FS-ITEMPRICE-F PIC 9(4)V99.
         05  FS-BASEFEE-F  PIC 9(6)V99.
       FD ACCTMAST-IN.
       01  ACCTMAST-IN-F.
         05  AM-BANKID-F    PIC 9(5).
         05  AM-ACCOUNTID-F PIC 9(10).
         05  AM-NAME-F      PIC X(30).
         05  AM-STATUS-F    PIC X(01).
         05  AM-IBAN-F      PIC X(34).
         05  AM-PRODUCT-F   PIC X(04).
       FD PRODMAST-IN.
       01  PRODMAST-IN-F.
         05  PM-CODE-F      PIC X(04).
         05  PM-NAME-F      PIC X(30).
         05  PM-RATE-SET-F  PIC X(01).
         05  PM-CREDIT-F    PIC 9(2)V9(4).
         05  PM-DEBIT-F     PIC 9(2)V9(4).
         05  PM-FEE-SET-F   PIC X(01).
         05  PM-FREE-F      PIC 9(4).
         05  PM-ITEMPRICE-F PIC 9(4)V99.
         05  PM-BASEFEE-F   PIC 9(6)V99.
         05  FILLER         PIC X(13).
       FD FEEACT-IN.
       01  FEEACT-IN-F.
         05  FA-BANKID-F    PIC 9(5).
       01  BUSDATE-IN-FILE-STATUS PIC X(02).
       01  EXTRACT-IN-FILE-STATUS  PIC X(02).
       01  FEESCHED-IN-FILE-STATUS PIC X(02).
       01  ACCTMAST-IN-FILE-STATUS PIC X(02).
       01  PRODMAST-IN-FILE-STATUS PIC X(02).
       01  FEEACT-IN-FILE-STATUS   PIC X(02).
       01  FEEACT-OUT-FILE-STATUS  PIC X(02).
       01  FEEDATE-IN-FILE-STATUS  PIC X(02).
         88  SCHED-FOUND VALUE "Y".
       01  SCHED-EOF-SWITCH PIC X VALUE "N".
         88  SCHED-EOF   VALUE "Y".
      * Produkte mit eigenem Gebuehrenschema und die Konten, die
      * ein Produkt tragen.
       01  PRODUCT-TABLE.
         05  PRODUCT-ENTRY OCCURS 100 TIMES.
           10  PD-CODE      PIC X(04).
           10  PD-FREE      PIC 9(4).
           10  PD-ITEMPRICE PIC 9(4)V99.
           10  PD-BASEFEE   PIC 9(6)V99.
       01  PRODUCT-COUNT PIC 9(03) VALUE 0.
       01  PRODUCT-IDX   PIC 9(03).
       01  PRODUCT-EOF-SWITCH PIC X VALUE "N".
         88  PRODUCT-EOF VALUE "Y".
       01  PRODUCT-FOUND-SWITCH PIC X VALUE "N".
         88  PRODUCT-FOUND VALUE "Y".
       01  ACCTPROD-TABLE.
         05  ACCTPROD-ENTRY OCCURS 5000 TIMES.
           10  AP-BANKID    PIC 9(5).
           10  AP-ACCOUNTID PIC 9(10).
           10  AP-PRODUCT   PIC X(04).
       01  ACCTPROD-COUNT PIC 9(04) VALUE 0.
       01  ACCTPROD-IDX   PIC 9(04).
       01  ACCTPROD-EOF-SWITCH PIC X VALUE "N".
         88  ACCTPROD-EOF VALUE "Y".
       01  ACCOUNT-PRODUCT PIC X(04) VALUE SPACE.
      * Angewandtes Schema fuer das aktuelle Konto.
       01  USE-FREE      PIC 9(4) VALUE 0.
       01  USE-ITEMPRICE PIC 9(4)V99 VALUE 0.
       01  USE-BASEFEE   PIC 9(6)V99 VALUE 0.
       01  USE-SOURCE    PIC X(09) VALUE SPACE.
       01  ACTIVITY-TABLE.
         05  ACTIVITY-ENTRY OCCURS 1000 TIMES.
           10  AV-BANKID    PIC 9(5).
           END-IF
           PERFORM CHECK-MONTH-END
           PERFORM LOAD-FEE-SCHEDULE
           PERFORM LOAD-PRODUCT-SCHEDULES
           PERFORM LOAD-ACTIVITY
           PERFORM COLLECT-FROM-EXTRACT
           IF MONTH-END
           END-PERFORM
           CLOSE FEESCHED-IN

           .
       LOAD-PRODUCT-SCHEDULES SECTION.
      *    Nur Produkte mit eigenem Schema zaehlen; ohne Katalog
      *    oder ohne Kontostamm gilt das Schema der Bank.
           OPEN INPUT PRODMAST-IN
           IF PRODMAST-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL PRODUCT-EOF OR PRODUCT-COUNT >= 100
               READ PRODMAST-IN
                   AT END SET PRODUCT-EOF TO TRUE
                   NOT AT END
                       IF PM-FEE-SET-F = "Y"
                           ADD 1 TO PRODUCT-COUNT
                           MOVE PM-CODE-F TO PD-CODE(PRODUCT-COUNT)
                           MOVE PM-FREE-F TO PD-FREE(PRODUCT-COUNT)
                           MOVE PM-ITEMPRICE-F TO
                               PD-ITEMPRICE(PRODUCT-COUNT)
                           MOVE PM-BASEFEE-F TO
                               PD-BASEFEE(PRODUCT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODMAST-IN
           IF PRODUCT-COUNT = 0
               EXIT SECTION
           END-IF
           OPEN INPUT ACCTMAST-IN
           IF ACCTMAST-IN-FILE-STATUS NOT = "00"
               MOVE 0 TO PRODUCT-COUNT
               EXIT SECTION
           END-IF
           PERFORM UNTIL ACCTPROD-EOF
               READ ACCTMAST-IN
                   AT END SET ACCTPROD-EOF TO TRUE
                   NOT AT END
                       IF AM-PRODUCT-F NOT = SPACES
                           PERFORM ADD-ACCOUNT-PRODUCT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCTMAST-IN

           .
       ADD-ACCOUNT-PRODUCT SECTION.
           IF ACCTPROD-COUNT >= 5000
               DISPLAY "*** Produkttabelle voll: " AM-BANKID-F
                   " " AM-ACCOUNTID-F " ohne Produktschema ***"
               EXIT SECTION
           END-IF
           ADD 1 TO ACCTPROD-COUNT
           MOVE AM-BANKID-F TO AP-BANKID(ACCTPROD-COUNT)
           MOVE AM-ACCOUNTID-F TO AP-ACCOUNTID(ACCTPROD-COUNT)
           MOVE AM-PRODUCT-F TO AP-PRODUCT(ACCTPROD-COUNT)

           .
       LOAD-ACTIVITY SECTION.
           OPEN INPUT FEEACT-IN

           .
       FEE-FOR-ONE-ACCOUNT SECTION.
      *    Schema des Produkts vor dem der Bank.
           PERFORM FIND-PRODUCT-SCHEDULE
           IF NOT PRODUCT-FOUND
               MOVE "N" TO SCHED-FOUND-SWITCH
               PERFORM VARYING SCHED-IDX FROM 1 BY 1
                   UNTIL SCHED-IDX > SCHED-COUNT OR SCHED-FOUND
                   IF SC-BANKID(SCHED-IDX) = AV-BANKID(ACTIVITY-IDX)
                       MOVE "Y" TO SCHED-FOUND-SWITCH
                   END-IF
               END-PERFORM
               IF NOT SCHED-FOUND
                   EXIT SECTION
               END-IF
               SUBTRACT 1 FROM SCHED-IDX
               MOVE SC-FREE(SCHED-IDX) TO USE-FREE
               MOVE SC-ITEMPRICE(SCHED-IDX) TO USE-ITEMPRICE
               MOVE SC-BASEFEE(SCHED-IDX) TO USE-BASEFEE
               MOVE "Bank" TO USE-SOURCE
           END-IF
           IF AV-COUNT(ACTIVITY-IDX) > USE-FREE
               COMPUTE BILLABLE-ITEMS =
                   AV-COUNT(ACTIVITY-IDX) - USE-FREE
           ELSE
               MOVE 0 TO BILLABLE-ITEMS
           END-IF
           COMPUTE FEE-AMOUNT =
               BILLABLE-ITEMS * USE-ITEMPRICE + USE-BASEFEE
           IF FEE-AMOUNT = 0
               EXIT SECTION
           END-IF
           ADD FEE-AMOUNT TO TRAILER-AMOUNT
           PERFORM WRITE-JOURNAL-LINE

           .
       FIND-PRODUCT-SCHEDULE SECTION.
           MOVE "N" TO PRODUCT-FOUND-SWITCH
           IF PRODUCT-COUNT = 0
               EXIT SECTION
           END-IF
           MOVE SPACES TO ACCOUNT-PRODUCT
           PERFORM VARYING ACCTPROD-IDX FROM 1 BY 1
               UNTIL ACCTPROD-IDX > ACCTPROD-COUNT
               OR ACCOUNT-PRODUCT NOT = SPACES
               IF AP-BANKID(ACCTPROD-IDX) = AV-BANKID(ACTIVITY-IDX)
                   AND AP-ACCOUNTID(ACCTPROD-IDX) =
                       AV-ACCOUNTID(ACTIVITY-IDX)
                   MOVE AP-PRODUCT(ACCTPROD-IDX) TO ACCOUNT-PRODUCT
               END-IF
           END-PERFORM
           IF ACCOUNT-PRODUCT = SPACES
               EXIT SECTION
           END-IF
           PERFORM VARYING PRODUCT-IDX FROM 1 BY 1
               UNTIL PRODUCT-IDX > PRODUCT-COUNT OR PRODUCT-FOUND
               IF PD-CODE(PRODUCT-IDX) = ACCOUNT-PRODUCT
                   MOVE "Y" TO PRODUCT-FOUND-SWITCH
                   MOVE PD-FREE(PRODUCT-IDX) TO USE-FREE
                   MOVE PD-ITEMPRICE(PRODUCT-IDX) TO USE-ITEMPRICE
                   MOVE PD-BASEFEE(PRODUCT-IDX) TO USE-BASEFEE
                   MOVE SPACES TO USE-SOURCE
                   STRING "Prod " ACCOUNT-PRODUCT
                       DELIMITED BY SIZE INTO USE-SOURCE
               END-IF
           END-PERFORM

           .
       WRITE-JOURNAL-LINE SECTION.
           MOVE AV-COUNT(ACTIVITY-IDX) TO JL-ITEMS
           MOVE USE-FREE TO JL-FREE
           MOVE BILLABLE-ITEMS TO JL-BILLABLE
           MOVE FEE-AMOUNT TO JL-FEE
           MOVE USE-BASEFEE TO JL-BASE
           MOVE SPACES TO JOURNAL-LINE
           STRING "Bank " AV-BANKID(ACTIVITY-IDX)
               " Konto " AV-ACCOUNTID(ACTIVITY-IDX)
               " Grund " JL-BASE
               " Summe " JL-FEE
               " " AV-CURRENCY(ACTIVITY-IDX)
               " " USE-SOURCE
               DELIMITED BY SIZE INTO JOURNAL-LINE
           WRITE JOURNAL-OUT-F FROM JOURNAL-LINE

               MOVE "T" TO FP-DRCR
               MOVE "EUR" TO FP-CURR-CODE
               MOVE "Kontrollsatz Gebuehrenlauf" TO FP-COMMENT
      *        Der Kontrollsatz traegt den Lauftag; GLPOST_M
      *        journalisiert die Datei nur an diesem Tag.
               MOVE FEE-DATE TO FP-VALDATE
               WRITE FEEPOST-OUT-F
           END-IF
           MOVE 0 TO TRAILER-COUNT
