       IDENTIFICATION DIVISION.
       PROGRAM-ID.  POOLINT_M.
      *****************************************************************
      * Zinsverteilung im Cash-Pool zum Monatsende: der Zinslauf
      * schreibt die Poolzinsen dem Masterkonto gut, weil die
      * Pooling-Uebertraege die Salden dort sammeln. Dieser Lauf
      * gibt sie anteilig an die Unterkonten weiter.
      * Grundlage ist die Uebertragshistorie sweephist.txt aus
      * SWEEP_M: die Poolposition eines Unterkontos ist die Summe
      * seiner Uebertraege (positiv = eingelegt, negativ = in
      * Anspruch genommen). Ein Uebertrag wirkt ab dem Tag nach dem
      * Pooling-Lauf, weil der naechste Abschluss ihn bucht.
      * Fuer jeden Kalendertag des Monats bis zum Lauftag wird die
      * Position mit den Konditionen der Masterbank aus rates.txt
      * verzinst (Habenzins auf Einlagen, Sollzins auf
      * Inanspruchnahmen, act/365 wie im Zinslauf).
      * Je Unterkonto entsteht ein ausgeglichenes Buchungspaar
      * zwischen Master- und Unterkonto im input.txt-Format, nach
      * Bank/Konto sortiert und mit Kontrollsaetzen in pooltxn.txt;
      * poolalloc.txt zeigt die Verteilung je Pool. Lauftag aus
      * busdate.txt, sonst Systemdatum.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-IN ASSIGN TO "sweephist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-IN-FILE-STATUS.
           SELECT RATES-IN ASSIGN TO "rates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATES-IN-FILE-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-IN-FILE-STATUS.
           SELECT TXN-OUT ASSIGN TO "pooltxn.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXN-OUT-FILE-STATUS.
           SELECT REPORT-OUT ASSIGN TO "poolalloc.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HIST-IN.
       01  HIST-IN-F.
         05  HS-DATE-F       PIC 9(8).
         05  FILLER          PIC X.
         05  HS-MBANKID-F    PIC 9(5).
         05  HS-MACCOUNTID-F PIC 9(10).
         05  FILLER          PIC X.
         05  HS-SBANKID-F    PIC 9(5).
         05  HS-SACCOUNTID-F PIC 9(10).
         05  FILLER          PIC X.
         05  HS-AMOUNT-F     PIC S9(8)V99 SIGN IS LEADING SEPARATE.
         05  FILLER          PIC X.
         05  HS-CURR-F       PIC X(03).
       FD RATES-IN.
       01  RATES-IN-F.
         05  RA-BANKID-F   PIC 9(5).
         05  RA-CREDIT-F   PIC 9(2)V9(4).
         05  RA-DEBIT-F    PIC 9(2)V9(4).
       FD BUSDATE-IN.
       01  BUSDATE-IN-F PIC 9(8).
       FD TXN-OUT.
       01  TXN-OUT-F.
         05  TX-BANKID    PIC 9(5).
         05  TX-ACCOUNTID PIC 9(10).
         05  TX-AMOUNT    PIC 9(8)V99.
         05  TX-DRCR      PIC X(01).
         05  TX-CURR-CODE PIC X(03).
         05  TX-COMMENT   PIC X(55).
         05  TX-VALDATE   PIC 9(8).
       FD REPORT-OUT.
       01  REPORT-OUT-F PIC X(100).
       WORKING-STORAGE SECTION.
       01  HIST-IN-FILE-STATUS    PIC X(02).
       01  RATES-IN-FILE-STATUS   PIC X(02).
       01  BUSDATE-IN-FILE-STATUS PIC X(02).
       01  TXN-OUT-FILE-STATUS    PIC X(02).
       01  REPORT-OUT-FILE-STATUS PIC X(02).
       01  HIST-EOF-SWITCH PIC X VALUE "N".
         88  HIST-EOF VALUE "Y".
       01  RATE-EOF-SWITCH PIC X VALUE "N".
         88  RATE-EOF VALUE "Y".
       01  RUN-DATE-DATA.
         05  RUN-DATE  PIC 9(8).
         05  FILLER    PIC X(13).
       01  POOL-DATE-SPLIT.
         05  POOL-YYYY PIC 9(4).
         05  POOL-MM   PIC 9(2).
         05  POOL-DD   PIC 9(2).
       01  POOL-DATE REDEFINES POOL-DATE-SPLIT PIC 9(8).
       01  START-DATE  PIC 9(8) VALUE 0.
       01  START-INT   PIC 9(8) VALUE 0.
       01  END-INT     PIC 9(8) VALUE 0.
       01  DAY-INT     PIC 9(8) VALUE 0.
       01  HIST-INT    PIC 9(8) VALUE 0.
       01  DAY-COUNT   PIC 9(3) VALUE 0.
       01  RATE-TABLE.
         05  RATE-ENTRY OCCURS 100 TIMES.
           10  RA-BANKID  PIC 9(5).
           10  RA-CREDIT  PIC 9(2)V9(4).
           10  RA-DEBIT   PIC 9(2)V9(4).
       01  RATE-COUNT  PIC 9(03) VALUE 0.
       01  RATE-IDX    PIC 9(03).
       01  RATE-FOUND-SWITCH PIC X VALUE "N".
         88  RATE-FOUND VALUE "Y".
       01  USE-RATE    PIC 9(2)V9(4) VALUE 0.
      * Unterkonten je Pool mit laufender Position und Zinssumme.
       01  SUB-TABLE.
         05  SUB-ENTRY OCCURS 500 TIMES.
           10  SB-MBANKID    PIC 9(5).
           10  SB-MACCOUNTID PIC 9(10).
           10  SB-SBANKID    PIC 9(5).
           10  SB-SACCOUNTID PIC 9(10).
           10  SB-CURR       PIC X(03).
           10  SB-POSITION   PIC S9(9)V99.
           10  SB-POS-SUM    PIC S9(11)V99.
           10  SB-INTEREST   PIC S9(8)V9(4).
           10  SB-POSTED     PIC S9(8)V99.
       01  SUB-COUNT PIC 9(03) VALUE 0.
       01  SUB-IDX   PIC 9(03).
       01  SUB-FOUND-SWITCH PIC X VALUE "N".
         88  SUB-FOUND VALUE "Y".
       01  SUB-FULL-SWITCH PIC X VALUE "N".
         88  SUB-TABLE-FULL VALUE "Y".
      * Uebertraege innerhalb des Monats, nach Wirkungstag.
       01  DAYMOVE-TABLE.
         05  DAYMOVE-ENTRY OCCURS 5000 TIMES.
           10  DM-INT     PIC 9(8).
           10  DM-SUB-IDX PIC 9(03).
           10  DM-AMOUNT  PIC S9(8)V99.
       01  DAYMOVE-COUNT PIC 9(04) VALUE 0.
       01  DAYMOVE-IDX   PIC 9(04).
       01  DAYMOVE-FULL-SWITCH PIC X VALUE "N".
         88  DAYMOVE-TABLE-FULL VALUE "Y".
       01  DAY-INTEREST  PIC S9(8)V9(4) VALUE 0.
       01  POST-AMOUNT   PIC 9(8)V99 VALUE 0.
       01  POST-CURR     PIC X(03) VALUE "EUR".
       01  TXN-TABLE.
         05  TXN-ITEM OCCURS 2000 TIMES.
           10  TI-BANKID    PIC 9(5).
           10  TI-ACCOUNTID PIC 9(10).
           10  TI-AMOUNT    PIC 9(8)V99.
           10  TI-DRCR      PIC X(01).
           10  TI-CURR      PIC X(03).
           10  TI-COMMENT   PIC X(55).
       01  TXN-COUNT PIC 9(04) VALUE 0.
       01  TXN-IDX   PIC 9(04).
       01  SHIFT-IDX PIC 9(04).
       01  INSERT-AT PIC 9(04).
       01  SLOT-FOUND-SWITCH PIC X VALUE "N".
         88  SLOT-FOUND VALUE "Y".
       01  STORE-BANKID    PIC 9(5).
       01  STORE-ACCOUNTID PIC 9(10).
       01  STORE-DRCR      PIC X(01).
       01  STORE-COMMENT   PIC X(55).
       01  TXN-FULL-SWITCH PIC X VALUE "N".
         88  TXN-BUFFER-FULL VALUE "Y".
       01  TRAILERBANK   PIC 9(5) VALUE 0.
       01  TRAILER-COUNT PIC 9(10) VALUE 0.
       01  TRAILER-AMOUNT PIC 9(8)V99 VALUE 0.
       01  PAIR-COUNT PIC 9(04) VALUE 0.
      * Berichtsgruppen: ein Pool je Masterkonto.
       01  POOL-DONE-TABLE.
         05  POOL-DONE OCCURS 500 TIMES PIC X(01).
       01  POOL-IDX      PIC 9(03).
       01  POOL-MBANKID  PIC 9(5).
       01  POOL-MACCOUNTID PIC 9(10).
       01  POOL-COUNT    PIC 9(03) VALUE 0.
       01  POOL-CREDIT   PIC 9(9)V99 VALUE 0.
       01  POOL-DEBIT    PIC 9(9)V99 VALUE 0.
       01  AVG-POSITION  PIC S9(9)V99 VALUE 0.
       01  AVG-DISP      PIC -(9)9.99.
       01  POS-DISP      PIC -(9)9.99.
       01  INT-DISP      PIC -(7)9.99.
       01  CR-DISP       PIC Z(8)9.99.
       01  DR-DISP       PIC Z(8)9.99.
       01  RATE-CR-DISP  PIC Z9.9999.
       01  RATE-DR-DISP  PIC Z9.9999.
       01  REPORT-LINE   PIC X(100).

       PROCEDURE DIVISION.
           PERFORM LOAD-POOL-DATE
           PERFORM LOAD-RATES
           PERFORM LOAD-SWEEP-HISTORY
           IF SUB-COUNT = 0
               DISPLAY "Keine Pooling-Historie sweephist.txt - "
                   "nichts zu verteilen."
               GOBACK
           END-IF
           IF SUB-TABLE-FULL OR DAYMOVE-TABLE-FULL
               DISPLAY "*** Pooling-Historie zu gross - Verteilung"
                   " abgebrochen ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING DAY-INT FROM START-INT BY 1
               UNTIL DAY-INT > END-INT
               PERFORM ACCRUE-ONE-DAY
           END-PERFORM
           PERFORM VARYING SUB-IDX FROM 1 BY 1
               UNTIL SUB-IDX > SUB-COUNT OR TXN-BUFFER-FULL
               PERFORM ALLOCATE-ONE-SUB
           END-PERFORM
           IF TXN-BUFFER-FULL
               DISPLAY "*** Buchungspuffer voll: Verteilung"
                   " unvollstaendig ***"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM WRITE-TXN-FILE
           PERFORM WRITE-ALLOCATION-REPORT
           DISPLAY "Poolzinsverteilung " POOL-MM "/" POOL-YYYY ": "
               POOL-COUNT " Pools, " SUB-COUNT " Unterkonten, "
               PAIR-COUNT " Buchungspaare nach pooltxn.txt."
           GOBACK.

       LOAD-POOL-DATE SECTION.
      *    Zeitraum: vom Monatsersten bis zum Lauftag einschliesslich;
      *    am Ultimo ist das der ganze Monat.
           MOVE 0 TO POOL-DATE
           OPEN INPUT BUSDATE-IN
           IF BUSDATE-IN-FILE-STATUS = "00"
               READ BUSDATE-IN
                   NOT AT END MOVE BUSDATE-IN-F TO POOL-DATE
               END-READ
               CLOSE BUSDATE-IN
           END-IF
           IF POOL-DATE = 0
               MOVE FUNCTION CURRENT-DATE TO RUN-DATE-DATA
               MOVE RUN-DATE TO POOL-DATE
           END-IF
           COMPUTE END-INT = FUNCTION INTEGER-OF-DATE(POOL-DATE)
           MOVE POOL-DATE TO START-DATE
           MOVE "01" TO START-DATE(7:2)
           COMPUTE START-INT = FUNCTION INTEGER-OF-DATE(START-DATE)
           COMPUTE DAY-COUNT = END-INT - START-INT + 1

           .
       LOAD-RATES SECTION.
           OPEN INPUT RATES-IN
           IF RATES-IN-FILE-STATUS NOT = "00"
               DISPLAY "Keine Zinssatzdatei rates.txt - Satz 0."
               EXIT SECTION
           END-IF
           PERFORM UNTIL RATE-EOF OR RATE-COUNT >= 100
               READ RATES-IN
                   AT END SET RATE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO RATE-COUNT
                       MOVE RATES-IN-F TO RATE-ENTRY(RATE-COUNT)
               END-READ
           END-PERFORM
           CLOSE RATES-IN

           .
       LOAD-SWEEP-HISTORY SECTION.
      *    Uebertraege vor dem Monatsersten bilden die Anfangs-
      *    position; Uebertraege im Monat wirken ab dem Folgetag.
      *    Spaetere Saetze (Nachlauf) bleiben unberuecksichtigt.
           OPEN INPUT HIST-IN
           IF HIST-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL HIST-EOF
               READ HIST-IN
                   AT END SET HIST-EOF TO TRUE
                   NOT AT END
                       IF HS-DATE-F IS NUMERIC
                           AND HS-DATE-F < POOL-DATE
                           PERFORM NOTE-ONE-SWEEP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIST-IN

           .
       NOTE-ONE-SWEEP SECTION.
           PERFORM FIND-SUB
           IF NOT SUB-FOUND
               IF SUB-COUNT >= 500
                   SET SUB-TABLE-FULL TO TRUE
                   EXIT SECTION
               END-IF
               ADD 1 TO SUB-COUNT
               MOVE SUB-COUNT TO SUB-IDX
               MOVE HS-MBANKID-F TO SB-MBANKID(SUB-IDX)
               MOVE HS-MACCOUNTID-F TO SB-MACCOUNTID(SUB-IDX)
               MOVE HS-SBANKID-F TO SB-SBANKID(SUB-IDX)
               MOVE HS-SACCOUNTID-F TO SB-SACCOUNTID(SUB-IDX)
               MOVE 0 TO SB-POSITION(SUB-IDX)
               MOVE 0 TO SB-POS-SUM(SUB-IDX)
               MOVE 0 TO SB-INTEREST(SUB-IDX)
               MOVE 0 TO SB-POSTED(SUB-IDX)
           END-IF
           MOVE HS-CURR-F TO SB-CURR(SUB-IDX)
           COMPUTE HIST-INT = FUNCTION INTEGER-OF-DATE(HS-DATE-F) + 1
           IF HIST-INT <= START-INT
               ADD HS-AMOUNT-F TO SB-POSITION(SUB-IDX)
               EXIT SECTION
           END-IF
           IF DAYMOVE-COUNT >= 5000
               SET DAYMOVE-TABLE-FULL TO TRUE
               EXIT SECTION
           END-IF
           ADD 1 TO DAYMOVE-COUNT
           MOVE HIST-INT TO DM-INT(DAYMOVE-COUNT)
           MOVE SUB-IDX TO DM-SUB-IDX(DAYMOVE-COUNT)
           MOVE HS-AMOUNT-F TO DM-AMOUNT(DAYMOVE-COUNT)

           .
       FIND-SUB SECTION.
           MOVE "N" TO SUB-FOUND-SWITCH
           PERFORM VARYING SUB-IDX FROM 1 BY 1
               UNTIL SUB-IDX > SUB-COUNT OR SUB-FOUND
               IF SB-MBANKID(SUB-IDX) = HS-MBANKID-F
                   AND SB-MACCOUNTID(SUB-IDX) = HS-MACCOUNTID-F
                   AND SB-SBANKID(SUB-IDX) = HS-SBANKID-F
                   AND SB-SACCOUNTID(SUB-IDX) = HS-SACCOUNTID-F
                   SET SUB-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF SUB-FOUND
               SUBTRACT 1 FROM SUB-IDX
           END-IF

           .
       ACCRUE-ONE-DAY SECTION.
      *    Erst die an diesem Tag wirksamen Uebertraege, dann den
      *    Tageszins je Unterkonto auf die neue Position.
           PERFORM VARYING DAYMOVE-IDX FROM 1 BY 1
               UNTIL DAYMOVE-IDX > DAYMOVE-COUNT
               IF DM-INT(DAYMOVE-IDX) = DAY-INT
                   MOVE DM-SUB-IDX(DAYMOVE-IDX) TO SUB-IDX
                   ADD DM-AMOUNT(DAYMOVE-IDX)
                       TO SB-POSITION(SUB-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING SUB-IDX FROM 1 BY 1
               UNTIL SUB-IDX > SUB-COUNT
               ADD SB-POSITION(SUB-IDX) TO SB-POS-SUM(SUB-IDX)
               PERFORM FIND-POOL-RATE
               IF USE-RATE NOT = 0
                   COMPUTE DAY-INTEREST ROUNDED =
                       SB-POSITION(SUB-IDX) * USE-RATE / 36500
                   ADD DAY-INTEREST TO SB-INTEREST(SUB-IDX)
               END-IF
           END-PERFORM

           .
       FIND-POOL-RATE SECTION.
      *    Poolkonditionen = Konditionen der Bank des Masterkontos.
           MOVE 0 TO USE-RATE
           MOVE "N" TO RATE-FOUND-SWITCH
           PERFORM VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > RATE-COUNT OR RATE-FOUND
               IF RA-BANKID(RATE-IDX) = SB-MBANKID(SUB-IDX)
                   MOVE "Y" TO RATE-FOUND-SWITCH
                   IF SB-POSITION(SUB-IDX) < 0
                       MOVE RA-DEBIT(RATE-IDX) TO USE-RATE
                   ELSE
                       MOVE RA-CREDIT(RATE-IDX) TO USE-RATE
                   END-IF
               END-IF
           END-PERFORM

           .
       ALLOCATE-ONE-SUB SECTION.
      *    Positiver Zins: Haben Unterkonto, Soll Master; negativer
      *    Zins: Soll Unterkonto, Haben Master. Restbetraege unter
      *    einem Cent entfallen wie im Zinslauf.
           COMPUTE POST-AMOUNT ROUNDED =
               FUNCTION ABS(SB-INTEREST(SUB-IDX))
           IF POST-AMOUNT = 0
               EXIT SECTION
           END-IF
           IF TXN-COUNT + 2 > 2000
               SET TXN-BUFFER-FULL TO TRUE
               EXIT SECTION
           END-IF
           MOVE SB-CURR(SUB-IDX) TO POST-CURR
           MOVE SPACES TO STORE-COMMENT
           IF SB-INTEREST(SUB-IDX) > 0
               STRING "Poolzins " POOL-MM "/" POOL-YYYY " von "
                   SB-MBANKID(SUB-IDX) "/" SB-MACCOUNTID(SUB-IDX)
                   DELIMITED BY SIZE INTO STORE-COMMENT
               MOVE SB-SBANKID(SUB-IDX) TO STORE-BANKID
               MOVE SB-SACCOUNTID(SUB-IDX) TO STORE-ACCOUNTID
               MOVE "C" TO STORE-DRCR
               PERFORM STORE-POOL-TXN
               MOVE SPACES TO STORE-COMMENT
               STRING "Poolzins " POOL-MM "/" POOL-YYYY " an "
                   SB-SBANKID(SUB-IDX) "/" SB-SACCOUNTID(SUB-IDX)
                   DELIMITED BY SIZE INTO STORE-COMMENT
               MOVE SB-MBANKID(SUB-IDX) TO STORE-BANKID
               MOVE SB-MACCOUNTID(SUB-IDX) TO STORE-ACCOUNTID
               MOVE "D" TO STORE-DRCR
               PERFORM STORE-POOL-TXN
               MOVE POST-AMOUNT TO SB-POSTED(SUB-IDX)
           ELSE
               STRING "Poolzins " POOL-MM "/" POOL-YYYY " an "
                   SB-MBANKID(SUB-IDX) "/" SB-MACCOUNTID(SUB-IDX)
                   DELIMITED BY SIZE INTO STORE-COMMENT
               MOVE SB-SBANKID(SUB-IDX) TO STORE-BANKID
               MOVE SB-SACCOUNTID(SUB-IDX) TO STORE-ACCOUNTID
               MOVE "D" TO STORE-DRCR
               PERFORM STORE-POOL-TXN
               MOVE SPACES TO STORE-COMMENT
               STRING "Poolzins " POOL-MM "/" POOL-YYYY " von "
                   SB-SBANKID(SUB-IDX) "/" SB-SACCOUNTID(SUB-IDX)
                   DELIMITED BY SIZE INTO STORE-COMMENT
               MOVE SB-MBANKID(SUB-IDX) TO STORE-BANKID
               MOVE SB-MACCOUNTID(SUB-IDX) TO STORE-ACCOUNTID
               MOVE "C" TO STORE-DRCR
               PERFORM STORE-POOL-TXN
               COMPUTE SB-POSTED(SUB-IDX) = 0 - POST-AMOUNT
           END-IF
           ADD 1 TO PAIR-COUNT

           .
       STORE-POOL-TXN SECTION.
      *    Einsortieren nach Bank/Konto wie im Pooling-Lauf, damit
      *    der Tagesabschluss die Folge akzeptiert.
           MOVE "N" TO SLOT-FOUND-SWITCH
           MOVE 0 TO INSERT-AT
           PERFORM VARYING TXN-IDX FROM 1 BY 1
               UNTIL TXN-IDX > TXN-COUNT OR SLOT-FOUND
               IF TI-BANKID(TXN-IDX) > STORE-BANKID
                   OR (TI-BANKID(TXN-IDX) = STORE-BANKID
                       AND TI-ACCOUNTID(TXN-IDX) > STORE-ACCOUNTID)
                   MOVE TXN-IDX TO INSERT-AT
                   MOVE "Y" TO SLOT-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF NOT SLOT-FOUND
               COMPUTE INSERT-AT = TXN-COUNT + 1
           END-IF
           PERFORM VARYING SHIFT-IDX FROM TXN-COUNT BY -1
               UNTIL SHIFT-IDX < INSERT-AT
               MOVE TXN-ITEM(SHIFT-IDX) TO TXN-ITEM(SHIFT-IDX + 1)
           END-PERFORM
           ADD 1 TO TXN-COUNT
           MOVE STORE-BANKID TO TI-BANKID(INSERT-AT)
           MOVE STORE-ACCOUNTID TO TI-ACCOUNTID(INSERT-AT)
           MOVE POST-AMOUNT TO TI-AMOUNT(INSERT-AT)
           MOVE STORE-DRCR TO TI-DRCR(INSERT-AT)
           MOVE POST-CURR TO TI-CURR(INSERT-AT)
           MOVE STORE-COMMENT TO TI-COMMENT(INSERT-AT)

           .
       WRITE-TXN-FILE SECTION.
           OPEN OUTPUT TXN-OUT
           MOVE 0 TO TRAILERBANK
           MOVE 0 TO TRAILER-COUNT
           MOVE 0 TO TRAILER-AMOUNT
           PERFORM VARYING TXN-IDX FROM 1 BY 1
               UNTIL TXN-IDX > TXN-COUNT
               IF TRAILERBANK NOT = TI-BANKID(TXN-IDX)
                   PERFORM WRITE-TRAILER
                   MOVE TI-BANKID(TXN-IDX) TO TRAILERBANK
               END-IF
               MOVE SPACES TO TXN-OUT-F
               MOVE TI-BANKID(TXN-IDX) TO TX-BANKID
               MOVE TI-ACCOUNTID(TXN-IDX) TO TX-ACCOUNTID
               MOVE TI-AMOUNT(TXN-IDX) TO TX-AMOUNT
               MOVE TI-DRCR(TXN-IDX) TO TX-DRCR
               MOVE TI-CURR(TXN-IDX) TO TX-CURR-CODE
               MOVE TI-COMMENT(TXN-IDX) TO TX-COMMENT
               MOVE 0 TO TX-VALDATE
               WRITE TXN-OUT-F
               ADD 1 TO TRAILER-COUNT
               ADD TI-AMOUNT(TXN-IDX) TO TRAILER-AMOUNT
           END-PERFORM
           PERFORM WRITE-TRAILER
           CLOSE TXN-OUT

           .
       WRITE-TRAILER SECTION.
           IF TRAILERBANK NOT = 0
               MOVE SPACES TO TXN-OUT-F
               MOVE TRAILERBANK TO TX-BANKID
               MOVE TRAILER-COUNT TO TX-ACCOUNTID
               MOVE TRAILER-AMOUNT TO TX-AMOUNT
               MOVE "T" TO TX-DRCR
               MOVE "EUR" TO TX-CURR-CODE
               MOVE "Kontrollsatz Poolzinsverteilung" TO TX-COMMENT
               MOVE 0 TO TX-VALDATE
               WRITE TXN-OUT-F
           END-IF
           MOVE 0 TO TRAILER-COUNT
           MOVE 0 TO TRAILER-AMOUNT

           .
       WRITE-ALLOCATION-REPORT SECTION.
      *    Je Masterkonto ein Block: Unterkonten mit Endposition,
      *    Durchschnittsposition und verteiltem Zins, danach die
      *    Summen - was der Master gutschreibt und was er erhaelt.
           OPEN OUTPUT REPORT-OUT
           MOVE SPACES TO REPORT-LINE
           STRING "Poolzinsverteilung " POOL-MM "/" POOL-YYYY
               " - Zeitraum " START-DATE " bis " POOL-DATE
               " (" DAY-COUNT " Tage)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE SPACES TO POOL-DONE-TABLE
           PERFORM VARYING POOL-IDX FROM 1 BY 1
               UNTIL POOL-IDX > SUB-COUNT
               IF POOL-DONE(POOL-IDX) = SPACE
                   PERFORM WRITE-ONE-POOL
               END-IF
           END-PERFORM
           CLOSE REPORT-OUT

           .
       WRITE-ONE-POOL SECTION.
           ADD 1 TO POOL-COUNT
           MOVE SB-MBANKID(POOL-IDX) TO POOL-MBANKID
           MOVE SB-MACCOUNTID(POOL-IDX) TO POOL-MACCOUNTID
           MOVE 0 TO POOL-CREDIT
           MOVE 0 TO POOL-DEBIT
           MOVE 0 TO RATE-CR-DISP
           MOVE 0 TO RATE-DR-DISP
           PERFORM VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > RATE-COUNT
               IF RA-BANKID(RATE-IDX) = POOL-MBANKID
                   MOVE RA-CREDIT(RATE-IDX) TO RATE-CR-DISP
                   MOVE RA-DEBIT(RATE-IDX) TO RATE-DR-DISP
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           STRING "Pool Master " POOL-MBANKID "/" POOL-MACCOUNTID
               "  Habenzins " RATE-CR-DISP
               "  Sollzins " RATE-DR-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  Unterkonto          Endposition"
               "  Durchschnitt          Zins"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           PERFORM VARYING SUB-IDX FROM POOL-IDX BY 1
               UNTIL SUB-IDX > SUB-COUNT
               IF SB-MBANKID(SUB-IDX) = POOL-MBANKID
                   AND SB-MACCOUNTID(SUB-IDX) = POOL-MACCOUNTID
                   MOVE "X" TO POOL-DONE(SUB-IDX)
                   COMPUTE AVG-POSITION ROUNDED =
                       SB-POS-SUM(SUB-IDX) / DAY-COUNT
                   MOVE SB-POSITION(SUB-IDX) TO POS-DISP
                   MOVE AVG-POSITION TO AVG-DISP
                   MOVE SB-POSTED(SUB-IDX) TO INT-DISP
                   IF SB-POSTED(SUB-IDX) > 0
                       ADD SB-POSTED(SUB-IDX) TO POOL-CREDIT
                   ELSE
                       SUBTRACT SB-POSTED(SUB-IDX) FROM POOL-DEBIT
                   END-IF
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " SB-SBANKID(SUB-IDX) "/"
                       SB-SACCOUNTID(SUB-IDX) " " POS-DISP " "
                       AVG-DISP " " INT-DISP " " SB-CURR(SUB-IDX)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-OUT-F FROM REPORT-LINE
               END-IF
           END-PERFORM
           MOVE POOL-CREDIT TO CR-DISP
           MOVE POOL-DEBIT TO DR-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "  Summe Gutschrift an Unterkonten " CR-DISP
               "  Belastung Unterkonten " DR-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE

           .
