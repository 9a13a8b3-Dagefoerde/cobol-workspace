      * aufgelaufenen Zinsen als Buchungssaetze im input.txt-Format
      * samt Kontrollsaetzen nach intpost.txt geschrieben und die
      * Abgrenzung geleert. Lauftag aus intdate.txt, sonst Systemdatum.
      * Vorrang der Konditionen je Konto und Lauftag: eine am Lauftag
      * gueltige Einzelkondition aus acctrate.txt (Bank, Konto,
      * gueltig von/bis, Haben- und Sollzins) gilt fuer den ganzen
      * Saldo; sonst die Zinssaetze des Produkts, das das Konto laut
      * Kontostamm acctmast.txt traegt, sofern der Produktkatalog
      * prodmast.txt fuer dieses Produkt eigene Saetze vorgibt;
      * sonst die Zinsstaffel der Bank aus ratetier.txt (je
      * Band Untergrenze, Haben- und Sollzins), bei der jeder Teil
      * des Saldos mit dem Satz seines Bandes verzinst wird; erst
      * ohne Staffel der Banksatz aus rates.txt. Der Bericht
      * rateexp.txt listet die Einzelkonditionen, die in den
      * naechsten 30 Tagen auslaufen. Korrekturzeilen der
      * Valutakorrektur (Art K in accrual.txt) werden unveraendert
      * mitgefuehrt und am Ultimo als eigene Buchung kapitalisiert.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT BUSDATE-IN ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-IN-FILE-STATUS.
           SELECT RATETIER-IN ASSIGN TO "ratetier.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATETIER-IN-FILE-STATUS.
           SELECT ACCTRATE-IN ASSIGN TO "acctrate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCTRATE-IN-FILE-STATUS.
           SELECT ACCTMAST-IN ASSIGN TO "acctmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCTMAST-IN-FILE-STATUS.
           SELECT PRODMAST-IN ASSIGN TO "prodmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODMAST-IN-FILE-STATUS.
           SELECT RATEEXP-OUT ASSIGN TO "rateexp.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATEEXP-OUT-FILE-STATUS.
           SELECT RUNTIMES-OUT ASSIGN TO "runtimes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNTIMES-OUT-FILE-STATUS.
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
         05  FILLER         PIC X(32).
       FD RATEEXP-OUT.
       01  RATEEXP-OUT-F PIC X(100).
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
       FD INTDATE-IN.
       01  INTDATE-IN-F PIC 9(8).
       FD MONTHEND-IN.
       01  HOLIDAYS-IN-FILE-STATUS PIC X(02).
       01  RUNFLAG-IN-FILE-STATUS  PIC X(02).
       01  RUNFLAG-OUT-FILE-STATUS PIC X(02).
       01  RATETIER-IN-FILE-STATUS PIC X(02).
       01  ACCTRATE-IN-FILE-STATUS PIC X(02).
       01  RATEEXP-OUT-FILE-STATUS PIC X(02).
       01  ACCTMAST-IN-FILE-STATUS PIC X(02).
       01  PRODMAST-IN-FILE-STATUS PIC X(02).
      * Wiederanlaufschutz: der Lauf arbeitet auf intpost.tmp und
      * accrual.new und rotiert beide erst nach sauberem Ende auf
      * ihre echten Namen; intrun.flg steht waehrend des Laufs.
       01  RATE-EOF-SWITCH PIC X VALUE "N".
         88  RATE-EOF   VALUE "Y".
       01  USE-RATE    PIC 9(2)V9(4) VALUE 0.
      * Zinsstaffeln, beim Laden nach Bank und Untergrenze sortiert;
      * ein Band reicht bis zur Untergrenze des naechsten Bandes
      * derselben Bank. Unterhalb des ersten Bandes gibt es keinen
      * Zins.
       01  TIER-TABLE.
         05  TIER-ENTRY OCCURS 200 TIMES.
           10  TR-BANKID  PIC 9(5).
           10  TR-FLOOR   PIC 9(10)V99.
           10  TR-CREDIT  PIC 9(2)V9(4).
           10  TR-DEBIT   PIC 9(2)V9(4).
       01  TIER-COUNT  PIC 9(03) VALUE 0.
       01  TIER-IDX    PIC 9(03).
       01  TIER-NEXT   PIC 9(03).
       01  TIER-FIRST  PIC 9(03) VALUE 0.
       01  TIER-SHIFT  PIC 9(03).
       01  TIER-INSERT PIC 9(03).
       01  TIER-EOF-SWITCH PIC X VALUE "N".
         88  TIER-EOF VALUE "Y".
       01  TIER-BALANCE  PIC 9(10)V99 VALUE 0.
       01  TIER-UPPER    PIC 9(10)V99 VALUE 0.
       01  TIER-PORTION  PIC 9(10)V99 VALUE 0.
       01  TIER-INTEREST PIC 9(12)V9(6) VALUE 0.
      * Einzelkonditionen je Konto mit Gueltigkeitszeitraum.
       01  COND-TABLE.
         05  COND-ENTRY OCCURS 1000 TIMES.
           10  CD-BANKID    PIC 9(5).
           10  CD-ACCOUNTID PIC 9(10).
           10  CD-FROM      PIC 9(8).
           10  CD-TO        PIC 9(8).
           10  CD-CREDIT    PIC 9(2)V9(4).
           10  CD-DEBIT     PIC 9(2)V9(4).
       01  COND-COUNT  PIC 9(04) VALUE 0.
       01  COND-IDX    PIC 9(04).
       01  COND-EOF-SWITCH PIC X VALUE "N".
         88  COND-EOF VALUE "Y".
       01  COND-FOUND-SWITCH PIC X VALUE "N".
         88  COND-FOUND VALUE "Y".
       01  COND-LATEST-FROM PIC 9(8) VALUE 0.
      * Produkte mit eigenen Zinssaetzen und die Konten, die ein
      * Produkt tragen; Konten ohne Produkt werden nicht gefuehrt.
       01  PRODUCT-TABLE.
         05  PRODUCT-ENTRY OCCURS 100 TIMES.
           10  PD-CODE    PIC X(04).
           10  PD-CREDIT  PIC 9(2)V9(4).
           10  PD-DEBIT   PIC 9(2)V9(4).
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
       01  PRODUCT-USED-COUNT PIC 9(04) VALUE 0.
       01  COND-USED-COUNT PIC 9(04) VALUE 0.
       01  TIER-USED-COUNT PIC 9(04) VALUE 0.
       01  EXPIRING-COUNT  PIC 9(04) VALUE 0.
       01  HORIZON-INT     PIC 9(8) VALUE 0.
       01  REPORT-LINE     PIC X(100).
       01  CREDIT-RATE-DISP PIC Z9.9999.
       01  DEBIT-RATE-DISP  PIC Z9.9999.
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
           END-IF
           PERFORM CHECK-MONTH-END
           PERFORM LOAD-RATES
           PERFORM LOAD-RATE-TIERS
           PERFORM LOAD-ACCOUNT-CONDITIONS
           PERFORM LOAD-PRODUCT-RATES
           PERFORM LOAD-ACCRUALS
           PERFORM ACCRUE-FROM-EXTRACT
           IF MONTH-END
           END-IF
           PERFORM SAVE-ACCRUALS
           PERFORM ROTATE-OUTPUTS
           PERFORM WRITE-EXPIRY-REPORT
           DISPLAY "Zinslauf " INT-DATE ": " ACCRUED-COUNT
               " Konten abgegrenzt."
           IF COND-USED-COUNT > 0 OR TIER-USED-COUNT > 0
               OR PRODUCT-USED-COUNT > 0
               DISPLAY "  davon Einzelkondition: " COND-USED-COUNT
                   ", Produkt: " PRODUCT-USED-COUNT
                   ", Zinsstaffel: " TIER-USED-COUNT
           END-IF
           IF EXPIRING-COUNT > 0
               DISPLAY "Einzelkonditionen mit Ablauf in 30 Tagen: "
                   EXPIRING-COUNT " (rateexp.txt)"
           END-IF
           PERFORM WRITE-RUNTIME-RECORD
           GOBACK.

           END-PERFORM
           CLOSE RATES-IN

           .
       LOAD-RATE-TIERS SECTION.
      *    Einsortieren nach Bank und Untergrenze, damit die Baender
      *    einer Bank lueckenlos aufsteigend beieinander stehen.
           OPEN INPUT RATETIER-IN
           IF RATETIER-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL TIER-EOF OR TIER-COUNT >= 200
               READ RATETIER-IN
                   AT END SET TIER-EOF TO TRUE
                   NOT AT END PERFORM INSERT-RATE-TIER
               END-READ
           END-PERFORM
           CLOSE RATETIER-IN

           .
       INSERT-RATE-TIER SECTION.
           COMPUTE TIER-INSERT = TIER-COUNT + 1
           PERFORM VARYING TIER-IDX FROM TIER-COUNT BY -1
               UNTIL TIER-IDX < 1
               IF TR-BANKID(TIER-IDX) > RT-BANKID-F
                   OR (TR-BANKID(TIER-IDX) = RT-BANKID-F
                       AND TR-FLOOR(TIER-IDX) > RT-FLOOR-F)
                   MOVE TIER-IDX TO TIER-INSERT
               END-IF
           END-PERFORM
           PERFORM VARYING TIER-SHIFT FROM TIER-COUNT BY -1
               UNTIL TIER-SHIFT < TIER-INSERT
               MOVE TIER-ENTRY(TIER-SHIFT) TO
                   TIER-ENTRY(TIER-SHIFT + 1)
           END-PERFORM
           ADD 1 TO TIER-COUNT
           MOVE RT-BANKID-F TO TR-BANKID(TIER-INSERT)
           MOVE RT-FLOOR-F TO TR-FLOOR(TIER-INSERT)
           MOVE RT-CREDIT-F TO TR-CREDIT(TIER-INSERT)
           MOVE RT-DEBIT-F TO TR-DEBIT(TIER-INSERT)

           .
       LOAD-ACCOUNT-CONDITIONS SECTION.
           OPEN INPUT ACCTRATE-IN
           IF ACCTRATE-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL COND-EOF OR COND-COUNT >= 1000
               READ ACCTRATE-IN
                   AT END SET COND-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO COND-COUNT
                       MOVE ACCTRATE-IN-F TO COND-ENTRY(COND-COUNT)
               END-READ
           END-PERFORM
           CLOSE ACCTRATE-IN

           .
       LOAD-PRODUCT-RATES SECTION.
      *    Nur Produkte mit eigenen Saetzen zaehlen; ohne Katalog
      *    oder ohne Kontostamm bleibt es bei Staffel und Banksatz.
           OPEN INPUT PRODMAST-IN
           IF PRODMAST-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL PRODUCT-EOF OR PRODUCT-COUNT >= 100
               READ PRODMAST-IN
                   AT END SET PRODUCT-EOF TO TRUE
                   NOT AT END
                       IF PM-RATE-SET-F = "Y"
                           ADD 1 TO PRODUCT-COUNT
                           MOVE PM-CODE-F TO PD-CODE(PRODUCT-COUNT)
                           MOVE PM-CREDIT-F TO
                               PD-CREDIT(PRODUCT-COUNT)
                           MOVE PM-DEBIT-F TO PD-DEBIT(PRODUCT-COUNT)
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
                   " " AM-ACCOUNTID-F " ohne Produktkondition ***"
               EXIT SECTION
           END-IF
           ADD 1 TO ACCTPROD-COUNT
           MOVE AM-BANKID-F TO AP-BANKID(ACCTPROD-COUNT)
           MOVE AM-ACCOUNTID-F TO AP-ACCOUNTID(ACCTPROD-COUNT)
           MOVE AM-PRODUCT-F TO AP-PRODUCT(ACCTPROD-COUNT)

           .
       LOAD-ACCRUALS SECTION.
           OPEN INPUT ACCRUAL-IN
                           AT-CURRENCY(ACCRUAL-COUNT)
                       MOVE AC-AMOUNT-F TO
                           AT-AMOUNT(ACCRUAL-COUNT)
                       MOVE AC-KIND-F TO AT-KIND(ACCRUAL-COUNT)
               END-READ
           END-PERFORM
           CLOSE ACCRUAL-IN
       ACCRUE-ONE-ACCOUNT SECTION.
      *    Tageszins = Saldo * Satz / 100 / 365 (act/365); Habenzins
      *    auf positive, Sollzins auf negative Salden.
           PERFORM FIND-ACCOUNT-CONDITION
           IF COND-FOUND
               ADD 1 TO COND-USED-COUNT
           ELSE
               PERFORM FIND-PRODUCT-RATE
               IF PRODUCT-FOUND
                   ADD 1 TO PRODUCT-USED-COUNT
               ELSE
                   PERFORM FIND-BANK-TIERS
                   IF TIER-FIRST > 0
                       PERFORM ACCRUE-TIERED
                       IF ACCRUAL-DELTA = 0
                           EXIT SECTION
                       END-IF
                       ADD 1 TO TIER-USED-COUNT
                       ADD 1 TO ACCRUED-COUNT
                       PERFORM ADD-TO-ACCRUAL
                       EXIT SECTION
                   END-IF
                   PERFORM FIND-BANK-RATE
               END-IF
           END-IF
           IF USE-RATE = 0
               EXIT SECTION
           END-IF
           ADD 1 TO ACCRUED-COUNT
           PERFORM ADD-TO-ACCRUAL

           .
       FIND-ACCOUNT-CONDITION SECTION.
      *    Am Lauftag gueltige Einzelkondition des Kontos; bei
      *    ueberlappenden Zeitraeumen gilt die zuletzt begonnene.
           MOVE "N" TO COND-FOUND-SWITCH
           MOVE 0 TO USE-RATE
           MOVE 0 TO COND-LATEST-FROM
           PERFORM VARYING COND-IDX FROM 1 BY 1
               UNTIL COND-IDX > COND-COUNT
               IF CD-BANKID(COND-IDX) = EX-BANKID
                   AND CD-ACCOUNTID(COND-IDX) = EX-ACCOUNTID
                   AND CD-FROM(COND-IDX) <= INT-DATE
                   AND CD-TO(COND-IDX) >= INT-DATE
                   AND CD-FROM(COND-IDX) >= COND-LATEST-FROM
                   MOVE "Y" TO COND-FOUND-SWITCH
                   MOVE CD-FROM(COND-IDX) TO COND-LATEST-FROM
                   IF EX-AMOUNT < 0
                       MOVE CD-DEBIT(COND-IDX) TO USE-RATE
                   ELSE
                       MOVE CD-CREDIT(COND-IDX) TO USE-RATE
                   END-IF
               END-IF
           END-PERFORM

           .
       FIND-PRODUCT-RATE SECTION.
      *    Produkt des Kontos und dessen Satz fuer die Saldenrichtung.
           MOVE "N" TO PRODUCT-FOUND-SWITCH
           IF PRODUCT-COUNT = 0
               EXIT SECTION
           END-IF
           MOVE SPACES TO ACCOUNT-PRODUCT
           PERFORM VARYING ACCTPROD-IDX FROM 1 BY 1
               UNTIL ACCTPROD-IDX > ACCTPROD-COUNT
               OR ACCOUNT-PRODUCT NOT = SPACES
               IF AP-BANKID(ACCTPROD-IDX) = EX-BANKID
                   AND AP-ACCOUNTID(ACCTPROD-IDX) = EX-ACCOUNTID
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
                   IF EX-AMOUNT < 0
                       MOVE PD-DEBIT(PRODUCT-IDX) TO USE-RATE
                   ELSE
                       MOVE PD-CREDIT(PRODUCT-IDX) TO USE-RATE
                   END-IF
               END-IF
           END-PERFORM

           .
       FIND-BANK-TIERS SECTION.
           MOVE 0 TO TIER-FIRST
           PERFORM VARYING TIER-IDX FROM 1 BY 1
               UNTIL TIER-IDX > TIER-COUNT OR TIER-FIRST > 0
               IF TR-BANKID(TIER-IDX) = EX-BANKID
                   MOVE TIER-IDX TO TIER-FIRST
               END-IF
           END-PERFORM

           .
       ACCRUE-TIERED SECTION.
      *    Staffelzins: jedes Band verzinst nur den Teil des Saldos
      *    zwischen seiner Untergrenze und der des naechsten Bandes.
           COMPUTE TIER-BALANCE = FUNCTION ABS(EX-AMOUNT)
           MOVE 0 TO TIER-INTEREST
           PERFORM VARYING TIER-IDX FROM TIER-FIRST BY 1
               UNTIL TIER-IDX > TIER-COUNT
               OR TR-BANKID(TIER-IDX) NOT = EX-BANKID
               IF TIER-BALANCE > TR-FLOOR(TIER-IDX)
                   MOVE TIER-BALANCE TO TIER-UPPER
                   IF TIER-IDX < TIER-COUNT
                       COMPUTE TIER-NEXT = TIER-IDX + 1
                       IF TR-BANKID(TIER-NEXT) = EX-BANKID
                           AND TR-FLOOR(TIER-NEXT) < TIER-BALANCE
                           MOVE TR-FLOOR(TIER-NEXT) TO TIER-UPPER
                       END-IF
                   END-IF
                   COMPUTE TIER-PORTION =
                       TIER-UPPER - TR-FLOOR(TIER-IDX)
                   IF EX-AMOUNT < 0
                       COMPUTE TIER-INTEREST = TIER-INTEREST
                           + TIER-PORTION * TR-DEBIT(TIER-IDX)
                   ELSE
                       COMPUTE TIER-INTEREST = TIER-INTEREST
                           + TIER-PORTION * TR-CREDIT(TIER-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF EX-AMOUNT < 0
               COMPUTE ACCRUAL-DELTA ROUNDED =
                   0 - TIER-INTEREST / 36500
           ELSE
               COMPUTE ACCRUAL-DELTA ROUNDED = TIER-INTEREST / 36500
           END-IF

           .
       FIND-BANK-RATE SECTION.
           MOVE 0 TO USE-RATE
       ADD-TO-ACCRUAL SECTION.
      *    Einsortieren nach Bank/Konto, damit intpost.txt spaeter
      *    in der vom Tagesabschluss erwarteten Folge entsteht.
      *    Korrekturzeilen der Valutakorrektur (Art K) bleiben fuer
      *    sich stehen; die Tagesabgrenzung geht in die Zeile ohne
      *    Art.
           MOVE "N" TO SLOT-FOUND-SWITCH
           MOVE 0 TO INSERT-AT
           PERFORM VARYING ACCRUAL-IDX FROM 1 BY 1
               UNTIL ACCRUAL-IDX > ACCRUAL-COUNT OR SLOT-FOUND
               IF AT-BANKID(ACCRUAL-IDX) = EX-BANKID
                   AND AT-ACCOUNTID(ACCRUAL-IDX) = EX-ACCOUNTID
                   AND AT-KIND(ACCRUAL-IDX) = SPACE
                   ADD ACCRUAL-DELTA TO AT-AMOUNT(ACCRUAL-IDX)
                   MOVE EX-CURRENCY TO AT-CURRENCY(ACCRUAL-IDX)
                   EXIT SECTION
           MOVE EX-ACCOUNTID TO AT-ACCOUNTID(INSERT-AT)
           MOVE EX-CURRENCY TO AT-CURRENCY(INSERT-AT)
           MOVE ACCRUAL-DELTA TO AT-AMOUNT(INSERT-AT)
           MOVE SPACE TO AT-KIND(INSERT-AT)

           .
       WRITE-INTEREST-POSTINGS SECTION.
                   END-IF
                   MOVE AT-CURRENCY(ACCRUAL-IDX) TO IP-CURR-CODE
                   MOVE SPACES TO IP-COMMENT
                   IF AT-KIND(ACCRUAL-IDX) = "K"
                       STRING "Zinskorrektur Valuta " INT-MM "/"
                           INT-YYYY
                           DELIMITED BY SIZE INTO IP-COMMENT
                   ELSE
                       STRING "Zinsen " INT-MM "/" INT-YYYY
                           DELIMITED BY SIZE INTO IP-COMMENT
                   END-IF
                   MOVE 0 TO IP-VALDATE
                   WRITE INTPOST-OUT-F
                   ADD 1 TO POSTED-COUNT
               MOVE "T" TO IP-DRCR
               MOVE "EUR" TO IP-CURR-CODE
               MOVE "Kontrollsatz Zinslauf" TO IP-COMMENT
      *        Der Kontrollsatz traegt den Lauftag; GLPOST_M
      *        journalisiert die Datei nur an diesem Tag.
               MOVE INT-DATE TO IP-VALDATE
               WRITE INTPOST-OUT-F
           END-IF
           MOVE 0 TO TRAILER-COUNT
               MOVE AT-ACCOUNTID(ACCRUAL-IDX) TO AC-ACCOUNTID-O
               MOVE AT-CURRENCY(ACCRUAL-IDX) TO AC-CURRENCY-O
               MOVE AT-AMOUNT(ACCRUAL-IDX) TO AC-AMOUNT-O
               MOVE AT-KIND(ACCRUAL-IDX) TO AC-KIND-O
               WRITE ACCRUAL-OUT-F
           END-PERFORM
           CLOSE ACCRUAL-OUT

           .
       WRITE-EXPIRY-REPORT SECTION.
      *    Einzelkonditionen, die heute oder in den naechsten 30
      *    Tagen auslaufen - Vorlage fuer die Kundenbetreuer zum
      *    Nachverhandeln.
           IF COND-COUNT = 0
               EXIT SECTION
           END-IF
           COMPUTE HORIZON-INT =
               FUNCTION INTEGER-OF-DATE(INT-DATE) + 30
           OPEN OUTPUT RATEEXP-OUT
           MOVE SPACES TO RATEEXP-OUT-F
           STRING "Einzelkonditionen mit Ablauf bis 30 Tage nach "
               INT-DATE
               DELIMITED BY SIZE INTO RATEEXP-OUT-F
           WRITE RATEEXP-OUT-F
           PERFORM VARYING COND-IDX FROM 1 BY 1
               UNTIL COND-IDX > COND-COUNT
               IF CD-TO(COND-IDX) >= INT-DATE
                   AND FUNCTION INTEGER-OF-DATE(CD-TO(COND-IDX))
                       <= HORIZON-INT
                   ADD 1 TO EXPIRING-COUNT
                   MOVE CD-CREDIT(COND-IDX) TO CREDIT-RATE-DISP
                   MOVE CD-DEBIT(COND-IDX) TO DEBIT-RATE-DISP
                   MOVE SPACES TO REPORT-LINE
                   STRING "Bank " CD-BANKID(COND-IDX)
                       " Konto " CD-ACCOUNTID(COND-IDX)
                       " Haben " CREDIT-RATE-DISP
                       " Soll " DEBIT-RATE-DISP
                       " gueltig " CD-FROM(COND-IDX)
                       " bis " CD-TO(COND-IDX)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE RATEEXP-OUT-F FROM REPORT-LINE
               END-IF
           END-PERFORM
           CLOSE RATEEXP-OUT

           .
       WRITE-RUNTIME-RECORD SECTION.
      *    Laufzeitsatz fuer die Fensterueberwachung: Programm,
