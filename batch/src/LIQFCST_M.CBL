       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LIQFCST_M.
      *****************************************************************
      * Liquiditaetsvorschau: projiziert je Bank und Waehrung die
      * Zu- und Abfluesse der naechsten 30 Bankarbeitstage nach dem
      * Geschaeftsdatum (busdate.txt, sonst Systemdatum) aus den
      * bereits geplanten Zahlungen:
      *   - Dauerauftraege aus standing.txt (aktive Auftraege mit
      *     Fortschreibung wie im Dauerauftrags-Generator, Enddatum
      *     und Hoechstzahl beachtet; S = Abfluss, H = Zufluss);
      *   - Darlehensraten aus loanmast.txt (Tilgung plus Zins wie
      *     im Ratengenerator, Restschuld je Monat fortgeschrieben;
      *     Zufluss). loansched.txt ist nur der gedruckte Plan
      *     derselben Rechnung und wird nicht gelesen;
      *   - Festgeldfaelligkeiten aus depmast.txt (Verfuegung C:
      *     Kapital plus Zins, R: nur Zins, Z: keine Zahlung;
      *     Abfluss);
      *   - ungepaarte Haustransfers aus openitems.txt am ersten
      *     Vorschautag (offener Sollschenkel = Abfluss, offener
      *     Habenschenkel = Zufluss).
      * Festgelder, Darlehen und offene Posten werden in EUR
      * gefuehrt. Samstage und Sonntage sind nie Bankarbeitstage,
      * Feiertage kommen aus holidays.txt; Zahlungen an anderen
      * Tagen rollen auf den naechsten Vorschautag, ueberfaellige
      * auf den ersten. Ausgangsbestand je Bank und Waehrung ist die
      * Summe der Kontosalden aus extract.txt (ACCOUNT-Saetze); der
      * Bericht liqfcst.txt zeigt je Tag Zufluss, Abfluss, Netto,
      * kumuliertes Netto und die Position gegen den Bestand und
      * markiert Tage, an denen die Position negativ wird.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-IN ASSIGN TO "extract.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-IN-FILE-STATUS.
           SELECT STANDING-IN ASSIGN TO "standing.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STANDING-IN-FILE-STATUS.
           SELECT LOANMAST-IN ASSIGN TO "loanmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOANMAST-IN-FILE-STATUS.
           SELECT DEPMAST-IN ASSIGN TO "depmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPMAST-IN-FILE-STATUS.
           SELECT OPENITEMS-IN ASSIGN TO "openitems.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPENITEMS-IN-FILE-STATUS.
           SELECT HOLIDAYS-IN ASSIGN TO "holidays.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLIDAYS-IN-FILE-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-IN-FILE-STATUS.
           SELECT REPORT-OUT ASSIGN TO "liqfcst.txt"
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
       FD OPENITEMS-IN.
       01  OPENITEMS-IN-F.
         05  OI-REF-F       PIC X(16).
         05  OI-BANKID-F    PIC 9(5).
         05  OI-ACCOUNTID-F PIC 9(10).
         05  OI-AMOUNT-F    PIC 9(8)V99.
         05  OI-DRCR-F      PIC X(01).
         05  OI-AGE-F       PIC 9(3).
       FD HOLIDAYS-IN.
       01  HOLIDAYS-IN-F PIC 9(8).
       FD BUSDATE-IN.
       01  BUSDATE-IN-F PIC 9(8).
       FD REPORT-OUT.
       01  REPORT-OUT-F PIC X(120).
       WORKING-STORAGE SECTION.
       01  EXTRACT-IN-FILE-STATUS   PIC X(02).
       01  STANDING-IN-FILE-STATUS  PIC X(02).
       01  LOANMAST-IN-FILE-STATUS  PIC X(02).
       01  DEPMAST-IN-FILE-STATUS   PIC X(02).
       01  OPENITEMS-IN-FILE-STATUS PIC X(02).
       01  HOLIDAYS-IN-FILE-STATUS  PIC X(02).
       01  BUSDATE-IN-FILE-STATUS   PIC X(02).
       01  REPORT-OUT-FILE-STATUS   PIC X(02).
       01  LOAD-EOF-SWITCH PIC X VALUE "N".
         88  LOAD-EOF VALUE "Y".
       01  RUN-DATE-DATA.
         05  SYS-DATE  PIC 9(8).
         05  FILLER    PIC X(13).
       01  RUN-DATE    PIC 9(8) VALUE 0.
      * Vorschau-Kalender: die 30 Bankarbeitstage nach dem
      * Geschaeftsdatum.
       01  HORIZON-TABLE.
         05  HZ-DATE OCCURS 30 TIMES PIC 9(8).
       01  HZ-IDX      PIC 9(02).
       01  HORIZON-END PIC 9(8) VALUE 0.
       01  HOLIDAY-TABLE.
         05  HOLIDAY-DATE OCCURS 200 TIMES PIC 9(8).
       01  HOLIDAY-COUNT PIC 9(03) VALUE 0.
       01  HOLIDAY-IDX   PIC 9(03).
       01  CHECK-DATE    PIC 9(8).
       01  CHECK-INTEGER PIC 9(8).
       01  WEEKDAY-NUM   PIC 9.
       01  BUSINESS-DAY-SWITCH PIC X VALUE "Y".
         88  BUSINESS-DAY VALUE "Y".
      * Zu- und Abfluesse je Bank/Waehrung und Vorschautag.
       01  BC-TABLE.
         05  BC-ENTRY OCCURS 100 TIMES.
           10  BC-BANKID   PIC 9(5).
           10  BC-CURRENCY PIC X(03).
           10  BC-BALANCE  PIC S9(12)V99.
           10  BC-DAY OCCURS 30 TIMES.
             15  BC-IN   PIC 9(12)V99.
             15  BC-OUT  PIC 9(12)V99.
       01  BC-COUNT PIC 9(03) VALUE 0.
       01  BC-IDX   PIC 9(03).
       01  SHIFT-IDX PIC 9(03).
       01  BC-FOUND-SWITCH PIC X VALUE "N".
         88  BC-FOUND VALUE "Y".
      * Zahlung in Arbeit.
       01  FLOW-BANKID   PIC 9(5).
       01  FLOW-CURRENCY PIC X(03).
       01  FLOW-DATE     PIC 9(8).
       01  FLOW-AMOUNT   PIC 9(10)V99.
       01  FLOW-DIR-SWITCH PIC X VALUE "I".
         88  FLOW-IN  VALUE "I".
         88  FLOW-OUT VALUE "O".
      * Fortschreibung der Dauerauftraege (wie STORDGEN_M).
       01  SO-FREQ PIC X(01).
         88  SO-WEEKLY  VALUE "W".
         88  SO-MONTHLY VALUE "M".
       01  SO-ANCHOR    PIC 99.
       01  SO-EXECCOUNT PIC 9(4).
       01  DUE-GUARD    PIC 9(03).
       01  DUE-DATE-SPLIT.
         05  DUE-YYYY   PIC 9(4).
         05  DUE-MM     PIC 9(2).
         05  DUE-DD     PIC 9(2).
       01  DUE-DATE-NUM REDEFINES DUE-DATE-SPLIT PIC 9(8).
       01  DUE-INTEGER  PIC 9(8).
       01  MONTH-LENGTH-TABLE.
         05  FILLER PIC X(24) VALUE "312831303130313130313031".
       01  MONTH-LENGTHS REDEFINES MONTH-LENGTH-TABLE.
         05  MONTH-LENGTH OCCURS 12 TIMES PIC 99.
       01  MONTH-MAX-DD PIC 99.
      * Ratenrechnung (wie LOANGEN_M).
       01  LOAN-SIM-BALANCE PIC 9(8)V99.
       01  LOAN-YYYYMM      PIC 9(6).
       01  PRINCIPAL-PART   PIC 9(8)V99.
       01  INTEREST-PART    PIC 9(8)V99.
       01  TERM-DAYS        PIC 9(6).
       01  INTEREST-DUE     PIC 9(8)V99.
      * Zaehler und Kontrollsummen.
       01  STANDING-FLOWS PIC 9(06) VALUE 0.
       01  LOAN-FLOWS     PIC 9(06) VALUE 0.
       01  DEPOSIT-FLOWS  PIC 9(06) VALUE 0.
       01  OPENITEM-FLOWS PIC 9(06) VALUE 0.
       01  BEYOND-COUNT   PIC 9(06) VALUE 0.
       01  SHORTFALL-COUNT PIC 9(04) VALUE 0.
       01  TRUNCATED-SWITCH PIC X VALUE "N".
         88  TABLES-TRUNCATED VALUE "Y".
       01  DAY-NET        PIC S9(12)V99.
       01  CUM-NET        PIC S9(12)V99.
       01  DAY-POSITION   PIC S9(12)V99.
       01  SUM-IN         PIC 9(12)V99.
       01  SUM-OUT        PIC 9(12)V99.
       01  SHORT-MARK     PIC X(12).
       01  REPORT-LINE PIC X(120).
       01  RL-IN       PIC Z(11)9.99.
       01  RL-OUT      PIC Z(11)9.99.
       01  RL-NET      PIC -(11)9.99.
       01  RL-CUM      PIC -(11)9.99.
       01  RL-POS      PIC -(11)9.99.
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
           PERFORM VERIFY-EXTRACT-TRAILER
           IF EXTRACT-BAD
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-HOLIDAYS
           PERFORM BUILD-HORIZON
           PERFORM READ-ACCOUNT-BALANCES
           PERFORM PROJECT-STANDING-ORDERS
           PERFORM PROJECT-LOANS
           PERFORM PROJECT-DEPOSITS
           PERFORM PROJECT-OPEN-ITEMS
           PERFORM WRITE-REPORT
           IF SHORTFALL-COUNT > 0 OR TABLES-TRUNCATED
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Liquiditaetsvorschau " HZ-DATE(1) "-" HORIZON-END
               ": " BC-COUNT " Bank/Waehrung, " SHORTFALL-COUNT
               " mit negativer Position."
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
       LOAD-HOLIDAYS SECTION.
           OPEN INPUT HOLIDAYS-IN
           IF HOLIDAYS-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF OR HOLIDAY-COUNT >= 200
               READ HOLIDAYS-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO HOLIDAY-COUNT
                       MOVE HOLIDAYS-IN-F TO
                           HOLIDAY-DATE(HOLIDAY-COUNT)
               END-READ
           END-PERFORM
           CLOSE HOLIDAYS-IN

           .
       BUILD-HORIZON SECTION.
           MOVE RUN-DATE TO CHECK-DATE
           PERFORM VARYING HZ-IDX FROM 1 BY 1 UNTIL HZ-IDX > 30
               MOVE "N" TO BUSINESS-DAY-SWITCH
               PERFORM UNTIL BUSINESS-DAY
                   COMPUTE CHECK-INTEGER =
                       FUNCTION INTEGER-OF-DATE(CHECK-DATE) + 1
                   COMPUTE CHECK-DATE =
                       FUNCTION DATE-OF-INTEGER(CHECK-INTEGER)
                   PERFORM CHECK-BUSINESS-DAY
               END-PERFORM
               MOVE CHECK-DATE TO HZ-DATE(HZ-IDX)
           END-PERFORM
           MOVE HZ-DATE(30) TO HORIZON-END

           .
       CHECK-BUSINESS-DAY SECTION.
      *    Tag 1 der Integer-Zaehlung (1601-01-01) war ein Montag;
      *    Rest 6 = Samstag, Rest 0 = Sonntag.
           MOVE "Y" TO BUSINESS-DAY-SWITCH
           COMPUTE CHECK-INTEGER =
               FUNCTION INTEGER-OF-DATE(CHECK-DATE)
           COMPUTE WEEKDAY-NUM = FUNCTION MOD(CHECK-INTEGER, 7)
           IF WEEKDAY-NUM = 6 OR WEEKDAY-NUM = 0
               MOVE "N" TO BUSINESS-DAY-SWITCH
               EXIT SECTION
           END-IF
           PERFORM VARYING HOLIDAY-IDX FROM 1 BY 1
               UNTIL HOLIDAY-IDX > HOLIDAY-COUNT
               OR NOT BUSINESS-DAY
               IF HOLIDAY-DATE(HOLIDAY-IDX) = CHECK-DATE
                   MOVE "N" TO BUSINESS-DAY-SWITCH
               END-IF
           END-PERFORM

           .
       READ-ACCOUNT-BALANCES SECTION.
      *    Ausgangsbestand: Summe der Kontosalden je Bank/Waehrung.
           MOVE "N" TO LOAD-EOF-SWITCH
           OPEN INPUT EXTRACT-IN
           IF EXTRACT-IN-FILE-STATUS NOT = "00"
               DISPLAY "Kein extract.txt - Ausgangsbestand 0."
               EXIT SECTION
           END-IF
           PERFORM UNTIL LOAD-EOF
               READ EXTRACT-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF EX-RECTYPE = "ACCOUNT"
                           MOVE EX-BANKID TO FLOW-BANKID
                           MOVE EX-CURRENCY TO FLOW-CURRENCY
                           PERFORM FIND-BANK-CURRENCY
                           IF BC-FOUND
                               ADD EX-AMOUNT TO BC-BALANCE(BC-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXTRACT-IN

           .
       PROJECT-STANDING-ORDERS SECTION.
           MOVE "N" TO LOAD-EOF-SWITCH
           OPEN INPUT STANDING-IN
           IF STANDING-IN-FILE-STATUS NOT = "00"
               DISPLAY "Keine Dauerauftragsdatei standing.txt."
               EXIT SECTION
           END-IF
           PERFORM UNTIL LOAD-EOF
               READ STANDING-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       PERFORM PROJECT-ONE-ORDER
               END-READ
           END-PERFORM
           CLOSE STANDING-IN

           .
       PROJECT-ONE-ORDER SECTION.
      *    Ausgesetzte und beendete Auftraege zahlen nicht; fehlende
      *    Grenzspalten gelten wie im Generator als unbegrenzt.
           IF ST-STATE-F = "S" OR ST-STATE-F = "E"
               EXIT SECTION
           END-IF
           IF ST-NEXT-DUE-F IS NOT NUMERIC OR ST-NEXT-DUE-F = 0
               OR ST-AMOUNT-F IS NOT NUMERIC
               EXIT SECTION
           END-IF
           IF ST-ENDDATE-F IS NOT NUMERIC
               MOVE 0 TO ST-ENDDATE-F
           END-IF
           IF ST-MAXEXEC-F IS NOT NUMERIC
               MOVE 0 TO ST-MAXEXEC-F
           END-IF
           IF ST-EXECCOUNT-F IS NOT NUMERIC
               MOVE 0 TO ST-EXECCOUNT-F
           END-IF
           MOVE ST-ANCHOR-F TO SO-ANCHOR
           IF ST-ANCHOR-F IS NOT NUMERIC OR ST-ANCHOR-F = 0
               MOVE ST-NEXT-DUE-F(7:2) TO SO-ANCHOR
           END-IF
           MOVE ST-FREQ-F TO SO-FREQ
           MOVE ST-EXECCOUNT-F TO SO-EXECCOUNT
           MOVE ST-NEXT-DUE-F TO DUE-DATE-NUM
           MOVE ST-BANKID-F TO FLOW-BANKID
           MOVE ST-CURR-F TO FLOW-CURRENCY
           MOVE ST-AMOUNT-F TO FLOW-AMOUNT
           IF ST-DRCR-F = "D"
               SET FLOW-OUT TO TRUE
           ELSE
               SET FLOW-IN TO TRUE
           END-IF
           MOVE 0 TO DUE-GUARD
           PERFORM UNTIL DUE-DATE-NUM > HORIZON-END
               OR DUE-GUARD >= 100
               OR (ST-ENDDATE-F > 0 AND DUE-DATE-NUM > ST-ENDDATE-F)
               OR (ST-MAXEXEC-F > 0 AND SO-EXECCOUNT >= ST-MAXEXEC-F)
               MOVE DUE-DATE-NUM TO FLOW-DATE
               PERFORM ADD-FLOW
               ADD 1 TO STANDING-FLOWS
               ADD 1 TO SO-EXECCOUNT
               ADD 1 TO DUE-GUARD
               PERFORM ADVANCE-DUE-DATE
           END-PERFORM

           .
       ADVANCE-DUE-DATE SECTION.
      *    T/D = taeglich, W = woechentlich, M = monatlich mit
      *    Ankertag; die neue Faelligkeit rollt auf den naechsten
      *    Bankarbeitstag.
           EVALUATE TRUE
               WHEN SO-WEEKLY
                   COMPUTE DUE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(DUE-DATE-NUM) + 7
                   COMPUTE DUE-DATE-NUM =
                       FUNCTION DATE-OF-INTEGER(DUE-INTEGER)
               WHEN SO-MONTHLY
                   IF DUE-MM = 12
                       ADD 1 TO DUE-YYYY
                       MOVE 1 TO DUE-MM
                   ELSE
                       ADD 1 TO DUE-MM
                   END-IF
                   PERFORM SET-MONTH-MAX
                   MOVE SO-ANCHOR TO DUE-DD
                   IF DUE-DD > MONTH-MAX-DD
                       MOVE MONTH-MAX-DD TO DUE-DD
                   END-IF
               WHEN OTHER
                   COMPUTE DUE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(DUE-DATE-NUM) + 1
                   COMPUTE DUE-DATE-NUM =
                       FUNCTION DATE-OF-INTEGER(DUE-INTEGER)
           END-EVALUATE
           MOVE DUE-DATE-NUM TO CHECK-DATE
           PERFORM CHECK-BUSINESS-DAY
           PERFORM UNTIL BUSINESS-DAY
               COMPUTE CHECK-INTEGER =
                   FUNCTION INTEGER-OF-DATE(CHECK-DATE) + 1
               COMPUTE CHECK-DATE =
                   FUNCTION DATE-OF-INTEGER(CHECK-INTEGER)
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM
           MOVE CHECK-DATE TO DUE-DATE-NUM

           .
       SET-MONTH-MAX SECTION.
           MOVE MONTH-LENGTH(DUE-MM) TO MONTH-MAX-DD
           IF DUE-MM = 2
               AND FUNCTION MOD(DUE-YYYY, 4) = 0
               AND (FUNCTION MOD(DUE-YYYY, 100) NOT = 0
                   OR FUNCTION MOD(DUE-YYYY, 400) = 0)
               MOVE 29 TO MONTH-MAX-DD
           END-IF

           .
       PROJECT-LOANS SECTION.
           MOVE "N" TO LOAD-EOF-SWITCH
           OPEN INPUT LOANMAST-IN
           IF LOANMAST-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL LOAD-EOF
               READ LOANMAST-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF LN-BALANCE-F > 0 AND LN-TERM-F > 0
                           PERFORM PROJECT-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOANMAST-IN

           .
       PROJECT-ONE-LOAN SECTION.
      *    Eine Rate je noch nicht berechnetem Monat am Ratentag
      *    (auf die Monatslaenge gekappt), vom Monat des
      *    Geschaeftsdatums bis zum Ende der Vorschau.
           MOVE LN-BALANCE-F TO LOAN-SIM-BALANCE
           MOVE LN-BANKID-F TO FLOW-BANKID
           MOVE "EUR" TO FLOW-CURRENCY
           SET FLOW-IN TO TRUE
           MOVE RUN-DATE TO DUE-DATE-NUM
           MOVE 1 TO DUE-DD
           PERFORM UNTIL DUE-DATE-NUM > HORIZON-END
               OR LOAN-SIM-BALANCE = 0
               MOVE DUE-DATE-NUM(1:6) TO LOAN-YYYYMM
               IF LN-LASTBILLED-F < LOAN-YYYYMM
                   PERFORM SET-MONTH-MAX
                   MOVE LN-DAY-F TO DUE-DD
                   IF DUE-DD > MONTH-MAX-DD
                       MOVE MONTH-MAX-DD TO DUE-DD
                   END-IF
                   IF DUE-DD = 0
                       MOVE 1 TO DUE-DD
                   END-IF
                   IF DUE-DATE-NUM <= HORIZON-END
                       COMPUTE PRINCIPAL-PART ROUNDED =
                           LN-ORIGPRIN-F / LN-TERM-F
                       IF PRINCIPAL-PART > LOAN-SIM-BALANCE
                           MOVE LOAN-SIM-BALANCE TO PRINCIPAL-PART
                       END-IF
                       COMPUTE INTEREST-PART ROUNDED =
                           LOAN-SIM-BALANCE * LN-RATE-F / 1200
                       COMPUTE FLOW-AMOUNT =
                           PRINCIPAL-PART + INTEREST-PART
                       SUBTRACT PRINCIPAL-PART FROM LOAN-SIM-BALANCE
                       MOVE DUE-DATE-NUM TO FLOW-DATE
                       IF FLOW-AMOUNT > 0
                           PERFORM ADD-FLOW
                           ADD 1 TO LOAN-FLOWS
                       END-IF
                   END-IF
               END-IF
               MOVE 1 TO DUE-DD
               IF DUE-MM = 12
                   ADD 1 TO DUE-YYYY
                   MOVE 1 TO DUE-MM
               ELSE
                   ADD 1 TO DUE-MM
               END-IF
           END-PERFORM

           .
       PROJECT-DEPOSITS SECTION.
      *    Zins = Kapital * Satz * Tage / 36500 (act/365) wie im
      *    Faelligkeitslauf.
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
                           AND DP-MATURITY-F <= HORIZON-END
                           PERFORM PROJECT-ONE-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPMAST-IN

           .
       PROJECT-ONE-DEPOSIT SECTION.
           MOVE 0 TO INTEREST-DUE
           IF DP-MATURITY-F > DP-START-F
               COMPUTE TERM-DAYS =
                   FUNCTION INTEGER-OF-DATE(DP-MATURITY-F)
                   - FUNCTION INTEGER-OF-DATE(DP-START-F)
               COMPUTE INTEREST-DUE ROUNDED =
                   DP-PRINCIPAL-F * DP-RATE-F * TERM-DAYS / 36500
           END-IF
           EVALUATE DP-ROLLOVER-F
               WHEN "C"
                   COMPUTE FLOW-AMOUNT = DP-PRINCIPAL-F + INTEREST-DUE
               WHEN "R"
                   MOVE INTEREST-DUE TO FLOW-AMOUNT
               WHEN OTHER
                   MOVE 0 TO FLOW-AMOUNT
           END-EVALUATE
           IF FLOW-AMOUNT = 0
               EXIT SECTION
           END-IF
           MOVE DP-BANKID-F TO FLOW-BANKID
           MOVE "EUR" TO FLOW-CURRENCY
           MOVE DP-MATURITY-F TO FLOW-DATE
           SET FLOW-OUT TO TRUE
           PERFORM ADD-FLOW
           ADD 1 TO DEPOSIT-FLOWS

           .
       PROJECT-OPEN-ITEMS SECTION.
      *    Der fehlende Gegenschenkel wird fuer den ersten
      *    Vorschautag erwartet.
           MOVE "N" TO LOAD-EOF-SWITCH
           OPEN INPUT OPENITEMS-IN
           IF OPENITEMS-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL LOAD-EOF
               READ OPENITEMS-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF OI-AMOUNT-F > 0
                           MOVE OI-BANKID-F TO FLOW-BANKID
                           MOVE "EUR" TO FLOW-CURRENCY
                           MOVE OI-AMOUNT-F TO FLOW-AMOUNT
                           MOVE HZ-DATE(1) TO FLOW-DATE
                           IF OI-DRCR-F = "D"
                               SET FLOW-OUT TO TRUE
                           ELSE
                               SET FLOW-IN TO TRUE
                           END-IF
                           PERFORM ADD-FLOW
                           ADD 1 TO OPENITEM-FLOWS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPENITEMS-IN

           .
       ADD-FLOW SECTION.
      *    Ordnet die Zahlung dem ersten Vorschautag ab ihrem Datum
      *    zu; Ueberfaelliges faellt auf den ersten Tag.
           IF FLOW-DATE > HORIZON-END
               ADD 1 TO BEYOND-COUNT
               EXIT SECTION
           END-IF
           PERFORM FIND-BANK-CURRENCY
           IF NOT BC-FOUND
               EXIT SECTION
           END-IF
           PERFORM VARYING HZ-IDX FROM 1 BY 1
               UNTIL HZ-IDX >= 30 OR HZ-DATE(HZ-IDX) >= FLOW-DATE
               CONTINUE
           END-PERFORM
           IF FLOW-IN
               ADD FLOW-AMOUNT TO BC-IN(BC-IDX, HZ-IDX)
           ELSE
               ADD FLOW-AMOUNT TO BC-OUT(BC-IDX, HZ-IDX)
           END-IF

           .
       FIND-BANK-CURRENCY SECTION.
      *    Sucht bzw. legt den Eintrag fuer Bank/Waehrung an; die
      *    Tabelle bleibt nach Bank und Waehrung sortiert.
           IF FLOW-CURRENCY = SPACE
               MOVE "EUR" TO FLOW-CURRENCY
           END-IF
           MOVE "N" TO BC-FOUND-SWITCH
           PERFORM VARYING BC-IDX FROM 1 BY 1
               UNTIL BC-IDX > BC-COUNT OR BC-FOUND
               IF BC-BANKID(BC-IDX) = FLOW-BANKID
                   AND BC-CURRENCY(BC-IDX) = FLOW-CURRENCY
                   SET BC-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF BC-FOUND
               SUBTRACT 1 FROM BC-IDX
               EXIT SECTION
           END-IF
           IF BC-COUNT >= 100
               SET TABLES-TRUNCATED TO TRUE
               EXIT SECTION
           END-IF
           PERFORM VARYING BC-IDX FROM 1 BY 1
               UNTIL BC-IDX > BC-COUNT
               OR BC-BANKID(BC-IDX) > FLOW-BANKID
               OR (BC-BANKID(BC-IDX) = FLOW-BANKID
                   AND BC-CURRENCY(BC-IDX) > FLOW-CURRENCY)
               CONTINUE
           END-PERFORM
           PERFORM VARYING SHIFT-IDX FROM BC-COUNT BY -1
               UNTIL SHIFT-IDX < BC-IDX
               MOVE BC-ENTRY(SHIFT-IDX) TO BC-ENTRY(SHIFT-IDX + 1)
           END-PERFORM
           ADD 1 TO BC-COUNT
           INITIALIZE BC-ENTRY(BC-IDX)
           MOVE FLOW-BANKID TO BC-BANKID(BC-IDX)
           MOVE FLOW-CURRENCY TO BC-CURRENCY(BC-IDX)
           SET BC-FOUND TO TRUE

           .
       WRITE-REPORT SECTION.
           OPEN OUTPUT REPORT-OUT
           MOVE SPACES TO REPORT-LINE
           STRING "Liquiditaetsvorschau per " RUN-DATE
               " fuer 30 Bankarbeitstage " HZ-DATE(1) " bis "
               HORIZON-END
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           PERFORM VARYING BC-IDX FROM 1 BY 1
               UNTIL BC-IDX > BC-COUNT
               PERFORM WRITE-BANK-CURRENCY
           END-PERFORM
           MOVE SPACES TO REPORT-OUT-F
           WRITE REPORT-OUT-F
           MOVE SPACES TO REPORT-LINE
           STRING "Zahlungen: " STANDING-FLOWS " Dauerauftraege, "
               LOAN-FLOWS " Darlehensraten, " DEPOSIT-FLOWS
               " Festgelder, " OPENITEM-FLOWS " offene Posten"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE SHORTFALL-COUNT TO RL-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Bank/Waehrung mit negativer Position: " RL-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           IF TABLES-TRUNCATED
               MOVE "*** Tabelle Bank/Waehrung voll -"
                   & " Vorschau unvollstaendig ***" TO REPORT-OUT-F
               WRITE REPORT-OUT-F
           END-IF
           CLOSE REPORT-OUT

           .
       WRITE-BANK-CURRENCY SECTION.
           MOVE SPACES TO REPORT-OUT-F
           WRITE REPORT-OUT-F
           MOVE BC-BALANCE(BC-IDX) TO RL-POS
           MOVE SPACES TO REPORT-LINE
           STRING "Bank " BC-BANKID(BC-IDX) " Waehrung "
               BC-CURRENCY(BC-IDX) " Bestand " RL-POS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE "  Datum           Zufluss         Abfluss           Ne"
               & "tto      kumuliert        Position" TO REPORT-OUT-F
           WRITE REPORT-OUT-F
           MOVE 0 TO CUM-NET
           MOVE 0 TO SUM-IN
           MOVE 0 TO SUM-OUT
           MOVE SPACES TO SHORT-MARK
           PERFORM VARYING HZ-IDX FROM 1 BY 1 UNTIL HZ-IDX > 30
               COMPUTE DAY-NET = BC-IN(BC-IDX, HZ-IDX)
                   - BC-OUT(BC-IDX, HZ-IDX)
               ADD DAY-NET TO CUM-NET
               ADD BC-IN(BC-IDX, HZ-IDX) TO SUM-IN
               ADD BC-OUT(BC-IDX, HZ-IDX) TO SUM-OUT
               COMPUTE DAY-POSITION = BC-BALANCE(BC-IDX) + CUM-NET
               MOVE BC-IN(BC-IDX, HZ-IDX) TO RL-IN
               MOVE BC-OUT(BC-IDX, HZ-IDX) TO RL-OUT
               MOVE DAY-NET TO RL-NET
               MOVE CUM-NET TO RL-CUM
               MOVE DAY-POSITION TO RL-POS
               MOVE SPACES TO REPORT-LINE
               STRING "  " HZ-DATE(HZ-IDX) " " RL-IN " " RL-OUT
                   " " RL-NET " " RL-CUM " " RL-POS
                   DELIMITED BY SIZE INTO REPORT-LINE
               IF DAY-POSITION < 0
                   MOVE " NEGATIV" TO REPORT-LINE(96:8)
                   IF SHORT-MARK = SPACE
                       MOVE "NEGATIV" TO SHORT-MARK
                       ADD 1 TO SHORTFALL-COUNT
                   END-IF
               END-IF
               WRITE REPORT-OUT-F FROM REPORT-LINE
           END-PERFORM
           MOVE SUM-IN TO RL-IN
           MOVE SUM-OUT TO RL-OUT
           MOVE CUM-NET TO RL-NET
           MOVE SPACES TO REPORT-LINE
           STRING "  Summe    " RL-IN " " RL-OUT " " RL-NET
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
