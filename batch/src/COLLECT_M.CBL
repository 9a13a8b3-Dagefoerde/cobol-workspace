       IDENTIFICATION DIVISION.
       PROGRAM-ID.  COLLECT_M.
      *****************************************************************
      * Mahnlauf fuer rueckstaendige Darlehen: liest den Darlehens-
      * bestand loanmast.txt und fuehrt fuer jedes Darlehen mit
      * Rueckstandskennzeichen "J" einen Mahnfall in collect.txt
      * (Bank, Konto, erster offener Ratentermin, erreichte Stufe,
      * bisher belastete Mahngebuehren). Der erste offene Termin
      * ergibt sich beim Anlegen des Falls aus dem zuletzt
      * berechneten Monat, dem Rueckstandszaehler und dem Ratentag;
      * aus ihm folgen die Tage im Verzug und die Stufe:
      *   1 = 1-30 Tage, 2 = 31-60 Tage, 3 = 61-90 Tage, 4 = ueber 90.
      * Erreicht ein Fall eine hoehere Stufe, wird die Mahngebuehr
      * der Stufe als Sollbuchung auf das Zahlkonto im input.txt-
      * Format samt Bank-Kontrollsatz nach colltxn.txt geschrieben
      * und ein Mahnereignis nach collevt.txt (Stufe 1 Zahlungs-
      * erinnerung, 2 zweite Mahnung, 3 letzte Mahnung), aus dem
      * LETTERS_M die Briefe druckt. In Stufe 4 wird kein Brief mehr
      * erzeugt; der Fall ist zur Kuendigung vorzulegen. Die
      * Gebuehren je Bank und Stufe stehen in collfee.txt, sonst
      * gelten 5, 10, 15 und 25 EUR. Solange eine Zahlungszusage aus
      * collnote.txt (Pflege COLLMNT_M) nicht abgelaufen ist, wird
      * nicht weiter eskaliert. Faelle ohne Rueckstandskennzeichen
      * oder mit getilgtem Darlehen gelten als erledigt und fallen
      * aus collect.txt heraus. Die Arbeitsliste collwork.txt zeigt
      * je Bank die Faelle nach Verzugstagen mit Zusage und Notiz
      * des Sachbearbeiters. Lauftag wie im Ratengenerator.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANMAST-IN ASSIGN TO "loanmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOANMAST-IN-FILE-STATUS.
           SELECT CASES-IN ASSIGN TO "collect.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASES-IN-FILE-STATUS.
           SELECT CASES-OUT ASSIGN TO "collect.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASES-OUT-FILE-STATUS.
           SELECT NOTES-IN ASSIGN TO "collnote.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTES-IN-FILE-STATUS.
           SELECT FEES-IN ASSIGN TO "collfee.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEES-IN-FILE-STATUS.
           SELECT TXN-OUT ASSIGN TO "colltxn.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXN-OUT-FILE-STATUS.
           SELECT EVENT-OUT ASSIGN TO "collevt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENT-OUT-FILE-STATUS.
           SELECT WORK-OUT ASSIGN TO "collwork.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-OUT-FILE-STATUS.
           SELECT LOANDATE-IN ASSIGN TO "loandate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOANDATE-IN-FILE-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-IN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD CASES-IN.
       01  CASES-IN-F.
         05  CI-BANKID-F    PIC 9(5).
         05  CI-ACCOUNTID-F PIC 9(10).
         05  CI-SINCE-F     PIC 9(8).
         05  CI-BUCKET-F    PIC 9(1).
         05  CI-FEES-F      PIC 9(6)V99.
       FD CASES-OUT.
       01  CASES-OUT-F PIC X(32).
       FD NOTES-IN.
       01  NOTES-IN-F.
         05  NI-BANKID-F    PIC 9(5).
         05  NI-ACCOUNTID-F PIC 9(10).
         05  NI-PROMISE-F   PIC 9(8).
         05  NI-NOTE-F      PIC X(40).
         05  NI-OPERATOR-F  PIC X(08).
         05  NI-DATE-F      PIC 9(8).
       FD FEES-IN.
       01  FEES-IN-F.
         05  FI-BANKID-F PIC 9(5).
         05  FI-FEE-F    PIC 9(4)V99 OCCURS 4 TIMES.
       FD TXN-OUT.
       01  TXN-OUT-F.
         05  TX-BANKID    PIC 9(5).
         05  TX-ACCOUNTID PIC 9(10).
         05  TX-AMOUNT    PIC 9(8)V99.
         05  TX-DRCR      PIC X(01).
         05  TX-CURR-CODE PIC X(03).
         05  TX-COMMENT   PIC X(55).
         05  TX-VALDATE   PIC 9(8).
      * Mahnereignis fuer LETTERS_M: Stufe 1-3, Verzugstage,
      * rueckstaendiger Betrag und die belastete Gebuehr.
       FD EVENT-OUT.
       01  EVENT-OUT-F.
         05  EV-BANKID    PIC 9(5).
         05  EV-ACCOUNTID PIC 9(10).
         05  EV-LEVEL     PIC 9(1).
         05  EV-DAYS      PIC 9(3).
         05  EV-OVERDUE   PIC 9(8)V99.
         05  EV-FEE       PIC 9(6)V99.
         05  EV-CURR      PIC X(03).
       FD WORK-OUT.
       01  WORK-OUT-F PIC X(132).
       FD LOANDATE-IN.
       01  LOANDATE-IN-F PIC 9(8).
       FD BUSDATE-IN.
       01  BUSDATE-IN-F PIC 9(8).
       WORKING-STORAGE SECTION.
       01  LOANMAST-IN-FILE-STATUS PIC X(02).
       01  CASES-IN-FILE-STATUS    PIC X(02).
       01  CASES-OUT-FILE-STATUS   PIC X(02).
       01  NOTES-IN-FILE-STATUS    PIC X(02).
       01  FEES-IN-FILE-STATUS     PIC X(02).
       01  TXN-OUT-FILE-STATUS     PIC X(02).
       01  EVENT-OUT-FILE-STATUS   PIC X(02).
       01  WORK-OUT-FILE-STATUS    PIC X(02).
       01  LOANDATE-IN-FILE-STATUS PIC X(02).
       01  BUSDATE-IN-FILE-STATUS  PIC X(02).
       01  RUN-DATE-DATA.
         05  RUN-YYYY  PIC 9(4).
         05  RUN-MM    PIC 9(2).
         05  RUN-DD    PIC 9(2).
         05  FILLER    PIC X(13).
       01  LOAN-DATE PIC 9(8) VALUE 0.
       01  LOAN-DATE-INT PIC 9(8) VALUE 0.
       01  MONTH-LENGTH-TABLE.
         05  FILLER PIC X(24) VALUE "312831303130313130313031".
       01  MONTH-LENGTHS REDEFINES MONTH-LENGTH-TABLE.
         05  MONTH-LENGTH OCCURS 12 TIMES PIC 99.
      * Erster offener Ratentermin eines neuen Falls.
       01  DUE-DATE-SPLIT.
         05  DUE-YYYY PIC 9(4).
         05  DUE-MM   PIC 9(2).
         05  DUE-DD   PIC 9(2).
       01  DUE-DATE REDEFINES DUE-DATE-SPLIT PIC 9(8).
       01  DUE-MAX-DD   PIC 9(2).
       01  LAST-BILLED-SPLIT.
         05  LAST-BILLED-YYYY PIC 9(4).
         05  LAST-BILLED-MM   PIC 9(2).
       01  LAST-BILLED REDEFINES LAST-BILLED-SPLIT PIC 9(6).
       01  MONTHS-BACK  PIC 9(3).
       01  MONTH-NUMBER PIC 9(6).
      * Gebuehren je Bank und Stufe; ohne Eintrag der Bank gelten
      * die Vorgabewerte.
       01  FEE-TABLE.
         05  FEE-ENTRY OCCURS 100 TIMES.
           10  FE-BANKID PIC 9(5).
           10  FE-FEE    PIC 9(4)V99 OCCURS 4 TIMES.
       01  FEE-COUNT PIC 9(03) VALUE 0.
       01  FEE-IDX   PIC 9(03).
       01  DEFAULT-FEES.
         05  FILLER PIC 9(4)V99 VALUE 5.
         05  FILLER PIC 9(4)V99 VALUE 10.
         05  FILLER PIC 9(4)V99 VALUE 15.
         05  FILLER PIC 9(4)V99 VALUE 25.
       01  DEFAULT-FEE-TABLE REDEFINES DEFAULT-FEES.
         05  DEFAULT-FEE PIC 9(4)V99 OCCURS 4 TIMES.
      * Mahnfaelle aus collect.txt (die ersten 32 Stellen wie in
      * der Datei); CS-SEEN markiert die Faelle, deren Darlehen im
      * Lauf noch rueckstaendig ist.
       01  CASE-TABLE.
         05  CASE-ENTRY OCCURS 500 TIMES.
           10  CS-BANKID    PIC 9(5).
           10  CS-ACCOUNTID PIC 9(10).
           10  CS-SINCE     PIC 9(8).
           10  CS-BUCKET    PIC 9(1).
           10  CS-FEES      PIC 9(6)V99.
           10  CS-SEEN      PIC X(01).
       01  CASE-COUNT PIC 9(03) VALUE 0.
       01  CASE-IDX   PIC 9(03).
       01  CASE-OVERFLOW-SWITCH PIC X VALUE "N".
         88  CASE-OVERFLOW VALUE "Y".
       01  NOTE-TABLE.
         05  NOTE-ENTRY OCCURS 500 TIMES.
           10  NT-BANKID    PIC 9(5).
           10  NT-ACCOUNTID PIC 9(10).
           10  NT-PROMISE   PIC 9(8).
           10  NT-NOTE      PIC X(40).
           10  NT-OPERATOR  PIC X(08).
           10  NT-DATE      PIC 9(8).
       01  NOTE-COUNT PIC 9(03) VALUE 0.
       01  NOTE-IDX   PIC 9(03).
      * Arbeitsliste, sortiert nach Bank und absteigenden
      * Verzugstagen.
       01  WORK-TABLE.
         05  WORK-ITEM OCCURS 500 TIMES.
           10  WI-BANKID    PIC 9(5).
           10  WI-ACCOUNTID PIC 9(10).
           10  WI-DAYS      PIC 9(5).
           10  WI-BUCKET    PIC 9(1).
           10  WI-ARREARS   PIC 9(3).
           10  WI-OVERDUE   PIC 9(8)V99.
           10  WI-BALANCE   PIC 9(8)V99.
           10  WI-FEES      PIC 9(6)V99.
           10  WI-PROMISE   PIC 9(8).
           10  WI-NOTE      PIC X(40).
       01  WORK-COUNT PIC 9(03) VALUE 0.
       01  WORK-IDX   PIC 9(03).
      * Mahngebuehren, sortiert nach Bank/Konto wie im
      * Ratengenerator.
       01  TXN-TABLE.
         05  TXN-ITEM OCCURS 500 TIMES.
           10  TI-BANKID    PIC 9(5).
           10  TI-ACCOUNTID PIC 9(10).
           10  TI-AMOUNT    PIC 9(8)V99.
           10  TI-COMMENT   PIC X(55).
       01  TXN-COUNT PIC 9(03) VALUE 0.
       01  TXN-IDX   PIC 9(03).
       01  SHIFT-IDX PIC 9(03).
       01  INSERT-AT PIC 9(03).
       01  SLOT-FOUND-SWITCH PIC X VALUE "N".
         88  SLOT-FOUND VALUE "Y".
       01  FOUND-SWITCH PIC X VALUE "N".
         88  ENTRY-FOUND VALUE "Y".
       01  LOAD-EOF-SWITCH PIC X VALUE "N".
         88  LOAD-EOF VALUE "Y".
       01  LOAN-EOF-SWITCH PIC X VALUE "N".
         88  LOAN-EOF VALUE "Y".
       01  PROMISE-OPEN-SWITCH PIC X VALUE "N".
         88  PROMISE-OPEN VALUE "Y".
       01  TRAILERBANK    PIC 9(5) VALUE 0.
       01  TRAILER-COUNT  PIC 9(10) VALUE 0.
       01  TRAILER-AMOUNT PIC 9(8)V99 VALUE 0.
       01  DAYS-OVERDUE   PIC S9(5) VALUE 0.
       01  NEW-BUCKET     PIC 9(1) VALUE 0.
       01  FEE-AMOUNT     PIC 9(4)V99 VALUE 0.
       01  PRINCIPAL-PART PIC 9(8)V99 VALUE 0.
       01  INTEREST-PART  PIC 9(8)V99 VALUE 0.
       01  OVERDUE-AMOUNT PIC 9(8)V99 VALUE 0.
       01  NOTE-PROMISE   PIC 9(8) VALUE 0.
       01  NOTE-TEXT      PIC X(40) VALUE SPACE.
       01  CASES-OPENED   PIC 9(03) VALUE 0.
       01  CASES-CLOSED   PIC 9(03) VALUE 0.
       01  ESCALATIONS    PIC 9(03) VALUE 0.
       01  LETTER-EVENTS  PIC 9(03) VALUE 0.
       01  CASES-HELD     PIC 9(03) VALUE 0.
       01  BUCKET-COUNTS.
         05  BUCKET-COUNT PIC 9(03) OCCURS 4 TIMES.
       01  BUCKET-AMOUNTS.
         05  BUCKET-AMOUNT PIC 9(9)V99 OCCURS 4 TIMES.
       01  BUCKET-IDX     PIC 9(01).
       01  REPORT-BANK    PIC 9(5) VALUE 0.
       01  FEE-DISP       PIC Z(3)9.99.
       01  OVERDUE-DISP   PIC Z(7)9.99.
       01  BALANCE-DISP   PIC Z(7)9.99.
       01  FEES-DISP      PIC Z(5)9.99.
       01  TOTAL-DISP     PIC Z(8)9.99.
       01  PROMISE-NOTE   PIC X(20) VALUE SPACE.
       01  BUCKET-NAMES.
         05  FILLER PIC X(10) VALUE "1-30 Tage ".
         05  FILLER PIC X(10) VALUE "31-60 Tage".
         05  FILLER PIC X(10) VALUE "61-90 Tage".
         05  FILLER PIC X(10) VALUE "ueber 90  ".
       01  BUCKET-NAME-TABLE REDEFINES BUCKET-NAMES.
         05  BUCKET-NAME PIC X(10) OCCURS 4 TIMES.
       01  REPORT-LINE PIC X(132).

       PROCEDURE DIVISION.
           PERFORM LOAD-LOAN-DATE
           PERFORM LOAD-FEES
           PERFORM LOAD-CASES
           IF CASE-OVERFLOW
               DISPLAY "*** collect.txt hat mehr als 500 Mahnfaelle -"
                   " Lauf verweigert, Datei teilen ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-NOTES
           OPEN OUTPUT EVENT-OUT
           PERFORM SCAN-LOANS
           CLOSE EVENT-OUT
           PERFORM WRITE-TXN-FILE
           PERFORM WRITE-WORKLIST
           PERFORM SAVE-CASES
           DISPLAY "Mahnlauf " LOAN-DATE ": " WORK-COUNT
               " Mahnfaelle, " CASES-OPENED " neu, " CASES-CLOSED
               " erledigt, " ESCALATIONS " Stufenwechsel, "
               LETTER-EVENTS " Mahnbriefe, " CASES-HELD
               " wegen Zusage zurueckgestellt."
           GOBACK.

       LOAD-LOAN-DATE SECTION.
      *    Lauftag wie im Ratengenerator: busdate.txt, dann
      *    loandate.txt, sonst das Systemdatum.
           MOVE 0 TO LOAN-DATE
           OPEN INPUT BUSDATE-IN
           IF BUSDATE-IN-FILE-STATUS = "00"
               READ BUSDATE-IN
                   NOT AT END MOVE BUSDATE-IN-F TO LOAN-DATE
               END-READ
               CLOSE BUSDATE-IN
           END-IF
           IF LOAN-DATE = 0
               OPEN INPUT LOANDATE-IN
               IF LOANDATE-IN-FILE-STATUS = "00"
                   READ LOANDATE-IN
                       NOT AT END MOVE LOANDATE-IN-F TO LOAN-DATE
                   END-READ
                   CLOSE LOANDATE-IN
               END-IF
           END-IF
           IF LOAN-DATE = 0
               MOVE FUNCTION CURRENT-DATE TO RUN-DATE-DATA
               MOVE RUN-DATE-DATA(1:8) TO LOAN-DATE
           END-IF
           COMPUTE LOAN-DATE-INT = FUNCTION INTEGER-OF-DATE(LOAN-DATE)

           .
       LOAD-FEES SECTION.
           OPEN INPUT FEES-IN
           IF FEES-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF OR FEE-COUNT >= 100
               READ FEES-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO FEE-COUNT
                       MOVE FEES-IN-F TO FEE-ENTRY(FEE-COUNT)
               END-READ
           END-PERFORM
           CLOSE FEES-IN

           .
       LOAD-CASES SECTION.
           OPEN INPUT CASES-IN
           IF CASES-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF OR CASE-COUNT >= 500
               READ CASES-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO CASE-COUNT
                       MOVE CI-BANKID-F TO CS-BANKID(CASE-COUNT)
                       MOVE CI-ACCOUNTID-F TO CS-ACCOUNTID(CASE-COUNT)
                       MOVE CI-SINCE-F TO CS-SINCE(CASE-COUNT)
                       MOVE CI-BUCKET-F TO CS-BUCKET(CASE-COUNT)
                       MOVE CI-FEES-F TO CS-FEES(CASE-COUNT)
                       MOVE "N" TO CS-SEEN(CASE-COUNT)
               END-READ
           END-PERFORM
           IF NOT LOAD-EOF
               READ CASES-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END SET CASE-OVERFLOW TO TRUE
               END-READ
           END-IF
           CLOSE CASES-IN

           .
       LOAD-NOTES SECTION.
           OPEN INPUT NOTES-IN
           IF NOTES-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF OR NOTE-COUNT >= 500
               READ NOTES-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO NOTE-COUNT
                       MOVE NOTES-IN-F TO NOTE-ENTRY(NOTE-COUNT)
                       IF NT-PROMISE(NOTE-COUNT) IS NOT NUMERIC
                           MOVE 0 TO NT-PROMISE(NOTE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOTES-IN

           .
       SCAN-LOANS SECTION.
           OPEN INPUT LOANMAST-IN
           IF LOANMAST-IN-FILE-STATUS NOT = "00"
               DISPLAY "Kein Darlehensbestand loanmast.txt."
               EXIT SECTION
           END-IF
           PERFORM UNTIL LOAN-EOF
               READ LOANMAST-IN
                   AT END SET LOAN-EOF TO TRUE
                   NOT AT END
                       IF LN-ARRFLAG-F = "J" AND LN-BALANCE-F > 0
                           PERFORM PROCESS-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOANMAST-IN

           .
       PROCESS-ONE-LOAN SECTION.
           PERFORM FIND-CASE
           IF NOT ENTRY-FOUND
               IF CASE-COUNT >= 500
                   DISPLAY "*** Mahnfalltabelle voll: Darlehen "
                       LN-BANKID-F "/" LN-ACCOUNTID-F
                       " nicht aufgenommen ***"
                   EXIT SECTION
               END-IF
               ADD 1 TO CASE-COUNT
               MOVE CASE-COUNT TO CASE-IDX
               MOVE LN-BANKID-F TO CS-BANKID(CASE-IDX)
               MOVE LN-ACCOUNTID-F TO CS-ACCOUNTID(CASE-IDX)
               PERFORM DERIVE-FIRST-DUE
               MOVE DUE-DATE TO CS-SINCE(CASE-IDX)
               MOVE 0 TO CS-BUCKET(CASE-IDX)
               MOVE 0 TO CS-FEES(CASE-IDX)
               ADD 1 TO CASES-OPENED
           END-IF
           MOVE "J" TO CS-SEEN(CASE-IDX)
           COMPUTE DAYS-OVERDUE = LOAN-DATE-INT
               - FUNCTION INTEGER-OF-DATE(CS-SINCE(CASE-IDX))
           IF DAYS-OVERDUE < 1
               MOVE 1 TO DAYS-OVERDUE
           END-IF
           EVALUATE TRUE
               WHEN DAYS-OVERDUE <= 30 MOVE 1 TO NEW-BUCKET
               WHEN DAYS-OVERDUE <= 60 MOVE 2 TO NEW-BUCKET
               WHEN DAYS-OVERDUE <= 90 MOVE 3 TO NEW-BUCKET
               WHEN OTHER              MOVE 4 TO NEW-BUCKET
           END-EVALUATE
      *    Rueckstand = offene Raten mal aktuelle Rate (Tilgung
      *    linear, Zins auf die Restschuld wie im Ratengenerator).
           COMPUTE PRINCIPAL-PART ROUNDED =
               LN-ORIGPRIN-F / LN-TERM-F
           IF PRINCIPAL-PART > LN-BALANCE-F
               MOVE LN-BALANCE-F TO PRINCIPAL-PART
           END-IF
           COMPUTE INTEREST-PART ROUNDED =
               LN-BALANCE-F * LN-RATE-F / 1200
           IF LN-ARREARS-F > 0
               COMPUTE OVERDUE-AMOUNT =
                   (PRINCIPAL-PART + INTEREST-PART) * LN-ARREARS-F
           ELSE
               COMPUTE OVERDUE-AMOUNT = PRINCIPAL-PART + INTEREST-PART
           END-IF
           PERFORM FIND-NOTE
           MOVE "N" TO PROMISE-OPEN-SWITCH
           IF NOTE-PROMISE >= LOAN-DATE
               SET PROMISE-OPEN TO TRUE
           END-IF
           IF NEW-BUCKET > CS-BUCKET(CASE-IDX)
               IF PROMISE-OPEN
                   ADD 1 TO CASES-HELD
               ELSE
                   PERFORM ESCALATE-CASE
               END-IF
           END-IF
           PERFORM STORE-WORK-ITEM

           .
       FIND-CASE SECTION.
           MOVE "N" TO FOUND-SWITCH
           PERFORM VARYING CASE-IDX FROM 1 BY 1
               UNTIL CASE-IDX > CASE-COUNT OR ENTRY-FOUND
               IF CS-BANKID(CASE-IDX) = LN-BANKID-F
                   AND CS-ACCOUNTID(CASE-IDX) = LN-ACCOUNTID-F
                   MOVE "Y" TO FOUND-SWITCH
               END-IF
           END-PERFORM
           IF ENTRY-FOUND
               SUBTRACT 1 FROM CASE-IDX
           END-IF

           .
       DERIVE-FIRST-DUE SECTION.
      *    Die aelteste offene Rate liegt so viele Monate vor dem
      *    zuletzt berechneten, wie Raten rueckstaendig sind, am
      *    Ratentag (auf die Monatslaenge gekappt).
           IF LN-LASTBILLED-F = 0
               MOVE LOAN-DATE TO DUE-DATE
               EXIT SECTION
           END-IF
           MOVE 0 TO MONTHS-BACK
           IF LN-ARREARS-F > 1
               COMPUTE MONTHS-BACK = LN-ARREARS-F - 1
           END-IF
           MOVE LN-LASTBILLED-F TO LAST-BILLED
           COMPUTE MONTH-NUMBER = LAST-BILLED-YYYY * 12
               + LAST-BILLED-MM - 1 - MONTHS-BACK
           COMPUTE DUE-YYYY = MONTH-NUMBER / 12
           COMPUTE DUE-MM = FUNCTION MOD(MONTH-NUMBER, 12) + 1
           MOVE MONTH-LENGTH(DUE-MM) TO DUE-MAX-DD
           IF DUE-MM = 2
               AND FUNCTION MOD(DUE-YYYY, 4) = 0
               AND (FUNCTION MOD(DUE-YYYY, 100) NOT = 0
                   OR FUNCTION MOD(DUE-YYYY, 400) = 0)
               MOVE 29 TO DUE-MAX-DD
           END-IF
           MOVE LN-DAY-F TO DUE-DD
           IF DUE-DD = 0
               MOVE 1 TO DUE-DD
           END-IF
           IF DUE-DD > DUE-MAX-DD
               MOVE DUE-MAX-DD TO DUE-DD
           END-IF
           IF DUE-DATE > LOAN-DATE
               MOVE LOAN-DATE TO DUE-DATE
           END-IF

           .
       FIND-NOTE SECTION.
           MOVE 0 TO NOTE-PROMISE
           MOVE SPACES TO NOTE-TEXT
           PERFORM VARYING NOTE-IDX FROM 1 BY 1
               UNTIL NOTE-IDX > NOTE-COUNT
               IF NT-BANKID(NOTE-IDX) = LN-BANKID-F
                   AND NT-ACCOUNTID(NOTE-IDX) = LN-ACCOUNTID-F
                   MOVE NT-PROMISE(NOTE-IDX) TO NOTE-PROMISE
                   MOVE NT-NOTE(NOTE-IDX) TO NOTE-TEXT
               END-IF
           END-PERFORM

           .
       ESCALATE-CASE SECTION.
      *    Gebuehr der erreichten Stufe; ein Fall, der mehrere
      *    Stufen auf einmal ueberspringt, wird nur einmal belastet.
           MOVE NEW-BUCKET TO CS-BUCKET(CASE-IDX)
           ADD 1 TO ESCALATIONS
           MOVE DEFAULT-FEE(NEW-BUCKET) TO FEE-AMOUNT
           PERFORM VARYING FEE-IDX FROM 1 BY 1
               UNTIL FEE-IDX > FEE-COUNT
               IF FE-BANKID(FEE-IDX) = LN-BANKID-F
                   MOVE FE-FEE(FEE-IDX, NEW-BUCKET) TO FEE-AMOUNT
               END-IF
           END-PERFORM
           IF FEE-AMOUNT > 0
               PERFORM STORE-FEE-TXN
           END-IF
           IF NEW-BUCKET < 4
               MOVE SPACES TO EVENT-OUT-F
               MOVE LN-BANKID-F TO EV-BANKID
               MOVE LN-ACCOUNTID-F TO EV-ACCOUNTID
               MOVE NEW-BUCKET TO EV-LEVEL
               IF DAYS-OVERDUE > 999
                   MOVE 999 TO EV-DAYS
               ELSE
                   MOVE DAYS-OVERDUE TO EV-DAYS
               END-IF
               MOVE OVERDUE-AMOUNT TO EV-OVERDUE
               MOVE FEE-AMOUNT TO EV-FEE
               MOVE "EUR" TO EV-CURR
               WRITE EVENT-OUT-F
               ADD 1 TO LETTER-EVENTS
           ELSE
               DISPLAY "*** Darlehen " LN-BANKID-F "/"
                   LN-ACCOUNTID-F " ueber 90 Tage im Verzug -"
                   " zur Kuendigung vorlegen ***"
           END-IF

           .
       STORE-FEE-TXN SECTION.
           IF TXN-COUNT >= 500
               DISPLAY "*** Buchungspuffer voll: Mahngebuehr fuer "
                   LN-BANKID-F "/" LN-ACCOUNTID-F
                   " nicht erzeugt ***"
               EXIT SECTION
           END-IF
           MOVE "N" TO SLOT-FOUND-SWITCH
           MOVE 0 TO INSERT-AT
           PERFORM VARYING TXN-IDX FROM 1 BY 1
               UNTIL TXN-IDX > TXN-COUNT OR SLOT-FOUND
               IF TI-BANKID(TXN-IDX) > LN-BANKID-F
                   OR (TI-BANKID(TXN-IDX) = LN-BANKID-F
                       AND TI-ACCOUNTID(TXN-IDX) > LN-ACCOUNTID-F)
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
           MOVE LN-BANKID-F TO TI-BANKID(INSERT-AT)
           MOVE LN-ACCOUNTID-F TO TI-ACCOUNTID(INSERT-AT)
           MOVE FEE-AMOUNT TO TI-AMOUNT(INSERT-AT)
           MOVE SPACES TO TI-COMMENT(INSERT-AT)
           STRING "Mahngebuehr Darlehen Stufe " NEW-BUCKET
               " (" FUNCTION TRIM(BUCKET-NAME(NEW-BUCKET)) ")"
               DELIMITED BY SIZE INTO TI-COMMENT(INSERT-AT)
           ADD FEE-AMOUNT TO CS-FEES(CASE-IDX)

           .
       STORE-WORK-ITEM SECTION.
           IF WORK-COUNT >= 500
               EXIT SECTION
           END-IF
           MOVE "N" TO SLOT-FOUND-SWITCH
           MOVE 0 TO INSERT-AT
           PERFORM VARYING WORK-IDX FROM 1 BY 1
               UNTIL WORK-IDX > WORK-COUNT OR SLOT-FOUND
               IF WI-BANKID(WORK-IDX) > LN-BANKID-F
                   OR (WI-BANKID(WORK-IDX) = LN-BANKID-F
                       AND WI-DAYS(WORK-IDX) < DAYS-OVERDUE)
                   MOVE WORK-IDX TO INSERT-AT
                   MOVE "Y" TO SLOT-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF NOT SLOT-FOUND
               COMPUTE INSERT-AT = WORK-COUNT + 1
           END-IF
           PERFORM VARYING SHIFT-IDX FROM WORK-COUNT BY -1
               UNTIL SHIFT-IDX < INSERT-AT
               MOVE WORK-ITEM(SHIFT-IDX) TO WORK-ITEM(SHIFT-IDX + 1)
           END-PERFORM
           ADD 1 TO WORK-COUNT
           MOVE LN-BANKID-F TO WI-BANKID(INSERT-AT)
           MOVE LN-ACCOUNTID-F TO WI-ACCOUNTID(INSERT-AT)
           MOVE DAYS-OVERDUE TO WI-DAYS(INSERT-AT)
           MOVE NEW-BUCKET TO WI-BUCKET(INSERT-AT)
           MOVE LN-ARREARS-F TO WI-ARREARS(INSERT-AT)
           MOVE OVERDUE-AMOUNT TO WI-OVERDUE(INSERT-AT)
           MOVE LN-BALANCE-F TO WI-BALANCE(INSERT-AT)
           MOVE CS-FEES(CASE-IDX) TO WI-FEES(INSERT-AT)
           MOVE NOTE-PROMISE TO WI-PROMISE(INSERT-AT)
           MOVE NOTE-TEXT TO WI-NOTE(INSERT-AT)

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
               MOVE "D" TO TX-DRCR
               MOVE "EUR" TO TX-CURR-CODE
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
               MOVE "Kontrollsatz Mahnlauf" TO TX-COMMENT
               MOVE 0 TO TX-VALDATE
               WRITE TXN-OUT-F
           END-IF
           MOVE 0 TO TRAILER-COUNT
           MOVE 0 TO TRAILER-AMOUNT

           .
       WRITE-WORKLIST SECTION.
      *    Je Bank ein Block mit den Faellen nach Verzugstagen und
      *    einer Summenzeile je Stufe.
           OPEN OUTPUT WORK-OUT
           MOVE SPACES TO WORK-OUT-F
           STRING "Mahn-Arbeitsliste per " LOAN-DATE
               DELIMITED BY SIZE INTO WORK-OUT-F
           WRITE WORK-OUT-F
           MOVE 0 TO REPORT-BANK
           PERFORM VARYING WORK-IDX FROM 1 BY 1
               UNTIL WORK-IDX > WORK-COUNT
               IF WI-BANKID(WORK-IDX) NOT = REPORT-BANK
                   PERFORM WRITE-BANK-TOTALS
                   MOVE WI-BANKID(WORK-IDX) TO REPORT-BANK
                   PERFORM WRITE-BANK-HEADER
               END-IF
               PERFORM WRITE-WORK-LINE
           END-PERFORM
           PERFORM WRITE-BANK-TOTALS
           IF WORK-COUNT = 0
               MOVE "Keine rueckstaendigen Darlehen." TO WORK-OUT-F
               WRITE WORK-OUT-F
           END-IF
           CLOSE WORK-OUT

           .
       WRITE-BANK-HEADER SECTION.
           INITIALIZE BUCKET-COUNTS BUCKET-AMOUNTS
           MOVE SPACES TO WORK-OUT-F
           WRITE WORK-OUT-F
           MOVE SPACES TO WORK-OUT-F
           STRING "Bank " REPORT-BANK
               DELIMITED BY SIZE INTO WORK-OUT-F
           WRITE WORK-OUT-F
           MOVE SPACES TO WORK-OUT-F
           STRING "Konto       Tage Stufe Rat. Rueckstand  "
               "Restschuld Gebuehren "
               "Zusage               Notiz"
               DELIMITED BY SIZE INTO WORK-OUT-F
           WRITE WORK-OUT-F

           .
       WRITE-WORK-LINE SECTION.
           MOVE WI-BUCKET(WORK-IDX) TO BUCKET-IDX
           ADD 1 TO BUCKET-COUNT(BUCKET-IDX)
           ADD WI-OVERDUE(WORK-IDX) TO BUCKET-AMOUNT(BUCKET-IDX)
           MOVE WI-OVERDUE(WORK-IDX) TO OVERDUE-DISP
           MOVE WI-BALANCE(WORK-IDX) TO BALANCE-DISP
           MOVE WI-FEES(WORK-IDX) TO FEES-DISP
           EVALUATE TRUE
               WHEN WI-PROMISE(WORK-IDX) = 0
                   MOVE "keine" TO PROMISE-NOTE
               WHEN WI-PROMISE(WORK-IDX) >= LOAN-DATE
                   MOVE SPACES TO PROMISE-NOTE
                   STRING "bis " WI-PROMISE(WORK-IDX)
                       DELIMITED BY SIZE INTO PROMISE-NOTE
               WHEN OTHER
                   MOVE SPACES TO PROMISE-NOTE
                   STRING WI-PROMISE(WORK-IDX) " gebrochen"
                       DELIMITED BY SIZE INTO PROMISE-NOTE
           END-EVALUATE
           MOVE SPACES TO REPORT-LINE
           STRING WI-ACCOUNTID(WORK-IDX) " " WI-DAYS(WORK-IDX)
               "   " WI-BUCKET(WORK-IDX) "   " WI-ARREARS(WORK-IDX)
               " " OVERDUE-DISP " " BALANCE-DISP " " FEES-DISP
               " " PROMISE-NOTE " " WI-NOTE(WORK-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE WORK-OUT-F FROM REPORT-LINE
           IF WI-BUCKET(WORK-IDX) = 4
               MOVE SPACES TO WORK-OUT-F
               STRING "           >> ueber 90 Tage: zur Kuendigung"
                   " vorlegen" DELIMITED BY SIZE INTO WORK-OUT-F
               WRITE WORK-OUT-F
           END-IF

           .
       WRITE-BANK-TOTALS SECTION.
           IF REPORT-BANK = 0
               EXIT SECTION
           END-IF
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1
               UNTIL BUCKET-IDX > 4
               MOVE BUCKET-AMOUNT(BUCKET-IDX) TO TOTAL-DISP
               MOVE SPACES TO WORK-OUT-F
               STRING "  Stufe " BUCKET-IDX " ("
                   BUCKET-NAME(BUCKET-IDX) "): "
                   BUCKET-COUNT(BUCKET-IDX) " Faelle, Rueckstand "
                   TOTAL-DISP " EUR"
                   DELIMITED BY SIZE INTO WORK-OUT-F
               WRITE WORK-OUT-F
           END-PERFORM

           .
       SAVE-CASES SECTION.
      *    Nur noch rueckstaendige Faelle bleiben im Bestand.
           OPEN OUTPUT CASES-OUT
           PERFORM VARYING CASE-IDX FROM 1 BY 1
               UNTIL CASE-IDX > CASE-COUNT
               IF CS-SEEN(CASE-IDX) = "J"
                   MOVE CASE-ENTRY(CASE-IDX) TO CASES-OUT-F
                   WRITE CASES-OUT-F
               ELSE
                   ADD 1 TO CASES-CLOSED
                   DISPLAY "Mahnfall " CS-BANKID(CASE-IDX) "/"
                       CS-ACCOUNTID(CASE-IDX) " erledigt."
               END-IF
           END-PERFORM
           CLOSE CASES-OUT

           .
