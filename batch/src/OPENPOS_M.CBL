       IDENTIFICATION DIVISION.
       PROGRAM-ID.  OPENPOS_M.
      *****************************************************************
      * Offene Devisenposition: fasst bankuebergreifend je Waehrung
      * die Kontosalden aus extract.txt (ACCOUNT-Saetze), die
      * Festgelder aus depmast.txt und die Darlehen aus loanmast.txt
      * zusammen. Aus Sicht der Bank sind Guthaben und Festgelder
      * Passiva, Sollsalden und Darlehensrestschuld Aktiva; die
      * Nettoposition ist Aktiva minus Passiva (positiv = Long,
      * negativ = Short). Festgelder und Darlehen werden in EUR
      * gefuehrt. Der EUR-Gegenwert wird zum Kurs aus fxrates.txt
      * gerechnet; eine Waehrung ohne Kurs geht wie im Tagesabschluss
      * mit Kurs 1 ein und wird gemeldet (RETURN-CODE 4).
      * Die Fremdwaehrungspositionen werden gegen die Limite aus
      * poslimit.txt geprueft (je Zeile Waehrung, Long-Limit und
      * Short-Limit als EUR-Gegenwert, 0 = kein Limit; Waehrungen
      * ohne Zeile sind unlimitiert). Jede Ueberschreitung wird als
      * SEVERE-Ereignis nach opsfeed.txt geschrieben (RETURN-CODE 4).
      * Die Gesamtposition ist der groessere Wert aus der Summe der
      * Long- und der Summe der Short-Positionen in EUR.
      * Bericht: openpos.txt.
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
           SELECT FXRATES-IN ASSIGN TO "fxrates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXRATES-IN-FILE-STATUS.
           SELECT LIMIT-IN ASSIGN TO "poslimit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIMIT-IN-FILE-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-IN-FILE-STATUS.
           SELECT REPORT-OUT ASSIGN TO "openpos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-OUT-FILE-STATUS.
           SELECT OPSFEED-OUT ASSIGN TO "opsfeed.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPSFEED-OUT-FILE-STATUS.
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
       FD FXRATES-IN.
       01  FXRATES-IN-F.
         05  FX-CODE-F PIC X(03).
         05  FX-RATE-F PIC 9(4)V9(6).
       FD LIMIT-IN.
       01  LIMIT-IN-F.
         05  PL-CURRENCY-F PIC X(03).
         05  PL-LONG-F     PIC 9(12)V99.
         05  PL-SHORT-F    PIC 9(12)V99.
       FD BUSDATE-IN.
       01  BUSDATE-IN-F PIC 9(8).
       FD REPORT-OUT.
       01  REPORT-OUT-F PIC X(132).
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
       01  EXTRACT-IN-FILE-STATUS  PIC X(02).
       01  DEPMAST-IN-FILE-STATUS  PIC X(02).
       01  LOANMAST-IN-FILE-STATUS PIC X(02).
       01  FXRATES-IN-FILE-STATUS  PIC X(02).
       01  LIMIT-IN-FILE-STATUS    PIC X(02).
       01  BUSDATE-IN-FILE-STATUS  PIC X(02).
       01  REPORT-OUT-FILE-STATUS  PIC X(02).
       01  OPSFEED-OUT-FILE-STATUS PIC X(02).
       01  LOAD-EOF-SWITCH PIC X VALUE "N".
         88  LOAD-EOF VALUE "Y".
       01  RUN-DATE-DATA.
         05  SYS-DATE  PIC 9(8).
         05  FILLER    PIC X(13).
       01  RUN-DATE    PIC 9(8) VALUE 0.
       01  CURRENT-DATE-DATA.
        05 DATETIME PIC 9(16).
      * Positionen je Waehrung (Betraege in Waehrung, EUR-Gegenwert,
      * Limite als EUR-Gegenwert).
       01  CY-TABLE.
         05  CY-ENTRY OCCURS 50 TIMES.
           10  CY-CURRENCY PIC X(03).
           10  CY-ASSETS   PIC S9(12)V99.
           10  CY-LIABS    PIC S9(12)V99.
           10  CY-NET      PIC S9(12)V99.
           10  CY-RATE     PIC 9(4)V9(6).
           10  CY-RATED    PIC X(01).
           10  CY-EUR      PIC S9(12)V99.
           10  CY-POSITIONS PIC 9(06).
           10  CY-LONG-LIMIT  PIC 9(12)V99.
           10  CY-SHORT-LIMIT PIC 9(12)V99.
           10  CY-LIMITED  PIC X(01).
           10  CY-FLAG     PIC X(12).
       01  CY-COUNT PIC 9(02) VALUE 0.
       01  CY-IDX   PIC 9(02).
       01  CY-FOUND-SWITCH PIC X VALUE "N".
         88  CY-FOUND VALUE "Y".
       01  FX-TABLE.
         05  FX-ENTRY OCCURS 50 TIMES.
           10  FX-CODE PIC X(03).
           10  FX-RATE PIC 9(4)V9(6).
       01  FX-COUNT PIC 9(02) VALUE 0.
       01  FX-IDX   PIC 9(02).
       01  FX-FOUND-SWITCH PIC X VALUE "N".
         88  FX-FOUND VALUE "Y".
       01  LIMIT-TABLE.
         05  LIMIT-ENTRY OCCURS 50 TIMES.
           10  LM-CURRENCY PIC X(03).
           10  LM-LONG     PIC 9(12)V99.
           10  LM-SHORT    PIC 9(12)V99.
       01  LIMIT-COUNT PIC 9(02) VALUE 0.
       01  LIMIT-IDX   PIC 9(02).
      * Position in Arbeit: Waehrung und Betrag aus Sicht der Bank
      * (positiv = Aktiva, negativ = Passiva).
       01  POS-CURRENCY  PIC X(03) VALUE SPACE.
       01  POS-AMOUNT    PIC S9(12)V99 VALUE 0.
       01  TOTAL-LONG    PIC 9(12)V99 VALUE 0.
       01  TOTAL-SHORT   PIC 9(12)V99 VALUE 0.
       01  TOTAL-GROSS   PIC 9(12)V99 VALUE 0.
       01  ABS-EUR       PIC 9(12)V99 VALUE 0.
       01  ACCOUNT-COUNT PIC 9(06) VALUE 0.
       01  DEPOSIT-COUNT PIC 9(06) VALUE 0.
       01  LOAN-COUNT    PIC 9(06) VALUE 0.
       01  UNRATED-COUNT PIC 9(04) VALUE 0.
       01  BREACH-COUNT  PIC 9(04) VALUE 0.
       01  TRUNCATED-SWITCH PIC X VALUE "N".
         88  TABLES-TRUNCATED VALUE "Y".
       01  REPORT-LINE PIC X(132).
       01  RL-ASSETS PIC -(11)9.99.
       01  RL-LIABS  PIC -(11)9.99.
       01  RL-NET    PIC -(11)9.99.
       01  RL-EUR    PIC -(11)9.99.
       01  RL-LIMIT  PIC Z(11)9.99.
       01  RL-RATE   PIC Z(3)9.9(6).
       01  RL-COUNT  PIC Z(5)9.
       01  RL-NOTE   PIC X(10).

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
           PERFORM LOAD-FX-RATES
           PERFORM LOAD-LIMITS
           PERFORM READ-ACCOUNT-BALANCES
           PERFORM READ-TERM-DEPOSITS
           PERFORM READ-LOANS
           PERFORM VALUE-POSITIONS
           PERFORM CHECK-LIMITS
           PERFORM WRITE-REPORT
           IF UNRATED-COUNT > 0 OR BREACH-COUNT > 0
               OR TABLES-TRUNCATED
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Devisenposition: " CY-COUNT " Waehrungen, "
               BREACH-COUNT " Limitueberschreitungen."
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
       LOAD-LIMITS SECTION.
           OPEN INPUT LIMIT-IN
           IF LIMIT-IN-FILE-STATUS NOT = "00"
               DISPLAY "Keine Limitdatei poslimit.txt - alle"
                   " Waehrungen unlimitiert."
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ LIMIT-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF LIMIT-COUNT >= 50
                           SET TABLES-TRUNCATED TO TRUE
                           SET LOAD-EOF TO TRUE
                       ELSE
                           IF PL-CURRENCY-F NOT = SPACE
                               ADD 1 TO LIMIT-COUNT
                               MOVE PL-CURRENCY-F
                                   TO LM-CURRENCY(LIMIT-COUNT)
                               MOVE PL-LONG-F TO LM-LONG(LIMIT-COUNT)
                               MOVE PL-SHORT-F
                                   TO LM-SHORT(LIMIT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIMIT-IN

           .
       READ-ACCOUNT-BALANCES SECTION.
      *    Guthaben = Passivum der Bank, Sollsaldo = Aktivum; daher
      *    geht der Saldo mit umgekehrtem Vorzeichen ein.
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
                           MOVE EX-CURRENCY TO POS-CURRENCY
                           IF POS-CURRENCY = SPACE
                               MOVE "EUR" TO POS-CURRENCY
                           END-IF
                           COMPUTE POS-AMOUNT = 0 - EX-AMOUNT
                           PERFORM ADD-POSITION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXTRACT-IN

           .
       READ-TERM-DEPOSITS SECTION.
      *    Festgelder werden in EUR gefuehrt und sind Passiva.
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
                           MOVE "EUR" TO POS-CURRENCY
                           COMPUTE POS-AMOUNT = 0 - DP-PRINCIPAL-F
                           PERFORM ADD-POSITION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPMAST-IN

           .
       READ-LOANS SECTION.
      *    Darlehen werden in EUR gefuehrt; die Restschuld ist
      *    Aktivum.
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
                           MOVE "EUR" TO POS-CURRENCY
                           MOVE LN-BALANCE-F TO POS-AMOUNT
                           PERFORM ADD-POSITION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOANMAST-IN

           .
       ADD-POSITION SECTION.
           MOVE "N" TO CY-FOUND-SWITCH
           PERFORM VARYING CY-IDX FROM 1 BY 1
               UNTIL CY-IDX > CY-COUNT OR CY-FOUND
               IF CY-CURRENCY(CY-IDX) = POS-CURRENCY
                   SET CY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF CY-FOUND
               SUBTRACT 1 FROM CY-IDX
           ELSE
               IF CY-COUNT >= 50
                   SET TABLES-TRUNCATED TO TRUE
                   DISPLAY "*** Waehrungstabelle voll - " POS-CURRENCY
                       " nicht erfasst ***"
                   EXIT SECTION
               END-IF
               ADD 1 TO CY-COUNT
               MOVE CY-COUNT TO CY-IDX
               MOVE POS-CURRENCY TO CY-CURRENCY(CY-IDX)
               MOVE 0 TO CY-ASSETS(CY-IDX)
               MOVE 0 TO CY-LIABS(CY-IDX)
               MOVE 0 TO CY-NET(CY-IDX)
               MOVE 0 TO CY-RATE(CY-IDX)
               MOVE "N" TO CY-RATED(CY-IDX)
               MOVE 0 TO CY-EUR(CY-IDX)
               MOVE 0 TO CY-POSITIONS(CY-IDX)
               MOVE 0 TO CY-LONG-LIMIT(CY-IDX)
               MOVE 0 TO CY-SHORT-LIMIT(CY-IDX)
               MOVE "N" TO CY-LIMITED(CY-IDX)
               MOVE SPACES TO CY-FLAG(CY-IDX)
           END-IF
           ADD 1 TO CY-POSITIONS(CY-IDX)
           IF POS-AMOUNT > 0
               ADD POS-AMOUNT TO CY-ASSETS(CY-IDX)
           ELSE
               SUBTRACT POS-AMOUNT FROM CY-LIABS(CY-IDX)
           END-IF
           ADD POS-AMOUNT TO CY-NET(CY-IDX)

           .
       VALUE-POSITIONS SECTION.
      *    EUR-Gegenwert je Waehrung; ohne Kurs gilt Kurs 1.
           PERFORM VARYING CY-IDX FROM 1 BY 1
               UNTIL CY-IDX > CY-COUNT
               IF CY-CURRENCY(CY-IDX) = "EUR"
                   MOVE 1 TO CY-RATE(CY-IDX)
                   MOVE "Y" TO CY-RATED(CY-IDX)
               ELSE
                   MOVE "N" TO FX-FOUND-SWITCH
                   PERFORM VARYING FX-IDX FROM 1 BY 1
                       UNTIL FX-IDX > FX-COUNT OR FX-FOUND
                       IF FX-CODE(FX-IDX) = CY-CURRENCY(CY-IDX)
                           SET FX-FOUND TO TRUE
                           MOVE FX-RATE(FX-IDX) TO CY-RATE(CY-IDX)
                           MOVE "Y" TO CY-RATED(CY-IDX)
                       END-IF
                   END-PERFORM
                   IF NOT FX-FOUND
                       ADD 1 TO UNRATED-COUNT
                       DISPLAY "*** Kein Kurs fuer "
                           CY-CURRENCY(CY-IDX) " - Position mit"
                           " Kurs 1 ***"
                       MOVE 1 TO CY-RATE(CY-IDX)
                   END-IF
               END-IF
               COMPUTE CY-EUR(CY-IDX) ROUNDED =
                   CY-NET(CY-IDX) * CY-RATE(CY-IDX)
               IF CY-CURRENCY(CY-IDX) NOT = "EUR"
                   IF CY-EUR(CY-IDX) > 0
                       ADD CY-EUR(CY-IDX) TO TOTAL-LONG
                   ELSE
                       SUBTRACT CY-EUR(CY-IDX) FROM TOTAL-SHORT
                   END-IF
               END-IF
           END-PERFORM
           IF TOTAL-LONG > TOTAL-SHORT
               MOVE TOTAL-LONG TO TOTAL-GROSS
           ELSE
               MOVE TOTAL-SHORT TO TOTAL-GROSS
           END-IF

           .
       CHECK-LIMITS SECTION.
      *    Die Basiswaehrung EUR ist keine offene Position und wird
      *    nicht limitiert.
           PERFORM VARYING CY-IDX FROM 1 BY 1
               UNTIL CY-IDX > CY-COUNT
               IF CY-CURRENCY(CY-IDX) NOT = "EUR"
                   PERFORM VARYING LIMIT-IDX FROM 1 BY 1
                       UNTIL LIMIT-IDX > LIMIT-COUNT
                       IF LM-CURRENCY(LIMIT-IDX) = CY-CURRENCY(CY-IDX)
                           MOVE "Y" TO CY-LIMITED(CY-IDX)
                           MOVE LM-LONG(LIMIT-IDX)
                               TO CY-LONG-LIMIT(CY-IDX)
                           MOVE LM-SHORT(LIMIT-IDX)
                               TO CY-SHORT-LIMIT(CY-IDX)
                       END-IF
                   END-PERFORM
                   IF CY-EUR(CY-IDX) < 0
                       COMPUTE ABS-EUR = 0 - CY-EUR(CY-IDX)
                   ELSE
                       MOVE CY-EUR(CY-IDX) TO ABS-EUR
                   END-IF
                   EVALUATE TRUE
                       WHEN CY-LIMITED(CY-IDX) NOT = "Y"
                           MOVE "OHNE LIMIT" TO CY-FLAG(CY-IDX)
                       WHEN CY-EUR(CY-IDX) > 0
                           AND CY-LONG-LIMIT(CY-IDX) > 0
                           AND ABS-EUR > CY-LONG-LIMIT(CY-IDX)
                           MOVE "LONG-LIMIT" TO CY-FLAG(CY-IDX)
                           PERFORM RAISE-BREACH
                       WHEN CY-EUR(CY-IDX) < 0
                           AND CY-SHORT-LIMIT(CY-IDX) > 0
                           AND ABS-EUR > CY-SHORT-LIMIT(CY-IDX)
                           MOVE "SHORT-LIMIT" TO CY-FLAG(CY-IDX)
                           PERFORM RAISE-BREACH
                       WHEN OTHER
                           MOVE "OK" TO CY-FLAG(CY-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM

           .
       RAISE-BREACH SECTION.
           ADD 1 TO BREACH-COUNT
           MOVE CY-EUR(CY-IDX) TO RL-EUR
           DISPLAY "*** Devisenlimit ueberschritten: "
               CY-CURRENCY(CY-IDX) " " CY-FLAG(CY-IDX)
               " EUR " RL-EUR " ***"
           OPEN EXTEND OPSFEED-OUT
           IF OPSFEED-OUT-FILE-STATUS NOT = "00"
               OPEN OUTPUT OPSFEED-OUT
           END-IF
           MOVE SPACES TO OPSFEED-F
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           MOVE DATETIME TO OP-TIMESTAMP
           MOVE "SEVERE" TO OP-SEVERITY
           MOVE 0 TO OP-BANKID
           MOVE 0 TO OP-ACCOUNTID
           MOVE SPACES TO OP-TEXT
           STRING "Devisenlimit " CY-CURRENCY(CY-IDX) " "
               DELIMITED BY SIZE
               CY-FLAG(CY-IDX) DELIMITED BY SPACE
               " ueberschritten EUR " FUNCTION TRIM(RL-EUR)
               DELIMITED BY SIZE
               INTO OP-TEXT
           WRITE OPSFEED-F
           CLOSE OPSFEED-OUT

           .
       WRITE-REPORT SECTION.
           OPEN OUTPUT REPORT-OUT
           MOVE SPACES TO REPORT-LINE
           STRING "Offene Devisenposition Stichtag " RUN-DATE
               " (alle Banken, Sicht der Bank: + Long / - Short)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE SPACES TO REPORT-OUT-F
           WRITE REPORT-OUT-F
           MOVE "Whg          Aktiva         Passiva           Netto "
               & "       Kurs   EUR-Gegenwert           Limit  Status"
               TO REPORT-OUT-F
           WRITE REPORT-OUT-F
           PERFORM VARYING CY-IDX FROM 1 BY 1
               UNTIL CY-IDX > CY-COUNT
               PERFORM WRITE-CURRENCY-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-OUT-F
           WRITE REPORT-OUT-F
           MOVE TOTAL-LONG TO RL-EUR
           MOVE SPACES TO REPORT-LINE
           STRING "Summe Long-Positionen (EUR)  " RL-EUR
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE TOTAL-SHORT TO RL-EUR
           MOVE SPACES TO REPORT-LINE
           STRING "Summe Short-Positionen (EUR) " RL-EUR
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE TOTAL-GROSS TO RL-EUR
           MOVE SPACES TO REPORT-LINE
           STRING "Gesamtposition (EUR)         " RL-EUR
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE SPACES TO REPORT-OUT-F
           WRITE REPORT-OUT-F
           MOVE SPACES TO REPORT-LINE
           STRING "Gelesen: " ACCOUNT-COUNT " Kontosalden, "
               DEPOSIT-COUNT " Festgelder, " LOAN-COUNT " Darlehen"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE BREACH-COUNT TO RL-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Limitueberschreitungen: " RL-COUNT
               " (als SEVERE nach opsfeed.txt gemeldet)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           IF UNRATED-COUNT > 0
               MOVE UNRATED-COUNT TO RL-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "*** " RL-COUNT " Waehrungen ohne Kurs mit"
                   " Kurs 1 bewertet ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-OUT-F FROM REPORT-LINE
           END-IF
           IF TABLES-TRUNCATED
               MOVE "*** Waehrungs- oder Limittabelle voll -"
                   & " Bericht unvollstaendig ***" TO REPORT-OUT-F
               WRITE REPORT-OUT-F
           END-IF
           CLOSE REPORT-OUT

           .
       WRITE-CURRENCY-LINE SECTION.
           MOVE CY-ASSETS(CY-IDX) TO RL-ASSETS
           MOVE CY-LIABS(CY-IDX) TO RL-LIABS
           MOVE CY-NET(CY-IDX) TO RL-NET
           MOVE CY-RATE(CY-IDX) TO RL-RATE
           MOVE CY-EUR(CY-IDX) TO RL-EUR
           MOVE SPACES TO RL-NOTE
           IF CY-RATED(CY-IDX) NOT = "Y"
               MOVE "KEIN KURS" TO RL-NOTE
           END-IF
           MOVE SPACES TO REPORT-LINE
           IF CY-CURRENCY(CY-IDX) = "EUR"
               STRING CY-CURRENCY(CY-IDX) " " RL-ASSETS " " RL-LIABS
                   " " RL-NET " " RL-RATE " " RL-EUR
                   "               BASIS"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               IF CY-EUR(CY-IDX) < 0
                   MOVE CY-SHORT-LIMIT(CY-IDX) TO RL-LIMIT
               ELSE
                   MOVE CY-LONG-LIMIT(CY-IDX) TO RL-LIMIT
               END-IF
               STRING CY-CURRENCY(CY-IDX) " " RL-ASSETS " " RL-LIABS
                   " " RL-NET " " RL-RATE " " RL-EUR " " RL-LIMIT
                   "  " CY-FLAG(CY-IDX) " " RL-NOTE
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
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
