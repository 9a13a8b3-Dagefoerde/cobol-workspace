       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AMLAGE_M.
      *****************************************************************
      * Woechentliche Altersstruktur der Geldwaesche-Faelle fuer den
      * Geldwaeschebeauftragten: liest den Fallbestand amlcase.txt
      * (AMLCASE_M) und zaehlt die nicht abgeschlossenen Faelle je
      * Status nach Alter seit Eroeffnung (bis 7, 8-30, 31-60, ueber
      * 60 Tage, Stichtag busdate.txt bzw. Systemdatum). Danach
      * werden alle ueberfaelligen Faelle (Termin vor dem Stichtag)
      * mit Analyst einzeln aufgefuehrt sowie die in den letzten 7
      * Tagen gemeldeten bzw. geschlossenen Faelle gezaehlt.
      * Bericht: amlage.txt. RETURN-CODE 4 bei ueberfaelligen
      * Faellen.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-IN ASSIGN TO "amlcase.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASE-IN-FILE-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-IN-FILE-STATUS.
           SELECT REPORT-OUT ASSIGN TO "amlage.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CASE-IN.
       01  CASE-IN-F.
         05  CS-CASENO    PIC 9(6).
         05  CS-STATUS    PIC X(01).
           88  CS-OPEN          VALUE "O".
           88  CS-INVESTIGATING VALUE "I".
           88  CS-ESCALATED     VALUE "E".
           88  CS-FILED         VALUE "F".
           88  CS-CLOSED        VALUE "C".
           88  CS-FINAL         VALUE "F" "C".
         05  CS-ANALYST   PIC X(08).
         05  CS-OPENED    PIC 9(8).
         05  CS-DUE       PIC 9(8).
         05  CS-DETECTED  PIC 9(8).
         05  CS-BANKID    PIC 9(5).
         05  CS-ACCOUNTID PIC 9(10).
         05  CS-HITS      PIC 9(4).
         05  CS-TOTAL     PIC 9(10)V99.
         05  CS-RISK      PIC X(01).
         05  CS-KIND      PIC X(10).
         05  CS-CLOSEDON  PIC 9(8).
         05  CS-NOTE      PIC X(60).
       FD BUSDATE-IN.
       01  BUSDATE-IN-F PIC 9(8).
       FD REPORT-OUT.
       01  REPORT-OUT-F PIC X(100).
       WORKING-STORAGE SECTION.
       01  CASE-IN-FILE-STATUS    PIC X(02).
       01  BUSDATE-IN-FILE-STATUS PIC X(02).
       01  REPORT-OUT-FILE-STATUS PIC X(02).
       01  LOAD-EOF-SWITCH PIC X VALUE "N".
         88  LOAD-EOF VALUE "Y".
       01  CURRENT-DATE-DATA.
        05 DATETIME PIC 9(16).
       01  RUN-DATE PIC 9(8) VALUE 0.
       01  RUN-DAYNO PIC 9(8) VALUE 0.
       01  CASE-AGE  PIC 9(5) VALUE 0.
      * Zaehler je Status (1=offen, 2=in Bearbeitung, 3=eskaliert)
      * und Altersband (1: bis 7, 2: 8-30, 3: 31-60, 4: ueber 60).
       01  AGE-MATRIX.
         05  AGE-ROW OCCURS 3 TIMES.
           10  AGE-CELL PIC 9(04) OCCURS 4 TIMES.
           10  AGE-ROWSUM PIC 9(04).
       01  ROW-IDX  PIC 9(01).
       01  BAND-IDX PIC 9(01).
       01  BAND-TOTALS.
         05  BAND-TOTAL PIC 9(04) OCCURS 4 TIMES.
       01  ROW-NAMES-DATA PIC X(48)
               VALUE "offen           in Bearbeitung  eskaliert       ".
       01  ROW-NAMES REDEFINES ROW-NAMES-DATA.
         05  ROW-NAME PIC X(16) OCCURS 3 TIMES.
       01  ACTIVE-COUNT  PIC 9(04) VALUE 0.
       01  OVERDUE-COUNT PIC 9(04) VALUE 0.
       01  FILED-WEEK    PIC 9(04) VALUE 0.
       01  CLOSED-WEEK   PIC 9(04) VALUE 0.
       01  OLDEST-AGE    PIC 9(05) VALUE 0.
       01  OVERDUE-TABLE.
         05  OVERDUE-ENTRY OCCURS 500 TIMES.
           10  OD-CASENO  PIC 9(6).
           10  OD-STATUS  PIC X(01).
           10  OD-ANALYST PIC X(08).
           10  OD-DUE     PIC 9(8).
           10  OD-DAYS    PIC 9(5).
           10  OD-BANKID  PIC 9(5).
           10  OD-ACCTID  PIC 9(10).
       01  OD-IDX PIC 9(03).
       01  OD-LISTED PIC 9(03) VALUE 0.
       01  REPORT-LINE PIC X(100).
       01  RL-COUNT PIC Z(4)9.
       01  RL-CELLS.
         05  RL-CELL PIC Z(6)9 OCCURS 5 TIMES.
       01  RL-DAYS  PIC Z(4)9.
       01  RL-ANALYST PIC X(08).

       PROCEDURE DIVISION.
           PERFORM LOAD-RUN-DATE
           INITIALIZE AGE-MATRIX BAND-TOTALS
           PERFORM READ-CASES
           OPEN OUTPUT REPORT-OUT
           PERFORM WRITE-AGE-MATRIX
           PERFORM WRITE-OVERDUE-LIST
           PERFORM WRITE-WEEK-SUMMARY
           CLOSE REPORT-OUT
           IF OVERDUE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "AML-Faelle: " ACTIVE-COUNT " in Arbeit, "
               OVERDUE-COUNT " ueberfaellig."
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
           COMPUTE RUN-DAYNO = FUNCTION INTEGER-OF-DATE(RUN-DATE)

           .
       READ-CASES SECTION.
           OPEN INPUT CASE-IN
           IF CASE-IN-FILE-STATUS NOT = "00"
               DISPLAY "Kein Fallbestand amlcase.txt."
               EXIT SECTION
           END-IF
           PERFORM UNTIL LOAD-EOF
               READ CASE-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END PERFORM COUNT-ONE-CASE
               END-READ
           END-PERFORM
           CLOSE CASE-IN

           .
       COUNT-ONE-CASE SECTION.
           IF CS-FINAL
               IF CS-CLOSEDON > 0 AND CS-CLOSEDON <= RUN-DATE
                   AND FUNCTION INTEGER-OF-DATE(CS-CLOSEDON)
                       > RUN-DAYNO - 7
                   IF CS-FILED
                       ADD 1 TO FILED-WEEK
                   ELSE
                       ADD 1 TO CLOSED-WEEK
                   END-IF
               END-IF
               EXIT SECTION
           END-IF
           ADD 1 TO ACTIVE-COUNT
           EVALUATE TRUE
               WHEN CS-INVESTIGATING MOVE 2 TO ROW-IDX
               WHEN CS-ESCALATED     MOVE 3 TO ROW-IDX
               WHEN OTHER            MOVE 1 TO ROW-IDX
           END-EVALUATE
           MOVE 0 TO CASE-AGE
           IF CS-OPENED > 0 AND CS-OPENED < RUN-DATE
               COMPUTE CASE-AGE = RUN-DAYNO
                   - FUNCTION INTEGER-OF-DATE(CS-OPENED)
           END-IF
           IF CASE-AGE > OLDEST-AGE
               MOVE CASE-AGE TO OLDEST-AGE
           END-IF
           EVALUATE TRUE
               WHEN CASE-AGE <= 7  MOVE 1 TO BAND-IDX
               WHEN CASE-AGE <= 30 MOVE 2 TO BAND-IDX
               WHEN CASE-AGE <= 60 MOVE 3 TO BAND-IDX
               WHEN OTHER          MOVE 4 TO BAND-IDX
           END-EVALUATE
           ADD 1 TO AGE-CELL(ROW-IDX, BAND-IDX)
           ADD 1 TO AGE-ROWSUM(ROW-IDX)
           ADD 1 TO BAND-TOTAL(BAND-IDX)
           IF CS-DUE > 0 AND CS-DUE < RUN-DATE
               ADD 1 TO OVERDUE-COUNT
               IF OD-LISTED < 500
                   ADD 1 TO OD-LISTED
                   MOVE CS-CASENO TO OD-CASENO(OD-LISTED)
                   MOVE CS-STATUS TO OD-STATUS(OD-LISTED)
                   MOVE CS-ANALYST TO OD-ANALYST(OD-LISTED)
                   MOVE CS-DUE TO OD-DUE(OD-LISTED)
                   COMPUTE OD-DAYS(OD-LISTED) = RUN-DAYNO
                       - FUNCTION INTEGER-OF-DATE(CS-DUE)
                   MOVE CS-BANKID TO OD-BANKID(OD-LISTED)
                   MOVE CS-ACCOUNTID TO OD-ACCTID(OD-LISTED)
               END-IF
           END-IF

           .
       WRITE-AGE-MATRIX SECTION.
           MOVE SPACES TO REPORT-LINE
           STRING "Altersstruktur AML-Faelle zum " RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE SPACES TO REPORT-OUT-F
           WRITE REPORT-OUT-F
           MOVE "Status           bis 7T  8-30T 31-60T   >60T  Summe"
               TO REPORT-OUT-F
           WRITE REPORT-OUT-F
           PERFORM VARYING ROW-IDX FROM 1 BY 1 UNTIL ROW-IDX > 3
               PERFORM VARYING BAND-IDX FROM 1 BY 1
                   UNTIL BAND-IDX > 4
                   MOVE AGE-CELL(ROW-IDX, BAND-IDX)
                       TO RL-CELL(BAND-IDX)
               END-PERFORM
               MOVE AGE-ROWSUM(ROW-IDX) TO RL-CELL(5)
               MOVE SPACES TO REPORT-LINE
               STRING ROW-NAME(ROW-IDX) RL-CELLS
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-OUT-F FROM REPORT-LINE
           END-PERFORM
           PERFORM VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 4
               MOVE BAND-TOTAL(BAND-IDX) TO RL-CELL(BAND-IDX)
           END-PERFORM
           MOVE ACTIVE-COUNT TO RL-CELL(5)
           MOVE SPACES TO REPORT-LINE
           STRING "Gesamt          " RL-CELLS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE OLDEST-AGE TO RL-DAYS
           MOVE SPACES TO REPORT-LINE
           STRING "Aeltester offener Fall: " RL-DAYS " Tage"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE

           .
       WRITE-OVERDUE-LIST SECTION.
           MOVE SPACES TO REPORT-OUT-F
           WRITE REPORT-OUT-F
           MOVE "Ueberfaellige Faelle:" TO REPORT-OUT-F
           WRITE REPORT-OUT-F
           MOVE "Fall   St Analyst  Termin    Tage Konto" TO
               REPORT-OUT-F
           WRITE REPORT-OUT-F
           PERFORM VARYING OD-IDX FROM 1 BY 1
               UNTIL OD-IDX > OD-LISTED
               MOVE OD-DAYS(OD-IDX) TO RL-DAYS
               MOVE OD-ANALYST(OD-IDX) TO RL-ANALYST
               IF RL-ANALYST = SPACE
                   MOVE "(keiner)" TO RL-ANALYST
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING OD-CASENO(OD-IDX) " " OD-STATUS(OD-IDX) "  "
                   RL-ANALYST " " OD-DUE(OD-IDX) " " RL-DAYS " "
                   OD-BANKID(OD-IDX) "/" OD-ACCTID(OD-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-OUT-F FROM REPORT-LINE
           END-PERFORM
           IF OVERDUE-COUNT > OD-LISTED
               MOVE "*** Liste gekuerzt" TO REPORT-OUT-F
               WRITE REPORT-OUT-F
           END-IF

           .
       WRITE-WEEK-SUMMARY SECTION.
           MOVE SPACES TO REPORT-OUT-F
           WRITE REPORT-OUT-F
           MOVE OVERDUE-COUNT TO RL-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Ueberfaellig:                   " RL-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE FILED-WEEK TO RL-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Gemeldet in den letzten 7 Tagen:" RL-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE CLOSED-WEEK TO RL-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Geschlossen o. Massn., 7 Tage:  " RL-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE

           .
