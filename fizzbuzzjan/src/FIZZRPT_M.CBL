       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FIZZRPT_M.
      *****************************************************************
      * Klassenbericht ueber die Quiz-Sitzungen aus gradebook.txt.
      *****************************************************************
      *    Reads every session that FIZZBUZZJAN_M's quiz mode has
      *    appended to gradebook.txt, groups them by student and
      *    writes classrpt.txt: one page per student for parent
      *    meetings (sessions in date order with score, percentage,
      *    change against the previous session and a bar for the
      *    trend, the wrong answers per kind of number and a note
      *    when the last three sessions show no improvement), then a
      *    class summary page with the average per session day, the
      *    class ranking by average percentage and the list of
      *    students without improvement. A session counts as an
      *    improvement when its percentage beats the one two
      *    sessions earlier; students at 100 % are never flagged.
      *    Gradebook records written before the wrong answers were
      *    kept show their sessions as "nicht erfasst". Pages end
      *    with a line of "=" like the poster pages.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADEBOOK-IN ASSIGN TO "gradebook.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADEBOOK-IN-FILE-STATUS.
           SELECT REPORT-OUT ASSIGN TO "classrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GRADEBOOK-IN.
       01  GRADEBOOK-IN-F.
           05  GB-NAME                   PIC X(20).
           05  FILLER                    PIC X.
           05  GB-DATE                   PIC 9(8).
           05  FILLER                    PIC X.
           05  GB-GOAL                   PIC 999.
           05  FILLER                    PIC X.
           05  GB-DIVA                   PIC 99.
           05  FILLER                    PIC X.
           05  GB-DIVB                   PIC 99.
           05  FILLER                    PIC X.
           05  GB-SCORE                  PIC 9(4).
           05  FILLER                    PIC X.
           05  GB-TOTAL                  PIC 9(4).
           05  FILLER                    PIC X.
           05  GB-MISS-PLAIN             PIC 9(4).
           05  FILLER                    PIC X.
           05  GB-MISS-WORD-A            PIC 9(4).
           05  FILLER                    PIC X.
           05  GB-MISS-WORD-B            PIC 9(4).
           05  FILLER                    PIC X.
           05  GB-MISS-BOTH              PIC 9(4).
       FD  REPORT-OUT.
       01  REPORT-OUT-F                  PIC X(80).
       WORKING-STORAGE SECTION.
       01  GRADEBOOK-IN-FILE-STATUS      PIC X(02).
       01  REPORT-OUT-FILE-STATUS        PIC X(02).
       01  GRADEBOOK-EOF-SWITCH          PIC X VALUE "N".
        88 GradebookEof                  VALUE "J".
      *    One entry per gradebook record. SE-KEY orders the table
      *    by student, date and file position, so sessions of the
      *    same day keep the order in which they were played.
       01  SESSION-TABLE.
           05  SESSION-ENTRY OCCURS 2000 TIMES.
               10  SE-KEY.
                   15  SE-NAME           PIC X(20).
                   15  SE-DATE           PIC 9(8).
                   15  SE-SEQ            PIC 9(4).
               10  SE-GOAL               PIC 999.
               10  SE-DIVA               PIC 99.
               10  SE-DIVB               PIC 99.
               10  SE-SCORE              PIC 9(4).
               10  SE-TOTAL              PIC 9(4).
               10  SE-PCT                PIC 999.
               10  SE-MISS-SWITCH        PIC X.
                88 SeMissKnown           VALUE "J".
               10  SE-MISS               PIC 9(4) OCCURS 4 TIMES.
       01  SESSION-SWAP                  PIC X(67).
       01  SESSION-COUNT                 PIC 9(4) VALUE 0.
       01  SKIPPED-COUNT                 PIC 9(4) VALUE 0.
       01  SE-IDX                        PIC 9(4).
       01  SE-IDX2                       PIC 9(4).
      *    Students in name order with their first and last session
      *    in the sorted session table.
       01  STUDENT-TABLE.
           05  STUDENT-ENTRY OCCURS 200 TIMES.
               10  ST-NAME               PIC X(20).
               10  ST-FIRST              PIC 9(4).
               10  ST-LAST               PIC 9(4).
               10  ST-SESSIONS           PIC 9(4).
               10  ST-PCT-SUM            PIC 9(7).
               10  ST-AVG                PIC 999.
               10  ST-LAST-PCT           PIC 999.
               10  ST-RANK               PIC 999.
               10  ST-MISS-SESSIONS      PIC 9(4).
               10  ST-MISS               PIC 9(6) OCCURS 4 TIMES.
               10  ST-STALL-SWITCH       PIC X.
                88 StStalled             VALUE "J".
               10  ST-DIVMIX-SWITCH      PIC X.
                88 StDivisorsMixed       VALUE "J".
       01  STUDENT-COUNT                 PIC 999 VALUE 0.
       01  ST-IDX                        PIC 999.
       01  STALLED-COUNT                 PIC 999 VALUE 0.
      *    Ranking: student numbers ordered by average percentage.
       01  RANK-TABLE.
           05  RK-STUDENT                PIC 999 OCCURS 200 TIMES.
       01  RK-IDX                        PIC 999.
       01  RK-IDX2                       PIC 999.
       01  RK-SWAP                       PIC 999.
      *    Session days: class average per quiz date.
       01  DAY-TABLE.
           05  DAY-ENTRY OCCURS 500 TIMES.
               10  DY-DATE               PIC 9(8).
               10  DY-COUNT              PIC 9(4).
               10  DY-PCT-SUM            PIC 9(7).
       01  DAY-SWAP                      PIC X(19).
       01  DAY-COUNT                     PIC 999 VALUE 0.
       01  DY-IDX                        PIC 999.
       01  DY-IDX2                       PIC 999.
       01  DAY-FOUND-SWITCH              PIC X VALUE "N".
        88 DayFound                      VALUE "J".
       01  CLASS-PCT-SUM                 PIC 9(8) VALUE 0.
       01  CLASS-AVG                     PIC 999 VALUE 0.
       01  AVG-WORK                      PIC 999.
       01  MISS-IDX                      PIC 9.
       01  TOP-MISS-IDX                  PIC 9.
       01  MISS-TOTAL                    PIC 9(7).
       01  PAGE-COUNT                    PIC 999 VALUE 0.
       01  PREV-PCT                      PIC 999.
       01  PCT-CHANGE                    PIC S999.
       01  BAR-LEN                       PIC 99.
      *    Kinds of number in CALC order: plain, first word only,
      *    second word only, both words.
       01  MISS-LABEL-TABLE.
           05  FILLER PIC X(26) VALUE "einfache Zahlen".
           05  FILLER PIC X(26) VALUE "Vielfache nur von".
           05  FILLER PIC X(26) VALUE "Vielfache nur von".
           05  FILLER PIC X(26) VALUE "Vielfache von".
       01  MISS-LABELS REDEFINES MISS-LABEL-TABLE.
           05  MISS-LABEL                PIC X(26) OCCURS 4 TIMES.
       01  MISS-TEXT                     PIC X(40).
       01  RPT-LINE                      PIC X(80).
       01  RPT-DATE                      PIC X(10).
       01  RPT-COUNT                     PIC Z(3)9.
       01  RPT-COUNT2                    PIC Z(3)9.
       01  RPT-BIG                       PIC Z(5)9.
       01  RPT-PCT                       PIC ZZ9.
       01  RPT-PCT2                      PIC ZZ9.
       01  RPT-CHANGE                    PIC +++9.
       01  RPT-RANK                      PIC ZZ9.
       01  RPT-DIV                       PIC Z9.
       01  RPT-DIV2                      PIC Z9.
       01  RPT-GOAL                      PIC ZZ9.
       01  RPT-BAR                       PIC X(20).
       01  DATE-WORK.
           05  DW-YYYY                   PIC 9(4).
           05  DW-MM                     PIC 99.
           05  DW-DD                     PIC 99.
       01  DATE-WORK-NUM REDEFINES DATE-WORK PIC 9(8).
       PROCEDURE DIVISION.
           PERFORM LOAD-GRADEBOOK
           IF SESSION-COUNT = 0
             DISPLAY "Keine Quiz-Sitzungen in gradebook.txt."
             GOBACK
           END-IF
           PERFORM SORT-SESSIONS
           PERFORM BUILD-STUDENTS
           PERFORM BUILD-DAYS
           PERFORM RANK-STUDENTS
           OPEN OUTPUT REPORT-OUT
           PERFORM VARYING ST-IDX FROM 1 BY 1
             UNTIL ST-IDX > STUDENT-COUNT
             PERFORM WRITE-STUDENT-PAGE
           END-PERFORM
           PERFORM WRITE-CLASS-PAGE
           CLOSE REPORT-OUT
           DISPLAY "Klassenbericht nach classrpt.txt geschrieben: "
             STUDENT-COUNT " Schueler, " SESSION-COUNT " Sitzungen, "
             PAGE-COUNT " Seiten."
           IF SKIPPED-COUNT > 0
             DISPLAY SKIPPED-COUNT " unlesbare oder ueberzaehlige"
               " Saetze in gradebook.txt uebergangen."
           END-IF
           GOBACK.

       LOAD-GRADEBOOK SECTION.
           OPEN INPUT GRADEBOOK-IN
           IF GRADEBOOK-IN-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF
           PERFORM UNTIL GradebookEof
             READ GRADEBOOK-IN
               AT END SET GradebookEof TO TRUE
               NOT AT END PERFORM TAKE-SESSION
             END-READ
           END-PERFORM
           CLOSE GRADEBOOK-IN
           .

       TAKE-SESSION SECTION.
           IF GB-SCORE IS NOT NUMERIC OR GB-TOTAL IS NOT NUMERIC
             OR GB-DATE IS NOT NUMERIC OR SESSION-COUNT >= 2000
             ADD 1 TO SKIPPED-COUNT
             EXIT SECTION
           END-IF
           ADD 1 TO SESSION-COUNT
           MOVE SESSION-COUNT TO SE-IDX
           INITIALIZE SESSION-ENTRY(SE-IDX)
           MOVE GB-NAME TO SE-NAME(SE-IDX)
           MOVE GB-DATE TO SE-DATE(SE-IDX)
           MOVE SESSION-COUNT TO SE-SEQ(SE-IDX)
           IF GB-GOAL IS NUMERIC
             MOVE GB-GOAL TO SE-GOAL(SE-IDX)
           END-IF
           IF GB-DIVA IS NUMERIC AND GB-DIVB IS NUMERIC
             MOVE GB-DIVA TO SE-DIVA(SE-IDX)
             MOVE GB-DIVB TO SE-DIVB(SE-IDX)
           END-IF
           MOVE GB-SCORE TO SE-SCORE(SE-IDX)
           MOVE GB-TOTAL TO SE-TOTAL(SE-IDX)
           IF GB-TOTAL > 0
             COMPUTE SE-PCT(SE-IDX) ROUNDED =
               GB-SCORE * 100 / GB-TOTAL
           END-IF
      *    Older records end after the total; the wrong answers per
      *    kind of number are then unknown, not zero.
           IF GB-MISS-PLAIN IS NUMERIC AND GB-MISS-WORD-A IS NUMERIC
             AND GB-MISS-WORD-B IS NUMERIC AND GB-MISS-BOTH IS NUMERIC
             SET SeMissKnown(SE-IDX) TO TRUE
             MOVE GB-MISS-PLAIN TO SE-MISS(SE-IDX, 1)
             MOVE GB-MISS-WORD-A TO SE-MISS(SE-IDX, 2)
             MOVE GB-MISS-WORD-B TO SE-MISS(SE-IDX, 3)
             MOVE GB-MISS-BOTH TO SE-MISS(SE-IDX, 4)
           END-IF
           .

       SORT-SESSIONS SECTION.
           PERFORM VARYING SE-IDX FROM 1 BY 1
             UNTIL SE-IDX >= SESSION-COUNT
             PERFORM VARYING SE-IDX2 FROM SE-IDX BY 1
               UNTIL SE-IDX2 > SESSION-COUNT
               IF SE-KEY(SE-IDX2) < SE-KEY(SE-IDX)
                 MOVE SESSION-ENTRY(SE-IDX) TO SESSION-SWAP
                 MOVE SESSION-ENTRY(SE-IDX2) TO SESSION-ENTRY(SE-IDX)
                 MOVE SESSION-SWAP TO SESSION-ENTRY(SE-IDX2)
               END-IF
             END-PERFORM
           END-PERFORM
           .

       BUILD-STUDENTS SECTION.
           PERFORM VARYING SE-IDX FROM 1 BY 1
             UNTIL SE-IDX > SESSION-COUNT
             IF STUDENT-COUNT = 0
               OR SE-NAME(SE-IDX) NOT = ST-NAME(STUDENT-COUNT)
               IF STUDENT-COUNT >= 200
                 COMPUTE SKIPPED-COUNT = SKIPPED-COUNT
                   + SESSION-COUNT - SE-IDX + 1
                 COMPUTE SESSION-COUNT = SE-IDX - 1
                 EXIT PERFORM
               END-IF
               ADD 1 TO STUDENT-COUNT
               MOVE STUDENT-COUNT TO ST-IDX
               INITIALIZE STUDENT-ENTRY(ST-IDX)
               MOVE SE-NAME(SE-IDX) TO ST-NAME(ST-IDX)
               MOVE SE-IDX TO ST-FIRST(ST-IDX)
             END-IF
             MOVE SE-IDX TO ST-LAST(ST-IDX)
             ADD 1 TO ST-SESSIONS(ST-IDX)
             ADD SE-PCT(SE-IDX) TO ST-PCT-SUM(ST-IDX)
             ADD SE-PCT(SE-IDX) TO CLASS-PCT-SUM
             MOVE SE-PCT(SE-IDX) TO ST-LAST-PCT(ST-IDX)
             IF SE-DIVA(SE-IDX) NOT = SE-DIVA(ST-FIRST(ST-IDX))
               OR SE-DIVB(SE-IDX) NOT = SE-DIVB(ST-FIRST(ST-IDX))
               SET StDivisorsMixed(ST-IDX) TO TRUE
             END-IF
             IF SeMissKnown(SE-IDX)
               ADD 1 TO ST-MISS-SESSIONS(ST-IDX)
               PERFORM VARYING MISS-IDX FROM 1 BY 1 UNTIL MISS-IDX > 4
                 ADD SE-MISS(SE-IDX, MISS-IDX)
                   TO ST-MISS(ST-IDX, MISS-IDX)
               END-PERFORM
             END-IF
           END-PERFORM
           IF SESSION-COUNT > 0
             COMPUTE CLASS-AVG ROUNDED =
               CLASS-PCT-SUM / SESSION-COUNT
           END-IF
           PERFORM VARYING ST-IDX FROM 1 BY 1
             UNTIL ST-IDX > STUDENT-COUNT
             COMPUTE ST-AVG(ST-IDX) ROUNDED =
               ST-PCT-SUM(ST-IDX) / ST-SESSIONS(ST-IDX)
             PERFORM CHECK-STALLED
           END-PERFORM
           .

       CHECK-STALLED SECTION.
      *    No improvement: at least three sessions, and the latest
      *    percentage does not beat the first of the last three.
           IF ST-SESSIONS(ST-IDX) < 3 OR ST-LAST-PCT(ST-IDX) = 100
             EXIT SECTION
           END-IF
           COMPUTE SE-IDX = ST-LAST(ST-IDX) - 2
           IF SE-PCT(ST-LAST(ST-IDX)) NOT > SE-PCT(SE-IDX)
             SET StStalled(ST-IDX) TO TRUE
             ADD 1 TO STALLED-COUNT
           END-IF
           .

       BUILD-DAYS SECTION.
           PERFORM VARYING SE-IDX FROM 1 BY 1
             UNTIL SE-IDX > SESSION-COUNT
             MOVE "N" TO DAY-FOUND-SWITCH
             PERFORM VARYING DY-IDX FROM 1 BY 1
               UNTIL DY-IDX > DAY-COUNT OR DayFound
               IF DY-DATE(DY-IDX) = SE-DATE(SE-IDX)
                 SET DayFound TO TRUE
               END-IF
             END-PERFORM
             IF DayFound
               SUBTRACT 1 FROM DY-IDX
             ELSE
               IF DAY-COUNT < 500
                 ADD 1 TO DAY-COUNT
                 MOVE DAY-COUNT TO DY-IDX
                 MOVE SE-DATE(SE-IDX) TO DY-DATE(DY-IDX)
                 MOVE 0 TO DY-COUNT(DY-IDX)
                 MOVE 0 TO DY-PCT-SUM(DY-IDX)
                 SET DayFound TO TRUE
               END-IF
             END-IF
             IF DayFound
               ADD 1 TO DY-COUNT(DY-IDX)
               ADD SE-PCT(SE-IDX) TO DY-PCT-SUM(DY-IDX)
             END-IF
           END-PERFORM
           PERFORM VARYING DY-IDX FROM 1 BY 1
             UNTIL DY-IDX >= DAY-COUNT
             PERFORM VARYING DY-IDX2 FROM DY-IDX BY 1
               UNTIL DY-IDX2 > DAY-COUNT
               IF DY-DATE(DY-IDX2) < DY-DATE(DY-IDX)
                 MOVE DAY-ENTRY(DY-IDX) TO DAY-SWAP
                 MOVE DAY-ENTRY(DY-IDX2) TO DAY-ENTRY(DY-IDX)
                 MOVE DAY-SWAP TO DAY-ENTRY(DY-IDX2)
               END-IF
             END-PERFORM
           END-PERFORM
           .

       RANK-STUDENTS SECTION.
      *    Highest average first; equal averages share a rank and
      *    stay in name order.
           PERFORM VARYING RK-IDX FROM 1 BY 1
             UNTIL RK-IDX > STUDENT-COUNT
             MOVE RK-IDX TO RK-STUDENT(RK-IDX)
           END-PERFORM
           PERFORM VARYING RK-IDX FROM 1 BY 1
             UNTIL RK-IDX >= STUDENT-COUNT
             PERFORM VARYING RK-IDX2 FROM RK-IDX BY 1
               UNTIL RK-IDX2 > STUDENT-COUNT
               IF ST-AVG(RK-STUDENT(RK-IDX2))
                    > ST-AVG(RK-STUDENT(RK-IDX))
                 OR (ST-AVG(RK-STUDENT(RK-IDX2))
                      = ST-AVG(RK-STUDENT(RK-IDX))
                     AND RK-STUDENT(RK-IDX2) < RK-STUDENT(RK-IDX))
                 MOVE RK-STUDENT(RK-IDX) TO RK-SWAP
                 MOVE RK-STUDENT(RK-IDX2) TO RK-STUDENT(RK-IDX)
                 MOVE RK-SWAP TO RK-STUDENT(RK-IDX2)
               END-IF
             END-PERFORM
           END-PERFORM
           PERFORM VARYING RK-IDX FROM 1 BY 1
             UNTIL RK-IDX > STUDENT-COUNT
             MOVE RK-STUDENT(RK-IDX) TO ST-IDX
             IF RK-IDX > 1
               AND ST-AVG(ST-IDX) = ST-AVG(RK-STUDENT(RK-IDX - 1))
               MOVE ST-RANK(RK-STUDENT(RK-IDX - 1)) TO ST-RANK(ST-IDX)
             ELSE
               MOVE RK-IDX TO ST-RANK(ST-IDX)
             END-IF
           END-PERFORM
           .

       WRITE-STUDENT-PAGE SECTION.
           ADD 1 TO PAGE-COUNT
           MOVE SPACES TO RPT-LINE
           MOVE PAGE-COUNT TO RPT-COUNT
           STRING "FizzBuzz-Lernstand" DELIMITED BY SIZE
             INTO RPT-LINE
           STRING "Seite " FUNCTION TRIM(RPT-COUNT) DELIMITED BY SIZE
             INTO RPT-LINE(70:11)
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Schueler: " ST-NAME(ST-IDX) DELIMITED BY SIZE
             INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-BLANK-LINE
           MOVE ST-SESSIONS(ST-IDX) TO RPT-COUNT
           MOVE ST-AVG(ST-IDX) TO RPT-PCT
           MOVE ST-RANK(ST-IDX) TO RPT-RANK
           MOVE STUDENT-COUNT TO RPT-COUNT2
           MOVE SPACES TO RPT-LINE
           STRING "Sitzungen: " FUNCTION TRIM(RPT-COUNT)
             "   Durchschnitt: " FUNCTION TRIM(RPT-PCT) " %"
             "   Rang " FUNCTION TRIM(RPT-RANK)
             " von " FUNCTION TRIM(RPT-COUNT2)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-BLANK-LINE
           MOVE "Datum       Bereich  Teiler  Richtig    Quote  Aend."
             & "  Verlauf" TO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ALL "-" TO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING SE-IDX FROM ST-FIRST(ST-IDX) BY 1
             UNTIL SE-IDX > ST-LAST(ST-IDX)
             PERFORM WRITE-SESSION-LINE
           END-PERFORM
           PERFORM WRITE-BLANK-LINE
           PERFORM WRITE-MISS-SUMMARY
           PERFORM WRITE-BLANK-LINE
           EVALUATE TRUE
             WHEN StStalled(ST-IDX)
               MOVE "*** Keine Verbesserung in den letzten drei"
                 & " Sitzungen ***" TO RPT-LINE
             WHEN ST-SESSIONS(ST-IDX) < 3
               MOVE "Fuer eine Trendaussage liegen noch keine drei"
                 & " Sitzungen vor." TO RPT-LINE
             WHEN OTHER
               MOVE "Verbesserung in den letzten drei Sitzungen."
                 TO RPT-LINE
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE
           MOVE ALL "=" TO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           .

       WRITE-SESSION-LINE SECTION.
           MOVE SE-DATE(SE-IDX) TO DATE-WORK-NUM
           PERFORM FORMAT-DATE
           MOVE SE-GOAL(SE-IDX) TO RPT-GOAL
           MOVE SE-DIVA(SE-IDX) TO RPT-DIV
           MOVE SE-DIVB(SE-IDX) TO RPT-DIV2
           MOVE SE-SCORE(SE-IDX) TO RPT-COUNT
           MOVE SE-TOTAL(SE-IDX) TO RPT-COUNT2
           MOVE SE-PCT(SE-IDX) TO RPT-PCT
           MOVE SPACES TO RPT-LINE
           STRING RPT-DATE "  1-" RPT-GOAL "   " RPT-DIV "/"
             FUNCTION TRIM(RPT-DIV2) DELIMITED BY SIZE
             INTO RPT-LINE
           STRING RPT-COUNT "/" FUNCTION TRIM(RPT-COUNT2)
             DELIMITED BY SIZE INTO RPT-LINE(30:10)
           STRING RPT-PCT " %" DELIMITED BY SIZE
             INTO RPT-LINE(41:5)
           IF SE-IDX > ST-FIRST(ST-IDX)
             MOVE SE-PCT(SE-IDX - 1) TO PREV-PCT
             COMPUTE PCT-CHANGE = SE-PCT(SE-IDX) - PREV-PCT
             MOVE PCT-CHANGE TO RPT-CHANGE
             MOVE RPT-CHANGE TO RPT-LINE(47:4)
           END-IF
      *    Trend bar: one star per 5 percent.
           MOVE SPACES TO RPT-BAR
           COMPUTE BAR-LEN = SE-PCT(SE-IDX) / 5
           IF BAR-LEN > 0
             MOVE ALL "*" TO RPT-BAR(1:BAR-LEN)
           END-IF
           MOVE RPT-BAR TO RPT-LINE(55:20)
           PERFORM WRITE-REPORT-LINE
           .

       WRITE-MISS-SUMMARY SECTION.
           MOVE "Fehler nach Art der Zahl:" TO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           IF ST-MISS-SESSIONS(ST-IDX) = 0
             MOVE "  fuer diese Sitzungen nicht erfasst."
               TO RPT-LINE
             PERFORM WRITE-REPORT-LINE
             EXIT SECTION
           END-IF
           MOVE 0 TO MISS-TOTAL
           MOVE 1 TO TOP-MISS-IDX
           PERFORM VARYING MISS-IDX FROM 1 BY 1 UNTIL MISS-IDX > 4
             ADD ST-MISS(ST-IDX, MISS-IDX) TO MISS-TOTAL
             IF ST-MISS(ST-IDX, MISS-IDX)
                  > ST-MISS(ST-IDX, TOP-MISS-IDX)
               MOVE MISS-IDX TO TOP-MISS-IDX
             END-IF
             PERFORM BUILD-MISS-TEXT
             MOVE ST-MISS(ST-IDX, MISS-IDX) TO RPT-BIG
             MOVE SPACES TO RPT-LINE
             STRING "  " MISS-TEXT RPT-BIG DELIMITED BY SIZE
               INTO RPT-LINE
             PERFORM WRITE-REPORT-LINE
           END-PERFORM
           IF ST-MISS-SESSIONS(ST-IDX) < ST-SESSIONS(ST-IDX)
             MOVE ST-MISS-SESSIONS(ST-IDX) TO RPT-COUNT
             MOVE SPACES TO RPT-LINE
             STRING "  (erfasst in " FUNCTION TRIM(RPT-COUNT)
               " Sitzungen, aeltere nicht erfasst)"
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           IF MISS-TOTAL = 0
             MOVE "  Keine Fehler." TO RPT-LINE
           ELSE
             MOVE TOP-MISS-IDX TO MISS-IDX
             PERFORM BUILD-MISS-TEXT
             STRING "  Am haeufigsten falsch: " MISS-TEXT
               DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           .

       BUILD-MISS-TEXT SECTION.
      *    The divisors come from the student's sessions; when they
      *    changed between sessions the label stays generic.
           MOVE SPACES TO MISS-TEXT
           MOVE SE-DIVA(ST-LAST(ST-IDX)) TO RPT-DIV
           MOVE SE-DIVB(ST-LAST(ST-IDX)) TO RPT-DIV2
           EVALUATE TRUE
             WHEN MISS-IDX = 1
               MOVE MISS-LABEL(1) TO MISS-TEXT
             WHEN StDivisorsMixed(ST-IDX) AND MISS-IDX = 2
               MOVE "Vielfache nur des 1. Teilers" TO MISS-TEXT
             WHEN StDivisorsMixed(ST-IDX) AND MISS-IDX = 3
               MOVE "Vielfache nur des 2. Teilers" TO MISS-TEXT
             WHEN StDivisorsMixed(ST-IDX)
               MOVE "Vielfache beider Teiler" TO MISS-TEXT
             WHEN MISS-IDX = 2
               STRING FUNCTION TRIM(MISS-LABEL(2)) " "
                 FUNCTION TRIM(RPT-DIV) DELIMITED BY SIZE
                 INTO MISS-TEXT
             WHEN MISS-IDX = 3
               STRING FUNCTION TRIM(MISS-LABEL(3)) " "
                 FUNCTION TRIM(RPT-DIV2) DELIMITED BY SIZE
                 INTO MISS-TEXT
             WHEN OTHER
               STRING FUNCTION TRIM(MISS-LABEL(4)) " "
                 FUNCTION TRIM(RPT-DIV) " und "
                 FUNCTION TRIM(RPT-DIV2) DELIMITED BY SIZE
                 INTO MISS-TEXT
           END-EVALUATE
           .

       WRITE-CLASS-PAGE SECTION.
           ADD 1 TO PAGE-COUNT
           MOVE SPACES TO RPT-LINE
           MOVE PAGE-COUNT TO RPT-COUNT
           STRING "FizzBuzz-Klassenuebersicht" DELIMITED BY SIZE
             INTO RPT-LINE
           STRING "Seite " FUNCTION TRIM(RPT-COUNT) DELIMITED BY SIZE
             INTO RPT-LINE(70:11)
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-BLANK-LINE
           MOVE STUDENT-COUNT TO RPT-RANK
           MOVE SESSION-COUNT TO RPT-COUNT
           MOVE CLASS-AVG TO RPT-PCT
           MOVE SPACES TO RPT-LINE
           STRING "Schueler: " FUNCTION TRIM(RPT-RANK)
             "   Sitzungen: " FUNCTION TRIM(RPT-COUNT)
             "   Klassendurchschnitt: " FUNCTION TRIM(RPT-PCT) " %"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-BLANK-LINE
           MOVE "Durchschnitt je Sitzung" TO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Datum       Teilnehmer  Durchschnitt" TO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ALL "-" TO RPT-LINE(1:36)
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING DY-IDX FROM 1 BY 1
             UNTIL DY-IDX > DAY-COUNT
             MOVE DY-DATE(DY-IDX) TO DATE-WORK-NUM
             PERFORM FORMAT-DATE
             COMPUTE AVG-WORK ROUNDED =
               DY-PCT-SUM(DY-IDX) / DY-COUNT(DY-IDX)
             MOVE DY-COUNT(DY-IDX) TO RPT-COUNT
             MOVE AVG-WORK TO RPT-PCT
             MOVE SPACES TO RPT-LINE
             STRING RPT-DATE "        " RPT-COUNT "           "
               RPT-PCT " %" DELIMITED BY SIZE INTO RPT-LINE
             PERFORM WRITE-REPORT-LINE
           END-PERFORM
           PERFORM WRITE-BLANK-LINE
           MOVE "Rangliste nach Durchschnittsquote" TO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Rang  Name                  Sitzungen  Schnitt"
             & "  Letzte  Trend" TO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ALL "-" TO RPT-LINE(1:68)
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING RK-IDX FROM 1 BY 1
             UNTIL RK-IDX > STUDENT-COUNT
             MOVE RK-STUDENT(RK-IDX) TO ST-IDX
             MOVE ST-RANK(ST-IDX) TO RPT-RANK
             MOVE ST-SESSIONS(ST-IDX) TO RPT-COUNT
             MOVE ST-AVG(ST-IDX) TO RPT-PCT
             MOVE ST-LAST-PCT(ST-IDX) TO RPT-PCT2
             MOVE SPACES TO RPT-LINE
             STRING RPT-RANK "   " ST-NAME(ST-IDX) "       "
               RPT-COUNT "    " RPT-PCT " %   " RPT-PCT2 " %"
               DELIMITED BY SIZE INTO RPT-LINE
             IF StStalled(ST-IDX)
               MOVE "stockt" TO RPT-LINE(57:6)
             END-IF
             PERFORM WRITE-REPORT-LINE
           END-PERFORM
           PERFORM WRITE-BLANK-LINE
           MOVE "Ohne Verbesserung in den letzten drei Sitzungen:"
             TO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           IF STALLED-COUNT = 0
             MOVE "  keine" TO RPT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM VARYING ST-IDX FROM 1 BY 1
             UNTIL ST-IDX > STUDENT-COUNT
             IF StStalled(ST-IDX)
               MOVE SE-PCT(ST-LAST(ST-IDX) - 2) TO RPT-PCT
               MOVE ST-LAST-PCT(ST-IDX) TO RPT-PCT2
               MOVE SPACES TO RPT-LINE
               STRING "  " ST-NAME(ST-IDX) "  von "
                 FUNCTION TRIM(RPT-PCT) " % auf "
                 FUNCTION TRIM(RPT-PCT2) " %"
                 DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
             END-IF
           END-PERFORM
           MOVE ALL "=" TO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           .

       FORMAT-DATE SECTION.
           MOVE "TT.MM.JJJJ" TO RPT-DATE
           MOVE DW-DD TO RPT-DATE(1:2)
           MOVE DW-MM TO RPT-DATE(4:2)
           MOVE DW-YYYY TO RPT-DATE(7:4)
           .

       WRITE-REPORT-LINE SECTION.
           WRITE REPORT-OUT-F FROM RPT-LINE
           MOVE SPACES TO RPT-LINE
           .

       WRITE-BLANK-LINE SECTION.
           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           .
