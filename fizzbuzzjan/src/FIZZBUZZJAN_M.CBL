           05  GB-SCORE                  PIC 9(4).
           05  FILLER                    PIC X VALUE SPACE.
           05  GB-TOTAL                  PIC 9(4).
           05  FILLER                    PIC X VALUE SPACE.
           05  GB-MISS-PLAIN             PIC 9(4).
           05  FILLER                    PIC X VALUE SPACE.
           05  GB-MISS-WORD-A            PIC 9(4).
           05  FILLER                    PIC X VALUE SPACE.
           05  GB-MISS-WORD-B            PIC 9(4).
           05  FILLER                    PIC X VALUE SPACE.
           05  GB-MISS-BOTH              PIC 9(4).
       FD  POSTERMODE-IN.
       01  POSTERMODE-IN-F               PIC X(01).
       FD  POSTER-OUT.
      *    drill itself - prompt the student per number, judge the
      *    answer against CALC's classification, keep score and a
      *    running streak and append a gradebook.txt record with
      *    name, date, range and divisor settings, the score and
      *    the wrong answers per kind of number (plain, first word,
      *    second word, both words) for the class report FIZZRPT_M.
       01  QUIZMODE-IN-FILE-STATUS       PIC X(02).
       01  GRADEBOOK-OUT-FILE-STATUS     PIC X(02).
       01  QUIZMODE-SWITCH               PIC X VALUE "N".
       01  QUIZ-SCORE                    PIC 9(4) VALUE 0.
       01  QUIZ-STREAK                   PIC 9(4) VALUE 0.
       01  QUIZ-BEST-STREAK              PIC 9(4) VALUE 0.
      *    Wrong answers per CALC class, kept in the gradebook record
      *    so the class report can show which kind of number a
      *    student gets wrong most.
       01  MISS-PLAIN-COUNT              PIC 9(4) VALUE 0.
       01  MISS-WORD-A-COUNT             PIC 9(4) VALUE 0.
       01  MISS-WORD-B-COUNT             PIC 9(4) VALUE 0.
       01  MISS-BOTH-COUNT               PIC 9(4) VALUE 0.
       01  CURRENT-DATE-DATA.
        05 QUIZ-DATE                     PIC 9(8).
        05 FILLER                        PIC X(13).
             DISPLAY "Richtig! Serie: " QUIZ-STREAK
           ELSE
             MOVE 0 TO QUIZ-STREAK
             PERFORM TALLY-MISS
             DISPLAY "Leider falsch, richtig war: "
               FUNCTION TRIM(CALC-RESULT)
           END-IF
           MOVE DIVISOR-B TO GB-DIVB
           MOVE QUIZ-SCORE TO GB-SCORE
           MOVE GOAL TO GB-TOTAL
           MOVE MISS-PLAIN-COUNT TO GB-MISS-PLAIN
           MOVE MISS-WORD-A-COUNT TO GB-MISS-WORD-A
           MOVE MISS-WORD-B-COUNT TO GB-MISS-WORD-B
           MOVE MISS-BOTH-COUNT TO GB-MISS-BOTH
           WRITE GRADEBOOK-OUT-F
           CLOSE GRADEBOOK-OUT
           .

       TALLY-MISS SECTION.
           EVALUATE TRUE
             WHEN IsPlain
               ADD 1 TO MISS-PLAIN-COUNT
             WHEN IsWordAOnly
               ADD 1 TO MISS-WORD-A-COUNT
             WHEN IsWordBOnly
               ADD 1 TO MISS-WORD-B-COUNT
             WHEN IsBothWords
               ADD 1 TO MISS-BOTH-COUNT
           END-EVALUATE
           .

       WRITE-POSTER-ENTRY SECTION.
      *    Eine Seite je Zahl: erst die Zahl in grossen Ziffern,
      *    bei Fizz/Buzz/FizzBuzz darunter das Wort in grossen
