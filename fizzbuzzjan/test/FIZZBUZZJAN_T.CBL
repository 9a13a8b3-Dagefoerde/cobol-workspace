           MOVE 090 TO CURRENT
           PERFORM CALC
           PERFORM TALLY-RESULT
           EXPECT BOTH-WORDS-COUNT TO BE 0001.

           TESTCASE 'Wrong fizzbuzz answer counts as a both-words miss'
           MOVE 3 TO DIVISOR-A
           MOVE 5 TO DIVISOR-B
           MOVE 0 TO MISS-BOTH-COUNT
           MOVE 0 TO MISS-PLAIN-COUNT
           MOVE 045 TO CURRENT
           PERFORM CALC
           PERFORM TALLY-MISS
           EXPECT MISS-BOTH-COUNT TO BE 0001.

           TESTCASE 'Wrong plain answer counts as a plain miss'
           MOVE 0 TO MISS-PLAIN-COUNT
           MOVE 007 TO CURRENT
           PERFORM CALC
           PERFORM TALLY-MISS
           EXPECT MISS-PLAIN-COUNT TO BE 0001.
