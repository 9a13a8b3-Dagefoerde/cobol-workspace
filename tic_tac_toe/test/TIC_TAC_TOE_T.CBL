               SET X(2,3) TO TRUE
               PERFORM CHECKWIN
           EXPECT RUNNING TO BE TRUE

           TESTCASE 'Equal ratings: the winner gains 16 Elo points'
               MOVE 1500 TO EL-RATING(1)
               MOVE 1500 TO EL-RATING(2)
               MOVE 1 TO ELO-IDX-X
               MOVE 2 TO ELO-IDX-O
               SET WINX TO TRUE
               PERFORM UPDATE-RATINGS
           EXPECT EL-RATING(1) TO BE 1516
           EXPECT EL-RATING(2) TO BE 1484

           TESTCASE 'A draw costs the stronger player points'
               MOVE 1600 TO EL-RATING(1)
               MOVE 1400 TO EL-RATING(2)
               MOVE 1 TO ELO-IDX-X
               MOVE 2 TO ELO-IDX-O
               SET BOARDFULL TO TRUE
               PERFORM UPDATE-RATINGS
           EXPECT EL-RATING(1) TO BE 1592
           EXPECT EL-RATING(2) TO BE 1408

           TESTCASE 'Look-ahead finds the fork as a win in two'
               SET X(1,1) TO TRUE
               SET O(2,2) TO TRUE
               SET X(3,3) TO TRUE
               MOVE "X" TO SEARCH-SIDE
               MOVE 2 TO SEARCH-MOVES
               MOVE 1 TO SEARCH-START
               PERFORM SEARCH-FORCED-WIN
           EXPECT SearchWon TO BE TRUE
           EXPECT TICK(1,3) TO BE SPACE

           TESTCASE 'Look-ahead rejects the same position as win in one'
               SET X(1,1) TO TRUE
               SET O(2,2) TO TRUE
               SET X(3,3) TO TRUE
               MOVE "X" TO SEARCH-SIDE
               MOVE 1 TO SEARCH-MOVES
               MOVE 1 TO SEARCH-START
               PERFORM SEARCH-FORCED-WIN
           EXPECT SearchFailed TO BE TRUE
