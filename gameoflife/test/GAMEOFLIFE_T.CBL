               SET ROWIDX TO 6
               SET COLIDX TO 5
               PERFORM Collect-Neighbours
           EXPECT NEIGHBOURS TO BE "OOO     "

           TESTCASE 'HighLife: dead cell with six neighbours is born'
               MOVE "B36/S23" TO REGEL-EINGABE
               PERFORM Zerlege-Regel
               SET ALIVE(4,4) TO TRUE
               SET ALIVE(4,5) TO TRUE
               SET ALIVE(4,6) TO TRUE
               SET ALIVE(6,4) TO TRUE
               SET ALIVE(6,5) TO TRUE
               SET ALIVE(6,6) TO TRUE
               PERFORM Tick
           EXPECT ALIVE(5,5) TO BE TRUE

           TESTCASE 'Seeds: no living cell survives'
               MOVE "B2/S" TO REGEL-EINGABE
               PERFORM Zerlege-Regel
               SET ALIVE(5,4) TO TRUE
               SET ALIVE(5,5) TO TRUE
               SET ALIVE(5,6) TO TRUE
               PERFORM Tick
           EXPECT DEAD(5,5) TO BE TRUE

           TESTCASE 'A rule in S/B form is normalised to B/S'
               MOVE "23/36" TO REGEL-EINGABE
               PERFORM Zerlege-Regel
           EXPECT REGEL-TEXT TO BE "B36/S23"

           TESTCASE 'An unreadable rule keeps Conway'
               MOVE "B3/S2x" TO REGEL-EINGABE
               PERFORM Zerlege-Regel
           EXPECT REGEL-TEXT TO BE "B3/S23"

           TESTCASE 'A blinker soup is an oscillator of period 2'
               SET ALIVE(5,4) TO TRUE
               SET ALIVE(5,5) TO TRUE
               SET ALIVE(5,6) TO TRUE
               MOVE 0 TO GENERATION
               MOVE "N" TO ENDE-SWITCH
               MOVE 100 TO SU-LIMIT
               PERFORM Laufe-Suppe
               PERFORM Klassifiziere-Suppe
           EXPECT SU-KLASSE TO BE "Oszillator"
           EXPECT SU-PERIODE TO BE 2

           TESTCASE 'The longest-lived soups are kept in order'
               MOVE 0 TO SB-ANZAHL
               MOVE 2 TO SU-BESTE
               MOVE 10 TO SU-LEBENSDAUER
               PERFORM Merke-Beste-Suppe
               MOVE 30 TO SU-LEBENSDAUER
               PERFORM Merke-Beste-Suppe
               MOVE 20 TO SU-LEBENSDAUER
               PERFORM Merke-Beste-Suppe
           EXPECT SB-LEBENSDAUER(1) TO BE 30
           EXPECT SB-LEBENSDAUER(2) TO BE 20
