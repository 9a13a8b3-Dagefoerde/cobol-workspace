           TESTSUITE 'Hauptbuch Testsuite'

           TESTCASE 'A monthly posting file is journaled on its run day'
               MOVE 2 TO CHART-COUNT
               MOVE "FEEINC" TO GC-USE(1)
               MOVE 0 TO GC-BANKID(1)
               MOVE 40000000 TO GC-GLACCT(1)
               MOVE "CUSTPOS" TO GC-USE(2)
               MOVE 0 TO GC-BANKID(2)
               MOVE 10000000 TO GC-GLACCT(2)
               MOVE "glpost_t.txt" TO POSTING-IN-NAME
               OPEN OUTPUT POSTING-IN
               MOVE SPACES TO POSTING-IN-F
               MOVE 47112 TO PO-BANKID-F
               MOVE 1111111111 TO PO-ACCOUNTID-F
               MOVE 12.50 TO PO-AMOUNT-F
               MOVE "D" TO PO-DRCR-F
               MOVE "EUR" TO PO-CURR-F
               MOVE "00000000" TO PO-VALDATE-F
               WRITE POSTING-IN-F
               MOVE 1 TO PO-ACCOUNTID-F
               MOVE "T" TO PO-DRCR-F
               MOVE "20261030" TO PO-VALDATE-F
               WRITE POSTING-IN-F
               CLOSE POSTING-IN
               MOVE 20261030 TO RUN-DATE
               MOVE "Y" TO DATED-FILE-SWITCH
               MOVE "FEEINC" TO LOOKUP-USE
               MOVE "CUSTPOS" TO COUNTER-USE
               MOVE 0 TO JOURNAL-LINES
               MOVE 0 TO SKIPPED-FILES
               OPEN OUTPUT JOURNAL-OUT
               PERFORM POST-FROM-POSTING-FILE
               CLOSE JOURNAL-OUT
           EXPECT POSTING-CURRENT TO BE TRUE
           EXPECT JOURNAL-LINES TO BE 000002
           EXPECT SKIPPED-FILES TO BE 000

           TESTCASE 'A same-day rerun journals the monthly file again'
               MOVE 20261030 TO RUN-DATE
               MOVE "Y" TO DATED-FILE-SWITCH
               MOVE "FEEINC" TO LOOKUP-USE
               MOVE "CUSTPOS" TO COUNTER-USE
               MOVE 0 TO JOURNAL-LINES
               MOVE 0 TO SKIPPED-FILES
               OPEN OUTPUT JOURNAL-OUT
               PERFORM POST-FROM-POSTING-FILE
               CLOSE JOURNAL-OUT
           EXPECT POSTING-CURRENT TO BE TRUE
           EXPECT JOURNAL-LINES TO BE 000002
           EXPECT SKIPPED-FILES TO BE 000

           TESTCASE 'A monthly file is not journaled again next day'
               MOVE 20261031 TO RUN-DATE
               MOVE "Y" TO DATED-FILE-SWITCH
               MOVE "FEEINC" TO LOOKUP-USE
               MOVE "CUSTPOS" TO COUNTER-USE
               MOVE 0 TO JOURNAL-LINES
               MOVE 0 TO SKIPPED-FILES
               OPEN OUTPUT JOURNAL-OUT
               PERFORM POST-FROM-POSTING-FILE
               CLOSE JOURNAL-OUT
           EXPECT POSTING-CURRENT TO BE FALSE
           EXPECT POSTING-FILE-DATE TO BE "20261030"
           EXPECT JOURNAL-LINES TO BE 000000
           EXPECT SKIPPED-FILES TO BE 001

           TESTCASE 'A daily suspense file posts whatever its date'
               MOVE 20261031 TO RUN-DATE
               MOVE "N" TO DATED-FILE-SWITCH
               MOVE "FEEINC" TO LOOKUP-USE
               MOVE "CUSTPOS" TO COUNTER-USE
               MOVE 0 TO JOURNAL-LINES
               MOVE 0 TO SKIPPED-FILES
               OPEN OUTPUT JOURNAL-OUT
               PERFORM POST-FROM-POSTING-FILE
               CLOSE JOURNAL-OUT
           EXPECT JOURNAL-LINES TO BE 000002
           EXPECT SKIPPED-FILES TO BE 000

           TESTCASE 'A trailer without a run day counts as journaled'
               MOVE "glpost_t.txt" TO POSTING-IN-NAME
               OPEN OUTPUT POSTING-IN
               MOVE SPACES TO POSTING-IN-F
               MOVE 47112 TO PO-BANKID-F
               MOVE 1111111111 TO PO-ACCOUNTID-F
               MOVE 12.50 TO PO-AMOUNT-F
               MOVE "D" TO PO-DRCR-F
               MOVE "EUR" TO PO-CURR-F
               MOVE "00000000" TO PO-VALDATE-F
               WRITE POSTING-IN-F
               MOVE 1 TO PO-ACCOUNTID-F
               MOVE "T" TO PO-DRCR-F
               WRITE POSTING-IN-F
               CLOSE POSTING-IN
               MOVE 20261030 TO RUN-DATE
               MOVE "Y" TO DATED-FILE-SWITCH
               MOVE "FEEINC" TO LOOKUP-USE
               MOVE "CUSTPOS" TO COUNTER-USE
               MOVE 0 TO JOURNAL-LINES
               MOVE 0 TO SKIPPED-FILES
               OPEN OUTPUT JOURNAL-OUT
               PERFORM POST-FROM-POSTING-FILE
               CLOSE JOURNAL-OUT
           EXPECT POSTING-CURRENT TO BE FALSE
           EXPECT JOURNAL-LINES TO BE 000000
           EXPECT SKIPPED-FILES TO BE 001
