           TESTCASE 'An unknown account is rejected, not invented'
               INITIALIZE CURRENTBANK CURRENTACCOUNT
               MOVE 0 TO REJECT-COUNT
               IF ACCTMAST-OPEN
                   CLOSE ACCTMAST-IN
               END-IF
               OPEN OUTPUT ACCTMAST-IN
               MOVE SPACES TO ACCTMAST-F
               MOVE 47112 TO AM-BANKID-F
               MOVE 1111111112 TO AM-ACCOUNTID-F
               MOVE "O" TO AM-STATUS-F
               WRITE ACCTMAST-F
               CLOSE ACCTMAST-IN
               OPEN INPUT ACCTMAST-IN
               SET ACCTMAST-OPEN TO TRUE
               MOVE "4711211111111110005000000CEURTestüberweisung"
                   TO TRANSACTION
               PERFORM PROCESS-TRANSACTION
           EXPECT ACCTMAST-FOUND TO BE FALSE
           EXPECT REJECT-COUNT TO BE 000001
           EXPECT RC-REASON TO BE "NO-ACCOUNT"
           EXPECT CBID TO BE 00000
           TESTCASE 'A blocked account is rejected, not posted'
               INITIALIZE CURRENTBANK CURRENTACCOUNT
               MOVE 0 TO REJECT-COUNT
               IF ACCTMAST-OPEN
                   CLOSE ACCTMAST-IN
               END-IF
               OPEN OUTPUT ACCTMAST-IN
               MOVE SPACES TO ACCTMAST-F
               MOVE 47112 TO AM-BANKID-F
               MOVE 1111111111 TO AM-ACCOUNTID-F
               MOVE "B" TO AM-STATUS-F
               WRITE ACCTMAST-F
               CLOSE ACCTMAST-IN
               OPEN INPUT ACCTMAST-IN
               SET ACCTMAST-OPEN TO TRUE
               MOVE "4711211111111110005000000CEURTestüberweisung"
                   TO TRANSACTION
               PERFORM PROCESS-TRANSACTION
           EXPECT ACCTMAST-FOUND TO BE TRUE
           EXPECT AM-STATUS TO BE "B"
           EXPECT REJECT-COUNT TO BE 000001
           EXPECT RC-REASON TO BE "ACCT-BLOCKED"

           TESTCASE 'An open master account posts normally'
               INITIALIZE CURRENTBANK CURRENTACCOUNT
               MOVE 0 TO REJECT-COUNT
               IF ACCTMAST-OPEN
                   CLOSE ACCTMAST-IN
               END-IF
               OPEN OUTPUT ACCTMAST-IN
               MOVE SPACES TO ACCTMAST-F
               MOVE 47112 TO AM-BANKID-F
               MOVE 1111111111 TO AM-ACCOUNTID-F
               MOVE "O" TO AM-STATUS-F
               WRITE ACCTMAST-F
               CLOSE ACCTMAST-IN
               OPEN INPUT ACCTMAST-IN
               SET ACCTMAST-OPEN TO TRUE
               MOVE "4711211111111110005000000CEURTestüberweisung"
                   TO TRANSACTION
               PERFORM PROCESS-TRANSACTION
           EXPECT ACCTMAST-FOUND TO BE TRUE
           EXPECT AM-STATUS TO BE "O"
           EXPECT REJECT-COUNT TO BE 000000
           EXPECT CASALDO TO BE 00050000.00

           TESTCASE 'Without a master file every account still posts'
               INITIALIZE CURRENTBANK CURRENTACCOUNT
               MOVE 0 TO REJECT-COUNT
               IF ACCTMAST-OPEN
                   CLOSE ACCTMAST-IN
               END-IF
               MOVE "N" TO ACCTMAST-OPEN-SWITCH
               MOVE "4711211111111110005000000CEURTestüberweisung"
                   TO TRANSACTION
               PERFORM PROCESS-TRANSACTION
           EXPECT ACCTMAST-FOUND TO BE FALSE
           EXPECT REJECT-COUNT TO BE 000000
           EXPECT CASALDO TO BE 00050000.00

           TESTCASE 'Bank postings are recognised by their prefix'
               MOVE "Kontofuehrung 09/2026" TO COMMENT
               PERFORM CLASSIFY-BANK-POSTING
           EXPECT BANK-POSTING-FEE TO BE TRUE
               MOVE "Zinskorrektur Valuta 08/2026" TO COMMENT
               PERFORM CLASSIFY-BANK-POSTING
           EXPECT BANK-POSTING-INTEREST TO BE TRUE
               MOVE "Kontoaufloesung Schlussgebuehr" TO COMMENT
               PERFORM CLASSIFY-BANK-POSTING
           EXPECT BANK-POSTING-CLOSEOUT TO BE TRUE
               MOVE "Abfuehrung an Behoerde, inaktiv seit 20200101"
                   TO COMMENT
               PERFORM CLASSIFY-BANK-POSTING
           EXPECT BANK-POSTING-ESCHEAT TO BE TRUE

           TESTCASE 'A customer text with a bank keyword is not exempt'
               MOVE "Darlehen Zinsen 09/2026" TO COMMENT
               PERFORM CLASSIFY-BANK-POSTING
           EXPECT BANK-POSTING TO BE FALSE
               MOVE "Zinsen fuer Privatkredit" TO COMMENT
               PERFORM CLASSIFY-BANK-POSTING
           EXPECT BANK-POSTING TO BE FALSE
               MOVE "Rueckgabe Kontoaufloesung" TO COMMENT
               PERFORM CLASSIFY-BANK-POSTING
           EXPECT BANK-POSTING TO BE FALSE
