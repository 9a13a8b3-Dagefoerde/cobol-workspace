      *       neuen Faelligkeit (Laufzeit in Monaten) weiter;
      *   Z = Kapitalisierung: keine Buchung, Zins erhoeht das
      *       Kapital, Anlage laeuft weiter.
      * Vorher werden die freigegebenen vorzeitigen Aufloesungen
      * aus depbreak.txt (Antrag aus der Festgeld-Pflege) ausgefuehrt:
      * Auszahlung Kapital plus Zins abzueglich Vorfaelligkeits-
      * entgelt mit den bei Antrag berechneten Betraegen als
      * Gutschrift nach deptxn.txt, Anlage verschwindet aus dem
      * Bestand, Ereignis fuer das Bestaetigungsschreiben nach
      * depbrkevt.txt. Wurde die Anlage seit dem Antrag geloescht,
      * prolongiert oder im Kapital geaendert, unterbleibt die
      * Aufloesung und wird im Bericht gemeldet. depbreak.txt ist
      * danach leer.
      * Der Bestand wird fortgeschrieben zurueckgeschrieben. Der
      * Bericht depmatrpt.txt listet die in den naechsten sieben
      * Tagen faelligen Anlagen. Lauftag aus depdate.txt, sonst
           SELECT BUSDATE-IN ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-IN-FILE-STATUS.
           SELECT BREAK-IN ASSIGN TO "depbreak.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREAK-IN-FILE-STATUS.
           SELECT BREAK-OUT ASSIGN TO "depbreak.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREAK-OUT-FILE-STATUS.
           SELECT BRKEVT-OUT ASSIGN TO "depbrkevt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRKEVT-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD DEPMAST-IN.
       01  REPORT-OUT-F PIC X(100).
       FD BUSDATE-IN.
       01  BUSDATE-IN-F PIC 9(8).
       FD BREAK-IN.
       01  BREAK-IN-F.
         05  BK-BANKID-F    PIC 9(5).
         05  BK-ACCOUNTID-F PIC 9(10).
         05  BK-DATE-F      PIC 9(8).
         05  BK-PRINCIPAL-F PIC 9(8)V99.
         05  BK-INTEREST-F  PIC 9(8)V99.
         05  BK-PENALTY-F   PIC 9(8)V99.
         05  BK-PAYOUT-F    PIC 9(8)V99.
         05  BK-METHOD-F    PIC X(01).
       FD BREAK-OUT.
       01  BREAK-OUT-F PIC X(64).
       FD BRKEVT-OUT.
       01  BRKEVT-OUT-F.
         05  BE-BANKID    PIC 9(5).
         05  BE-ACCOUNTID PIC 9(10).
         05  BE-DATE      PIC 9(8).
         05  BE-PRINCIPAL PIC 9(8)V99.
         05  BE-INTEREST  PIC 9(8)V99.
         05  BE-PENALTY   PIC 9(8)V99.
         05  BE-PAYOUT    PIC 9(8)V99.
         05  BE-CURRENCY  PIC X(03).
       WORKING-STORAGE SECTION.
       01  BUSDATE-IN-FILE-STATUS PIC X(02).
       01  DEPMAST-IN-FILE-STATUS  PIC X(02).
       01  DEPDATE-IN-FILE-STATUS  PIC X(02).
       01  TXN-OUT-FILE-STATUS     PIC X(02).
       01  REPORT-OUT-FILE-STATUS  PIC X(02).
       01  BREAK-IN-FILE-STATUS    PIC X(02).
       01  BREAK-OUT-FILE-STATUS   PIC X(02).
       01  BRKEVT-OUT-FILE-STATUS  PIC X(02).
       01  RUN-DATE-DATA.
         05  RUN-YYYY  PIC 9(4).
         05  RUN-MM    PIC 9(2).
       01  INSERT-AT PIC 9(04).
       01  SLOT-FOUND-SWITCH PIC X VALUE "N".
         88  SLOT-FOUND VALUE "Y".
      * Ausgefuehrte und zurueckgewiesene Aufloesungen fuer den
      * Bericht.
       01  BREAK-TABLE.
         05  BREAK-ENTRY OCCURS 200 TIMES.
           10  BR-BANKID    PIC 9(5).
           10  BR-ACCOUNTID PIC 9(10).
           10  BR-DATE      PIC 9(8).
           10  BR-PAYOUT    PIC 9(8)V99.
           10  BR-PENALTY   PIC 9(8)V99.
           10  BR-STATE     PIC X(01).
             88  BR-DONE       VALUE "A".
             88  BR-NOT-FOUND  VALUE "N".
             88  BR-CHANGED    VALUE "K".
       01  BREAK-COUNT PIC 9(03) VALUE 0.
       01  BREAK-STATE PIC X(01) VALUE SPACE.
       01  BREAK-IDX   PIC 9(03).
       01  BREAK-EOF-SWITCH PIC X VALUE "N".
         88  BREAK-EOF VALUE "Y".
       01  BREAK-RUN-SWITCH PIC X VALUE "N".
         88  BREAK-RUN VALUE "Y".
       01  BREAK-FOUND-SWITCH PIC X VALUE "N".
         88  BREAK-FOUND VALUE "Y".
       01  BROKEN-COUNT PIC 9(04) VALUE 0.
       01  TRAILERBANK   PIC 9(5) VALUE 0.
       01  TRAILER-COUNT PIC 9(10) VALUE 0.
       01  TRAILER-AMOUNT PIC 9(8)V99 VALUE 0.
       01  UPCOMING-COUNT PIC 9(04) VALUE 0.
       01  REPORT-LINE PIC X(100).
       01  RL-AMOUNT PIC Z(8)9.99.
       01  RL-PENALTY PIC Z(7)9.99.

       PROCEDURE DIVISION.
           PERFORM LOAD-DEP-DATE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM PROCESS-BREAKS
           PERFORM VARYING DEP-IDX FROM 1 BY 1
               UNTIL DEP-IDX > DEP-COUNT
               IF DT-DROP(DEP-IDX) NOT = "Y"
                   AND DT-MATURITY(DEP-IDX) <= DEP-DATE
                   PERFORM MATURE-ONE-DEPOSIT
               END-IF
           END-PERFORM
           PERFORM WRITE-MATURITY-REPORT
           DISPLAY "Festgeldlauf " DEP-DATE ": " MATURED-COUNT
               " Anlagen faellig, " UPCOMING-COUNT
               " faellig in 7 Tagen, " BROKEN-COUNT
               " vorzeitig aufgeloest."
           GOBACK.

       LOAD-DEP-DATE SECTION.
           END-IF
           CLOSE DEPMAST-IN

           .
       PROCESS-BREAKS SECTION.
      *    Freigegebene Aufloesungen mit den Betraegen aus dem
      *    Antrag ausfuehren; die Datei wird danach geleert.
           OPEN OUTPUT BRKEVT-OUT
           OPEN INPUT BREAK-IN
           IF BREAK-IN-FILE-STATUS NOT = "00"
               CLOSE BRKEVT-OUT
               EXIT SECTION
           END-IF
           SET BREAK-RUN TO TRUE
           PERFORM UNTIL BREAK-EOF
               READ BREAK-IN
                   AT END SET BREAK-EOF TO TRUE
                   NOT AT END PERFORM BREAK-ONE-DEPOSIT
               END-READ
           END-PERFORM
           CLOSE BREAK-IN
           CLOSE BRKEVT-OUT
           OPEN OUTPUT BREAK-OUT
           CLOSE BREAK-OUT
           MOVE "N" TO BREAK-RUN-SWITCH

           .
       BREAK-ONE-DEPOSIT SECTION.
           MOVE "N" TO BREAK-FOUND-SWITCH
           PERFORM VARYING DEP-IDX FROM 1 BY 1
               UNTIL DEP-IDX > DEP-COUNT OR BREAK-FOUND
               IF DT-BANKID(DEP-IDX) = BK-BANKID-F
                   AND DT-ACCOUNTID(DEP-IDX) = BK-ACCOUNTID-F
                   AND DT-DROP(DEP-IDX) NOT = "Y"
                   SET BREAK-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT BREAK-FOUND
               DISPLAY "*** Aufloesung " BK-BANKID-F "/"
                   BK-ACCOUNTID-F " - Festgeld nicht mehr im"
                   " Bestand, nicht ausgefuehrt ***"
               MOVE "N" TO BREAK-STATE
               PERFORM NOTE-BREAK
               EXIT SECTION
           END-IF
           SUBTRACT 1 FROM DEP-IDX
      *    Die Betraege gelten nur fuer die Anlage, auf die der
      *    Antrag gerechnet wurde.
           IF DT-PRINCIPAL(DEP-IDX) NOT = BK-PRINCIPAL-F
               OR DT-START(DEP-IDX) >= BK-DATE-F
               OR DT-MATURITY(DEP-IDX) <= BK-DATE-F
               DISPLAY "*** Aufloesung " BK-BANKID-F "/"
                   BK-ACCOUNTID-F " - Anlage seit Antrag"
                   " geaendert, nicht ausgefuehrt ***"
               MOVE "K" TO BREAK-STATE
               PERFORM NOTE-BREAK
               EXIT SECTION
           END-IF
           MOVE "A" TO BREAK-STATE
           PERFORM NOTE-BREAK
           ADD 1 TO BROKEN-COUNT
           MOVE BK-PAYOUT-F TO PAYOUT
           PERFORM STORE-CREDIT-TXN
           MOVE "Y" TO DT-DROP(DEP-IDX)
           MOVE SPACES TO BRKEVT-OUT-F
           MOVE BK-BANKID-F TO BE-BANKID
           MOVE BK-ACCOUNTID-F TO BE-ACCOUNTID
           MOVE BK-DATE-F TO BE-DATE
           MOVE BK-PRINCIPAL-F TO BE-PRINCIPAL
           MOVE BK-INTEREST-F TO BE-INTEREST
           MOVE BK-PENALTY-F TO BE-PENALTY
           MOVE BK-PAYOUT-F TO BE-PAYOUT
           MOVE "EUR" TO BE-CURRENCY
           WRITE BRKEVT-OUT-F

           .
       NOTE-BREAK SECTION.
           IF BREAK-COUNT >= 200
               EXIT SECTION
           END-IF
           ADD 1 TO BREAK-COUNT
           MOVE BK-BANKID-F TO BR-BANKID(BREAK-COUNT)
           MOVE BK-ACCOUNTID-F TO BR-ACCOUNTID(BREAK-COUNT)
           MOVE BK-DATE-F TO BR-DATE(BREAK-COUNT)
           MOVE BK-PAYOUT-F TO BR-PAYOUT(BREAK-COUNT)
           MOVE BK-PENALTY-F TO BR-PENALTY(BREAK-COUNT)
           MOVE BREAK-STATE TO BR-STATE(BREAK-COUNT)

           .
       MATURE-ONE-DEPOSIT SECTION.
      *    Zins = Kapital * Satz * Tage / 36500 (act/365).
           MOVE DT-ACCOUNTID(DEP-IDX) TO TI-ACCOUNTID(INSERT-AT)
           MOVE PAYOUT TO TI-AMOUNT(INSERT-AT)
           MOVE SPACES TO TI-COMMENT(INSERT-AT)
           IF BREAK-RUN
               STRING "Festgeld vorzeitig aufgeloest " BK-DATE-F
                   DELIMITED BY SIZE INTO TI-COMMENT(INSERT-AT)
               EXIT SECTION
           END-IF
           IF ROLL-CLOSE(DEP-IDX)
               STRING "Festgeld faellig " DT-MATURITY(DEP-IDX)
                   " Kapital+Zins"
                   WRITE REPORT-OUT-F FROM REPORT-LINE
               END-IF
           END-PERFORM
           PERFORM WRITE-BREAK-REPORT
           CLOSE REPORT-OUT

           .
       WRITE-BREAK-REPORT SECTION.
           IF BREAK-COUNT = 0
               EXIT SECTION
           END-IF
           MOVE SPACES TO REPORT-OUT-F
           WRITE REPORT-OUT-F
           MOVE "Vorzeitige Aufloesungen:" TO REPORT-OUT-F
           WRITE REPORT-OUT-F
           PERFORM VARYING BREAK-IDX FROM 1 BY 1
               UNTIL BREAK-IDX > BREAK-COUNT
               MOVE SPACES TO REPORT-LINE
               EVALUATE TRUE
                   WHEN BR-DONE(BREAK-IDX)
                       MOVE BR-PAYOUT(BREAK-IDX) TO RL-AMOUNT
                       MOVE BR-PENALTY(BREAK-IDX) TO RL-PENALTY
                       STRING "Bank " BR-BANKID(BREAK-IDX)
                           " Konto " BR-ACCOUNTID(BREAK-IDX)
                           " zum " BR-DATE(BREAK-IDX)
                           " Auszahlung " RL-AMOUNT
                           " Entgelt " RL-PENALTY
                           DELIMITED BY SIZE INTO REPORT-LINE
                   WHEN BR-NOT-FOUND(BREAK-IDX)
                       STRING "Bank " BR-BANKID(BREAK-IDX)
                           " Konto " BR-ACCOUNTID(BREAK-IDX)
                           " zum " BR-DATE(BREAK-IDX)
                           " NICHT AUSGEFUEHRT - nicht im Bestand"
                           DELIMITED BY SIZE INTO REPORT-LINE
                   WHEN OTHER
                       STRING "Bank " BR-BANKID(BREAK-IDX)
                           " Konto " BR-ACCOUNTID(BREAK-IDX)
                           " zum " BR-DATE(BREAK-IDX)
                           " NICHT AUSGEFUEHRT - Anlage geaendert,"
                           " neu beantragen"
                           DELIMITED BY SIZE INTO REPORT-LINE
               END-EVALUATE
               WRITE REPORT-OUT-F FROM REPORT-LINE
           END-PERFORM

           .
