      *****************************************************************
      * Kundenanschreiben nach dem Abschluss: liest overdraft.txt
      * (Ueberziehungen), returns.txt (Ruecklastschriften) und
      * alert.txt (Schwellwert-Alarme je Bank) sowie collevt.txt
      * (Mahnereignisse des Darlehens-Mahnlaufs COLLECT_M) und
      * depbrkevt.txt (vorzeitige Festgeldaufloesungen aus DEPMAT_M)
      * und erzeugt je
      * Ereignis einen druckfertigen Brief in letters.txt, mit
      * Seitentrennern zwischen den Briefen. Name und Anschrift
      * kommen per Schluessel ueber custlink.dat (Bank/Konto) aus
      * dem Kundenstamm custmast.dat (Kundennummer); fehlen die
      * Bestaende, baut MASTIDX_M sie aus den .txt-Dateien auf.
      * Der Brieftext je Ereignisart ist frei gestaltbar:
      * letterod.txt (Ueberziehung), letterrt.txt (Ruecklastschrift)
      * letteral.txt (Schwellwert) und lettermn1.txt, lettermn2.txt,
      * lettermn3.txt (Zahlungserinnerung, zweite und letzte
      * Mahnung) sowie letterfb.txt (Aufloesungsbestaetigung)
      * mit den Platzhaltern %NAME%, %STRASSE%, %ORT%,
      * %BANK%, %KONTO%, %BETRAG%, %WAEHRUNG%, %GRUND% und fuer die
      * Mahnungen %TAGE% (Verzugstage) und %GEBUEHR% (Mahngebuehr);
      * die Aufloesungsbestaetigung nennt in %BETRAG% die Auszahlung,
      * in %GEBUEHR% das Vorfaelligkeitsentgelt, dazu %ZINS% und
      * %DATUM% (Aufloesungstag);
      * ohne Vorlagendatei gilt ein eingebauter Standardtext. Die
      * Kontrolliste letterctl.txt zaehlt die Briefe je
      * Ereignisart.
      * Je Brief steht in letteridx.txt ein Versandsatz (Bank,
      * Konto; Konto 0 bei Hausmitteilungen) in Briefreihenfolge
      * fuer den Versandlauf DISTRIB_M.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ALERT-IN ASSIGN TO "alert.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-IN-FILE-STATUS.
           SELECT COLLEVT-IN ASSIGN TO "collevt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COLLEVT-IN-FILE-STATUS.
           SELECT BRKEVT-IN ASSIGN TO "depbrkevt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRKEVT-IN-FILE-STATUS.
           SELECT TEMPLATE-IN ASSIGN TO TEMPLATE-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEMPLATE-IN-FILE-STATUS.
           SELECT CUSTMAST-IN ASSIGN TO "custmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTID-F
               ALTERNATE RECORD KEY IS CU-NAME-F WITH DUPLICATES
               FILE STATUS IS CUSTMAST-IN-FILE-STATUS.
           SELECT CUSTLINK-IN ASSIGN TO "custlink.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY-F
               ALTERNATE RECORD KEY IS CL-CUSTID-F WITH DUPLICATES
               FILE STATUS IS CUSTLINK-IN-FILE-STATUS.
           SELECT LETTER-OUT ASSIGN TO "letters.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LETTER-OUT-FILE-STATUS.
           SELECT LETTERIDX-OUT ASSIGN TO "letteridx.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LETTERIDX-OUT-FILE-STATUS.
           SELECT CONTROL-OUT ASSIGN TO "letterctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-OUT-FILE-STATUS.
         05  AL-BANKID-F   PIC 9(5).
         05  AL-CURRENCY-F PIC X(03).
         05  AL-AMOUNT-F   PIC S9(8)V99 SIGN IS LEADING SEPARATE.
       FD COLLEVT-IN.
       01  COLLEVT-IN-F.
         05  CE-BANKID-F    PIC 9(5).
         05  CE-ACCOUNTID-F PIC 9(10).
         05  CE-LEVEL-F     PIC 9(1).
         05  CE-DAYS-F      PIC 9(3).
         05  CE-OVERDUE-F   PIC 9(8)V99.
         05  CE-FEE-F       PIC 9(6)V99.
         05  CE-CURRENCY-F  PIC X(03).
       FD BRKEVT-IN.
       01  BRKEVT-IN-F.
         05  BE-BANKID-F    PIC 9(5).
         05  BE-ACCOUNTID-F PIC 9(10).
         05  BE-DATE-F.
           10  BE-YYYY-F    PIC 9(4).
           10  BE-MM-F      PIC 9(2).
           10  BE-DD-F      PIC 9(2).
         05  BE-PRINCIPAL-F PIC 9(8)V99.
         05  BE-INTEREST-F  PIC 9(8)V99.
         05  BE-PENALTY-F   PIC 9(8)V99.
         05  BE-PAYOUT-F    PIC 9(8)V99.
         05  BE-CURRENCY-F  PIC X(03).
       FD TEMPLATE-IN.
       01  TEMPLATE-IN-F PIC X(80).
       FD CUSTMAST-IN.
         05  CU-STREET-F PIC X(30).
         05  CU-CITY-F   PIC X(30).
         05  CU-TAXID-F  PIC X(15).
         05  CU-DELIVERY-F PIC X(01).
       FD CUSTLINK-IN.
       01  CUSTLINK-IN-F.
         05  CL-CUSTID-F    PIC 9(8).
         05  CL-KEY-F.
           10  CL-BANKID-F    PIC 9(5).
           10  CL-ACCOUNTID-F PIC 9(10).
       FD LETTER-OUT.
       01  LETTER-OUT-F PIC X(80).
       FD LETTERIDX-OUT.
       01  LETTERIDX-OUT-F.
         05  IX-BANKID    PIC 9(5).
         05  IX-ACCOUNTID PIC 9(10).
       FD CONTROL-OUT.
       01  CONTROL-OUT-F PIC X(100).
       WORKING-STORAGE SECTION.
       01  OVERDRAFT-IN-FILE-STATUS PIC X(02).
       01  RETURNS-IN-FILE-STATUS   PIC X(02).
       01  ALERT-IN-FILE-STATUS     PIC X(02).
       01  COLLEVT-IN-FILE-STATUS   PIC X(02).
       01  BRKEVT-IN-FILE-STATUS    PIC X(02).
       01  TEMPLATE-IN-FILE-STATUS  PIC X(02).
       01  CUSTMAST-IN-FILE-STATUS  PIC X(02).
       01  CUSTLINK-IN-FILE-STATUS  PIC X(02).
       01  LETTER-OUT-FILE-STATUS   PIC X(02).
       01  LETTERIDX-OUT-FILE-STATUS PIC X(02).
       01  CONTROL-OUT-FILE-STATUS  PIC X(02).
       01  TEMPLATE-IN-NAME PIC X(40) VALUE SPACE.
       01  LOAD-EOF-SWITCH PIC X VALUE "N".
         88  LOAD-EOF VALUE "Y".
       01  EVENT-EOF-SWITCH PIC X VALUE "N".
         88  EVENT-EOF VALUE "Y".
       01  CUSTMAST-OPEN-SWITCH PIC X VALUE "N".
         88  CUSTMAST-OPEN VALUE "Y".
       01  CUSTLINK-OPEN-SWITCH PIC X VALUE "N".
         88  CUSTLINK-OPEN VALUE "Y".
       01  MASTIDX-SAVE-RC PIC S9(4) COMP VALUE 0.
       01  CUST-FOUND-SWITCH PIC X VALUE "N".
         88  CUST-FOUND VALUE "Y".
      * Briefvorlage der gerade bearbeiteten Ereignisart.
       01  FILL-AMOUNT PIC X(13) VALUE SPACE.
       01  FILL-CURR   PIC X(03) VALUE SPACE.
       01  FILL-REASON PIC X(30) VALUE SPACE.
       01  FILL-DAYS   PIC X(03) VALUE SPACE.
       01  FILL-FEE    PIC X(13) VALUE SPACE.
       01  FILL-INTEREST PIC X(13) VALUE SPACE.
       01  FILL-DATE   PIC X(10) VALUE SPACE.
       01  FEE-EDIT    PIC Z(5)9.99.
      * Mahnstufe, deren Ereignisse gerade gedruckt werden.
       01  DUNNING-LEVEL PIC 9(1) VALUE 0.
       01  AMOUNT-EDIT PIC Z(8)9.99-.
       01  WORK-LINE PIC X(80) VALUE SPACE.
       01  TEMP-LINE PIC X(80) VALUE SPACE.
       01  OD-LETTERS PIC 9(04) VALUE 0.
       01  RT-LETTERS PIC 9(04) VALUE 0.
       01  AL-LETTERS PIC 9(04) VALUE 0.
       01  MN-LETTERS PIC 9(04) VALUE 0.
       01  FB-LETTERS PIC 9(04) VALUE 0.
       01  CONTROL-LINE PIC X(100).

       PROCEDURE DIVISION.
           PERFORM OPEN-CUSTOMER-FILES
           OPEN OUTPUT LETTER-OUT
           OPEN OUTPUT LETTERIDX-OUT
           OPEN OUTPUT CONTROL-OUT
           MOVE "Kontrolliste Kundenanschreiben:" TO CONTROL-OUT-F
           WRITE CONTROL-OUT-F
           PERFORM PROCESS-OVERDRAFTS
           PERFORM PROCESS-RETURNS
           PERFORM PROCESS-ALERTS
           PERFORM VARYING DUNNING-LEVEL FROM 1 BY 1
               UNTIL DUNNING-LEVEL > 3
               PERFORM PROCESS-COLLECTIONS
           END-PERFORM
           PERFORM PROCESS-BREAKS
           MOVE SPACES TO CONTROL-LINE
           STRING "Ueberziehung " OD-LETTERS
               "  Ruecklastschrift " RT-LETTERS
               "  Schwellwert " AL-LETTERS
               "  Mahnung " MN-LETTERS
               "  Festgeldaufloesung " FB-LETTERS
               DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-OUT-F FROM CONTROL-LINE
           CLOSE LETTER-OUT
           CLOSE LETTERIDX-OUT
           CLOSE CONTROL-OUT
           IF CUSTMAST-OPEN
               CLOSE CUSTMAST-IN
           END-IF
           IF CUSTLINK-OPEN
               CLOSE CUSTLINK-IN
           END-IF
           DISPLAY "Kundenanschreiben: " OD-LETTERS
               " Ueberziehungen, " RT-LETTERS
               " Ruecklastschriften, " AL-LETTERS " Alarme, "
               MN-LETTERS " Mahnungen, " FB-LETTERS
               " Festgeldaufloesungen."
           GOBACK.

       OPEN-CUSTOMER-FILES SECTION.
      *    Fehlt ein Bestand, baut MASTIDX_M ihn aus der .txt-Fassung
      *    auf; danach ein zweiter Versuch.
           PERFORM OPEN-CUSTOMER-ONCE
           IF NOT CUSTMAST-OPEN OR NOT CUSTLINK-OPEN
               MOVE RETURN-CODE TO MASTIDX-SAVE-RC
               CALL "MASTIDX_M"
               CANCEL "MASTIDX_M"
               MOVE MASTIDX-SAVE-RC TO RETURN-CODE
               PERFORM OPEN-CUSTOMER-ONCE
           END-IF

           .
       OPEN-CUSTOMER-ONCE SECTION.
           IF NOT CUSTMAST-OPEN
               OPEN INPUT CUSTMAST-IN
               IF CUSTMAST-IN-FILE-STATUS = "00"
                   SET CUSTMAST-OPEN TO TRUE
               END-IF
           END-IF
           IF NOT CUSTLINK-OPEN
               OPEN INPUT CUSTLINK-IN
               IF CUSTLINK-IN-FILE-STATUS = "00"
                   SET CUSTLINK-OPEN TO TRUE
               END-IF
           END-IF

           .
       LOAD-TEMPLATE SECTION.
           MOVE "Kontoinhaber" TO FILL-NAME
           MOVE SPACES TO FILL-STREET
           MOVE SPACES TO FILL-CITY
           IF NOT CUSTLINK-OPEN OR NOT CUSTMAST-OPEN
               EXIT SECTION
           END-IF
           MOVE FILL-BANK TO CL-KEY-F(1:5)
           MOVE FILL-ACCT TO CL-KEY-F(6:10)
           READ CUSTLINK-IN
               KEY IS CL-KEY-F
               INVALID KEY
                   EXIT SECTION
           END-READ
           MOVE CL-CUSTID-F TO CU-CUSTID-F
           READ CUSTMAST-IN
               KEY IS CU-CUSTID-F
               INVALID KEY
                   EXIT SECTION
           END-READ
           SET CUST-FOUND TO TRUE
           MOVE CU-NAME-F TO FILL-NAME
           MOVE CU-STREET-F TO FILL-STREET
           MOVE CU-CITY-F TO FILL-CITY

           .
       PROCESS-OVERDRAFTS SECTION.
           END-PERFORM
           CLOSE ALERT-IN

           .
       PROCESS-COLLECTIONS SECTION.
      *    Je Mahnstufe ein Durchgang durch collevt.txt mit der
      *    Vorlage der Stufe; der eingebaute Text nennt zusaetzlich
      *    Verzugstage und Mahngebuehr.
           EVALUATE DUNNING-LEVEL
               WHEN 1
                   MOVE "lettermn1.txt" TO TEMPLATE-IN-NAME
               WHEN 2
                   MOVE "lettermn2.txt" TO TEMPLATE-IN-NAME
               WHEN OTHER
                   MOVE "lettermn3.txt" TO TEMPLATE-IN-NAME
           END-EVALUATE
           PERFORM LOAD-TEMPLATE
           IF TEMPLATE-IN-FILE-STATUS NOT = "00"
               MOVE "Rueckstand: %BETRAG% %WAEHRUNG% seit %TAGE% Tagen"
                   TO TEMPLATE-LINE(7)
               MOVE "Mahngebuehr: %GEBUEHR% %WAEHRUNG%"
                   TO TEMPLATE-LINE(8)
               MOVE "Bitte gleichen Sie den Rueckstand umgehend aus."
                   TO TEMPLATE-LINE(9)
               MOVE 9 TO TEMPLATE-COUNT
           END-IF
           MOVE "N" TO EVENT-EOF-SWITCH
           OPEN INPUT COLLEVT-IN
           IF COLLEVT-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL EVENT-EOF
               READ COLLEVT-IN
                   AT END SET EVENT-EOF TO TRUE
                   NOT AT END
                       IF CE-LEVEL-F = DUNNING-LEVEL
                           PERFORM PRINT-DUNNING-LETTER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COLLEVT-IN
           MOVE SPACES TO FILL-DAYS
           MOVE SPACES TO FILL-FEE

           .
       PRINT-DUNNING-LETTER SECTION.
           MOVE CE-BANKID-F TO FILL-BANK
           MOVE CE-ACCOUNTID-F TO FILL-ACCT
           MOVE CE-OVERDUE-F TO AMOUNT-EDIT
           MOVE AMOUNT-EDIT TO FILL-AMOUNT
           MOVE CE-CURRENCY-F TO FILL-CURR
           MOVE CE-DAYS-F TO FILL-DAYS
           MOVE CE-FEE-F TO FEE-EDIT
           MOVE FEE-EDIT TO FILL-FEE
           EVALUATE DUNNING-LEVEL
               WHEN 1
                   MOVE "Zahlungserinnerung Darlehen"
                       TO FILL-REASON
               WHEN 2
                   MOVE "Zweite Mahnung Darlehen" TO FILL-REASON
               WHEN OTHER
                   MOVE "Letzte Mahnung vor Kuendigung"
                       TO FILL-REASON
           END-EVALUATE
           PERFORM LOOKUP-CUSTOMER
           PERFORM WRITE-ONE-LETTER
           ADD 1 TO MN-LETTERS
           PERFORM WRITE-CONTROL-LINE

           .
       PROCESS-BREAKS SECTION.
      *    Bestaetigung der vorzeitigen Festgeldaufloesung; der
      *    eingebaute Text schluesselt die Auszahlung auf.
           MOVE "letterfb.txt" TO TEMPLATE-IN-NAME
           PERFORM LOAD-TEMPLATE
           IF TEMPLATE-IN-FILE-STATUS NOT = "00"
               MOVE "Aufloesungstag: %DATUM%" TO TEMPLATE-LINE(7)
               MOVE "Zinsen: %ZINS% %WAEHRUNG%" TO TEMPLATE-LINE(8)
               MOVE "Vorfaelligkeitsentgelt: %GEBUEHR% %WAEHRUNG%"
                   TO TEMPLATE-LINE(9)
               MOVE "Auszahlung: %BETRAG% %WAEHRUNG%"
                   TO TEMPLATE-LINE(10)
               MOVE "Der Betrag wird Ihrem Konto gutgeschrieben."
                   TO TEMPLATE-LINE(11)
               MOVE 11 TO TEMPLATE-COUNT
           END-IF
           MOVE "N" TO EVENT-EOF-SWITCH
           OPEN INPUT BRKEVT-IN
           IF BRKEVT-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL EVENT-EOF
               READ BRKEVT-IN
                   AT END SET EVENT-EOF TO TRUE
                   NOT AT END PERFORM PRINT-BREAK-LETTER
               END-READ
           END-PERFORM
           CLOSE BRKEVT-IN
           MOVE SPACES TO FILL-FEE
           MOVE SPACES TO FILL-INTEREST
           MOVE SPACES TO FILL-DATE

           .
       PRINT-BREAK-LETTER SECTION.
           MOVE BE-BANKID-F TO FILL-BANK
           MOVE BE-ACCOUNTID-F TO FILL-ACCT
           MOVE BE-PAYOUT-F TO AMOUNT-EDIT
           MOVE AMOUNT-EDIT TO FILL-AMOUNT
           MOVE BE-CURRENCY-F TO FILL-CURR
           MOVE BE-PENALTY-F TO AMOUNT-EDIT
           MOVE AMOUNT-EDIT TO FILL-FEE
           MOVE BE-INTEREST-F TO AMOUNT-EDIT
           MOVE AMOUNT-EDIT TO FILL-INTEREST
           MOVE SPACES TO FILL-DATE
           STRING BE-DD-F "." BE-MM-F "." BE-YYYY-F
               DELIMITED BY SIZE INTO FILL-DATE
           MOVE "Vorzeitige Festgeldaufloesung"
               TO FILL-REASON
           PERFORM LOOKUP-CUSTOMER
           PERFORM WRITE-ONE-LETTER
           ADD 1 TO FB-LETTERS
           PERFORM WRITE-CONTROL-LINE

           .
       WRITE-ONE-LETTER SECTION.
           MOVE ALL "-" TO LETTER-OUT-F
           WRITE LETTER-OUT-F
           MOVE FILL-BANK TO IX-BANKID
           IF FILL-ACCT = SPACE
               MOVE 0 TO IX-ACCOUNTID
           ELSE
               MOVE FILL-ACCT TO IX-ACCOUNTID
           END-IF
           WRITE LETTERIDX-OUT-F
           PERFORM VARYING TEMPLATE-IDX FROM 1 BY 1
               UNTIL TEMPLATE-IDX > TEMPLATE-COUNT
               MOVE TEMPLATE-LINE(TEMPLATE-IDX) TO WORK-LINE
           MOVE 7 TO TOKEN-LEN
           MOVE FILL-REASON TO VALUE-TEXT
           PERFORM REPLACE-TOKEN
           MOVE "%TAGE%" TO TOKEN-TEXT
           MOVE 6 TO TOKEN-LEN
           MOVE FILL-DAYS TO VALUE-TEXT
           PERFORM REPLACE-TOKEN
           MOVE "%GEBUEHR%" TO TOKEN-TEXT
           MOVE 9 TO TOKEN-LEN
           MOVE FILL-FEE TO VALUE-TEXT
           PERFORM REPLACE-TOKEN
           MOVE "%ZINS%" TO TOKEN-TEXT
           MOVE 6 TO TOKEN-LEN
           MOVE FILL-INTEREST TO VALUE-TEXT
           PERFORM REPLACE-TOKEN
           MOVE "%DATUM%" TO TOKEN-TEXT
           MOVE 7 TO TOKEN-LEN
           MOVE FILL-DATE TO VALUE-TEXT
           PERFORM REPLACE-TOKEN

           .
       REPLACE-TOKEN SECTION.
