       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CONSTMT_M.
      *****************************************************************
      * Konsolidierter Monatsauszug je Kunde: ein Dokument je Kunde
      * aus custmast.txt mit allen ueber custlink.txt verbundenen
      * Positionen - zuerst die Vermoegensuebersicht (Kontosalden je
      * Waehrung aus extract.txt, Festgelder aus depmast.txt,
      * Darlehen aus loanmast.txt, jeweils mit EUR-Gegenwert zum
      * Kurs aus fxrates.txt) und die Nettoposition in EUR, danach
      * je Konto die Umsaetze des Monats. Die Umsaetze stammen aus
      * den Kontoauszuegen der Tagesablaeufe: archive/JJJJMMTT/
      * statements.txt vom Monatsersten bis zum Geschaeftsdatum
      * (busdate.txt, sonst Systemdatum) sowie das noch nicht
      * archivierte statements.txt - Muster wie die Auszugs-
      * Zweitschrift. Liegt consstmt.txt vor (je Zeile eine
      * Kundennummer), erhalten nur diese Kunden den Auszug, sonst
      * jeder Kunde mit mindestens einer Position. Positionen und
      * Umsaetze laufen ueber eine Arbeitsdatei, die per SORT nach
      * Kunde geordnet und in einem Gruppenwechsel-Durchlauf
      * gedruckt wird. Ausgabe: constmt.txt, Dokumente durch eine
      * Trennlinie getrennt.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-IN ASSIGN TO "extract.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-IN-FILE-STATUS.
           SELECT DEPMAST-IN ASSIGN TO "depmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPMAST-IN-FILE-STATUS.
           SELECT LOANMAST-IN ASSIGN TO "loanmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOANMAST-IN-FILE-STATUS.
           SELECT CUSTMAST-IN ASSIGN TO "custmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTMAST-IN-FILE-STATUS.
           SELECT CUSTLINK-IN ASSIGN TO "custlink.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTLINK-IN-FILE-STATUS.
           SELECT SELECT-IN ASSIGN TO "consstmt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SELECT-IN-FILE-STATUS.
           SELECT FXRATES-IN ASSIGN TO "fxrates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXRATES-IN-FILE-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-IN-FILE-STATUS.
           SELECT STMT-IN ASSIGN TO STMT-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STMT-IN-FILE-STATUS.
           SELECT CWORK ASSIGN TO "constmt1.wrk"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CWORK-FILE-STATUS.
           SELECT SWORK ASSIGN TO "constmt2.wrk"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SWORK-FILE-STATUS.
           SELECT CSORT-FILE ASSIGN TO "constmt.srt".
           SELECT DOC-OUT ASSIGN TO "constmt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOC-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EXTRACT-IN.
       01  EXTRACT-IN-F.
         05  EX-RECTYPE    PIC X(10).
         05  EX-BANKID     PIC 9(5).
         05  EX-ACCOUNTID  PIC 9(10).
         05  EX-CURRENCY   PIC X(03).
         05  EX-AMOUNT     PIC S9(8)V99 SIGN IS LEADING SEPARATE.
       FD DEPMAST-IN.
       01  DEPMAST-IN-F.
         05  DP-BANKID-F    PIC 9(5).
         05  DP-ACCOUNTID-F PIC 9(10).
         05  DP-PRINCIPAL-F PIC 9(8)V99.
         05  DP-RATE-F      PIC 9(2)V9(4).
         05  DP-START-F     PIC 9(8).
         05  DP-MATURITY-F  PIC 9(8).
         05  DP-TERM-F      PIC 9(3).
         05  DP-ROLLOVER-F  PIC X(01).
       FD LOANMAST-IN.
       01  LOANMAST-IN-F.
         05  LN-BANKID-F     PIC 9(5).
         05  LN-ACCOUNTID-F  PIC 9(10).
         05  LN-ORIGPRIN-F   PIC 9(8)V99.
         05  LN-BALANCE-F    PIC 9(8)V99.
         05  LN-RATE-F       PIC 9(2)V9(4).
         05  LN-TERM-F       PIC 9(3).
         05  LN-DAY-F        PIC 9(2).
         05  LN-LASTBILLED-F PIC 9(6).
         05  LN-ARREARS-F    PIC 9(3).
         05  LN-ARRFLAG-F    PIC X(01).
       FD CUSTMAST-IN.
       01  CUSTMAST-IN-F.
         05  CU-CUSTID-F PIC 9(8).
         05  CU-NAME-F   PIC X(30).
         05  CU-STREET-F PIC X(30).
         05  CU-CITY-F   PIC X(30).
         05  CU-TAXID-F  PIC X(15).
         05  CU-DELIVERY-F PIC X(01).
       FD CUSTLINK-IN.
       01  CUSTLINK-IN-F.
         05  CL-CUSTID-F    PIC 9(8).
         05  CL-BANKID-F    PIC 9(5).
         05  CL-ACCOUNTID-F PIC 9(10).
       FD SELECT-IN.
       01  SELECT-IN-F PIC 9(8).
       FD FXRATES-IN.
       01  FXRATES-IN-F.
         05  FX-CODE-F PIC X(03).
         05  FX-RATE-F PIC 9(4)V9(6).
       FD BUSDATE-IN.
       01  BUSDATE-IN-F PIC 9(8).
       FD STMT-IN.
       01  STMT-IN-F PIC X(90).
      * Arbeitssatz: Teil 1 = Position der Uebersicht (Art 1 Konto,
      * 2 Festgeld, 3 Darlehen), Teil 2 = Umsatzzeile eines Auszugs.
       FD CWORK.
       01  CWORK-REC.
         05  CW-CUSTID    PIC 9(8).
         05  CW-PART      PIC 9(1).
         05  CW-KIND      PIC X(01).
         05  CW-BANKID    PIC 9(5).
         05  CW-ACCOUNTID PIC 9(10).
         05  CW-CURRENCY  PIC X(03).
         05  CW-DATE      PIC 9(8).
         05  CW-SEQ       PIC 9(8).
         05  CW-AMOUNT    PIC S9(10)V99 SIGN IS LEADING SEPARATE.
         05  CW-EUR       PIC S9(10)V99 SIGN IS LEADING SEPARATE.
         05  CW-TEXT      PIC X(90).
       FD SWORK.
       01  SWORK-REC.
         05  SW-CUSTID    PIC 9(8).
         05  SW-PART      PIC 9(1).
         05  SW-KIND      PIC X(01).
         05  SW-BANKID    PIC 9(5).
         05  SW-ACCOUNTID PIC 9(10).
         05  SW-CURRENCY  PIC X(03).
         05  SW-DATE      PIC 9(8).
         05  SW-SEQ       PIC 9(8).
         05  SW-AMOUNT    PIC S9(10)V99 SIGN IS LEADING SEPARATE.
         05  SW-EUR       PIC S9(10)V99 SIGN IS LEADING SEPARATE.
         05  SW-TEXT      PIC X(90).
       SD CSORT-FILE.
       01  CSORT-REC.
         05  CS-CUSTID    PIC 9(8).
         05  CS-PART      PIC 9(1).
         05  CS-KIND      PIC X(01).
         05  CS-BANKID    PIC 9(5).
         05  CS-ACCOUNTID PIC 9(10).
         05  CS-CURRENCY  PIC X(03).
         05  CS-DATE      PIC 9(8).
         05  CS-SEQ       PIC 9(8).
         05  FILLER       PIC X(116).
       FD DOC-OUT.
       01  DOC-OUT-F PIC X(100).
       WORKING-STORAGE SECTION.
       01  EXTRACT-IN-FILE-STATUS  PIC X(02).
       01  DEPMAST-IN-FILE-STATUS  PIC X(02).
       01  LOANMAST-IN-FILE-STATUS PIC X(02).
       01  CUSTMAST-IN-FILE-STATUS PIC X(02).
       01  CUSTLINK-IN-FILE-STATUS PIC X(02).
       01  SELECT-IN-FILE-STATUS   PIC X(02).
       01  FXRATES-IN-FILE-STATUS  PIC X(02).
       01  BUSDATE-IN-FILE-STATUS  PIC X(02).
       01  STMT-IN-FILE-STATUS     PIC X(02).
       01  CWORK-FILE-STATUS       PIC X(02).
       01  SWORK-FILE-STATUS       PIC X(02).
       01  DOC-OUT-FILE-STATUS     PIC X(02).
       01  STMT-IN-NAME PIC X(40) VALUE SPACE.
       01  SYSTEM-COMMAND PIC X(120) VALUE SPACE.
       01  LOAD-EOF-SWITCH PIC X VALUE "N".
         88  LOAD-EOF VALUE "Y".
       01  STMT-EOF-SWITCH PIC X VALUE "N".
         88  STMT-EOF VALUE "Y".
       01  SWORK-EOF-SWITCH PIC X VALUE "N".
         88  SWORK-EOF VALUE "Y".
       01  RUN-DATE-DATA.
         05  SYS-DATE  PIC 9(8).
         05  FILLER    PIC X(13).
       01  RUN-DATE-SPLIT.
         05  RUN-YYYY  PIC 9(4).
         05  RUN-MM    PIC 9(2).
         05  RUN-DD    PIC 9(2).
       01  RUN-DATE REDEFINES RUN-DATE-SPLIT PIC 9(8).
       01  START-DATE  PIC 9(8) VALUE 0.
       01  WORK-DATE   PIC 9(8) VALUE 0.
       01  WORK-INT    PIC 9(8) VALUE 0.
       01  END-INT     PIC 9(8) VALUE 0.
       01  FILE-COUNT  PIC 9(03) VALUE 0.
       01  KD-TABLE.
         05  KD-ENTRY OCCURS 1000 TIMES.
           10  KD-CUSTID   PIC 9(8).
           10  KD-NAME     PIC X(30).
           10  KD-STREET   PIC X(30).
           10  KD-CITY     PIC X(30).
           10  KD-SELECTED PIC X(01).
       01  KD-COUNT PIC 9(04) VALUE 0.
       01  KD-IDX   PIC 9(04).
       01  KD-FOUND-SWITCH PIC X VALUE "N".
         88  KD-FOUND VALUE "Y".
       01  LINK-TABLE.
         05  LINK-ENTRY OCCURS 2000 TIMES.
           10  LT-CUSTID    PIC 9(8).
           10  LT-BANKID    PIC 9(5).
           10  LT-ACCOUNTID PIC 9(10).
       01  LINK-COUNT PIC 9(04) VALUE 0.
       01  LINK-IDX   PIC 9(04).
       01  SELECT-LIST-SWITCH PIC X VALUE "N".
         88  SELECT-LIST-LOADED VALUE "Y".
       01  FX-TABLE.
         05  FX-ENTRY OCCURS 50 TIMES.
           10  FX-CODE PIC X(03).
           10  FX-RATE PIC 9(4)V9(6).
       01  FX-COUNT PIC 9(02) VALUE 0.
       01  FX-IDX   PIC 9(02).
       01  FX-FOUND-SWITCH PIC X VALUE "N".
         88  FX-FOUND VALUE "Y".
       01  TRUNCATED-SWITCH PIC X VALUE "N".
         88  TABLES-TRUNCATED VALUE "Y".
      * Satz in Arbeit fuer die Arbeitsdatei.
       01  POS-PART      PIC 9(1) VALUE 1.
       01  POS-KIND      PIC X(01) VALUE SPACE.
       01  POS-BANKID    PIC 9(5) VALUE 0.
       01  POS-ACCOUNTID PIC 9(10) VALUE 0.
       01  POS-CURRENCY  PIC X(03) VALUE SPACE.
       01  POS-DATE      PIC 9(8) VALUE 0.
       01  POS-AMOUNT    PIC S9(10)V99 VALUE 0.
       01  POS-EUR       PIC S9(10)V99 VALUE 0.
       01  POS-TEXT      PIC X(90) VALUE SPACE.
       01  LINE-SEQ      PIC 9(8) VALUE 0.
       01  WORK-COUNT    PIC 9(08) VALUE 0.
       01  MOVE-COUNT    PIC 9(08) VALUE 0.
       01  UNRATED-COUNT PIC 9(06) VALUE 0.
      * Auszugsabschnitt in Arbeit: Kopfzeilen "Kontoauszug Nr. ...
      * vom TT.MM.JJJJ" und "Bank NNNNN Konto NNNNNNNNNN".
       01  SECT-DATE      PIC 9(8) VALUE 0.
       01  SECT-BANKID    PIC 9(5) VALUE 0.
       01  SECT-ACCOUNTID PIC 9(10) VALUE 0.
       01  SECT-HEAD-SWITCH PIC X VALUE "N".
         88  SECT-HAS-HEAD VALUE "Y".
       01  HEAD-DATE-TEXT PIC X(10).
      * Gruppenwechsel beim Druck.
       01  DOC-CUSTID    PIC 9(8) VALUE 0.
       01  DOC-PART      PIC 9(1) VALUE 0.
       01  DOC-BANKID    PIC 9(5) VALUE 0.
       01  DOC-ACCOUNTID PIC 9(10) VALUE 0.
       01  DOC-NET-EUR   PIC S9(12)V99 VALUE 0.
       01  DOC-OPEN-SWITCH PIC X VALUE "N".
         88  DOC-OPEN VALUE "Y".
       01  DOC-MOVES     PIC 9(06) VALUE 0.
       01  DOC-COUNT     PIC 9(06) VALUE 0.
       01  DOC-LINE      PIC X(100).
       01  KIND-TEXT     PIC X(10).
       01  DL-AMOUNT     PIC Z(9)9.99-.
       01  DL-EUR        PIC Z(9)9.99-.
       01  DL-NET        PIC Z(11)9.99-.
       01  DL-DATE       PIC X(10).
       01  DL-MONTH      PIC X(07).

       PROCEDURE DIVISION.
           PERFORM LOAD-RUN-DATE
           PERFORM LOAD-CUSTOMERS
           PERFORM LOAD-LINKS
           PERFORM LOAD-SELECTION
           IF KD-COUNT = 0 OR LINK-COUNT = 0
               DISPLAY "*** Kein Kundenstamm custmast.txt bzw. keine"
                   " Kontozuordnung custlink.txt - keine Auszuege ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-FX-RATES
           OPEN OUTPUT CWORK
           PERFORM READ-ACCOUNT-BALANCES
           PERFORM READ-TERM-DEPOSITS
           PERFORM READ-LOANS
           PERFORM READ-STATEMENT-FILES
           CLOSE CWORK
           SORT CSORT-FILE
               ON ASCENDING KEY CS-CUSTID CS-PART CS-KIND CS-BANKID
                   CS-ACCOUNTID CS-CURRENCY CS-DATE CS-SEQ
               USING CWORK
               GIVING SWORK
           PERFORM WRITE-DOCUMENTS
           MOVE "rm -f constmt1.wrk constmt2.wrk" TO SYSTEM-COMMAND
           CALL "SYSTEM" USING SYSTEM-COMMAND
           IF UNRATED-COUNT > 0 OR TABLES-TRUNCATED
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Konsolidierte Auszuege " DL-MONTH ": " DOC-COUNT
               " Kunden, " FILE-COUNT " Auszugsdateien, " MOVE-COUNT
               " Umsaetze."
           GOBACK.

       LOAD-RUN-DATE SECTION.
           MOVE 0 TO RUN-DATE
           OPEN INPUT BUSDATE-IN
           IF BUSDATE-IN-FILE-STATUS = "00"
               READ BUSDATE-IN
                   NOT AT END MOVE BUSDATE-IN-F TO RUN-DATE
               END-READ
               CLOSE BUSDATE-IN
           END-IF
           IF RUN-DATE = 0
               MOVE FUNCTION CURRENT-DATE TO RUN-DATE-DATA
               MOVE SYS-DATE TO RUN-DATE
           END-IF
           MOVE RUN-DATE TO START-DATE
           MOVE "01" TO START-DATE(7:2)
           MOVE "MM/JJJJ" TO DL-MONTH
           MOVE RUN-MM TO DL-MONTH(1:2)
           MOVE RUN-YYYY TO DL-MONTH(4:4)

           .
       LOAD-CUSTOMERS SECTION.
           OPEN INPUT CUSTMAST-IN
           IF CUSTMAST-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ CUSTMAST-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF KD-COUNT >= 1000
                           SET TABLES-TRUNCATED TO TRUE
                           SET LOAD-EOF TO TRUE
                       ELSE
                           ADD 1 TO KD-COUNT
                           MOVE CU-CUSTID-F TO KD-CUSTID(KD-COUNT)
                           MOVE CU-NAME-F TO KD-NAME(KD-COUNT)
                           MOVE CU-STREET-F TO KD-STREET(KD-COUNT)
                           MOVE CU-CITY-F TO KD-CITY(KD-COUNT)
                           MOVE "Y" TO KD-SELECTED(KD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTMAST-IN

           .
       LOAD-LINKS SECTION.
           OPEN INPUT CUSTLINK-IN
           IF CUSTLINK-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ CUSTLINK-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF LINK-COUNT >= 2000
                           SET TABLES-TRUNCATED TO TRUE
                           SET LOAD-EOF TO TRUE
                       ELSE
                           ADD 1 TO LINK-COUNT
                           MOVE CUSTLINK-IN-F TO LINK-ENTRY(LINK-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTLINK-IN

           .
       LOAD-SELECTION SECTION.
      *    Mit Auswahlliste nur die dort genannten Kunden.
           OPEN INPUT SELECT-IN
           IF SELECT-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           SET SELECT-LIST-LOADED TO TRUE
           PERFORM VARYING KD-IDX FROM 1 BY 1
               UNTIL KD-IDX > KD-COUNT
               MOVE "N" TO KD-SELECTED(KD-IDX)
           END-PERFORM
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ SELECT-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       PERFORM VARYING KD-IDX FROM 1 BY 1
                           UNTIL KD-IDX > KD-COUNT
                           IF KD-CUSTID(KD-IDX) = SELECT-IN-F
                               MOVE "Y" TO KD-SELECTED(KD-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE SELECT-IN

           .
       LOAD-FX-RATES SECTION.
           OPEN INPUT FXRATES-IN
           IF FXRATES-IN-FILE-STATUS NOT = "00"
               DISPLAY "Keine Kursdatei fxrates.txt."
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF OR FX-COUNT >= 50
               READ FXRATES-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO FX-COUNT
                       MOVE FX-CODE-F TO FX-CODE(FX-COUNT)
                       MOVE FX-RATE-F TO FX-RATE(FX-COUNT)
               END-READ
           END-PERFORM
           CLOSE FXRATES-IN

           .
       READ-ACCOUNT-BALANCES SECTION.
           MOVE "N" TO LOAD-EOF-SWITCH
           OPEN INPUT EXTRACT-IN
           IF EXTRACT-IN-FILE-STATUS NOT = "00"
               DISPLAY "Kein extract.txt - keine Kontosalden."
               EXIT SECTION
           END-IF
           PERFORM UNTIL LOAD-EOF
               READ EXTRACT-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF EX-RECTYPE = "ACCOUNT"
                           MOVE 1 TO POS-PART
                           MOVE "1" TO POS-KIND
                           MOVE EX-BANKID TO POS-BANKID
                           MOVE EX-ACCOUNTID TO POS-ACCOUNTID
                           MOVE EX-CURRENCY TO POS-CURRENCY
                           MOVE 0 TO POS-DATE
                           MOVE EX-AMOUNT TO POS-AMOUNT
                           PERFORM CONVERT-TO-EUR
                           MOVE SPACES TO POS-TEXT
                           PERFORM RELEASE-FOR-CUSTOMERS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXTRACT-IN

           .
       READ-TERM-DEPOSITS SECTION.
      *    Festgelder und Darlehen werden in EUR gefuehrt.
           MOVE "N" TO LOAD-EOF-SWITCH
           OPEN INPUT DEPMAST-IN
           IF DEPMAST-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL LOAD-EOF
               READ DEPMAST-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       MOVE 1 TO POS-PART
                       MOVE "2" TO POS-KIND
                       MOVE DP-BANKID-F TO POS-BANKID
                       MOVE DP-ACCOUNTID-F TO POS-ACCOUNTID
                       MOVE "EUR" TO POS-CURRENCY
                       MOVE DP-MATURITY-F TO POS-DATE
                       MOVE DP-PRINCIPAL-F TO POS-AMOUNT
                       MOVE DP-PRINCIPAL-F TO POS-EUR
                       MOVE SPACES TO POS-TEXT
                       PERFORM RELEASE-FOR-CUSTOMERS
               END-READ
           END-PERFORM
           CLOSE DEPMAST-IN

           .
       READ-LOANS SECTION.
           MOVE "N" TO LOAD-EOF-SWITCH
           OPEN INPUT LOANMAST-IN
           IF LOANMAST-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL LOAD-EOF
               READ LOANMAST-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF LN-BALANCE-F > 0
                           MOVE 1 TO POS-PART
                           MOVE "3" TO POS-KIND
                           MOVE LN-BANKID-F TO POS-BANKID
                           MOVE LN-ACCOUNTID-F TO POS-ACCOUNTID
                           MOVE "EUR" TO POS-CURRENCY
                           MOVE 0 TO POS-DATE
                           COMPUTE POS-AMOUNT = 0 - LN-BALANCE-F
                           MOVE POS-AMOUNT TO POS-EUR
                           MOVE SPACES TO POS-TEXT
                           PERFORM RELEASE-FOR-CUSTOMERS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOANMAST-IN

           .
       CONVERT-TO-EUR SECTION.
      *    Ohne Kurs gilt wie im Tagesabschluss Kurs 1.
           IF POS-CURRENCY = "EUR" OR POS-CURRENCY = SPACE
               MOVE POS-AMOUNT TO POS-EUR
               EXIT SECTION
           END-IF
           MOVE "N" TO FX-FOUND-SWITCH
           PERFORM VARYING FX-IDX FROM 1 BY 1
               UNTIL FX-IDX > FX-COUNT OR FX-FOUND
               IF FX-CODE(FX-IDX) = POS-CURRENCY
                   SET FX-FOUND TO TRUE
                   COMPUTE POS-EUR ROUNDED =
                       POS-AMOUNT * FX-RATE(FX-IDX)
               END-IF
           END-PERFORM
           IF NOT FX-FOUND
               ADD 1 TO UNRATED-COUNT
               MOVE POS-AMOUNT TO POS-EUR
           END-IF

           .
       RELEASE-FOR-CUSTOMERS SECTION.
      *    Ein Arbeitssatz je ausgewaehltem Kunden, mit dem Bank/
      *    Konto verbunden ist - ein Gemeinschaftskonto erscheint in
      *    jedem Dokument.
           PERFORM VARYING LINK-IDX FROM 1 BY 1
               UNTIL LINK-IDX > LINK-COUNT
               IF LT-BANKID(LINK-IDX) = POS-BANKID
                   AND LT-ACCOUNTID(LINK-IDX) = POS-ACCOUNTID
                   PERFORM VARYING KD-IDX FROM 1 BY 1
                       UNTIL KD-IDX > KD-COUNT
                       IF KD-CUSTID(KD-IDX) = LT-CUSTID(LINK-IDX)
                           AND KD-SELECTED(KD-IDX) = "Y"
                           PERFORM WRITE-WORK-RECORD
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           .
       WRITE-WORK-RECORD SECTION.
           ADD 1 TO LINE-SEQ
           MOVE KD-CUSTID(KD-IDX) TO CW-CUSTID
           MOVE POS-PART TO CW-PART
           MOVE POS-KIND TO CW-KIND
           MOVE POS-BANKID TO CW-BANKID
           MOVE POS-ACCOUNTID TO CW-ACCOUNTID
           MOVE POS-CURRENCY TO CW-CURRENCY
           MOVE POS-DATE TO CW-DATE
           MOVE LINE-SEQ TO CW-SEQ
           MOVE POS-AMOUNT TO CW-AMOUNT
           MOVE POS-EUR TO CW-EUR
           MOVE POS-TEXT TO CW-TEXT
           WRITE CWORK-REC
           ADD 1 TO WORK-COUNT
           IF POS-PART = 2
               ADD 1 TO MOVE-COUNT
           END-IF

           .
       READ-STATEMENT-FILES SECTION.
      *    Archivierte Auszuege des Monats, dann der juengste noch
      *    unarchivierte Lauf.
           COMPUTE WORK-INT = FUNCTION INTEGER-OF-DATE(START-DATE)
           COMPUTE END-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE)
           PERFORM UNTIL WORK-INT > END-INT
               COMPUTE WORK-DATE = FUNCTION DATE-OF-INTEGER(WORK-INT)
               MOVE SPACES TO STMT-IN-NAME
               STRING "archive/" WORK-DATE "/statements.txt"
                   DELIMITED BY SIZE INTO STMT-IN-NAME
               PERFORM READ-ONE-STATEMENT-FILE
               ADD 1 TO WORK-INT
           END-PERFORM
           MOVE "statements.txt" TO STMT-IN-NAME
           PERFORM READ-ONE-STATEMENT-FILE

           .
       READ-ONE-STATEMENT-FILE SECTION.
           MOVE "N" TO STMT-EOF-SWITCH
           MOVE "N" TO SECT-HEAD-SWITCH
           OPEN INPUT STMT-IN
           IF STMT-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           ADD 1 TO FILE-COUNT
           PERFORM UNTIL STMT-EOF
               READ STMT-IN
                   AT END SET STMT-EOF TO TRUE
                   NOT AT END PERFORM TAKE-STATEMENT-LINE
               END-READ
           END-PERFORM
           CLOSE STMT-IN

           .
       TAKE-STATEMENT-LINE SECTION.
      *    Leerzeile beginnt einen neuen Abschnitt; Umsatzzeilen sind
      *    eingerueckt und folgen auf die Kopfzeile "Bank ... Konto".
           IF STMT-IN-F = SPACE
               MOVE "N" TO SECT-HEAD-SWITCH
               MOVE 0 TO SECT-DATE
               EXIT SECTION
           END-IF
           IF STMT-IN-F(1:16) = "Kontoauszug Nr. "
               MOVE STMT-IN-F(28:10) TO HEAD-DATE-TEXT
               IF HEAD-DATE-TEXT(1:2) IS NUMERIC
                   AND HEAD-DATE-TEXT(4:2) IS NUMERIC
                   AND HEAD-DATE-TEXT(7:4) IS NUMERIC
                   MOVE HEAD-DATE-TEXT(7:4) TO WORK-DATE(1:4)
                   MOVE HEAD-DATE-TEXT(4:2) TO WORK-DATE(5:2)
                   MOVE HEAD-DATE-TEXT(1:2) TO WORK-DATE(7:2)
                   MOVE WORK-DATE TO SECT-DATE
               END-IF
               EXIT SECTION
           END-IF
           IF STMT-IN-F(1:5) = "Bank "
               AND STMT-IN-F(6:5) IS NUMERIC
               AND STMT-IN-F(12:6) = "Konto "
               AND STMT-IN-F(18:10) IS NUMERIC
               MOVE STMT-IN-F(6:5) TO SECT-BANKID
               MOVE STMT-IN-F(18:10) TO SECT-ACCOUNTID
               SET SECT-HAS-HEAD TO TRUE
               EXIT SECTION
           END-IF
           IF SECT-HAS-HEAD AND STMT-IN-F(1:2) = SPACE
               MOVE 2 TO POS-PART
               MOVE SPACE TO POS-KIND
               MOVE SECT-BANKID TO POS-BANKID
               MOVE SECT-ACCOUNTID TO POS-ACCOUNTID
               MOVE SPACES TO POS-CURRENCY
               MOVE SECT-DATE TO POS-DATE
               MOVE 0 TO POS-AMOUNT
               MOVE 0 TO POS-EUR
               MOVE STMT-IN-F TO POS-TEXT
               PERFORM RELEASE-FOR-CUSTOMERS
           END-IF

           .
       WRITE-DOCUMENTS SECTION.
           OPEN OUTPUT DOC-OUT
           OPEN INPUT SWORK
           PERFORM UNTIL SWORK-EOF
               READ SWORK
                   AT END SET SWORK-EOF TO TRUE
                   NOT AT END PERFORM TAKE-SORTED-RECORD
               END-READ
           END-PERFORM
           CLOSE SWORK
           IF DOC-OPEN
               PERFORM CLOSE-DOCUMENT
           END-IF
           CLOSE DOC-OUT

           .
       TAKE-SORTED-RECORD SECTION.
           IF NOT DOC-OPEN OR SW-CUSTID NOT = DOC-CUSTID
               IF DOC-OPEN
                   PERFORM CLOSE-DOCUMENT
               END-IF
               PERFORM OPEN-DOCUMENT
           END-IF
           IF SW-PART NOT = DOC-PART
               IF DOC-PART = 1 OR SW-PART = 2
                   PERFORM WRITE-NET-POSITION
               END-IF
               MOVE SW-PART TO DOC-PART
               IF SW-PART = 2
                   MOVE SPACES TO DOC-OUT-F
                   WRITE DOC-OUT-F
                   MOVE "Umsaetze des Monats je Konto" TO DOC-OUT-F
                   WRITE DOC-OUT-F
                   MOVE 0 TO DOC-BANKID
                   MOVE 0 TO DOC-ACCOUNTID
               END-IF
           END-IF
           IF SW-PART = 1
               PERFORM WRITE-POSITION-LINE
           ELSE
               PERFORM WRITE-MOVEMENT-LINE
           END-IF

           .
       OPEN-DOCUMENT SECTION.
           MOVE SW-CUSTID TO DOC-CUSTID
           MOVE 0 TO DOC-PART
           MOVE 0 TO DOC-NET-EUR
           MOVE 0 TO DOC-MOVES
           SET DOC-OPEN TO TRUE
           ADD 1 TO DOC-COUNT
           MOVE "N" TO KD-FOUND-SWITCH
           PERFORM VARYING KD-IDX FROM 1 BY 1
               UNTIL KD-IDX > KD-COUNT OR KD-FOUND
               IF KD-CUSTID(KD-IDX) = SW-CUSTID
                   SET KD-FOUND TO TRUE
               END-IF
           END-PERFORM
           SUBTRACT 1 FROM KD-IDX
           MOVE ALL "-" TO DOC-OUT-F
           WRITE DOC-OUT-F
           WRITE DOC-OUT-F FROM KD-NAME(KD-IDX)
           WRITE DOC-OUT-F FROM KD-STREET(KD-IDX)
           WRITE DOC-OUT-F FROM KD-CITY(KD-IDX)
           MOVE SPACES TO DOC-OUT-F
           WRITE DOC-OUT-F
           MOVE "TT.MM.JJJJ" TO DL-DATE
           MOVE RUN-DD TO DL-DATE(1:2)
           MOVE RUN-MM TO DL-DATE(4:2)
           MOVE RUN-YYYY TO DL-DATE(7:4)
           MOVE SPACES TO DOC-LINE
           STRING "Konsolidierter Auszug " DL-MONTH
               " - Kunde " SW-CUSTID " - Stand " DL-DATE
               DELIMITED BY SIZE INTO DOC-LINE
           WRITE DOC-OUT-F FROM DOC-LINE
           MOVE SPACES TO DOC-OUT-F
           WRITE DOC-OUT-F
           MOVE "Vermoegensuebersicht (Betrag / EUR-Gegenwert)"
               TO DOC-OUT-F
           WRITE DOC-OUT-F

           .
       WRITE-POSITION-LINE SECTION.
           EVALUATE SW-KIND
               WHEN "1"
                   MOVE "Konto" TO KIND-TEXT
               WHEN "2"
                   MOVE "Festgeld" TO KIND-TEXT
               WHEN OTHER
                   MOVE "Darlehen" TO KIND-TEXT
           END-EVALUATE
           MOVE SW-AMOUNT TO DL-AMOUNT
           MOVE SW-EUR TO DL-EUR
           MOVE SPACES TO DOC-LINE
           IF SW-KIND = "2"
               MOVE "TT.MM.JJJJ" TO DL-DATE
               MOVE SW-DATE(7:2) TO DL-DATE(1:2)
               MOVE SW-DATE(5:2) TO DL-DATE(4:2)
               MOVE SW-DATE(1:4) TO DL-DATE(7:4)
               STRING "  " KIND-TEXT " Bank " SW-BANKID
                   " Konto " SW-ACCOUNTID " " DL-AMOUNT " "
                   SW-CURRENCY " " DL-EUR " EUR faellig " DL-DATE
                   DELIMITED BY SIZE INTO DOC-LINE
           ELSE
               STRING "  " KIND-TEXT " Bank " SW-BANKID
                   " Konto " SW-ACCOUNTID " " DL-AMOUNT " "
                   SW-CURRENCY " " DL-EUR " EUR"
                   DELIMITED BY SIZE INTO DOC-LINE
           END-IF
           WRITE DOC-OUT-F FROM DOC-LINE
           ADD SW-EUR TO DOC-NET-EUR

           .
       WRITE-NET-POSITION SECTION.
           MOVE DOC-NET-EUR TO DL-NET
           MOVE SPACES TO DOC-LINE
           STRING "Nettoposition gesamt: " DL-NET " EUR"
               DELIMITED BY SIZE INTO DOC-LINE
           WRITE DOC-OUT-F FROM DOC-LINE

           .
       WRITE-MOVEMENT-LINE SECTION.
           IF SW-BANKID NOT = DOC-BANKID
               OR SW-ACCOUNTID NOT = DOC-ACCOUNTID
               MOVE SW-BANKID TO DOC-BANKID
               MOVE SW-ACCOUNTID TO DOC-ACCOUNTID
               MOVE SPACES TO DOC-LINE
               STRING "Bank " SW-BANKID " Konto " SW-ACCOUNTID ":"
                   DELIMITED BY SIZE INTO DOC-LINE
               WRITE DOC-OUT-F FROM DOC-LINE
           END-IF
           MOVE "TT.MM.JJJJ" TO DL-DATE
           MOVE SW-DATE(7:2) TO DL-DATE(1:2)
           MOVE SW-DATE(5:2) TO DL-DATE(4:2)
           MOVE SW-DATE(1:4) TO DL-DATE(7:4)
           MOVE SPACES TO DOC-LINE
           STRING DL-DATE SW-TEXT
               DELIMITED BY SIZE INTO DOC-LINE
           WRITE DOC-OUT-F FROM DOC-LINE
           ADD 1 TO DOC-MOVES

           .
       CLOSE-DOCUMENT SECTION.
           IF DOC-PART = 1
               PERFORM WRITE-NET-POSITION
           END-IF
           IF DOC-MOVES = 0
               MOVE SPACES TO DOC-OUT-F
               WRITE DOC-OUT-F
               MOVE "Keine Umsaetze im Monat." TO DOC-OUT-F
               WRITE DOC-OUT-F
           END-IF
           MOVE "N" TO DOC-OPEN-SWITCH

           .
