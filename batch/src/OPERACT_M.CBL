       IDENTIFICATION DIVISION.
       PROGRAM-ID.  OPERACT_M.
      *****************************************************************
      * Bedienertaetigkeit fuer die Zugriffsrezertifizierung: liest
      * alle Protokolle der Pflege- und Freigabedialoge (acct-,
      * cust-, bank-, parm-, dep-, stord-, hold-, loan-, mand-,
      * coll-, dual-, block-, amlcase- und sanaudit.txt, repairlog,
      * reprintlog und opsack.txt) und listet je Bediener fuer den
      * gewaehlten Zeitraum alles, was er beantragt, freigegeben
      * oder abgelehnt, entsperrt, repariert, nachgedruckt,
      * quittiert oder bearbeitet hat - zeitlich geordnet ueber
      * einen Sortierlauf (operact1.wrk/operact2.wrk).
      * Markiert werden
      *   A - Taetigkeit ausserhalb der Geschaeftszeit (vor 07:00,
      *       ab 19:00, Wochenende, Feiertag aus holidays.txt);
      *   E - Freigabe einer Aenderung am eigenen Konto oder
      *       Kundensatz (Name des Bedieners aus operators.txt
      *       gleich Kontoinhaber oder verknuepftem Kunden);
      * dazu am Ende die Bedienerpaare, die sich ueberwiegend
      * gegenseitig freigeben. Zeitraum (Vorgabe: Quartalsanfang
      * bis Geschaeftsdatum) und Bediener (leer = alle) werden
      * abgefragt. Bericht operact.txt; RETURN-CODE 4 bei
      * Auffaelligkeiten.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAIL-IN ASSIGN TO TRAIL-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAIL-IN-FILE-STATUS.
           SELECT OPERATORS-IN ASSIGN TO "operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATORS-IN-FILE-STATUS.
           SELECT ACCTMAST-IN ASSIGN TO "acctmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCTMAST-IN-FILE-STATUS.
           SELECT CUSTMAST-IN ASSIGN TO "custmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTMAST-IN-FILE-STATUS.
           SELECT CUSTLINK-IN ASSIGN TO "custlink.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTLINK-IN-FILE-STATUS.
           SELECT HOLIDAYS-IN ASSIGN TO "holidays.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLIDAYS-IN-FILE-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-IN-FILE-STATUS.
           SELECT AWORK ASSIGN TO "operact1.wrk"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AWORK-FILE-STATUS.
           SELECT SWORK ASSIGN TO "operact2.wrk"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SWORK-FILE-STATUS.
           SELECT ASORT-FILE ASSIGN TO "operact.srt".
           SELECT REPORT-OUT ASSIGN TO "operact.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TRAIL-IN.
       01  TRAIL-IN-F PIC X(200).
       FD OPERATORS-IN.
       01  OPERATORS-IN-F.
         05  OP-ID-F     PIC X(08).
         05  OP-NAME-F   PIC X(30).
         05  OP-ROLE-F   PIC X(01).
         05  OP-ACTIVE-F PIC X(01).
       FD ACCTMAST-IN.
       01  ACCTMAST-IN-F.
         05  AM-BANKID-F    PIC 9(5).
         05  AM-ACCOUNTID-F PIC 9(10).
         05  AM-NAME-F      PIC X(30).
         05  AM-STATUS-F    PIC X(01).
         05  AM-IBAN-F      PIC X(34).
         05  AM-PRODUCT-F   PIC X(04).
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
       FD HOLIDAYS-IN.
       01  HOLIDAYS-IN-F PIC 9(8).
       FD BUSDATE-IN.
       01  BUSDATE-IN-F PIC 9(8).
       FD AWORK.
       01  AWORK-REC.
         05  AW-OPERATOR  PIC X(08).
         05  AW-TIMESTAMP PIC 9(16).
         05  AW-KIND      PIC X(12).
         05  AW-SOURCE    PIC X(16).
         05  AW-ACTION    PIC X(08).
         05  AW-DETAIL    PIC X(60).
         05  AW-OFFHOURS  PIC X(01).
         05  AW-OWN       PIC X(01).
       FD SWORK.
       01  SWORK-REC.
         05  SW-OPERATOR  PIC X(08).
         05  SW-TIMESTAMP PIC 9(16).
         05  SW-KIND      PIC X(12).
         05  SW-SOURCE    PIC X(16).
         05  SW-ACTION    PIC X(08).
         05  SW-DETAIL    PIC X(60).
         05  SW-OFFHOURS  PIC X(01).
         05  SW-OWN       PIC X(01).
       SD ASORT-FILE.
       01  ASORT-REC.
         05  AS-OPERATOR  PIC X(08).
         05  AS-TIMESTAMP PIC 9(16).
         05  FILLER       PIC X(98).
       FD REPORT-OUT.
       01  REPORT-OUT-F PIC X(120).
       WORKING-STORAGE SECTION.
       01  TRAIL-IN-FILE-STATUS     PIC X(02).
       01  OPERATORS-IN-FILE-STATUS PIC X(02).
       01  ACCTMAST-IN-FILE-STATUS  PIC X(02).
       01  CUSTMAST-IN-FILE-STATUS  PIC X(02).
       01  CUSTLINK-IN-FILE-STATUS  PIC X(02).
       01  HOLIDAYS-IN-FILE-STATUS  PIC X(02).
       01  BUSDATE-IN-FILE-STATUS   PIC X(02).
       01  AWORK-FILE-STATUS        PIC X(02).
       01  SWORK-FILE-STATUS        PIC X(02).
       01  REPORT-OUT-FILE-STATUS   PIC X(02).
       01  TRAIL-IN-NAME  PIC X(40) VALUE SPACE.
       01  SYSTEM-COMMAND PIC X(120) VALUE SPACE.
       01  LOAD-EOF-SWITCH PIC X VALUE "N".
         88  LOAD-EOF VALUE "Y".
       01  SWORK-EOF-SWITCH PIC X VALUE "N".
         88  SWORK-EOF VALUE "Y".
       01  TABLES-TRUNCATED-SWITCH PIC X VALUE "N".
         88  TABLES-TRUNCATED VALUE "Y".
       01  RUN-DATE-DATA.
         05  SYS-DATE  PIC 9(8).
         05  FILLER    PIC X(13).
       01  RUN-DATE    PIC 9(8) VALUE 0.
       01  RUN-DATE-PARTS REDEFINES RUN-DATE.
         05  RUN-YYYY  PIC 9(4).
         05  RUN-MM    PIC 9(2).
         05  RUN-DD    PIC 9(2).
      * Protokolle mit Satzart und Taetigkeit:
      *   G = Zeitstempel, Bediener, Aktion, Rest
      *   P = wie G, davor der Dateiname (parmaudit.txt)
      *   N = Zeitstempel, Bediener, Rest ohne Aktion
      *   D = Freigabeprotokoll dualaudit.txt
      *   K = Quittungen opsack.txt
       01  TRAIL-TABLE-DATA.
         05  FILLER PIC X(29) VALUE "acctaudit.txt   GBEANTRAGT   ".
         05  FILLER PIC X(29) VALUE "custaudit.txt   GBEANTRAGT   ".
         05  FILLER PIC X(29) VALUE "bankaudit.txt   GBEANTRAGT   ".
         05  FILLER PIC X(29) VALUE "parmaudit.txt   PBEANTRAGT   ".
         05  FILLER PIC X(29) VALUE "depaudit.txt    GBEANTRAGT   ".
         05  FILLER PIC X(29) VALUE "stordaudit.txt  GBEANTRAGT   ".
         05  FILLER PIC X(29) VALUE "holdaudit.txt   GBEANTRAGT   ".
         05  FILLER PIC X(29) VALUE "loanaudit.txt   GBEANTRAGT   ".
         05  FILLER PIC X(29) VALUE "mandaudit.txt   GBEANTRAGT   ".
         05  FILLER PIC X(29) VALUE "collaudit.txt   NBEANTRAGT   ".
         05  FILLER PIC X(29) VALUE "dualaudit.txt   DFREIGEGEBEN ".
         05  FILLER PIC X(29) VALUE "blockaudit.txt  GENTSPERRT   ".
         05  FILLER PIC X(29) VALUE "repairlog.txt   GREPARIERT   ".
         05  FILLER PIC X(29) VALUE "reprintlog.txt  NNACHGEDRUCKT".
         05  FILLER PIC X(29) VALUE "opsack.txt      KQUITTIERT   ".
         05  FILLER PIC X(29) VALUE "amlcaseaudit.txtGBEARBEITET  ".
         05  FILLER PIC X(29) VALUE "sanaudit.txt    GBEARBEITET  ".
       01  TRAIL-TABLE REDEFINES TRAIL-TABLE-DATA.
         05  TRAIL-ENTRY OCCURS 17 TIMES.
           10  TR-FILE   PIC X(16).
           10  TR-LAYOUT PIC X(01).
           10  TR-KIND   PIC X(12).
       01  TRAIL-IDX PIC 9(02).
       01  TRAIL-READ-COUNT PIC 9(02) VALUE 0.
      * Geschaeftszeit HHMM von/bis (ausschliesslich).
       01  BUSINESS-START PIC 9(04) VALUE 0700.
       01  BUSINESS-END   PIC 9(04) VALUE 1900.
      * Gegenseitige Freigaben: mindestens so viele im Paar, und
      * jeder der beiden gibt zu mindestens diesem Anteil (in %)
      * nur den anderen frei.
       01  PAIR-MIN-COUNT PIC 9(04) VALUE 3.
       01  PAIR-MIN-SHARE PIC 9(03) VALUE 75.
       01  PERIOD-FROM PIC 9(8) VALUE 0.
       01  PERIOD-TO   PIC 9(8) VALUE 0.
       01  PERIOD-INPUT PIC X(08) VALUE SPACE.
       01  OPERATOR-FILTER PIC X(08) VALUE SPACE.
       01  QUARTER-MONTH PIC 9(02).
       01  OPER-TABLE.
         05  OPER-ENTRY OCCURS 200 TIMES.
           10  OT-ID        PIC X(08).
           10  OT-NAME      PIC X(30).
           10  OT-APPROVALS PIC 9(06).
       01  OPER-COUNT PIC 9(03) VALUE 0.
       01  OPER-IDX   PIC 9(03).
       01  ACCT-TABLE.
         05  ACCT-ENTRY OCCURS 2000 TIMES.
           10  AT-BANKID    PIC 9(5).
           10  AT-ACCOUNTID PIC 9(10).
           10  AT-NAME      PIC X(30).
       01  ACCT-COUNT PIC 9(04) VALUE 0.
       01  ACCT-IDX   PIC 9(04).
       01  CUST-TABLE.
         05  CUST-ENTRY OCCURS 500 TIMES.
           10  CT-CUSTID PIC 9(8).
           10  CT-NAME   PIC X(30).
       01  CUST-COUNT PIC 9(03) VALUE 0.
       01  CUST-IDX   PIC 9(03).
       01  LINK-TABLE.
         05  LINK-ENTRY OCCURS 1000 TIMES.
           10  LT-CUSTID    PIC 9(8).
           10  LT-BANKID    PIC 9(5).
           10  LT-ACCOUNTID PIC 9(10).
       01  LINK-COUNT PIC 9(04) VALUE 0.
       01  LINK-IDX   PIC 9(04).
       01  HOLIDAY-TABLE.
         05  HOLIDAY-DATE OCCURS 200 TIMES PIC 9(8).
       01  HOLIDAY-COUNT PIC 9(03) VALUE 0.
       01  HOLIDAY-IDX   PIC 9(03).
      * Freigaben je Paar Antragsteller -> Freigebender.
       01  PAIR-TABLE.
         05  PAIR-ENTRY OCCURS 500 TIMES.
           10  PR-REQUESTER PIC X(08).
           10  PR-APPROVER  PIC X(08).
           10  PR-COUNT     PIC 9(06).
       01  PAIR-COUNT PIC 9(03) VALUE 0.
       01  PAIR-IDX   PIC 9(03).
       01  PAIR-BACK  PIC 9(03).
       01  FOUND-SWITCH PIC X VALUE "N".
         88  ENTRY-FOUND VALUE "Y".
       01  OWN-SWITCH PIC X VALUE "N".
         88  OWN-CHANGE VALUE "Y".
      * Felder des gerade gelesenen Protokollsatzes.
       01  TRAIL-RECORD PIC X(200).
       01  DUAL-RECORD REDEFINES TRAIL-RECORD.
         05  DU-REQ-TIMESTAMP PIC X(16).
         05  FILLER           PIC X(01).
         05  DU-REQ-OPERATOR  PIC X(08).
         05  FILLER           PIC X(01).
         05  DU-APPROVER      PIC X(08).
         05  FILLER           PIC X(01).
         05  DU-APP-TIMESTAMP PIC X(16).
         05  FILLER           PIC X(01).
         05  DU-FILE          PIC X(12).
         05  FILLER           PIC X(01).
         05  DU-ACTION        PIC X(03).
         05  FILLER           PIC X(01).
         05  DU-DECISION      PIC X(08).
         05  FILLER           PIC X(01).
         05  DU-IMAGE         PIC X(40).
         05  FILLER           PIC X(82).
       01  ACK-RECORD REDEFINES TRAIL-RECORD.
         05  AK-TIMESTAMP PIC X(16).
         05  FILLER       PIC X(01).
         05  AK-BANKID    PIC X(05).
         05  FILLER       PIC X(01).
         05  AK-ACCOUNTID PIC X(10).
         05  FILLER       PIC X(01).
         05  AK-OPERATOR  PIC X(08).
         05  FILLER       PIC X(01).
         05  AK-ACKTIME   PIC X(16).
         05  FILLER       PIC X(141).
       01  EVENT-TIMESTAMP PIC X(16).
       01  EVENT-STAMP REDEFINES EVENT-TIMESTAMP.
         05  EVENT-DATE PIC 9(8).
         05  EVENT-HHMM PIC 9(4).
         05  FILLER     PIC X(4).
       01  WEEKDAY-NUM  PIC 9(01) VALUE 0.
       01  CHECK-INTEGER PIC 9(8) VALUE 0.
       01  WORK-NAME    PIC X(30).
       01  WORK-BANKID    PIC 9(5).
       01  WORK-ACCOUNTID PIC 9(10).
       01  WORK-CUSTID    PIC 9(8).
       01  KEY-TEXT       PIC X(15).
       01  ACTIVITY-COUNT PIC 9(06) VALUE 0.
       01  OFFHOURS-COUNT PIC 9(06) VALUE 0.
       01  OWN-COUNT      PIC 9(06) VALUE 0.
       01  MUTUAL-COUNT   PIC 9(04) VALUE 0.
       01  CURRENT-OPERATOR PIC X(08) VALUE SPACE.
       01  OPER-ACTIVITY  PIC 9(06) VALUE 0.
       01  OPER-OFFHOURS  PIC 9(06) VALUE 0.
       01  OPER-OWN       PIC 9(06) VALUE 0.
       01  SHARE-A        PIC 9(03) VALUE 0.
       01  SHARE-B        PIC 9(03) VALUE 0.
       01  PAIR-TOTAL     PIC 9(06) VALUE 0.
       01  REPORT-LINE    PIC X(120).
       01  RL-COUNT       PIC Z(5)9.
       01  RL-OFFHOURS    PIC Z(5)9.
       01  RL-OWN         PIC Z(5)9.
       01  RL-SHARE       PIC ZZ9.
       01  RL-FLAGS       PIC X(03).

       PROCEDURE DIVISION.
           PERFORM LOAD-RUN-DATE
           PERFORM ACCEPT-SELECTION
           PERFORM LOAD-OPERATORS
           PERFORM LOAD-ACCOUNTS
           PERFORM LOAD-CUSTOMERS
           PERFORM LOAD-LINKS
           PERFORM LOAD-HOLIDAYS
           OPEN OUTPUT AWORK
           PERFORM VARYING TRAIL-IDX FROM 1 BY 1 UNTIL TRAIL-IDX > 17
               PERFORM READ-ONE-TRAIL
           END-PERFORM
           CLOSE AWORK
           SORT ASORT-FILE
               ON ASCENDING KEY AS-OPERATOR AS-TIMESTAMP
               USING AWORK
               GIVING SWORK
           OPEN OUTPUT REPORT-OUT
           PERFORM WRITE-ACTIVITY-REPORT
           PERFORM WRITE-MUTUAL-PAIRS
           PERFORM WRITE-TOTALS
           CLOSE REPORT-OUT
           MOVE "rm -f operact1.wrk operact2.wrk" TO SYSTEM-COMMAND
           CALL "SYSTEM" USING SYSTEM-COMMAND
           IF OFFHOURS-COUNT > 0 OR OWN-COUNT > 0 OR MUTUAL-COUNT > 0
               OR TABLES-TRUNCATED
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Bedienertaetigkeit " PERIOD-FROM "-" PERIOD-TO
               ": " ACTIVITY-COUNT " Vorgaenge aus " TRAIL-READ-COUNT
               " Protokollen, " OFFHOURS-COUNT " ausserhalb, "
               OWN-COUNT " eigene, " MUTUAL-COUNT " Paare."
           GOBACK.

       LOAD-RUN-DATE SECTION.
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

           .
       ACCEPT-SELECTION SECTION.
      *    Vorgabe: erster Tag des laufenden Quartals bis heute.
           MOVE RUN-DATE TO PERIOD-FROM
           COMPUTE QUARTER-MONTH =
               FUNCTION INTEGER-PART((RUN-MM - 1) / 3) * 3 + 1
           MOVE QUARTER-MONTH TO PERIOD-FROM(5:2)
           MOVE "01" TO PERIOD-FROM(7:2)
           MOVE RUN-DATE TO PERIOD-TO
           DISPLAY "Zeitraum von (JJJJMMTT, leer = " PERIOD-FROM "):"
           ACCEPT PERIOD-INPUT
           IF PERIOD-INPUT IS NUMERIC
               MOVE PERIOD-INPUT TO PERIOD-FROM
           END-IF
           MOVE SPACES TO PERIOD-INPUT
           DISPLAY "Zeitraum bis (JJJJMMTT, leer = " PERIOD-TO "):"
           ACCEPT PERIOD-INPUT
           IF PERIOD-INPUT IS NUMERIC
               MOVE PERIOD-INPUT TO PERIOD-TO
           END-IF
           DISPLAY "Bediener (leer = alle):"
           ACCEPT OPERATOR-FILTER

           .
       LOAD-OPERATORS SECTION.
           OPEN INPUT OPERATORS-IN
           IF OPERATORS-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ OPERATORS-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF OPER-COUNT >= 200
                           SET TABLES-TRUNCATED TO TRUE
                           SET LOAD-EOF TO TRUE
                       ELSE
                           ADD 1 TO OPER-COUNT
                           MOVE OP-ID-F TO OT-ID(OPER-COUNT)
                           MOVE FUNCTION UPPER-CASE(OP-NAME-F)
                               TO OT-NAME(OPER-COUNT)
                           MOVE 0 TO OT-APPROVALS(OPER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATORS-IN

           .
       LOAD-ACCOUNTS SECTION.
           OPEN INPUT ACCTMAST-IN
           IF ACCTMAST-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ ACCTMAST-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF ACCT-COUNT >= 2000
                           SET TABLES-TRUNCATED TO TRUE
                           SET LOAD-EOF TO TRUE
                       ELSE
                           ADD 1 TO ACCT-COUNT
                           MOVE AM-BANKID-F TO AT-BANKID(ACCT-COUNT)
                           MOVE AM-ACCOUNTID-F TO
                               AT-ACCOUNTID(ACCT-COUNT)
                           MOVE FUNCTION UPPER-CASE(AM-NAME-F)
                               TO AT-NAME(ACCT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCTMAST-IN

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
                       IF CUST-COUNT >= 500
                           SET TABLES-TRUNCATED TO TRUE
                           SET LOAD-EOF TO TRUE
                       ELSE
                           ADD 1 TO CUST-COUNT
                           MOVE CU-CUSTID-F TO CT-CUSTID(CUST-COUNT)
                           MOVE FUNCTION UPPER-CASE(CU-NAME-F)
                               TO CT-NAME(CUST-COUNT)
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
                       IF LINK-COUNT >= 1000
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
       LOAD-HOLIDAYS SECTION.
           OPEN INPUT HOLIDAYS-IN
           IF HOLIDAYS-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF OR HOLIDAY-COUNT >= 200
               READ HOLIDAYS-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO HOLIDAY-COUNT
                       MOVE HOLIDAYS-IN-F TO HOLIDAY-DATE(HOLIDAY-COUNT)
               END-READ
           END-PERFORM
           CLOSE HOLIDAYS-IN

           .
       READ-ONE-TRAIL SECTION.
      *    Ein fehlendes Protokoll heisst: Dialog nie benutzt.
           MOVE TR-FILE(TRAIL-IDX) TO TRAIL-IN-NAME
           OPEN INPUT TRAIL-IN
           IF TRAIL-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           ADD 1 TO TRAIL-READ-COUNT
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ TRAIL-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       MOVE TRAIL-IN-F TO TRAIL-RECORD
                       PERFORM CONVERT-TRAIL-RECORD
               END-READ
           END-PERFORM
           CLOSE TRAIL-IN

           .
       CONVERT-TRAIL-RECORD SECTION.
      *    Protokollsatz in einen Taetigkeitssatz umsetzen.
           MOVE SPACES TO AWORK-REC
           MOVE TR-FILE(TRAIL-IDX) TO AW-SOURCE
           MOVE TR-KIND(TRAIL-IDX) TO AW-KIND
           MOVE "N" TO OWN-SWITCH
           EVALUATE TR-LAYOUT(TRAIL-IDX)
               WHEN "G"
                   MOVE TRAIL-RECORD(1:16) TO EVENT-TIMESTAMP
                   MOVE TRAIL-RECORD(18:8) TO AW-OPERATOR
                   MOVE TRAIL-RECORD(27:8) TO AW-ACTION
                   MOVE TRAIL-RECORD(36:60) TO AW-DETAIL
               WHEN "P"
                   MOVE TRAIL-RECORD(1:16) TO EVENT-TIMESTAMP
                   MOVE TRAIL-RECORD(18:8) TO AW-OPERATOR
                   MOVE TRAIL-RECORD(40:8) TO AW-ACTION
                   STRING TRAIL-RECORD(27:13) TRAIL-RECORD(49:47)
                       DELIMITED BY SIZE INTO AW-DETAIL
               WHEN "N"
                   MOVE TRAIL-RECORD(1:16) TO EVENT-TIMESTAMP
                   MOVE TRAIL-RECORD(18:8) TO AW-OPERATOR
                   MOVE TRAIL-RECORD(27:60) TO AW-DETAIL
               WHEN "D"
                   IF DU-DECISION NOT = "APPROVED"
                       MOVE "ABGELEHNT" TO AW-KIND
                   END-IF
                   MOVE DU-APP-TIMESTAMP TO EVENT-TIMESTAMP
                   MOVE DU-APPROVER TO AW-OPERATOR
                   MOVE DU-DECISION TO AW-ACTION
                   STRING DU-FILE " " DU-ACTION " von " DU-REQ-OPERATOR
                       " " DU-IMAGE
                       DELIMITED BY SIZE INTO AW-DETAIL
               WHEN "K"
                   MOVE AK-ACKTIME TO EVENT-TIMESTAMP
                   MOVE AK-OPERATOR TO AW-OPERATOR
                   STRING "Ereignis " AK-TIMESTAMP " " AK-BANKID "/"
                       AK-ACCOUNTID
                       DELIMITED BY SIZE INTO AW-DETAIL
           END-EVALUATE
           IF EVENT-TIMESTAMP(1:8) IS NOT NUMERIC
               OR EVENT-TIMESTAMP(9:4) IS NOT NUMERIC
               EXIT SECTION
           END-IF
           IF EVENT-DATE < PERIOD-FROM OR EVENT-DATE > PERIOD-TO
               EXIT SECTION
           END-IF
      *    Freigaben zaehlen unabhaengig vom Bedienerfilter, sonst
      *    faellt die Gegenrichtung eines Paars heraus.
           IF TR-LAYOUT(TRAIL-IDX) = "D" AND DU-DECISION = "APPROVED"
               PERFORM COUNT-APPROVAL
               PERFORM CHECK-OWN-CHANGE
           END-IF
           IF OPERATOR-FILTER NOT = SPACE
               AND AW-OPERATOR NOT = OPERATOR-FILTER
               EXIT SECTION
           END-IF
           MOVE EVENT-TIMESTAMP TO AW-TIMESTAMP
           PERFORM CHECK-OFF-HOURS
           IF OWN-CHANGE
               MOVE "E" TO AW-OWN
               ADD 1 TO OWN-COUNT
           END-IF
           ADD 1 TO ACTIVITY-COUNT
           WRITE AWORK-REC

           .
       CHECK-OFF-HOURS SECTION.
           IF EVENT-HHMM < BUSINESS-START OR EVENT-HHMM >= BUSINESS-END
               MOVE "A" TO AW-OFFHOURS
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(EVENT-DATE) = 0
                   COMPUTE CHECK-INTEGER =
                       FUNCTION INTEGER-OF-DATE(EVENT-DATE)
                   COMPUTE WEEKDAY-NUM =
                       FUNCTION MOD(CHECK-INTEGER, 7)
                   IF WEEKDAY-NUM = 6 OR WEEKDAY-NUM = 0
                       MOVE "A" TO AW-OFFHOURS
                   END-IF
               END-IF
               PERFORM VARYING HOLIDAY-IDX FROM 1 BY 1
                   UNTIL HOLIDAY-IDX > HOLIDAY-COUNT
                   IF HOLIDAY-DATE(HOLIDAY-IDX) = EVENT-DATE
                       MOVE "A" TO AW-OFFHOURS
                   END-IF
               END-PERFORM
           END-IF
           IF AW-OFFHOURS = "A"
               ADD 1 TO OFFHOURS-COUNT
           END-IF

           .
       COUNT-APPROVAL SECTION.
           MOVE "N" TO FOUND-SWITCH
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
               UNTIL PAIR-IDX > PAIR-COUNT OR ENTRY-FOUND
               IF PR-REQUESTER(PAIR-IDX) = DU-REQ-OPERATOR
                   AND PR-APPROVER(PAIR-IDX) = DU-APPROVER
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ENTRY-FOUND
               SUBTRACT 1 FROM PAIR-IDX
               ADD 1 TO PR-COUNT(PAIR-IDX)
           ELSE
               IF PAIR-COUNT >= 500
                   SET TABLES-TRUNCATED TO TRUE
               ELSE
                   ADD 1 TO PAIR-COUNT
                   MOVE DU-REQ-OPERATOR TO PR-REQUESTER(PAIR-COUNT)
                   MOVE DU-APPROVER TO PR-APPROVER(PAIR-COUNT)
                   MOVE 1 TO PR-COUNT(PAIR-COUNT)
               END-IF
           END-IF
           PERFORM FIND-OPERATOR
           IF ENTRY-FOUND
               ADD 1 TO OT-APPROVALS(OPER-IDX)
           END-IF

           .
       FIND-OPERATOR SECTION.
      *    Sucht DU-APPROVER; ein unbekannter Freigebender wird fuer
      *    die Anteilsrechnung mit leerem Namen nachgetragen.
           MOVE "N" TO FOUND-SWITCH
           PERFORM VARYING OPER-IDX FROM 1 BY 1
               UNTIL OPER-IDX > OPER-COUNT OR ENTRY-FOUND
               IF OT-ID(OPER-IDX) = DU-APPROVER
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ENTRY-FOUND
               SUBTRACT 1 FROM OPER-IDX
           ELSE
               IF OPER-COUNT < 200
                   ADD 1 TO OPER-COUNT
                   MOVE OPER-COUNT TO OPER-IDX
                   MOVE DU-APPROVER TO OT-ID(OPER-IDX)
                   MOVE SPACES TO OT-NAME(OPER-IDX)
                   MOVE 0 TO OT-APPROVALS(OPER-IDX)
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-IF

           .
       CHECK-OWN-CHANGE SECTION.
      *    Eigenes Konto: Kontoinhaber oder ein mit dem Konto
      *    verknuepfter Kunde traegt den Namen des Freigebenden;
      *    beim Kundenstamm der Kunde selbst.
           PERFORM FIND-OPERATOR
           IF NOT ENTRY-FOUND OR OT-NAME(OPER-IDX) = SPACE
               EXIT SECTION
           END-IF
           MOVE OT-NAME(OPER-IDX) TO WORK-NAME
           IF DU-FILE = "custmast.txt" OR DU-FILE = "custrisk.txt"
               IF DU-IMAGE(1:8) IS NUMERIC
                   MOVE DU-IMAGE(1:8) TO WORK-CUSTID
                   PERFORM CHECK-OWN-CUSTOMER
               END-IF
               EXIT SECTION
           END-IF
           MOVE DU-IMAGE(1:15) TO KEY-TEXT
           IF KEY-TEXT IS NOT NUMERIC
               EXIT SECTION
           END-IF
           MOVE KEY-TEXT(1:5) TO WORK-BANKID
           MOVE KEY-TEXT(6:10) TO WORK-ACCOUNTID
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
               UNTIL ACCT-IDX > ACCT-COUNT OR OWN-CHANGE
               IF AT-BANKID(ACCT-IDX) = WORK-BANKID
                   AND AT-ACCOUNTID(ACCT-IDX) = WORK-ACCOUNTID
                   AND AT-NAME(ACCT-IDX) = WORK-NAME
                   SET OWN-CHANGE TO TRUE
               END-IF
           END-PERFORM
           PERFORM VARYING LINK-IDX FROM 1 BY 1
               UNTIL LINK-IDX > LINK-COUNT OR OWN-CHANGE
               IF LT-BANKID(LINK-IDX) = WORK-BANKID
                   AND LT-ACCOUNTID(LINK-IDX) = WORK-ACCOUNTID
                   MOVE LT-CUSTID(LINK-IDX) TO WORK-CUSTID
                   PERFORM CHECK-OWN-CUSTOMER
               END-IF
           END-PERFORM

           .
       CHECK-OWN-CUSTOMER SECTION.
           PERFORM VARYING CUST-IDX FROM 1 BY 1
               UNTIL CUST-IDX > CUST-COUNT OR OWN-CHANGE
               IF CT-CUSTID(CUST-IDX) = WORK-CUSTID
                   AND CT-NAME(CUST-IDX) = WORK-NAME
                   SET OWN-CHANGE TO TRUE
               END-IF
           END-PERFORM

           .
       WRITE-ACTIVITY-REPORT SECTION.
           MOVE SPACES TO REPORT-LINE
           STRING "Bedienertaetigkeit " PERIOD-FROM " bis "
               PERIOD-TO
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE "Markierung: A = ausserhalb der Geschaeftszeit, "
               & "E = eigenes Konto/Kunde freigegeben"
               TO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           OPEN INPUT SWORK
           IF SWORK-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE SPACES TO CURRENT-OPERATOR
           MOVE "N" TO SWORK-EOF-SWITCH
           PERFORM UNTIL SWORK-EOF
               READ SWORK
                   AT END SET SWORK-EOF TO TRUE
                   NOT AT END
                       IF SW-OPERATOR NOT = CURRENT-OPERATOR
                           IF CURRENT-OPERATOR NOT = SPACE
                               PERFORM WRITE-OPERATOR-TOTALS
                           END-IF
                           PERFORM WRITE-OPERATOR-HEADER
                       END-IF
                       PERFORM WRITE-ACTIVITY-LINE
               END-READ
           END-PERFORM
           IF CURRENT-OPERATOR NOT = SPACE
               PERFORM WRITE-OPERATOR-TOTALS
           END-IF
           CLOSE SWORK

           .
       WRITE-OPERATOR-HEADER SECTION.
           MOVE SW-OPERATOR TO CURRENT-OPERATOR
           MOVE 0 TO OPER-ACTIVITY
           MOVE 0 TO OPER-OFFHOURS
           MOVE 0 TO OPER-OWN
           MOVE SPACES TO WORK-NAME
           PERFORM VARYING OPER-IDX FROM 1 BY 1
               UNTIL OPER-IDX > OPER-COUNT
               IF OT-ID(OPER-IDX) = CURRENT-OPERATOR
                   MOVE OT-NAME(OPER-IDX) TO WORK-NAME
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           STRING "Bediener " CURRENT-OPERATOR " " WORK-NAME
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE "  Datum    Zeit  Taetigkeit   Protokoll      "
               & " Aktion   Einzelheiten" TO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE

           .
       WRITE-ACTIVITY-LINE SECTION.
           ADD 1 TO OPER-ACTIVITY
           MOVE SPACES TO RL-FLAGS
           IF SW-OFFHOURS = "A"
               ADD 1 TO OPER-OFFHOURS
               MOVE "A" TO RL-FLAGS(1:1)
           END-IF
           IF SW-OWN = "E"
               ADD 1 TO OPER-OWN
               MOVE "E" TO RL-FLAGS(2:1)
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "  " SW-TIMESTAMP(1:8) " " SW-TIMESTAMP(9:2) ":"
               SW-TIMESTAMP(11:2) " " SW-KIND " " SW-SOURCE
               SW-ACTION " " SW-DETAIL " " RL-FLAGS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE

           .
       WRITE-OPERATOR-TOTALS SECTION.
           MOVE SPACES TO REPORT-LINE
           MOVE OPER-ACTIVITY TO RL-COUNT
           MOVE OPER-OFFHOURS TO RL-OFFHOURS
           MOVE OPER-OWN TO RL-OWN
           STRING "  Summe " CURRENT-OPERATOR ": " RL-COUNT
               " Vorgaenge, davon " RL-OFFHOURS " ausserhalb, "
               RL-OWN " eigene"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE

           .
       WRITE-MUTUAL-PAIRS SECTION.
      *    Paar A/B: beide geben einander frei, zusammen mindestens
      *    PAIR-MIN-COUNT, und jeder gibt zu mindestens
      *    PAIR-MIN-SHARE % nur den anderen frei.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE "Gegenseitige Freigaben" TO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
               UNTIL PAIR-IDX > PAIR-COUNT
               IF PR-REQUESTER(PAIR-IDX) < PR-APPROVER(PAIR-IDX)
                   AND (OPERATOR-FILTER = SPACE
                   OR PR-REQUESTER(PAIR-IDX) = OPERATOR-FILTER
                   OR PR-APPROVER(PAIR-IDX) = OPERATOR-FILTER)
                   PERFORM CHECK-ONE-PAIR
               END-IF
           END-PERFORM
           IF MUTUAL-COUNT = 0
               MOVE "  keine" TO REPORT-LINE
               WRITE REPORT-OUT-F FROM REPORT-LINE
           END-IF

           .
       CHECK-ONE-PAIR SECTION.
           MOVE "N" TO FOUND-SWITCH
           PERFORM VARYING PAIR-BACK FROM 1 BY 1
               UNTIL PAIR-BACK > PAIR-COUNT OR ENTRY-FOUND
               IF PR-REQUESTER(PAIR-BACK) = PR-APPROVER(PAIR-IDX)
                   AND PR-APPROVER(PAIR-BACK) = PR-REQUESTER(PAIR-IDX)
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
               EXIT SECTION
           END-IF
           SUBTRACT 1 FROM PAIR-BACK
           COMPUTE PAIR-TOTAL = PR-COUNT(PAIR-IDX) + PR-COUNT(PAIR-BACK)
           IF PAIR-TOTAL < PAIR-MIN-COUNT
               EXIT SECTION
           END-IF
      *    Anteil des Freigebenden von PAIR-IDX bzw. PAIR-BACK.
           MOVE PR-APPROVER(PAIR-IDX) TO DU-APPROVER
           PERFORM FIND-OPERATOR
           IF NOT ENTRY-FOUND OR OT-APPROVALS(OPER-IDX) = 0
               EXIT SECTION
           END-IF
           COMPUTE SHARE-A = PR-COUNT(PAIR-IDX) * 100
               / OT-APPROVALS(OPER-IDX)
           MOVE PR-APPROVER(PAIR-BACK) TO DU-APPROVER
           PERFORM FIND-OPERATOR
           IF NOT ENTRY-FOUND OR OT-APPROVALS(OPER-IDX) = 0
               EXIT SECTION
           END-IF
           COMPUTE SHARE-B = PR-COUNT(PAIR-BACK) * 100
               / OT-APPROVALS(OPER-IDX)
           IF SHARE-A < PAIR-MIN-SHARE OR SHARE-B < PAIR-MIN-SHARE
               EXIT SECTION
           END-IF
           ADD 1 TO MUTUAL-COUNT
           MOVE SPACES TO REPORT-LINE
           MOVE PR-COUNT(PAIR-BACK) TO RL-COUNT
           MOVE SHARE-B TO RL-SHARE
           STRING "  " PR-REQUESTER(PAIR-IDX) " gibt " RL-COUNT
               " Antraege von " PR-APPROVER(PAIR-IDX) " frei ("
               RL-SHARE " % seiner Freigaben)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE PR-COUNT(PAIR-IDX) TO RL-COUNT
           MOVE SHARE-A TO RL-SHARE
           STRING "  " PR-APPROVER(PAIR-IDX) " gibt " RL-COUNT
               " Antraege von " PR-REQUESTER(PAIR-IDX) " frei ("
               RL-SHARE " % seiner Freigaben)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE

           .
       WRITE-TOTALS SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE ACTIVITY-COUNT TO RL-COUNT
           STRING "Vorgaenge gesamt:               " RL-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE OFFHOURS-COUNT TO RL-COUNT
           STRING "Ausserhalb der Geschaeftszeit:  " RL-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE OWN-COUNT TO RL-COUNT
           STRING "Freigaben eigener Konten:       " RL-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE MUTUAL-COUNT TO RL-COUNT
           STRING "Paare gegenseitiger Freigabe:   " RL-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           IF TABLES-TRUNCATED
               MOVE "Tabellen voll - Auswertung unvollstaendig"
                   TO REPORT-LINE
               WRITE REPORT-OUT-F FROM REPORT-LINE
           END-IF

           .
