       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DISTRIB_M.
      *****************************************************************
      * Versandsteuerung der Druckausgaben: verteilt die Kontoauszuege
      * (statements.txt), die Kundenanschreiben (letters.txt) und die
      * Saldenbestaetigungen (yearletters.txt) nach der Versandart
      * des Kunden aus custmast.txt (ueber custlink.txt):
      *   - P = Papier (auch ohne Angabe und ohne Kundenzuordnung):
      *     nach mailpack.txt. Stuecke an dieselbe Anschrift (Strasse
      *     und Ort, ohne Ruecksicht auf Gross-/Kleinschreibung)
      *     gehen in einen gemeinsamen Umschlag; jeder Umschlag
      *     beginnt mit einem Deckblatt mit Anschrift, allen
      *     Empfaengern des Haushalts, Stueck- und Seitenzahl
      *     (60 Zeilen je Seite) und Inhaltsliste;
      *   - E = elektronisch: nach portal.txt fuer den Portal-
      *     Upload, je Stueck ein Kopfsatz *DOK (Kunde, Art, Bank,
      *     Konto, Geschaeftstag, Zeilenzahl) vor den Zeilen;
      *   - H = banklagernd: nach holdmail.txt, je Kunde hinter
      *     einem Ablageblatt.
      * Die Zuordnung kommt aus den Versandindizes der Erzeuger
      * (stmtidx.txt, letteridx.txt, yearidx.txt: je Stueck Bank und
      * Konto in Druckreihenfolge). Eine Druckdatei ohne Index wird
      * nicht angefasst und wie bisher komplett gedruckt; nach der
      * Verteilung wird der Index in *.done umbenannt, damit kein
      * Stueck zweimal verschickt wird. mailpack.txt, portal.txt
      * und holdmail.txt werden fortgeschrieben, bis Druckerei bzw.
      * Upload sie abholen. Die Kontrolliste distctl.txt zaehlt je
      * Quelle und Versandart und weist die eingesparten Umschlaege
      * aus, mit dem Portosatz aus porto.txt (Betrag je Brief,
      * 9(3)V99) auch das eingesparte Porto.
      * Fuehrt der Versandsatz eines Kontoauszugs die Auszugs-
      * haeufigkeit M (nur Monatsauszug) oder N (kein Versand) aus
      * dem Produktkatalog, wird der Tagesauszug nicht verschickt;
      * er bleibt in statements.txt fuer Archiv und Monatsauszug.
      * RETURN-CODE 4, wenn Index und Druckdatei nicht zueinander
      * passen, 8 bei Tabellenueberlauf (dann wird nichts verteilt).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-IN ASSIGN TO PRINT-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-IN-FILE-STATUS.
           SELECT PRTIDX-IN ASSIGN TO PRTIDX-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRTIDX-IN-FILE-STATUS.
           SELECT CUSTMAST-IN ASSIGN TO "custmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTMAST-IN-FILE-STATUS.
           SELECT CUSTLINK-IN ASSIGN TO "custlink.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTLINK-IN-FILE-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-IN-FILE-STATUS.
           SELECT PORTO-IN ASSIGN TO "porto.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PORTO-IN-FILE-STATUS.
           SELECT DWORK ASSIGN TO "distrib1.wrk"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DWORK-FILE-STATUS.
           SELECT SWORK ASSIGN TO "distrib2.wrk"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SWORK-FILE-STATUS.
           SELECT DSORT-FILE ASSIGN TO "distrib.srt".
           SELECT MAIL-OUT ASSIGN TO "mailpack.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAIL-OUT-FILE-STATUS.
           SELECT PORTAL-OUT ASSIGN TO "portal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PORTAL-OUT-FILE-STATUS.
           SELECT HOLDMAIL-OUT ASSIGN TO "holdmail.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDMAIL-OUT-FILE-STATUS.
           SELECT CONTROL-OUT ASSIGN TO "distctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PRINT-IN.
       01  PRINT-IN-F PIC X(90).
       FD PRTIDX-IN.
       01  PRTIDX-IN-F.
         05  IX-BANKID    PIC 9(5).
         05  IX-ACCOUNTID PIC 9(10).
         05  IX-DISPATCH  PIC X(01).
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
       FD BUSDATE-IN.
       01  BUSDATE-IN-F PIC 9(8).
       FD PORTO-IN.
       01  PORTO-IN-F PIC 9(3)V99.
       FD DWORK.
       01  DWORK-REC.
         05  DW-CHANNEL PIC X(01).
         05  DW-HOUSE   PIC X(60).
         05  DW-ITEM    PIC 9(06).
         05  DW-LINE    PIC 9(05).
         05  DW-TEXT    PIC X(90).
       FD SWORK.
       01  SWORK-REC.
         05  SW-CHANNEL PIC X(01).
         05  SW-HOUSE   PIC X(60).
         05  SW-ITEM    PIC 9(06).
         05  SW-LINE    PIC 9(05).
         05  SW-TEXT    PIC X(90).
       SD DSORT-FILE.
       01  DSORT-REC.
         05  DS-CHANNEL PIC X(01).
         05  DS-HOUSE   PIC X(60).
         05  DS-ITEM    PIC 9(06).
         05  DS-LINE    PIC 9(05).
         05  FILLER     PIC X(90).
       FD MAIL-OUT.
       01  MAIL-OUT-F PIC X(90).
       FD PORTAL-OUT.
       01  PORTAL-OUT-F PIC X(90).
       FD HOLDMAIL-OUT.
       01  HOLDMAIL-OUT-F PIC X(90).
       FD CONTROL-OUT.
       01  CONTROL-OUT-F PIC X(100).
       WORKING-STORAGE SECTION.
       01  PRINT-IN-FILE-STATUS     PIC X(02).
       01  PRTIDX-IN-FILE-STATUS    PIC X(02).
       01  CUSTMAST-IN-FILE-STATUS  PIC X(02).
       01  CUSTLINK-IN-FILE-STATUS  PIC X(02).
       01  BUSDATE-IN-FILE-STATUS   PIC X(02).
       01  PORTO-IN-FILE-STATUS     PIC X(02).
       01  DWORK-FILE-STATUS        PIC X(02).
       01  SWORK-FILE-STATUS        PIC X(02).
       01  MAIL-OUT-FILE-STATUS     PIC X(02).
       01  PORTAL-OUT-FILE-STATUS   PIC X(02).
       01  HOLDMAIL-OUT-FILE-STATUS PIC X(02).
       01  CONTROL-OUT-FILE-STATUS  PIC X(02).
       01  PRINT-IN-NAME  PIC X(40) VALUE SPACE.
       01  PRTIDX-IN-NAME PIC X(40) VALUE SPACE.
       01  SYSTEM-COMMAND PIC X(120) VALUE SPACE.
       01  RUN-DATE-DATA.
         05  RUN-DATE-NUM PIC 9(8).
         05  FILLER       PIC X(13).
       01  RUN-DATE-SPLIT REDEFINES RUN-DATE-DATA.
         05  RUN-YYYY PIC 9(4).
         05  RUN-MM   PIC 9(2).
         05  RUN-DD   PIC 9(2).
         05  FILLER   PIC X(13).
       01  RUN-DATE-DISP PIC X(10) VALUE SPACE.
      * Quellen: Druckdatei, Versandindex, Art im Portal-Kopfsatz
      * und Stueckanfang (S = Leerzeile vor "Kontoauszug Nr.",
      * L = Trennlinie aus Bindestrichen).
       01  SOURCE-TABLE.
         05  FILLER PIC X(16) VALUE "statements.txt".
         05  FILLER PIC X(16) VALUE "stmtidx".
         05  FILLER PIC X(12) VALUE "KONTOAUSZUG".
         05  FILLER PIC X(01) VALUE "S".
         05  FILLER PIC X(16) VALUE "letters.txt".
         05  FILLER PIC X(16) VALUE "letteridx".
         05  FILLER PIC X(12) VALUE "BRIEF".
         05  FILLER PIC X(01) VALUE "L".
         05  FILLER PIC X(16) VALUE "yearletters.txt".
         05  FILLER PIC X(16) VALUE "yearidx".
         05  FILLER PIC X(12) VALUE "SALDENBEST".
         05  FILLER PIC X(01) VALUE "L".
       01  SOURCE-ENTRIES REDEFINES SOURCE-TABLE.
         05  SOURCE-ENTRY OCCURS 3 TIMES.
           10  SRC-PRINT PIC X(16).
           10  SRC-INDEX PIC X(16).
           10  SRC-KIND  PIC X(12).
           10  SRC-SPLIT PIC X(01).
       01  SOURCE-RESULTS.
         05  SOURCE-RESULT OCCURS 3 TIMES.
      *      Zustand: blank = kein Index, V = verteilt,
      *      F = Index ohne Druckdatei.
           10  SR-STATE     PIC X(01).
           10  SR-PAPER     PIC 9(05).
           10  SR-PORTAL    PIC 9(05).
           10  SR-HOLD      PIC 9(05).
           10  SR-UNINDEXED PIC 9(05).
           10  SR-SURPLUS   PIC 9(05).
           10  SR-SUPPRESSED PIC 9(05).
       01  SRC-IDX PIC 9(01).
       01  KD-TABLE.
         05  KD-ENTRY OCCURS 500 TIMES.
           10  KD-CUSTID   PIC 9(8).
           10  KD-NAME     PIC X(30).
           10  KD-STREET   PIC X(30).
           10  KD-CITY     PIC X(30).
           10  KD-DELIVERY PIC X(01).
       01  KD-COUNT PIC 9(03) VALUE 0.
       01  KD-IDX   PIC 9(03).
       01  LINK-TABLE.
         05  LINK-ENTRY OCCURS 1000 TIMES.
           10  LT-CUSTID    PIC 9(8).
           10  LT-BANKID    PIC 9(5).
           10  LT-ACCOUNTID PIC 9(10).
       01  LINK-COUNT PIC 9(04) VALUE 0.
       01  LINK-IDX   PIC 9(04).
       01  LOAD-EOF-SWITCH PIC X VALUE "N".
         88  LOAD-EOF VALUE "Y".
      * Ein Eintrag je Druckstueck in der Reihenfolge der Quellen.
       01  ITEM-TABLE.
         05  ITEM-ENTRY OCCURS 5000 TIMES.
           10  IT-CHANNEL   PIC X(01).
           10  IT-SOURCE    PIC 9(01).
           10  IT-CUST-IDX  PIC 9(03).
           10  IT-HOUSE-IDX PIC 9(04).
           10  IT-BANKID    PIC 9(5).
           10  IT-ACCOUNTID PIC 9(10).
           10  IT-LINES     PIC 9(05).
           10  IT-PAGES     PIC 9(03).
       01  ITEM-COUNT PIC 9(06) VALUE 0.
       01  ITEM-IDX   PIC 9(06).
      * Ein Eintrag je Papierumschlag (Haushalt).
       01  HOUSE-TABLE.
         05  HOUSE-ENTRY OCCURS 2000 TIMES.
           10  HH-KEY        PIC X(60).
           10  HH-CUST-IDX   PIC 9(03).
           10  HH-BANKID     PIC 9(5).
           10  HH-ACCOUNTID  PIC 9(10).
           10  HH-ITEMS      PIC 9(04).
           10  HH-PAGES      PIC 9(05).
           10  HH-NAME-COUNT PIC 9(01).
           10  HH-NAME OCCURS 3 TIMES PIC X(30).
           10  HH-MORE-NAMES PIC X(01).
       01  HOUSE-COUNT PIC 9(04) VALUE 0.
       01  HOUSE-IDX   PIC 9(04).
       01  NAME-IDX    PIC 9(01).
       01  HOUSE-KEY   PIC X(60).
       01  HOUSE-FOUND-SWITCH PIC X VALUE "N".
         88  HOUSE-FOUND VALUE "Y".
       01  NAME-FOUND-SWITCH PIC X VALUE "N".
         88  NAME-FOUND VALUE "Y".
       01  CUST-FOUND-SWITCH PIC X VALUE "N".
         88  CUST-FOUND VALUE "Y".
       01  TABLES-FULL-SWITCH PIC X VALUE "N".
         88  TABLES-FULL VALUE "Y".
       01  PRINT-EOF-SWITCH PIC X VALUE "N".
         88  PRINT-EOF VALUE "Y".
       01  PRTIDX-EOF-SWITCH PIC X VALUE "N".
         88  PRTIDX-EOF VALUE "Y".
       01  SWORK-EOF-SWITCH PIC X VALUE "N".
         88  SWORK-EOF VALUE "Y".
       01  ITEM-OPEN-SWITCH PIC X VALUE "N".
         88  ITEM-OPEN VALUE "Y".
       01  BODY-SEEN-SWITCH PIC X VALUE "N".
         88  BODY-SEEN VALUE "Y".
       01  NEW-ITEM-SWITCH PIC X VALUE "N".
         88  NEW-ITEM VALUE "Y".
      * Druckseite mit 60 Zeilen fuer die Seitenzahl im Deckblatt.
       01  PAGE-LINES PIC 9(02) VALUE 60.
       01  CURRENT-CHANNEL PIC X(01).
       01  CURRENT-HOUSE   PIC X(60).
       01  CURRENT-ITEM    PIC 9(06).
       01  ENVELOPE-COUNT  PIC 9(05) VALUE 0.
       01  PAPER-ITEMS     PIC 9(05) VALUE 0.
       01  PAPER-PAGES     PIC 9(06) VALUE 0.
       01  PORTAL-ITEMS    PIC 9(05) VALUE 0.
       01  HOLD-ITEMS      PIC 9(05) VALUE 0.
       01  NOCUST-ITEMS    PIC 9(05) VALUE 0.
       01  SAVED-ENVELOPES PIC 9(05) VALUE 0.
       01  PORTO-RATE      PIC 9(3)V99 VALUE 0.
       01  PORTO-SAVED     PIC 9(7)V99 VALUE 0.
       01  WORK-LINE    PIC X(90).
       01  CONTROL-LINE PIC X(100).
       01  PORTAL-HEADER.
         05  PH-TAG       PIC X(04) VALUE "*DOK".
         05  FILLER       PIC X(01) VALUE SPACE.
         05  PH-CUSTID    PIC 9(8).
         05  FILLER       PIC X(01) VALUE SPACE.
         05  PH-KIND      PIC X(12).
         05  FILLER       PIC X(01) VALUE SPACE.
         05  PH-BANKID    PIC 9(5).
         05  FILLER       PIC X(01) VALUE SPACE.
         05  PH-ACCOUNTID PIC 9(10).
         05  FILLER       PIC X(01) VALUE SPACE.
         05  PH-DATE      PIC 9(8).
         05  FILLER       PIC X(01) VALUE SPACE.
         05  PH-LINES     PIC 9(05).
       01  RL-COUNT  PIC Z(4)9.
       01  RL-COUNT2 PIC Z(4)9.
       01  RL-PAGES  PIC ZZ9.
       01  RL-PAGES2 PIC Z(5)9.
       01  RL-PORTO  PIC Z(6)9.99.

       PROCEDURE DIVISION.
           PERFORM LOAD-RUN-DATE
           PERFORM LOAD-PORTO
           PERFORM LOAD-CUSTOMERS
           PERFORM LOAD-LINKS
           INITIALIZE SOURCE-RESULTS
           OPEN OUTPUT DWORK
           PERFORM VARYING SRC-IDX FROM 1 BY 1
               UNTIL SRC-IDX > 3 OR TABLES-FULL
               PERFORM READ-ONE-SOURCE
           END-PERFORM
           CLOSE DWORK
           IF TABLES-FULL
               DISPLAY "*** Versandtabellen voll (5000 Stuecke bzw."
                   " 2000 Umschlaege) - nichts verteilt ***"
               PERFORM REMOVE-WORK-FILES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF ITEM-COUNT > 0
               SORT DSORT-FILE
                   ON ASCENDING KEY DS-CHANNEL DS-HOUSE DS-ITEM
                       DS-LINE
                   USING DWORK
                   GIVING SWORK
               PERFORM OPEN-DELIVERY-FILES
               PERFORM WRITE-DISTRIBUTION
               CLOSE MAIL-OUT
               CLOSE PORTAL-OUT
               CLOSE HOLDMAIL-OUT
           END-IF
           PERFORM WRITE-CONTROL-LIST
           PERFORM MARK-SOURCES-DONE
           PERFORM REMOVE-WORK-FILES
           PERFORM VARYING SRC-IDX FROM 1 BY 1 UNTIL SRC-IDX > 3
               IF SR-STATE(SRC-IDX) = "F"
                   OR SR-UNINDEXED(SRC-IDX) > 0
                   OR SR-SURPLUS(SRC-IDX) > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-PERFORM
           DISPLAY "Versand: " PAPER-ITEMS " Papier in "
               ENVELOPE-COUNT " Umschlaegen, " PORTAL-ITEMS
               " elektronisch, " HOLD-ITEMS " banklagernd."
           GOBACK.

       LOAD-RUN-DATE SECTION.
           MOVE 0 TO RUN-DATE-NUM
           OPEN INPUT BUSDATE-IN
           IF BUSDATE-IN-FILE-STATUS = "00"
               READ BUSDATE-IN
                   NOT AT END MOVE BUSDATE-IN-F TO RUN-DATE-NUM
               END-READ
               CLOSE BUSDATE-IN
           END-IF
           IF RUN-DATE-NUM = 0
               MOVE FUNCTION CURRENT-DATE TO RUN-DATE-DATA
           END-IF
           MOVE "TT.MM.JJJJ" TO RUN-DATE-DISP
           MOVE RUN-DD TO RUN-DATE-DISP(1:2)
           MOVE RUN-MM TO RUN-DATE-DISP(4:2)
           MOVE RUN-YYYY TO RUN-DATE-DISP(7:4)

           .
       LOAD-PORTO SECTION.
           OPEN INPUT PORTO-IN
           IF PORTO-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           READ PORTO-IN
               NOT AT END
                   IF PORTO-IN-F IS NUMERIC
                       MOVE PORTO-IN-F TO PORTO-RATE
                   END-IF
           END-READ
           CLOSE PORTO-IN

           .
       LOAD-CUSTOMERS SECTION.
           OPEN INPUT CUSTMAST-IN
           IF CUSTMAST-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF OR KD-COUNT >= 500
               READ CUSTMAST-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO KD-COUNT
                       MOVE CU-CUSTID-F TO KD-CUSTID(KD-COUNT)
                       MOVE CU-NAME-F TO KD-NAME(KD-COUNT)
                       MOVE CU-STREET-F TO KD-STREET(KD-COUNT)
                       MOVE CU-CITY-F TO KD-CITY(KD-COUNT)
                       MOVE CU-DELIVERY-F TO KD-DELIVERY(KD-COUNT)
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
           PERFORM UNTIL LOAD-EOF OR LINK-COUNT >= 1000
               READ CUSTLINK-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO LINK-COUNT
                       MOVE CL-CUSTID-F TO LT-CUSTID(LINK-COUNT)
                       MOVE CL-BANKID-F TO LT-BANKID(LINK-COUNT)
                       MOVE CL-ACCOUNTID-F TO LT-ACCOUNTID(LINK-COUNT)
               END-READ
           END-PERFORM
           CLOSE CUSTLINK-IN

           .
       READ-ONE-SOURCE SECTION.
      *    Ohne Versandindex bleibt die Druckdatei unverteilt und
      *    wird wie bisher als Ganzes gedruckt.
           MOVE SPACES TO PRTIDX-IN-NAME
           STRING FUNCTION TRIM(SRC-INDEX(SRC-IDX)) ".txt"
               DELIMITED BY SIZE INTO PRTIDX-IN-NAME
           OPEN INPUT PRTIDX-IN
           IF PRTIDX-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE SRC-PRINT(SRC-IDX) TO PRINT-IN-NAME
           OPEN INPUT PRINT-IN
           IF PRINT-IN-FILE-STATUS NOT = "00"
               CLOSE PRTIDX-IN
               MOVE "F" TO SR-STATE(SRC-IDX)
               EXIT SECTION
           END-IF
           MOVE "N" TO PRINT-EOF-SWITCH
           MOVE "N" TO PRTIDX-EOF-SWITCH
           MOVE "N" TO ITEM-OPEN-SWITCH
           PERFORM UNTIL PRINT-EOF OR TABLES-FULL
               READ PRINT-IN
                   AT END SET PRINT-EOF TO TRUE
                   NOT AT END PERFORM TAKE-PRINT-LINE
               END-READ
           END-PERFORM
           IF ITEM-OPEN AND NOT TABLES-FULL
               PERFORM CLOSE-ITEM
           END-IF
      *    Uebrige Indexsaetze ohne Druckstueck deuten auf eine
      *    abgebrochene oder fremde Druckdatei.
           PERFORM UNTIL PRTIDX-EOF
               READ PRTIDX-IN
                   AT END SET PRTIDX-EOF TO TRUE
                   NOT AT END ADD 1 TO SR-SURPLUS(SRC-IDX)
               END-READ
           END-PERFORM
           CLOSE PRINT-IN
           CLOSE PRTIDX-IN
           MOVE "V" TO SR-STATE(SRC-IDX)

           .
       TAKE-PRINT-LINE SECTION.
      *    Auszuege beginnen mit einer Leerzeile; weil auch eine
      *    leere Anschriftzeile vorkommen kann, zaehlt sie erst nach
      *    der Zeile "Kontoauszug Nr." als neuer Anfang. Briefe
      *    beginnen mit der Trennlinie.
           MOVE "N" TO NEW-ITEM-SWITCH
           IF SRC-SPLIT(SRC-IDX) = "S"
               IF PRINT-IN-F = SPACES
                   AND (NOT ITEM-OPEN OR BODY-SEEN)
                   SET NEW-ITEM TO TRUE
               END-IF
           ELSE
               IF PRINT-IN-F(1:80) = ALL "-"
                   SET NEW-ITEM TO TRUE
               END-IF
           END-IF
           IF NEW-ITEM OR NOT ITEM-OPEN
               IF ITEM-OPEN
                   PERFORM CLOSE-ITEM
               END-IF
               PERFORM OPEN-ITEM
               IF TABLES-FULL
                   EXIT SECTION
               END-IF
           END-IF
           IF PRINT-IN-F(1:16) = "Kontoauszug Nr. "
               SET BODY-SEEN TO TRUE
           END-IF
           ADD 1 TO IT-LINES(ITEM-COUNT)
           IF IT-CHANNEL(ITEM-COUNT) = "-"
               EXIT SECTION
           END-IF
           MOVE IT-CHANNEL(ITEM-COUNT) TO DW-CHANNEL
           MOVE HOUSE-KEY TO DW-HOUSE
           MOVE ITEM-COUNT TO DW-ITEM
           MOVE IT-LINES(ITEM-COUNT) TO DW-LINE
           MOVE PRINT-IN-F TO DW-TEXT
           WRITE DWORK-REC

           .
       OPEN-ITEM SECTION.
           IF ITEM-COUNT >= 5000
               SET TABLES-FULL TO TRUE
               EXIT SECTION
           END-IF
           ADD 1 TO ITEM-COUNT
           SET ITEM-OPEN TO TRUE
           MOVE "N" TO BODY-SEEN-SWITCH
           INITIALIZE ITEM-ENTRY(ITEM-COUNT)
           MOVE SRC-IDX TO IT-SOURCE(ITEM-COUNT)
           IF NOT PRTIDX-EOF
               READ PRTIDX-IN
                   AT END SET PRTIDX-EOF TO TRUE
               END-READ
           END-IF
           IF PRTIDX-EOF
               ADD 1 TO SR-UNINDEXED(SRC-IDX)
           ELSE
               MOVE IX-BANKID TO IT-BANKID(ITEM-COUNT)
               MOVE IX-ACCOUNTID TO IT-ACCOUNTID(ITEM-COUNT)
      *        Kanal "-": laut Produkt kein Versand des Tagesauszugs.
               IF IX-DISPATCH = "M" OR IX-DISPATCH = "N"
                   MOVE "-" TO IT-CHANNEL(ITEM-COUNT)
                   ADD 1 TO SR-SUPPRESSED(SRC-IDX)
                   EXIT SECTION
               END-IF
           END-IF
           PERFORM FIND-ITEM-CUSTOMER
           IF CUST-FOUND
               MOVE KD-IDX TO IT-CUST-IDX(ITEM-COUNT)
               MOVE KD-DELIVERY(KD-IDX) TO IT-CHANNEL(ITEM-COUNT)
           END-IF
           IF IT-CHANNEL(ITEM-COUNT) NOT = "E"
               AND IT-CHANNEL(ITEM-COUNT) NOT = "H"
               MOVE "P" TO IT-CHANNEL(ITEM-COUNT)
           END-IF
           MOVE SPACES TO HOUSE-KEY
           EVALUATE IT-CHANNEL(ITEM-COUNT)
               WHEN "P"
                   ADD 1 TO SR-PAPER(SRC-IDX)
                   PERFORM FIND-HOUSEHOLD
                   MOVE HOUSE-IDX TO IT-HOUSE-IDX(ITEM-COUNT)
               WHEN "E"
                   ADD 1 TO SR-PORTAL(SRC-IDX)
                   MOVE KD-CUSTID(KD-IDX) TO HOUSE-KEY(1:8)
               WHEN OTHER
                   ADD 1 TO SR-HOLD(SRC-IDX)
                   MOVE KD-CUSTID(KD-IDX) TO HOUSE-KEY(1:8)
           END-EVALUATE

           .
       FIND-ITEM-CUSTOMER SECTION.
           MOVE "N" TO CUST-FOUND-SWITCH
           IF IT-ACCOUNTID(ITEM-COUNT) = 0
               EXIT SECTION
           END-IF
           PERFORM VARYING LINK-IDX FROM 1 BY 1
               UNTIL LINK-IDX > LINK-COUNT OR CUST-FOUND
               IF LT-BANKID(LINK-IDX) = IT-BANKID(ITEM-COUNT)
                   AND LT-ACCOUNTID(LINK-IDX) =
                       IT-ACCOUNTID(ITEM-COUNT)
                   PERFORM VARYING KD-IDX FROM 1 BY 1
                       UNTIL KD-IDX > KD-COUNT OR CUST-FOUND
                       IF KD-CUSTID(KD-IDX) = LT-CUSTID(LINK-IDX)
                           SET CUST-FOUND TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF CUST-FOUND
               SUBTRACT 1 FROM KD-IDX
           END-IF

           .
       FIND-HOUSEHOLD SECTION.
      *    Haushalt = gleiche Strasse und gleicher Ort. Stuecke ohne
      *    Kundenanschrift bekommen je einen eigenen Umschlag.
           IF CUST-FOUND
               MOVE FUNCTION UPPER-CASE(KD-STREET(KD-IDX))
                   TO HOUSE-KEY(1:30)
               MOVE FUNCTION UPPER-CASE(KD-CITY(KD-IDX))
                   TO HOUSE-KEY(31:30)
           ELSE
               MOVE "~" TO HOUSE-KEY(1:1)
               MOVE ITEM-COUNT TO HOUSE-KEY(2:6)
           END-IF
           MOVE "N" TO HOUSE-FOUND-SWITCH
           IF CUST-FOUND
               PERFORM VARYING HOUSE-IDX FROM 1 BY 1
                   UNTIL HOUSE-IDX > HOUSE-COUNT OR HOUSE-FOUND
                   IF HH-KEY(HOUSE-IDX) = HOUSE-KEY
                       SET HOUSE-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF HOUSE-FOUND
               SUBTRACT 1 FROM HOUSE-IDX
           ELSE
               IF HOUSE-COUNT >= 2000
                   SET TABLES-FULL TO TRUE
                   MOVE 0 TO HOUSE-IDX
                   EXIT SECTION
               END-IF
               ADD 1 TO HOUSE-COUNT
               MOVE HOUSE-COUNT TO HOUSE-IDX
               INITIALIZE HOUSE-ENTRY(HOUSE-IDX)
               MOVE HOUSE-KEY TO HH-KEY(HOUSE-IDX)
               MOVE IT-BANKID(ITEM-COUNT) TO HH-BANKID(HOUSE-IDX)
               MOVE IT-ACCOUNTID(ITEM-COUNT)
                   TO HH-ACCOUNTID(HOUSE-IDX)
               IF CUST-FOUND
                   MOVE KD-IDX TO HH-CUST-IDX(HOUSE-IDX)
               ELSE
                   ADD 1 TO NOCUST-ITEMS
               END-IF
           END-IF
           IF NOT CUST-FOUND
               EXIT SECTION
           END-IF
      *    Jeder Empfaenger des Haushalts steht auf dem Deckblatt,
      *    hoechstens drei mit Namen.
           MOVE "N" TO NAME-FOUND-SWITCH
           PERFORM VARYING NAME-IDX FROM 1 BY 1
               UNTIL NAME-IDX > HH-NAME-COUNT(HOUSE-IDX)
                   OR NAME-FOUND
               IF HH-NAME(HOUSE-IDX, NAME-IDX) = KD-NAME(KD-IDX)
                   SET NAME-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT NAME-FOUND
               IF HH-NAME-COUNT(HOUSE-IDX) < 3
                   ADD 1 TO HH-NAME-COUNT(HOUSE-IDX)
                   MOVE KD-NAME(KD-IDX) TO
                       HH-NAME(HOUSE-IDX, HH-NAME-COUNT(HOUSE-IDX))
               ELSE
                   MOVE "Y" TO HH-MORE-NAMES(HOUSE-IDX)
               END-IF
           END-IF

           .
       CLOSE-ITEM SECTION.
           MOVE "N" TO ITEM-OPEN-SWITCH
           COMPUTE IT-PAGES(ITEM-COUNT) =
               (IT-LINES(ITEM-COUNT) + PAGE-LINES - 1) / PAGE-LINES
           IF IT-CHANNEL(ITEM-COUNT) = "P"
               MOVE IT-HOUSE-IDX(ITEM-COUNT) TO HOUSE-IDX
               ADD 1 TO HH-ITEMS(HOUSE-IDX)
               ADD IT-PAGES(ITEM-COUNT) TO HH-PAGES(HOUSE-IDX)
           END-IF

           .
       OPEN-DELIVERY-FILES SECTION.
           OPEN EXTEND MAIL-OUT
           IF MAIL-OUT-FILE-STATUS NOT = "00"
               OPEN OUTPUT MAIL-OUT
           END-IF
           OPEN EXTEND PORTAL-OUT
           IF PORTAL-OUT-FILE-STATUS NOT = "00"
               OPEN OUTPUT PORTAL-OUT
           END-IF
           OPEN EXTEND HOLDMAIL-OUT
           IF HOLDMAIL-OUT-FILE-STATUS NOT = "00"
               OPEN OUTPUT HOLDMAIL-OUT
           END-IF

           .
       WRITE-DISTRIBUTION SECTION.
      *    Die sortierte Arbeitsdatei liefert die Stuecke je Kanal
      *    und Haushalt bzw. Kunde zusammen; beim Wechsel kommt das
      *    Deckblatt, beim neuen Stueck im Portal der Kopfsatz.
           MOVE SPACES TO CURRENT-CHANNEL
           MOVE SPACES TO CURRENT-HOUSE
           MOVE 0 TO CURRENT-ITEM
           MOVE "N" TO SWORK-EOF-SWITCH
           OPEN INPUT SWORK
           PERFORM UNTIL SWORK-EOF
               READ SWORK
                   AT END SET SWORK-EOF TO TRUE
                   NOT AT END PERFORM WRITE-ONE-WORK-LINE
               END-READ
           END-PERFORM
           CLOSE SWORK

           .
       WRITE-ONE-WORK-LINE SECTION.
           IF SW-CHANNEL NOT = CURRENT-CHANNEL
               OR SW-HOUSE NOT = CURRENT-HOUSE
               MOVE SW-CHANNEL TO CURRENT-CHANNEL
               MOVE SW-HOUSE TO CURRENT-HOUSE
               MOVE SW-ITEM TO ITEM-IDX
               EVALUATE SW-CHANNEL
                   WHEN "P" PERFORM WRITE-COVER-SHEET
                   WHEN "H" PERFORM WRITE-HOLD-SHEET
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-IF
           IF SW-ITEM NOT = CURRENT-ITEM
               MOVE SW-ITEM TO CURRENT-ITEM
               MOVE SW-ITEM TO ITEM-IDX
               EVALUATE SW-CHANNEL
                   WHEN "P"
                       ADD 1 TO PAPER-ITEMS
                       ADD IT-PAGES(ITEM-IDX) TO PAPER-PAGES
                   WHEN "E"
                       ADD 1 TO PORTAL-ITEMS
                       PERFORM WRITE-PORTAL-HEADER
                   WHEN OTHER
                       ADD 1 TO HOLD-ITEMS
               END-EVALUATE
           END-IF
           EVALUATE SW-CHANNEL
               WHEN "P" WRITE MAIL-OUT-F FROM SW-TEXT
               WHEN "E" WRITE PORTAL-OUT-F FROM SW-TEXT
               WHEN OTHER WRITE HOLDMAIL-OUT-F FROM SW-TEXT
           END-EVALUATE

           .
       WRITE-COVER-SHEET SECTION.
           ADD 1 TO ENVELOPE-COUNT
           MOVE IT-HOUSE-IDX(ITEM-IDX) TO HOUSE-IDX
           MOVE ALL "=" TO MAIL-OUT-F
           WRITE MAIL-OUT-F
           MOVE SPACES TO WORK-LINE
           STRING "Versandumschlag " ENVELOPE-COUNT
               "   Geschaeftstag " RUN-DATE-DISP
               DELIMITED BY SIZE INTO WORK-LINE
           WRITE MAIL-OUT-F FROM WORK-LINE
           WRITE MAIL-OUT-F FROM SPACE
           IF HH-CUST-IDX(HOUSE-IDX) = 0
               MOVE SPACES TO WORK-LINE
               IF HH-ACCOUNTID(HOUSE-IDX) = 0
                   STRING "Hausmitteilung an die Bankleitung, Bank "
                       HH-BANKID(HOUSE-IDX)
                       DELIMITED BY SIZE INTO WORK-LINE
               ELSE
                   STRING "Ohne Kundenanschrift - Bank "
                       HH-BANKID(HOUSE-IDX) " Konto "
                       HH-ACCOUNTID(HOUSE-IDX)
                       ", bitte von Hand adressieren"
                       DELIMITED BY SIZE INTO WORK-LINE
               END-IF
               WRITE MAIL-OUT-F FROM WORK-LINE
           ELSE
               PERFORM VARYING NAME-IDX FROM 1 BY 1
                   UNTIL NAME-IDX > HH-NAME-COUNT(HOUSE-IDX)
                   WRITE MAIL-OUT-F FROM HH-NAME(HOUSE-IDX, NAME-IDX)
               END-PERFORM
               IF HH-MORE-NAMES(HOUSE-IDX) = "Y"
                   MOVE "und weitere Empfaenger im Haushalt"
                       TO WORK-LINE
                   WRITE MAIL-OUT-F FROM WORK-LINE
               END-IF
               MOVE HH-CUST-IDX(HOUSE-IDX) TO KD-IDX
               WRITE MAIL-OUT-F FROM KD-STREET(KD-IDX)
               WRITE MAIL-OUT-F FROM KD-CITY(KD-IDX)
           END-IF
           WRITE MAIL-OUT-F FROM SPACE
           MOVE HH-ITEMS(HOUSE-IDX) TO RL-COUNT
           MOVE HH-PAGES(HOUSE-IDX) TO RL-COUNT2
           MOVE SPACES TO WORK-LINE
           STRING "Inhalt: " FUNCTION TRIM(RL-COUNT)
               " Schriftstueck(e), " FUNCTION TRIM(RL-COUNT2)
               " Seite(n) ohne Deckblatt"
               DELIMITED BY SIZE INTO WORK-LINE
           WRITE MAIL-OUT-F FROM WORK-LINE
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
               UNTIL ITEM-IDX > ITEM-COUNT
               IF IT-CHANNEL(ITEM-IDX) = "P"
                   AND IT-HOUSE-IDX(ITEM-IDX) = HOUSE-IDX
                   PERFORM WRITE-CONTENT-LINE
               END-IF
           END-PERFORM
           MOVE ALL "=" TO MAIL-OUT-F
           WRITE MAIL-OUT-F

           .
       WRITE-CONTENT-LINE SECTION.
           MOVE IT-SOURCE(ITEM-IDX) TO SRC-IDX
           MOVE IT-PAGES(ITEM-IDX) TO RL-PAGES
           MOVE SPACES TO WORK-LINE
           STRING "  " SRC-KIND(SRC-IDX) " Bank " IT-BANKID(ITEM-IDX)
               " Konto " IT-ACCOUNTID(ITEM-IDX) "  " RL-PAGES
               " Seite(n)"
               DELIMITED BY SIZE INTO WORK-LINE
           WRITE MAIL-OUT-F FROM WORK-LINE

           .
       WRITE-HOLD-SHEET SECTION.
           MOVE IT-CUST-IDX(ITEM-IDX) TO KD-IDX
           MOVE ALL "=" TO HOLDMAIL-OUT-F
           WRITE HOLDMAIL-OUT-F
           MOVE SPACES TO WORK-LINE
           STRING "Banklagernd fuer Kunde " KD-CUSTID(KD-IDX) " "
               FUNCTION TRIM(KD-NAME(KD-IDX))
               DELIMITED BY SIZE INTO WORK-LINE
           WRITE HOLDMAIL-OUT-F FROM WORK-LINE
           MOVE SPACES TO WORK-LINE
           STRING "Abgelegt zum Geschaeftstag " RUN-DATE-DISP
               DELIMITED BY SIZE INTO WORK-LINE
           WRITE HOLDMAIL-OUT-F FROM WORK-LINE

           .
       WRITE-PORTAL-HEADER SECTION.
           MOVE IT-CUST-IDX(ITEM-IDX) TO KD-IDX
           MOVE IT-SOURCE(ITEM-IDX) TO SRC-IDX
           MOVE KD-CUSTID(KD-IDX) TO PH-CUSTID
           MOVE SRC-KIND(SRC-IDX) TO PH-KIND
           MOVE IT-BANKID(ITEM-IDX) TO PH-BANKID
           MOVE IT-ACCOUNTID(ITEM-IDX) TO PH-ACCOUNTID
           MOVE RUN-DATE-NUM TO PH-DATE
           MOVE IT-LINES(ITEM-IDX) TO PH-LINES
           WRITE PORTAL-OUT-F FROM PORTAL-HEADER

           .
       WRITE-CONTROL-LIST SECTION.
           OPEN OUTPUT CONTROL-OUT
           MOVE SPACES TO CONTROL-LINE
           STRING "Kontrolliste Versandsteuerung Geschaeftstag "
               RUN-DATE-DISP
               DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-OUT-F FROM CONTROL-LINE
           WRITE CONTROL-OUT-F FROM SPACE
           PERFORM VARYING SRC-IDX FROM 1 BY 1 UNTIL SRC-IDX > 3
               PERFORM WRITE-SOURCE-LINE
           END-PERFORM
           WRITE CONTROL-OUT-F FROM SPACE
           MOVE PAPER-ITEMS TO RL-COUNT
           MOVE ENVELOPE-COUNT TO RL-COUNT2
           MOVE PAPER-PAGES TO RL-PAGES2
           MOVE SPACES TO CONTROL-LINE
           STRING "Papier (mailpack.txt):       " RL-COUNT
               " Stuecke in " FUNCTION TRIM(RL-COUNT2)
               " Umschlaegen, " FUNCTION TRIM(RL-PAGES2)
               " Seiten"
               DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-OUT-F FROM CONTROL-LINE
           MOVE NOCUST-ITEMS TO RL-COUNT
           MOVE SPACES TO CONTROL-LINE
           STRING "  davon ohne Kundenanschrift:" RL-COUNT
               " (je ein eigener Umschlag)"
               DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-OUT-F FROM CONTROL-LINE
           MOVE PORTAL-ITEMS TO RL-COUNT
           MOVE SPACES TO CONTROL-LINE
           STRING "Elektronisch (portal.txt):   " RL-COUNT
               " Stuecke"
               DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-OUT-F FROM CONTROL-LINE
           MOVE HOLD-ITEMS TO RL-COUNT
           MOVE SPACES TO CONTROL-LINE
           STRING "Banklagernd (holdmail.txt):  " RL-COUNT
               " Stuecke"
               DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-OUT-F FROM CONTROL-LINE
      *    Ohne Verteilung waere jedes Stueck ein eigener Brief.
           COMPUTE SAVED-ENVELOPES = PAPER-ITEMS + PORTAL-ITEMS
               + HOLD-ITEMS - ENVELOPE-COUNT
           MOVE SAVED-ENVELOPES TO RL-COUNT
           MOVE SPACES TO CONTROL-LINE
           STRING "Eingesparte Umschlaege:      " RL-COUNT
               DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-OUT-F FROM CONTROL-LINE
           IF PORTO-RATE > 0
               COMPUTE PORTO-SAVED = SAVED-ENVELOPES * PORTO-RATE
               MOVE PORTO-SAVED TO RL-PORTO
               MOVE SPACES TO CONTROL-LINE
               STRING "Eingespartes Porto:     " RL-PORTO " EUR"
                   DELIMITED BY SIZE INTO CONTROL-LINE
               WRITE CONTROL-OUT-F FROM CONTROL-LINE
           END-IF
           CLOSE CONTROL-OUT

           .
       WRITE-SOURCE-LINE SECTION.
           MOVE SPACES TO CONTROL-LINE
           EVALUATE SR-STATE(SRC-IDX)
               WHEN "V"
                   STRING SRC-PRINT(SRC-IDX) " Papier "
                       SR-PAPER(SRC-IDX) "  elektronisch "
                       SR-PORTAL(SRC-IDX) "  banklagernd "
                       SR-HOLD(SRC-IDX)
                       DELIMITED BY SIZE INTO CONTROL-LINE
               WHEN "F"
                   STRING SRC-PRINT(SRC-IDX)
                       " *** Versandindex ohne Druckdatei -"
                       " nicht verteilt ***"
                       DELIMITED BY SIZE INTO CONTROL-LINE
               WHEN OTHER
                   STRING SRC-PRINT(SRC-IDX)
                       " kein offener Versandindex - nicht verteilt"
                       DELIMITED BY SIZE INTO CONTROL-LINE
           END-EVALUATE
           WRITE CONTROL-OUT-F FROM CONTROL-LINE
           IF SR-UNINDEXED(SRC-IDX) > 0
               MOVE SR-UNINDEXED(SRC-IDX) TO RL-COUNT
               MOVE SPACES TO CONTROL-LINE
               STRING "  *** " FUNCTION TRIM(RL-COUNT)
                   " Stueck(e) ohne Versandsatz - als Papier"
                   " ohne Anschrift verteilt ***"
                   DELIMITED BY SIZE INTO CONTROL-LINE
               WRITE CONTROL-OUT-F FROM CONTROL-LINE
           END-IF
           IF SR-SUPPRESSED(SRC-IDX) > 0
               MOVE SR-SUPPRESSED(SRC-IDX) TO RL-COUNT
               MOVE SPACES TO CONTROL-LINE
               STRING "  " FUNCTION TRIM(RL-COUNT)
                   " Stueck(e) laut Produkt ohne Versand"
                   DELIMITED BY SIZE INTO CONTROL-LINE
               WRITE CONTROL-OUT-F FROM CONTROL-LINE
           END-IF
           IF SR-SURPLUS(SRC-IDX) > 0
               MOVE SR-SURPLUS(SRC-IDX) TO RL-COUNT
               MOVE SPACES TO CONTROL-LINE
               STRING "  *** " FUNCTION TRIM(RL-COUNT)
                   " Versandsatz/-saetze ohne Druckstueck ***"
                   DELIMITED BY SIZE INTO CONTROL-LINE
               WRITE CONTROL-OUT-F FROM CONTROL-LINE
           END-IF

           .
       MARK-SOURCES-DONE SECTION.
           PERFORM VARYING SRC-IDX FROM 1 BY 1 UNTIL SRC-IDX > 3
               IF SR-STATE(SRC-IDX) = "V"
                   MOVE SPACES TO SYSTEM-COMMAND
                   STRING "mv " FUNCTION TRIM(SRC-INDEX(SRC-IDX))
                       ".txt " FUNCTION TRIM(SRC-INDEX(SRC-IDX))
                       ".done"
                       DELIMITED BY SIZE INTO SYSTEM-COMMAND
                   CALL "SYSTEM" USING SYSTEM-COMMAND
               END-IF
           END-PERFORM

           .
       REMOVE-WORK-FILES SECTION.
           MOVE "rm -f distrib1.wrk distrib2.wrk" TO SYSTEM-COMMAND
           CALL "SYSTEM" USING SYSTEM-COMMAND

           .
