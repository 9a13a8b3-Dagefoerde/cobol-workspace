      * Konto-Auskunftsplatz fuer den Kundendienst: Bediener gibt
      * Bank und Konto einmal ein und bekommt das Gesamtbild -
      * Schlusssaldo (bevorzugt per Schluessel aus balmast.dat,
      * sonst aus extract.txt), Stammstatus und Inhaber per
      * Schluessel aus acctmast.dat, Dispolimit aus odlimits.txt,
      * die heutigen Buchungen des Kontos aus dem Eingabestrom
      * (filelist.txt bzw. input.txt) und die juengsten Ereignisse
      * des Kontos aus opsfeed.txt. Mit K springt die Auskunft zum
      * naechsten Konto desselben Kunden (custlink.dat ueber den
      * Kundennummer-Schluessel). Bank 0 beendet.
      * Statt der Bankleitzahl fuehrt N zur Suche nach dem
      * Kundennamen: ab dem eingegebenen Namensanfang werden die
      * Kunden ueber den Namens-Schluessel von custmast.dat mit
      * ihren Konten gelistet; die Auswahl einer Kontonummer aus der
      * Liste zeigt dieses Konto. Fehlen die indizierten Bestaende,
      * baut MASTIDX_M sie aus den .txt-Dateien auf.
      * Liegt ein Vormerkungsbestand holds.txt vor, steht neben
      * jedem Schlusssaldo der verfuegbare Saldo (abzueglich der zum
      * Geschaeftsdatum wirksamen Vormerkungen derselben Waehrung),
      * und die wirksamen Vormerkungen des Kontos werden gelistet.
      * Ein vorlaeufiger Saldo aus dem Zwischenlauf INTRADAY_M ist
      * als Zwischenstand gekennzeichnet, mit dem letzten
      * endgueltigen Schlusssaldo daneben.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT EXTRACT-IN ASSIGN TO "extract.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-IN-FILE-STATUS.
           SELECT ACCTMAST-IN ASSIGN TO "acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-KEY-F
               FILE STATUS IS ACCTMAST-IN-FILE-STATUS.
           SELECT ODLIMIT-IN ASSIGN TO "odlimits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ODLIMIT-IN-FILE-STATUS.
           SELECT CUSTLINK-IN ASSIGN TO "custlink.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY-F
               ALTERNATE RECORD KEY IS CL-CUSTID-F WITH DUPLICATES
               FILE STATUS IS CUSTLINK-IN-FILE-STATUS.
           SELECT CUSTMAST-IN ASSIGN TO "custmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTID-F
               ALTERNATE RECORD KEY IS CU-NAME-F WITH DUPLICATES
               FILE STATUS IS CUSTMAST-IN-FILE-STATUS.
           SELECT TRANSACTION-IN ASSIGN TO TRANSACTION-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-IN-FILE-STATUS.
           SELECT OPSFEED-IN ASSIGN TO "opsfeed.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPSFEED-IN-FILE-STATUS.
           SELECT HOLDS-IN ASSIGN TO "holds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDS-IN-FILE-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-IN-FILE-STATUS.
           SELECT BALMAST-IN ASSIGN TO "balmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
         05  EX-AMOUNT     PIC S9(8)V99 SIGN IS LEADING SEPARATE.
       FD ACCTMAST-IN.
       01  ACCTMAST-IN-F.
         05  AM-KEY-F.
           10  AM-BANKID-F    PIC 9(5).
           10  AM-ACCOUNTID-F PIC 9(10).
         05  AM-NAME-F      PIC X(30).
         05  AM-STATUS-F    PIC X(01).
         05  AM-IBAN-F      PIC X(34).
         05  AM-PRODUCT-F   PIC X(04).
       FD ODLIMIT-IN.
       01  ODLIMIT-IN-F.
         05  OL-BANKID-F    PIC 9(5).
       FD CUSTLINK-IN.
       01  CUSTLINK-IN-F.
         05  CL-CUSTID-F    PIC 9(8).
         05  CL-KEY-F.
           10  CL-BANKID-F    PIC 9(5).
           10  CL-ACCOUNTID-F PIC 9(10).
       FD CUSTMAST-IN.
       01  CUSTMAST-IN-F.
         05  CU-CUSTID-F PIC 9(8).
         05  CU-NAME-F   PIC X(30).
         05  CU-STREET-F PIC X(30).
         05  CU-CITY-F   PIC X(30).
         05  CU-TAXID-F  PIC X(15).
         05  CU-DELIVERY-F PIC X(01).
       FD TRANSACTION-IN.
       01  TRANSACTION-IN-F.
         05  TI-BANKID-F    PIC 9(5).
         05  OP-ACCOUNTID-F PIC 9(10).
         05  FILLER         PIC X(01).
         05  OP-TEXT-F      PIC X(60).
       FD HOLDS-IN.
       01  HOLDS-IN-F.
         05  HO-BANKID-F    PIC 9(5).
         05  HO-ACCOUNTID-F PIC 9(10).
         05  HO-REFERENCE-F PIC X(20).
         05  HO-AMOUNT-F    PIC 9(8)V99.
         05  HO-CURR-F      PIC X(03).
         05  HO-REASON-F    PIC X(01).
         05  HO-EXPIRY-F    PIC 9(8).
       FD BUSDATE-IN.
       01  BUSDATE-IN-F PIC 9(8).
       FD BALMAST-IN.
       01  BALMAST-F.
         05  BM-KEY.
         05  BM-BALANCE  PIC S9(8)V99 SIGN IS LEADING SEPARATE.
         05  BM-TXNS     PIC 9(8).
         05  BM-LASTACT  PIC 9(8).
         05  BM-STATE    PIC X(01).
         05  BM-CLOSE    PIC S9(8)V99 SIGN IS LEADING SEPARATE.
       WORKING-STORAGE SECTION.
       01  EXTRACT-IN-FILE-STATUS PIC X(02).
       01  BALMAST-IN-FILE-STATUS PIC X(02).
       01  ACCTMAST-IN-FILE-STATUS PIC X(02).
       01  ODLIMIT-IN-FILE-STATUS  PIC X(02).
       01  CUSTLINK-IN-FILE-STATUS PIC X(02).
       01  CUSTMAST-IN-FILE-STATUS PIC X(02).
       01  TRANSACTION-IN-FILE-STATUS PIC X(02).
       01  FILELIST-IN-FILE-STATUS PIC X(02).
       01  OPSFEED-IN-FILE-STATUS  PIC X(02).
       01  HOLDS-IN-FILE-STATUS    PIC X(02).
       01  BUSDATE-IN-FILE-STATUS  PIC X(02).
       01  TRANSACTION-IN-NAME PIC X(40) VALUE "input.txt".
       01  LOAD-EOF-SWITCH PIC X VALUE "N".
         88  LOAD-EOF VALUE "Y".
         88  EOF VALUE "X".
       01  FEED-EOF-SWITCH PIC X VALUE "N".
         88  FEED-EOF VALUE "Y".
       01  ACCTMAST-OPEN-SWITCH PIC X VALUE "N".
         88  ACCTMAST-OPEN VALUE "Y".
       01  CUSTLINK-OPEN-SWITCH PIC X VALUE "N".
         88  CUSTLINK-OPEN VALUE "Y".
       01  CUSTMAST-OPEN-SWITCH PIC X VALUE "N".
         88  CUSTMAST-OPEN VALUE "Y".
       01  LIMIT-TABLE.
         05  LIMIT-ENTRY OCCURS 500 TIMES.
           10  LI-BANKID    PIC 9(5).
           10  LI-LIMIT     PIC 9(8)V99.
       01  LIMIT-COUNT PIC 9(03) VALUE 0.
       01  LIMIT-IDX   PIC 9(03).
       01  THIS-CUSTID PIC 9(8) VALUE 0.
       01  FIRST-BANKID    PIC 9(5) VALUE 0.
       01  FIRST-ACCOUNTID PIC 9(10) VALUE 0.
       01  LINK-EOF-SWITCH PIC X VALUE "N".
         88  LINK-EOF VALUE "Y".
       01  LINK-PASSED-SWITCH PIC X VALUE "N".
         88  LINK-PASSED VALUE "Y".
       01  NEXT-FOUND-SWITCH PIC X VALUE "N".
         88  NEXT-FOUND VALUE "Y".
      * Kundensuche nach Name: Treffer-Konten zur Auswahl, hoechstens
      * 20 Kunden je Suche.
       01  ASK-INPUT     PIC X(10).
       01  ASK-NAME      PIC X(30).
       01  ASK-NAME-LEN  PIC 9(02) VALUE 0.
       01  ASK-PICK      PIC 9(02) VALUE 0.
       01  ACCOUNT-CHOSEN-SWITCH PIC X VALUE "N".
         88  ACCOUNT-CHOSEN VALUE "Y".
       01  NAME-EOF-SWITCH PIC X VALUE "N".
         88  NAME-EOF VALUE "Y".
       01  NAME-CUST-COUNT PIC 9(02) VALUE 0.
       01  PICK-TABLE.
         05  PICK-ENTRY OCCURS 60 TIMES.
           10  PK-BANKID    PIC 9(5).
           10  PK-ACCOUNTID PIC 9(10).
       01  PICK-COUNT PIC 9(02) VALUE 0.
       01  PICK-DISP  PIC Z9.
       01  MASTIDX-SAVE-RC PIC S9(4) COMP VALUE 0.
       01  DETAIL-SHOWN PIC 9(03) VALUE 0.
       01  EVENT-SHOWN  PIC 9(03) VALUE 0.
       01  NEXT-CHOICE PIC X(01) VALUE SPACE.
         88  CHOICE-NEXT-ACCT VALUE "K" "k".
       01  LIMIT-DISP PIC Z(7)9.99.
      * Wirksame Vormerkungen (Ablauf 0 oder nicht vor dem
      * Geschaeftsdatum aus busdate.txt, sonst Systemdatum).
       01  HOLD-TABLE.
         05  HOLD-ENTRY OCCURS 2000 TIMES.
           10  HT-BANKID    PIC 9(5).
           10  HT-ACCOUNTID PIC 9(10).
           10  HT-REFERENCE PIC X(20).
           10  HT-AMOUNT    PIC 9(8)V99.
           10  HT-CURR      PIC X(03).
           10  HT-REASON    PIC X(01).
           10  HT-EXPIRY    PIC 9(8).
       01  HOLD-COUNT PIC 9(04) VALUE 0.
       01  HOLD-IDX   PIC 9(04).
       01  HOLDS-LOADED-SWITCH PIC X VALUE "N".
         88  HOLDS-LOADED VALUE "Y".
       01  HOLD-SHOWN PIC 9(04) VALUE 0.
       01  HOLD-WORK-CURR PIC X(03).
       01  HOLD-TOTAL     PIC 9(9)V99 VALUE 0.
       01  AVAIL-BALANCE  PIC S9(9)V99 VALUE 0.
       01  AVAIL-DISP     PIC Z(8)9.99-.
       01  TODAY-DATE     PIC 9(8) VALUE 0.
       01  CURRENT-DATE-DATA.
         05  DATETIME PIC 9(16).
      * Vorzugsweg: gezielter Schluessel-Zugriff auf den indizierten
      * Saldenbestand des Abschlusses; die Waehrung gehoert zum
      * Schluessel, darum liest die Auskunft ab Bank/Konto vorwaerts
           10  MB-BAL     PIC S9(8)V99.
           10  MB-TXNS    PIC 9(8).
           10  MB-LASTACT PIC 9(8).
           10  MB-STATE   PIC X(01).
             88  MB-INTRADAY VALUE "I".
           10  MB-CLOSE   PIC S9(8)V99.
       01  MB-COUNT PIC 99 VALUE 0.
       01  MB-IDX   PIC 99.
       01  MB-EOF-SWITCH PIC X VALUE "N".
                   GOBACK
               END-IF
           END-IF
           PERFORM OPEN-MASTER-FILES
           PERFORM LOAD-SIDE-TABLES
           DISPLAY "Kontoauskunft - Bankleitzahl 0 beendet."
           PERFORM UNTIL 1 = 2
               MOVE "N" TO ACCOUNT-CHOSEN-SWITCH
               DISPLAY "Bankleitzahl (N = Suche nach Kundenname):"
               ACCEPT ASK-INPUT
               IF ASK-INPUT(1:1) = "N" OR ASK-INPUT(1:1) = "n"
                   PERFORM FIND-CUSTOMER-BY-NAME
               ELSE
                   MOVE 0 TO ASK-BANKID
                   IF ASK-INPUT NOT = SPACES
                       COMPUTE ASK-BANKID = FUNCTION NUMVAL(ASK-INPUT)
                   END-IF
                   IF ASK-BANKID = 0
                       DISPLAY "Auskunft beendet."
                       GOBACK
                   END-IF
                   DISPLAY "Kontonummer:"
                   ACCEPT ASK-ACCOUNTID
                   SET ACCOUNT-CHOSEN TO TRUE
               END-IF
               IF ACCOUNT-CHOSEN
                   MOVE SPACE TO NEXT-CHOICE
                   PERFORM SHOW-COMPOSITE
                   PERFORM UNTIL NOT CHOICE-NEXT-ACCT
                       PERFORM JUMP-NEXT-ACCOUNT
                       IF NEXT-FOUND
                           PERFORM SHOW-COMPOSITE
                       ELSE
                           DISPLAY "Kein weiteres Konto dieses"
                               " Kunden."
                           MOVE SPACE TO NEXT-CHOICE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           GOBACK.

           PERFORM SHOW-RESULT
           PERFORM SHOW-MASTER-STATUS
           PERFORM SHOW-OD-LIMIT
           PERFORM SHOW-HOLDS
           PERFORM SHOW-TODAYS-POSTINGS
           PERFORM SHOW-RECENT-EVENTS
           DISPLAY "K=naechstes Konto des Kunden, sonst Eingabe:"
           ACCEPT NEXT-CHOICE

           .
       OPEN-MASTER-FILES SECTION.
      *    Konten- und Kundenstamm bleiben fuer die ganze Sitzung im
      *    Schluessel-Zugriff; fehlt ein Bestand, baut MASTIDX_M ihn
      *    aus der .txt-Fassung auf und es wird noch einmal versucht.
           PERFORM OPEN-MASTER-ONCE
           IF NOT ACCTMAST-OPEN OR NOT CUSTLINK-OPEN
               OR NOT CUSTMAST-OPEN
               MOVE RETURN-CODE TO MASTIDX-SAVE-RC
               CALL "MASTIDX_M"
               CANCEL "MASTIDX_M"
               MOVE MASTIDX-SAVE-RC TO RETURN-CODE
               PERFORM OPEN-MASTER-ONCE
           END-IF

           .
       OPEN-MASTER-ONCE SECTION.
           IF NOT ACCTMAST-OPEN
               OPEN INPUT ACCTMAST-IN
               IF ACCTMAST-IN-FILE-STATUS = "00"
                   SET ACCTMAST-OPEN TO TRUE
               END-IF
           END-IF
           IF NOT CUSTLINK-OPEN
               OPEN INPUT CUSTLINK-IN
               IF CUSTLINK-IN-FILE-STATUS = "00"
                   SET CUSTLINK-OPEN TO TRUE
               END-IF
           END-IF
           IF NOT CUSTMAST-OPEN
               OPEN INPUT CUSTMAST-IN
               IF CUSTMAST-IN-FILE-STATUS = "00"
                   SET CUSTMAST-OPEN TO TRUE
               END-IF
           END-IF

           .
       LOAD-SIDE-TABLES SECTION.
           MOVE "N" TO LOAD-EOF-SWITCH
           OPEN INPUT ODLIMIT-IN
           IF ODLIMIT-IN-FILE-STATUS = "00"
               END-PERFORM
               CLOSE ODLIMIT-IN
           END-IF
           PERFORM LOAD-HOLDS

           .
       LOAD-HOLDS SECTION.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           MOVE DATETIME(1:8) TO TODAY-DATE
           OPEN INPUT BUSDATE-IN
           IF BUSDATE-IN-FILE-STATUS = "00"
               READ BUSDATE-IN
                   NOT AT END
                       IF BUSDATE-IN-F IS NUMERIC
                           MOVE BUSDATE-IN-F TO TODAY-DATE
                       END-IF
               END-READ
               CLOSE BUSDATE-IN
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           OPEN INPUT HOLDS-IN
           IF HOLDS-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           SET HOLDS-LOADED TO TRUE
           PERFORM UNTIL LOAD-EOF OR HOLD-COUNT >= 2000
               READ HOLDS-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF HO-EXPIRY-F IS NOT NUMERIC
                           MOVE 0 TO HO-EXPIRY-F
                       END-IF
                       IF HO-EXPIRY-F = 0
                           OR HO-EXPIRY-F >= TODAY-DATE
                           ADD 1 TO HOLD-COUNT
                           MOVE HOLDS-IN-F TO HOLD-ENTRY(HOLD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLDS-IN

           .
       SUM-ACCOUNT-HOLDS SECTION.
      *    Summe der Vormerkungen des Kontos in HOLD-WORK-CURR.
           MOVE 0 TO HOLD-TOTAL
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > HOLD-COUNT
               IF HT-BANKID(HOLD-IDX) = ASK-BANKID
                   AND HT-ACCOUNTID(HOLD-IDX) = ASK-ACCOUNTID
                   AND HT-CURR(HOLD-IDX) = HOLD-WORK-CURR
                   ADD HT-AMOUNT(HOLD-IDX) TO HOLD-TOTAL
               END-IF
           END-PERFORM

           .
       SHOW-HOLDS SECTION.
           IF NOT HOLDS-LOADED
               EXIT SECTION
           END-IF
           MOVE 0 TO HOLD-SHOWN
           DISPLAY "  Vormerkungen:"
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > HOLD-COUNT
               IF HT-BANKID(HOLD-IDX) = ASK-BANKID
                   AND HT-ACCOUNTID(HOLD-IDX) = ASK-ACCOUNTID
                   ADD 1 TO HOLD-SHOWN
                   MOVE HT-AMOUNT(HOLD-IDX) TO AMOUNT-DISP
                   DISPLAY "    " HT-REFERENCE(HOLD-IDX) " "
                       AMOUNT-DISP " " HT-CURR(HOLD-IDX)
                       " Grund " HT-REASON(HOLD-IDX)
                       " bis " HT-EXPIRY(HOLD-IDX)
               END-IF
           END-PERFORM
           IF HOLD-SHOWN = 0
               DISPLAY "    (keine)"
           END-IF

           .
       SHOW-MASTER-STATUS SECTION.
           IF NOT ACCTMAST-OPEN
               EXIT SECTION
           END-IF
           MOVE ASK-BANKID TO AM-BANKID-F
           MOVE ASK-ACCOUNTID TO AM-ACCOUNTID-F
           READ ACCTMAST-IN
               KEY IS AM-KEY-F
               INVALID KEY
                   EXIT SECTION
           END-READ
           DISPLAY "  Inhaber: " FUNCTION TRIM(AM-NAME-F)
               "  Status: " AM-STATUS-F

           .
       SHOW-OD-LIMIT SECTION.
           PERFORM VARYING LIMIT-IDX FROM 1 BY 1
           .
       JUMP-NEXT-ACCOUNT SECTION.
      *    Naechstes verknuepftes Konto desselben Kunden, zyklisch
      *    ueber den Kundennummer-Schluessel von custlink.dat.
           MOVE "N" TO NEXT-FOUND-SWITCH
           IF NOT CUSTLINK-OPEN
               EXIT SECTION
           END-IF
           MOVE ASK-BANKID TO CL-BANKID-F
           MOVE ASK-ACCOUNTID TO CL-ACCOUNTID-F
           READ CUSTLINK-IN
               KEY IS CL-KEY-F
               INVALID KEY
                   EXIT SECTION
           END-READ
           MOVE CL-CUSTID-F TO THIS-CUSTID
           MOVE 0 TO FIRST-BANKID
           MOVE 0 TO FIRST-ACCOUNTID
           MOVE "N" TO LINK-PASSED-SWITCH
           START CUSTLINK-IN KEY IS = CL-CUSTID-F
               INVALID KEY
                   EXIT SECTION
           END-START
           MOVE "N" TO LINK-EOF-SWITCH
           PERFORM UNTIL LINK-EOF OR NEXT-FOUND
               READ CUSTLINK-IN NEXT
                   AT END SET LINK-EOF TO TRUE
                   NOT AT END
                       IF CL-CUSTID-F NOT = THIS-CUSTID
                           SET LINK-EOF TO TRUE
                       ELSE
                           PERFORM TAKE-CUSTOMER-LINK
                       END-IF
               END-READ
           END-PERFORM
           IF NOT NEXT-FOUND AND FIRST-BANKID > 0
      *        Hinter dem aktuellen Konto kommt nichts mehr -
      *        vorn beim ersten Konto des Kunden weitermachen.
               SET NEXT-FOUND TO TRUE
               MOVE FIRST-BANKID TO ASK-BANKID
               MOVE FIRST-ACCOUNTID TO ASK-ACCOUNTID
           END-IF

           .
       TAKE-CUSTOMER-LINK SECTION.
           IF CL-BANKID-F = ASK-BANKID
               AND CL-ACCOUNTID-F = ASK-ACCOUNTID
               SET LINK-PASSED TO TRUE
               EXIT SECTION
           END-IF
           IF LINK-PASSED
               SET NEXT-FOUND TO TRUE
               MOVE CL-BANKID-F TO ASK-BANKID
               MOVE CL-ACCOUNTID-F TO ASK-ACCOUNTID
               EXIT SECTION
           END-IF
           IF FIRST-BANKID = 0
               MOVE CL-BANKID-F TO FIRST-BANKID
               MOVE CL-ACCOUNTID-F TO FIRST-ACCOUNTID
           END-IF

           .
       FIND-CUSTOMER-BY-NAME SECTION.
      *    Ab dem Namensanfang vorwaerts ueber den Namens-Schluessel,
      *    solange der Anfang passt; je Kunde seine Konten mit
      *    laufender Nummer zur Auswahl. Gross- und Kleinschreibung
      *    wie im Kundenstamm erfasst.
           IF NOT CUSTMAST-OPEN
               DISPLAY "Kein Kundenstamm - Suche nicht moeglich."
               EXIT SECTION
           END-IF
           DISPLAY "Kundenname (Anfang genuegt):"
           MOVE SPACES TO ASK-NAME
           ACCEPT ASK-NAME
           IF ASK-NAME = SPACES
               EXIT SECTION
           END-IF
           COMPUTE ASK-NAME-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(ASK-NAME TRAILING))
           MOVE 0 TO NAME-CUST-COUNT
           MOVE 0 TO PICK-COUNT
           MOVE ASK-NAME TO CU-NAME-F
           START CUSTMAST-IN KEY IS NOT < CU-NAME-F
               INVALID KEY
                   DISPLAY "Kein Kunde mit diesem Namen."
                   EXIT SECTION
           END-START
           MOVE "N" TO NAME-EOF-SWITCH
           PERFORM UNTIL NAME-EOF
               READ CUSTMAST-IN NEXT
                   AT END SET NAME-EOF TO TRUE
                   NOT AT END
                       IF CU-NAME-F(1:ASK-NAME-LEN) NOT =
                           ASK-NAME(1:ASK-NAME-LEN)
                           SET NAME-EOF TO TRUE
                       ELSE
                           PERFORM SHOW-NAME-HIT
                       END-IF
               END-READ
               IF NAME-CUST-COUNT >= 20 AND NOT NAME-EOF
                   DISPLAY "  ... weitere Kunden - Namen genauer"
                       " angeben."
                   SET NAME-EOF TO TRUE
               END-IF
           END-PERFORM
           IF NAME-CUST-COUNT = 0
               DISPLAY "Kein Kunde mit diesem Namen."
               EXIT SECTION
           END-IF
           IF PICK-COUNT = 0
               EXIT SECTION
           END-IF
           DISPLAY "Nummer des Kontos fuer die Auskunft"
               " (leer = zurueck):"
           MOVE 0 TO ASK-PICK
           ACCEPT ASK-PICK
           IF ASK-PICK NOT NUMERIC OR ASK-PICK = 0
               OR ASK-PICK > PICK-COUNT
               EXIT SECTION
           END-IF
           MOVE PK-BANKID(ASK-PICK) TO ASK-BANKID
           MOVE PK-ACCOUNTID(ASK-PICK) TO ASK-ACCOUNTID
           SET ACCOUNT-CHOSEN TO TRUE

           .
       SHOW-NAME-HIT SECTION.
           ADD 1 TO NAME-CUST-COUNT
           DISPLAY "Kunde " CU-CUSTID-F " " FUNCTION TRIM(CU-NAME-F)
               ", " FUNCTION TRIM(CU-CITY-F)
           IF NOT CUSTLINK-OPEN
               EXIT SECTION
           END-IF
           MOVE CU-CUSTID-F TO CL-CUSTID-F
           START CUSTLINK-IN KEY IS = CL-CUSTID-F
               INVALID KEY
                   DISPLAY "    (keine Konten)"
                   EXIT SECTION
           END-START
           MOVE "N" TO LINK-EOF-SWITCH
           PERFORM UNTIL LINK-EOF
               READ CUSTLINK-IN NEXT
                   AT END SET LINK-EOF TO TRUE
                   NOT AT END
                       IF CL-CUSTID-F NOT = CU-CUSTID-F
                           SET LINK-EOF TO TRUE
                       ELSE
                           PERFORM ADD-PICK-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM

           .
       ADD-PICK-ACCOUNT SECTION.
           IF PICK-COUNT >= 60
               DISPLAY "    " CL-BANKID-F "/" CL-ACCOUNTID-F
               EXIT SECTION
           END-IF
           ADD 1 TO PICK-COUNT
           MOVE CL-BANKID-F TO PK-BANKID(PICK-COUNT)
           MOVE CL-ACCOUNTID-F TO PK-ACCOUNTID(PICK-COUNT)
           MOVE PICK-COUNT TO PICK-DISP
           DISPLAY "  " PICK-DISP ") Konto " CL-BANKID-F "/"
               CL-ACCOUNTID-F

           .

                           MOVE BM-BALANCE TO MB-BAL(MB-COUNT)
                           MOVE BM-TXNS TO MB-TXNS(MB-COUNT)
                           MOVE BM-LASTACT TO MB-LASTACT(MB-COUNT)
                           MOVE BM-STATE TO MB-STATE(MB-COUNT)
                           MOVE BM-CLOSE TO MB-CLOSE(MB-COUNT)
                       ELSE
                           SET MB-EOF TO TRUE
                       END-IF
               EXIT SECTION
           END-IF
           MOVE HIT-BALANCE TO BALANCE-DISP
           IF HOLDS-LOADED
               MOVE HIT-CURRENCY TO HOLD-WORK-CURR
               PERFORM SUM-ACCOUNT-HOLDS
               COMPUTE AVAIL-BALANCE = HIT-BALANCE - HOLD-TOTAL
               MOVE AVAIL-BALANCE TO AVAIL-DISP
               DISPLAY "Konto " ASK-BANKID "/" ASK-ACCOUNTID
                   " Schlusssaldo " BALANCE-DISP " " HIT-CURRENCY
                   "  verfuegbar " AVAIL-DISP " " HIT-CURRENCY
           ELSE
               DISPLAY "Konto " ASK-BANKID "/" ASK-ACCOUNTID
                   " Schlusssaldo " BALANCE-DISP " " HIT-CURRENCY
           END-IF
           IF BALMAST-OPEN AND MB-COUNT > 0
               MOVE 1 TO MB-IDX
               PERFORM SHOW-INTRADAY-NOTE
           END-IF
           IF BALMAST-OPEN AND MB-COUNT > 1
      *        Weitere Waehrungen desselben Kontos.
               PERFORM VARYING MB-IDX FROM 2 BY 1
                   UNTIL MB-IDX > MB-COUNT
                   MOVE MB-BAL(MB-IDX) TO BALANCE-DISP
                   IF HOLDS-LOADED
                       MOVE MB-CURR(MB-IDX) TO HOLD-WORK-CURR
                       PERFORM SUM-ACCOUNT-HOLDS
                       COMPUTE AVAIL-BALANCE =
                           MB-BAL(MB-IDX) - HOLD-TOTAL
                       MOVE AVAIL-BALANCE TO AVAIL-DISP
                       DISPLAY "  Schlusssaldo " BALANCE-DISP " "
                           MB-CURR(MB-IDX) "  verfuegbar "
                           AVAIL-DISP " " MB-CURR(MB-IDX)
                   ELSE
                       DISPLAY "  Schlusssaldo " BALANCE-DISP " "
                           MB-CURR(MB-IDX)
                   END-IF
                   PERFORM SHOW-INTRADAY-NOTE
               END-PERFORM
           END-IF
           MOVE HIT-TXNS TO TXNS-DISP
               DISPLAY "  Haben-Umsatz: " AMOUNT-DISP
           END-IF

           .
       SHOW-INTRADAY-NOTE SECTION.
      *    Der Saldo der Zeile davor ist ein Zwischenstand.
           IF NOT MB-INTRADAY(MB-IDX)
               EXIT SECTION
           END-IF
           MOVE MB-CLOSE(MB-IDX) TO BALANCE-DISP
           DISPLAY "    (vorlaeufig - Zwischenlauf, letzter"
               " Schlusssaldo " BALANCE-DISP " "
               MB-CURR(MB-IDX) ")"

           .
       VERIFY-EXTRACT-TRAILER SECTION.
      *    Der Extract endet mit einem CONTROL-Satz (Satzanzahl und
