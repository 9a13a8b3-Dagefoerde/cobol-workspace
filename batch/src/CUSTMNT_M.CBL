       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CUSTMNT_M.
      *****************************************************************
      * Pflegeprogramm fuer den Kundenstamm (custmast.dat: Kunden-
      * nummer, Name, Strasse, Ort, Steuernummer) und die Kunde/Konto-
      * Verknuepfungen (custlink.dat: Kundennummer, Bank, Konto).
      * Anlegen, Aendern, Loeschen, Verknuepfen und Entknuepfen wie in
      * der Kontostamm-Pflege; die Auskunft "Konten eines Kunden"
      * listet alle verknuepften Bank/Konto-Paare. Jede Aenderung wird
      * mit Bediener und Zeitstempel in custaudit.txt protokolliert.
      * Beide Bestaende sind indiziert und werden per Schluessel
      * direkt fortgeschrieben (custmast.dat nach Kundennummer,
      * Zweitschluessel Name; custlink.dat nach Bank/Konto,
      * Zweitschluessel Kundennummer). Fehlen sie, baut MASTIDX_M
      * sie aus custmast.txt und custlink.txt auf; nach Aenderungen
      * schreibt MASTIDX_M die .txt-Fassungen fuer die sequentiellen
      * Leser neu.
      * Risikoeinstufung und KYC-Pruefzyklus stehen je Kunde in
      * custrisk.txt (Kundennummer, Risikoklasse N/M/H, naechste
      * und letzte KYC-Pruefung). Sie werden nur im Vier-Augen-
      * Prinzip geaendert: die Funktion R stellt einen Antrag in
      * pendchg.txt, den APPROVE_M nach Freigabe anwendet; ohne
      * Angabe ist die naechste Pruefung nach 1 (H), 2 (M) bzw.
      * 3 (N) Jahren faellig. Das Loeschen eines Kunden beantragt
      * auch das Loeschen seiner Einstufung.
      * Je Kunde steht die Versandart fuer Auszuege und Briefe im
      * Kundenstamm: P = Papier (Vorgabe), E = elektronisch ueber
      * das Kundenportal, H = banklagernd; DISTRIB_M verteilt die
      * Druckausgaben danach.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-IO ASSIGN TO "custmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTID-F
               ALTERNATE RECORD KEY IS CU-NAME-F WITH DUPLICATES
               FILE STATUS IS CUSTMAST-IO-FILE-STATUS.
           SELECT CUSTLINK-IO ASSIGN TO "custlink.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY-F
               ALTERNATE RECORD KEY IS CL-CUSTID-F WITH DUPLICATES
               FILE STATUS IS CUSTLINK-IO-FILE-STATUS.
           SELECT AUDIT-OUT ASSIGN TO "custaudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-OUT-FILE-STATUS.
           SELECT CUSTRISK-IN ASSIGN TO "custrisk.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTRISK-IN-FILE-STATUS.
           SELECT PENDING-OUT ASSIGN TO "pendchg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-OUT-FILE-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-IN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CUSTMAST-IO.
       01  CUSTMAST-IO-F.
         05  CU-CUSTID-F PIC 9(8).
         05  CU-NAME-F   PIC X(30).
         05  CU-STREET-F PIC X(30).
         05  CU-CITY-F   PIC X(30).
         05  CU-TAXID-F  PIC X(15).
         05  CU-DELIVERY-F PIC X(01).
       FD CUSTLINK-IO.
       01  CUSTLINK-IO-F.
         05  CL-CUSTID-F    PIC 9(8).
         05  CL-KEY-F.
           10  CL-BANKID-F    PIC 9(5).
           10  CL-ACCOUNTID-F PIC 9(10).
       FD AUDIT-OUT.
       01  AUDIT-OUT-F.
         05  AU-TIMESTAMP  PIC 9(16).
         05  AU-CUSTID     PIC 9(8).
         05  FILLER        PIC X VALUE SPACE.
         05  AU-NAME       PIC X(30).
       FD CUSTRISK-IN.
       01  CUSTRISK-IN-F.
         05  CR-CUSTID-F  PIC 9(8).
         05  CR-RISK-F    PIC X(01).
         05  CR-NEXTKYC-F PIC 9(8).
         05  CR-LASTKYC-F PIC 9(8).
       FD PENDING-OUT.
       01  PENDING-OUT-F.
         05  PC-TIMESTAMP PIC 9(16).
         05  FILLER       PIC X VALUE SPACE.
         05  PC-OPERATOR  PIC X(08).
         05  FILLER       PIC X VALUE SPACE.
         05  PC-FILE      PIC X(12).
         05  FILLER       PIC X VALUE SPACE.
         05  PC-ACTION    PIC X(03).
         05  FILLER       PIC X VALUE SPACE.
         05  PC-KEYLEN    PIC 9(02).
         05  FILLER       PIC X VALUE SPACE.
         05  PC-IMAGE     PIC X(80).
       FD BUSDATE-IN.
       01  BUSDATE-IN-F PIC 9(8).
       WORKING-STORAGE SECTION.
       01  CUSTMAST-IO-FILE-STATUS  PIC X(02).
       01  CUSTLINK-IO-FILE-STATUS  PIC X(02).
       01  AUDIT-OUT-FILE-STATUS    PIC X(02).
       01  CUSTRISK-IN-FILE-STATUS  PIC X(02).
       01  PENDING-OUT-FILE-STATUS  PIC X(02).
       01  BUSDATE-IN-FILE-STATUS   PIC X(02).
       01  CURRENT-DATE-DATA.
        05 DATETIME   PIC 9(16).
       01  CUST-COUNT PIC 9(06) VALUE 0.
       01  CUSTMAST-OPEN-SWITCH PIC X VALUE "N".
         88  CUSTMAST-OPEN VALUE "Y".
       01  CUSTLINK-OPEN-SWITCH PIC X VALUE "N".
         88  CUSTLINK-OPEN VALUE "Y".
      * Risikoeinstufungen aus custrisk.txt (nur zur Anzeige und
      * als Vorbelegung; geaendert wird ueber pendchg.txt).
       01  RISK-TABLE.
         05  RISK-ENTRY OCCURS 500 TIMES.
           10  RT-CUSTID  PIC 9(8).
           10  RT-RISK    PIC X(01).
           10  RT-NEXTKYC PIC 9(8).
           10  RT-LASTKYC PIC 9(8).
       01  RISK-COUNT PIC 9(03) VALUE 0.
       01  RISK-IDX   PIC 9(03).
       01  RISK-EOF-SWITCH PIC X VALUE "N".
         88  RISK-EOF VALUE "Y".
       01  RISK-FOUND-SWITCH PIC X VALUE "N".
         88  RISK-FOUND VALUE "Y".
       01  PENDING-IMAGE.
         05  PI-CUSTID  PIC 9(8).
         05  PI-RISK    PIC X(01).
         05  PI-NEXTKYC PIC 9(8).
         05  PI-LASTKYC PIC 9(8).
       01  PENDING-ACTION PIC X(03).
       01  WORK-RISK PIC X(01).
         88  RISK-VALID VALUE "N" "M" "H".
       01  WORK-DATE-X PIC X(08).
       01  WORK-DATE REDEFINES WORK-DATE-X PIC 9(8).
       01  RUN-DATE  PIC 9(8) VALUE 0.
       01  DUE-DATE-SPLIT.
         05  DUE-YYYY PIC 9(4).
         05  DUE-MMDD PIC 9(4).
       01  DUE-DATE-NUM REDEFINES DUE-DATE-SPLIT PIC 9(8).
       01  FOUND-SWITCH PIC X VALUE "N".
         88  ENTRY-FOUND VALUE "Y".
       01  CUST-EOF-SWITCH PIC X VALUE "N".
         88  CHOICE-UNLINK VALUE "T" "t".
         88  CHOICE-ACCTS  VALUE "K" "k".
         88  CHOICE-LIST   VALUE "P" "p".
         88  CHOICE-RISK   VALUE "R" "r".
         88  CHOICE-END    VALUE "E" "e".
       01  WORK-CUSTID PIC 9(8).
       01  WORK-NAME   PIC X(30).
       01  WORK-STREET PIC X(30).
       01  WORK-CITY   PIC X(30).
       01  WORK-TAXID  PIC X(15).
       01  WORK-DELIVERY PIC X(01).
         88  DELIVERY-VALID VALUE "P" "E" "H".
       01  WORK-BANKID    PIC 9(5).
       01  WORK-ACCOUNTID PIC 9(10).
       01  AUDIT-ACTION PIC X(08).
       01  LISTED-COUNT PIC 9(04) VALUE 0.
       01  CHANGED-SWITCH PIC X VALUE "N".
         88  MASTER-CHANGED VALUE "Y".
       01  MASTIDX-SAVE-RC PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
           OPEN EXTEND AUDIT-OUT
           IF AUDIT-OUT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-OUT
           END-IF
           OPEN EXTEND PENDING-OUT
           IF PENDING-OUT-FILE-STATUS NOT = "00"
               OPEN OUTPUT PENDING-OUT
           END-IF
           PERFORM LOAD-RUN-DATE
           PERFORM OPEN-MASTER-FILES
           IF NOT CUSTMAST-OPEN OR NOT CUSTLINK-OPEN
               DISPLAY "*** custmast.dat/custlink.dat nicht"
                   " zugreifbar - Pflege nicht moeglich ***"
               CLOSE AUDIT-OUT
               CLOSE PENDING-OUT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-RISKS
           DISPLAY "Bediener-Kennung:"
           ACCEPT OPERATOR-ID
           PERFORM UNTIL CHOICE-END
               DISPLAY "Funktion: A=Anlegen N=Aendern L=Loeschen "
                   "V=Verknuepfen T=Trennen K=Konten R=Risiko/KYC "
                   "P=Liste E=Ende"
               ACCEPT MENU-CHOICE
               EVALUATE TRUE
                   WHEN CHOICE-ADD    PERFORM ADD-CUSTOMER
                   WHEN CHOICE-LINK   PERFORM LINK-ACCOUNT
                   WHEN CHOICE-UNLINK PERFORM UNLINK-ACCOUNT
                   WHEN CHOICE-ACCTS  PERFORM LIST-CUSTOMER-ACCOUNTS
                   WHEN CHOICE-RISK   PERFORM REQUEST-RISK-RATING
                   WHEN CHOICE-LIST   PERFORM LIST-CUSTOMERS
                   WHEN CHOICE-END    CONTINUE
                   WHEN OTHER
                       DISPLAY "Unbekannte Funktion."
               END-EVALUATE
           END-PERFORM
           CLOSE CUSTMAST-IO
           CLOSE CUSTLINK-IO
           IF MASTER-CHANGED
               PERFORM REFRESH-MASTER-COPIES
           END-IF
           CLOSE AUDIT-OUT
           CLOSE PENDING-OUT
           DISPLAY "Kundenstamm-Pflege beendet."
           GOBACK.

       OPEN-MASTER-FILES SECTION.
      *    Fehlt ein Bestand, baut MASTIDX_M ihn aus der .txt-Fassung
      *    auf; gibt es auch die nicht, wird er leer angelegt.
           PERFORM OPEN-MASTER-ONCE
           IF NOT CUSTMAST-OPEN OR NOT CUSTLINK-OPEN
               PERFORM REFRESH-MASTER-COPIES
               PERFORM OPEN-MASTER-ONCE
           END-IF
           IF NOT CUSTMAST-OPEN
               OPEN OUTPUT CUSTMAST-IO
               IF CUSTMAST-IO-FILE-STATUS = "00"
                   CLOSE CUSTMAST-IO
               END-IF
           END-IF
           IF NOT CUSTLINK-OPEN
               OPEN OUTPUT CUSTLINK-IO
               IF CUSTLINK-IO-FILE-STATUS = "00"
                   CLOSE CUSTLINK-IO
               END-IF
           END-IF
           PERFORM OPEN-MASTER-ONCE

           .
       OPEN-MASTER-ONCE SECTION.
           IF NOT CUSTMAST-OPEN
               OPEN I-O CUSTMAST-IO
               IF CUSTMAST-IO-FILE-STATUS = "00"
                   SET CUSTMAST-OPEN TO TRUE
               END-IF
           END-IF
           IF NOT CUSTLINK-OPEN
               OPEN I-O CUSTLINK-IO
               IF CUSTLINK-IO-FILE-STATUS = "00"
                   SET CUSTLINK-OPEN TO TRUE
               END-IF
           END-IF

           .
       REFRESH-MASTER-COPIES SECTION.
           MOVE RETURN-CODE TO MASTIDX-SAVE-RC
           CALL "MASTIDX_M"
           CANCEL "MASTIDX_M"
           MOVE MASTIDX-SAVE-RC TO RETURN-CODE

           .
       LOAD-RUN-DATE SECTION.
           OPEN INPUT BUSDATE-IN
           IF BUSDATE-IN-FILE-STATUS = "00"
               READ BUSDATE-IN
                   NOT AT END MOVE BUSDATE-IN-F TO RUN-DATE
               END-READ
               CLOSE BUSDATE-IN
           END-IF
           IF RUN-DATE = 0
               MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
               MOVE DATETIME(1:8) TO RUN-DATE
           END-IF

           .
       LOAD-RISKS SECTION.
           OPEN INPUT CUSTRISK-IN
           IF CUSTRISK-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL RISK-EOF OR RISK-COUNT >= 500
               READ CUSTRISK-IN
                   AT END SET RISK-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO RISK-COUNT
                       MOVE CUSTRISK-IN-F TO RISK-ENTRY(RISK-COUNT)
               END-READ
           END-PERFORM
           CLOSE CUSTRISK-IN

           .
       FIND-RISK SECTION.
           MOVE "N" TO RISK-FOUND-SWITCH
           PERFORM VARYING RISK-IDX FROM 1 BY 1
               UNTIL RISK-IDX > RISK-COUNT OR RISK-FOUND
               IF RT-CUSTID(RISK-IDX) = WORK-CUSTID
                   SET RISK-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF RISK-FOUND
               SUBTRACT 1 FROM RISK-IDX
           END-IF

           .
       ACCEPT-CUSTID SECTION.
           .
       FIND-CUSTOMER SECTION.
           MOVE "N" TO FOUND-SWITCH
           MOVE WORK-CUSTID TO CU-CUSTID-F
           READ CUSTMAST-IO
               KEY IS CU-CUSTID-F
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO FOUND-SWITCH
           END-READ

           .
       FIND-FIRST-LINK SECTION.
      *    Erste Verknuepfung des Kunden WORK-CUSTID ueber den
      *    Kundennummer-Schluessel; LINK-EOF, wenn es keine gibt.
           MOVE "N" TO LINK-EOF-SWITCH
           MOVE WORK-CUSTID TO CL-CUSTID-F
           START CUSTLINK-IO KEY IS = CL-CUSTID-F
               INVALID KEY
                   SET LINK-EOF TO TRUE
                   EXIT SECTION
           END-START
           PERFORM READ-NEXT-LINK

           .
       READ-NEXT-LINK SECTION.
           READ CUSTLINK-IO NEXT
               AT END SET LINK-EOF TO TRUE
           END-READ
           IF NOT LINK-EOF AND CL-CUSTID-F NOT = WORK-CUSTID
               SET LINK-EOF TO TRUE
           END-IF

           .
       ADD-CUSTOMER SECTION.
           PERFORM ACCEPT-CUSTID
           IF WORK-CUSTID = 0
               DISPLAY "Kundennummer muss ungleich 0 sein."
           ACCEPT WORK-CITY
           DISPLAY "Steuernummer:"
           ACCEPT WORK-TAXID
           DISPLAY "Versandart (P=Papier E=elektronisch H=banklagernd,"
               " leer = P):"
           MOVE SPACE TO WORK-DELIVERY
           ACCEPT WORK-DELIVERY
           MOVE FUNCTION UPPER-CASE(WORK-DELIVERY) TO WORK-DELIVERY
           IF WORK-DELIVERY = SPACE
               MOVE "P" TO WORK-DELIVERY
           END-IF
           IF NOT DELIVERY-VALID
               DISPLAY "Ungueltige Versandart - Kunde nicht angelegt."
               EXIT SECTION
           END-IF
           MOVE WORK-CUSTID TO CU-CUSTID-F
           MOVE WORK-NAME TO CU-NAME-F
           MOVE WORK-STREET TO CU-STREET-F
           MOVE WORK-CITY TO CU-CITY-F
           MOVE WORK-TAXID TO CU-TAXID-F
           MOVE WORK-DELIVERY TO CU-DELIVERY-F
           WRITE CUSTMAST-IO-F
               INVALID KEY
                   DISPLAY "*** custmast.dat: Kunde " WORK-CUSTID
                       " nicht anzulegen ***"
                   EXIT SECTION
           END-WRITE
           MOVE "ADD" TO AUDIT-ACTION
           PERFORM WRITE-AUDIT-NAME
           SET MASTER-CHANGED TO TRUE
           DISPLAY "Kunde angelegt."

           DISPLAY "Neuer Name (leer = unveraendert):"
           ACCEPT WORK-NAME
           IF WORK-NAME NOT = SPACE
               MOVE WORK-NAME TO CU-NAME-F
           END-IF
           DISPLAY "Neue Strasse (leer = unveraendert):"
           ACCEPT WORK-STREET
           IF WORK-STREET NOT = SPACE
               MOVE WORK-STREET TO CU-STREET-F
           END-IF
           DISPLAY "Neuer Ort (leer = unveraendert):"
           ACCEPT WORK-CITY
           IF WORK-CITY NOT = SPACE
               MOVE WORK-CITY TO CU-CITY-F
           END-IF
           DISPLAY "Neue Steuernummer (leer = unveraendert):"
           ACCEPT WORK-TAXID
           IF WORK-TAXID NOT = SPACE
               MOVE WORK-TAXID TO CU-TAXID-F
           END-IF
           DISPLAY "Neue Versandart P/E/H (leer = unveraendert):"
           MOVE SPACE TO WORK-DELIVERY
           ACCEPT WORK-DELIVERY
           MOVE FUNCTION UPPER-CASE(WORK-DELIVERY) TO WORK-DELIVERY
           IF WORK-DELIVERY NOT = SPACE
               IF DELIVERY-VALID
                   MOVE WORK-DELIVERY TO CU-DELIVERY-F
               ELSE
                   DISPLAY "Ungueltige Versandart - bleibt "
                       CU-DELIVERY-F "."
               END-IF
           END-IF
           REWRITE CUSTMAST-IO-F
               INVALID KEY
                   DISPLAY "*** custmast.dat: Kunde " WORK-CUSTID
                       " nicht zurueckzuschreiben ***"
                   EXIT SECTION
           END-REWRITE
           MOVE "CHANGE" TO AUDIT-ACTION
           PERFORM WRITE-AUDIT
           SET MASTER-CHANGED TO TRUE
               DISPLAY "Kunde nicht gefunden."
               EXIT SECTION
           END-IF
           MOVE CU-NAME-F TO WORK-NAME
      *    Ein Kunde mit bestehenden Verknuepfungen darf nicht
      *    geloescht werden, sonst verwaisen die Konten.
           PERFORM FIND-FIRST-LINK
           IF NOT LINK-EOF
               DISPLAY "Kunde hat noch verknuepfte Konten -"
                   " erst trennen."
               EXIT SECTION
           END-IF
           MOVE WORK-CUSTID TO CU-CUSTID-F
           DELETE CUSTMAST-IO
               INVALID KEY
                   DISPLAY "*** custmast.dat: Kunde " WORK-CUSTID
                       " nicht zu loeschen ***"
                   EXIT SECTION
           END-DELETE
           MOVE "DELETE" TO AUDIT-ACTION
           PERFORM WRITE-AUDIT-NAME
           SET MASTER-CHANGED TO TRUE
           DISPLAY "Kunde geloescht."
           PERFORM FIND-RISK
           IF RISK-FOUND
               MOVE RISK-ENTRY(RISK-IDX) TO PENDING-IMAGE
               MOVE "DEL" TO PENDING-ACTION
               PERFORM WRITE-PENDING
               MOVE "RISKDEL" TO AUDIT-ACTION
               PERFORM WRITE-AUDIT-NAME
               DISPLAY "Loeschen der Risikoeinstufung zur Freigabe"
                   " beantragt."
           END-IF

           .
       LINK-ACCOUNT SECTION.
           PERFORM ACCEPT-CUSTID
           PERFORM FIND-CUSTOMER
           IF NOT ENTRY-FOUND
               DISPLAY "Bank und Konto muessen ungleich 0 sein."
               EXIT SECTION
           END-IF
           MOVE WORK-BANKID TO CL-BANKID-F
           MOVE WORK-ACCOUNTID TO CL-ACCOUNTID-F
           READ CUSTLINK-IO
               KEY IS CL-KEY-F
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "Konto ist bereits verknuepft (Kunde "
                       CL-CUSTID-F ")."
                   EXIT SECTION
           END-READ
           MOVE WORK-CUSTID TO CL-CUSTID-F
           MOVE WORK-BANKID TO CL-BANKID-F
           MOVE WORK-ACCOUNTID TO CL-ACCOUNTID-F
           WRITE CUSTLINK-IO-F
               INVALID KEY
                   DISPLAY "*** custlink.dat: Konto " WORK-BANKID
                       "/" WORK-ACCOUNTID " nicht zu verknuepfen ***"
                   EXIT SECTION
           END-WRITE
           MOVE "LINK" TO AUDIT-ACTION
           PERFORM WRITE-AUDIT
           SET MASTER-CHANGED TO TRUE
           ACCEPT WORK-BANKID
           DISPLAY "Kontonummer (10-stellig):"
           ACCEPT WORK-ACCOUNTID
           MOVE WORK-BANKID TO CL-BANKID-F
           MOVE WORK-ACCOUNTID TO CL-ACCOUNTID-F
           READ CUSTLINK-IO
               KEY IS CL-KEY-F
               INVALID KEY
                   DISPLAY "Verknuepfung nicht gefunden."
                   EXIT SECTION
           END-READ
           MOVE CL-CUSTID-F TO WORK-CUSTID
           DELETE CUSTLINK-IO
               INVALID KEY
                   DISPLAY "*** custlink.dat: Konto " WORK-BANKID
                       "/" WORK-ACCOUNTID " nicht zu trennen ***"
                   EXIT SECTION
           END-DELETE
           MOVE "UNLINK" TO AUDIT-ACTION
           PERFORM FIND-CUSTOMER
           PERFORM WRITE-AUDIT
               DISPLAY "Kunde nicht gefunden."
               EXIT SECTION
           END-IF
           DISPLAY "Kunde " CU-CUSTID-F " "
               FUNCTION TRIM(CU-NAME-F)
           MOVE 0 TO LISTED-COUNT
           PERFORM FIND-FIRST-LINK
           PERFORM UNTIL LINK-EOF
               ADD 1 TO LISTED-COUNT
               DISPLAY "  Bank " CL-BANKID-F
                   " Konto " CL-ACCOUNTID-F
               PERFORM READ-NEXT-LINK
           END-PERFORM
           DISPLAY LISTED-COUNT " Konten verknuepft."

           .
       REQUEST-RISK-RATING SECTION.
      *    Risikoklasse und KYC-Termine werden nicht direkt
      *    geschrieben, sondern als PUT-Antrag (Schluessel
      *    Kundennummer, 8 Stellen) zur Freigabe gestellt.
           PERFORM ACCEPT-CUSTID
           PERFORM FIND-CUSTOMER
           IF NOT ENTRY-FOUND
               DISPLAY "Kunde nicht gefunden."
               EXIT SECTION
           END-IF
           PERFORM FIND-RISK
           IF RISK-FOUND
               DISPLAY "Bisher: Risiko " RT-RISK(RISK-IDX)
                   ", naechste KYC-Pruefung " RT-NEXTKYC(RISK-IDX)
                   ", letzte " RT-LASTKYC(RISK-IDX)
           ELSE
               DISPLAY "Bisher nicht eingestuft."
           END-IF
           DISPLAY "Risikoklasse (N=niedrig M=mittel H=hoch):"
           ACCEPT WORK-RISK
           MOVE FUNCTION UPPER-CASE(WORK-RISK) TO WORK-RISK
           IF NOT RISK-VALID
               DISPLAY "Ungueltige Risikoklasse - nichts beantragt."
               EXIT SECTION
           END-IF
           MOVE WORK-CUSTID TO PI-CUSTID
           MOVE WORK-RISK TO PI-RISK
           DISPLAY "Letzte KYC-Pruefung JJJJMMTT (leer = heute):"
           MOVE SPACES TO WORK-DATE-X
           ACCEPT WORK-DATE-X
           IF WORK-DATE-X = SPACE
               MOVE RUN-DATE TO PI-LASTKYC
           ELSE
               IF WORK-DATE-X IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(WORK-DATE) NOT = 0
                   DISPLAY "Ungueltiges Datum - nichts beantragt."
                   EXIT SECTION
               END-IF
               MOVE WORK-DATE TO PI-LASTKYC
           END-IF
      *    Standardzyklus: hoch 1 Jahr, mittel 2, niedrig 3 Jahre;
      *    der 29.2. faellt in Nicht-Schaltjahren auf den 28.2.
           MOVE PI-LASTKYC TO DUE-DATE-NUM
           EVALUATE PI-RISK
               WHEN "H" ADD 1 TO DUE-YYYY
               WHEN "M" ADD 2 TO DUE-YYYY
               WHEN OTHER ADD 3 TO DUE-YYYY
           END-EVALUATE
           IF DUE-MMDD = 0229
               AND FUNCTION TEST-DATE-YYYYMMDD(DUE-DATE-NUM) NOT = 0
               MOVE 0228 TO DUE-MMDD
           END-IF
           DISPLAY "Naechste KYC-Pruefung JJJJMMTT (leer = "
               DUE-DATE-NUM "):"
           MOVE SPACES TO WORK-DATE-X
           ACCEPT WORK-DATE-X
           IF WORK-DATE-X = SPACE
               MOVE DUE-DATE-NUM TO PI-NEXTKYC
           ELSE
               IF WORK-DATE-X IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(WORK-DATE) NOT = 0
                   OR WORK-DATE <= PI-LASTKYC
                   DISPLAY "Ungueltiges Datum - nichts beantragt."
                   EXIT SECTION
               END-IF
               MOVE WORK-DATE TO PI-NEXTKYC
           END-IF
           MOVE "PUT" TO PENDING-ACTION
           PERFORM WRITE-PENDING
           MOVE "RISKREQ" TO AUDIT-ACTION
           PERFORM WRITE-AUDIT
           DISPLAY "Einstufung " PI-RISK ", naechste Pruefung "
               PI-NEXTKYC " zur Freigabe beantragt."

           .
       WRITE-PENDING SECTION.
      *    Offener Aenderungssatz fuer das Vier-Augen-Prinzip in
      *    der Form der Kontostamm-Pflege; PENDING-ACTION setzt der
      *    Aufrufer (PUT bzw. DEL).
           MOVE SPACES TO PENDING-OUT-F
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           MOVE DATETIME TO PC-TIMESTAMP
           MOVE OPERATOR-ID TO PC-OPERATOR
           MOVE "custrisk.txt" TO PC-FILE
           MOVE PENDING-ACTION TO PC-ACTION
           MOVE 8 TO PC-KEYLEN
           MOVE PENDING-IMAGE TO PC-IMAGE
           WRITE PENDING-OUT-F

           .
       LIST-CUSTOMERS SECTION.
      *    Der ganze Bestand in Kundennummern-Folge.
           MOVE 0 TO CUST-COUNT
           MOVE "N" TO CUST-EOF-SWITCH
           MOVE 0 TO CU-CUSTID-F
           START CUSTMAST-IO KEY IS NOT < CU-CUSTID-F
               INVALID KEY SET CUST-EOF TO TRUE
           END-START
           PERFORM UNTIL CUST-EOF
               READ CUSTMAST-IO NEXT
                   AT END SET CUST-EOF TO TRUE
                   NOT AT END PERFORM LIST-ONE-CUSTOMER
               END-READ
           END-PERFORM
           DISPLAY CUST-COUNT " Kunden im Bestand."

           .
       LIST-ONE-CUSTOMER SECTION.
           ADD 1 TO CUST-COUNT
           MOVE CU-CUSTID-F TO WORK-CUSTID
           PERFORM FIND-RISK
           IF RISK-FOUND
               DISPLAY CU-CUSTID-F " "
                   CU-NAME-F " "
                   CU-CITY-F " Risiko "
                   RT-RISK(RISK-IDX) " KYC "
                   RT-NEXTKYC(RISK-IDX) " Versand "
                   CU-DELIVERY-F
           ELSE
               DISPLAY CU-CUSTID-F " "
                   CU-NAME-F " "
                   CU-CITY-F " Versand "
                   CU-DELIVERY-F
           END-IF

           .
       WRITE-AUDIT SECTION.
           IF ENTRY-FOUND
               MOVE CU-NAME-F TO WORK-NAME
           END-IF
           PERFORM WRITE-AUDIT-NAME

