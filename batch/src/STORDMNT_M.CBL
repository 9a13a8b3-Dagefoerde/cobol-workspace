       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STORDMNT_M.
      *****************************************************************
      * Pflegeprogramm fuer die Dauerauftraege (standing.txt: Bank,
      * Konto, Betrag, S/H, Waehrung, Frequenz T/W/M, naechste
      * Faelligkeit, Verwendungszweck, Ankertag, Enddatum,
      * Hoechstzahl der Ausfuehrungen, bisherige Ausfuehrungen,
      * Zustand A/S/E, Auftragsnummer). Anlegen, Aendern,
      * Aussetzen, Wiederaufnehmen und Kuendigen wie in der
      * Kontostamm-Pflege: nichts wird direkt geschrieben, jeder
      * Antrag geht als offener Aenderungssatz nach pendchg.txt
      * (Schluessel ist die Auftragsnummer ab Stelle 105) und wird
      * erst durch die Freigabe eines zweiten Bedieners angewandt.
      * Bank/Konto werden gegen acctmast.txt (nur offene Konten),
      * die Waehrung gegen currmast.txt geprueft; fehlt eine der
      * Dateien, entfaellt die jeweilige Pruefung. Jeder Antrag
      * wird mit Bediener und Zeitstempel in stordaudit.txt
      * protokolliert. Die Liste zeigt alle Auftraege eines Kontos
      * samt noch nicht freigegebener Antraege.
      * Die Freigabe uebernimmt in einen vorhandenen Auftrag nur
      * Betrag, Frequenz, Zweck, Enddatum, Hoechstzahl und Zustand;
      * Faelligkeit und Ankertag nur, wenn der Antrag sie neu setzt
      * (Kennzeichen F in Stelle 111 des Satzbildes). Ausfuehrungen
      * und Faelligkeit aus einem Generatorlauf zwischen Antrag und
      * Freigabe bleiben so erhalten; ein inzwischen beendeter
      * Auftrag wird nicht wieder aufgenommen.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-IN ASSIGN TO "standing.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STANDING-IN-FILE-STATUS.
           SELECT ACCTMAST-IN ASSIGN TO "acctmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCTMAST-IN-FILE-STATUS.
           SELECT CURRMAST-IN ASSIGN TO "currmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CURRMAST-IN-FILE-STATUS.
           SELECT PENDING-IN ASSIGN TO "pendchg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-IN-FILE-STATUS.
           SELECT PENDING-OUT ASSIGN TO "pendchg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-OUT-FILE-STATUS.
           SELECT AUDIT-OUT ASSIGN TO "stordaudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-OUT-FILE-STATUS.
           SELECT OPERATORS-IN ASSIGN TO "operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATORS-IN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STANDING-IN.
       01  STANDING-IN-F PIC X(110).
       FD ACCTMAST-IN.
       01  ACCTMAST-IN-F.
         05  AM-BANKID-F    PIC 9(5).
         05  AM-ACCOUNTID-F PIC 9(10).
         05  AM-NAME-F      PIC X(30).
         05  AM-STATUS-F    PIC X(01).
         05  AM-IBAN-F      PIC X(34).
         05  AM-PRODUCT-F   PIC X(04).
       FD CURRMAST-IN.
       01  CURRMAST-IN-F.
         05  CM-CODE-F     PIC X(03).
         05  CM-DECIMALS-F PIC 9(01).
         05  CM-RULE-F     PIC X(01).
       FD PENDING-IN.
       01  PENDING-IN-F.
         05  PC-TIMESTAMP-F PIC 9(16).
         05  FILLER         PIC X(01).
         05  PC-OPERATOR-F  PIC X(08).
         05  FILLER         PIC X(01).
         05  PC-FILE-F      PIC X(12).
         05  FILLER         PIC X(01).
         05  PC-ACTION-F    PIC X(03).
         05  FILLER         PIC X(01).
         05  PC-KEYLEN-F    PIC 9(02).
         05  FILLER         PIC X(01).
         05  PC-IMAGE-F     PIC X(120).
         05  FILLER         PIC X(01).
         05  PC-KEYPOS-F    PIC 9(03).
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
         05  PC-IMAGE     PIC X(120).
         05  FILLER       PIC X VALUE SPACE.
         05  PC-KEYPOS    PIC 9(03).
       FD AUDIT-OUT.
       01  AUDIT-OUT-F.
         05  AU-TIMESTAMP PIC 9(16).
         05  FILLER       PIC X VALUE SPACE.
         05  AU-OPERATOR  PIC X(08).
         05  FILLER       PIC X VALUE SPACE.
         05  AU-ACTION    PIC X(08).
         05  FILLER       PIC X VALUE SPACE.
         05  AU-BANKID    PIC 9(5).
         05  AU-ACCOUNTID PIC 9(10).
         05  FILLER       PIC X VALUE SPACE.
         05  AU-ORDERNO   PIC 9(6).
         05  FILLER       PIC X VALUE SPACE.
         05  AU-AMOUNT    PIC 9(8)V99.
         05  FILLER       PIC X VALUE SPACE.
         05  AU-OLD-STATE PIC X(01).
         05  AU-NEW-STATE PIC X(01).
       FD OPERATORS-IN.
       01  OPERATORS-IN-F.
         05  OP-ID-F     PIC X(08).
         05  OP-NAME-F   PIC X(30).
         05  OP-ROLE-F   PIC X(01).
         05  OP-ACTIVE-F PIC X(01).
       WORKING-STORAGE SECTION.
       01  OPERATORS-IN-FILE-STATUS PIC X(02).
      * Anmeldung gegen den gemeinsamen Bedienerstamm operators.txt
      * (Kennung, Name, Rolle S=Supervisor B=Bediener, A=aktiv).
      * Ohne Datei bleibt das alte Verhalten: freie Kennung, volle
      * Rechte - so laufen Teilinstallationen weiter.
       01  OPER-TABLE.
         05  OPER-ENTRY OCCURS 100 TIMES.
           10  OPR-ID     PIC X(08).
           10  OPR-NAME   PIC X(30).
           10  OPR-ROLE   PIC X(01).
           10  OPR-ACTIVE PIC X(01).
       01  OPER-COUNT PIC 9(03) VALUE 0.
       01  OPER-IDX   PIC 9(03).
       01  OPER-EOF-SWITCH PIC X VALUE "N".
         88  OPER-EOF VALUE "Y".
       01  OPERS-LOADED-SWITCH PIC X VALUE "N".
         88  OPERS-LOADED VALUE "Y".
       01  SIGNON-OK-SWITCH PIC X VALUE "N".
         88  SIGNON-OK VALUE "Y".
       01  SIGNON-TRIES PIC 9(01) VALUE 0.
       01  OPERATOR-ROLE PIC X(01) VALUE "S".
         88  ROLE-SUPERVISOR VALUE "S".
       01  STANDING-IN-FILE-STATUS  PIC X(02).
       01  ACCTMAST-IN-FILE-STATUS  PIC X(02).
       01  CURRMAST-IN-FILE-STATUS  PIC X(02).
       01  PENDING-IN-FILE-STATUS   PIC X(02).
       01  PENDING-OUT-FILE-STATUS  PIC X(02).
       01  AUDIT-OUT-FILE-STATUS    PIC X(02).
       01  CURRENT-DATE-DATA.
        05 DATETIME   PIC 9(16).
      * Satzbild eines Dauerauftrags wie im Generator, 110 Stellen.
       01  ORDER-IMAGE.
         05  OI-BANKID    PIC 9(5).
         05  OI-ACCOUNTID PIC 9(10).
         05  OI-AMOUNT    PIC 9(8)V99.
         05  OI-DRCR      PIC X(01).
         05  OI-CURR      PIC X(03).
         05  OI-FREQ      PIC X(01).
         05  OI-NEXT-DUE  PIC 9(8).
         05  OI-COMMENT   PIC X(47).
         05  OI-ANCHOR    PIC 99.
         05  OI-ENDDATE   PIC 9(8).
         05  OI-MAXEXEC   PIC 9(4).
         05  OI-EXECCOUNT PIC 9(4).
         05  OI-STATE     PIC X(01).
         05  OI-ORDERNO   PIC 9(6).
       01  ORDER-TABLE.
         05  ORDER-ENTRY OCCURS 500 TIMES.
           10  OT-BANKID    PIC 9(5).
           10  OT-ACCOUNTID PIC 9(10).
           10  OT-AMOUNT    PIC 9(8)V99.
           10  OT-DRCR      PIC X(01).
           10  OT-CURR      PIC X(03).
           10  OT-FREQ      PIC X(01).
           10  OT-NEXT-DUE  PIC 9(8).
           10  OT-COMMENT   PIC X(47).
           10  OT-ANCHOR    PIC 99.
           10  OT-ENDDATE   PIC 9(8).
           10  OT-MAXEXEC   PIC 9(4).
           10  OT-EXECCOUNT PIC 9(4).
           10  OT-STATE     PIC X(01).
           10  OT-ORDERNO   PIC 9(6).
       01  ORDER-COUNT PIC 9(03) VALUE 0.
       01  ORDER-IDX   PIC 9(03).
       01  ORDER-EOF-SWITCH PIC X VALUE "N".
         88  ORDER-EOF VALUE "Y".
      * Ein Bestand mit mehr als 500 Auftraegen wird beim Laden
      * abgeschnitten; die Pruefungen sind dann unvollstaendig,
      * worauf der Dialog hinweist.
       01  TRUNCATED-SWITCH PIC X VALUE "N".
         88  ORDERS-TRUNCATED VALUE "Y".
       01  MAX-ORDERNO PIC 9(6) VALUE 0.
      * Offene Antraege zu standing.txt: fuer die naechste freie
      * Auftragsnummer, gegen Doppelantraege und fuer die Liste.
       01  PENDORD-TABLE.
         05  PENDORD-ENTRY OCCURS 200 TIMES.
           10  PO-ACTION  PIC X(03).
           10  PO-IMAGE   PIC X(110).
       01  PENDORD-COUNT PIC 9(03) VALUE 0.
       01  PENDORD-IDX   PIC 9(03).
       01  PENDING-EOF-SWITCH PIC X VALUE "N".
         88  PENDING-EOF VALUE "Y".
       01  ACCT-TABLE.
         05  ACCT-ENTRY OCCURS 500 TIMES.
           10  AT-BANKID    PIC 9(5).
           10  AT-ACCOUNTID PIC 9(10).
           10  AT-NAME      PIC X(30).
           10  AT-STATUS    PIC X(01).
       01  ACCT-COUNT PIC 9(03) VALUE 0.
       01  ACCT-IDX   PIC 9(03).
       01  ACCT-EOF-SWITCH PIC X VALUE "N".
         88  ACCT-EOF VALUE "Y".
       01  ACCTS-LOADED-SWITCH PIC X VALUE "N".
         88  ACCTS-LOADED VALUE "Y".
       01  CURR-TABLE.
         05  CURR-ENTRY OCCURS 20 TIMES.
           10  CT-CODE     PIC X(03).
           10  CT-DECIMALS PIC 9(01).
           10  CT-RULE     PIC X(01).
       01  CURR-COUNT PIC 9(02) VALUE 0.
       01  CURR-IDX   PIC 9(02).
       01  CURR-EOF-SWITCH PIC X VALUE "N".
         88  CURR-EOF VALUE "Y".
       01  CURRS-LOADED-SWITCH PIC X VALUE "N".
         88  CURRS-LOADED VALUE "Y".
       01  FOUND-SWITCH PIC X VALUE "N".
         88  ENTRY-FOUND VALUE "Y".
       01  CHECK-OK-SWITCH PIC X VALUE "N".
         88  CHECK-OK VALUE "Y".
       01  FIELD-OK-SWITCH PIC X VALUE "N".
         88  FIELD-OK VALUE "Y".
       01  OPERATOR-ID   PIC X(08) VALUE SPACE.
       01  MENU-CHOICE   PIC X(01) VALUE SPACE.
         88  CHOICE-ADD     VALUE "A" "a".
         88  CHOICE-CHANGE  VALUE "U" "u".
         88  CHOICE-SUSPEND VALUE "S" "s".
         88  CHOICE-RESUME  VALUE "W" "w".
         88  CHOICE-CANCEL  VALUE "K" "k".
         88  CHOICE-LIST    VALUE "L" "l".
         88  CHOICE-END     VALUE "E" "e".
       01  WORK-BANKID    PIC 9(5).
       01  WORK-ACCOUNTID PIC 9(10).
       01  WORK-ORDERNO   PIC 9(6).
       01  WORK-CURR      PIC X(03).
       01  WORK-CHAR      PIC X(01).
       01  AMOUNT-TEXT    PIC X(12).
       01  DATE-TEXT      PIC X(08).
       01  COUNT-TEXT     PIC X(04).
       01  COMMENT-TEXT   PIC X(47).
       01  WORK-DATE      PIC 9(8).
       01  BLANK-KEEPS-SWITCH PIC X VALUE "N".
         88  BLANK-KEEPS VALUE "Y".
       01  DUE-ENTERED-SWITCH PIC X VALUE "N".
         88  DUE-ENTERED VALUE "Y".
       01  OLD-STATE     PIC X(01).
       01  PENDING-ACTION PIC X(03).
       01  AUDIT-ACTION  PIC X(08).
       01  LIST-COUNT    PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.
           OPEN EXTEND AUDIT-OUT
           IF AUDIT-OUT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-OUT
           END-IF
           PERFORM LOAD-ORDERS
           IF ORDERS-TRUNCATED
               DISPLAY "*** standing.txt hat mehr als 500 Auftraege -"
                   " unvollstaendig geladen, Pruefungen sind"
                   " unvollstaendig ***"
           END-IF
           PERFORM LOAD-PENDING-ORDERS
           PERFORM LOAD-ACCOUNTS
           PERFORM LOAD-CURRENCIES
           OPEN EXTEND PENDING-OUT
           IF PENDING-OUT-FILE-STATUS NOT = "00"
               OPEN OUTPUT PENDING-OUT
           END-IF
           PERFORM SIGN-ON
           IF NOT SIGNON-OK
               DISPLAY "Anmeldung fehlgeschlagen - Ende."
               CLOSE AUDIT-OUT
               CLOSE PENDING-OUT
               GOBACK
           END-IF
           PERFORM UNTIL CHOICE-END
               DISPLAY "Funktion: A=Anlegen U=Aendern S=Aussetzen "
                   "W=Wiederaufnehmen K=Kuendigen L=Liste E=Ende"
               ACCEPT MENU-CHOICE
               EVALUATE TRUE
                   WHEN CHOICE-ADD     PERFORM ADD-ORDER
                   WHEN CHOICE-CHANGE  PERFORM CHANGE-ORDER
                   WHEN CHOICE-SUSPEND PERFORM SUSPEND-ORDER
                   WHEN CHOICE-RESUME  PERFORM RESUME-ORDER
                   WHEN CHOICE-CANCEL  PERFORM CANCEL-ORDER
                   WHEN CHOICE-LIST    PERFORM LIST-ACCOUNT-ORDERS
                   WHEN CHOICE-END     CONTINUE
                   WHEN OTHER
                       DISPLAY "Unbekannte Funktion."
               END-EVALUATE
           END-PERFORM
           CLOSE AUDIT-OUT
           CLOSE PENDING-OUT
           DISPLAY "Dauerauftrags-Pflege beendet, " ORDER-COUNT
               " Auftraege im Bestand."
           GOBACK.

       LOAD-ORDERS SECTION.
      *    Altbestaende ohne die hinteren Spalten gelten als
      *    unbegrenzt und aktiv, wie im Generator.
           OPEN INPUT STANDING-IN
           IF STANDING-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL ORDER-EOF OR ORDER-COUNT >= 500
               READ STANDING-IN
                   AT END SET ORDER-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO ORDER-COUNT
                       MOVE STANDING-IN-F TO ORDER-ENTRY(ORDER-COUNT)
                       PERFORM DEFAULT-ORDER-FIELDS
               END-READ
           END-PERFORM
           IF NOT ORDER-EOF
               READ STANDING-IN
                   AT END SET ORDER-EOF TO TRUE
                   NOT AT END SET ORDERS-TRUNCATED TO TRUE
               END-READ
           END-IF
           CLOSE STANDING-IN

           .
       DEFAULT-ORDER-FIELDS SECTION.
           IF OT-ANCHOR(ORDER-COUNT) IS NOT NUMERIC
               MOVE 0 TO OT-ANCHOR(ORDER-COUNT)
           END-IF
           IF OT-ENDDATE(ORDER-COUNT) IS NOT NUMERIC
               MOVE 0 TO OT-ENDDATE(ORDER-COUNT)
           END-IF
           IF OT-MAXEXEC(ORDER-COUNT) IS NOT NUMERIC
               MOVE 0 TO OT-MAXEXEC(ORDER-COUNT)
           END-IF
           IF OT-EXECCOUNT(ORDER-COUNT) IS NOT NUMERIC
               MOVE 0 TO OT-EXECCOUNT(ORDER-COUNT)
           END-IF
           IF OT-STATE(ORDER-COUNT) NOT = "S"
               AND OT-STATE(ORDER-COUNT) NOT = "E"
               MOVE "A" TO OT-STATE(ORDER-COUNT)
           END-IF
           IF OT-ORDERNO(ORDER-COUNT) IS NOT NUMERIC
               MOVE 0 TO OT-ORDERNO(ORDER-COUNT)
           END-IF
           IF OT-ORDERNO(ORDER-COUNT) > MAX-ORDERNO
               MOVE OT-ORDERNO(ORDER-COUNT) TO MAX-ORDERNO
           END-IF

           .
       LOAD-PENDING-ORDERS SECTION.
           OPEN INPUT PENDING-IN
           IF PENDING-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL PENDING-EOF
               READ PENDING-IN
                   AT END SET PENDING-EOF TO TRUE
                   NOT AT END
                       IF PC-FILE-F = "standing.txt"
                           AND PENDORD-COUNT < 200
                           ADD 1 TO PENDORD-COUNT
                           MOVE PC-ACTION-F TO PO-ACTION(PENDORD-COUNT)
                           MOVE PC-IMAGE-F TO PO-IMAGE(PENDORD-COUNT)
                           MOVE PC-IMAGE-F TO ORDER-IMAGE
                           IF OI-ORDERNO IS NUMERIC
                               AND OI-ORDERNO > MAX-ORDERNO
                               MOVE OI-ORDERNO TO MAX-ORDERNO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-IN

           .
       LOAD-ACCOUNTS SECTION.
           OPEN INPUT ACCTMAST-IN
           IF ACCTMAST-IN-FILE-STATUS NOT = "00"
               DISPLAY "Hinweis: kein Kontostamm acctmast.txt -"
                   " Konten werden nicht geprueft."
               EXIT SECTION
           END-IF
           SET ACCTS-LOADED TO TRUE
           PERFORM UNTIL ACCT-EOF OR ACCT-COUNT >= 500
               READ ACCTMAST-IN
                   AT END SET ACCT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO ACCT-COUNT
                       MOVE ACCTMAST-IN-F TO ACCT-ENTRY(ACCT-COUNT)
               END-READ
           END-PERFORM
           CLOSE ACCTMAST-IN

           .
       LOAD-CURRENCIES SECTION.
           OPEN INPUT CURRMAST-IN
           IF CURRMAST-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           SET CURRS-LOADED TO TRUE
           PERFORM UNTIL CURR-EOF OR CURR-COUNT >= 20
               READ CURRMAST-IN
                   AT END SET CURR-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO CURR-COUNT
                       MOVE CURRMAST-IN-F TO CURR-ENTRY(CURR-COUNT)
               END-READ
           END-PERFORM
           CLOSE CURRMAST-IN

           .
       ACCEPT-KEY SECTION.
           DISPLAY "Bankleitzahl (5-stellig):"
           ACCEPT WORK-BANKID
           DISPLAY "Kontonummer (10-stellig):"
           ACCEPT WORK-ACCOUNTID

           .
       CHECK-ACCOUNT SECTION.
      *    Nur offene Konten des Kontostamms duerfen neue
      *    Dauerauftraege erhalten.
           MOVE "Y" TO CHECK-OK-SWITCH
           IF NOT ACCTS-LOADED
               EXIT SECTION
           END-IF
           MOVE "N" TO FOUND-SWITCH
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
               UNTIL ACCT-IDX > ACCT-COUNT OR ENTRY-FOUND
               IF AT-BANKID(ACCT-IDX) = WORK-BANKID
                   AND AT-ACCOUNTID(ACCT-IDX) = WORK-ACCOUNTID
                   MOVE "Y" TO FOUND-SWITCH
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
               DISPLAY "Konto nicht im Kontostamm."
               MOVE "N" TO CHECK-OK-SWITCH
               EXIT SECTION
           END-IF
           SUBTRACT 1 FROM ACCT-IDX
           IF AT-STATUS(ACCT-IDX) NOT = "O"
               DISPLAY "Konto ist nicht offen (Status "
                   AT-STATUS(ACCT-IDX) ")."
               MOVE "N" TO CHECK-OK-SWITCH
           ELSE
               DISPLAY "Konto: " FUNCTION TRIM(AT-NAME(ACCT-IDX))
           END-IF

           .
       ACCEPT-ORDERNO SECTION.
           DISPLAY "Auftragsnummer:"
           ACCEPT WORK-ORDERNO

           .
       FIND-ORDER SECTION.
           MOVE "N" TO FOUND-SWITCH
           IF WORK-ORDERNO = 0
               EXIT SECTION
           END-IF
           PERFORM VARYING ORDER-IDX FROM 1 BY 1
               UNTIL ORDER-IDX > ORDER-COUNT OR ENTRY-FOUND
               IF OT-ORDERNO(ORDER-IDX) = WORK-ORDERNO
                   MOVE "Y" TO FOUND-SWITCH
               END-IF
           END-PERFORM
           IF ENTRY-FOUND
               SUBTRACT 1 FROM ORDER-IDX
           END-IF

           .
       SELECT-ORDER SECTION.
      *    Auftrag per Nummer holen; ein schon offener Antrag zum
      *    selben Auftrag sperrt weitere Antraege bis zur Freigabe.
           MOVE "N" TO CHECK-OK-SWITCH
           MOVE "N" TO DUE-ENTERED-SWITCH
           PERFORM ACCEPT-ORDERNO
           PERFORM FIND-ORDER
           IF NOT ENTRY-FOUND
               DISPLAY "Auftrag nicht gefunden (Altauftraege ohne"
                   " Nummer erhalten sie beim naechsten"
                   " Generatorlauf)."
               EXIT SECTION
           END-IF
           PERFORM VARYING PENDORD-IDX FROM 1 BY 1
               UNTIL PENDORD-IDX > PENDORD-COUNT
               MOVE PO-IMAGE(PENDORD-IDX) TO ORDER-IMAGE
               IF OI-ORDERNO = WORK-ORDERNO
                   DISPLAY "Zu diesem Auftrag liegt bereits ein"
                       " offener Antrag vor."
                   EXIT SECTION
               END-IF
           END-PERFORM
           MOVE ORDER-ENTRY(ORDER-IDX) TO ORDER-IMAGE
           MOVE OT-BANKID(ORDER-IDX) TO WORK-BANKID
           MOVE OT-ACCOUNTID(ORDER-IDX) TO WORK-ACCOUNTID
           MOVE OT-STATE(ORDER-IDX) TO OLD-STATE
           PERFORM SHOW-ORDER
           SET CHECK-OK TO TRUE

           .
       ADD-ORDER SECTION.
           IF ORDER-COUNT >= 500
               DISPLAY "Bestand voll - kein Platz fuer Neuanlage."
               EXIT SECTION
           END-IF
           PERFORM ACCEPT-KEY
           IF WORK-BANKID = 0 OR WORK-ACCOUNTID = 0
               DISPLAY "Bank und Konto muessen ungleich 0 sein."
               EXIT SECTION
           END-IF
           PERFORM CHECK-ACCOUNT
           IF NOT CHECK-OK
               EXIT SECTION
           END-IF
           MOVE SPACES TO ORDER-IMAGE
           MOVE WORK-BANKID TO OI-BANKID
           MOVE WORK-ACCOUNTID TO OI-ACCOUNTID
           MOVE "N" TO BLANK-KEEPS-SWITCH
           PERFORM ACCEPT-AMOUNT
           PERFORM ACCEPT-DRCR
           PERFORM ACCEPT-CURRENCY
           PERFORM ACCEPT-FREQUENCY
           PERFORM ACCEPT-NEXT-DUE
           DISPLAY "Verwendungszweck:"
           ACCEPT OI-COMMENT
           PERFORM ACCEPT-LIMITS
           MOVE 0 TO OI-EXECCOUNT
           MOVE "A" TO OI-STATE
           ADD 1 TO MAX-ORDERNO
           MOVE MAX-ORDERNO TO OI-ORDERNO
           MOVE SPACE TO OLD-STATE
           MOVE "PUT" TO PENDING-ACTION
           PERFORM WRITE-PENDING
           MOVE "ADD" TO AUDIT-ACTION
           PERFORM WRITE-REQUEST-AUDIT
           DISPLAY "Neuanlage Auftrag " OI-ORDERNO
               " zur Freigabe vorgemerkt."

           .
       CHANGE-ORDER SECTION.
      *    Leere Eingabe laesst das jeweilige Feld unveraendert.
           PERFORM SELECT-ORDER
           IF NOT CHECK-OK
               EXIT SECTION
           END-IF
           IF OT-STATE(ORDER-IDX) = "E"
               DISPLAY "Auftrag ist beendet - bitte neu anlegen."
               EXIT SECTION
           END-IF
           MOVE "Y" TO BLANK-KEEPS-SWITCH
           PERFORM ACCEPT-AMOUNT
           PERFORM ACCEPT-FREQUENCY
           PERFORM ACCEPT-NEXT-DUE
           DISPLAY "Verwendungszweck (leer = unveraendert):"
           ACCEPT COMMENT-TEXT
           IF COMMENT-TEXT NOT = SPACE
               MOVE COMMENT-TEXT TO OI-COMMENT
           END-IF
           PERFORM ACCEPT-LIMITS
           MOVE "PUT" TO PENDING-ACTION
           PERFORM WRITE-PENDING
           MOVE "CHANGE" TO AUDIT-ACTION
           PERFORM WRITE-REQUEST-AUDIT
           DISPLAY "Aenderung zur Freigabe vorgemerkt."

           .
       SUSPEND-ORDER SECTION.
           PERFORM SELECT-ORDER
           IF NOT CHECK-OK
               EXIT SECTION
           END-IF
           IF OT-STATE(ORDER-IDX) NOT = "A"
               DISPLAY "Nur aktive Auftraege koennen ausgesetzt"
                   " werden."
               EXIT SECTION
           END-IF
           MOVE "S" TO OI-STATE
           MOVE "PUT" TO PENDING-ACTION
           PERFORM WRITE-PENDING
           MOVE "SUSPEND" TO AUDIT-ACTION
           PERFORM WRITE-REQUEST-AUDIT
           DISPLAY "Aussetzung zur Freigabe vorgemerkt."

           .
       RESUME-ORDER SECTION.
      *    Waehrend der Aussetzung verfallene Perioden werden nicht
      *    nachgeholt; das Konto muss wieder offen sein.
           PERFORM SELECT-ORDER
           IF NOT CHECK-OK
               EXIT SECTION
           END-IF
           IF OT-STATE(ORDER-IDX) NOT = "S"
               DISPLAY "Auftrag ist nicht ausgesetzt."
               EXIT SECTION
           END-IF
           PERFORM CHECK-ACCOUNT
           IF NOT CHECK-OK
               EXIT SECTION
           END-IF
           MOVE "A" TO OI-STATE
           MOVE "PUT" TO PENDING-ACTION
           PERFORM WRITE-PENDING
           MOVE "RESUME" TO AUDIT-ACTION
           PERFORM WRITE-REQUEST-AUDIT
           DISPLAY "Wiederaufnahme zur Freigabe vorgemerkt."

           .
       CANCEL-ORDER SECTION.
           PERFORM SELECT-ORDER
           IF NOT CHECK-OK
               EXIT SECTION
           END-IF
           MOVE "DEL" TO PENDING-ACTION
           PERFORM WRITE-PENDING
           MOVE "CANCEL" TO AUDIT-ACTION
           PERFORM WRITE-REQUEST-AUDIT
           DISPLAY "Kuendigung zur Freigabe vorgemerkt."

           .
       ACCEPT-AMOUNT SECTION.
           MOVE "N" TO FIELD-OK-SWITCH
           PERFORM UNTIL FIELD-OK
               IF BLANK-KEEPS
                   DISPLAY "Betrag (leer = unveraendert):"
               ELSE
                   DISPLAY "Betrag (z.B. 1234.56):"
               END-IF
               ACCEPT AMOUNT-TEXT
               IF AMOUNT-TEXT = SPACE
                   IF BLANK-KEEPS
                       MOVE "Y" TO FIELD-OK-SWITCH
                   ELSE
                       DISPLAY "Betrag darf nicht leer sein."
                   END-IF
               ELSE
                   IF FUNCTION TEST-NUMVAL(AMOUNT-TEXT) = 0
                       AND FUNCTION NUMVAL(AMOUNT-TEXT) > 0
                       MOVE FUNCTION NUMVAL(AMOUNT-TEXT) TO OI-AMOUNT
                       MOVE "Y" TO FIELD-OK-SWITCH
                   ELSE
                       DISPLAY "Betrag muss numerisch und > 0 sein."
                   END-IF
               END-IF
           END-PERFORM

           .
       ACCEPT-DRCR SECTION.
           MOVE "N" TO FIELD-OK-SWITCH
           PERFORM UNTIL FIELD-OK
               DISPLAY "Soll/Haben (D=Soll, C=Haben):"
               ACCEPT WORK-CHAR
               MOVE FUNCTION UPPER-CASE(WORK-CHAR) TO WORK-CHAR
               IF WORK-CHAR = "C" OR WORK-CHAR = "D"
                   MOVE WORK-CHAR TO OI-DRCR
                   MOVE "Y" TO FIELD-OK-SWITCH
               ELSE
                   DISPLAY "Nur C oder D erlaubt."
               END-IF
           END-PERFORM

           .
       ACCEPT-CURRENCY SECTION.
      *    Code gegen den Waehrungsstamm; ohne currmast.txt wird
      *    jeder Code wie in der Erfassung uebernommen.
           MOVE "N" TO FIELD-OK-SWITCH
           PERFORM UNTIL FIELD-OK
               DISPLAY "Waehrung (leer = EUR):"
               ACCEPT WORK-CURR
               MOVE FUNCTION UPPER-CASE(WORK-CURR) TO WORK-CURR
               IF WORK-CURR = SPACE
                   MOVE "EUR" TO WORK-CURR
               END-IF
               MOVE "Y" TO FIELD-OK-SWITCH
               IF CURRS-LOADED
                   MOVE "N" TO FOUND-SWITCH
                   PERFORM VARYING CURR-IDX FROM 1 BY 1
                       UNTIL CURR-IDX > CURR-COUNT OR ENTRY-FOUND
                       IF CT-CODE(CURR-IDX) = WORK-CURR
                           MOVE "Y" TO FOUND-SWITCH
                       END-IF
                   END-PERFORM
                   IF NOT ENTRY-FOUND
                       DISPLAY "Waehrung " WORK-CURR
                           " nicht im Waehrungsstamm."
                       MOVE "N" TO FIELD-OK-SWITCH
                   END-IF
               END-IF
           END-PERFORM
           MOVE WORK-CURR TO OI-CURR

           .
       ACCEPT-FREQUENCY SECTION.
           MOVE "N" TO FIELD-OK-SWITCH
           PERFORM UNTIL FIELD-OK
               IF BLANK-KEEPS
                   DISPLAY "Frequenz T/W/M (leer = unveraendert):"
               ELSE
                   DISPLAY "Frequenz (T=taeglich W=woechentlich"
                       " M=monatlich):"
               END-IF
               ACCEPT WORK-CHAR
               MOVE FUNCTION UPPER-CASE(WORK-CHAR) TO WORK-CHAR
               IF WORK-CHAR = SPACE AND BLANK-KEEPS
                   MOVE "Y" TO FIELD-OK-SWITCH
               ELSE
                   IF WORK-CHAR = "T" OR WORK-CHAR = "W"
                       OR WORK-CHAR = "M"
                       MOVE WORK-CHAR TO OI-FREQ
                       MOVE "Y" TO FIELD-OK-SWITCH
                   ELSE
                       DISPLAY "Nur T, W oder M erlaubt."
                   END-IF
               END-IF
           END-PERFORM

           .
       ACCEPT-NEXT-DUE SECTION.
      *    Der Ankertag des Monatsauftrags folgt dem Tag der
      *    eingegebenen Faelligkeit.
           MOVE "N" TO FIELD-OK-SWITCH
           PERFORM UNTIL FIELD-OK
               IF BLANK-KEEPS
                   DISPLAY "Naechste Faelligkeit JJJJMMTT"
                       " (leer = unveraendert):"
               ELSE
                   DISPLAY "Erste Faelligkeit (JJJJMMTT):"
               END-IF
               ACCEPT DATE-TEXT
               IF DATE-TEXT = SPACE AND BLANK-KEEPS
                   MOVE "Y" TO FIELD-OK-SWITCH
               ELSE
                   PERFORM CHECK-DATE-TEXT
                   IF FIELD-OK
                       MOVE WORK-DATE TO OI-NEXT-DUE
                       MOVE OI-NEXT-DUE(7:2) TO OI-ANCHOR
                       IF BLANK-KEEPS
                           SET DUE-ENTERED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           .
       ACCEPT-LIMITS SECTION.
      *    Enddatum und Hoechstzahl, je 0 = unbegrenzt; bei
      *    Aenderung laesst leer den bisherigen Wert stehen.
           MOVE "N" TO FIELD-OK-SWITCH
           PERFORM UNTIL FIELD-OK
               DISPLAY "Enddatum JJJJMMTT (0 = unbefristet"
                   ", leer = " OI-ENDDATE "):"
               ACCEPT DATE-TEXT
               EVALUATE TRUE
                   WHEN DATE-TEXT = SPACE
                       IF NOT BLANK-KEEPS
                           MOVE 0 TO OI-ENDDATE
                       END-IF
                       MOVE "Y" TO FIELD-OK-SWITCH
                   WHEN DATE-TEXT = "0"
                       MOVE 0 TO OI-ENDDATE
                       MOVE "Y" TO FIELD-OK-SWITCH
                   WHEN OTHER
                       PERFORM CHECK-DATE-TEXT
                       IF FIELD-OK
                           IF WORK-DATE < OI-NEXT-DUE
                               DISPLAY "Enddatum liegt vor der"
                                   " naechsten Faelligkeit."
                               MOVE "N" TO FIELD-OK-SWITCH
                           ELSE
                               MOVE WORK-DATE TO OI-ENDDATE
                           END-IF
                       END-IF
               END-EVALUATE
           END-PERFORM
           MOVE "N" TO FIELD-OK-SWITCH
           PERFORM UNTIL FIELD-OK
               DISPLAY "Hoechstzahl Ausfuehrungen (0 = unbegrenzt"
                   ", leer = " OI-MAXEXEC "):"
               ACCEPT COUNT-TEXT
               IF COUNT-TEXT = SPACE
                   IF NOT BLANK-KEEPS
                       MOVE 0 TO OI-MAXEXEC
                   END-IF
                   MOVE "Y" TO FIELD-OK-SWITCH
               ELSE
                   IF FUNCTION TEST-NUMVAL(COUNT-TEXT) = 0
                       MOVE FUNCTION NUMVAL(COUNT-TEXT) TO OI-MAXEXEC
                       MOVE "Y" TO FIELD-OK-SWITCH
                   ELSE
                       DISPLAY "Bitte eine Zahl eingeben."
                   END-IF
               END-IF
           END-PERFORM
           IF OI-MAXEXEC > 0 AND OI-EXECCOUNT >= OI-MAXEXEC
               DISPLAY "Hinweis: Hoechstzahl bereits erreicht - der"
                   " Auftrag endet im naechsten Generatorlauf."
           END-IF

           .
       CHECK-DATE-TEXT SECTION.
           MOVE "N" TO FIELD-OK-SWITCH
           IF DATE-TEXT IS NOT NUMERIC
               DISPLAY "Bitte JJJJMMTT eingeben."
               EXIT SECTION
           END-IF
           MOVE DATE-TEXT TO WORK-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WORK-DATE) NOT = 0
               DISPLAY "Kein gueltiges Datum."
               EXIT SECTION
           END-IF
           MOVE "Y" TO FIELD-OK-SWITCH

           .
       SHOW-ORDER SECTION.
           DISPLAY "Auftrag " OI-ORDERNO " " OI-BANKID "/"
               OI-ACCOUNTID " " OI-AMOUNT " " OI-DRCR " "
               OI-CURR " " OI-FREQ " naechste " OI-NEXT-DUE
               " Zustand " OI-STATE
           DISPLAY "  " OI-COMMENT
           DISPLAY "  Ende " OI-ENDDATE " Hoechstzahl " OI-MAXEXEC
               " ausgefuehrt " OI-EXECCOUNT

           .
       LIST-ACCOUNT-ORDERS SECTION.
      *    Alle Auftraege eines Kontos, danach die noch offenen
      *    Antraege fuer dieses Konto.
           PERFORM ACCEPT-KEY
           MOVE 0 TO LIST-COUNT
           PERFORM VARYING ORDER-IDX FROM 1 BY 1
               UNTIL ORDER-IDX > ORDER-COUNT
               IF OT-BANKID(ORDER-IDX) = WORK-BANKID
                   AND OT-ACCOUNTID(ORDER-IDX) = WORK-ACCOUNTID
                   ADD 1 TO LIST-COUNT
                   MOVE ORDER-ENTRY(ORDER-IDX) TO ORDER-IMAGE
                   PERFORM SHOW-ORDER
               END-IF
           END-PERFORM
           DISPLAY LIST-COUNT " Auftraege fuer " WORK-BANKID "/"
               WORK-ACCOUNTID "."
           PERFORM VARYING PENDORD-IDX FROM 1 BY 1
               UNTIL PENDORD-IDX > PENDORD-COUNT
               MOVE PO-IMAGE(PENDORD-IDX) TO ORDER-IMAGE
               IF OI-BANKID = WORK-BANKID
                   AND OI-ACCOUNTID = WORK-ACCOUNTID
                   DISPLAY "Offener Antrag " PO-ACTION(PENDORD-IDX)
                       ":"
                   PERFORM SHOW-ORDER
               END-IF
           END-PERFORM

           .
       WRITE-PENDING SECTION.
      *    Offener Aenderungssatz fuer das Vier-Augen-Prinzip:
      *    Schluessel ist die Auftragsnummer (6 Stellen ab Stelle
      *    105 des Satzbildes). Eine neu eingegebene Faelligkeit
      *    traegt das Kennzeichen F in Stelle 111. Der Antrag wird
      *    auch in die eigene Tabelle uebernommen, damit Liste und
      *    Sperre ihn kennen.
           MOVE SPACES TO PENDING-OUT-F
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           MOVE DATETIME TO PC-TIMESTAMP
           MOVE OPERATOR-ID TO PC-OPERATOR
           MOVE "standing.txt" TO PC-FILE
           MOVE PENDING-ACTION TO PC-ACTION
           MOVE 6 TO PC-KEYLEN
           MOVE ORDER-IMAGE TO PC-IMAGE
           IF DUE-ENTERED
               MOVE "F" TO PC-IMAGE(111:1)
           END-IF
           MOVE 105 TO PC-KEYPOS
           WRITE PENDING-OUT-F
           IF PENDORD-COUNT < 200
               ADD 1 TO PENDORD-COUNT
               MOVE PENDING-ACTION TO PO-ACTION(PENDORD-COUNT)
               MOVE ORDER-IMAGE TO PO-IMAGE(PENDORD-COUNT)
           END-IF

           .
       WRITE-REQUEST-AUDIT SECTION.
           MOVE SPACES TO AUDIT-OUT-F
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           MOVE DATETIME TO AU-TIMESTAMP
           MOVE OPERATOR-ID TO AU-OPERATOR
           MOVE AUDIT-ACTION TO AU-ACTION
           MOVE OI-BANKID TO AU-BANKID
           MOVE OI-ACCOUNTID TO AU-ACCOUNTID
           MOVE OI-ORDERNO TO AU-ORDERNO
           MOVE OI-AMOUNT TO AU-AMOUNT
           MOVE OLD-STATE TO AU-OLD-STATE
           MOVE OI-STATE TO AU-NEW-STATE
           WRITE AUDIT-OUT-F

           .
       LOAD-OPERATORS SECTION.
           OPEN INPUT OPERATORS-IN
           IF OPERATORS-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           SET OPERS-LOADED TO TRUE
           PERFORM UNTIL OPER-EOF OR OPER-COUNT >= 100
               READ OPERATORS-IN
                   AT END SET OPER-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO OPER-COUNT
                       MOVE OPERATORS-IN-F TO OPER-ENTRY(OPER-COUNT)
               END-READ
           END-PERFORM
           CLOSE OPERATORS-IN

           .
       SIGN-ON SECTION.
      *    Drei Versuche; nur aktive Kennungen kommen durch, die
      *    Rolle steuert die Berechtigungen der Dialogfunktionen.
           PERFORM LOAD-OPERATORS
           IF NOT OPERS-LOADED
               DISPLAY "Bediener-Kennung:"
               ACCEPT OPERATOR-ID
               SET SIGNON-OK TO TRUE
               EXIT SECTION
           END-IF
           PERFORM UNTIL SIGNON-OK OR SIGNON-TRIES >= 3
               ADD 1 TO SIGNON-TRIES
               DISPLAY "Anmeldung - Bediener-Kennung:"
               ACCEPT OPERATOR-ID
               PERFORM VARYING OPER-IDX FROM 1 BY 1
                   UNTIL OPER-IDX > OPER-COUNT OR SIGNON-OK
                   IF OPR-ID(OPER-IDX) = OPERATOR-ID
                       IF OPR-ACTIVE(OPER-IDX) = "A"
                           SET SIGNON-OK TO TRUE
                           MOVE OPR-ROLE(OPER-IDX) TO OPERATOR-ROLE
                           DISPLAY "Angemeldet: "
                               FUNCTION TRIM(OPR-NAME(OPER-IDX))
                       ELSE
                           DISPLAY "Kennung ist gesperrt."
                           MOVE 3 TO SIGNON-TRIES
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT SIGNON-OK AND SIGNON-TRIES < 3
                   DISPLAY "Kennung unbekannt."
               END-IF
           END-PERFORM

           .
