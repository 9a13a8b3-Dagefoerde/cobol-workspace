       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HOLDMNT_M.
      *****************************************************************
      * Pflegeprogramm fuer die Betragsvormerkungen (holds.txt:
      * Bank, Konto, Referenz, Betrag, Waehrung, Grund K=Karten-
      * autorisierung P=Pfaendung S=Sicherheit fuer Buergschaft
      * V=sonstige Vormerkung, Ablaufdatum, 0 = unbefristet).
      * Eine aktive Vormerkung mindert den verfuegbaren Saldo, gegen
      * den der Tagesabschluss das Dispolimit prueft; abgelaufene
      * Vormerkungen streicht der Abschluss selbst.
      * Anlegen, Aendern (Betrag, Ablauf) und Aufheben wie in der
      * Kontostamm-Pflege: nichts wird direkt geschrieben, jeder
      * Antrag geht als offener Aenderungssatz nach pendchg.txt
      * (Schluessel Bank, Konto und Referenz, 35 Stellen) und wird
      * erst durch die Freigabe eines zweiten Bedieners angewandt.
      * Eine Pfaendung darf nur der Supervisor aufheben. Bank/Konto
      * werden gegen acctmast.txt, die Waehrung gegen currmast.txt
      * geprueft; fehlt eine der Dateien, entfaellt die jeweilige
      * Pruefung. Jeder Antrag wird mit Bediener und Zeitstempel in
      * holdaudit.txt protokolliert.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDS-IN ASSIGN TO "holds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDS-IN-FILE-STATUS.
           SELECT ACCTMAST-IN ASSIGN TO "acctmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCTMAST-IN-FILE-STATUS.
           SELECT CURRMAST-IN ASSIGN TO "currmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CURRMAST-IN-FILE-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-IN-FILE-STATUS.
           SELECT PENDING-IN ASSIGN TO "pendchg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-IN-FILE-STATUS.
           SELECT PENDING-OUT ASSIGN TO "pendchg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-OUT-FILE-STATUS.
           SELECT AUDIT-OUT ASSIGN TO "holdaudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-OUT-FILE-STATUS.
           SELECT OPERATORS-IN ASSIGN TO "operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATORS-IN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HOLDS-IN.
       01  HOLDS-IN-F PIC X(57).
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
       FD BUSDATE-IN.
       01  BUSDATE-IN-F PIC 9(8).
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
         05  AU-REFERENCE PIC X(20).
         05  FILLER       PIC X VALUE SPACE.
         05  AU-AMOUNT    PIC 9(8)V99.
         05  FILLER       PIC X VALUE SPACE.
         05  AU-CURR      PIC X(03).
         05  FILLER       PIC X VALUE SPACE.
         05  AU-REASON    PIC X(01).
         05  FILLER       PIC X VALUE SPACE.
         05  AU-EXPIRY    PIC 9(8).
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
       01  HOLDS-IN-FILE-STATUS     PIC X(02).
       01  ACCTMAST-IN-FILE-STATUS  PIC X(02).
       01  CURRMAST-IN-FILE-STATUS  PIC X(02).
       01  BUSDATE-IN-FILE-STATUS   PIC X(02).
       01  PENDING-IN-FILE-STATUS   PIC X(02).
       01  PENDING-OUT-FILE-STATUS  PIC X(02).
       01  AUDIT-OUT-FILE-STATUS    PIC X(02).
       01  CURRENT-DATE-DATA.
        05 DATETIME   PIC 9(16).
       01  TODAY-DATE PIC 9(8).
      * Satzbild einer Vormerkung wie im Tagesabschluss, 57 Stellen.
       01  HOLD-IMAGE.
         05  HI-KEY.
           10  HI-BANKID    PIC 9(5).
           10  HI-ACCOUNTID PIC 9(10).
           10  HI-REFERENCE PIC X(20).
         05  HI-AMOUNT    PIC 9(8)V99.
         05  HI-CURR      PIC X(03).
         05  HI-REASON    PIC X(01).
           88  HI-GARNISHMENT VALUE "P".
         05  HI-EXPIRY    PIC 9(8).
       01  HOLD-TABLE.
         05  HOLD-ENTRY OCCURS 2000 TIMES.
           10  HT-KEY.
             15  HT-BANKID    PIC 9(5).
             15  HT-ACCOUNTID PIC 9(10).
             15  HT-REFERENCE PIC X(20).
           10  HT-AMOUNT    PIC 9(8)V99.
           10  HT-CURR      PIC X(03).
           10  HT-REASON    PIC X(01).
           10  HT-EXPIRY    PIC 9(8).
       01  HOLD-COUNT PIC 9(04) VALUE 0.
       01  HOLD-IDX   PIC 9(04).
       01  HOLD-EOF-SWITCH PIC X VALUE "N".
         88  HOLD-EOF VALUE "Y".
      * Ein Bestand mit mehr als 2000 Vormerkungen wird beim Laden
      * abgeschnitten; die Pruefungen sind dann unvollstaendig,
      * worauf der Dialog hinweist.
       01  TRUNCATED-SWITCH PIC X VALUE "N".
         88  HOLDS-TRUNCATED VALUE "Y".
      * Offene Antraege zu holds.txt: gegen Doppelantraege und fuer
      * die Liste.
       01  PENDHOLD-TABLE.
         05  PENDHOLD-ENTRY OCCURS 200 TIMES.
           10  PH-ACTION  PIC X(03).
           10  PH-IMAGE   PIC X(57).
       01  PENDHOLD-COUNT PIC 9(03) VALUE 0.
       01  PENDHOLD-IDX   PIC 9(03).
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
       01  BLANK-KEEPS-SWITCH PIC X VALUE "N".
         88  BLANK-KEEPS VALUE "Y".
       01  OPERATOR-ID   PIC X(08) VALUE SPACE.
       01  MENU-CHOICE   PIC X(01) VALUE SPACE.
         88  CHOICE-ADD     VALUE "A" "a".
         88  CHOICE-CHANGE  VALUE "U" "u".
         88  CHOICE-RELEASE VALUE "F" "f".
         88  CHOICE-LIST    VALUE "L" "l".
         88  CHOICE-END     VALUE "E" "e".
       01  WORK-KEY.
         05  WORK-BANKID    PIC 9(5).
         05  WORK-ACCOUNTID PIC 9(10).
         05  WORK-REFERENCE PIC X(20).
       01  WORK-CURR      PIC X(03).
       01  WORK-CHAR      PIC X(01).
       01  AMOUNT-TEXT    PIC X(12).
       01  DATE-TEXT      PIC X(08).
       01  WORK-DATE      PIC 9(8).
       01  PENDING-ACTION PIC X(03).
       01  AUDIT-ACTION   PIC X(08).
       01  LIST-COUNT     PIC 9(04) VALUE 0.
       01  LIST-TOTAL     PIC 9(9)V99 VALUE 0.
       01  AMOUNT-DISP    PIC Z(7)9.99.
       01  TOTAL-DISP     PIC Z(8)9.99.
       01  EXPIRY-NOTE    PIC X(13) VALUE SPACE.

       PROCEDURE DIVISION.
           PERFORM LOAD-BUSINESS-DATE
           OPEN EXTEND AUDIT-OUT
           IF AUDIT-OUT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-OUT
           END-IF
           PERFORM LOAD-HOLDS
           IF HOLDS-TRUNCATED
               DISPLAY "*** holds.txt hat mehr als 2000 Vormerkungen"
                   " - unvollstaendig geladen, Pruefungen sind"
                   " unvollstaendig ***"
           END-IF
           PERFORM LOAD-PENDING-HOLDS
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
               DISPLAY "Funktion: A=Anlegen U=Aendern F=Aufheben "
                   "L=Liste E=Ende"
               ACCEPT MENU-CHOICE
               EVALUATE TRUE
                   WHEN CHOICE-ADD     PERFORM ADD-HOLD
                   WHEN CHOICE-CHANGE  PERFORM CHANGE-HOLD
                   WHEN CHOICE-RELEASE PERFORM RELEASE-HOLD
                   WHEN CHOICE-LIST    PERFORM LIST-ACCOUNT-HOLDS
                   WHEN CHOICE-END     CONTINUE
                   WHEN OTHER
                       DISPLAY "Unbekannte Funktion."
               END-EVALUATE
           END-PERFORM
           CLOSE AUDIT-OUT
           CLOSE PENDING-OUT
           DISPLAY "Vormerkungs-Pflege beendet, " HOLD-COUNT
               " Vormerkungen im Bestand."
           GOBACK.

       LOAD-BUSINESS-DATE SECTION.
      *    Geschaeftsdatum wie im Abschluss: busdate.txt, sonst das
      *    Systemdatum.
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

           .
       LOAD-HOLDS SECTION.
           OPEN INPUT HOLDS-IN
           IF HOLDS-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL HOLD-EOF OR HOLD-COUNT >= 2000
               READ HOLDS-IN
                   AT END SET HOLD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO HOLD-COUNT
                       MOVE HOLDS-IN-F TO HOLD-ENTRY(HOLD-COUNT)
                       IF HT-EXPIRY(HOLD-COUNT) IS NOT NUMERIC
                           MOVE 0 TO HT-EXPIRY(HOLD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF NOT HOLD-EOF
               READ HOLDS-IN
                   AT END SET HOLD-EOF TO TRUE
                   NOT AT END SET HOLDS-TRUNCATED TO TRUE
               END-READ
           END-IF
           CLOSE HOLDS-IN

           .
       LOAD-PENDING-HOLDS SECTION.
           OPEN INPUT PENDING-IN
           IF PENDING-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL PENDING-EOF
               READ PENDING-IN
                   AT END SET PENDING-EOF TO TRUE
                   NOT AT END
                       IF PC-FILE-F = "holds.txt"
                           AND PENDHOLD-COUNT < 200
                           ADD 1 TO PENDHOLD-COUNT
                           MOVE PC-ACTION-F TO PH-ACTION(PENDHOLD-COUNT)
                           MOVE PC-IMAGE-F TO PH-IMAGE(PENDHOLD-COUNT)
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
       ACCEPT-REFERENCE SECTION.
           DISPLAY "Referenz der Vormerkung (bis 20 Stellen):"
           ACCEPT WORK-REFERENCE

           .
       CHECK-ACCOUNT SECTION.
      *    Vormerkungen sind auch auf gesperrten Konten zulaessig
      *    (Pfaendung), nicht aber auf geschlossenen.
           MOVE "Y" TO CHECK-OK-SWITCH
           IF WORK-BANKID = 0 OR WORK-ACCOUNTID = 0
               DISPLAY "Bank und Konto muessen ungleich 0 sein."
               MOVE "N" TO CHECK-OK-SWITCH
               EXIT SECTION
           END-IF
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
           IF AT-STATUS(ACCT-IDX) = "C"
               DISPLAY "Konto ist geschlossen."
               MOVE "N" TO CHECK-OK-SWITCH
           ELSE
               DISPLAY "Konto: " FUNCTION TRIM(AT-NAME(ACCT-IDX))
           END-IF

           .
       FIND-HOLD SECTION.
           MOVE "N" TO FOUND-SWITCH
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > HOLD-COUNT OR ENTRY-FOUND
               IF HT-KEY(HOLD-IDX) = WORK-KEY
                   MOVE "Y" TO FOUND-SWITCH
               END-IF
           END-PERFORM
           IF ENTRY-FOUND
               SUBTRACT 1 FROM HOLD-IDX
           END-IF

           .
       CHECK-PENDING SECTION.
      *    Ein offener Antrag zur selben Vormerkung sperrt weitere
      *    Antraege bis zur Freigabe.
           MOVE "Y" TO CHECK-OK-SWITCH
           PERFORM VARYING PENDHOLD-IDX FROM 1 BY 1
               UNTIL PENDHOLD-IDX > PENDHOLD-COUNT
               MOVE PH-IMAGE(PENDHOLD-IDX) TO HOLD-IMAGE
               IF HI-KEY = WORK-KEY
                   DISPLAY "Zu dieser Vormerkung liegt bereits ein"
                       " offener Antrag vor."
                   MOVE "N" TO CHECK-OK-SWITCH
                   EXIT SECTION
               END-IF
           END-PERFORM

           .
       SELECT-HOLD SECTION.
           MOVE "N" TO CHECK-OK-SWITCH
           PERFORM ACCEPT-KEY
           PERFORM ACCEPT-REFERENCE
           PERFORM FIND-HOLD
           IF NOT ENTRY-FOUND
               DISPLAY "Vormerkung nicht gefunden."
               EXIT SECTION
           END-IF
           PERFORM CHECK-PENDING
           IF NOT CHECK-OK
               EXIT SECTION
           END-IF
           MOVE HOLD-ENTRY(HOLD-IDX) TO HOLD-IMAGE
           PERFORM SHOW-HOLD

           .
       ADD-HOLD SECTION.
           IF HOLD-COUNT >= 2000
               DISPLAY "Bestand voll - kein Platz fuer Neuanlage."
               EXIT SECTION
           END-IF
           PERFORM ACCEPT-KEY
           PERFORM CHECK-ACCOUNT
           IF NOT CHECK-OK
               EXIT SECTION
           END-IF
           PERFORM ACCEPT-REFERENCE
           IF WORK-REFERENCE = SPACE
               DISPLAY "Referenz darf nicht leer sein."
               EXIT SECTION
           END-IF
           PERFORM FIND-HOLD
           IF ENTRY-FOUND
               DISPLAY "Vormerkung mit dieser Referenz bereits"
                   " erfasst."
               EXIT SECTION
           END-IF
           PERFORM CHECK-PENDING
           IF NOT CHECK-OK
               EXIT SECTION
           END-IF
           MOVE SPACES TO HOLD-IMAGE
           MOVE WORK-KEY TO HI-KEY
           MOVE "N" TO BLANK-KEEPS-SWITCH
           PERFORM ACCEPT-AMOUNT
           PERFORM ACCEPT-CURRENCY
           PERFORM ACCEPT-REASON
           PERFORM ACCEPT-EXPIRY
           MOVE "PUT" TO PENDING-ACTION
           PERFORM WRITE-PENDING
           MOVE "ADD" TO AUDIT-ACTION
           PERFORM WRITE-REQUEST-AUDIT
           DISPLAY "Neuanlage Vormerkung zur Freigabe vorgemerkt."

           .
       CHANGE-HOLD SECTION.
      *    Leere Eingabe laesst das jeweilige Feld unveraendert.
           PERFORM SELECT-HOLD
           IF NOT CHECK-OK
               EXIT SECTION
           END-IF
           MOVE "Y" TO BLANK-KEEPS-SWITCH
           PERFORM ACCEPT-AMOUNT
           PERFORM ACCEPT-EXPIRY
           MOVE "PUT" TO PENDING-ACTION
           PERFORM WRITE-PENDING
           MOVE "CHANGE" TO AUDIT-ACTION
           PERFORM WRITE-REQUEST-AUDIT
           DISPLAY "Aenderung zur Freigabe vorgemerkt."

           .
       RELEASE-HOLD SECTION.
           PERFORM SELECT-HOLD
           IF NOT CHECK-OK
               EXIT SECTION
           END-IF
           IF HI-GARNISHMENT AND NOT ROLE-SUPERVISOR
               DISPLAY "Nur Supervisoren duerfen Pfaendungen"
                   " aufheben."
               EXIT SECTION
           END-IF
           MOVE "DEL" TO PENDING-ACTION
           PERFORM WRITE-PENDING
           MOVE "RELEASE" TO AUDIT-ACTION
           PERFORM WRITE-REQUEST-AUDIT
           DISPLAY "Aufhebung zur Freigabe vorgemerkt."

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
                       MOVE FUNCTION NUMVAL(AMOUNT-TEXT) TO HI-AMOUNT
                       MOVE "Y" TO FIELD-OK-SWITCH
                   ELSE
                       DISPLAY "Betrag muss numerisch und > 0 sein."
                   END-IF
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
           MOVE WORK-CURR TO HI-CURR

           .
       ACCEPT-REASON SECTION.
           MOVE "N" TO FIELD-OK-SWITCH
           PERFORM UNTIL FIELD-OK
               DISPLAY "Grund (K=Kartenautorisierung P=Pfaendung"
                   " S=Sicherheit V=sonstige):"
               ACCEPT WORK-CHAR
               MOVE FUNCTION UPPER-CASE(WORK-CHAR) TO WORK-CHAR
               IF WORK-CHAR = "K" OR WORK-CHAR = "P"
                   OR WORK-CHAR = "S" OR WORK-CHAR = "V"
                   MOVE WORK-CHAR TO HI-REASON
                   MOVE "Y" TO FIELD-OK-SWITCH
               ELSE
                   DISPLAY "Nur K, P, S oder V erlaubt."
               END-IF
           END-PERFORM

           .
       ACCEPT-EXPIRY SECTION.
      *    Ablaufdatum 0 = unbefristet; ein Ablauf vor dem
      *    Geschaeftsdatum waere sofort wirkungslos.
           MOVE "N" TO FIELD-OK-SWITCH
           PERFORM UNTIL FIELD-OK
               IF BLANK-KEEPS
                   DISPLAY "Ablaufdatum JJJJMMTT (0 = unbefristet"
                       ", leer = " HI-EXPIRY "):"
               ELSE
                   DISPLAY "Ablaufdatum JJJJMMTT (0 = unbefristet):"
               END-IF
               ACCEPT DATE-TEXT
               EVALUATE TRUE
                   WHEN DATE-TEXT = SPACE AND BLANK-KEEPS
                       MOVE "Y" TO FIELD-OK-SWITCH
                   WHEN DATE-TEXT = "0"
                       MOVE 0 TO HI-EXPIRY
                       MOVE "Y" TO FIELD-OK-SWITCH
                   WHEN OTHER
                       PERFORM CHECK-DATE-TEXT
                       IF FIELD-OK
                           IF WORK-DATE < TODAY-DATE
                               DISPLAY "Ablauf liegt vor dem"
                                   " Geschaeftsdatum."
                               MOVE "N" TO FIELD-OK-SWITCH
                           ELSE
                               MOVE WORK-DATE TO HI-EXPIRY
                           END-IF
                       END-IF
               END-EVALUATE
           END-PERFORM

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
       SHOW-HOLD SECTION.
           MOVE HI-AMOUNT TO AMOUNT-DISP
           MOVE SPACE TO EXPIRY-NOTE
           IF HI-EXPIRY > 0 AND HI-EXPIRY < TODAY-DATE
               MOVE "(abgelaufen)" TO EXPIRY-NOTE
           END-IF
           DISPLAY "Vormerkung " HI-BANKID "/" HI-ACCOUNTID " "
               HI-REFERENCE " " AMOUNT-DISP " " HI-CURR
               " Grund " HI-REASON " Ablauf " HI-EXPIRY " "
               EXPIRY-NOTE

           .
       LIST-ACCOUNT-HOLDS SECTION.
      *    Alle Vormerkungen eines Kontos mit der Summe der noch
      *    wirksamen, danach die offenen Antraege.
           PERFORM ACCEPT-KEY
           MOVE 0 TO LIST-COUNT
           MOVE 0 TO LIST-TOTAL
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > HOLD-COUNT
               IF HT-BANKID(HOLD-IDX) = WORK-BANKID
                   AND HT-ACCOUNTID(HOLD-IDX) = WORK-ACCOUNTID
                   ADD 1 TO LIST-COUNT
                   MOVE HOLD-ENTRY(HOLD-IDX) TO HOLD-IMAGE
                   PERFORM SHOW-HOLD
                   IF HI-EXPIRY = 0 OR HI-EXPIRY >= TODAY-DATE
                       ADD HI-AMOUNT TO LIST-TOTAL
                   END-IF
               END-IF
           END-PERFORM
           MOVE LIST-TOTAL TO TOTAL-DISP
           DISPLAY LIST-COUNT " Vormerkungen fuer " WORK-BANKID "/"
               WORK-ACCOUNTID ", wirksam " TOTAL-DISP
               " (alle Waehrungen)."
           PERFORM VARYING PENDHOLD-IDX FROM 1 BY 1
               UNTIL PENDHOLD-IDX > PENDHOLD-COUNT
               MOVE PH-IMAGE(PENDHOLD-IDX) TO HOLD-IMAGE
               IF HI-BANKID = WORK-BANKID
                   AND HI-ACCOUNTID = WORK-ACCOUNTID
                   DISPLAY "Offener Antrag " PH-ACTION(PENDHOLD-IDX)
                       ":"
                   PERFORM SHOW-HOLD
               END-IF
           END-PERFORM

           .
       WRITE-PENDING SECTION.
      *    Offener Aenderungssatz fuer das Vier-Augen-Prinzip:
      *    Schluessel sind Bank, Konto und Referenz (35 Stellen ab
      *    Stelle 1 des Satzbildes). Der Antrag wird auch in die
      *    eigene Tabelle uebernommen, damit Liste und Sperre ihn
      *    kennen.
           MOVE SPACES TO PENDING-OUT-F
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           MOVE DATETIME TO PC-TIMESTAMP
           MOVE OPERATOR-ID TO PC-OPERATOR
           MOVE "holds.txt" TO PC-FILE
           MOVE PENDING-ACTION TO PC-ACTION
           MOVE 35 TO PC-KEYLEN
           MOVE HOLD-IMAGE TO PC-IMAGE
           MOVE 1 TO PC-KEYPOS
           WRITE PENDING-OUT-F
           IF PENDHOLD-COUNT < 200
               ADD 1 TO PENDHOLD-COUNT
               MOVE PENDING-ACTION TO PH-ACTION(PENDHOLD-COUNT)
               MOVE HOLD-IMAGE TO PH-IMAGE(PENDHOLD-COUNT)
           END-IF

           .
       WRITE-REQUEST-AUDIT SECTION.
           MOVE SPACES TO AUDIT-OUT-F
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           MOVE DATETIME TO AU-TIMESTAMP
           MOVE OPERATOR-ID TO AU-OPERATOR
           MOVE AUDIT-ACTION TO AU-ACTION
           MOVE HI-BANKID TO AU-BANKID
           MOVE HI-ACCOUNTID TO AU-ACCOUNTID
           MOVE HI-REFERENCE TO AU-REFERENCE
           MOVE HI-AMOUNT TO AU-AMOUNT
           MOVE HI-CURR TO AU-CURR
           MOVE HI-REASON TO AU-REASON
           MOVE HI-EXPIRY TO AU-EXPIRY
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
