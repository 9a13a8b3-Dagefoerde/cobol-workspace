       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MANDMNT_M.
      *****************************************************************
      * Pflegeprogramm fuer die Lastschriftmandate (mandmast.txt:
      * Glaeubiger-ID, Mandatsreferenz, Schuldner Bank/Konto,
      * Unterschriftsdatum, Zustand A=aktiv R=widerrufen
      * E=verfallen, letzte Nutzung). Anlegen, Kontowechsel,
      * Widerruf und Loeschen wie in der Kontostamm-Pflege: nichts
      * wird direkt geschrieben, jeder Antrag geht als offener
      * Aenderungssatz nach pendchg.txt (Schluessel Glaeubiger-ID
      * plus Mandatsreferenz, 53 Stellen) und wird erst durch die
      * Freigabe eines zweiten Bedieners angewandt. Loeschen darf
      * nur der Supervisor. Das Schuldnerkonto wird gegen
      * acctmast.txt (nur offene Konten) geprueft; fehlt die
      * Datei, entfaellt die Pruefung. Jeder Antrag wird mit
      * Bediener und Zeitstempel in mandaudit.txt protokolliert.
      * Die Liste zeigt alle Mandate eines Schuldnerkontos samt
      * noch nicht freigegebener Antraege.
      * Letzte Nutzung und Verfall nach 36 Monaten schreibt der
      * Tagesabschluss fort. Die Freigabe uebernimmt in ein
      * vorhandenes Mandat daher nur Schuldnerkonto und Zustand
      * und laesst die letzte Nutzung stehen; ist das Mandat
      * inzwischen nicht mehr aktiv, wird der Antrag nicht
      * angewandt.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDMAST-IN ASSIGN TO "mandmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANDMAST-IN-FILE-STATUS.
           SELECT ACCTMAST-IN ASSIGN TO "acctmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCTMAST-IN-FILE-STATUS.
           SELECT PENDING-IN ASSIGN TO "pendchg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-IN-FILE-STATUS.
           SELECT PENDING-OUT ASSIGN TO "pendchg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-OUT-FILE-STATUS.
           SELECT AUDIT-OUT ASSIGN TO "mandaudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-OUT-FILE-STATUS.
           SELECT OPERATORS-IN ASSIGN TO "operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATORS-IN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD MANDMAST-IN.
       01  MANDMAST-IN-F PIC X(85).
       FD ACCTMAST-IN.
       01  ACCTMAST-IN-F.
         05  AM-BANKID-F    PIC 9(5).
         05  AM-ACCOUNTID-F PIC 9(10).
         05  AM-NAME-F      PIC X(30).
         05  AM-STATUS-F    PIC X(01).
         05  AM-IBAN-F      PIC X(34).
         05  AM-PRODUCT-F   PIC X(04).
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
         05  AU-CREDITOR  PIC X(18).
         05  FILLER       PIC X VALUE SPACE.
         05  AU-MANDREF   PIC X(35).
         05  FILLER       PIC X VALUE SPACE.
         05  AU-BANKID    PIC 9(5).
         05  AU-ACCOUNTID PIC 9(10).
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
       01  MANDMAST-IN-FILE-STATUS  PIC X(02).
       01  ACCTMAST-IN-FILE-STATUS  PIC X(02).
       01  PENDING-IN-FILE-STATUS   PIC X(02).
       01  PENDING-OUT-FILE-STATUS  PIC X(02).
       01  AUDIT-OUT-FILE-STATUS    PIC X(02).
       01  CURRENT-DATE-DATA.
        05 DATETIME   PIC 9(16).
       01  TODAY-DATE PIC 9(8).
      * Satzbild eines Mandats wie im Tagesabschluss, 85 Stellen.
       01  MANDATE-IMAGE.
         05  MI-KEY.
           10  MI-CREDITOR  PIC X(18).
           10  MI-MANDREF   PIC X(35).
         05  MI-BANKID    PIC 9(5).
         05  MI-ACCOUNTID PIC 9(10).
         05  MI-SIGNDATE  PIC 9(8).
         05  MI-STATE     PIC X(01).
         05  MI-LASTUSE   PIC 9(8).
       01  MANDATE-TABLE.
         05  MANDATE-ENTRY OCCURS 2000 TIMES.
           10  MT-KEY.
             15  MT-CREDITOR  PIC X(18).
             15  MT-MANDREF   PIC X(35).
           10  MT-BANKID    PIC 9(5).
           10  MT-ACCOUNTID PIC 9(10).
           10  MT-SIGNDATE  PIC 9(8).
           10  MT-STATE     PIC X(01).
           10  MT-LASTUSE   PIC 9(8).
       01  MANDATE-COUNT PIC 9(04) VALUE 0.
       01  MANDATE-IDX   PIC 9(04).
       01  MANDATE-EOF-SWITCH PIC X VALUE "N".
         88  MANDATE-EOF VALUE "Y".
      * Ein Bestand mit mehr als 2000 Mandaten wird beim Laden
      * abgeschnitten; die Pruefungen sind dann unvollstaendig,
      * worauf der Dialog hinweist.
       01  TRUNCATED-SWITCH PIC X VALUE "N".
         88  MANDATES-TRUNCATED VALUE "Y".
      * Offene Antraege zu mandmast.txt: gegen Doppelantraege und
      * fuer die Liste.
       01  PENDMAND-TABLE.
         05  PENDMAND-ENTRY OCCURS 200 TIMES.
           10  PM-ACTION  PIC X(03).
           10  PM-IMAGE   PIC X(85).
       01  PENDMAND-COUNT PIC 9(03) VALUE 0.
       01  PENDMAND-IDX   PIC 9(03).
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
         88  CHOICE-REVOKE  VALUE "W" "w".
         88  CHOICE-DELETE  VALUE "X" "x".
         88  CHOICE-LIST    VALUE "L" "l".
         88  CHOICE-END     VALUE "E" "e".
       01  WORK-KEY.
         05  WORK-CREDITOR PIC X(18).
         05  WORK-MANDREF  PIC X(35).
       01  WORK-BANKID    PIC 9(5).
       01  WORK-ACCOUNTID PIC 9(10).
       01  DATE-TEXT      PIC X(08).
       01  WORK-DATE      PIC 9(8).
       01  OLD-STATE      PIC X(01).
       01  PENDING-ACTION PIC X(03).
       01  AUDIT-ACTION   PIC X(08).
       01  LIST-COUNT     PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           MOVE DATETIME(1:8) TO TODAY-DATE
           OPEN EXTEND AUDIT-OUT
           IF AUDIT-OUT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-OUT
           END-IF
           PERFORM LOAD-MANDATES
           IF MANDATES-TRUNCATED
               DISPLAY "*** mandmast.txt hat mehr als 2000 Mandate -"
                   " unvollstaendig geladen, Pruefungen sind"
                   " unvollstaendig ***"
           END-IF
           PERFORM LOAD-PENDING-MANDATES
           PERFORM LOAD-ACCOUNTS
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
               DISPLAY "Funktion: A=Anlegen U=Kontowechsel "
                   "W=Widerruf X=Loeschen L=Liste E=Ende"
               ACCEPT MENU-CHOICE
               EVALUATE TRUE
                   WHEN CHOICE-ADD     PERFORM ADD-MANDATE
                   WHEN CHOICE-CHANGE  PERFORM CHANGE-MANDATE
                   WHEN CHOICE-REVOKE  PERFORM REVOKE-MANDATE
                   WHEN CHOICE-DELETE  PERFORM DELETE-MANDATE
                   WHEN CHOICE-LIST    PERFORM LIST-ACCOUNT-MANDATES
                   WHEN CHOICE-END     CONTINUE
                   WHEN OTHER
                       DISPLAY "Unbekannte Funktion."
               END-EVALUATE
           END-PERFORM
           CLOSE AUDIT-OUT
           CLOSE PENDING-OUT
           DISPLAY "Mandats-Pflege beendet, " MANDATE-COUNT
               " Mandate im Bestand."
           GOBACK.

       LOAD-MANDATES SECTION.
           OPEN INPUT MANDMAST-IN
           IF MANDMAST-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL MANDATE-EOF OR MANDATE-COUNT >= 2000
               READ MANDMAST-IN
                   AT END SET MANDATE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO MANDATE-COUNT
                       MOVE MANDMAST-IN-F TO
                           MANDATE-ENTRY(MANDATE-COUNT)
                       IF MT-LASTUSE(MANDATE-COUNT) IS NOT NUMERIC
                           MOVE 0 TO MT-LASTUSE(MANDATE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF NOT MANDATE-EOF
               READ MANDMAST-IN
                   AT END SET MANDATE-EOF TO TRUE
                   NOT AT END SET MANDATES-TRUNCATED TO TRUE
               END-READ
           END-IF
           CLOSE MANDMAST-IN

           .
       LOAD-PENDING-MANDATES SECTION.
           OPEN INPUT PENDING-IN
           IF PENDING-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL PENDING-EOF
               READ PENDING-IN
                   AT END SET PENDING-EOF TO TRUE
                   NOT AT END
                       IF PC-FILE-F = "mandmast.txt"
                           AND PENDMAND-COUNT < 200
                           ADD 1 TO PENDMAND-COUNT
                           MOVE PC-ACTION-F TO PM-ACTION(PENDMAND-COUNT)
                           MOVE PC-IMAGE-F TO PM-IMAGE(PENDMAND-COUNT)
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
       ACCEPT-MANDATE-KEY SECTION.
           DISPLAY "Glaeubiger-ID (z.B. DE98ZZZ09999999999):"
           ACCEPT WORK-CREDITOR
           MOVE FUNCTION UPPER-CASE(WORK-CREDITOR) TO WORK-CREDITOR
           DISPLAY "Mandatsreferenz (bis 35 Stellen):"
           ACCEPT WORK-MANDREF

           .
       ACCEPT-KEY SECTION.
           DISPLAY "Schuldner Bankleitzahl (5-stellig):"
           ACCEPT WORK-BANKID
           DISPLAY "Schuldner Kontonummer (10-stellig):"
           ACCEPT WORK-ACCOUNTID

           .
       CHECK-ACCOUNT SECTION.
      *    Mandate duerfen nur auf offene Konten des Kontostamms
      *    lauten.
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
           IF AT-STATUS(ACCT-IDX) NOT = "O"
               DISPLAY "Konto ist nicht offen (Status "
                   AT-STATUS(ACCT-IDX) ")."
               MOVE "N" TO CHECK-OK-SWITCH
           ELSE
               DISPLAY "Konto: " FUNCTION TRIM(AT-NAME(ACCT-IDX))
           END-IF

           .
       FIND-MANDATE SECTION.
           MOVE "N" TO FOUND-SWITCH
           PERFORM VARYING MANDATE-IDX FROM 1 BY 1
               UNTIL MANDATE-IDX > MANDATE-COUNT OR ENTRY-FOUND
               IF MT-KEY(MANDATE-IDX) = WORK-KEY
                   MOVE "Y" TO FOUND-SWITCH
               END-IF
           END-PERFORM
           IF ENTRY-FOUND
               SUBTRACT 1 FROM MANDATE-IDX
           END-IF

           .
       CHECK-PENDING SECTION.
      *    Ein offener Antrag zum selben Mandat sperrt weitere
      *    Antraege bis zur Freigabe.
           MOVE "Y" TO CHECK-OK-SWITCH
           PERFORM VARYING PENDMAND-IDX FROM 1 BY 1
               UNTIL PENDMAND-IDX > PENDMAND-COUNT
               MOVE PM-IMAGE(PENDMAND-IDX) TO MANDATE-IMAGE
               IF MI-KEY = WORK-KEY
                   DISPLAY "Zu diesem Mandat liegt bereits ein"
                       " offener Antrag vor."
                   MOVE "N" TO CHECK-OK-SWITCH
                   EXIT SECTION
               END-IF
           END-PERFORM

           .
       SELECT-MANDATE SECTION.
           MOVE "N" TO CHECK-OK-SWITCH
           PERFORM ACCEPT-MANDATE-KEY
           PERFORM FIND-MANDATE
           IF NOT ENTRY-FOUND
               DISPLAY "Mandat nicht gefunden."
               EXIT SECTION
           END-IF
           PERFORM CHECK-PENDING
           IF NOT CHECK-OK
               EXIT SECTION
           END-IF
           MOVE MANDATE-ENTRY(MANDATE-IDX) TO MANDATE-IMAGE
           MOVE MT-STATE(MANDATE-IDX) TO OLD-STATE
           PERFORM SHOW-MANDATE

           .
       ADD-MANDATE SECTION.
           IF MANDATE-COUNT >= 2000
               DISPLAY "Bestand voll - kein Platz fuer Neuanlage."
               EXIT SECTION
           END-IF
           PERFORM ACCEPT-MANDATE-KEY
           IF WORK-CREDITOR = SPACE OR WORK-MANDREF = SPACE
               DISPLAY "Glaeubiger-ID und Mandatsreferenz duerfen"
                   " nicht leer sein."
               EXIT SECTION
           END-IF
           PERFORM FIND-MANDATE
           IF ENTRY-FOUND
               DISPLAY "Mandat bereits erfasst."
               EXIT SECTION
           END-IF
           PERFORM CHECK-PENDING
           IF NOT CHECK-OK
               EXIT SECTION
           END-IF
           PERFORM ACCEPT-KEY
           PERFORM CHECK-ACCOUNT
           IF NOT CHECK-OK
               EXIT SECTION
           END-IF
           MOVE SPACES TO MANDATE-IMAGE
           MOVE WORK-KEY TO MI-KEY
           MOVE WORK-BANKID TO MI-BANKID
           MOVE WORK-ACCOUNTID TO MI-ACCOUNTID
           PERFORM ACCEPT-SIGN-DATE
           MOVE "A" TO MI-STATE
           MOVE 0 TO MI-LASTUSE
           MOVE SPACE TO OLD-STATE
           MOVE "PUT" TO PENDING-ACTION
           PERFORM WRITE-PENDING
           MOVE "ADD" TO AUDIT-ACTION
           PERFORM WRITE-REQUEST-AUDIT
           DISPLAY "Neuanlage Mandat zur Freigabe vorgemerkt."

           .
       CHANGE-MANDATE SECTION.
      *    Kontowechsel des Schuldners: das Mandat bleibt mit
      *    Referenz, Unterschrift und letzter Nutzung bestehen.
           PERFORM SELECT-MANDATE
           IF NOT CHECK-OK
               EXIT SECTION
           END-IF
           IF MI-STATE NOT = "A"
               DISPLAY "Mandat ist nicht aktiv - bitte neu anlegen."
               EXIT SECTION
           END-IF
           PERFORM ACCEPT-KEY
           PERFORM CHECK-ACCOUNT
           IF NOT CHECK-OK
               EXIT SECTION
           END-IF
           MOVE WORK-BANKID TO MI-BANKID
           MOVE WORK-ACCOUNTID TO MI-ACCOUNTID
           MOVE "PUT" TO PENDING-ACTION
           PERFORM WRITE-PENDING
           MOVE "CHANGE" TO AUDIT-ACTION
           PERFORM WRITE-REQUEST-AUDIT
           DISPLAY "Kontowechsel zur Freigabe vorgemerkt."

           .
       REVOKE-MANDATE SECTION.
      *    Ein widerrufenes oder verfallenes Mandat lebt nicht
      *    wieder auf; der Glaeubiger braucht ein neues Mandat.
           PERFORM SELECT-MANDATE
           IF NOT CHECK-OK
               EXIT SECTION
           END-IF
           IF MI-STATE NOT = "A"
               DISPLAY "Nur aktive Mandate koennen widerrufen"
                   " werden."
               EXIT SECTION
           END-IF
           MOVE "R" TO MI-STATE
           MOVE "PUT" TO PENDING-ACTION
           PERFORM WRITE-PENDING
           MOVE "REVOKE" TO AUDIT-ACTION
           PERFORM WRITE-REQUEST-AUDIT
           DISPLAY "Widerruf zur Freigabe vorgemerkt."

           .
       DELETE-MANDATE SECTION.
           IF NOT ROLE-SUPERVISOR
               DISPLAY "Nur Supervisoren duerfen Mandate loeschen."
               EXIT SECTION
           END-IF
           PERFORM SELECT-MANDATE
           IF NOT CHECK-OK
               EXIT SECTION
           END-IF
           MOVE "DEL" TO PENDING-ACTION
           PERFORM WRITE-PENDING
           MOVE "DELETE" TO AUDIT-ACTION
           PERFORM WRITE-REQUEST-AUDIT
           DISPLAY "Loeschung zur Freigabe vorgemerkt."

           .
       ACCEPT-SIGN-DATE SECTION.
      *    Das Unterschriftsdatum darf nicht in der Zukunft liegen.
           MOVE "N" TO FIELD-OK-SWITCH
           PERFORM UNTIL FIELD-OK
               DISPLAY "Unterschriftsdatum (JJJJMMTT):"
               ACCEPT DATE-TEXT
               PERFORM CHECK-DATE-TEXT
               IF FIELD-OK AND WORK-DATE > TODAY-DATE
                   DISPLAY "Datum liegt in der Zukunft."
                   MOVE "N" TO FIELD-OK-SWITCH
               END-IF
           END-PERFORM
           MOVE WORK-DATE TO MI-SIGNDATE

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
       SHOW-MANDATE SECTION.
           DISPLAY "Mandat " FUNCTION TRIM(MI-MANDREF) " Glaeubiger "
               MI-CREDITOR
           DISPLAY "  Schuldner " MI-BANKID "/" MI-ACCOUNTID
               " unterschrieben " MI-SIGNDATE " zuletzt genutzt "
               MI-LASTUSE " Zustand " MI-STATE

           .
       LIST-ACCOUNT-MANDATES SECTION.
      *    Alle Mandate eines Schuldnerkontos, danach die noch
      *    offenen Antraege fuer dieses Konto.
           PERFORM ACCEPT-KEY
           MOVE 0 TO LIST-COUNT
           PERFORM VARYING MANDATE-IDX FROM 1 BY 1
               UNTIL MANDATE-IDX > MANDATE-COUNT
               IF MT-BANKID(MANDATE-IDX) = WORK-BANKID
                   AND MT-ACCOUNTID(MANDATE-IDX) = WORK-ACCOUNTID
                   ADD 1 TO LIST-COUNT
                   MOVE MANDATE-ENTRY(MANDATE-IDX) TO MANDATE-IMAGE
                   PERFORM SHOW-MANDATE
               END-IF
           END-PERFORM
           DISPLAY LIST-COUNT " Mandate fuer " WORK-BANKID "/"
               WORK-ACCOUNTID "."
           PERFORM VARYING PENDMAND-IDX FROM 1 BY 1
               UNTIL PENDMAND-IDX > PENDMAND-COUNT
               MOVE PM-IMAGE(PENDMAND-IDX) TO MANDATE-IMAGE
               IF MI-BANKID = WORK-BANKID
                   AND MI-ACCOUNTID = WORK-ACCOUNTID
                   DISPLAY "Offener Antrag " PM-ACTION(PENDMAND-IDX)
                       ":"
                   PERFORM SHOW-MANDATE
               END-IF
           END-PERFORM

           .
       WRITE-PENDING SECTION.
      *    Offener Aenderungssatz fuer das Vier-Augen-Prinzip:
      *    Schluessel sind Glaeubiger-ID und Mandatsreferenz (53
      *    Stellen ab Stelle 1 des Satzbildes). Der Antrag wird
      *    auch in die eigene Tabelle uebernommen, damit Liste und
      *    Sperre ihn kennen.
           MOVE SPACES TO PENDING-OUT-F
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           MOVE DATETIME TO PC-TIMESTAMP
           MOVE OPERATOR-ID TO PC-OPERATOR
           MOVE "mandmast.txt" TO PC-FILE
           MOVE PENDING-ACTION TO PC-ACTION
           MOVE 53 TO PC-KEYLEN
           MOVE MANDATE-IMAGE TO PC-IMAGE
           MOVE 1 TO PC-KEYPOS
           WRITE PENDING-OUT-F
           IF PENDMAND-COUNT < 200
               ADD 1 TO PENDMAND-COUNT
               MOVE PENDING-ACTION TO PM-ACTION(PENDMAND-COUNT)
               MOVE MANDATE-IMAGE TO PM-IMAGE(PENDMAND-COUNT)
           END-IF

           .
       WRITE-REQUEST-AUDIT SECTION.
           MOVE SPACES TO AUDIT-OUT-F
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           MOVE DATETIME TO AU-TIMESTAMP
           MOVE OPERATOR-ID TO AU-OPERATOR
           MOVE AUDIT-ACTION TO AU-ACTION
           MOVE MI-CREDITOR TO AU-CREDITOR
           MOVE MI-MANDREF TO AU-MANDREF
           MOVE MI-BANKID TO AU-BANKID
           MOVE MI-ACCOUNTID TO AU-ACCOUNTID
           MOVE OLD-STATE TO AU-OLD-STATE
           MOVE MI-STATE TO AU-NEW-STATE
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
