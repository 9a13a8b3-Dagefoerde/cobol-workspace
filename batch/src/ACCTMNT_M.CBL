       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ACCTMNT_M.
      *****************************************************************
      * Pflegeprogramm fuer den Kontostamm (acctmast.dat): Anlegen,
      * Umbenennen, Sperren, Schliessen und Wiedereroeffnen von
      * Konten sowie Erfassen und Aendern der IBAN (Pruefziffer
      * nach ISO 13616, Modulo 97, und Eindeutigkeit im Bestand).
      * Die IBAN dient dem ISO-20022-Import zur Zuordnung von
      * Auftraggeber- bzw. Empfaengerkonto. Aenderungen werden
      * NICHT mehr direkt geschrieben, sondern als offene
      * Aenderungssaetze (Vier-Augen-Prinzip) nach pendchg.txt
      * gestellt; erst die Freigabe durch einen zweiten Bediener im
      * Freigabeprogramm wendet sie auf acctmast.dat an. Jeder
      * Antrag wird mit Bediener und Zeitstempel in acctaudit.txt
      * protokolliert. Der Kontostamm wird per Schluessel (Bank+
      * Konto) gelesen; fehlt acctmast.dat, baut MASTIDX_M ihn aus
      * acctmast.txt auf.
      * Jedes Konto traegt einen Produktschluessel aus dem
      * Produktkatalog prodmast.txt (Girokonto, Sparkonto usw.), der
      * die Standardkonditionen liefert; liegt der Katalog vor, sind
      * nur dort gefuehrte Schluessel zulaessig, leer = ohne Produkt.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTMAST-IN ASSIGN TO "acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-KEY-F
               FILE STATUS IS ACCTMAST-IN-FILE-STATUS.
           SELECT AUDIT-OUT ASSIGN TO "acctaudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT OPERATORS-IN ASSIGN TO "operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATORS-IN-FILE-STATUS.
           SELECT PRODMAST-IN ASSIGN TO "prodmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODMAST-IN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCTMAST-IN.
       01  ACCTMAST-IN-F.
         05  AM-KEY-F.
           10  AM-BANKID-F    PIC 9(5).
           10  AM-ACCOUNTID-F PIC 9(10).
         05  AM-NAME-F      PIC X(30).
         05  AM-STATUS-F    PIC X(01).
         05  AM-IBAN-F      PIC X(34).
         05  AM-PRODUCT-F   PIC X(04).
       FD AUDIT-OUT.
       01  AUDIT-OUT-F.
         05  AU-TIMESTAMP  PIC 9(16).
         05  FILLER       PIC X VALUE SPACE.
         05  PC-KEYLEN    PIC 9(02).
         05  FILLER       PIC X VALUE SPACE.
         05  PC-IMAGE     PIC X(120).
       FD OPERATORS-IN.
       01  OPERATORS-IN-F.
         05  OP-ID-F     PIC X(08).
         05  OP-NAME-F   PIC X(30).
         05  OP-ROLE-F   PIC X(01).
         05  OP-ACTIVE-F PIC X(01).
       FD PRODMAST-IN.
       01  PRODMAST-IN-F.
         05  PR-CODE-F   PIC X(04).
         05  PR-NAME-F   PIC X(30).
       WORKING-STORAGE SECTION.
       01  PRODMAST-IN-FILE-STATUS PIC X(02).
      * Produktkatalog zur Pruefung des Produktschluessels; ohne
      * Datei wird jeder Schluessel angenommen.
       01  PRODUCT-TABLE.
         05  PRODUCT-ENTRY OCCURS 100 TIMES.
           10  PR-CODE  PIC X(04).
           10  PR-NAME  PIC X(30).
       01  PRODUCT-COUNT PIC 9(03) VALUE 0.
       01  PRODUCT-IDX   PIC 9(03).
       01  PRODUCT-EOF-SWITCH PIC X VALUE "N".
         88  PRODUCT-EOF VALUE "Y".
       01  PRODUCTS-LOADED-SWITCH PIC X VALUE "N".
         88  PRODUCTS-LOADED VALUE "Y".
       01  PRODUCT-OK-SWITCH PIC X VALUE "N".
         88  PRODUCT-OK VALUE "Y".
       01  WORK-PRODUCT  PIC X(04).
       01  OPERATORS-IN-FILE-STATUS PIC X(02).
      * Anmeldung gegen den gemeinsamen Bedienerstamm operators.txt
      * (Kennung, Name, Rolle S=Supervisor B=Bediener, A=aktiv).
         05  PI-ACCOUNTID PIC 9(10).
         05  PI-NAME      PIC X(30).
         05  PI-STATUS    PIC X(01).
         05  PI-IBAN      PIC X(34).
         05  PI-PRODUCT   PIC X(04).
       01  CURRENT-DATE-DATA.
        05 DATETIME   PIC 9(16).
      * Gefundener Kontosatz; die IBAN-Pruefung liest den Bestand
      * danach durch und ueberschreibt dabei den Dateisatz.
       01  MASTER-RECORD.
         05  MR-BANKID    PIC 9(5).
         05  MR-ACCOUNTID PIC 9(10).
         05  MR-NAME      PIC X(30).
         05  MR-STATUS    PIC X(01).
         05  MR-IBAN      PIC X(34).
         05  MR-PRODUCT   PIC X(04).
       01  MASTER-COUNT  PIC 9(06) VALUE 0.
       01  ACCTMAST-OPEN-SWITCH PIC X VALUE "N".
         88  ACCTMAST-OPEN VALUE "Y".
       01  MASTIDX-SAVE-RC PIC S9(4) COMP VALUE 0.
       01  FOUND-SWITCH  PIC X VALUE "N".
         88  ENTRY-FOUND VALUE "Y".
       01  MASTER-EOF-SWITCH PIC X VALUE "N".
       01  MENU-CHOICE   PIC X(01) VALUE SPACE.
         88  CHOICE-ADD     VALUE "A" "a".
         88  CHOICE-NAME    VALUE "N" "n".
         88  CHOICE-IBAN    VALUE "I" "i".
         88  CHOICE-PRODUCT VALUE "P" "p".
         88  CHOICE-BLOCK   VALUE "B" "b".
         88  CHOICE-CLOSE   VALUE "C" "c".
         88  CHOICE-REOPEN  VALUE "R" "r".
         05  WORK-BANKID    PIC 9(5).
         05  WORK-ACCOUNTID PIC 9(10).
       01  WORK-NAME     PIC X(30).
      * IBAN-Pruefung: Eingabe ohne Leerzeichen in Grossschrift,
      * Laenderkennung und Pruefziffer ans Ende gestellt, Buchstaben
      * als 10..35 gerechnet, Rest modulo 97 muss 1 ergeben.
       01  WORK-IBAN     PIC X(34).
       01  IBAN-INPUT    PIC X(50).
       01  IBAN-LEN      PIC 9(02).
       01  IBAN-POS      PIC 9(02).
       01  IBAN-SRC-POS  PIC 9(02).
       01  IBAN-CHAR     PIC X(01).
       01  IBAN-DIGITS   PIC 9(02).
       01  IBAN-REST     PIC 9(04).
       01  IBAN-ALPHABET PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  IBAN-LETTER-IDX PIC 9(02).
       01  IBAN-VALID-SWITCH PIC X VALUE "N".
         88  IBAN-VALID VALUE "Y".
       01  IBAN-DUP-SWITCH PIC X VALUE "N".
         88  IBAN-DUPLICATE VALUE "Y".
       01  OLD-STATUS    PIC X(01).
       01  AUDIT-ACTION  PIC X(08).

       PROCEDURE DIVISION.
           OPEN EXTEND AUDIT-OUT
           IF PENDING-OUT-FILE-STATUS NOT = "00"
               OPEN OUTPUT PENDING-OUT
           END-IF
           PERFORM OPEN-MASTER
           PERFORM LOAD-PRODUCTS
           PERFORM SIGN-ON
           IF NOT SIGNON-OK
               DISPLAY "Anmeldung fehlgeschlagen - Ende."
               CLOSE AUDIT-OUT
               CLOSE PENDING-OUT
               IF ACCTMAST-OPEN
                   CLOSE ACCTMAST-IN
               END-IF
               GOBACK
           END-IF
           PERFORM UNTIL CHOICE-END
               DISPLAY "Funktion: A=Anlegen N=Name I=IBAN "
                   "P=Produkt B=Sperren C=Schliessen R=Oeffnen "
                   "L=Liste E=Ende"
               ACCEPT MENU-CHOICE
               EVALUATE TRUE
                   WHEN CHOICE-ADD    PERFORM ADD-ACCOUNT
                   WHEN CHOICE-NAME   PERFORM RENAME-ACCOUNT
                   WHEN CHOICE-IBAN   PERFORM CHANGE-IBAN
                   WHEN CHOICE-PRODUCT PERFORM CHANGE-PRODUCT
                   WHEN CHOICE-BLOCK  PERFORM BLOCK-ACCOUNT
                   WHEN CHOICE-CLOSE  PERFORM CLOSE-ACCOUNT
                   WHEN CHOICE-REOPEN PERFORM REOPEN-ACCOUNT
           END-PERFORM
           CLOSE AUDIT-OUT
           CLOSE PENDING-OUT
           IF ACCTMAST-OPEN
               CLOSE ACCTMAST-IN
           END-IF
           DISPLAY "Kontostamm-Pflege beendet."
           GOBACK.

       OPEN-MASTER SECTION.
      *    Fehlt acctmast.dat, baut MASTIDX_M ihn aus acctmast.txt
      *    auf; danach ein zweiter Versuch. Ohne Bestand arbeitet
      *    die Pflege wie bisher mit leerem Kontostamm.
           OPEN INPUT ACCTMAST-IN
           IF ACCTMAST-IN-FILE-STATUS NOT = "00"
               MOVE RETURN-CODE TO MASTIDX-SAVE-RC
               CALL "MASTIDX_M"
               CANCEL "MASTIDX_M"
               MOVE MASTIDX-SAVE-RC TO RETURN-CODE
               OPEN INPUT ACCTMAST-IN
           END-IF
           IF ACCTMAST-IN-FILE-STATUS = "00"
               SET ACCTMAST-OPEN TO TRUE
           END-IF

           .
           .
       FIND-ACCOUNT SECTION.
           MOVE "N" TO FOUND-SWITCH
           IF NOT ACCTMAST-OPEN
               EXIT SECTION
           END-IF
           MOVE WORK-KEY TO AM-KEY-F
           READ ACCTMAST-IN INTO MASTER-RECORD
               KEY IS AM-KEY-F
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO FOUND-SWITCH
           END-READ

           .
       ADD-ACCOUNT SECTION.
           PERFORM ACCEPT-KEY
           IF WORK-BANKID = 0 OR WORK-ACCOUNTID = 0
               DISPLAY "Bank und Konto muessen ungleich 0 sein."
           END-IF
           DISPLAY "Kundenname:"
           ACCEPT WORK-NAME
           DISPLAY "IBAN (leer = ohne):"
           ACCEPT IBAN-INPUT
           PERFORM CHECK-IBAN
           IF NOT IBAN-VALID
               EXIT SECTION
           END-IF
           DISPLAY "Produkt (leer = ohne):"
           ACCEPT WORK-PRODUCT
           PERFORM CHECK-PRODUCT
           IF NOT PRODUCT-OK
               EXIT SECTION
           END-IF
           MOVE WORK-BANKID TO PI-BANKID
           MOVE WORK-ACCOUNTID TO PI-ACCOUNTID
           MOVE WORK-NAME TO PI-NAME
           MOVE "O" TO PI-STATUS
           MOVE WORK-IBAN TO PI-IBAN
           MOVE WORK-PRODUCT TO PI-PRODUCT
           PERFORM WRITE-PENDING
           MOVE SPACE TO OLD-STATUS
           MOVE "ADD" TO AUDIT-ACTION
           END-IF
           DISPLAY "Neuer Kundenname:"
           ACCEPT WORK-NAME
           MOVE MR-STATUS TO OLD-STATUS
           MOVE MASTER-RECORD TO PENDING-IMAGE
           MOVE WORK-NAME TO PI-NAME
           PERFORM WRITE-PENDING
           MOVE "NAME" TO AUDIT-ACTION
           PERFORM WRITE-REQUEST-AUDIT
           DISPLAY "Namensaenderung zur Freigabe vorgemerkt."

           .
       CHANGE-IBAN SECTION.
           PERFORM ACCEPT-KEY
           PERFORM FIND-ACCOUNT
           IF NOT ENTRY-FOUND
               DISPLAY "Konto nicht gefunden."
               EXIT SECTION
           END-IF
           IF MR-IBAN NOT = SPACES
               DISPLAY "Bisherige IBAN: " MR-IBAN
           END-IF
           DISPLAY "Neue IBAN (leer = IBAN loeschen):"
           ACCEPT IBAN-INPUT
           PERFORM CHECK-IBAN
           IF NOT IBAN-VALID
               EXIT SECTION
           END-IF
           MOVE MR-STATUS TO OLD-STATUS
           MOVE MASTER-RECORD TO PENDING-IMAGE
           MOVE WORK-IBAN TO PI-IBAN
           PERFORM WRITE-PENDING
           MOVE "IBAN" TO AUDIT-ACTION
           PERFORM WRITE-REQUEST-AUDIT
           DISPLAY "IBAN-Aenderung zur Freigabe vorgemerkt."

           .
       CHANGE-PRODUCT SECTION.
           PERFORM ACCEPT-KEY
           PERFORM FIND-ACCOUNT
           IF NOT ENTRY-FOUND
               DISPLAY "Konto nicht gefunden."
               EXIT SECTION
           END-IF
           IF MR-PRODUCT NOT = SPACES
               DISPLAY "Bisheriges Produkt: " MR-PRODUCT
           END-IF
           DISPLAY "Neues Produkt (leer = ohne):"
           ACCEPT WORK-PRODUCT
           PERFORM CHECK-PRODUCT
           IF NOT PRODUCT-OK
               EXIT SECTION
           END-IF
           MOVE MR-STATUS TO OLD-STATUS
           MOVE MASTER-RECORD TO PENDING-IMAGE
           MOVE WORK-PRODUCT TO PI-PRODUCT
           PERFORM WRITE-PENDING
           MOVE "PRODUCT" TO AUDIT-ACTION
           PERFORM WRITE-REQUEST-AUDIT
           DISPLAY "Produktwechsel zur Freigabe vorgemerkt."

           .
       CHECK-PRODUCT SECTION.
      *    Leer heisst ohne Produkt; sonst muss der Schluessel im
      *    Katalog stehen, sofern einer geladen ist.
           MOVE "Y" TO PRODUCT-OK-SWITCH
           MOVE FUNCTION UPPER-CASE(WORK-PRODUCT) TO WORK-PRODUCT
           IF WORK-PRODUCT = SPACES OR NOT PRODUCTS-LOADED
               EXIT SECTION
           END-IF
           MOVE "N" TO PRODUCT-OK-SWITCH
           PERFORM VARYING PRODUCT-IDX FROM 1 BY 1
               UNTIL PRODUCT-IDX > PRODUCT-COUNT OR PRODUCT-OK
               IF PR-CODE(PRODUCT-IDX) = WORK-PRODUCT
                   MOVE "Y" TO PRODUCT-OK-SWITCH
                   DISPLAY "Produkt: " PR-NAME(PRODUCT-IDX)
               END-IF
           END-PERFORM
           IF NOT PRODUCT-OK
               DISPLAY "Produkt " WORK-PRODUCT
                   " nicht im Produktkatalog."
           END-IF

           .
       LOAD-PRODUCTS SECTION.
           OPEN INPUT PRODMAST-IN
           IF PRODMAST-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           SET PRODUCTS-LOADED TO TRUE
           PERFORM UNTIL PRODUCT-EOF OR PRODUCT-COUNT >= 100
               READ PRODMAST-IN
                   AT END SET PRODUCT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO PRODUCT-COUNT
                       MOVE PR-CODE-F TO PR-CODE(PRODUCT-COUNT)
                       MOVE PR-NAME-F TO PR-NAME(PRODUCT-COUNT)
               END-READ
           END-PERFORM
           CLOSE PRODMAST-IN

           .
       CHECK-IBAN SECTION.
      *    Prueft IBAN-INPUT und liefert die bereinigte IBAN in
      *    WORK-IBAN. Das eigene Konto (WORK-KEY) wird bei der
      *    Eindeutigkeit uebergangen; bei Neuanlage fehlt es noch.
           MOVE "N" TO IBAN-VALID-SWITCH
           MOVE SPACES TO WORK-IBAN
           MOVE 0 TO IBAN-LEN
           MOVE FUNCTION UPPER-CASE(IBAN-INPUT) TO IBAN-INPUT
           PERFORM VARYING IBAN-SRC-POS FROM 1 BY 1
               UNTIL IBAN-SRC-POS > 50
               IF IBAN-INPUT(IBAN-SRC-POS:1) NOT = SPACE
                   IF IBAN-LEN >= 34
                       DISPLAY "IBAN laenger als 34 Stellen."
                       EXIT SECTION
                   END-IF
                   ADD 1 TO IBAN-LEN
                   MOVE IBAN-INPUT(IBAN-SRC-POS:1)
                       TO WORK-IBAN(IBAN-LEN:1)
               END-IF
           END-PERFORM
           IF IBAN-LEN = 0
               SET IBAN-VALID TO TRUE
               EXIT SECTION
           END-IF
           IF IBAN-LEN < 15
               OR WORK-IBAN(1:2) IS NOT ALPHABETIC
               OR WORK-IBAN(3:2) IS NOT NUMERIC
               DISPLAY "IBAN formal ungueltig."
               EXIT SECTION
           END-IF
      *    Modulo 97 stellenweise ueber die umgestellte IBAN
      *    (ab Stelle 5, danach Laenderkennung und Pruefziffer).
           MOVE 0 TO IBAN-REST
           PERFORM VARYING IBAN-POS FROM 1 BY 1
               UNTIL IBAN-POS > IBAN-LEN
               COMPUTE IBAN-SRC-POS = IBAN-POS + 4
               IF IBAN-SRC-POS > IBAN-LEN
                   SUBTRACT IBAN-LEN FROM IBAN-SRC-POS
               END-IF
               MOVE WORK-IBAN(IBAN-SRC-POS:1) TO IBAN-CHAR
               IF IBAN-CHAR IS NUMERIC
                   COMPUTE IBAN-REST = FUNCTION MOD(
                       IBAN-REST * 10 + FUNCTION NUMVAL(IBAN-CHAR),
                       97)
               ELSE
                   MOVE 0 TO IBAN-LETTER-IDX
                   PERFORM VARYING IBAN-DIGITS FROM 1 BY 1
                       UNTIL IBAN-DIGITS > 26
                       OR IBAN-LETTER-IDX > 0
                       IF IBAN-ALPHABET(IBAN-DIGITS:1) = IBAN-CHAR
                           MOVE IBAN-DIGITS TO IBAN-LETTER-IDX
                       END-IF
                   END-PERFORM
                   IF IBAN-LETTER-IDX = 0
                       DISPLAY "IBAN enthaelt unzulaessige Zeichen."
                       EXIT SECTION
                   END-IF
                   COMPUTE IBAN-DIGITS = IBAN-LETTER-IDX + 9
                   COMPUTE IBAN-REST = FUNCTION MOD(
                       IBAN-REST * 100 + IBAN-DIGITS, 97)
               END-IF
           END-PERFORM
           IF IBAN-REST NOT = 1
               DISPLAY "IBAN-Pruefziffer falsch."
               EXIT SECTION
           END-IF
           MOVE "N" TO IBAN-DUP-SWITCH
           PERFORM START-MASTER-SCAN
           PERFORM UNTIL MASTER-EOF OR IBAN-DUPLICATE
               READ ACCTMAST-IN NEXT RECORD
                   AT END SET MASTER-EOF TO TRUE
                   NOT AT END
                       IF AM-KEY-F NOT = WORK-KEY
                           AND AM-IBAN-F = WORK-IBAN
                           SET IBAN-DUPLICATE TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF IBAN-DUPLICATE
               DISPLAY "IBAN ist bereits einem anderen Konto"
                   " zugeordnet."
               EXIT SECTION
           END-IF
           SET IBAN-VALID TO TRUE

           .
       BLOCK-ACCOUNT SECTION.
           PERFORM ACCEPT-KEY
               DISPLAY "Konto nicht gefunden."
               EXIT SECTION
           END-IF
           MOVE MR-STATUS TO OLD-STATUS
           MOVE MASTER-RECORD TO PENDING-IMAGE
           MOVE "B" TO PI-STATUS
           PERFORM WRITE-PENDING
           MOVE "BLOCK" TO AUDIT-ACTION
               DISPLAY "Konto nicht gefunden."
               EXIT SECTION
           END-IF
           MOVE MR-STATUS TO OLD-STATUS
           MOVE MASTER-RECORD TO PENDING-IMAGE
           MOVE "C" TO PI-STATUS
           PERFORM WRITE-PENDING
           MOVE "CLOSE" TO AUDIT-ACTION
               DISPLAY "Konto nicht gefunden."
               EXIT SECTION
           END-IF
           MOVE MR-STATUS TO OLD-STATUS
           MOVE MASTER-RECORD TO PENDING-IMAGE
           MOVE "O" TO PI-STATUS
           PERFORM WRITE-PENDING
           MOVE "REOPEN" TO AUDIT-ACTION
           PERFORM WRITE-REQUEST-AUDIT
           DISPLAY "Wiedereroeffnung zur Freigabe vorgemerkt."

           .
       START-MASTER-SCAN SECTION.
      *    Positioniert vor den ersten Satz des Kontostamms; ohne
      *    Bestand gilt der Durchlauf sofort als beendet.
           MOVE "N" TO MASTER-EOF-SWITCH
           IF NOT ACCTMAST-OPEN
               SET MASTER-EOF TO TRUE
               EXIT SECTION
           END-IF
           MOVE LOW-VALUES TO AM-KEY-F
           START ACCTMAST-IN KEY IS NOT LESS THAN AM-KEY-F
               INVALID KEY SET MASTER-EOF TO TRUE
           END-START

           .
       LIST-MASTER SECTION.
           MOVE 0 TO MASTER-COUNT
           PERFORM START-MASTER-SCAN
           PERFORM UNTIL MASTER-EOF
               READ ACCTMAST-IN NEXT RECORD
                   AT END SET MASTER-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO MASTER-COUNT
                       DISPLAY AM-BANKID-F " "
                           AM-ACCOUNTID-F " "
                           AM-STATUS-F " "
                           AM-PRODUCT-F " "
                           AM-NAME-F " "
                           AM-IBAN-F
               END-READ
           END-PERFORM
           DISPLAY MASTER-COUNT " Konten im Bestand."

