       IDENTIFICATION DIVISION.
       PROGRAM-ID.  COLLMNT_M.
      *****************************************************************
      * Dialog des Sachbearbeiters fuer die Mahnfaelle des
      * Darlehens-Mahnlaufs COLLECT_M: zu einem Fall aus collect.txt
      * werden Zahlungszusage (Datum, bis zu dem der Kunde den
      * Rueckstand ausgleichen will; 0 = keine) und eine Notiz in
      * collnote.txt (Bank, Konto, Zusage, Notiz, Bediener, Datum)
      * festgehalten. Solange die Zusage laeuft, eskaliert der
      * Mahnlauf den Fall nicht weiter; beides erscheint auf der
      * Arbeitsliste collwork.txt. Zusage und Notiz buchen nichts
      * und werden daher ohne Freigabe sofort geschrieben, jede
      * Erfassung wird mit Bediener und Zeitstempel in
      * collaudit.txt protokolliert. Die Liste zeigt die Faelle
      * einer Bank mit Stufe, Zusage und Notiz.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASES-IN ASSIGN TO "collect.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASES-IN-FILE-STATUS.
           SELECT NOTES-IN ASSIGN TO "collnote.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTES-IN-FILE-STATUS.
           SELECT NOTES-OUT ASSIGN TO "collnote.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTES-OUT-FILE-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-IN-FILE-STATUS.
           SELECT AUDIT-OUT ASSIGN TO "collaudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-OUT-FILE-STATUS.
           SELECT OPERATORS-IN ASSIGN TO "operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATORS-IN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CASES-IN.
       01  CASES-IN-F PIC X(32).
       FD NOTES-IN.
       01  NOTES-IN-F PIC X(79).
       FD NOTES-OUT.
       01  NOTES-OUT-F PIC X(79).
       FD BUSDATE-IN.
       01  BUSDATE-IN-F PIC 9(8).
       FD AUDIT-OUT.
       01  AUDIT-OUT-F.
         05  AU-TIMESTAMP PIC 9(16).
         05  FILLER       PIC X VALUE SPACE.
         05  AU-OPERATOR  PIC X(08).
         05  FILLER       PIC X VALUE SPACE.
         05  AU-BANKID    PIC 9(5).
         05  AU-ACCOUNTID PIC 9(10).
         05  FILLER       PIC X VALUE SPACE.
         05  AU-PROMISE   PIC 9(8).
         05  FILLER       PIC X VALUE SPACE.
         05  AU-NOTE      PIC X(40).
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
      * Ohne Datei bleibt das alte Verhalten: freie Kennung.
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
       01  CASES-IN-FILE-STATUS     PIC X(02).
       01  NOTES-IN-FILE-STATUS     PIC X(02).
       01  NOTES-OUT-FILE-STATUS    PIC X(02).
       01  BUSDATE-IN-FILE-STATUS   PIC X(02).
       01  AUDIT-OUT-FILE-STATUS    PIC X(02).
       01  CURRENT-DATE-DATA.
        05 DATETIME   PIC 9(16).
       01  TODAY-DATE PIC 9(8).
      * Mahnfall wie im Mahnlauf, 32 Stellen.
       01  CASE-TABLE.
         05  CASE-ENTRY OCCURS 500 TIMES.
           10  CS-BANKID    PIC 9(5).
           10  CS-ACCOUNTID PIC 9(10).
           10  CS-SINCE     PIC 9(8).
           10  CS-BUCKET    PIC 9(1).
           10  CS-FEES      PIC 9(6)V99.
       01  CASE-COUNT PIC 9(03) VALUE 0.
       01  CASE-IDX   PIC 9(03).
       01  CASES-LOADED-SWITCH PIC X VALUE "N".
         88  CASES-LOADED VALUE "Y".
      * Zusage und Notiz je Fall, 79 Stellen.
       01  NOTE-TABLE.
         05  NOTE-ENTRY OCCURS 500 TIMES.
           10  NT-BANKID    PIC 9(5).
           10  NT-ACCOUNTID PIC 9(10).
           10  NT-PROMISE   PIC 9(8).
           10  NT-NOTE      PIC X(40).
           10  NT-OPERATOR  PIC X(08).
           10  NT-DATE      PIC 9(8).
       01  NOTE-COUNT PIC 9(03) VALUE 0.
       01  NOTE-IDX   PIC 9(03).
       01  LOAD-EOF-SWITCH PIC X VALUE "N".
         88  LOAD-EOF VALUE "Y".
       01  FOUND-SWITCH PIC X VALUE "N".
         88  ENTRY-FOUND VALUE "Y".
       01  FIELD-OK-SWITCH PIC X VALUE "N".
         88  FIELD-OK VALUE "Y".
       01  OPERATOR-ID   PIC X(08) VALUE SPACE.
       01  MENU-CHOICE   PIC X(01) VALUE SPACE.
         88  CHOICE-NOTE VALUE "N" "n".
         88  CHOICE-LIST VALUE "L" "l".
         88  CHOICE-END  VALUE "E" "e".
       01  WORK-BANKID    PIC 9(5).
       01  WORK-ACCOUNTID PIC 9(10).
       01  WORK-PROMISE   PIC 9(8).
       01  WORK-NOTE      PIC X(40).
       01  NOTE-INPUT     PIC X(40).
       01  DATE-TEXT      PIC X(08).
       01  WORK-DATE      PIC 9(8).
       01  LIST-COUNT     PIC 9(03) VALUE 0.
       01  FEES-DISP      PIC Z(5)9.99.

       PROCEDURE DIVISION.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-CASES
           PERFORM LOAD-NOTES
           OPEN EXTEND AUDIT-OUT
           IF AUDIT-OUT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-OUT
           END-IF
           PERFORM SIGN-ON
           IF NOT SIGNON-OK
               DISPLAY "Anmeldung fehlgeschlagen - Ende."
               CLOSE AUDIT-OUT
               GOBACK
           END-IF
           PERFORM UNTIL CHOICE-END
               DISPLAY "Funktion: N=Zusage/Notiz erfassen "
                   "L=Liste einer Bank E=Ende"
               ACCEPT MENU-CHOICE
               EVALUATE TRUE
                   WHEN CHOICE-NOTE PERFORM MAINTAIN-NOTE
                   WHEN CHOICE-LIST PERFORM LIST-BANK-CASES
                   WHEN CHOICE-END  CONTINUE
                   WHEN OTHER
                       DISPLAY "Unbekannte Funktion."
               END-EVALUATE
           END-PERFORM
           CLOSE AUDIT-OUT
           DISPLAY "Mahnfall-Pflege beendet, " NOTE-COUNT
               " Notizen im Bestand."
           GOBACK.

       LOAD-BUSINESS-DATE SECTION.
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
       LOAD-CASES SECTION.
           OPEN INPUT CASES-IN
           IF CASES-IN-FILE-STATUS NOT = "00"
               DISPLAY "Hinweis: keine Mahnfaelle collect.txt -"
                   " Faelle werden nicht geprueft."
               EXIT SECTION
           END-IF
           SET CASES-LOADED TO TRUE
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF OR CASE-COUNT >= 500
               READ CASES-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO CASE-COUNT
                       MOVE CASES-IN-F TO CASE-ENTRY(CASE-COUNT)
               END-READ
           END-PERFORM
           CLOSE CASES-IN

           .
       LOAD-NOTES SECTION.
           OPEN INPUT NOTES-IN
           IF NOTES-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF OR NOTE-COUNT >= 500
               READ NOTES-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO NOTE-COUNT
                       MOVE NOTES-IN-F TO NOTE-ENTRY(NOTE-COUNT)
               END-READ
           END-PERFORM
           CLOSE NOTES-IN

           .
       FIND-CASE SECTION.
           MOVE "N" TO FOUND-SWITCH
           PERFORM VARYING CASE-IDX FROM 1 BY 1
               UNTIL CASE-IDX > CASE-COUNT OR ENTRY-FOUND
               IF CS-BANKID(CASE-IDX) = WORK-BANKID
                   AND CS-ACCOUNTID(CASE-IDX) = WORK-ACCOUNTID
                   MOVE "Y" TO FOUND-SWITCH
               END-IF
           END-PERFORM
           IF ENTRY-FOUND
               SUBTRACT 1 FROM CASE-IDX
           END-IF

           .
       FIND-NOTE SECTION.
           MOVE "N" TO FOUND-SWITCH
           PERFORM VARYING NOTE-IDX FROM 1 BY 1
               UNTIL NOTE-IDX > NOTE-COUNT OR ENTRY-FOUND
               IF NT-BANKID(NOTE-IDX) = WORK-BANKID
                   AND NT-ACCOUNTID(NOTE-IDX) = WORK-ACCOUNTID
                   MOVE "Y" TO FOUND-SWITCH
               END-IF
           END-PERFORM
           IF ENTRY-FOUND
               SUBTRACT 1 FROM NOTE-IDX
           END-IF

           .
       MAINTAIN-NOTE SECTION.
      *    Leere Eingabe laesst Zusage bzw. Notiz unveraendert.
      *    Ohne collect.txt wird jedes Konto angenommen.
           DISPLAY "Bankleitzahl (5-stellig):"
           ACCEPT WORK-BANKID
           DISPLAY "Kontonummer (10-stellig):"
           ACCEPT WORK-ACCOUNTID
           IF CASES-LOADED
               PERFORM FIND-CASE
               IF NOT ENTRY-FOUND
                   DISPLAY "Kein offener Mahnfall zu diesem Darlehen."
                   EXIT SECTION
               END-IF
               PERFORM SHOW-CASE
           END-IF
           MOVE 0 TO WORK-PROMISE
           MOVE SPACES TO WORK-NOTE
           PERFORM FIND-NOTE
           IF ENTRY-FOUND
               MOVE NT-PROMISE(NOTE-IDX) TO WORK-PROMISE
               MOVE NT-NOTE(NOTE-IDX) TO WORK-NOTE
               DISPLAY "Bisher: Zusage " WORK-PROMISE " Notiz "
                   FUNCTION TRIM(WORK-NOTE) " (" NT-OPERATOR(NOTE-IDX)
                   " " NT-DATE(NOTE-IDX) ")"
           ELSE
               IF NOTE-COUNT >= 500
                   DISPLAY "Notizbestand voll."
                   EXIT SECTION
               END-IF
           END-IF
           PERFORM ACCEPT-PROMISE
           DISPLAY "Notiz (bis 40 Stellen, leer = unveraendert,"
               " - = loeschen):"
           ACCEPT NOTE-INPUT
           EVALUATE TRUE
               WHEN NOTE-INPUT = SPACE
                   CONTINUE
               WHEN NOTE-INPUT = "-"
                   MOVE SPACES TO WORK-NOTE
               WHEN OTHER
                   MOVE NOTE-INPUT TO WORK-NOTE
           END-EVALUATE
           PERFORM STORE-NOTE

           .
       ACCEPT-PROMISE SECTION.
      *    Eine Zusage in der Vergangenheit waere sofort gebrochen.
           MOVE "N" TO FIELD-OK-SWITCH
           PERFORM UNTIL FIELD-OK
               DISPLAY "Zahlungszusage bis JJJJMMTT (0 = keine"
                   ", leer = " WORK-PROMISE "):"
               ACCEPT DATE-TEXT
               EVALUATE TRUE
                   WHEN DATE-TEXT = SPACE
                       MOVE "Y" TO FIELD-OK-SWITCH
                   WHEN DATE-TEXT = "0"
                       MOVE 0 TO WORK-PROMISE
                       MOVE "Y" TO FIELD-OK-SWITCH
                   WHEN DATE-TEXT IS NOT NUMERIC
                       DISPLAY "Bitte JJJJMMTT eingeben."
                   WHEN OTHER
                       MOVE DATE-TEXT TO WORK-DATE
                       IF FUNCTION TEST-DATE-YYYYMMDD(WORK-DATE)
                           NOT = 0
                           DISPLAY "Kein gueltiges Datum."
                       ELSE
                           IF WORK-DATE < TODAY-DATE
                               DISPLAY "Zusage liegt vor dem"
                                   " Geschaeftsdatum."
                           ELSE
                               MOVE WORK-DATE TO WORK-PROMISE
                               MOVE "Y" TO FIELD-OK-SWITCH
                           END-IF
                       END-IF
               END-EVALUATE
           END-PERFORM

           .
       STORE-NOTE SECTION.
           IF NOT ENTRY-FOUND
               ADD 1 TO NOTE-COUNT
               MOVE NOTE-COUNT TO NOTE-IDX
               MOVE WORK-BANKID TO NT-BANKID(NOTE-IDX)
               MOVE WORK-ACCOUNTID TO NT-ACCOUNTID(NOTE-IDX)
           END-IF
           MOVE WORK-PROMISE TO NT-PROMISE(NOTE-IDX)
           MOVE WORK-NOTE TO NT-NOTE(NOTE-IDX)
           MOVE OPERATOR-ID TO NT-OPERATOR(NOTE-IDX)
           MOVE TODAY-DATE TO NT-DATE(NOTE-IDX)
           PERFORM SAVE-NOTES
           MOVE SPACES TO AUDIT-OUT-F
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           MOVE DATETIME TO AU-TIMESTAMP
           MOVE OPERATOR-ID TO AU-OPERATOR
           MOVE WORK-BANKID TO AU-BANKID
           MOVE WORK-ACCOUNTID TO AU-ACCOUNTID
           MOVE WORK-PROMISE TO AU-PROMISE
           MOVE WORK-NOTE TO AU-NOTE
           WRITE AUDIT-OUT-F
           DISPLAY "Zusage/Notiz gespeichert."

           .
       SAVE-NOTES SECTION.
           OPEN OUTPUT NOTES-OUT
           PERFORM VARYING NOTE-IDX FROM 1 BY 1
               UNTIL NOTE-IDX > NOTE-COUNT
               MOVE NOTE-ENTRY(NOTE-IDX) TO NOTES-OUT-F
               WRITE NOTES-OUT-F
           END-PERFORM
           CLOSE NOTES-OUT

           .
       SHOW-CASE SECTION.
           MOVE CS-FEES(CASE-IDX) TO FEES-DISP
           DISPLAY "Mahnfall " CS-BANKID(CASE-IDX) "/"
               CS-ACCOUNTID(CASE-IDX) " offen seit "
               CS-SINCE(CASE-IDX) " Stufe " CS-BUCKET(CASE-IDX)
               " Gebuehren " FEES-DISP

           .
       LIST-BANK-CASES SECTION.
           DISPLAY "Bankleitzahl (5-stellig):"
           ACCEPT WORK-BANKID
           MOVE 0 TO LIST-COUNT
           PERFORM VARYING CASE-IDX FROM 1 BY 1
               UNTIL CASE-IDX > CASE-COUNT
               IF CS-BANKID(CASE-IDX) = WORK-BANKID
                   ADD 1 TO LIST-COUNT
                   PERFORM SHOW-CASE
                   MOVE CS-ACCOUNTID(CASE-IDX) TO WORK-ACCOUNTID
                   PERFORM FIND-NOTE
                   IF ENTRY-FOUND
                       DISPLAY "  Zusage " NT-PROMISE(NOTE-IDX)
                           " Notiz " FUNCTION TRIM(NT-NOTE(NOTE-IDX))
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY LIST-COUNT " Mahnfaelle fuer Bank " WORK-BANKID "."

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
      *    Drei Versuche; nur aktive Kennungen kommen durch.
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
