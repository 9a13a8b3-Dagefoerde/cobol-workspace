      * damit sie im naechsten Lauf wieder mitlaufen. Abgewiesene
      * Kontrollsaetze (Bild mit Kennzeichen T) werden uebersprungen,
      * weil die Kontrollsaetze ohnehin neu entstehen.
      * Fuehrt SUSPENSE_M den Zwischenkontenbestand suspense.txt,
      * werden statt reject.txt dessen offene Posten bearbeitet -
      * auch die aelterer Laeufe. Uebernommene und korrigierte
      * Posten werden als wiedereingereicht (R), verworfene als
      * abgeschrieben (W) gekennzeichnet und im naechsten Lauf von
      * SUSPENSE_M ausgeglichen; mit L bleibt ein Posten offen.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPERATORS-IN ASSIGN TO "operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATORS-IN-FILE-STATUS.
           SELECT SUSP-IN ASSIGN TO "suspense.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSP-IN-FILE-STATUS.
           SELECT SUSP-OUT ASSIGN TO "suspense.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSP-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD REJECT-IN.
         05  OP-NAME-F   PIC X(30).
         05  OP-ROLE-F   PIC X(01).
         05  OP-ACTIVE-F PIC X(01).
       FD SUSP-IN.
       01  SUSP-IN-F PIC X(231).
       FD SUSP-OUT.
       01  SUSP-OUT-F PIC X(231).
       WORKING-STORAGE SECTION.
       01  SUSP-IN-FILE-STATUS  PIC X(02).
       01  SUSP-OUT-FILE-STATUS PIC X(02).
      * Posten des Zwischenkontenbestands wie in SUSPENSE_M.
       01  SUSP-RECORD.
         05  SL-ITEMNO    PIC 9(8).
         05  FILLER       PIC X(01).
         05  SL-OPENDATE  PIC 9(8).
         05  FILLER       PIC X(01).
         05  SL-STATE     PIC X(01).
           88  SL-OPEN        VALUE "O".
         05  FILLER       PIC X(01).
         05  SL-BOOKED    PIC X(01).
         05  FILLER       PIC X(01).
         05  SL-SIDE      PIC X(01).
         05  FILLER       PIC X(01).
         05  SL-AMOUNT    PIC 9(8)V99.
         05  FILLER       PIC X(01).
         05  SL-CURRENCY  PIC X(03).
         05  FILLER       PIC X(01).
         05  SL-ACTDATE   PIC 9(8).
         05  FILLER       PIC X(01).
         05  SL-OPERATOR  PIC X(08).
         05  FILLER       PIC X(01).
         05  SL-REJECT    PIC X(174).
       01  SUSP-TABLE.
         05  SUSP-ITEM OCCURS 2000 TIMES PIC X(231).
       01  SUSP-COUNT PIC 9(04) VALUE 0.
       01  SUSP-IDX   PIC 9(04).
       01  SUSP-EOF-SWITCH PIC X VALUE "N".
         88  SUSP-EOF VALUE "Y".
       01  LEDGER-MODE-SWITCH PIC X VALUE "N".
         88  LEDGER-MODE VALUE "Y".
       01  KEPT-COUNT PIC 9(04) VALUE 0.
      * Reject-Satz, aus reject.txt oder aus dem Posten.
       01  REJECT-RECORD.
         05  RJ-REASON    PIC X(12).
         05  RJ-BANKID    PIC X(05).
         05  RJ-ACCOUNTID PIC X(10).
         05  RJ-DETAIL    PIC X(55).
         05  RJ-IMAGE     PIC X(92).
       01  RESUB-STORED-SWITCH PIC X VALUE "N".
         88  RESUB-STORED VALUE "Y".
       01  OPERATORS-IN-FILE-STATUS PIC X(02).
      * Anmeldung gegen den gemeinsamen Bedienerstamm operators.txt
      * (Kennung, Name, Rolle S=Supervisor B=Bediener, A=aktiv).
         88  ACTION-TAKE    VALUE "U" "u".
         88  ACTION-FIX     VALUE "F" "f".
         88  ACTION-DROP    VALUE "V" "v".
         88  ACTION-KEEP    VALUE "L" "l".
       01  FIELD-CHOICE PIC X(01).
         88  FIELD-BANK     VALUE "B" "b".
         88  FIELD-ACCOUNT  VALUE "K" "k".
           IF REPAIRLOG-OUT-FILE-STATUS NOT = "00"
               OPEN OUTPUT REPAIRLOG-OUT
           END-IF
           PERFORM LOAD-LEDGER
           IF LEDGER-MODE
               PERFORM REPAIR-LEDGER-ITEMS
           ELSE
               OPEN INPUT REJECT-IN
               IF REJECT-IN-FILE-STATUS NOT = "00"
                   DISPLAY "Keine reject.txt vorhanden."
                   GOBACK
               END-IF
               PERFORM UNTIL REJECT-EOF
                   READ REJECT-IN INTO REJECT-RECORD
                       AT END SET REJECT-EOF TO TRUE
                       NOT AT END PERFORM REPAIR-ONE-REJECT
                   END-READ
               END-PERFORM
               CLOSE REJECT-IN
           END-IF
           CLOSE REPAIRLOG-OUT
           PERFORM WRITE-RESUB-FILE
           IF LEDGER-MODE
               PERFORM SAVE-LEDGER
               DISPLAY "Reparatur beendet: " TAKEN-COUNT
                   " uebernommen, " DROPPED-COUNT " abgeschrieben, "
                   KEPT-COUNT " offen gelassen."
           ELSE
               DISPLAY "Reparatur beendet: " TAKEN-COUNT
                   " uebernommen, " DROPPED-COUNT " verworfen."
           END-IF
           GOBACK.

       LOAD-LEDGER SECTION.
      *    Ohne suspense.txt bleibt es bei reject.txt.
           OPEN INPUT SUSP-IN
           IF SUSP-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           SET LEDGER-MODE TO TRUE
           PERFORM UNTIL SUSP-EOF OR SUSP-COUNT >= 2000
               READ SUSP-IN
                   AT END SET SUSP-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO SUSP-COUNT
                       MOVE SUSP-IN-F TO SUSP-ITEM(SUSP-COUNT)
               END-READ
           END-PERFORM
           CLOSE SUSP-IN

           .
       REPAIR-LEDGER-ITEMS SECTION.
      *    Jeder offene Posten wird wie ein Reject bearbeitet; das
      *    Ergebnis bestimmt den neuen Zustand des Postens.
           IF SUSP-COUNT = 0
               DISPLAY "Keine offenen Posten im Zwischenkonto."
               EXIT SECTION
           END-IF
           PERFORM VARYING SUSP-IDX FROM 1 BY 1
               UNTIL SUSP-IDX > SUSP-COUNT
               MOVE SUSP-ITEM(SUSP-IDX) TO SUSP-RECORD
               IF SL-OPEN
                   MOVE SL-REJECT TO REJECT-RECORD
                   MOVE SPACE TO LOG-ACTION
                   MOVE "N" TO RESUB-STORED-SWITCH
                   DISPLAY " "
                   DISPLAY "Posten " SL-ITEMNO " offen seit "
                       SL-OPENDATE(7:2) "." SL-OPENDATE(5:2) "."
                       SL-OPENDATE(1:4)
                   PERFORM REPAIR-ONE-REJECT
                   PERFORM SET-LEDGER-STATE
                   MOVE SUSP-RECORD TO SUSP-ITEM(SUSP-IDX)
               END-IF
           END-PERFORM

           .
       SET-LEDGER-STATE SECTION.
           EVALUATE LOG-ACTION
               WHEN "DROP"
                   MOVE "W" TO SL-STATE
               WHEN "FIX"
               WHEN "TAKE"
                   IF RESUB-STORED
                       MOVE "R" TO SL-STATE
                   ELSE
                       ADD 1 TO KEPT-COUNT
                       EXIT SECTION
                   END-IF
               WHEN OTHER
                   ADD 1 TO KEPT-COUNT
                   EXIT SECTION
           END-EVALUATE
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           MOVE DATETIME(1:8) TO SL-ACTDATE
           MOVE OPERATOR-ID TO SL-OPERATOR

           .
       SAVE-LEDGER SECTION.
           OPEN OUTPUT SUSP-OUT
           PERFORM VARYING SUSP-IDX FROM 1 BY 1
               UNTIL SUSP-IDX > SUSP-COUNT
               WRITE SUSP-OUT-F FROM SUSP-ITEM(SUSP-IDX)
           END-PERFORM
           CLOSE SUSP-OUT

           .

       REPAIR-ONE-REJECT SECTION.
           MOVE RJ-IMAGE TO WORKREC
           IF WR-TRAILER
               EXIT SECTION
           END-IF
           DISPLAY " "
           DISPLAY "Reject: " RJ-REASON
           PERFORM SHOW-WORKREC
      *    Betraege ueber der Grenze darf nur der Supervisor
      *    reparieren und wieder einreichen.
               PERFORM WRITE-REPAIR-LOG
               EXIT SECTION
           END-IF
           IF LEDGER-MODE
               DISPLAY "U=uebernehmen F=Feld korrigieren V=verwerfen"
                   " und abschreiben L=liegen lassen:"
           ELSE
               DISPLAY "U=uebernehmen F=Feld korrigieren V=verwerfen:"
           END-IF
           ACCEPT ACTION-CHOICE
           IF ACTION-KEEP AND LEDGER-MODE
               EXIT SECTION
           END-IF
           EVALUATE TRUE
               WHEN ACTION-DROP
                   ADD 1 TO DROPPED-COUNT
           ADD 1 TO RESUB-COUNT
           MOVE WORKREC TO RESUB-ITEM(INSERT-AT)
           ADD 1 TO TAKEN-COUNT
           SET RESUB-STORED TO TRUE

           .
       WRITE-RESUB-FILE SECTION.
