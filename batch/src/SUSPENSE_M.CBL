       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SUSPENSE_M.
      *****************************************************************
      * Zwischenkonto fuer Rejects: jeder Satz, den der Abschluss
      * nach reject.txt stellt, wird als offener Posten in den
      * Zwischenkontenbestand suspense.txt uebernommen (laufende
      * Postennummer, Eroeffnungstag, Zustand O=offen) und je Bank
      * und Waehrung auf das Zwischenkonto gebucht - Gegenseite ist
      * das Bank-Gegenkonto, auf dem das Clearing die Summe schon
      * fuehrt. Ein eingehender Betrag steht im Haben, eine
      * Belastung im Soll (STORNO kehrt um). Abgewiesene
      * Kontrollsaetze entstehen neu und werden nicht uebernommen;
      * ein Satz ohne buchbaren Betrag oder ohne gueltiges
      * Soll/Haben wird als Posten gefuehrt, aber nicht gebucht.
      * Die Reject-Reparatur REJREPAIR_M kennzeichnet die Posten
      * als wiedereingereicht (R) oder abgeschrieben (W); der
      * naechste Lauf gleicht sie aus - wiedereingereichte gegen
      * das Bank-Gegenkonto, auf dem der neue Satz dann gebucht
      * wird, abgeschriebene gegen das Ausbuchungskonto - schreibt
      * sie nach susphist.txt und nimmt sie aus dem Bestand. Posten,
      * die die Clearing-Rueckgabe CLRRET_M an die Einreicherbank
      * zurueckgegeben hat (X), werden wie wiedereingereichte gegen
      * das Bank-Gegenkonto ausgeglichen.
      * Die Buchungen gehen im input.txt-Format mit Kontrollsaetzen
      * nach susppost.txt (Eroeffnung und Ausgleich, Verwendungen
      * SUSPENSE und BANKCTL) und suspwo.txt (Abschreibung,
      * SUSPENSE und SUSPWO) - reine Hauptbuchdateien fuer
      * GLPOST_M, sie gehoeren NICHT in rawlist.txt.
      * Die Altersliste suspage.txt zeigt jeden Posten, der laenger
      * als die Frist aus suspdays.txt (Standard 5 Tage) offen ist,
      * und je Bank und Waehrung Anzahl und Saldo des
      * Zwischenkontos. Ein Geschaeftstag wird nur einmal gebucht
      * (suspctl.txt, RETURN-CODE 4 bei Wiederholung). Lauftag aus
      * busdate.txt, sonst Systemdatum.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJECT-IN ASSIGN TO "reject.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-IN-FILE-STATUS.
           SELECT SUSP-IN ASSIGN TO "suspense.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSP-IN-FILE-STATUS.
           SELECT SUSP-OUT ASSIGN TO "suspense.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSP-OUT-FILE-STATUS.
           SELECT CONTROL-IN ASSIGN TO "suspctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-IN-FILE-STATUS.
           SELECT CONTROL-OUT ASSIGN TO "suspctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-OUT-FILE-STATUS.
           SELECT DAYS-IN ASSIGN TO "suspdays.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DAYS-IN-FILE-STATUS.
           SELECT POST-OUT ASSIGN TO POST-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POST-OUT-FILE-STATUS.
           SELECT HIST-OUT ASSIGN TO "susphist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-OUT-FILE-STATUS.
           SELECT REPORT-OUT ASSIGN TO "suspage.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-OUT-FILE-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-IN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD REJECT-IN.
       01  REJECT-IN-F PIC X(174).
       FD SUSP-IN.
       01  SUSP-IN-F PIC X(231).
       FD SUSP-OUT.
       01  SUSP-OUT-F PIC X(231).
       FD CONTROL-IN.
       01  CONTROL-IN-F.
         05  CI-DATE-F   PIC 9(8).
         05  CI-NEXTNO-F PIC 9(8).
       FD CONTROL-OUT.
       01  CONTROL-OUT-F.
         05  CO-DATE     PIC 9(8).
         05  CO-NEXTNO   PIC 9(8).
       FD DAYS-IN.
       01  DAYS-IN-F PIC 9(3).
       FD POST-OUT.
       01  POST-OUT-F.
         05  TX-BANKID    PIC 9(5).
         05  TX-ACCOUNTID PIC 9(10).
         05  TX-AMOUNT    PIC 9(8)V99.
         05  TX-DRCR      PIC X(01).
         05  TX-CURR-CODE PIC X(03).
         05  TX-COMMENT   PIC X(55).
         05  TX-VALDATE   PIC 9(8).
       FD HIST-OUT.
       01  HIST-OUT-F.
         05  HS-DATE      PIC 9(8).
         05  FILLER       PIC X(01).
         05  HS-ITEM      PIC X(231).
       FD REPORT-OUT.
       01  REPORT-OUT-F PIC X(100).
       FD BUSDATE-IN.
       01  BUSDATE-IN-F PIC 9(8).
       WORKING-STORAGE SECTION.
       01  REJECT-IN-FILE-STATUS   PIC X(02).
       01  SUSP-IN-FILE-STATUS     PIC X(02).
       01  SUSP-OUT-FILE-STATUS    PIC X(02).
       01  CONTROL-IN-FILE-STATUS  PIC X(02).
       01  CONTROL-OUT-FILE-STATUS PIC X(02).
       01  DAYS-IN-FILE-STATUS     PIC X(02).
       01  POST-OUT-FILE-STATUS    PIC X(02).
       01  HIST-OUT-FILE-STATUS    PIC X(02).
       01  REPORT-OUT-FILE-STATUS  PIC X(02).
       01  BUSDATE-IN-FILE-STATUS  PIC X(02).
       01  POST-OUT-NAME PIC X(40) VALUE SPACE.
       01  RUN-DATE-DATA.
         05  RUN-DATE-NUM PIC 9(8).
         05  FILLER       PIC X(13).
       01  RUN-DATE-INT PIC 9(8) VALUE 0.
       01  LOAD-EOF-SWITCH PIC X VALUE "N".
         88  LOAD-EOF VALUE "Y".
       01  OVERFLOW-SWITCH PIC X VALUE "N".
         88  TABLE-OVERFLOW VALUE "Y".
      * Steuersatz: zuletzt gebuchter Geschaeftstag und naechste
      * Postennummer.
       01  LAST-BOOKED-DATE PIC 9(8) VALUE 0.
       01  NEXT-ITEMNO      PIC 9(8) VALUE 1.
       01  AGE-LIMIT        PIC 9(3) VALUE 5.
      * Reject-Satz wie von BATCH_M geschrieben, mit Originalbild.
       01  REJECT-RECORD.
         05  RJ-REASON      PIC X(12).
         05  RJ-BANKID      PIC 9(5).
         05  RJ-ACCOUNTID   PIC 9(10).
         05  RJ-DETAIL      PIC X(55).
         05  RJ-IMAGE.
           10  RJ-IMG-BANKID    PIC 9(5).
           10  RJ-IMG-ACCOUNTID PIC 9(10).
           10  RJ-IMG-AMOUNT    PIC 9(8)V99.
           10  RJ-IMG-DRCR      PIC X(01).
             88  RJ-IMG-TRAILER VALUE "T".
           10  RJ-IMG-CURR      PIC X(03).
           10  RJ-IMG-COMMENT   PIC X(55).
           10  RJ-IMG-VALDATE   PIC X(08).
      * Posten des Zwischenkontenbestands suspense.txt. SL-SIDE ist
      * die Seite des Zwischenkontos (H=Haben: Betrag eingegangen,
      * S=Soll: Belastung). Ab SL-REJECT steht der Reject-Satz.
       01  SUSP-RECORD.
         05  SL-ITEMNO    PIC 9(8).
         05  FILLER       PIC X(01).
         05  SL-OPENDATE  PIC 9(8).
         05  FILLER       PIC X(01).
         05  SL-STATE     PIC X(01).
           88  SL-OPEN        VALUE "O".
           88  SL-RESUBMITTED VALUE "R".
           88  SL-WRITTEN-OFF VALUE "W".
           88  SL-RETURNED    VALUE "X".
         05  FILLER       PIC X(01).
         05  SL-BOOKED    PIC X(01).
           88  SL-IS-BOOKED   VALUE "J".
         05  FILLER       PIC X(01).
         05  SL-SIDE      PIC X(01).
           88  SL-CREDIT-SIDE VALUE "H".
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
       01  STORNO-TALLY PIC 9(02) VALUE 0.
      * Tagesbuchungen: nach Datei (S=susppost.txt, W=suspwo.txt)
      * und Bank sortiert, damit je Bank ein Kontrollsatz folgt.
       01  MOVE-TABLE.
         05  MOVE-ENTRY OCCURS 4000 TIMES.
           10  MT-FILE      PIC X(01).
           10  MT-BANKID    PIC 9(5).
           10  MT-ACCOUNTID PIC 9(10).
           10  MT-AMOUNT    PIC 9(8)V99.
           10  MT-DRCR      PIC X(01).
           10  MT-CURRENCY  PIC X(03).
           10  MT-COMMENT   PIC X(55).
       01  MOVE-COUNT PIC 9(04) VALUE 0.
       01  MOVE-IDX   PIC 9(04).
       01  SHIFT-IDX  PIC 9(04).
       01  INSERT-AT  PIC 9(04).
       01  SLOT-FOUND-SWITCH PIC X VALUE "N".
         88  SLOT-FOUND VALUE "Y".
       01  WORK-FILE    PIC X(01).
       01  WORK-DRCR    PIC X(01).
       01  WORK-COMMENT PIC X(55).
       01  TRAILERBANK    PIC 9(5) VALUE 0.
       01  TRAILER-COUNT  PIC 9(10) VALUE 0.
       01  TRAILER-AMOUNT PIC 9(8)V99 VALUE 0.
      * Saldo des Zwischenkontos je Bank und Waehrung (Haben
      * positiv) fuer die Altersliste.
       01  BALANCE-TABLE.
         05  BALANCE-ENTRY OCCURS 300 TIMES.
           10  BT-BANKID   PIC 9(5).
           10  BT-CURRENCY PIC X(03).
           10  BT-COUNT    PIC 9(06).
           10  BT-OVERDUE  PIC 9(06).
           10  BT-BALANCE  PIC S9(10)V99.
       01  BALANCE-COUNT PIC 9(03) VALUE 0.
       01  BALANCE-IDX   PIC 9(03).
       01  BT-FOUND-SWITCH PIC X VALUE "N".
         88  BT-FOUND VALUE "Y".
       01  ITEM-AGE      PIC S9(6) VALUE 0.
       01  OPENED-COUNT  PIC 9(06) VALUE 0.
       01  UNBOOKED-COUNT PIC 9(06) VALUE 0.
       01  CLEARED-COUNT PIC 9(06) VALUE 0.
       01  WRITEOFF-COUNT PIC 9(06) VALUE 0.
       01  OPEN-COUNT    PIC 9(06) VALUE 0.
       01  OVERDUE-COUNT PIC 9(06) VALUE 0.
       01  REPORT-LINE   PIC X(100).
       01  AMOUNT-DISP   PIC Z(7)9.99.
       01  BALANCE-DISP  PIC Z(9)9.99-.
       01  AGE-DISP      PIC ZZZZ9.
       01  COUNT-DISP    PIC ZZZZZ9.
       01  COUNT2-DISP   PIC ZZZZZ9.

       PROCEDURE DIVISION.
           PERFORM LOAD-RUN-DATE
           PERFORM LOAD-CONTROL
           IF LAST-BOOKED-DATE = RUN-DATE-NUM
               DISPLAY "Zwischenkonto fuer " RUN-DATE-NUM
                   " ist bereits gebucht - kein erneuter Lauf."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-AGE-LIMIT
           PERFORM LOAD-LEDGER
           IF NOT TABLE-OVERFLOW
               PERFORM CLEAR-RESOLVED-ITEMS
           END-IF
           IF NOT TABLE-OVERFLOW
               PERFORM BOOK-NEW-REJECTS
           END-IF
           IF TABLE-OVERFLOW
               DISPLAY "*** Zwischenkontenbestand oder Tagesbuchungen"
                   " voll - Lauf verweigert, nichts gebucht ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "S" TO WORK-FILE
           MOVE "susppost.txt" TO POST-OUT-NAME
           PERFORM WRITE-POSTING-FILE
           MOVE "W" TO WORK-FILE
           MOVE "suspwo.txt" TO POST-OUT-NAME
           PERFORM WRITE-POSTING-FILE
           PERFORM SAVE-LEDGER
           PERFORM SAVE-CONTROL
           PERFORM WRITE-AGEING-REPORT
           DISPLAY "Zwischenkonto " RUN-DATE-NUM ": " OPENED-COUNT
               " eroeffnet, " CLEARED-COUNT " ausgeglichen, "
               WRITEOFF-COUNT " abgeschrieben, " OPEN-COUNT
               " offen, davon " OVERDUE-COUNT " ueber "
               AGE-LIMIT " Tage."
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
           COMPUTE RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM)

           .
       LOAD-CONTROL SECTION.
           OPEN INPUT CONTROL-IN
           IF CONTROL-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           READ CONTROL-IN
               NOT AT END
                   MOVE CI-DATE-F TO LAST-BOOKED-DATE
                   MOVE CI-NEXTNO-F TO NEXT-ITEMNO
           END-READ
           CLOSE CONTROL-IN

           .
       LOAD-AGE-LIMIT SECTION.
           OPEN INPUT DAYS-IN
           IF DAYS-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           READ DAYS-IN
               NOT AT END
                   IF DAYS-IN-F NUMERIC
                       MOVE DAYS-IN-F TO AGE-LIMIT
                   END-IF
           END-READ
           CLOSE DAYS-IN

           .
       LOAD-LEDGER SECTION.
           OPEN INPUT SUSP-IN
           IF SUSP-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF OR TABLE-OVERFLOW
               READ SUSP-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF SUSP-COUNT >= 2000
                           SET TABLE-OVERFLOW TO TRUE
                       ELSE
                           ADD 1 TO SUSP-COUNT
                           MOVE SUSP-IN-F TO SUSP-ITEM(SUSP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSP-IN

           .
       CLEAR-RESOLVED-ITEMS SECTION.
      *    Von der Reparatur erledigte Posten ausgleichen: die
      *    Buchung kehrt die Eroeffnung um, bei der Abschreibung
      *    gegen das Ausbuchungskonto. Der Posten geht beim
      *    Zurueckschreiben in die Historie.
           PERFORM VARYING SUSP-IDX FROM 1 BY 1
               UNTIL SUSP-IDX > SUSP-COUNT OR TABLE-OVERFLOW
               MOVE SUSP-ITEM(SUSP-IDX) TO SUSP-RECORD
               IF SL-RESUBMITTED OR SL-WRITTEN-OFF OR SL-RETURNED
                   PERFORM CLEAR-ONE-ITEM
               END-IF
           END-PERFORM

           .
       CLEAR-ONE-ITEM SECTION.
           MOVE SL-REJECT TO REJECT-RECORD
           IF SL-IS-BOOKED
               IF SL-CREDIT-SIDE
                   MOVE "C" TO WORK-DRCR
               ELSE
                   MOVE "D" TO WORK-DRCR
               END-IF
               MOVE SPACES TO WORK-COMMENT
               EVALUATE TRUE
                   WHEN SL-RESUBMITTED
                       MOVE "S" TO WORK-FILE
                       STRING "Zwischenkonto Wiedereinreichung Posten "
                           SL-ITEMNO
                           DELIMITED BY SIZE INTO WORK-COMMENT
                   WHEN SL-RETURNED
                       MOVE "S" TO WORK-FILE
                       STRING "Zwischenkonto Rueckgabe Posten "
                           SL-ITEMNO
                           DELIMITED BY SIZE INTO WORK-COMMENT
                   WHEN OTHER
                       MOVE "W" TO WORK-FILE
                       STRING "Zwischenkonto Abschreibung Posten "
                           SL-ITEMNO
                           DELIMITED BY SIZE INTO WORK-COMMENT
               END-EVALUATE
               PERFORM STORE-MOVEMENT
               IF TABLE-OVERFLOW
                   EXIT SECTION
               END-IF
           END-IF
           IF SL-WRITTEN-OFF
               ADD 1 TO WRITEOFF-COUNT
           ELSE
               ADD 1 TO CLEARED-COUNT
           END-IF

           .
       BOOK-NEW-REJECTS SECTION.
           OPEN INPUT REJECT-IN
           IF REJECT-IN-FILE-STATUS NOT = "00"
               DISPLAY "Keine reject.txt - keine neuen Posten."
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF OR TABLE-OVERFLOW
               READ REJECT-IN INTO REJECT-RECORD
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF NOT RJ-IMG-TRAILER
                           PERFORM OPEN-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REJECT-IN

           .
       OPEN-ONE-ITEM SECTION.
           IF SUSP-COUNT >= 2000
               SET TABLE-OVERFLOW TO TRUE
               EXIT SECTION
           END-IF
           MOVE SPACES TO SUSP-RECORD
           MOVE NEXT-ITEMNO TO SL-ITEMNO
           MOVE RUN-DATE-NUM TO SL-OPENDATE
           MOVE "O" TO SL-STATE
           MOVE 0 TO SL-ACTDATE
           IF RJ-BANKID NOT NUMERIC
               MOVE 0 TO RJ-BANKID
           END-IF
           IF RJ-ACCOUNTID NOT NUMERIC
               MOVE 0 TO RJ-ACCOUNTID
           END-IF
           MOVE REJECT-RECORD TO SL-REJECT
           MOVE RJ-IMG-CURR TO SL-CURRENCY
           IF SL-CURRENCY = SPACE
               MOVE "EUR" TO SL-CURRENCY
           END-IF
      *    Buchbar nur mit Betrag und gueltigem Soll/Haben; die
      *    Seite folgt der Wirkung auf das Kundenkonto.
           IF RJ-IMG-AMOUNT NUMERIC AND RJ-IMG-AMOUNT > 0
               AND (RJ-IMG-DRCR = "C" OR RJ-IMG-DRCR = "D"
                   OR RJ-IMG-DRCR = SPACE)
               MOVE "J" TO SL-BOOKED
               MOVE RJ-IMG-AMOUNT TO SL-AMOUNT
               MOVE 0 TO STORNO-TALLY
               INSPECT RJ-IMG-COMMENT TALLYING STORNO-TALLY
                   FOR ALL "STORNO"
               IF (RJ-IMG-DRCR = "D" AND STORNO-TALLY = 0)
                   OR (RJ-IMG-DRCR NOT = "D" AND STORNO-TALLY > 0)
                   MOVE "S" TO SL-SIDE
                   MOVE "C" TO WORK-DRCR
               ELSE
                   MOVE "H" TO SL-SIDE
                   MOVE "D" TO WORK-DRCR
               END-IF
               MOVE "S" TO WORK-FILE
               MOVE SPACES TO WORK-COMMENT
               STRING "Zwischenkonto Reject " RJ-REASON " Posten "
                   SL-ITEMNO
                   DELIMITED BY SIZE INTO WORK-COMMENT
               PERFORM STORE-MOVEMENT
               IF TABLE-OVERFLOW
                   EXIT SECTION
               END-IF
           ELSE
               MOVE "N" TO SL-BOOKED
               MOVE SPACE TO SL-SIDE
               MOVE 0 TO SL-AMOUNT
               ADD 1 TO UNBOOKED-COUNT
           END-IF
           ADD 1 TO SUSP-COUNT
           MOVE SUSP-RECORD TO SUSP-ITEM(SUSP-COUNT)
           ADD 1 TO NEXT-ITEMNO
           ADD 1 TO OPENED-COUNT

           .
       STORE-MOVEMENT SECTION.
      *    Einsortieren nach Datei und Bank; Bank und Konto aus dem
      *    Reject-Satz, Betrag und Waehrung aus dem Posten.
           IF MOVE-COUNT >= 4000
               SET TABLE-OVERFLOW TO TRUE
               EXIT SECTION
           END-IF
           MOVE "N" TO SLOT-FOUND-SWITCH
           MOVE 0 TO INSERT-AT
           PERFORM VARYING MOVE-IDX FROM 1 BY 1
               UNTIL MOVE-IDX > MOVE-COUNT OR SLOT-FOUND
               IF MT-FILE(MOVE-IDX) > WORK-FILE
                   OR (MT-FILE(MOVE-IDX) = WORK-FILE
                       AND MT-BANKID(MOVE-IDX) > RJ-BANKID)
                   MOVE MOVE-IDX TO INSERT-AT
                   SET SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT SLOT-FOUND
               COMPUTE INSERT-AT = MOVE-COUNT + 1
           END-IF
           PERFORM VARYING SHIFT-IDX FROM MOVE-COUNT BY -1
               UNTIL SHIFT-IDX < INSERT-AT
               MOVE MOVE-ENTRY(SHIFT-IDX) TO MOVE-ENTRY(SHIFT-IDX + 1)
           END-PERFORM
           ADD 1 TO MOVE-COUNT
           MOVE WORK-FILE TO MT-FILE(INSERT-AT)
           MOVE RJ-BANKID TO MT-BANKID(INSERT-AT)
           MOVE RJ-ACCOUNTID TO MT-ACCOUNTID(INSERT-AT)
           MOVE SL-AMOUNT TO MT-AMOUNT(INSERT-AT)
           MOVE WORK-DRCR TO MT-DRCR(INSERT-AT)
           MOVE SL-CURRENCY TO MT-CURRENCY(INSERT-AT)
           MOVE WORK-COMMENT TO MT-COMMENT(INSERT-AT)

           .
       WRITE-POSTING-FILE SECTION.
      *    Schreibt die Tagesbuchungen einer Datei (WORK-FILE) mit
      *    einem Kontrollsatz je Bank; ohne Buchung bleibt die Datei
      *    leer, damit kein Vortag nachwirkt.
           OPEN OUTPUT POST-OUT
           MOVE 0 TO TRAILERBANK
           MOVE 0 TO TRAILER-COUNT
           MOVE 0 TO TRAILER-AMOUNT
           PERFORM VARYING MOVE-IDX FROM 1 BY 1
               UNTIL MOVE-IDX > MOVE-COUNT
               IF MT-FILE(MOVE-IDX) = WORK-FILE
                   IF MT-BANKID(MOVE-IDX) NOT = TRAILERBANK
                       PERFORM WRITE-TRAILER
                       MOVE MT-BANKID(MOVE-IDX) TO TRAILERBANK
                   END-IF
                   MOVE SPACES TO POST-OUT-F
                   MOVE MT-BANKID(MOVE-IDX) TO TX-BANKID
                   MOVE MT-ACCOUNTID(MOVE-IDX) TO TX-ACCOUNTID
                   MOVE MT-AMOUNT(MOVE-IDX) TO TX-AMOUNT
                   MOVE MT-DRCR(MOVE-IDX) TO TX-DRCR
                   MOVE MT-CURRENCY(MOVE-IDX) TO TX-CURR-CODE
                   MOVE MT-COMMENT(MOVE-IDX) TO TX-COMMENT
                   MOVE RUN-DATE-NUM TO TX-VALDATE
                   WRITE POST-OUT-F
                   ADD 1 TO TRAILER-COUNT
                   ADD MT-AMOUNT(MOVE-IDX) TO TRAILER-AMOUNT
               END-IF
           END-PERFORM
           PERFORM WRITE-TRAILER
           CLOSE POST-OUT

           .
       WRITE-TRAILER SECTION.
           IF TRAILER-COUNT > 0
               MOVE SPACES TO POST-OUT-F
               MOVE TRAILERBANK TO TX-BANKID
               MOVE TRAILER-COUNT TO TX-ACCOUNTID
               MOVE TRAILER-AMOUNT TO TX-AMOUNT
               MOVE "T" TO TX-DRCR
               MOVE "EUR" TO TX-CURR-CODE
               MOVE "Kontrollsatz Zwischenkonto" TO TX-COMMENT
               MOVE 0 TO TX-VALDATE
               WRITE POST-OUT-F
           END-IF
           MOVE 0 TO TRAILER-COUNT
           MOVE 0 TO TRAILER-AMOUNT

           .
       SAVE-LEDGER SECTION.
      *    Nur offene Posten bleiben im Bestand; ausgeglichene und
      *    abgeschriebene gehen mit dem Lauftag nach susphist.txt.
           OPEN OUTPUT SUSP-OUT
           OPEN EXTEND HIST-OUT
           IF HIST-OUT-FILE-STATUS NOT = "00"
               OPEN OUTPUT HIST-OUT
           END-IF
           PERFORM VARYING SUSP-IDX FROM 1 BY 1
               UNTIL SUSP-IDX > SUSP-COUNT
               MOVE SUSP-ITEM(SUSP-IDX) TO SUSP-RECORD
               IF SL-OPEN
                   WRITE SUSP-OUT-F FROM SUSP-RECORD
               ELSE
                   MOVE SPACES TO HIST-OUT-F
                   MOVE RUN-DATE-NUM TO HS-DATE
                   MOVE SUSP-RECORD TO HS-ITEM
                   WRITE HIST-OUT-F
               END-IF
           END-PERFORM
           CLOSE SUSP-OUT
           CLOSE HIST-OUT

           .
       SAVE-CONTROL SECTION.
           OPEN OUTPUT CONTROL-OUT
           MOVE RUN-DATE-NUM TO CO-DATE
           MOVE NEXT-ITEMNO TO CO-NEXTNO
           WRITE CONTROL-OUT-F
           CLOSE CONTROL-OUT

           .
       WRITE-AGEING-REPORT SECTION.
           OPEN OUTPUT REPORT-OUT
           MOVE SPACES TO REPORT-LINE
           MOVE AGE-LIMIT TO AGE-DISP
           STRING "Zwischenkonto Rejects - Altersliste vom "
               RUN-DATE-NUM(7:2) "." RUN-DATE-NUM(5:2) "."
               RUN-DATE-NUM(1:4) ", offen laenger als "
               FUNCTION TRIM(AGE-DISP) " Tage"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE SPACES TO REPORT-OUT-F
           WRITE REPORT-OUT-F
           MOVE "Posten   Eroeffnet  Tage Bank  Konto      Grund"
               TO REPORT-LINE
           MOVE "S/H     Betrag Whg" TO REPORT-LINE(56:)
           WRITE REPORT-OUT-F FROM REPORT-LINE
           PERFORM VARYING SUSP-IDX FROM 1 BY 1
               UNTIL SUSP-IDX > SUSP-COUNT
               MOVE SUSP-ITEM(SUSP-IDX) TO SUSP-RECORD
               IF SL-OPEN
                   PERFORM AGE-ONE-ITEM
               END-IF
           END-PERFORM
           IF OVERDUE-COUNT = 0
               MOVE "  Keine ueberfaelligen Posten." TO REPORT-OUT-F
               WRITE REPORT-OUT-F
           END-IF
           MOVE SPACES TO REPORT-OUT-F
           WRITE REPORT-OUT-F
           MOVE "Saldo Zwischenkonto je Bank und Waehrung:"
               TO REPORT-OUT-F
           WRITE REPORT-OUT-F
           PERFORM VARYING BALANCE-IDX FROM 1 BY 1
               UNTIL BALANCE-IDX > BALANCE-COUNT
               MOVE BT-COUNT(BALANCE-IDX) TO COUNT-DISP
               MOVE BT-OVERDUE(BALANCE-IDX) TO COUNT2-DISP
               MOVE BT-BALANCE(BALANCE-IDX) TO BALANCE-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "  Bank " BT-BANKID(BALANCE-IDX) " "
                   BT-CURRENCY(BALANCE-IDX) ": " COUNT-DISP
                   " offen, davon " COUNT2-DISP " ueberfaellig,"
                   " Saldo " BALANCE-DISP
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-OUT-F FROM REPORT-LINE
           END-PERFORM
           IF BALANCE-COUNT = 0
               MOVE "  Zwischenkonto ausgeglichen." TO REPORT-OUT-F
               WRITE REPORT-OUT-F
           END-IF
           MOVE SPACES TO REPORT-OUT-F
           WRITE REPORT-OUT-F
           MOVE SPACES TO REPORT-LINE
           STRING "Heute: " OPENED-COUNT " eroeffnet (davon "
               UNBOOKED-COUNT " ohne Buchung), " CLEARED-COUNT
               " ausgeglichen, " WRITEOFF-COUNT " abgeschrieben."
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           CLOSE REPORT-OUT

           .
       AGE-ONE-ITEM SECTION.
           ADD 1 TO OPEN-COUNT
           MOVE SL-REJECT TO REJECT-RECORD
           COMPUTE ITEM-AGE = RUN-DATE-INT
               - FUNCTION INTEGER-OF-DATE(SL-OPENDATE)
           PERFORM FIND-BALANCE-ENTRY
           IF NOT TABLE-OVERFLOW
               ADD 1 TO BT-COUNT(BALANCE-IDX)
               IF SL-CREDIT-SIDE
                   ADD SL-AMOUNT TO BT-BALANCE(BALANCE-IDX)
               ELSE
                   SUBTRACT SL-AMOUNT FROM BT-BALANCE(BALANCE-IDX)
               END-IF
           END-IF
           IF ITEM-AGE <= AGE-LIMIT
               EXIT SECTION
           END-IF
           ADD 1 TO OVERDUE-COUNT
           IF NOT TABLE-OVERFLOW
               ADD 1 TO BT-OVERDUE(BALANCE-IDX)
           END-IF
           MOVE ITEM-AGE TO AGE-DISP
           MOVE SL-AMOUNT TO AMOUNT-DISP
           MOVE SPACES TO REPORT-LINE
           IF SL-IS-BOOKED
               STRING SL-ITEMNO " " SL-OPENDATE " " AGE-DISP " "
                   RJ-BANKID " " RJ-ACCOUNTID " " RJ-REASON
                   "  " SL-SIDE "  " AMOUNT-DISP " " SL-CURRENCY
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING SL-ITEMNO " " SL-OPENDATE " " AGE-DISP " "
                   RJ-BANKID " " RJ-ACCOUNTID " " RJ-REASON
                   "  -  ohne Buchung"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-OUT-F FROM REPORT-LINE

           .
       FIND-BALANCE-ENTRY SECTION.
           MOVE "N" TO BT-FOUND-SWITCH
           PERFORM VARYING BALANCE-IDX FROM 1 BY 1
               UNTIL BALANCE-IDX > BALANCE-COUNT OR BT-FOUND
               IF BT-BANKID(BALANCE-IDX) = RJ-BANKID
                   AND BT-CURRENCY(BALANCE-IDX) = SL-CURRENCY
                   SET BT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF BT-FOUND
               SUBTRACT 1 FROM BALANCE-IDX
               EXIT SECTION
           END-IF
           IF BALANCE-COUNT >= 300
               SET TABLE-OVERFLOW TO TRUE
               EXIT SECTION
           END-IF
           ADD 1 TO BALANCE-COUNT
           MOVE BALANCE-COUNT TO BALANCE-IDX
           MOVE RJ-BANKID TO BT-BANKID(BALANCE-IDX)
           MOVE SL-CURRENCY TO BT-CURRENCY(BALANCE-IDX)
           MOVE 0 TO BT-COUNT(BALANCE-IDX)
           MOVE 0 TO BT-OVERDUE(BALANCE-IDX)
           MOVE 0 TO BT-BALANCE(BALANCE-IDX)

           .
