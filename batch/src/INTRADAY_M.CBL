       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INTRADAY_M.
      *****************************************************************
      * Zwischenlauf am Mittag: nimmt die bis jetzt eingegangenen
      * Buchungsdateien (filelist.txt bzw. input.txt, wie der
      * Tagesabschluss) und die heute faelligen Saetze des
      * Wertstellungs-Uebertrags holdover.txt und schreibt je
      * Bank/Konto/Waehrung einen vorlaeufigen Saldo in den
      * Saldenbestand balmast.dat, gekennzeichnet mit Status I
      * (Zwischenstand). Der Saldo ist Anfangssaldo aus openbal.txt
      * plus heutige Umsaetze - dieselbe Basis, von der der Abschluss
      * am Abend rechnet. Der letzte endgueltige Schlusssaldo bleibt
      * im Satz daneben stehen.
      * Es gelten nur die einfachen Buchungsregeln (Soll/Haben,
      * STORNO-Umkehr, Valuta nach dem Geschaeftsdatum bleibt
      * draussen, Kontrollsaetze und formal falsche Saetze werden
      * uebergangen); Dubletten-, Sanktions-, Mandats- und
      * Dispopruefung macht erst der Abschluss.
      * Der Zwischenlauf verbraucht und veraendert keine Eingabe-
      * datei und schreibt weder extract.txt noch Auszuege, MT940
      * oder die Tageslisten; der Abschluss am Abend verarbeitet
      * alle Dateien des Tages wie bisher genau einmal und ersetzt
      * dabei die Zwischenstaende durch den endgueltigen Saldo.
      * Ein wiederholter Zwischenlauf rechnet jeweils neu; ein
      * Zwischenstand, zu dem keine Umsaetze mehr vorliegen, faellt
      * auf den letzten Schlusssaldo zurueck. Die Liste intraday.txt
      * zeigt je Konto Schlusssaldo, Umsatz und Zwischenstand.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-IN ASSIGN TO TRANSACTION-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-IN-FILE-STATUS.
           SELECT FILELIST-IN ASSIGN TO "filelist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILELIST-IN-FILE-STATUS.
           SELECT HOLDOVER-IN ASSIGN TO "holdover.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDOVER-IN-FILE-STATUS.
           SELECT OPENBAL-IN ASSIGN TO "openbal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPENBAL-IN-FILE-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-IN-FILE-STATUS.
           SELECT REPORT-OUT ASSIGN TO "intraday.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-OUT-FILE-STATUS.
           SELECT BALMAST-IO ASSIGN TO "balmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-KEY
               FILE STATUS IS BALMAST-IO-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-IN.
       01  TRANSACTION-F PIC X(92).
       FD FILELIST-IN.
       01  FILELIST-F PIC X(40).
       FD HOLDOVER-IN.
       01  HOLDOVER-F PIC X(92).
       FD OPENBAL-IN.
       01  OPENBAL-F PIC X(29).
       FD BUSDATE-IN.
       01  BUSDATE-IN-F PIC 9(8).
       FD REPORT-OUT.
       01  REPORT-OUT-F PIC X(100).
      * Satzbild wie im Tagesabschluss; BM-STATE I kennzeichnet den
      * vorlaeufigen Saldo des Zwischenlaufs, BM-CLOSE traegt den
      * letzten endgueltigen Schlusssaldo.
       FD BALMAST-IO.
       01  BALMAST-F.
         05  BM-KEY.
           10  BM-BANKID    PIC 9(5).
           10  BM-ACCOUNTID PIC 9(10).
           10  BM-CURRENCY  PIC X(03).
         05  BM-BALANCE  PIC S9(8)V99 SIGN IS LEADING SEPARATE.
         05  BM-TXNS     PIC 9(8).
         05  BM-LASTACT  PIC 9(8).
         05  BM-STATE    PIC X(01).
           88  BM-INTRADAY VALUE "I".
         05  BM-CLOSE    PIC S9(8)V99 SIGN IS LEADING SEPARATE.
       WORKING-STORAGE SECTION.
       01  TRANSACTION-IN-FILE-STATUS PIC X(02).
       01  FILELIST-IN-FILE-STATUS    PIC X(02).
       01  HOLDOVER-IN-FILE-STATUS    PIC X(02).
       01  OPENBAL-IN-FILE-STATUS     PIC X(02).
       01  BUSDATE-IN-FILE-STATUS     PIC X(02).
       01  REPORT-OUT-FILE-STATUS     PIC X(02).
       01  BALMAST-IO-FILE-STATUS     PIC X(02).
       01  TRANSACTION-IN-NAME PIC X(40) VALUE "input.txt".
       01  TRANSACTION.
         05  BANKID      PIC 9(5).
         05  ACCOUNTID   PIC 9(10).
         05  AMOUNT      PIC 9(8)V99.
         05  DRCR        PIC X(01).
           88  CREDIT-TRANS  VALUE "C" SPACE.
           88  DEBIT-TRANS   VALUE "D".
           88  TRAILER-TRANS VALUE "T".
         05  CURR-CODE   PIC X(03).
         05  COMMENT     PIC X(55).
         05  VALDATE     PIC 9(8).
       01  RUN-DATE-DATA.
         05  RUN-YYYY  PIC 9(4).
         05  RUN-MM    PIC 9(2).
         05  RUN-DD    PIC 9(2).
         05  RUN-HH    PIC 9(2).
         05  RUN-MIN   PIC 9(2).
         05  FILLER    PIC X(11).
       01  RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  FILELIST-EOF-SWITCH PIC X VALUE "N".
         88  FILELIST-EOF VALUE "Y".
       01  TXN-EOF-SWITCH PIC X VALUE "N".
         88  TXN-EOF VALUE "Y".
       01  LOAD-EOF-SWITCH PIC X VALUE "N".
         88  LOAD-EOF VALUE "Y".
       01  BALMAST-EOF-SWITCH PIC X VALUE "N".
         88  BALMAST-EOF VALUE "Y".
       01  BALMAST-OPEN-SWITCH PIC X VALUE "N".
         88  BALMAST-OPEN VALUE "Y".
       01  BALMAST-NEW-SWITCH PIC X VALUE "N".
         88  BALMAST-RECORD-NEW VALUE "Y".
      * Anfangssalden des Tages aus openbal.txt.
       01  OB-TABLE.
         05  OB-ENTRY OCCURS 2000 TIMES.
           10  OT-BANKID    PIC 9(5).
           10  OT-ACCOUNTID PIC 9(10).
           10  OT-CURRENCY  PIC X(03).
           10  OT-BALANCE   PIC S9(8)V99.
       01  OB-COUNT PIC 9(04) VALUE 0.
       01  OB-IDX   PIC 9(04).
       01  OB-FOUND-SWITCH PIC X VALUE "N".
         88  OB-FOUND VALUE "Y".
      * Heutige Umsaetze je Bank/Konto/Waehrung.
       01  MV-TABLE.
         05  MV-ENTRY OCCURS 2000 TIMES.
           10  MV-BANKID    PIC 9(5).
           10  MV-ACCOUNTID PIC 9(10).
           10  MV-CURRENCY  PIC X(03).
           10  MV-DELTA     PIC S9(9)V99.
           10  MV-COUNT     PIC 9(6).
           10  MV-CLOSE     PIC S9(8)V99.
           10  MV-PROV      PIC S9(8)V99.
       01  MV-COUNT-TOTAL PIC 9(04) VALUE 0.
       01  MV-IDX   PIC 9(04).
       01  MV-FOUND-SWITCH PIC X VALUE "N".
         88  MV-FOUND VALUE "Y".
       01  MV-FULL-SWITCH PIC X VALUE "N".
         88  MV-FULL VALUE "Y".
       01  STORNO-TALLY PIC 9(03) VALUE 0.
       01  DELTA-AMOUNT PIC S9(8)V99 VALUE 0.
       01  OPENBAL.
         05  OB-BANKID     PIC 9(5).
         05  OB-ACCOUNTID  PIC 9(10).
         05  OB-BALANCE    PIC 9(8)V99.
         05  OB-CURRENCY   PIC X(03).
         05  OB-SIGN       PIC X(01).
       01  OB-BALANCE-SIGNED PIC S9(8)V99 VALUE 0.
       01  FILE-COUNT     PIC 9(04) VALUE 0.
       01  POSTED-COUNT   PIC 9(08) VALUE 0.
       01  SKIPPED-COUNT  PIC 9(08) VALUE 0.
       01  HELD-COUNT     PIC 9(08) VALUE 0.
       01  RELEASED-COUNT PIC 9(08) VALUE 0.
       01  RESET-COUNT    PIC 9(06) VALUE 0.
       01  REPORT-LINE PIC X(100).
       01  RL-CLOSE PIC Z(8)9.99-.
       01  RL-DELTA PIC Z(8)9.99-.
       01  RL-PROV  PIC Z(8)9.99-.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-DATA
           MOVE RUN-DATE-DATA(1:8) TO RUN-DATE-NUM
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-OPENING-BALANCES
           PERFORM PROCESS-INPUT-FILES
           PERFORM RELEASE-HOLDOVER-DUE
           IF MV-FULL
               DISPLAY "*** Mehr als 2000 Konten/Waehrungen -"
                   " Zwischenlauf verweigert ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-BALANCE-MASTER
           IF NOT BALMAST-OPEN
               DISPLAY "*** balmast.dat nicht zugreifbar -"
                   " Zwischenlauf verweigert ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM RESET-STALE-INTRADAY
           PERFORM VARYING MV-IDX FROM 1 BY 1
               UNTIL MV-IDX > MV-COUNT-TOTAL
               PERFORM POST-PROVISIONAL
           END-PERFORM
           CLOSE BALMAST-IO
           PERFORM WRITE-INTRADAY-REPORT
           DISPLAY "Zwischenlauf " RUN-DATE-NUM " " RUN-HH ":"
               RUN-MIN ": " FILE-COUNT " Dateien, " POSTED-COUNT
               " Buchungen, " MV-COUNT-TOTAL " Zwischenstaende, "
               SKIPPED-COUNT " uebergangen, " HELD-COUNT
               " mit spaeterer Valuta."
           GOBACK.

       LOAD-BUSINESS-DATE SECTION.
      *    Wie im Abschluss: busdate.txt vor der Maschinenuhr.
           OPEN INPUT BUSDATE-IN
           IF BUSDATE-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           READ BUSDATE-IN
               NOT AT END MOVE BUSDATE-IN-F TO RUN-DATE-NUM
           END-READ
           CLOSE BUSDATE-IN

           .
       LOAD-OPENING-BALANCES SECTION.
      *    Ein "-" in der Schlussspalte kennzeichnet einen negativen
      *    Anfangssaldo, ein leerer Waehrungscode gilt als EUR - wie
      *    beim Anfangssaldo im Abschluss.
           MOVE "N" TO LOAD-EOF-SWITCH
           OPEN INPUT OPENBAL-IN
           IF OPENBAL-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL LOAD-EOF
               READ OPENBAL-IN INTO OPENBAL
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF OB-COUNT < 2000
                           ADD 1 TO OB-COUNT
                           MOVE OB-BANKID TO OT-BANKID(OB-COUNT)
                           MOVE OB-ACCOUNTID TO
                               OT-ACCOUNTID(OB-COUNT)
                           IF OB-CURRENCY = SPACE
                               MOVE "EUR" TO OT-CURRENCY(OB-COUNT)
                           ELSE
                               MOVE OB-CURRENCY TO
                                   OT-CURRENCY(OB-COUNT)
                           END-IF
                           IF OB-SIGN = "-"
                               COMPUTE OT-BALANCE(OB-COUNT) =
                                   0 - OB-BALANCE
                           ELSE
                               MOVE OB-BALANCE TO
                                   OT-BALANCE(OB-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPENBAL-IN

           .
       PROCESS-INPUT-FILES SECTION.
           OPEN INPUT FILELIST-IN
           IF FILELIST-IN-FILE-STATUS = "00"
               PERFORM UNTIL FILELIST-EOF
                   READ FILELIST-IN INTO TRANSACTION-IN-NAME
                       AT END SET FILELIST-EOF TO TRUE
                       NOT AT END PERFORM PROCESS-ONE-FILE
                   END-READ
               END-PERFORM
               CLOSE FILELIST-IN
           ELSE
               PERFORM PROCESS-ONE-FILE
           END-IF

           .
       PROCESS-ONE-FILE SECTION.
      *    Noch nicht eingegangene Dateien der Liste werden ohne
      *    Meldung uebergangen - sie kommen im naechsten Lauf.
           MOVE "N" TO TXN-EOF-SWITCH
           OPEN INPUT TRANSACTION-IN
           IF TRANSACTION-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           ADD 1 TO FILE-COUNT
           PERFORM UNTIL TXN-EOF
               READ TRANSACTION-IN INTO TRANSACTION
                   AT END SET TXN-EOF TO TRUE
                   NOT AT END PERFORM TAKE-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-IN

           .
       RELEASE-HOLDOVER-DUE SECTION.
      *    Heute faellige Saetze des Uebertrags bucht der Abschluss
      *    mit; die Datei selbst bleibt unberuehrt.
           MOVE "N" TO TXN-EOF-SWITCH
           OPEN INPUT HOLDOVER-IN
           IF HOLDOVER-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL TXN-EOF
               READ HOLDOVER-IN INTO TRANSACTION
                   AT END SET TXN-EOF TO TRUE
                   NOT AT END
                       IF VALDATE IS NUMERIC
                           AND VALDATE > RUN-DATE-NUM
                           CONTINUE
                       ELSE
                           ADD 1 TO RELEASED-COUNT
                           PERFORM TAKE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLDOVER-IN

           .
       TAKE-TRANSACTION SECTION.
           IF TRAILER-TRANS
               EXIT SECTION
           END-IF
           IF BANKID NOT NUMERIC OR BANKID = 0
               OR ACCOUNTID NOT NUMERIC OR ACCOUNTID = 0
               OR AMOUNT NOT NUMERIC
               OR (NOT CREDIT-TRANS AND NOT DEBIT-TRANS)
               ADD 1 TO SKIPPED-COUNT
               EXIT SECTION
           END-IF
           IF VALDATE IS NUMERIC AND VALDATE > RUN-DATE-NUM
               ADD 1 TO HELD-COUNT
               EXIT SECTION
           END-IF
           MOVE 0 TO STORNO-TALLY
           INSPECT COMMENT TALLYING STORNO-TALLY FOR ALL "STORNO"
           IF DEBIT-TRANS
               COMPUTE DELTA-AMOUNT = 0 - AMOUNT
           ELSE
               MOVE AMOUNT TO DELTA-AMOUNT
           END-IF
           IF STORNO-TALLY > 0
               COMPUTE DELTA-AMOUNT = 0 - DELTA-AMOUNT
           END-IF
           PERFORM FIND-MOVEMENT
           IF NOT MV-FOUND
               EXIT SECTION
           END-IF
           ADD DELTA-AMOUNT TO MV-DELTA(MV-IDX)
           ADD 1 TO MV-COUNT(MV-IDX)
           ADD 1 TO POSTED-COUNT

           .
       FIND-MOVEMENT SECTION.
           MOVE "N" TO MV-FOUND-SWITCH
           PERFORM VARYING MV-IDX FROM 1 BY 1
               UNTIL MV-IDX > MV-COUNT-TOTAL OR MV-FOUND
               IF MV-BANKID(MV-IDX) = BANKID
                   AND MV-ACCOUNTID(MV-IDX) = ACCOUNTID
                   AND MV-CURRENCY(MV-IDX) = CURR-CODE
                   SET MV-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF MV-FOUND
               SUBTRACT 1 FROM MV-IDX
               EXIT SECTION
           END-IF
           IF MV-COUNT-TOTAL >= 2000
               SET MV-FULL TO TRUE
               EXIT SECTION
           END-IF
           ADD 1 TO MV-COUNT-TOTAL
           MOVE MV-COUNT-TOTAL TO MV-IDX
           MOVE BANKID TO MV-BANKID(MV-IDX)
           MOVE ACCOUNTID TO MV-ACCOUNTID(MV-IDX)
           MOVE CURR-CODE TO MV-CURRENCY(MV-IDX)
           MOVE 0 TO MV-DELTA(MV-IDX)
           MOVE 0 TO MV-COUNT(MV-IDX)
           MOVE 0 TO MV-CLOSE(MV-IDX)
           MOVE 0 TO MV-PROV(MV-IDX)
           SET MV-FOUND TO TRUE

           .
       OPEN-BALANCE-MASTER SECTION.
      *    Wie im Abschluss: nur ein fehlender Bestand (Status 35)
      *    wird angelegt; jeder andere Status haelt den Lauf an.
           OPEN I-O BALMAST-IO
           IF BALMAST-IO-FILE-STATUS = "00"
               SET BALMAST-OPEN TO TRUE
               EXIT SECTION
           END-IF
           IF BALMAST-IO-FILE-STATUS NOT = "35"
               DISPLAY "*** balmast.dat nicht zu oeffnen, Status "
                   BALMAST-IO-FILE-STATUS " ***"
               EXIT SECTION
           END-IF
           OPEN OUTPUT BALMAST-IO
           IF BALMAST-IO-FILE-STATUS = "00"
               CLOSE BALMAST-IO
               OPEN I-O BALMAST-IO
               IF BALMAST-IO-FILE-STATUS = "00"
                   SET BALMAST-OPEN TO TRUE
               END-IF
           END-IF

           .
       RESET-STALE-INTRADAY SECTION.
      *    Zwischenstaende eines frueheren Zwischenlaufs, zu denen
      *    jetzt keine Umsaetze mehr vorliegen, fallen auf den
      *    letzten Schlusssaldo zurueck; nur im Zwischenlauf
      *    entstandene Saetze ohne Abschluss verschwinden.
           MOVE "N" TO BALMAST-EOF-SWITCH
           MOVE LOW-VALUES TO BM-KEY
           START BALMAST-IO KEY NOT < BM-KEY
               INVALID KEY
                   EXIT SECTION
           END-START
           PERFORM UNTIL BALMAST-EOF
               READ BALMAST-IO NEXT
                   AT END SET BALMAST-EOF TO TRUE
                   NOT AT END
                       IF BM-INTRADAY
                           PERFORM RESET-ONE-STALE
                       END-IF
               END-READ
           END-PERFORM

           .
       RESET-ONE-STALE SECTION.
           MOVE BM-BANKID TO BANKID
           MOVE BM-ACCOUNTID TO ACCOUNTID
           MOVE BM-CURRENCY TO CURR-CODE
           MOVE "N" TO MV-FOUND-SWITCH
           PERFORM VARYING MV-IDX FROM 1 BY 1
               UNTIL MV-IDX > MV-COUNT-TOTAL OR MV-FOUND
               IF MV-BANKID(MV-IDX) = BANKID
                   AND MV-ACCOUNTID(MV-IDX) = ACCOUNTID
                   AND MV-CURRENCY(MV-IDX) = CURR-CODE
                   SET MV-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF MV-FOUND
               EXIT SECTION
           END-IF
           ADD 1 TO RESET-COUNT
           IF BM-LASTACT = 0 AND BM-TXNS = 0 AND BM-CLOSE = 0
               DELETE BALMAST-IO
                   INVALID KEY
                       DISPLAY "*** balmast.dat: Satz " BM-BANKID
                           "/" BM-ACCOUNTID " nicht loeschbar ***"
               END-DELETE
               EXIT SECTION
           END-IF
           MOVE BM-CLOSE TO BM-BALANCE
           MOVE SPACE TO BM-STATE
           REWRITE BALMAST-F
               INVALID KEY
                   DISPLAY "*** balmast.dat: Satz " BM-BANKID
                       "/" BM-ACCOUNTID " nicht fortschreibbar ***"
           END-REWRITE

           .
       POST-PROVISIONAL SECTION.
      *    Zwischenstand = Anfangssaldo des Tages plus Umsatz; der
      *    endgueltige Saldo eines noch nicht markierten Satzes wird
      *    als letzter Schlusssaldo festgehalten.
           MOVE 0 TO OB-BALANCE-SIGNED
           MOVE "N" TO OB-FOUND-SWITCH
           PERFORM VARYING OB-IDX FROM 1 BY 1
               UNTIL OB-IDX > OB-COUNT OR OB-FOUND
               IF OT-BANKID(OB-IDX) = MV-BANKID(MV-IDX)
                   AND OT-ACCOUNTID(OB-IDX) = MV-ACCOUNTID(MV-IDX)
                   AND OT-CURRENCY(OB-IDX) = MV-CURRENCY(MV-IDX)
                   SET OB-FOUND TO TRUE
                   MOVE OT-BALANCE(OB-IDX) TO OB-BALANCE-SIGNED
               END-IF
           END-PERFORM
           MOVE "N" TO BALMAST-NEW-SWITCH
           MOVE MV-BANKID(MV-IDX) TO BM-BANKID
           MOVE MV-ACCOUNTID(MV-IDX) TO BM-ACCOUNTID
           MOVE MV-CURRENCY(MV-IDX) TO BM-CURRENCY
           READ BALMAST-IO
               INVALID KEY
                   SET BALMAST-RECORD-NEW TO TRUE
           END-READ
           IF BALMAST-RECORD-NEW
               MOVE MV-BANKID(MV-IDX) TO BM-BANKID
               MOVE MV-ACCOUNTID(MV-IDX) TO BM-ACCOUNTID
               MOVE MV-CURRENCY(MV-IDX) TO BM-CURRENCY
               MOVE 0 TO BM-TXNS
               MOVE 0 TO BM-LASTACT
               MOVE 0 TO BM-CLOSE
           ELSE
               IF NOT BM-INTRADAY
                   MOVE BM-BALANCE TO BM-CLOSE
               END-IF
           END-IF
           COMPUTE BM-BALANCE = OB-BALANCE-SIGNED + MV-DELTA(MV-IDX)
               ON SIZE ERROR
                   DISPLAY "*** Zwischenstand " BM-BANKID "/"
                       BM-ACCOUNTID " ueberlaeuft - nicht gefuehrt ***"
                   EXIT SECTION
           END-COMPUTE
           MOVE "I" TO BM-STATE
           MOVE BM-CLOSE TO MV-CLOSE(MV-IDX)
           MOVE BM-BALANCE TO MV-PROV(MV-IDX)
           IF BALMAST-RECORD-NEW
               WRITE BALMAST-F
                   INVALID KEY
                       DISPLAY "*** balmast.dat: Satz " BM-BANKID
                           "/" BM-ACCOUNTID " nicht schreibbar ***"
               END-WRITE
           ELSE
               REWRITE BALMAST-F
                   INVALID KEY
                       DISPLAY "*** balmast.dat: Satz " BM-BANKID
                           "/" BM-ACCOUNTID
                           " nicht fortschreibbar ***"
               END-REWRITE
           END-IF

           .
       WRITE-INTRADAY-REPORT SECTION.
           OPEN OUTPUT REPORT-OUT
           MOVE SPACES TO REPORT-LINE
           STRING "Zwischenlauf vom " RUN-DATE-NUM(7:2) "."
               RUN-DATE-NUM(5:2) "." RUN-DATE-NUM(1:4)
               " um " RUN-HH ":" RUN-MIN
               " - vorlaeufige Salden, kein Abschluss"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE SPACES TO REPORT-OUT-F
           WRITE REPORT-OUT-F
           MOVE SPACES TO REPORT-LINE
           STRING "Bank  Konto      Whg   Schlusssaldo"
               "        Umsatz heute  Zwischenstand  Buchg."
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           PERFORM VARYING MV-IDX FROM 1 BY 1
               UNTIL MV-IDX > MV-COUNT-TOTAL
               MOVE MV-CLOSE(MV-IDX) TO RL-CLOSE
               MOVE MV-DELTA(MV-IDX) TO RL-DELTA
               MOVE MV-PROV(MV-IDX) TO RL-PROV
               MOVE SPACES TO REPORT-LINE
               STRING MV-BANKID(MV-IDX) " " MV-ACCOUNTID(MV-IDX)
                   " " MV-CURRENCY(MV-IDX) " " RL-CLOSE " "
                   RL-DELTA " " RL-PROV " " MV-COUNT(MV-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-OUT-F FROM REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-OUT-F
           WRITE REPORT-OUT-F
           MOVE SPACES TO REPORT-LINE
           STRING FILE-COUNT " Dateien, " POSTED-COUNT
               " Buchungen (davon " RELEASED-COUNT
               " aus Uebertrag), " RESET-COUNT
               " Zwischenstaende zurueckgesetzt"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           CLOSE REPORT-OUT

           .
