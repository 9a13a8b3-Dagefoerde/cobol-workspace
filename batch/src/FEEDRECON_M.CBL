       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FEEDRECON_M.
      *****************************************************************
      * Abstimmung erzeugter gegen gebuchte Saetze: die Zulieferer
      * STORDGEN_M (stordtxn.txt), LOANGEN_M (loantxn.txt), DEPMAT_M
      * (deptxn.txt), SWEEP_M (sweeptxn.txt), ESCHEAT_M
      * (eschtxn.txt), REPRESENT_M (reprtxn.txt), WHTAX_M
      * (taxpost.txt), LOANSVC_M (loanpay.txt), POOLINT_M
      * (pooltxn.txt), CLOSEOUT_M (closetxn.txt) und COLLECT_M
      * (colltxn.txt, Mahngebuehren) schreiben
      * Buchungen im input.txt-Format. Nach dem Tagesabschluss
      * werden die Saetze dieser Dateien (ohne Kontrollsaetze)
      * inhaltsgleich gegen die Saetze des Laufs
      * (filelist.txt bzw. input.txt) gehalten und ueber Datei und
      * Satznummer mit der Verarbeitung aus runaudit.txt (juengster
      * Lauftag) verknuepft:
      *   - POSTED ist erledigt;
      *   - jede andere Verarbeitung (REJECT-..., HELD-FUTURE,
      *     BLOCKED, NSF-RETURN, NOMANDATE, DUP-SUSPECT,
      *     OUT-OF-RANGE) wird im
      *     Bericht feedrecon.txt gemeldet und ist damit erledigt;
      *   - ein Satz, der schon vor diesem Lauf offen war und im
      *     Lauf nicht vorkommt, wird als NICHT GESEHEN gemeldet und
      *     bleibt offen, bis er auftaucht.
      * Wie bei der Transfer-Abstimmung werden die Posten in
      * feedopen.txt fortgeschrieben (Quelle, Status O=offen
      * E=erledigt, Alter in Laeufen, Satzbild). Erledigte Posten
      * bleiben stehen, solange die Zulieferdatei sie noch enthaelt,
      * damit ein nicht neu erzeugter Zulieferstrom nicht doppelt
      * abgestimmt wird. Ein Satz, der erst nach der Vorsortierung
      * erzeugt wurde, bleibt einen Lauf lang ohne Meldung offen.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-IN ASSIGN TO FEED-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-IN-FILE-STATUS.
           SELECT TRANSACTION-IN ASSIGN TO TRANSACTION-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-IN-FILE-STATUS.
           SELECT FILELIST-IN ASSIGN TO "filelist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILELIST-IN-FILE-STATUS.
           SELECT RUNAUDIT-IN ASSIGN TO "runaudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNAUDIT-IN-FILE-STATUS.
           SELECT FEEDOPEN-IN ASSIGN TO "feedopen.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEEDOPEN-IN-FILE-STATUS.
           SELECT FEEDOPEN-OUT ASSIGN TO "feedopen.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEEDOPEN-OUT-FILE-STATUS.
           SELECT REPORT-OUT ASSIGN TO "feedrecon.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FEED-IN.
       01  FEED-IN-F PIC X(92).
       FD TRANSACTION-IN.
       01  TRANSACTION-IN-F PIC X(92).
       FD FILELIST-IN.
       01  FILELIST-F PIC X(40).
       FD RUNAUDIT-IN.
       01  RUNAUDIT-F.
         05  AD-RUNDATE PIC 9(8).
         05  FILLER     PIC X(01).
         05  AD-RUNSEQ  PIC 9(6).
         05  FILLER     PIC X(01).
         05  AD-FILE    PIC X(40).
         05  FILLER     PIC X(01).
         05  AD-RECNO   PIC 9(8).
         05  FILLER     PIC X(01).
         05  AD-DISPOSITION PIC X(20).
       FD FEEDOPEN-IN.
       01  FEEDOPEN-IN-F.
         05  FO-SOURCE-F PIC X(12).
         05  FO-STATUS-F PIC X(01).
         05  FO-AGE-F    PIC 9(3).
         05  FO-IMAGE-F  PIC X(92).
       FD FEEDOPEN-OUT.
       01  FEEDOPEN-OUT-F.
         05  FO-SOURCE-O PIC X(12).
         05  FO-STATUS-O PIC X(01).
         05  FO-AGE-O    PIC 9(3).
         05  FO-IMAGE-O  PIC X(92).
       FD REPORT-OUT.
       01  REPORT-OUT-F PIC X(132).
       WORKING-STORAGE SECTION.
       01  FEED-IN-NAME        PIC X(40).
       01  TRANSACTION-IN-NAME PIC X(40) VALUE "input.txt".
       01  FEED-IN-FILE-STATUS        PIC X(02).
       01  TRANSACTION-IN-FILE-STATUS PIC X(02).
       01  FILELIST-IN-FILE-STATUS    PIC X(02).
       01  RUNAUDIT-IN-FILE-STATUS    PIC X(02).
       01  FEEDOPEN-IN-FILE-STATUS    PIC X(02).
       01  FEEDOPEN-OUT-FILE-STATUS   PIC X(02).
       01  REPORT-OUT-FILE-STATUS     PIC X(02).
       01  FEED-NAME-TABLE.
         05  FILLER PIC X(12) VALUE "stordtxn.txt".
         05  FILLER PIC X(12) VALUE "loantxn.txt".
         05  FILLER PIC X(12) VALUE "deptxn.txt".
         05  FILLER PIC X(12) VALUE "sweeptxn.txt".
         05  FILLER PIC X(12) VALUE "eschtxn.txt".
         05  FILLER PIC X(12) VALUE "reprtxn.txt".
         05  FILLER PIC X(12) VALUE "taxpost.txt".
         05  FILLER PIC X(12) VALUE "loanpay.txt".
         05  FILLER PIC X(12) VALUE "pooltxn.txt".
         05  FILLER PIC X(12) VALUE "closetxn.txt".
         05  FILLER PIC X(12) VALUE "colltxn.txt".
       01  FEED-NAMES REDEFINES FEED-NAME-TABLE.
         05  FEED-NAME OCCURS 11 TIMES PIC X(12).
       01  FEED-STATS.
         05  FEED-STAT OCCURS 11 TIMES.
           10  FS-GENERATED PIC 9(05).
           10  FS-POSTED    PIC 9(05).
           10  FS-FLAGGED   PIC 9(05).
           10  FS-UNSEEN    PIC 9(05).
           10  FS-WAITING   PIC 9(05).
       01  FEED-IDX PIC 9(02).
       01  FEED-EOF-SWITCH PIC X VALUE "N".
         88  FEED-EOF VALUE "Y".
       01  FILELIST-EOF-SWITCH PIC X VALUE "N".
         88  FILELIST-EOF VALUE "Y".
       01  READSTATUS PIC X VALUE SPACE.
         88  EOF VALUE "X".
       01  RUNAUDIT-EOF-SWITCH PIC X VALUE "N".
         88  RUNAUDIT-EOF VALUE "Y".
       01  FEEDOPEN-EOF-SWITCH PIC X VALUE "N".
         88  FEEDOPEN-EOF VALUE "Y".
       01  TRANSACTION.
         05  BANKID      PIC 9(5).
         05  ACCOUNTID   PIC 9(10).
         05  AMOUNT      PIC 9(8)V99.
         05  DRCR        PIC X(01).
           88  TRAILER-TRANS VALUE "T".
         05  CURR-CODE   PIC X(03).
         05  COMMENT     PIC X(55).
         05  VALDATE     PIC X(08).
       01  ITEM-TABLE.
         05  ITEM-ENTRY OCCURS 3000 TIMES.
           10  IT-SOURCE   PIC X(12).
           10  IT-STATUS   PIC X(01).
             88  ITEM-OPEN VALUE "O".
             88  ITEM-DONE VALUE "E".
           10  IT-AGE      PIC 9(3).
           10  IT-IMAGE    PIC X(92).
           10  IT-CLAIMED  PIC X(01).
             88  ITEM-CLAIMED VALUE "Y".
           10  IT-FEED     PIC 9(02).
       01  ITEM-COUNT PIC 9(04) VALUE 0.
       01  ITEM-IDX   PIC 9(04).
       01  ITEM-FOUND-SWITCH PIC X VALUE "N".
         88  ITEM-FOUND VALUE "Y".
       01  ITEM-OVERFLOW-SWITCH PIC X VALUE "N".
         88  ITEM-OVERFLOW VALUE "Y".
       01  RUN-TABLE.
         05  RUN-ENTRY OCCURS 5000 TIMES.
           10  RN-FILE        PIC X(40).
           10  RN-RECNO       PIC 9(8).
           10  RN-IMAGE       PIC X(92).
           10  RN-DISPOSITION PIC X(20).
           10  RN-USED        PIC X(01).
             88  RUN-USED VALUE "Y".
       01  RUN-COUNT PIC 9(04) VALUE 0.
       01  RUN-IDX   PIC 9(04).
       01  RUN-FOUND-SWITCH PIC X VALUE "N".
         88  RUN-FOUND VALUE "Y".
       01  RUN-OVERFLOW-SWITCH PIC X VALUE "N".
         88  RUN-OVERFLOW VALUE "Y".
       01  RECORD-NUMBER PIC 9(8) VALUE 0.
       01  LATEST-RUNDATE PIC 9(8) VALUE 0.
       01  AUDIT-HITS     PIC 9(06) VALUE 0.
       01  TOTAL-POSTED   PIC 9(05) VALUE 0.
       01  TOTAL-FLAGGED  PIC 9(05) VALUE 0.
       01  TOTAL-UNSEEN   PIC 9(05) VALUE 0.
       01  TOTAL-WAITING  PIC 9(05) VALUE 0.
       01  STATUS-TEXT    PIC X(20).
       01  REPORT-LINE    PIC X(132).
       01  RL-AMOUNT      PIC Z(7)9.99.
       01  RL-AGE         PIC Z(2)9.

       PROCEDURE DIVISION.
           INITIALIZE FEED-STATS
           PERFORM LOAD-PREVIOUS-ITEMS
           PERFORM VARYING FEED-IDX FROM 1 BY 1 UNTIL FEED-IDX > 11
               PERFORM READ-ONE-FEED
           END-PERFORM
           PERFORM DROP-VANISHED-ITEMS
           PERFORM READ-RUN-TRANSACTIONS
           IF RUN-OVERFLOW
               DISPLAY "*** Lauf hat mehr als 5000 Saetze -"
                   " Abstimmung verweigert ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-RUN-DISPOSITIONS
           OPEN OUTPUT REPORT-OUT
           PERFORM WRITE-REPORT-HEADER
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
               UNTIL ITEM-IDX > ITEM-COUNT
               IF ITEM-OPEN(ITEM-IDX)
                   PERFORM RECONCILE-ONE-ITEM
               END-IF
           END-PERFORM
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE REPORT-OUT
           PERFORM WRITE-OPEN-ITEMS
           DISPLAY "Zulieferabstimmung Lauf " LATEST-RUNDATE ": "
               TOTAL-POSTED " gebucht, " TOTAL-FLAGGED
               " auffaellig, " TOTAL-UNSEEN " nicht gesehen, "
               TOTAL-WAITING " warten auf den naechsten Lauf."
           IF TOTAL-FLAGGED > 0 OR TOTAL-UNSEEN > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-PREVIOUS-ITEMS SECTION.
      *    Vortagsbestand einlesen; offene Posten altern um einen
      *    Lauf, erledigte behalten ihr Alter.
           OPEN INPUT FEEDOPEN-IN
           IF FEEDOPEN-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL FEEDOPEN-EOF OR ITEM-COUNT >= 3000
               READ FEEDOPEN-IN
                   AT END SET FEEDOPEN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO ITEM-COUNT
                       MOVE FO-SOURCE-F TO IT-SOURCE(ITEM-COUNT)
                       MOVE FO-STATUS-F TO IT-STATUS(ITEM-COUNT)
                       MOVE FO-IMAGE-F TO IT-IMAGE(ITEM-COUNT)
                       MOVE "N" TO IT-CLAIMED(ITEM-COUNT)
                       MOVE 0 TO IT-FEED(ITEM-COUNT)
                       IF ITEM-OPEN(ITEM-COUNT)
                           COMPUTE IT-AGE(ITEM-COUNT) = FO-AGE-F + 1
                       ELSE
                           MOVE FO-AGE-F TO IT-AGE(ITEM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF NOT FEEDOPEN-EOF
               DISPLAY "*** feedopen.txt hat mehr als 3000 Posten -"
                   " Rest uebergangen ***"
           END-IF
           CLOSE FEEDOPEN-IN

           .
       READ-ONE-FEED SECTION.
           MOVE FEED-NAME(FEED-IDX) TO FEED-IN-NAME
           MOVE "N" TO FEED-EOF-SWITCH
           OPEN INPUT FEED-IN
           IF FEED-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL FEED-EOF
               READ FEED-IN INTO TRANSACTION
                   AT END SET FEED-EOF TO TRUE
                   NOT AT END
                       IF NOT TRAILER-TRANS
                           ADD 1 TO FS-GENERATED(FEED-IDX)
                           PERFORM CLAIM-FEED-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEED-IN

           .
       CLAIM-FEED-RECORD SECTION.
      *    Ein Satz, der schon im Bestand steht, wird nur vermerkt;
      *    gleiche Saetze werden einzeln gezaehlt, damit zwei
      *    identische Auftraege auch zwei Posten ergeben.
           MOVE "N" TO ITEM-FOUND-SWITCH
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
               UNTIL ITEM-IDX > ITEM-COUNT OR ITEM-FOUND
               IF NOT ITEM-CLAIMED(ITEM-IDX)
                   AND IT-SOURCE(ITEM-IDX) = FEED-NAME(FEED-IDX)
                   AND IT-IMAGE(ITEM-IDX) = TRANSACTION
                   SET ITEM-FOUND TO TRUE
                   MOVE "Y" TO IT-CLAIMED(ITEM-IDX)
                   MOVE FEED-IDX TO IT-FEED(ITEM-IDX)
               END-IF
           END-PERFORM
           IF ITEM-FOUND
               EXIT SECTION
           END-IF
           IF ITEM-COUNT >= 3000
               IF NOT ITEM-OVERFLOW
                   DISPLAY "*** Postentabelle voll - weitere Saetze"
                       " aus " FEED-IN-NAME " nicht abgestimmt ***"
                   SET ITEM-OVERFLOW TO TRUE
               END-IF
               EXIT SECTION
           END-IF
           ADD 1 TO ITEM-COUNT
           MOVE FEED-NAME(FEED-IDX) TO IT-SOURCE(ITEM-COUNT)
           MOVE "O" TO IT-STATUS(ITEM-COUNT)
           MOVE 0 TO IT-AGE(ITEM-COUNT)
           MOVE TRANSACTION TO IT-IMAGE(ITEM-COUNT)
           MOVE "Y" TO IT-CLAIMED(ITEM-COUNT)
           MOVE FEED-IDX TO IT-FEED(ITEM-COUNT)

           .
       DROP-VANISHED-ITEMS SECTION.
      *    Erledigte Posten, die keine Zulieferdatei mehr enthaelt,
      *    fallen aus dem Bestand. Offene Posten bleiben stehen, auch
      *    wenn der Zulieferer seine Datei inzwischen neu erzeugt
      *    hat; ihre Quelle wird fuer die Statistik nachgeschlagen.
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
               UNTIL ITEM-IDX > ITEM-COUNT
               IF NOT ITEM-CLAIMED(ITEM-IDX)
                   IF ITEM-DONE(ITEM-IDX)
                       MOVE "X" TO IT-STATUS(ITEM-IDX)
                   ELSE
                       PERFORM VARYING FEED-IDX FROM 1 BY 1
                           UNTIL FEED-IDX > 11
                           IF FEED-NAME(FEED-IDX) = IT-SOURCE(ITEM-IDX)
                               MOVE FEED-IDX TO IT-FEED(ITEM-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM

           .
       READ-RUN-TRANSACTIONS SECTION.
           OPEN INPUT FILELIST-IN
           IF FILELIST-IN-FILE-STATUS = "00"
               PERFORM UNTIL FILELIST-EOF
                   READ FILELIST-IN INTO TRANSACTION-IN-NAME
                       AT END SET FILELIST-EOF TO TRUE
                       NOT AT END PERFORM READ-ONE-FILE
                   END-READ
               END-PERFORM
               CLOSE FILELIST-IN
           ELSE
               PERFORM READ-ONE-FILE
           END-IF

           .
       READ-ONE-FILE SECTION.
      *    Satznummern wie im Tagesabschluss: je Datei ab 1, auch
      *    fuer Kontrollsaetze.
           MOVE SPACE TO READSTATUS
           MOVE 0 TO RECORD-NUMBER
           OPEN INPUT TRANSACTION-IN
           IF TRANSACTION-IN-FILE-STATUS NOT = "00"
               DISPLAY "*** Datei nicht lesbar: " TRANSACTION-IN-NAME
               EXIT SECTION
           END-IF
           PERFORM UNTIL EOF
               READ TRANSACTION-IN INTO TRANSACTION
                   AT END SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO RECORD-NUMBER
                       PERFORM STORE-RUN-RECORD
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-IN

           .
       STORE-RUN-RECORD SECTION.
           IF TRAILER-TRANS
               EXIT SECTION
           END-IF
           IF RUN-COUNT >= 5000
               SET RUN-OVERFLOW TO TRUE
               EXIT SECTION
           END-IF
           ADD 1 TO RUN-COUNT
           MOVE TRANSACTION-IN-NAME TO RN-FILE(RUN-COUNT)
           MOVE RECORD-NUMBER TO RN-RECNO(RUN-COUNT)
           MOVE TRANSACTION TO RN-IMAGE(RUN-COUNT)
           MOVE SPACES TO RN-DISPOSITION(RUN-COUNT)
           MOVE "N" TO RN-USED(RUN-COUNT)

           .
       LOAD-RUN-DISPOSITIONS SECTION.
      *    Erster Durchgang: juengster Lauftag im Protokoll. Zweiter
      *    Durchgang: dessen Vermerke den Saetzen zuordnen; bei
      *    Wiederanlauf gilt der Vermerk des Laufs, der den Satz
      *    tatsaechlich verarbeitet hat, nicht SKIPPED-RESTART.
           OPEN INPUT RUNAUDIT-IN
           IF RUNAUDIT-IN-FILE-STATUS NOT = "00"
               DISPLAY "*** runaudit.txt fehlt - keine Vermerke ***"
               EXIT SECTION
           END-IF
           PERFORM UNTIL RUNAUDIT-EOF
               READ RUNAUDIT-IN
                   AT END SET RUNAUDIT-EOF TO TRUE
                   NOT AT END
                       IF AD-RUNDATE > LATEST-RUNDATE
                           MOVE AD-RUNDATE TO LATEST-RUNDATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUNAUDIT-IN
           MOVE "N" TO RUNAUDIT-EOF-SWITCH
           OPEN INPUT RUNAUDIT-IN
           PERFORM UNTIL RUNAUDIT-EOF
               READ RUNAUDIT-IN
                   AT END SET RUNAUDIT-EOF TO TRUE
                   NOT AT END
                       IF AD-RUNDATE = LATEST-RUNDATE
                           AND AD-DISPOSITION NOT = "SKIPPED-RESTART"
                           PERFORM APPLY-AUDIT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUNAUDIT-IN

           .
       APPLY-AUDIT-LINE SECTION.
           MOVE "N" TO RUN-FOUND-SWITCH
           PERFORM VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > RUN-COUNT OR RUN-FOUND
               IF RN-RECNO(RUN-IDX) = AD-RECNO
                   AND RN-FILE(RUN-IDX) = AD-FILE
                   SET RUN-FOUND TO TRUE
                   MOVE AD-DISPOSITION TO RN-DISPOSITION(RUN-IDX)
                   ADD 1 TO AUDIT-HITS
               END-IF
           END-PERFORM

           .
       RECONCILE-ONE-ITEM SECTION.
      *    Gleicher Satz im Lauf, der noch keinem Posten zugeordnet
      *    ist; die Verarbeitung aus dem Protokoll entscheidet.
           MOVE "N" TO RUN-FOUND-SWITCH
           PERFORM VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > RUN-COUNT OR RUN-FOUND
               IF NOT RUN-USED(RUN-IDX)
                   AND RN-IMAGE(RUN-IDX) = IT-IMAGE(ITEM-IDX)
                   SET RUN-FOUND TO TRUE
                   MOVE "Y" TO RN-USED(RUN-IDX)
               END-IF
           END-PERFORM
           IF RUN-FOUND
               SUBTRACT 1 FROM RUN-IDX
               EVALUATE TRUE
                   WHEN RN-DISPOSITION(RUN-IDX) = "POSTED"
                       ADD 1 TO TOTAL-POSTED
                       PERFORM COUNT-POSTED
                       MOVE "E" TO IT-STATUS(ITEM-IDX)
                   WHEN RN-DISPOSITION(RUN-IDX) = SPACES
      *                Lauf ohne Vermerk (abgebrochen): Posten
      *                bleibt offen bis zum Wiederanlauf.
                       ADD 1 TO TOTAL-WAITING
                       PERFORM COUNT-WAITING
                   WHEN OTHER
                       ADD 1 TO TOTAL-FLAGGED
                       PERFORM COUNT-FLAGGED
                       MOVE RN-DISPOSITION(RUN-IDX) TO STATUS-TEXT
                       PERFORM WRITE-ITEM-LINE
                       MOVE "E" TO IT-STATUS(ITEM-IDX)
               END-EVALUATE
               EXIT SECTION
           END-IF
           IF IT-AGE(ITEM-IDX) = 0
               ADD 1 TO TOTAL-WAITING
               PERFORM COUNT-WAITING
               EXIT SECTION
           END-IF
           ADD 1 TO TOTAL-UNSEEN
           PERFORM COUNT-UNSEEN
           MOVE "NICHT GESEHEN" TO STATUS-TEXT
           PERFORM WRITE-ITEM-LINE

           .
       COUNT-POSTED SECTION.
           IF IT-FEED(ITEM-IDX) > 0
               ADD 1 TO FS-POSTED(IT-FEED(ITEM-IDX))
           END-IF

           .
       COUNT-FLAGGED SECTION.
           IF IT-FEED(ITEM-IDX) > 0
               ADD 1 TO FS-FLAGGED(IT-FEED(ITEM-IDX))
           END-IF

           .
       COUNT-UNSEEN SECTION.
           IF IT-FEED(ITEM-IDX) > 0
               ADD 1 TO FS-UNSEEN(IT-FEED(ITEM-IDX))
           END-IF

           .
       COUNT-WAITING SECTION.
           IF IT-FEED(ITEM-IDX) > 0
               ADD 1 TO FS-WAITING(IT-FEED(ITEM-IDX))
           END-IF

           .
       WRITE-REPORT-HEADER SECTION.
           MOVE SPACES TO REPORT-LINE
           STRING "Abstimmung Zulieferer gegen Tagesabschluss vom "
               LATEST-RUNDATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Quelle       Status               Bank  Konto"
               "           Betrag S Alter Zweck"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE

           .
       WRITE-ITEM-LINE SECTION.
           MOVE IT-IMAGE(ITEM-IDX) TO TRANSACTION
           MOVE AMOUNT TO RL-AMOUNT
           MOVE IT-AGE(ITEM-IDX) TO RL-AGE
           MOVE SPACES TO REPORT-LINE
           STRING IT-SOURCE(ITEM-IDX) " "
               STATUS-TEXT " "
               BANKID " "
               ACCOUNTID " "
               RL-AMOUNT " "
               DRCR " "
               RL-AGE "   "
               COMMENT(1:40)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE

           .
       WRITE-REPORT-SUMMARY SECTION.
           MOVE SPACES TO REPORT-OUT-F
           WRITE REPORT-OUT-F
           MOVE "Quelle       erzeugt gebucht auffaellig ungesehen"
               & " wartend" TO REPORT-OUT-F
           WRITE REPORT-OUT-F
           PERFORM VARYING FEED-IDX FROM 1 BY 1 UNTIL FEED-IDX > 11
               MOVE SPACES TO REPORT-LINE
               STRING FEED-NAME(FEED-IDX) "   "
                   FS-GENERATED(FEED-IDX) "   "
                   FS-POSTED(FEED-IDX) "      "
                   FS-FLAGGED(FEED-IDX) "     "
                   FS-UNSEEN(FEED-IDX) "   "
                   FS-WAITING(FEED-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-OUT-F FROM REPORT-LINE
           END-PERFORM
           IF AUDIT-HITS = 0
               MOVE "*** Keine Vermerke des Laufs in runaudit.txt"
                   & " gefunden ***" TO REPORT-OUT-F
               WRITE REPORT-OUT-F
           END-IF

           .
       WRITE-OPEN-ITEMS SECTION.
           OPEN OUTPUT FEEDOPEN-OUT
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
               UNTIL ITEM-IDX > ITEM-COUNT
               IF ITEM-OPEN(ITEM-IDX) OR ITEM-DONE(ITEM-IDX)
                   MOVE SPACES TO FEEDOPEN-OUT-F
                   MOVE IT-SOURCE(ITEM-IDX) TO FO-SOURCE-O
                   MOVE IT-STATUS(ITEM-IDX) TO FO-STATUS-O
                   MOVE IT-AGE(ITEM-IDX) TO FO-AGE-O
                   MOVE IT-IMAGE(ITEM-IDX) TO FO-IMAGE-O
                   WRITE FEEDOPEN-OUT-F
               END-IF
           END-PERFORM
           CLOSE FEEDOPEN-OUT

           .
