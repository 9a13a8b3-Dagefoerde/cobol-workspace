      * Dauerauftrags-Generator stordtxn.txt. Der naechste Abschluss
      * bringt damit jedes Unterkonto auf den Zielsaldo, die
      * Differenz landet auf dem Masterkonto.
      * Jeder Uebertrag wird mit Geschaeftsdatum (busdate.txt, sonst
      * Systemdatum) in sweephist.txt fortgeschrieben: positiv =
      * Einlage des Unterkontos im Pool, negativ = Inanspruchnahme.
      * Ein Wiederholungslauf am selben Tag ersetzt die Saetze des
      * Tages. Die Zinsverteilung POOLINT_M rechnet daraus die
      * Poolpositionen.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TXN-OUT ASSIGN TO "sweeptxn.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXN-OUT-FILE-STATUS.
           SELECT HIST-IN ASSIGN TO "sweephist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-IN-FILE-STATUS.
           SELECT HIST-OUT ASSIGN TO "sweephist.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-OUT-FILE-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-IN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SWEEPINST-IN.
         05  TX-CURR-CODE PIC X(03).
         05  TX-COMMENT   PIC X(55).
         05  TX-VALDATE   PIC 9(8).
       FD HIST-IN.
       01  HIST-IN-F.
         05  HS-DATE-F       PIC 9(8).
         05  FILLER          PIC X(48).
       FD HIST-OUT.
       01  HIST-OUT-F.
         05  HS-DATE         PIC 9(8).
         05  FILLER          PIC X VALUE SPACE.
         05  HS-MBANKID      PIC 9(5).
         05  HS-MACCOUNTID   PIC 9(10).
         05  FILLER          PIC X VALUE SPACE.
         05  HS-SBANKID      PIC 9(5).
         05  HS-SACCOUNTID   PIC 9(10).
         05  FILLER          PIC X VALUE SPACE.
         05  HS-AMOUNT       PIC S9(8)V99 SIGN IS LEADING SEPARATE.
         05  FILLER          PIC X VALUE SPACE.
         05  HS-CURR         PIC X(03).
       FD BUSDATE-IN.
       01  BUSDATE-IN-F PIC 9(8).
       WORKING-STORAGE SECTION.
       01  SWEEPINST-IN-FILE-STATUS PIC X(02).
       01  EXTRACT-IN-FILE-STATUS   PIC X(02).
       01  TXN-OUT-FILE-STATUS      PIC X(02).
       01  HIST-IN-FILE-STATUS      PIC X(02).
       01  HIST-OUT-FILE-STATUS     PIC X(02).
       01  BUSDATE-IN-FILE-STATUS   PIC X(02).
       01  HIST-EOF-SWITCH PIC X VALUE "N".
         88  HIST-EOF VALUE "Y".
       01  RUN-DATE-DATA.
         05  RUN-DATE  PIC 9(8).
         05  FILLER    PIC X(13).
       01  SWEEP-DATE  PIC 9(8) VALUE 0.
       01  SYSTEM-COMMAND PIC X(120) VALUE SPACE.
       01  INST-EOF-SWITCH PIC X VALUE "N".
         88  INST-EOF VALUE "Y".
       01  EXTRACT-EOF-SWITCH PIC X VALUE "N".
           10  TI-DRCR      PIC X(01).
           10  TI-CURR      PIC X(03).
           10  TI-COMMENT   PIC X(55).
      * Uebertraege des Laufs fuer sweephist.txt, je Weisung einer.
       01  MOVE-TABLE.
         05  MOVE-ENTRY OCCURS 500 TIMES.
           10  MV-MBANKID    PIC 9(5).
           10  MV-MACCOUNTID PIC 9(10).
           10  MV-SBANKID    PIC 9(5).
           10  MV-SACCOUNTID PIC 9(10).
           10  MV-AMOUNT     PIC S9(8)V99.
           10  MV-CURR       PIC X(03).
       01  MOVE-COUNT PIC 9(03) VALUE 0.
       01  MOVE-IDX   PIC 9(03).
       01  TXN-COUNT PIC 9(04) VALUE 0.
       01  TXN-IDX   PIC 9(04).
       01  SHIFT-IDX PIC 9(04).
                   " nicht ausgefuehrt ***"
           END-IF
           PERFORM WRITE-TXN-FILE
           PERFORM LOAD-SWEEP-DATE
           PERFORM WRITE-SWEEP-HISTORY
           DISPLAY "Cash-Pooling: " INST-COUNT " Weisungen, "
               PAIR-COUNT " Buchungspaare nach sweeptxn.txt."
           GOBACK.
           END-IF
           IF NOT TXN-BUFFER-FULL
               ADD 1 TO PAIR-COUNT
               ADD 1 TO MOVE-COUNT
               MOVE IN-MBANKID(INST-IDX) TO MV-MBANKID(MOVE-COUNT)
               MOVE IN-MACCOUNTID(INST-IDX)
                   TO MV-MACCOUNTID(MOVE-COUNT)
               MOVE IN-SBANKID(INST-IDX) TO MV-SBANKID(MOVE-COUNT)
               MOVE IN-SACCOUNTID(INST-IDX)
                   TO MV-SACCOUNTID(MOVE-COUNT)
               MOVE SWEEP-DELTA TO MV-AMOUNT(MOVE-COUNT)
               MOVE SWEEP-CURR TO MV-CURR(MOVE-COUNT)
           END-IF

           .
           MOVE 0 TO TRAILER-COUNT
           MOVE 0 TO TRAILER-AMOUNT

           .
       LOAD-SWEEP-DATE SECTION.
           MOVE 0 TO SWEEP-DATE
           OPEN INPUT BUSDATE-IN
           IF BUSDATE-IN-FILE-STATUS = "00"
               READ BUSDATE-IN
                   NOT AT END MOVE BUSDATE-IN-F TO SWEEP-DATE
               END-READ
               CLOSE BUSDATE-IN
           END-IF
           IF SWEEP-DATE = 0
               MOVE FUNCTION CURRENT-DATE TO RUN-DATE-DATA
               MOVE RUN-DATE TO SWEEP-DATE
           END-IF

           .
       WRITE-SWEEP-HISTORY SECTION.
      *    Alte Historie ohne die Saetze des Lauftags umkopieren,
      *    die heutigen Uebertraege anhaengen und erst dann auf den
      *    echten Namen rotieren - ein Wiederholungslauf zaehlt
      *    damit nicht doppelt.
           OPEN OUTPUT HIST-OUT
           OPEN INPUT HIST-IN
           IF HIST-IN-FILE-STATUS = "00"
               PERFORM UNTIL HIST-EOF
                   READ HIST-IN
                       AT END SET HIST-EOF TO TRUE
                       NOT AT END
                           IF HS-DATE-F NOT = SWEEP-DATE
                               WRITE HIST-OUT-F FROM HIST-IN-F
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-IN
           END-IF
           PERFORM VARYING MOVE-IDX FROM 1 BY 1
               UNTIL MOVE-IDX > MOVE-COUNT
               MOVE SPACES TO HIST-OUT-F
               MOVE SWEEP-DATE TO HS-DATE
               MOVE MV-MBANKID(MOVE-IDX) TO HS-MBANKID
               MOVE MV-MACCOUNTID(MOVE-IDX) TO HS-MACCOUNTID
               MOVE MV-SBANKID(MOVE-IDX) TO HS-SBANKID
               MOVE MV-SACCOUNTID(MOVE-IDX) TO HS-SACCOUNTID
               MOVE MV-AMOUNT(MOVE-IDX) TO HS-AMOUNT
               MOVE MV-CURR(MOVE-IDX) TO HS-CURR
               WRITE HIST-OUT-F
           END-PERFORM
           CLOSE HIST-OUT
           MOVE "test -f sweephist.new && mv sweephist.new "
               & "sweephist.txt" TO SYSTEM-COMMAND
           CALL "SYSTEM" USING SYSTEM-COMMAND

           .
       VERIFY-EXTRACT-TRAILER SECTION.
      *    Der Extract endet mit einem CONTROL-Satz (Satzanzahl und
