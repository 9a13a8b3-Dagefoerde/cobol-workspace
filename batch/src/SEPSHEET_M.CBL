       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SEPSHEET_M.
      *****************************************************************
      * Trennblaetter fuer die Druckerei: stellt die Druckdateien
      * letters.txt (Kundenanschreiben), statements.txt (Konto-
      * auszuege), yearletters.txt (Saldenbestaetigungen),
      * stmtcopy.txt (Auszugs-Zweitschriften) und den Tagesbericht
      * output.txt des BATCH_M in dieser Reihenfolge zu einem
      * Druckstapel printstack.txt zusammen und setzt vor jede
      * Datei ein Trennblatt. Das Trennblatt traegt den Auftrags-
      * namen und das Geschaeftsdatum (busdate.txt, sonst System-
      * datum) in Grossbuchstaben aus dem DIAMONDR-Renderer, so wie
      * BANNER das Berichtsdeckblatt setzt; Blattbreite und
      * Zeichenabstand kommen wie dort aus bannercfg.txt.
      * Darunter stehen die Zahlen fuer die Vollstaendigkeits-
      * pruefung vor dem Kuvertieren: die Saetze laut Kontrolliste
      * des Auftrags (letterctl.txt, stmtidx.txt bzw. nach dem
      * Versandlauf stmtidx.done, yearctl.txt) sowie Stuecke und
      * Seiten der Druckdatei (60 Zeilen je Seite, Stueckanfang wie
      * im Versandlauf DISTRIB_M). Weichen Kontrolliste und Druck-
      * datei voneinander ab, steht das auf dem Trennblatt und der
      * Lauf endet mit RETURN-CODE 4. Fehlende Druckdateien werden
      * uebergangen; die Druckdateien selbst bleiben unveraendert.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-IN ASSIGN TO PRINT-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-IN-FILE-STATUS.
           SELECT CONTROL-IN ASSIGN TO CONTROL-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-IN-FILE-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-IN-FILE-STATUS.
           SELECT BANNERCFG-IN ASSIGN TO "bannercfg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANNERCFG-IN-FILE-STATUS.
           SELECT STACK-OUT ASSIGN TO "printstack.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STACK-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PRINT-IN.
       01  PRINT-IN-F PIC X(132).
       FD CONTROL-IN.
       01  CONTROL-IN-F PIC X(100).
       FD BUSDATE-IN.
       01  BUSDATE-IN-F PIC 9(8).
       FD BANNERCFG-IN.
       01  BANNERCFG-IN-F PIC 9(3).
       FD STACK-OUT.
       01  STACK-OUT-F PIC X(132).
       WORKING-STORAGE SECTION.
       01  PRINT-IN-FILE-STATUS     PIC X(02).
       01  CONTROL-IN-FILE-STATUS   PIC X(02).
       01  BUSDATE-IN-FILE-STATUS   PIC X(02).
       01  BANNERCFG-IN-FILE-STATUS PIC X(02).
       01  STACK-OUT-FILE-STATUS    PIC X(02).
       01  PRINT-IN-NAME   PIC X(40) VALUE SPACE.
       01  CONTROL-IN-NAME PIC X(40) VALUE SPACE.
       01  RUN-DATE-DATA.
         05  RUN-DATE-NUM PIC 9(8).
         05  FILLER       PIC X(13).
       01  RUN-DATE-SPLIT REDEFINES RUN-DATE-DATA.
         05  RUN-YYYY PIC 9(4).
         05  RUN-MM   PIC 9(2).
         05  RUN-DD   PIC 9(2).
         05  FILLER   PIC X(13).
       01  RUN-DATE-DISP PIC X(10) VALUE SPACE.
      * Auftraege in Stapelreihenfolge: Name auf dem Trennblatt,
      * Druckdatei, Kontrolliste und Ausweichname (leer = keine),
      * Satzkennung der gezaehlten Kontrollzeilen mit ihrer Laenge
      * (0 = jede nicht leere Zeile) und Stueckanfang (S = Leerzeile
      * vor "Kontoauszug Nr.", L = Trennlinie aus Bindestrichen,
      * R = die ganze Datei ist ein Stueck).
       01  JOB-TABLE.
         05  FILLER PIC X(10) VALUE "BRIEFE".
         05  FILLER PIC X(16) VALUE "letters.txt".
         05  FILLER PIC X(16) VALUE "letterctl.txt".
         05  FILLER PIC X(16) VALUE SPACE.
         05  FILLER PIC X(10) VALUE "Brief an ".
         05  FILLER PIC 9(02) VALUE 9.
         05  FILLER PIC X(01) VALUE "L".
         05  FILLER PIC X(10) VALUE "AUSZUEGE".
         05  FILLER PIC X(16) VALUE "statements.txt".
         05  FILLER PIC X(16) VALUE "stmtidx.txt".
         05  FILLER PIC X(16) VALUE "stmtidx.done".
         05  FILLER PIC X(10) VALUE SPACE.
         05  FILLER PIC 9(02) VALUE 0.
         05  FILLER PIC X(01) VALUE "S".
         05  FILLER PIC X(10) VALUE "SALDEN".
         05  FILLER PIC X(16) VALUE "yearletters.txt".
         05  FILLER PIC X(16) VALUE "yearctl.txt".
         05  FILLER PIC X(16) VALUE SPACE.
         05  FILLER PIC X(10) VALUE "Brief ".
         05  FILLER PIC 9(02) VALUE 6.
         05  FILLER PIC X(01) VALUE "L".
         05  FILLER PIC X(10) VALUE "KOPIEN".
         05  FILLER PIC X(16) VALUE "stmtcopy.txt".
         05  FILLER PIC X(16) VALUE SPACE.
         05  FILLER PIC X(16) VALUE SPACE.
         05  FILLER PIC X(10) VALUE SPACE.
         05  FILLER PIC 9(02) VALUE 0.
         05  FILLER PIC X(01) VALUE "R".
         05  FILLER PIC X(10) VALUE "BERICHT".
         05  FILLER PIC X(16) VALUE "output.txt".
         05  FILLER PIC X(16) VALUE SPACE.
         05  FILLER PIC X(16) VALUE SPACE.
         05  FILLER PIC X(10) VALUE SPACE.
         05  FILLER PIC 9(02) VALUE 0.
         05  FILLER PIC X(01) VALUE "R".
       01  JOB-ENTRIES REDEFINES JOB-TABLE.
         05  JOB-ENTRY OCCURS 5 TIMES.
           10  JOB-NAME     PIC X(10).
           10  JOB-PRINT    PIC X(16).
           10  JOB-CTL      PIC X(16).
           10  JOB-CTL-ALT  PIC X(16).
           10  JOB-MARK     PIC X(10).
           10  JOB-MARK-LEN PIC 9(02).
           10  JOB-SPLIT    PIC X(01).
       01  JOB-IDX PIC 9(01).
       01  PRINT-EOF-SWITCH PIC X VALUE "N".
         88  PRINT-EOF VALUE "Y".
       01  CONTROL-EOF-SWITCH PIC X VALUE "N".
         88  CONTROL-EOF VALUE "Y".
       01  CONTROL-FOUND-SWITCH PIC X VALUE "N".
         88  CONTROL-FOUND VALUE "Y".
       01  PIECE-OPEN-SWITCH PIC X VALUE "N".
         88  PIECE-OPEN VALUE "Y".
       01  BODY-SEEN-SWITCH PIC X VALUE "N".
         88  BODY-SEEN VALUE "Y".
       01  NEW-PIECE-SWITCH PIC X VALUE "N".
         88  NEW-PIECE VALUE "Y".
      * Druckseite mit 60 Zeilen wie im Versandlauf.
       01  PAGE-LINES    PIC 9(02) VALUE 60.
       01  PIECE-LINES   PIC 9(06) VALUE 0.
       01  PIECE-PAGES   PIC 9(05) VALUE 0.
       01  PRINT-LINES   PIC 9(07) VALUE 0.
       01  PIECE-COUNT   PIC 9(05) VALUE 0.
       01  PAGE-COUNT    PIC 9(06) VALUE 0.
       01  CONTROL-COUNT PIC 9(05) VALUE 0.
       01  CONTROL-USED  PIC X(16) VALUE SPACE.
       01  JOBS-STACKED  PIC 9(01) VALUE 0.
       01  JOBS-DIFFERENT PIC 9(01) VALUE 0.
       01  PAGES-STACKED PIC 9(07) VALUE 0.
       01  RL-COUNT  PIC Z(4)9.
       01  RL-COUNT2 PIC Z(4)9.
       01  RL-PAGES  PIC Z(5)9.
       01  RL-LINES  PIC Z(6)9.
       01  SHEET-LINE PIC X(132).
      *    Grossschrift wie im BANNER-Deckblatt: die Zeichen eines
      *    Textes teilen sich die Zeilen eines Bandes; passt das
      *    naechste Zeichen nicht mehr in die Blattbreite, wird das
      *    Band geschrieben und ein neues begonnen.
       01  BANNER-TEXT PIC X(20) VALUE SPACE.
       01  CHAR-IDX    PIC 99.
       01  BANNER-CHAR PIC X.
       01  CALL-LETTER PIC X.
       01  DIGIT-VALUE PIC 99.
       01  LETTER-RING PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  RENDER-RESULT.
           05  RR-LINE-COUNT PIC 99.
           05  RR-WIDTH      PIC 99.
           05  RR-LINE OCCURS 51 TIMES PIC X(51).
       01  LINE-IDX  PIC 99.
       01  COL-IDX   PIC 99.
       01  WORK-LINE PIC X(51).
       01  SHEET-WIDTH PIC 9(3) VALUE 80.
       01  CHAR-SPACING PIC 9(2) VALUE 2.
       01  BAND-BUFFER.
           05  BAND-LINE OCCURS 51 TIMES PIC X(132).
       01  BAND-HEIGHT PIC 99 VALUE 0.
       01  BAND-POS    PIC 9(3) VALUE 1.
       01  SPACE-WIDTH PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM LOAD-RUN-DATE
           PERFORM LOAD-BANNER-CONFIG
           OPEN OUTPUT STACK-OUT
           PERFORM VARYING JOB-IDX FROM 1 BY 1 UNTIL JOB-IDX > 5
               PERFORM STACK-ONE-JOB
           END-PERFORM
           CLOSE STACK-OUT
           MOVE PAGES-STACKED TO RL-PAGES
           DISPLAY "Druckstapel printstack.txt: " JOBS-STACKED
               " Auftraege, " FUNCTION TRIM(RL-PAGES)
               " Seiten ohne Trennblaetter."
           IF JOBS-DIFFERENT > 0
               DISPLAY "*** " JOBS-DIFFERENT " Auftraege weichen von"
                   " ihrer Kontrolliste ab - siehe Trennblatt ***"
               MOVE 4 TO RETURN-CODE
           END-IF
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
           MOVE "TT.MM.JJJJ" TO RUN-DATE-DISP
           MOVE RUN-DD TO RUN-DATE-DISP(1:2)
           MOVE RUN-MM TO RUN-DATE-DISP(4:2)
           MOVE RUN-YYYY TO RUN-DATE-DISP(7:4)

           .
       LOAD-BANNER-CONFIG SECTION.
           OPEN INPUT BANNERCFG-IN
           IF BANNERCFG-IN-FILE-STATUS = "00"
               READ BANNERCFG-IN
                   NOT AT END MOVE BANNERCFG-IN-F TO SHEET-WIDTH
               END-READ
               READ BANNERCFG-IN
                   NOT AT END MOVE BANNERCFG-IN-F TO CHAR-SPACING
               END-READ
               CLOSE BANNERCFG-IN
           END-IF
           IF SHEET-WIDTH < 10 OR SHEET-WIDTH > 132
               MOVE 80 TO SHEET-WIDTH
           END-IF
           COMPUTE SPACE-WIDTH = CHAR-SPACING + 4

           .
       STACK-ONE-JOB SECTION.
           MOVE JOB-PRINT(JOB-IDX) TO PRINT-IN-NAME
           OPEN INPUT PRINT-IN
           IF PRINT-IN-FILE-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(PRINT-IN-NAME)
                   " nicht vorhanden - kein Trennblatt."
               EXIT SECTION
           END-IF
           PERFORM COUNT-PRINT-FILE
           CLOSE PRINT-IN
           PERFORM COUNT-CONTROL-FILE
           PERFORM WRITE-SEPARATOR-SHEET
           OPEN INPUT PRINT-IN
           MOVE "N" TO PRINT-EOF-SWITCH
           PERFORM UNTIL PRINT-EOF
               READ PRINT-IN
                   AT END SET PRINT-EOF TO TRUE
                   NOT AT END WRITE STACK-OUT-F FROM PRINT-IN-F
               END-READ
           END-PERFORM
           CLOSE PRINT-IN
           ADD 1 TO JOBS-STACKED
           ADD PAGE-COUNT TO PAGES-STACKED

           .
       COUNT-PRINT-FILE SECTION.
           MOVE 0 TO PRINT-LINES
           MOVE 0 TO PIECE-COUNT
           MOVE 0 TO PAGE-COUNT
           MOVE "N" TO PIECE-OPEN-SWITCH
           MOVE "N" TO PRINT-EOF-SWITCH
           PERFORM UNTIL PRINT-EOF
               READ PRINT-IN
                   AT END SET PRINT-EOF TO TRUE
                   NOT AT END PERFORM COUNT-PRINT-LINE
               END-READ
           END-PERFORM
           IF PIECE-OPEN
               PERFORM CLOSE-PIECE
           END-IF

           .
       COUNT-PRINT-LINE SECTION.
      *    Stueckanfang wie im Versandlauf: Auszuege beginnen mit
      *    einer Leerzeile, die erst nach der Zeile "Kontoauszug
      *    Nr." als neuer Anfang zaehlt; Briefe beginnen mit der
      *    Trennlinie.
           ADD 1 TO PRINT-LINES
           MOVE "N" TO NEW-PIECE-SWITCH
           EVALUATE JOB-SPLIT(JOB-IDX)
               WHEN "S"
                   IF PRINT-IN-F = SPACES
                       AND (NOT PIECE-OPEN OR BODY-SEEN)
                       SET NEW-PIECE TO TRUE
                   END-IF
               WHEN "L"
                   IF PRINT-IN-F(1:80) = ALL "-"
                       SET NEW-PIECE TO TRUE
                   END-IF
           END-EVALUATE
           IF NEW-PIECE OR NOT PIECE-OPEN
               IF PIECE-OPEN
                   PERFORM CLOSE-PIECE
               END-IF
               ADD 1 TO PIECE-COUNT
               MOVE 0 TO PIECE-LINES
               MOVE "N" TO BODY-SEEN-SWITCH
               SET PIECE-OPEN TO TRUE
           END-IF
           IF PRINT-IN-F(1:16) = "Kontoauszug Nr. "
               SET BODY-SEEN TO TRUE
           END-IF
           ADD 1 TO PIECE-LINES

           .
       CLOSE-PIECE SECTION.
           MOVE "N" TO PIECE-OPEN-SWITCH
           COMPUTE PIECE-PAGES =
               (PIECE-LINES + PAGE-LINES - 1) / PAGE-LINES
           ADD PIECE-PAGES TO PAGE-COUNT

           .
       COUNT-CONTROL-FILE SECTION.
           MOVE 0 TO CONTROL-COUNT
           MOVE "N" TO CONTROL-FOUND-SWITCH
           MOVE SPACE TO CONTROL-USED
           IF JOB-CTL(JOB-IDX) = SPACE
               EXIT SECTION
           END-IF
           MOVE JOB-CTL(JOB-IDX) TO CONTROL-IN-NAME
           OPEN INPUT CONTROL-IN
           IF CONTROL-IN-FILE-STATUS NOT = "00"
               IF JOB-CTL-ALT(JOB-IDX) = SPACE
                   EXIT SECTION
               END-IF
               MOVE JOB-CTL-ALT(JOB-IDX) TO CONTROL-IN-NAME
               OPEN INPUT CONTROL-IN
               IF CONTROL-IN-FILE-STATUS NOT = "00"
                   EXIT SECTION
               END-IF
           END-IF
           SET CONTROL-FOUND TO TRUE
           MOVE CONTROL-IN-NAME TO CONTROL-USED
           MOVE "N" TO CONTROL-EOF-SWITCH
           PERFORM UNTIL CONTROL-EOF
               READ CONTROL-IN
                   AT END SET CONTROL-EOF TO TRUE
                   NOT AT END
                       IF JOB-MARK-LEN(JOB-IDX) = 0
                           IF CONTROL-IN-F NOT = SPACES
                               ADD 1 TO CONTROL-COUNT
                           END-IF
                       ELSE
                           IF CONTROL-IN-F(1:JOB-MARK-LEN(JOB-IDX))
                               = JOB-MARK(JOB-IDX)
                                   (1:JOB-MARK-LEN(JOB-IDX))
                               ADD 1 TO CONTROL-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-IN

           .
       WRITE-SEPARATOR-SHEET SECTION.
           MOVE SPACES TO STACK-OUT-F
           MOVE ALL "*" TO STACK-OUT-F(1:SHEET-WIDTH)
           WRITE STACK-OUT-F
           WRITE STACK-OUT-F FROM SPACE
           MOVE JOB-NAME(JOB-IDX) TO BANNER-TEXT
           PERFORM RENDER-BANNER-TEXT
           MOVE SPACES TO BANNER-TEXT
           MOVE RUN-DATE-DISP TO BANNER-TEXT
           PERFORM RENDER-BANNER-TEXT
           MOVE SPACES TO STACK-OUT-F
           MOVE ALL "-" TO STACK-OUT-F(1:SHEET-WIDTH)
           WRITE STACK-OUT-F
           MOVE SPACES TO SHEET-LINE
           STRING "Druckauftrag:   " FUNCTION TRIM(JOB-NAME(JOB-IDX))
               " (" FUNCTION TRIM(JOB-PRINT(JOB-IDX)) ")"
               DELIMITED BY SIZE INTO SHEET-LINE
           WRITE STACK-OUT-F FROM SHEET-LINE
           MOVE SPACES TO SHEET-LINE
           STRING "Geschaeftstag:  " RUN-DATE-DISP
               DELIMITED BY SIZE INTO SHEET-LINE
           WRITE STACK-OUT-F FROM SHEET-LINE
           MOVE SPACES TO SHEET-LINE
           IF CONTROL-FOUND
               MOVE CONTROL-COUNT TO RL-COUNT
               STRING "Kontrolliste:   " RL-COUNT " Saetze ("
                   FUNCTION TRIM(CONTROL-USED) ")"
                   DELIMITED BY SIZE INTO SHEET-LINE
           ELSE
               IF JOB-CTL(JOB-IDX) = SPACE
                   MOVE "Kontrolliste:   keine fuer diesen Auftrag"
                       TO SHEET-LINE
               ELSE
                   STRING "Kontrolliste:   "
                       FUNCTION TRIM(JOB-CTL(JOB-IDX))
                       " nicht vorhanden"
                       DELIMITED BY SIZE INTO SHEET-LINE
               END-IF
           END-IF
           WRITE STACK-OUT-F FROM SHEET-LINE
           MOVE PIECE-COUNT TO RL-COUNT
           MOVE PAGE-COUNT TO RL-PAGES
           MOVE PRINT-LINES TO RL-LINES
           MOVE SPACES TO SHEET-LINE
           STRING "Druckdatei:     " RL-COUNT " Stuecke, "
               FUNCTION TRIM(RL-PAGES) " Seiten, "
               FUNCTION TRIM(RL-LINES) " Zeilen"
               DELIMITED BY SIZE INTO SHEET-LINE
           WRITE STACK-OUT-F FROM SHEET-LINE
           MOVE SPACES TO SHEET-LINE
           EVALUATE TRUE
               WHEN NOT CONTROL-FOUND
                   MOVE "Abgleich:       ohne Kontrolliste - Seiten"
                       & " pruefen" TO SHEET-LINE
               WHEN CONTROL-COUNT = PIECE-COUNT
                   MOVE "Abgleich:       vollstaendig" TO SHEET-LINE
               WHEN OTHER
                   ADD 1 TO JOBS-DIFFERENT
                   MOVE CONTROL-COUNT TO RL-COUNT
                   MOVE PIECE-COUNT TO RL-COUNT2
                   STRING "Abgleich:       *** ABWEICHUNG: "
                       FUNCTION TRIM(RL-COUNT) " Saetze, "
                       FUNCTION TRIM(RL-COUNT2) " Stuecke - "
                       "NICHT KUVERTIEREN ***"
                       DELIMITED BY SIZE INTO SHEET-LINE
                   DISPLAY FUNCTION TRIM(JOB-PRINT(JOB-IDX))
                       ": Kontrolliste " RL-COUNT " Saetze,"
                       " Druckdatei " RL-COUNT2 " Stuecke."
           END-EVALUATE
           WRITE STACK-OUT-F FROM SHEET-LINE
           WRITE STACK-OUT-F FROM SPACE
           MOVE SPACES TO STACK-OUT-F
           MOVE ALL "*" TO STACK-OUT-F(1:SHEET-WIDTH)
           WRITE STACK-OUT-F

           .
       RENDER-BANNER-TEXT SECTION.
      *    Ziffern leihen sich die Raute des passenden Buchstabens
      *    und werden mit der Ziffer selbst gezeichnet; Punkte und
      *    Leerstellen werden zur Luecke.
           PERFORM CLEAR-BAND
           PERFORM VARYING CHAR-IDX FROM 1 BY 1 UNTIL CHAR-IDX > 20
               MOVE BANNER-TEXT(CHAR-IDX:1) TO BANNER-CHAR
               PERFORM RENDER-ONE-CHAR
           END-PERFORM
           PERFORM FLUSH-BAND

           .
       RENDER-ONE-CHAR SECTION.
           IF BANNER-CHAR = SPACE
               IF BANNER-TEXT(CHAR-IDX:) NOT = SPACE
                   ADD SPACE-WIDTH TO BAND-POS
               END-IF
               EXIT SECTION
           END-IF
           IF BANNER-CHAR >= "0" AND BANNER-CHAR <= "9"
               COMPUTE DIGIT-VALUE =
                   FUNCTION NUMVAL(BANNER-CHAR) + 1
               MOVE LETTER-RING(DIGIT-VALUE:1) TO CALL-LETTER
           ELSE
               MOVE BANNER-CHAR TO CALL-LETTER
           END-IF
           CALL "DIAMONDR" USING CALL-LETTER RENDER-RESULT
           IF RR-LINE-COUNT = 0
               ADD SPACE-WIDTH TO BAND-POS
               EXIT SECTION
           END-IF
           IF BAND-POS + RR-WIDTH - 1 > SHEET-WIDTH
               AND BAND-POS > 1
               PERFORM FLUSH-BAND
           END-IF
           PERFORM VARYING LINE-IDX FROM 1 BY 1
               UNTIL LINE-IDX > RR-LINE-COUNT
               MOVE RR-LINE(LINE-IDX) TO WORK-LINE
               IF BANNER-CHAR >= "0" AND BANNER-CHAR <= "9"
                   PERFORM VARYING COL-IDX FROM 1 BY 1
                       UNTIL COL-IDX > RR-WIDTH
                       IF WORK-LINE(COL-IDX:1) NOT = SPACE
                           MOVE BANNER-CHAR TO WORK-LINE(COL-IDX:1)
                       END-IF
                   END-PERFORM
               END-IF
               MOVE WORK-LINE(1:RR-WIDTH) TO
                   BAND-LINE(LINE-IDX)(BAND-POS:RR-WIDTH)
           END-PERFORM
           IF RR-LINE-COUNT > BAND-HEIGHT
               MOVE RR-LINE-COUNT TO BAND-HEIGHT
           END-IF
           COMPUTE BAND-POS = BAND-POS + RR-WIDTH + CHAR-SPACING

           .
       FLUSH-BAND SECTION.
           PERFORM VARYING LINE-IDX FROM 1 BY 1
               UNTIL LINE-IDX > BAND-HEIGHT
               MOVE BAND-LINE(LINE-IDX) TO STACK-OUT-F
               WRITE STACK-OUT-F
           END-PERFORM
           IF BAND-HEIGHT > 0
               MOVE SPACES TO STACK-OUT-F
               WRITE STACK-OUT-F
           END-IF
           PERFORM CLEAR-BAND

           .
       CLEAR-BAND SECTION.
           PERFORM VARYING LINE-IDX FROM 1 BY 1 UNTIL LINE-IDX > 51
               MOVE SPACES TO BAND-LINE(LINE-IDX)
           END-PERFORM
           MOVE 0 TO BAND-HEIGHT
           MOVE 1 TO BAND-POS

           .
