       PROGRAM-ID.  CHAIN_M.
      *****************************************************************
      * Nachtketten-Steuerung: faehrt die Kette PRESORT_M, STORDGEN_M,
      * BATCH_M, SUSPENSE_M, CLRRET_M, VALCORR_M, INTEREST_M,
      * FEERUN_M, DORMANT_M, AMLSCAN_M, SANSCRN_M, DISTRIB_M,
      * ARCHIVER_M und INTEGCHK_M in fester Reihenfolge (SUSPENSE_M
      * und danach CLRRET_M vor ARCHIVER_M, der reject.txt
      * wegraeumt; die Versandverteilung der Auszuege, bevor
      * statements.txt ins Archiv wandert; die
      * Valutakorrektur vor dem Zinslauf, damit sie am Ultimo mit
      * kapitalisiert wird; die Pruefung der
      * Stammdatenverweise zuletzt), protokolliert je Schritt Beginn,
      * Ende und Return-Code in chainstat.txt und
      * haelt bei einem Return-Code ueber 4 an. Beim naechsten
      * Aufruf wird die Statusdatei gelesen und die Kette ab dem
      * gescheiterten Schritt fortgesetzt statt von vorn; eine
      * sauber durchgelaufene Kette beginnt wieder bei Schritt 1.
      * Die Schritte werden als Unterprogramme dynamisch gerufen.
      * Vor einem Neubeginn prueft PREFLT_M die Startvoraussetzungen
      * (Lieferungen, Geschaeftsdatum, offene Parameteraenderungen,
      * Kurse, Zustand der vorigen Kette); bei No-Go (Return-Code
      * ueber 4) laeuft kein Schritt und chainstat.txt bleibt
      * unveraendert. Das Wiederaufsetzen nach einem gescheiterten
      * Schritt laeuft ohne diese Pruefung. Der Wiederaufsetzpunkt
      * wird ueber den Schrittnamen in chainstat.txt gefunden; meldet
      * die Datei einen gescheiterten Schritt, den die Kette nicht
      * kennt, startet nichts und der Lauf endet mit Return-Code 8.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         05  FILLER PIC X(12) VALUE "PRESORT_M".
         05  FILLER PIC X(12) VALUE "STORDGEN_M".
         05  FILLER PIC X(12) VALUE "BATCH_M".
         05  FILLER PIC X(12) VALUE "SUSPENSE_M".
         05  FILLER PIC X(12) VALUE "CLRRET_M".
         05  FILLER PIC X(12) VALUE "VALCORR_M".
         05  FILLER PIC X(12) VALUE "INTEREST_M".
         05  FILLER PIC X(12) VALUE "FEERUN_M".
         05  FILLER PIC X(12) VALUE "DORMANT_M".
         05  FILLER PIC X(12) VALUE "AMLSCAN_M".
         05  FILLER PIC X(12) VALUE "SANSCRN_M".
         05  FILLER PIC X(12) VALUE "DISTRIB_M".
         05  FILLER PIC X(12) VALUE "ARCHIVER_M".
         05  FILLER PIC X(12) VALUE "INTEGCHK_M".
       01  STEP-NAMES REDEFINES STEP-NAME-TABLE.
         05  STEP-NAME OCCURS 14 TIMES PIC X(12).
       01  STATUS-TABLE.
         05  STATUS-ENTRY OCCURS 14 TIMES.
           10  SE-START  PIC 9(16).
           10  SE-END    PIC 9(16).
           10  SE-RC     PIC 9(04).
       01  STEP-RC     PIC 9(06) VALUE 0.
       01  FINAL-RC    PIC 9(04) VALUE 0.
       01  FAIL-STEP   PIC 9(02) VALUE 0.
      * Statussaetze werden ueber den Schrittnamen zugeordnet, nicht
      * ueber die Schrittnummer - eine chainstat.txt aus einer Kette
      * mit anderer Schrittfolge wuerde sonst das falsche Programm
      * wiederaufsetzen.
       01  NAME-IDX    PIC 9(02).
       01  NAME-FOUND-SWITCH PIC X VALUE "N".
         88  NAME-FOUND VALUE "Y".
       01  STAT-BAD-SWITCH PIC X VALUE "N".
         88  STAT-BAD VALUE "Y".
       01  BAD-STEP-NAME PIC X(12) VALUE SPACE.

       PROCEDURE DIVISION.
           PERFORM INIT-STATUS-TABLE
           PERFORM LOAD-CHAIN-STATUS
           IF STAT-BAD
               DISPLAY "*** chainstat.txt meldet FAIL fuer unbekannten"
                   " Schritt " FUNCTION TRIM(BAD-STEP-NAME)
                   " - kein Wiederaufsetzen, Statusdatei pruefen ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF RESUMING
               DISPLAY "Wiederaufsetzen ab Schritt " START-STEP
                   " (" FUNCTION TRIM(STEP-NAME(START-STEP)) ")."
           ELSE
               PERFORM RUN-PREFLIGHT
               IF CHAIN-HALTED
                   DISPLAY "*** Startfreigabe verweigert (preflt.txt),"
                       " Return-Code " STEP-RC " - kein Schritt"
                       " gestartet ***"
                   MOVE FINAL-RC TO RETURN-CODE
                   GOBACK
               END-IF
               DISPLAY "Nachtkette startet bei Schritt 1."
           END-IF
           PERFORM VARYING STEP-IDX FROM START-STEP BY 1
               UNTIL STEP-IDX > 14 OR CHAIN-HALTED
               PERFORM RUN-ONE-STEP
           END-PERFORM
           IF CHAIN-HALTED
           GOBACK.

       INIT-STATUS-TABLE SECTION.
           PERFORM VARYING STEP-IDX FROM 1 BY 1 UNTIL STEP-IDX > 14
               MOVE 0 TO SE-START(STEP-IDX)
               MOVE 0 TO SE-END(STEP-IDX)
               MOVE 0 TO SE-RC(STEP-IDX)
           PERFORM UNTIL STAT-EOF
               READ CHAINSTAT-IN
                   AT END SET STAT-EOF TO TRUE
                   NOT AT END PERFORM TAKE-STATUS-RECORD
               END-READ
           END-PERFORM
           CLOSE CHAINSTAT-IN
           PERFORM VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > 14 OR RESUMING
               IF SE-STATUS(STEP-IDX) = "FAIL"
                   MOVE STEP-IDX TO START-STEP
                   SET RESUMING TO TRUE
               PERFORM INIT-STATUS-TABLE
           END-IF

           .
       TAKE-STATUS-RECORD SECTION.
      *    Ein FAIL-Satz mit einem Namen, den die Kette nicht kennt,
      *    verhindert das Wiederaufsetzen; andere unbekannte Saetze
      *    werden uebergangen.
           MOVE "N" TO NAME-FOUND-SWITCH
           PERFORM VARYING NAME-IDX FROM 1 BY 1
               UNTIL NAME-IDX > 14 OR NAME-FOUND
               IF STEP-NAME(NAME-IDX) = CS-NAME-F
                   SET NAME-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT NAME-FOUND
               IF CS-STATUS-F = "FAIL"
                   SET STAT-BAD TO TRUE
                   MOVE CS-NAME-F TO BAD-STEP-NAME
               END-IF
               EXIT SECTION
           END-IF
           SUBTRACT 1 FROM NAME-IDX
           MOVE CS-START-F TO SE-START(NAME-IDX)
           MOVE CS-END-F TO SE-END(NAME-IDX)
           MOVE CS-RC-F TO SE-RC(NAME-IDX)
           MOVE CS-STATUS-F TO SE-STATUS(NAME-IDX)

           .
       RUN-PREFLIGHT SECTION.
      *    Go/No-Go vor dem ersten Schritt; ein nicht ladbares
      *    Pruefprogramm haelt die Kette ebenfalls an.
           MOVE 0 TO RETURN-CODE
           CALL "PREFLT_M"
               ON EXCEPTION
                   DISPLAY "*** Schritt PREFLT_M nicht ladbar ***"
                   MOVE 16 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO STEP-RC
           MOVE 0 TO RETURN-CODE
           CANCEL "PREFLT_M"
           IF STEP-RC > 4
               MOVE STEP-RC TO FINAL-RC
               SET CHAIN-HALTED TO TRUE
           END-IF

           .
       RUN-ONE-STEP SECTION.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           .
       SAVE-CHAIN-STATUS SECTION.
           OPEN OUTPUT CHAINSTAT-OUT
           PERFORM VARYING SAVE-IDX FROM 1 BY 1 UNTIL SAVE-IDX > 14
               MOVE SPACES TO CHAINSTAT-OUT-F
               MOVE SAVE-IDX TO CS-STEPNO-O
               MOVE STEP-NAME(SAVE-IDX) TO CS-NAME-O
