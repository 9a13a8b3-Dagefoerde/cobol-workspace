       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NOSTREC_M.
      *****************************************************************
      * Nostro-Abstimmung gegen die Bestaetigungen der Gegenbanken:
      * fuer jede Bank aus bankmast.txt wird die gesendete
      * Settlement-Weisung settle_NNNNN.txt (Settlement-Export) und
      * die Bestaetigung der Gegenbank settconf_NNNNN.txt (gleiches
      * H/D/T-Lieferformat) eingelesen. Die D-Saetze werden je Bank
      * ueber die Referenz (Kennung "REF:" im Referenzfeld, bis zu
      * 16 Zeichen) und den Betrag gepaart. Was ungepaart bleibt,
      * geht als Differenz nach nostrorpt.txt:
      *   FEHLT BEI GEGENBANK - gesendet, nicht bestaetigt;
      *   FEHLT BEI UNS       - bestaetigt, von uns nicht gesendet;
      *   BETRAGSDIFFERENZ    - gleiche Referenz, anderer Betrag.
      * Offene Posten werden mit ihrem Stichtag in nostopen.txt
      * von Tag zu Tag fortgeschrieben (wie openitems.txt) und mit
      * ihrem Alter in Tagen berichtet; eine spaeter eintreffende
      * Bestaetigung schliesst sie. Jede Datei wird je Bank und
      * Stichtag nur einmal uebernommen (Nachweis nostdone.txt),
      * damit ein Wiederholungslauf nichts doppelt zaehlt. Dateien,
      * deren Schlusssatz nicht zu den D-Saetzen passt, werden
      * verweigert und beim naechsten Lauf erneut versucht.
      * Lauftag aus busdate.txt, sonst gendate.txt, sonst
      * Systemdatum - wie beim Settlement-Export.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANKMAST-IN ASSIGN TO "bankmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANKMAST-IN-FILE-STATUS.
           SELECT SETTLE-IN ASSIGN TO SETTLE-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETTLE-IN-FILE-STATUS.
           SELECT NOSTOPEN-IN ASSIGN TO "nostopen.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOSTOPEN-IN-FILE-STATUS.
           SELECT NOSTOPEN-OUT ASSIGN TO "nostopen.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOSTOPEN-OUT-FILE-STATUS.
           SELECT NOSTDONE-IN ASSIGN TO "nostdone.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOSTDONE-IN-FILE-STATUS.
           SELECT NOSTDONE-OUT ASSIGN TO "nostdone.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOSTDONE-OUT-FILE-STATUS.
           SELECT NOSTRPT-OUT ASSIGN TO "nostrorpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOSTRPT-OUT-FILE-STATUS.
           SELECT GENDATE-IN ASSIGN TO "gendate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENDATE-IN-FILE-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-IN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BANKMAST-IN.
       01  BANKMAST-IN-F.
         05  BK-BANKID-F PIC 9(5).
         05  BK-NAME-F   PIC X(30).
         05  BK-BIC-F    PIC X(11).
       FD SETTLE-IN.
       01  SETTLE-IN-F PIC X(100).
       01  SETTLE-HEADER REDEFINES SETTLE-IN-F.
         05  SH-RECTYPE  PIC X(01).
         05  SH-DATE     PIC 9(8).
         05  SH-SENDER   PIC X(11).
         05  FILLER      PIC X(80).
       01  SETTLE-DETAIL REDEFINES SETTLE-IN-F.
         05  SD-RECTYPE   PIC X(01).
         05  SD-BANKID    PIC 9(5).
         05  SD-ACCOUNTID PIC 9(10).
         05  SD-AMOUNT    PIC 9(10)V99.
         05  SD-DRCR      PIC X(01).
         05  SD-CURR      PIC X(03).
         05  SD-VALDATE   PIC 9(8).
         05  SD-REFERENCE PIC X(40).
         05  FILLER       PIC X(20).
       01  SETTLE-TRAILER REDEFINES SETTLE-IN-F.
         05  ST-RECTYPE  PIC X(01).
         05  ST-COUNT    PIC 9(8).
         05  ST-TOTAL    PIC 9(12)V99.
         05  FILLER      PIC X(76).
       FD NOSTOPEN-IN.
       01  NOSTOPEN-IN-F.
         05  NO-SIDE-F      PIC X(01).
         05  NO-BANKID-F    PIC 9(5).
         05  NO-REF-F       PIC X(16).
         05  NO-ACCOUNTID-F PIC 9(10).
         05  NO-AMOUNT-F    PIC 9(10)V99.
         05  NO-DRCR-F      PIC X(01).
         05  NO-CURR-F      PIC X(03).
         05  NO-DATE-F      PIC 9(8).
         05  NO-AGE-F       PIC 9(4).
       FD NOSTOPEN-OUT.
       01  NOSTOPEN-OUT-F.
         05  NO-SIDE-O      PIC X(01).
         05  NO-BANKID-O    PIC 9(5).
         05  NO-REF-O       PIC X(16).
         05  NO-ACCOUNTID-O PIC 9(10).
         05  NO-AMOUNT-O    PIC 9(10)V99.
         05  NO-DRCR-O      PIC X(01).
         05  NO-CURR-O      PIC X(03).
         05  NO-DATE-O      PIC 9(8).
         05  NO-AGE-O       PIC 9(4).
       FD NOSTDONE-IN.
       01  NOSTDONE-IN-F.
         05  ND-SIDE-F   PIC X(01).
         05  ND-BANKID-F PIC 9(5).
         05  ND-DATE-F   PIC 9(8).
       FD NOSTDONE-OUT.
       01  NOSTDONE-OUT-F.
         05  ND-SIDE-O   PIC X(01).
         05  ND-BANKID-O PIC 9(5).
         05  ND-DATE-O   PIC 9(8).
       FD NOSTRPT-OUT.
       01  NOSTRPT-OUT-F PIC X(120).
       FD GENDATE-IN.
       01  GENDATE-IN-F PIC 9(8).
       FD BUSDATE-IN.
       01  BUSDATE-IN-F PIC 9(8).
       WORKING-STORAGE SECTION.
       01  BANKMAST-IN-FILE-STATUS  PIC X(02).
       01  SETTLE-IN-FILE-STATUS    PIC X(02).
       01  NOSTOPEN-IN-FILE-STATUS  PIC X(02).
       01  NOSTOPEN-OUT-FILE-STATUS PIC X(02).
       01  NOSTDONE-IN-FILE-STATUS  PIC X(02).
       01  NOSTDONE-OUT-FILE-STATUS PIC X(02).
       01  NOSTRPT-OUT-FILE-STATUS  PIC X(02).
       01  GENDATE-IN-FILE-STATUS   PIC X(02).
       01  BUSDATE-IN-FILE-STATUS   PIC X(02).
       01  SETTLE-IN-NAME PIC X(40) VALUE SPACE.
       01  RUN-DATE-DATA.
         05  RUN-YYYY  PIC 9(4).
         05  RUN-MM    PIC 9(2).
         05  RUN-DD    PIC 9(2).
         05  FILLER    PIC X(13).
       01  GEN-DATE PIC 9(8) VALUE 0.
       01  BANKMAST-EOF-SWITCH PIC X VALUE "N".
         88  BANKMAST-EOF VALUE "Y".
       01  SETTLE-EOF-SWITCH PIC X VALUE "N".
         88  SETTLE-EOF VALUE "Y".
       01  NOSTOPEN-EOF-SWITCH PIC X VALUE "N".
         88  NOSTOPEN-EOF VALUE "Y".
       01  NOSTDONE-EOF-SWITCH PIC X VALUE "N".
         88  NOSTDONE-EOF VALUE "Y".
      * Posten beider Seiten: U = von uns gesendet, G = von der
      * Gegenbank bestaetigt. NI-STATE P = gepaart (entfaellt),
      * D = Betragsdifferenz (bleibt offen), Leerstelle = offen.
       01  ITEM-TABLE.
         05  ITEM-ENTRY OCCURS 4000 TIMES.
           10  NI-SIDE      PIC X(01).
             88  NI-OURS   VALUE "U".
             88  NI-THEIRS VALUE "G".
           10  NI-BANKID    PIC 9(5).
           10  NI-REF       PIC X(16).
           10  NI-ACCOUNTID PIC 9(10).
           10  NI-AMOUNT    PIC 9(10)V99.
           10  NI-DRCR      PIC X(01).
           10  NI-CURR      PIC X(03).
           10  NI-DATE      PIC 9(8).
           10  NI-STATE     PIC X(01).
             88  NI-PAIRED VALUE "P".
             88  NI-DIFF   VALUE "D".
             88  NI-OPEN   VALUE " ".
           10  NI-PARTNER   PIC 9(04).
       01  ITEM-COUNT PIC 9(04) VALUE 0.
       01  ITEM-IDX   PIC 9(04).
       01  PAIR-IDX   PIC 9(04).
       01  FILE-START-COUNT PIC 9(04) VALUE 0.
       01  ITEMS-FULL-SWITCH PIC X VALUE "N".
         88  ITEMS-FULL VALUE "Y".
      * Bereits uebernommene Dateien (Seite, Bank, Stichtag).
       01  DONE-TABLE.
         05  DONE-ENTRY OCCURS 3000 TIMES.
           10  DN-SIDE   PIC X(01).
           10  DN-BANKID PIC 9(5).
           10  DN-DATE   PIC 9(8).
       01  DONE-COUNT PIC 9(04) VALUE 0.
       01  DONE-IDX   PIC 9(04).
       01  DONE-SWITCH PIC X VALUE "N".
         88  FILE-DONE VALUE "Y".
       01  CURRENT-BANK PIC 9(5) VALUE 0.
       01  CURRENT-SIDE PIC X(01) VALUE SPACE.
       01  FILE-DATE    PIC 9(8) VALUE 0.
       01  FILE-COUNT   PIC 9(8) VALUE 0.
       01  FILE-TOTAL   PIC 9(12)V99 VALUE 0.
       01  FILE-STATE-SWITCH PIC X VALUE "N".
         88  FILE-HEADER-SEEN  VALUE "H".
         88  FILE-TRAILER-SEEN VALUE "T".
       01  FILE-BAD-SWITCH PIC X VALUE "N".
         88  FILE-BAD VALUE "Y".
       01  FILES-TAKEN    PIC 9(04) VALUE 0.
       01  FILES-REFUSED  PIC 9(04) VALUE 0.
       01  BANKS-CHECKED  PIC 9(04) VALUE 0.
      * Referenz aus dem Referenzfeld wie im Abstimmungslauf der
      * Haustransfers.
       01  REF-WORK    PIC X(16).
       01  REF-FOUND-SWITCH PIC X VALUE "N".
         88  REF-FOUND VALUE "Y".
       01  SCAN-POS    PIC 9(02).
       01  REF-LEN     PIC 9(02).
       01  ITEM-AGE    PIC 9(4) VALUE 0.
       01  OLDEST-AGE  PIC 9(4) VALUE 0.
       01  PAIRED-COUNT     PIC 9(04) VALUE 0.
       01  MISSING-THEIRS   PIC 9(04) VALUE 0.
       01  MISSING-OURS     PIC 9(04) VALUE 0.
       01  DIFF-COUNT       PIC 9(04) VALUE 0.
       01  REPORT-LINE  PIC X(120).
       01  RL-AMOUNT    PIC Z(9)9.99.
       01  RL-AMOUNT-2  PIC Z(9)9.99.
       01  RL-AGE       PIC Z(3)9.
       01  RL-BREAK     PIC X(20).

       PROCEDURE DIVISION.
           PERFORM LOAD-GEN-DATE
           OPEN INPUT BANKMAST-IN
           IF BANKMAST-IN-FILE-STATUS NOT = "00"
               DISPLAY "*** bankmast.txt fehlt - keine Gegenbanken"
                   " abzustimmen ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-OPEN-ITEMS
           PERFORM LOAD-DONE-FILES
           OPEN EXTEND NOSTDONE-OUT
           IF NOSTDONE-OUT-FILE-STATUS NOT = "00"
               OPEN OUTPUT NOSTDONE-OUT
           END-IF
           PERFORM UNTIL BANKMAST-EOF
               READ BANKMAST-IN
                   AT END SET BANKMAST-EOF TO TRUE
                   NOT AT END
                       MOVE BK-BANKID-F TO CURRENT-BANK
                       ADD 1 TO BANKS-CHECKED
                       MOVE "U" TO CURRENT-SIDE
                       MOVE SPACES TO SETTLE-IN-NAME
                       STRING "settle_" CURRENT-BANK ".txt"
                           DELIMITED BY SIZE INTO SETTLE-IN-NAME
                       PERFORM LOAD-SETTLE-FILE
                       MOVE "G" TO CURRENT-SIDE
                       MOVE SPACES TO SETTLE-IN-NAME
                       STRING "settconf_" CURRENT-BANK ".txt"
                           DELIMITED BY SIZE INTO SETTLE-IN-NAME
                       PERFORM LOAD-SETTLE-FILE
               END-READ
           END-PERFORM
           CLOSE BANKMAST-IN
           CLOSE NOSTDONE-OUT
           PERFORM MATCH-ITEMS
           PERFORM WRITE-BREAKS
           DISPLAY "Nostro-Abstimmung " GEN-DATE ": " BANKS-CHECKED
               " Banken, " FILES-TAKEN " Dateien uebernommen, "
               FILES-REFUSED " verweigert."
           DISPLAY "  " PAIRED-COUNT " Paare geschlossen, "
               MISSING-THEIRS " fehlen bei Gegenbank, "
               MISSING-OURS " fehlen bei uns, "
               DIFF-COUNT " Betragsdifferenzen (aeltester "
               OLDEST-AGE " Tage)."
           IF FILES-REFUSED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-GEN-DATE SECTION.
      *    Das zentrale Geschaeftsdatum busdate.txt hat Vorrang vor
      *    der programmeigenen Datumsdatei.
           OPEN INPUT BUSDATE-IN
           IF BUSDATE-IN-FILE-STATUS = "00"
               READ BUSDATE-IN
                   NOT AT END MOVE BUSDATE-IN-F TO GEN-DATE
               END-READ
               CLOSE BUSDATE-IN
           END-IF
           IF GEN-DATE = 0
               OPEN INPUT GENDATE-IN
               IF GENDATE-IN-FILE-STATUS = "00"
                   READ GENDATE-IN
                       NOT AT END MOVE GENDATE-IN-F TO GEN-DATE
                   END-READ
                   CLOSE GENDATE-IN
               END-IF
           END-IF
           IF GEN-DATE = 0
               MOVE FUNCTION CURRENT-DATE TO RUN-DATE-DATA
               MOVE RUN-DATE-DATA(1:8) TO GEN-DATE
           END-IF

           .
       LOAD-OPEN-ITEMS SECTION.
      *    Vortagsbestand der offenen Posten; das Alter ergibt sich
      *    beim Schreiben neu aus dem Stichtag.
           OPEN INPUT NOSTOPEN-IN
           IF NOSTOPEN-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL NOSTOPEN-EOF
               READ NOSTOPEN-IN
                   AT END SET NOSTOPEN-EOF TO TRUE
                   NOT AT END
                       IF ITEM-COUNT >= 4000
                           SET ITEMS-FULL TO TRUE
                       ELSE
                           ADD 1 TO ITEM-COUNT
                           MOVE NO-SIDE-F TO NI-SIDE(ITEM-COUNT)
                           MOVE NO-BANKID-F TO NI-BANKID(ITEM-COUNT)
                           MOVE NO-REF-F TO NI-REF(ITEM-COUNT)
                           MOVE NO-ACCOUNTID-F TO
                               NI-ACCOUNTID(ITEM-COUNT)
                           MOVE NO-AMOUNT-F TO NI-AMOUNT(ITEM-COUNT)
                           MOVE NO-DRCR-F TO NI-DRCR(ITEM-COUNT)
                           MOVE NO-CURR-F TO NI-CURR(ITEM-COUNT)
                           MOVE NO-DATE-F TO NI-DATE(ITEM-COUNT)
                           MOVE SPACE TO NI-STATE(ITEM-COUNT)
                           MOVE 0 TO NI-PARTNER(ITEM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOSTOPEN-IN
           IF ITEMS-FULL
               DISPLAY "*** nostopen.txt hat mehr als 4000 Posten -"
                   " Abstimmung abgebrochen ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           .
       LOAD-DONE-FILES SECTION.
           OPEN INPUT NOSTDONE-IN
           IF NOSTDONE-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL NOSTDONE-EOF OR DONE-COUNT >= 3000
               READ NOSTDONE-IN
                   AT END SET NOSTDONE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO DONE-COUNT
                       MOVE ND-SIDE-F TO DN-SIDE(DONE-COUNT)
                       MOVE ND-BANKID-F TO DN-BANKID(DONE-COUNT)
                       MOVE ND-DATE-F TO DN-DATE(DONE-COUNT)
               END-READ
           END-PERFORM
           CLOSE NOSTDONE-IN

           .
       LOAD-SETTLE-FILE SECTION.
      *    Liest eine Weisung bzw. Bestaetigung; nur ein vollstaendig
      *    und stimmig gelesener Satzbestand bleibt in der Tabelle.
           OPEN INPUT SETTLE-IN
           IF SETTLE-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO SETTLE-EOF-SWITCH
           MOVE "N" TO FILE-STATE-SWITCH
           MOVE "N" TO FILE-BAD-SWITCH
           MOVE 0 TO FILE-DATE
           MOVE 0 TO FILE-COUNT
           MOVE 0 TO FILE-TOTAL
           MOVE ITEM-COUNT TO FILE-START-COUNT
           READ SETTLE-IN
               AT END SET SETTLE-EOF TO TRUE
           END-READ
           IF SETTLE-EOF OR SH-RECTYPE NOT = "H"
               OR SH-DATE IS NOT NUMERIC
               DISPLAY "*** " FUNCTION TRIM(SETTLE-IN-NAME)
                   ": Kopfsatz fehlt - Datei verweigert ***"
               ADD 1 TO FILES-REFUSED
               CLOSE SETTLE-IN
               EXIT SECTION
           END-IF
           MOVE SH-DATE TO FILE-DATE
           PERFORM CHECK-FILE-DONE
           IF FILE-DONE
               CLOSE SETTLE-IN
               EXIT SECTION
           END-IF
           SET FILE-HEADER-SEEN TO TRUE
           PERFORM UNTIL SETTLE-EOF OR FILE-BAD
               READ SETTLE-IN
                   AT END SET SETTLE-EOF TO TRUE
                   NOT AT END PERFORM STORE-SETTLE-RECORD
               END-READ
           END-PERFORM
           CLOSE SETTLE-IN
           IF NOT FILE-BAD AND NOT FILE-TRAILER-SEEN
               DISPLAY "*** " FUNCTION TRIM(SETTLE-IN-NAME)
                   ": Schlusssatz fehlt - Datei verweigert ***"
               SET FILE-BAD TO TRUE
           END-IF
           IF FILE-BAD
               MOVE FILE-START-COUNT TO ITEM-COUNT
               ADD 1 TO FILES-REFUSED
               EXIT SECTION
           END-IF
           ADD 1 TO FILES-TAKEN
           IF DONE-COUNT < 3000
               ADD 1 TO DONE-COUNT
               MOVE CURRENT-SIDE TO DN-SIDE(DONE-COUNT)
               MOVE CURRENT-BANK TO DN-BANKID(DONE-COUNT)
               MOVE FILE-DATE TO DN-DATE(DONE-COUNT)
           END-IF
           MOVE SPACES TO NOSTDONE-OUT-F
           MOVE CURRENT-SIDE TO ND-SIDE-O
           MOVE CURRENT-BANK TO ND-BANKID-O
           MOVE FILE-DATE TO ND-DATE-O
           WRITE NOSTDONE-OUT-F

           .
       CHECK-FILE-DONE SECTION.
           MOVE "N" TO DONE-SWITCH
           PERFORM VARYING DONE-IDX FROM 1 BY 1
               UNTIL DONE-IDX > DONE-COUNT OR FILE-DONE
               IF DN-SIDE(DONE-IDX) = CURRENT-SIDE
                   AND DN-BANKID(DONE-IDX) = CURRENT-BANK
                   AND DN-DATE(DONE-IDX) = FILE-DATE
                   SET FILE-DONE TO TRUE
               END-IF
           END-PERFORM

           .
       STORE-SETTLE-RECORD SECTION.
           IF FILE-TRAILER-SEEN
      *        Nach dem Schlusssatz darf nichts mehr folgen.
               IF SETTLE-IN-F NOT = SPACES
                   DISPLAY "*** " FUNCTION TRIM(SETTLE-IN-NAME)
                       ": Saetze nach dem Schlusssatz - Datei"
                       " verweigert ***"
                   SET FILE-BAD TO TRUE
               END-IF
               EXIT SECTION
           END-IF
           EVALUATE SD-RECTYPE
               WHEN "D"
                   IF SD-AMOUNT IS NOT NUMERIC
                       DISPLAY "*** " FUNCTION TRIM(SETTLE-IN-NAME)
                           ": Betrag nicht numerisch - Datei"
                           " verweigert ***"
                       SET FILE-BAD TO TRUE
                       EXIT SECTION
                   END-IF
                   ADD 1 TO FILE-COUNT
                   ADD SD-AMOUNT TO FILE-TOTAL
                   IF ITEM-COUNT >= 4000
                       DISPLAY "*** Postentabelle voll - "
                           FUNCTION TRIM(SETTLE-IN-NAME)
                           " verweigert ***"
                       SET FILE-BAD TO TRUE
                       EXIT SECTION
                   END-IF
                   ADD 1 TO ITEM-COUNT
                   MOVE CURRENT-SIDE TO NI-SIDE(ITEM-COUNT)
                   MOVE CURRENT-BANK TO NI-BANKID(ITEM-COUNT)
                   PERFORM EXTRACT-REFERENCE
                   MOVE REF-WORK TO NI-REF(ITEM-COUNT)
                   MOVE SD-ACCOUNTID TO NI-ACCOUNTID(ITEM-COUNT)
                   MOVE SD-AMOUNT TO NI-AMOUNT(ITEM-COUNT)
                   MOVE SD-DRCR TO NI-DRCR(ITEM-COUNT)
                   MOVE SD-CURR TO NI-CURR(ITEM-COUNT)
                   MOVE FILE-DATE TO NI-DATE(ITEM-COUNT)
                   MOVE SPACE TO NI-STATE(ITEM-COUNT)
                   MOVE 0 TO NI-PARTNER(ITEM-COUNT)
               WHEN "T"
                   SET FILE-TRAILER-SEEN TO TRUE
                   IF ST-COUNT NOT = FILE-COUNT
                       OR ST-TOTAL NOT = FILE-TOTAL
                       DISPLAY "*** " FUNCTION TRIM(SETTLE-IN-NAME)
                           ": Schlusssatz stimmt nicht - Datei"
                           " verweigert ***"
                       SET FILE-BAD TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY "*** " FUNCTION TRIM(SETTLE-IN-NAME)
                       ": unbekannte Satzart - Datei verweigert ***"
                   SET FILE-BAD TO TRUE
           END-EVALUATE

           .
       EXTRACT-REFERENCE SECTION.
      *    Sucht "REF:" im Referenzfeld und uebernimmt bis zu 16
      *    Zeichen bis zum naechsten Leerzeichen. Ohne Kennung gilt
      *    das ganze Feld (erste 16 Stellen) als Referenz.
           MOVE "N" TO REF-FOUND-SWITCH
           MOVE SPACES TO REF-WORK
           PERFORM VARYING SCAN-POS FROM 1 BY 1
               UNTIL SCAN-POS > 37 OR REF-FOUND
               IF SD-REFERENCE(SCAN-POS:4) = "REF:"
                   SET REF-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT REF-FOUND
               MOVE SD-REFERENCE(1:16) TO REF-WORK
               EXIT SECTION
           END-IF
      *    SCAN-POS steht nach der Suchschleife ein Zeichen hinter
      *    dem Fundort; ab dort beginnt die Referenz nach "REF:".
           ADD 3 TO SCAN-POS
           MOVE 0 TO REF-LEN
           PERFORM UNTIL SCAN-POS > 40
               OR REF-LEN >= 16
               OR SD-REFERENCE(SCAN-POS:1) = SPACE
               ADD 1 TO REF-LEN
               MOVE SD-REFERENCE(SCAN-POS:1) TO REF-WORK(REF-LEN:1)
               ADD 1 TO SCAN-POS
           END-PERFORM

           .
       MATCH-ITEMS SECTION.
      *    Erst je Bank Referenz und Betrag gleich: der Posten ist
      *    abgestimmt. Was danach offen bleibt und dieselbe Referenz
      *    traegt, ist eine Betragsdifferenz. Aeltere Posten stehen
      *    vorn und werden zuerst geschlossen.
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
               UNTIL ITEM-IDX > ITEM-COUNT
               IF NI-OURS(ITEM-IDX) AND NI-OPEN(ITEM-IDX)
                   PERFORM VARYING PAIR-IDX FROM 1 BY 1
                       UNTIL PAIR-IDX > ITEM-COUNT
                       OR NOT NI-OPEN(ITEM-IDX)
                       IF NI-THEIRS(PAIR-IDX) AND NI-OPEN(PAIR-IDX)
                           AND NI-BANKID(PAIR-IDX) =
                               NI-BANKID(ITEM-IDX)
                           AND NI-REF(PAIR-IDX) = NI-REF(ITEM-IDX)
                           AND NI-AMOUNT(PAIR-IDX) =
                               NI-AMOUNT(ITEM-IDX)
                           MOVE "P" TO NI-STATE(ITEM-IDX)
                           MOVE "P" TO NI-STATE(PAIR-IDX)
                           ADD 1 TO PAIRED-COUNT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
               UNTIL ITEM-IDX > ITEM-COUNT
               IF NI-OURS(ITEM-IDX) AND NI-OPEN(ITEM-IDX)
                   PERFORM VARYING PAIR-IDX FROM 1 BY 1
                       UNTIL PAIR-IDX > ITEM-COUNT
                       OR NOT NI-OPEN(ITEM-IDX)
                       IF NI-THEIRS(PAIR-IDX) AND NI-OPEN(PAIR-IDX)
                           AND NI-BANKID(PAIR-IDX) =
                               NI-BANKID(ITEM-IDX)
                           AND NI-REF(PAIR-IDX) = NI-REF(ITEM-IDX)
                           MOVE "D" TO NI-STATE(ITEM-IDX)
                           MOVE "D" TO NI-STATE(PAIR-IDX)
                           MOVE PAIR-IDX TO NI-PARTNER(ITEM-IDX)
                           MOVE ITEM-IDX TO NI-PARTNER(PAIR-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           .
       WRITE-BREAKS SECTION.
      *    Alle nicht gepaarten Posten (auch Betragsdifferenzen)
      *    bleiben mit ihrem Stichtag in nostopen.txt stehen.
           OPEN OUTPUT NOSTOPEN-OUT
           OPEN OUTPUT NOSTRPT-OUT
           MOVE SPACES TO REPORT-LINE
           STRING "Nostro-Abstimmung Stichtag " GEN-DATE
               " - Differenzen nach Bank und Alter"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE NOSTRPT-OUT-F FROM REPORT-LINE
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
               UNTIL ITEM-IDX > ITEM-COUNT
               IF NOT NI-PAIRED(ITEM-IDX)
                   PERFORM COMPUTE-ITEM-AGE
                   MOVE SPACES TO NOSTOPEN-OUT-F
                   MOVE NI-SIDE(ITEM-IDX) TO NO-SIDE-O
                   MOVE NI-BANKID(ITEM-IDX) TO NO-BANKID-O
                   MOVE NI-REF(ITEM-IDX) TO NO-REF-O
                   MOVE NI-ACCOUNTID(ITEM-IDX) TO NO-ACCOUNTID-O
                   MOVE NI-AMOUNT(ITEM-IDX) TO NO-AMOUNT-O
                   MOVE NI-DRCR(ITEM-IDX) TO NO-DRCR-O
                   MOVE NI-CURR(ITEM-IDX) TO NO-CURR-O
                   MOVE NI-DATE(ITEM-IDX) TO NO-DATE-O
                   MOVE ITEM-AGE TO NO-AGE-O
                   WRITE NOSTOPEN-OUT-F
                   PERFORM WRITE-BREAK-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "Summe: " MISSING-THEIRS " fehlen bei Gegenbank, "
               MISSING-OURS " fehlen bei uns, "
               DIFF-COUNT " Betragsdifferenzen"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE NOSTRPT-OUT-F FROM REPORT-LINE
           CLOSE NOSTOPEN-OUT
           CLOSE NOSTRPT-OUT

           .
       COMPUTE-ITEM-AGE SECTION.
           MOVE 0 TO ITEM-AGE
           IF NI-DATE(ITEM-IDX) IS NUMERIC
               AND NI-DATE(ITEM-IDX) > 16010101
               AND NI-DATE(ITEM-IDX) < GEN-DATE
               COMPUTE ITEM-AGE =
                   FUNCTION INTEGER-OF-DATE(GEN-DATE)
                   - FUNCTION INTEGER-OF-DATE(NI-DATE(ITEM-IDX))
           END-IF
           IF ITEM-AGE > OLDEST-AGE
               MOVE ITEM-AGE TO OLDEST-AGE
           END-IF

           .
       WRITE-BREAK-LINE SECTION.
      *    Eine Betragsdifferenz wird einmal beim eigenen Posten
      *    berichtet, mit dem Betrag der Gegenbank daneben.
           MOVE NI-AMOUNT(ITEM-IDX) TO RL-AMOUNT
           MOVE ITEM-AGE TO RL-AGE
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN NI-DIFF(ITEM-IDX) AND NI-THEIRS(ITEM-IDX)
                   EXIT SECTION
               WHEN NI-DIFF(ITEM-IDX)
                   ADD 1 TO DIFF-COUNT
                   MOVE NI-AMOUNT(NI-PARTNER(ITEM-IDX))
                       TO RL-AMOUNT-2
                   STRING "BETRAGSDIFFERENZ     Bank "
                       NI-BANKID(ITEM-IDX)
                       " Ref " NI-REF(ITEM-IDX)
                       " Betrag " RL-AMOUNT
                       " Gegenbank " RL-AMOUNT-2
                       " " NI-CURR(ITEM-IDX)
                       " Alter " RL-AGE " Tage"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   IF NI-OURS(ITEM-IDX)
                       ADD 1 TO MISSING-THEIRS
                       MOVE "FEHLT BEI GEGENBANK" TO RL-BREAK
                   ELSE
                       ADD 1 TO MISSING-OURS
                       MOVE "FEHLT BEI UNS" TO RL-BREAK
                   END-IF
                   STRING RL-BREAK " Bank " NI-BANKID(ITEM-IDX)
                       " Ref " NI-REF(ITEM-IDX)
                       " Konto " NI-ACCOUNTID(ITEM-IDX)
                       " Betrag " RL-AMOUNT
                       " " NI-DRCR(ITEM-IDX)
                       " " NI-CURR(ITEM-IDX)
                       " Alter " RL-AGE " Tage"
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           WRITE NOSTRPT-OUT-F FROM REPORT-LINE

           .
