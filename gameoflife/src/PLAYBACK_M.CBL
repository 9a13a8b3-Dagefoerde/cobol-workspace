      * Ende (A); E beendet. Die Feldgroesse kommt wie beim
      * Hauptprogramm aus boardsize.txt (bis 500x500; dafuer sind
      * hoechstens 100 Generationen im Speicher).
      * B schreibt die angezeigte Generation als Bild (PBM bzw. im
      * Zwei-Arten-Modus PGM wie beim Hauptprogramm); mit
      * imagemode.txt ("generation intervall zellgroesse") werden
      * die passenden Journal-Generationen gleich beim Laden als
      * Bilder geschrieben.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TICKRATE-IN ASSIGN TO "tickrate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TICKRATE-IN-FILE-STATUS.
           SELECT IMAGEMODE-IN ASSIGN TO "imagemode.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IMAGEMODE-IN-FILE-STATUS.
           SELECT IMAGE-OUT ASSIGN TO IMAGE-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IMAGE-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-IN.
       01  BOARDSIZE-IN-F PIC X(3).
       FD  TICKRATE-IN.
       01  TICKRATE-IN-F PIC 9(5).
       FD  IMAGEMODE-IN.
       01  IMAGEMODE-IN-F PIC X(30).
       FD  IMAGE-OUT.
       01  IMAGE-OUT-F PIC X(70).
       WORKING-STORAGE SECTION.
       01  JOURNAL-IN-FILE-STATUS PIC X(02).
       01  BOARDSIZE-IN-FILE-STATUS PIC X(02).
         88  KommandoVor      VALUE "V" "v".
         88  KommandoZurueck  VALUE "Z" "z".
         88  KommandoAuto     VALUE "A" "a".
         88  KommandoBild     VALUE "B" "b".
         88  KommandoEnde     VALUE "E" "e".
      * Bildausgabe wie im Hauptprogramm; die Regel kommt aus der
      * GEN-Kopfzeile, der Zwei-Arten-Modus gilt, sobald das Journal
      * eine 2 enthaelt.
       01  IMAGEMODE-IN-FILE-STATUS PIC X(02).
       01  IMAGE-OUT-FILE-STATUS PIC X(02).
       01  IMAGE-OUT-NAME PIC X(20).
       01  BILD-MODUS-SWITCH PIC X VALUE "N".
         88  BildModus VALUE "J".
       01  ZWEI-SPEZIES-SWITCH PIC X VALUE "N".
         88  ZweiSpezies VALUE "J".
       01  REGEL-TEXT PIC X(20) VALUE SPACE.
       01  X-ANZAHL PIC 9(3).
       01  BILD-EINGABE.
         05  BI-TEXT PIC X(10) OCCURS 3.
       01  BI-GENERATION PIC 9(6) VALUE 0.
       01  BI-INTERVALL PIC 9(6) VALUE 0.
       01  BI-ZELLGROESSE PIC 99 VALUE 4.
       01  BI-BREITE PIC 9(5).
       01  BI-BREITE-TEXT PIC Z(4)9.
       01  BI-WIEDERHOLUNG PIC 99.
       01  BI-PIXEL PIC 99.
       01  BI-ZEICHEN PIC X.
       01  BI-POS PIC 99.
       01  BI-ZEILE PIC X(70).
       01  BI-ZELLE PIC X.
       01  COLIDX PIC 9(3).

       PROCEDURE DIVISION.
           PERFORM Lade-Boardgroesse
                   " mit journalmode.txt aufzeichnen."
               STOP RUN
           END-IF
           PERFORM Lade-Bildmodus
           IF BildModus
               PERFORM VARYING AKTUELL FROM 1 BY 1
                   UNTIL AKTUELL > GENERATIONEN-ANZAHL
                   PERFORM Pruefe-Bild
               END-PERFORM
               MOVE 1 TO AKTUELL
           END-IF
           PERFORM Zeige-Generation
           PERFORM UNTIL KommandoEnde
               DISPLAY "V=vor Z=zurueck A=Automatik B=Bild E=Ende:"
               ACCEPT KOMMANDO
               EVALUATE TRUE
                   WHEN KommandoVor
                           call "CBL_GC_NANOSLEEP" using TICK-NANOS
                               end-call
                       END-PERFORM
                   WHEN KommandoBild
                       PERFORM Schreibe-Bild
                       DISPLAY "Bild " FUNCTION TRIM(IMAGE-OUT-NAME)
                           " geschrieben."
                   WHEN KommandoEnde
                       CONTINUE
                   WHEN OTHER
               ADD 1 TO GENERATIONEN-ANZAHL
               MOVE JOURNAL-IN-F(5:6) TO
                   GE-NUMMER(GENERATIONEN-ANZAHL)
               MOVE JOURNAL-IN-F(12:20) TO REGEL-TEXT
               MOVE 0 TO ROWIDX
           ELSE
               IF GENERATIONEN-ANZAHL > 0 AND ROWIDX < BOARD-SIZE
                   ADD 1 TO ROWIDX
                   MOVE JOURNAL-IN-F TO
                       GE-ZEILE(GENERATIONEN-ANZAHL, ROWIDX)
                   MOVE 0 TO X-ANZAHL
                   INSPECT JOURNAL-IN-F(1:BOARD-SIZE)
                       TALLYING X-ANZAHL FOR ALL "2"
                   IF X-ANZAHL > 0
                       SET ZweiSpezies TO TRUE
                   END-IF
               END-IF
           END-IF
           .
               DISPLAY ANZEIGE-ZEILE(1:BOARD-SIZE)
           END-PERFORM
           .

       Lade-Bildmodus SECTION.
           OPEN INPUT IMAGEMODE-IN
           IF IMAGEMODE-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           SET BildModus TO TRUE
           MOVE SPACES TO BILD-EINGABE
           READ IMAGEMODE-IN
               NOT AT END
                   UNSTRING IMAGEMODE-IN-F DELIMITED BY ALL SPACE
                       INTO BI-TEXT(1) BI-TEXT(2) BI-TEXT(3)
                   END-UNSTRING
           END-READ
           CLOSE IMAGEMODE-IN
           IF BI-TEXT(1) NOT = SPACE
               MOVE FUNCTION NUMVAL(BI-TEXT(1)) TO BI-GENERATION
           END-IF
           IF BI-TEXT(2) NOT = SPACE
               MOVE FUNCTION NUMVAL(BI-TEXT(2)) TO BI-INTERVALL
           END-IF
           IF BI-TEXT(3) NOT = SPACE
               MOVE FUNCTION NUMVAL(BI-TEXT(3)) TO BI-ZELLGROESSE
           END-IF
           IF BI-ZELLGROESSE = 0 OR BI-ZELLGROESSE > 20
               MOVE 4 TO BI-ZELLGROESSE
           END-IF
           .

       Pruefe-Bild SECTION.
           IF GE-NUMMER(AKTUELL) = BI-GENERATION
               OR (BI-INTERVALL > 0
                   AND FUNCTION MOD(GE-NUMMER(AKTUELL), BI-INTERVALL)
                       = 0)
               PERFORM Schreibe-Bild
           END-IF
           .

       Schreibe-Bild SECTION.
      * Wie im Hauptprogramm, nur aus den 0/1/2-Zeilen der
      * Journal-Generation AKTUELL.
           MOVE SPACES TO IMAGE-OUT-NAME
           IF ZweiSpezies
               STRING "gen" GE-NUMMER(AKTUELL) ".pgm"
                   DELIMITED BY SIZE INTO IMAGE-OUT-NAME
           ELSE
               STRING "gen" GE-NUMMER(AKTUELL) ".pbm"
                   DELIMITED BY SIZE INTO IMAGE-OUT-NAME
           END-IF
           OPEN OUTPUT IMAGE-OUT
           IF IMAGE-OUT-FILE-STATUS NOT = "00"
               DISPLAY "Bild " IMAGE-OUT-NAME " nicht schreibbar."
               EXIT SECTION
           END-IF
           IF ZweiSpezies
               WRITE IMAGE-OUT-F FROM "P2"
           ELSE
               WRITE IMAGE-OUT-F FROM "P1"
           END-IF
           MOVE SPACES TO IMAGE-OUT-F
           STRING "# Generation " GE-NUMMER(AKTUELL)
               " Regel " REGEL-TEXT
               DELIMITED BY SIZE INTO IMAGE-OUT-F
           WRITE IMAGE-OUT-F
           COMPUTE BI-BREITE = BOARD-SIZE * BI-ZELLGROESSE
           MOVE BI-BREITE TO BI-BREITE-TEXT
           MOVE SPACES TO IMAGE-OUT-F
           STRING FUNCTION TRIM(BI-BREITE-TEXT) " "
               FUNCTION TRIM(BI-BREITE-TEXT)
               DELIMITED BY SIZE INTO IMAGE-OUT-F
           WRITE IMAGE-OUT-F
           IF ZweiSpezies
               WRITE IMAGE-OUT-F FROM "2"
           END-IF
           PERFORM VARYING ROWIDX FROM 1 BY 1
               UNTIL ROWIDX > BOARD-SIZE
               PERFORM VARYING BI-WIEDERHOLUNG FROM 1 BY 1
                   UNTIL BI-WIEDERHOLUNG > BI-ZELLGROESSE
                   MOVE SPACES TO BI-ZEILE
                   MOVE 1 TO BI-POS
                   PERFORM VARYING COLIDX FROM 1 BY 1
                       UNTIL COLIDX > BOARD-SIZE
                       MOVE GE-ZEILE(AKTUELL, ROWIDX)(COLIDX:1)
                           TO BI-ZELLE
                       EVALUATE TRUE
                           WHEN NOT ZweiSpezies AND BI-ZELLE = "0"
                               MOVE "0" TO BI-ZEICHEN
                           WHEN NOT ZweiSpezies
                               MOVE "1" TO BI-ZEICHEN
                           WHEN BI-ZELLE = "0"
                               MOVE "2" TO BI-ZEICHEN
                           WHEN BI-ZELLE = "2"
                               MOVE "1" TO BI-ZEICHEN
                           WHEN OTHER
                               MOVE "0" TO BI-ZEICHEN
                       END-EVALUATE
                       PERFORM Schreibe-Bildpixel
                   END-PERFORM
                   IF BI-POS > 1
                       WRITE IMAGE-OUT-F FROM BI-ZEILE
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE IMAGE-OUT
           .

       Schreibe-Bildpixel SECTION.
           PERFORM VARYING BI-PIXEL FROM 1 BY 1
               UNTIL BI-PIXEL > BI-ZELLGROESSE
               MOVE BI-ZEICHEN TO BI-ZEILE(BI-POS:1)
               ADD 2 TO BI-POS
               IF BI-POS > 69
                   WRITE IMAGE-OUT-F FROM BI-ZEILE
                   MOVE SPACES TO BI-ZEILE
                   MOVE 1 TO BI-POS
               END-IF
           END-PERFORM
           .
