       IDENTIFICATION DIVISION.
       PROGRAM-ID.  OHCEWRD_M.
      *****************************************************************
      * Pflege der Woerterliste wordlist.txt, aus der OHCE_M die
      * Spiegelwoerter und die Anagramme sucht. Beim Laden wird jeder
      * Eintrag wie in NORMALIZE-ORIGINAL aufbereitet (Leerzeichen
      * entfernt, Grossschreibung, Akzente bleiben unveraendert),
      * Doppelte fallen weg und die Liste wird sortiert. Befehle:
      * L = Liste anzeigen, A = Wort aufnehmen, D = Wort loeschen,
      * I = Sammelimport aus wordimport.txt (ein Wort je Zeile,
      * gleiche Aufbereitung), S = Statistik (Woerter je Laenge in
      * Zeichen und die Woerter, die rueckwaerts gelesen sich selbst
      * ergeben; auch nach wordstats.txt), E = Ende. Wurde etwas
      * geaendert oder bereinigt, wird die Liste sortiert
      * zurueckgeschrieben.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORDLIST-IN ASSIGN TO "wordlist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORDLIST-IN-FILE-STATUS.
           SELECT WORDLIST-OUT ASSIGN TO "wordlist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORDLIST-OUT-FILE-STATUS.
           SELECT IMPORT-IN ASSIGN TO "wordimport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IMPORT-IN-FILE-STATUS.
           SELECT STATS-OUT ASSIGN TO "wordstats.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATS-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WORDLIST-IN.
       01  WORDLIST-IN-F PIC X(80).
       FD  WORDLIST-OUT.
       01  WORDLIST-OUT-F PIC X(30).
       FD  IMPORT-IN.
       01  IMPORT-IN-F PIC X(80).
       FD  STATS-OUT.
       01  STATS-OUT-F PIC X(80).
       WORKING-STORAGE SECTION.
       01  WORDLIST-IN-FILE-STATUS PIC X(02).
       01  WORDLIST-OUT-FILE-STATUS PIC X(02).
       01  IMPORT-IN-FILE-STATUS PIC X(02).
       01  STATS-OUT-FILE-STATUS PIC X(02).
       01  EINGABE-EOF-SWITCH PIC X VALUE "N".
        88 EingabeEof VALUE "J".
      *    Woerterliste wie in OHCE_M: hoechstens 500 Eintraege zu
      *    30 Stellen, hier stets sortiert und ohne Doppelte.
       01  WORT-TABELLE.
         05  WORT-EINTRAG OCCURS 500 TIMES PIC X(30).
       01  WORT-ANZAHL PIC 9(3) VALUE 0.
       01  WORT-IDX PIC 9(3).
       01  WORT-IDX2 PIC 9(3).
       01  SORT-TAUSCH PIC X(30).
       01  GEAENDERT-SWITCH PIC X VALUE "N".
        88 ListeGeaendert VALUE "J".
       01  GEFUNDEN-SWITCH PIC X VALUE "N".
        88 WortGefunden VALUE "J".
       01  BEFEHL PIC X(01).
        88 BefehlListe     VALUE "L" "l".
        88 BefehlAufnehmen VALUE "A" "a".
        88 BefehlLoeschen  VALUE "D" "d".
        88 BefehlImport    VALUE "I" "i".
        88 BefehlStatistik VALUE "S" "s".
        88 BefehlEnde      VALUE "E" "e".
      *    Aufbereitung wie NORMALIZE-ORIGINAL in OHCE_M.
       01  ROH-WORT.
         05  ROH-BYTE OCCURS 80 PIC X.
       01  NORM-WORT PIC X(80).
       01  NORM-IDX PIC 99.
       01  NORM-AUS PIC 99.
       01  ERGEBNIS-SWITCH PIC X VALUE SPACE.
        88 ErgebnisNeu      VALUE "N".
        88 ErgebnisDoppelt  VALUE "D".
        88 ErgebnisLeer     VALUE "0".
        88 ErgebnisZuLang   VALUE "L".
        88 ErgebnisVoll     VALUE "V".
       01  LADE-ZAEHLER.
         05  LZ-GELESEN   PIC 9(4) VALUE 0.
         05  LZ-NEU       PIC 9(4) VALUE 0.
         05  LZ-DOPPELT   PIC 9(4) VALUE 0.
         05  LZ-VERWORFEN PIC 9(4) VALUE 0.
         05  LZ-BEREINIGT PIC 9(4) VALUE 0.
      *    Statistik: Laenge in Zeichen, UTF-8-Folgebytes zaehlen
      *    nicht mit; die Umkehrung dreht ganze Zeichen wie
      *    DO-REVERSE.
       01  LAENGEN-TABELLE.
         05  LAENGEN-ANZAHL OCCURS 30 TIMES PIC 9(3).
       01  LAENGE-IDX PIC 99.
       01  ZEICHEN-ZAHL PIC 99.
       01  BYTE-ZAHL PIC 99.
       01  BYTE-IDX PIC 99.
       01  ZEICHEN-LAENGE PIC 9.
       01  UMKEHR-POS PIC 99.
       01  UMKEHR-WORT PIC X(30).
       01  PALINDROM-ANZAHL PIC 9(3) VALUE 0.
       01  STAT-ZEILE PIC X(80).
       01  SZ-ZAHL PIC ZZ9.
       01  SZ-LAENGE PIC Z9.

       PROCEDURE DIVISION.
           PERFORM LADE-WORTLISTE
           DISPLAY "Woerterliste: " WORT-ANZAHL " Woerter."
           IF LZ-BEREINIGT > 0
               DISPLAY "Beim Laden bereinigt: " LZ-BEREINIGT
                   " Eintraege (Schreibung, Doppelte, Leerzeilen)."
           END-IF
           PERFORM UNTIL BefehlEnde
               DISPLAY "L=Liste A=Aufnehmen D=Loeschen I=Import "
                   "S=Statistik E=Ende:"
               ACCEPT BEFEHL
               EVALUATE TRUE
                   WHEN BefehlListe
                       PERFORM ZEIGE-LISTE
                   WHEN BefehlAufnehmen
                       PERFORM NIMM-WORT-AUF
                   WHEN BefehlLoeschen
                       PERFORM LOESCHE-WORT
                   WHEN BefehlImport
                       PERFORM IMPORTIERE-WOERTER
                   WHEN BefehlStatistik
                       PERFORM SCHREIBE-STATISTIK
                   WHEN BefehlEnde
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Unbekannter Befehl."
               END-EVALUATE
           END-PERFORM
           IF ListeGeaendert
               PERFORM SPEICHERE-WORTLISTE
               DISPLAY "wordlist.txt geschrieben: " WORT-ANZAHL
                   " Woerter."
           END-IF
           GOBACK.

       LADE-WORTLISTE SECTION.
      *    Jede Zeile laeuft durch dieselbe Aufnahme wie ein neues
      *    Wort; was dabei wegfaellt oder anders geschrieben wird,
      *    zaehlt als bereinigt und loest das Zurueckschreiben aus.
           OPEN INPUT WORDLIST-IN
           IF WORDLIST-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO EINGABE-EOF-SWITCH
           PERFORM UNTIL EingabeEof
               READ WORDLIST-IN
                   AT END SET EingabeEof TO TRUE
                   NOT AT END
                       MOVE WORDLIST-IN-F TO ROH-WORT
                       PERFORM NORMALISIERE-WORT
                       PERFORM UEBERNIMM-WORT
                       IF NOT ErgebnisNeu
                           OR NORM-WORT NOT = WORDLIST-IN-F
                           ADD 1 TO LZ-BEREINIGT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORDLIST-IN
           IF LZ-BEREINIGT > 0
               SET ListeGeaendert TO TRUE
           END-IF
      *    Auch eine sauber geschriebene, aber unsortierte Liste
      *    wird neu geschrieben.
           PERFORM VARYING WORT-IDX FROM 2 BY 1
               UNTIL WORT-IDX > WORT-ANZAHL
               IF WORT-EINTRAG(WORT-IDX) < WORT-EINTRAG(WORT-IDX - 1)
                   SET ListeGeaendert TO TRUE
               END-IF
           END-PERFORM
           PERFORM SORTIERE-LISTE
           .

       NORMALISIERE-WORT SECTION.
      *    Baut NORM-WORT aus ROH-WORT ohne Leerzeichen und in
      *    Grossbuchstaben auf, genau wie NORMALIZE-ORIGINAL.
           MOVE SPACES TO NORM-WORT
           MOVE 0 TO NORM-AUS
           PERFORM VARYING NORM-IDX FROM 1 BY 1 UNTIL NORM-IDX > 80
               IF ROH-BYTE(NORM-IDX) NOT = SPACE
                   ADD 1 TO NORM-AUS
                   MOVE FUNCTION UPPER-CASE(ROH-BYTE(NORM-IDX))
                       TO NORM-WORT(NORM-AUS:1)
               END-IF
           END-PERFORM
           .

       UEBERNIMM-WORT SECTION.
      *    NORM-WORT in die Tabelle aufnehmen, sofern es nicht leer,
      *    nicht zu lang, nicht schon vorhanden und noch Platz ist.
      *    Die Sortierung folgt getrennt in SORTIERE-LISTE.
           EVALUATE TRUE
               WHEN NORM-WORT = SPACE
                   SET ErgebnisLeer TO TRUE
               WHEN NORM-WORT(31:50) NOT = SPACE
                   SET ErgebnisZuLang TO TRUE
                   ADD 1 TO LZ-VERWORFEN
               WHEN OTHER
                   PERFORM SUCHE-WORT
                   EVALUATE TRUE
                       WHEN WortGefunden
                           SET ErgebnisDoppelt TO TRUE
                           ADD 1 TO LZ-DOPPELT
                       WHEN WORT-ANZAHL >= 500
                           SET ErgebnisVoll TO TRUE
                           ADD 1 TO LZ-VERWORFEN
                       WHEN OTHER
                           SET ErgebnisNeu TO TRUE
                           ADD 1 TO WORT-ANZAHL
                           MOVE NORM-WORT(1:30) TO
                               WORT-EINTRAG(WORT-ANZAHL)
                           ADD 1 TO LZ-NEU
                   END-EVALUATE
           END-EVALUATE
           .

       SUCHE-WORT SECTION.
      *    WORT-IDX zeigt danach auf den Eintrag NORM-WORT(1:30).
           MOVE "N" TO GEFUNDEN-SWITCH
           PERFORM VARYING WORT-IDX FROM 1 BY 1
               UNTIL WORT-IDX > WORT-ANZAHL OR WortGefunden
               IF WORT-EINTRAG(WORT-IDX) = NORM-WORT(1:30)
                   SET WortGefunden TO TRUE
               END-IF
           END-PERFORM
           IF WortGefunden
               SUBTRACT 1 FROM WORT-IDX
           END-IF
           .

       SORTIERE-LISTE SECTION.
      *    Einfache Austauschsortierung, aufsteigend.
           PERFORM VARYING WORT-IDX FROM 1 BY 1
               UNTIL WORT-IDX >= WORT-ANZAHL
               PERFORM VARYING WORT-IDX2 FROM 1 BY 1
                   UNTIL WORT-IDX2 > WORT-ANZAHL - WORT-IDX
                   IF WORT-EINTRAG(WORT-IDX2) >
                       WORT-EINTRAG(WORT-IDX2 + 1)
                       MOVE WORT-EINTRAG(WORT-IDX2) TO SORT-TAUSCH
                       MOVE WORT-EINTRAG(WORT-IDX2 + 1) TO
                           WORT-EINTRAG(WORT-IDX2)
                       MOVE SORT-TAUSCH TO
                           WORT-EINTRAG(WORT-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       ZEIGE-LISTE SECTION.
           PERFORM VARYING WORT-IDX FROM 1 BY 1
               UNTIL WORT-IDX > WORT-ANZAHL
               DISPLAY WORT-IDX " "
                   FUNCTION TRIM(WORT-EINTRAG(WORT-IDX))
           END-PERFORM
           DISPLAY WORT-ANZAHL " Woerter."
           .

       NIMM-WORT-AUF SECTION.
           DISPLAY "Neues Wort:"
           MOVE SPACES TO ROH-WORT
           ACCEPT ROH-WORT
           PERFORM NORMALISIERE-WORT
           PERFORM UEBERNIMM-WORT
           EVALUATE TRUE
               WHEN ErgebnisNeu
                   PERFORM SORTIERE-LISTE
                   SET ListeGeaendert TO TRUE
                   DISPLAY FUNCTION TRIM(NORM-WORT) " aufgenommen."
               WHEN ErgebnisDoppelt
                   DISPLAY FUNCTION TRIM(NORM-WORT)
                       " steht schon in der Liste."
               WHEN ErgebnisZuLang
                   DISPLAY "Zu lang - hoechstens 30 Stellen."
               WHEN ErgebnisVoll
                   DISPLAY "Liste voll - hoechstens 500 Woerter."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       LOESCHE-WORT SECTION.
           DISPLAY "Zu loeschendes Wort:"
           MOVE SPACES TO ROH-WORT
           ACCEPT ROH-WORT
           PERFORM NORMALISIERE-WORT
           PERFORM SUCHE-WORT
           IF NOT WortGefunden OR NORM-WORT = SPACE
               DISPLAY FUNCTION TRIM(NORM-WORT)
                   " steht nicht in der Liste."
               EXIT SECTION
           END-IF
      *    Nachfolgende Eintraege ruecken auf, die Ordnung bleibt.
           PERFORM VARYING WORT-IDX2 FROM WORT-IDX BY 1
               UNTIL WORT-IDX2 >= WORT-ANZAHL
               MOVE WORT-EINTRAG(WORT-IDX2 + 1) TO
                   WORT-EINTRAG(WORT-IDX2)
           END-PERFORM
           MOVE SPACES TO WORT-EINTRAG(WORT-ANZAHL)
           SUBTRACT 1 FROM WORT-ANZAHL
           SET ListeGeaendert TO TRUE
           DISPLAY FUNCTION TRIM(NORM-WORT) " geloescht."
           .

       IMPORTIERE-WOERTER SECTION.
           OPEN INPUT IMPORT-IN
           IF IMPORT-IN-FILE-STATUS NOT = "00"
               DISPLAY "Keine wordimport.txt vorhanden."
               EXIT SECTION
           END-IF
           INITIALIZE LADE-ZAEHLER
           MOVE "N" TO EINGABE-EOF-SWITCH
           PERFORM UNTIL EingabeEof
               READ IMPORT-IN
                   AT END SET EingabeEof TO TRUE
                   NOT AT END
                       ADD 1 TO LZ-GELESEN
                       MOVE IMPORT-IN-F TO ROH-WORT
                       PERFORM NORMALISIERE-WORT
                       PERFORM UEBERNIMM-WORT
               END-READ
           END-PERFORM
           CLOSE IMPORT-IN
           IF LZ-NEU > 0
               PERFORM SORTIERE-LISTE
               SET ListeGeaendert TO TRUE
           END-IF
           DISPLAY "Import: " LZ-GELESEN " Zeilen, " LZ-NEU " neu, "
               LZ-DOPPELT " doppelt, " LZ-VERWORFEN
               " verworfen (zu lang oder Liste voll)."
           .

       SCHREIBE-STATISTIK SECTION.
           OPEN OUTPUT STATS-OUT
           INITIALIZE LAENGEN-TABELLE
           MOVE 0 TO PALINDROM-ANZAHL
           MOVE SPACES TO STAT-ZEILE
           STRING "Statistik der Woerterliste: " WORT-ANZAHL
               " Woerter" DELIMITED BY SIZE INTO STAT-ZEILE
           PERFORM SCHREIBE-STAT-ZEILE
           PERFORM VARYING WORT-IDX FROM 1 BY 1
               UNTIL WORT-IDX > WORT-ANZAHL
               PERFORM ZAEHLE-ZEICHEN
               IF ZEICHEN-ZAHL > 0
                   ADD 1 TO LAENGEN-ANZAHL(ZEICHEN-ZAHL)
               END-IF
           END-PERFORM
           MOVE "Woerter je Laenge:" TO STAT-ZEILE
           PERFORM SCHREIBE-STAT-ZEILE
           PERFORM VARYING LAENGE-IDX FROM 1 BY 1
               UNTIL LAENGE-IDX > 30
               IF LAENGEN-ANZAHL(LAENGE-IDX) > 0
                   MOVE LAENGE-IDX TO SZ-LAENGE
                   MOVE LAENGEN-ANZAHL(LAENGE-IDX) TO SZ-ZAHL
                   MOVE SPACES TO STAT-ZEILE
                   STRING "  " SZ-LAENGE " Zeichen: " SZ-ZAHL
                       DELIMITED BY SIZE INTO STAT-ZEILE
                   PERFORM SCHREIBE-STAT-ZEILE
               END-IF
           END-PERFORM
           MOVE "Rueckwaerts gleich:" TO STAT-ZEILE
           PERFORM SCHREIBE-STAT-ZEILE
           PERFORM VARYING WORT-IDX FROM 1 BY 1
               UNTIL WORT-IDX > WORT-ANZAHL
               PERFORM KEHRE-WORT-UM
               IF UMKEHR-WORT = WORT-EINTRAG(WORT-IDX)
                   ADD 1 TO PALINDROM-ANZAHL
                   MOVE SPACES TO STAT-ZEILE
                   STRING "  " WORT-EINTRAG(WORT-IDX)
                       DELIMITED BY SIZE INTO STAT-ZEILE
                   PERFORM SCHREIBE-STAT-ZEILE
               END-IF
           END-PERFORM
           MOVE PALINDROM-ANZAHL TO SZ-ZAHL
           MOVE SPACES TO STAT-ZEILE
           STRING "  zusammen " SZ-ZAHL " Woerter"
               DELIMITED BY SIZE INTO STAT-ZEILE
           PERFORM SCHREIBE-STAT-ZEILE
           CLOSE STATS-OUT
           .

       SCHREIBE-STAT-ZEILE SECTION.
           DISPLAY FUNCTION TRIM(STAT-ZEILE TRAILING)
           WRITE STATS-OUT-F FROM STAT-ZEILE
           .

       ZAEHLE-ZEICHEN SECTION.
      *    Belegte Bytes und Zeichen des Eintrags WORT-IDX; Bytes
      *    X'80' bis X'BF' setzen ein UTF-8-Zeichen nur fort.
           MOVE 30 TO BYTE-ZAHL
           PERFORM UNTIL BYTE-ZAHL = 0
               OR WORT-EINTRAG(WORT-IDX)(BYTE-ZAHL:1) NOT = SPACE
               SUBTRACT 1 FROM BYTE-ZAHL
           END-PERFORM
           MOVE 0 TO ZEICHEN-ZAHL
           PERFORM VARYING BYTE-IDX FROM 1 BY 1
               UNTIL BYTE-IDX > BYTE-ZAHL
               IF WORT-EINTRAG(WORT-IDX)(BYTE-IDX:1) < X'80'
                   OR WORT-EINTRAG(WORT-IDX)(BYTE-IDX:1) > X'BF'
                   ADD 1 TO ZEICHEN-ZAHL
               END-IF
           END-PERFORM
           .

       KEHRE-WORT-UM SECTION.
      *    Zeichenweise Umkehrung nach dem UTF-8-Leitbyte wie in
      *    DETERMINE-CHAR-LENGTH; mehrbytige Zeichen bleiben intakt.
           PERFORM ZAEHLE-ZEICHEN
           MOVE SPACES TO UMKEHR-WORT
           MOVE BYTE-ZAHL TO UMKEHR-POS
           MOVE 1 TO BYTE-IDX
           PERFORM UNTIL BYTE-IDX > BYTE-ZAHL
               EVALUATE TRUE
                   WHEN WORT-EINTRAG(WORT-IDX)(BYTE-IDX:1) >= X'F0'
                       MOVE 4 TO ZEICHEN-LAENGE
                   WHEN WORT-EINTRAG(WORT-IDX)(BYTE-IDX:1) >= X'E0'
                       MOVE 3 TO ZEICHEN-LAENGE
                   WHEN WORT-EINTRAG(WORT-IDX)(BYTE-IDX:1) >= X'C0'
                       MOVE 2 TO ZEICHEN-LAENGE
                   WHEN OTHER
                       MOVE 1 TO ZEICHEN-LAENGE
               END-EVALUATE
               IF BYTE-IDX + ZEICHEN-LAENGE - 1 > BYTE-ZAHL
                   COMPUTE ZEICHEN-LAENGE = BYTE-ZAHL - BYTE-IDX + 1
               END-IF
               COMPUTE UMKEHR-POS = UMKEHR-POS - ZEICHEN-LAENGE + 1
               MOVE WORT-EINTRAG(WORT-IDX)(BYTE-IDX:ZEICHEN-LAENGE)
                   TO UMKEHR-WORT(UMKEHR-POS:ZEICHEN-LAENGE)
               SUBTRACT 1 FROM UMKEHR-POS
               ADD ZEICHEN-LAENGE TO BYTE-IDX
           END-PERFORM
           .

       SPEICHERE-WORTLISTE SECTION.
           OPEN OUTPUT WORDLIST-OUT
           PERFORM VARYING WORT-IDX FROM 1 BY 1
               UNTIL WORT-IDX > WORT-ANZAHL
               MOVE WORT-EINTRAG(WORT-IDX) TO WORDLIST-OUT-F
               WRITE WORDLIST-OUT-F
           END-PERFORM
           CLOSE WORDLIST-OUT
           .
