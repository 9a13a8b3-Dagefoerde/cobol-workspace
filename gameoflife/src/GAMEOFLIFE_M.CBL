           SELECT CENSUS-OUT ASSIGN TO "census.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CENSUS-OUT-FILE-STATUS.
           SELECT LIBRARY-OUT ASSIGN TO "library.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIBRARY-OUT-FILE-STATUS.
           SELECT SOUP-IN ASSIGN TO "soup.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOUP-IN-FILE-STATUS.
           SELECT SOUPREPORT-OUT ASSIGN TO "soupreport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOUPREPORT-OUT-FILE-STATUS.
           SELECT RULE-IN ASSIGN TO "rule.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RULE-IN-FILE-STATUS.
           SELECT EDGEMODE-IN ASSIGN TO "edgemode.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDGEMODE-IN-FILE-STATUS.
           SELECT PATTERN-OUT ASSIGN TO "pattern.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PATTERN-OUT-FILE-STATUS.
           SELECT IMAGEMODE-IN ASSIGN TO "imagemode.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IMAGEMODE-IN-FILE-STATUS.
           SELECT IMAGE-OUT ASSIGN TO IMAGE-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IMAGE-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PATTERN-IN.
       01  LIBRARY-IN-F PIC X(50).
       FD  BATCHGEN-IN.
       01  BATCHGEN-IN-F PIC 9(6).
       FD  LIBRARY-OUT.
       01  LIBRARY-OUT-F PIC X(50).
       FD  SOUP-IN.
       01  SOUP-IN-F PIC X(60).
       FD  SOUPREPORT-OUT.
       01  SOUPREPORT-OUT-F PIC X(80).
       FD  RULE-IN.
       01  RULE-IN-F PIC X(20).
       FD  EDGEMODE-IN.
       01  EDGEMODE-IN-F PIC X(01).
       FD  JOURNALMODE-IN.
       01  EDITMODE-IN-F PIC X(01).
       FD  PATTERN-OUT.
       01  PATTERN-OUT-F PIC X(500).
       FD  IMAGEMODE-IN.
       01  IMAGEMODE-IN-F PIC X(30).
       FD  IMAGE-OUT.
       01  IMAGE-OUT-F PIC X(70).
       FD  OBJCENSUS-OUT.
       01  OBJCENSUS-OUT-F PIC X(60).
       FD  CENSUS-OUT.
           05  CE-POP-O      PIC 9(4).
           05  FILLER        PIC X VALUE SPACE.
           05  CE-POP-X      PIC 9(4).
           05  FILLER        PIC X VALUE SPACE.
           05  CE-REGEL      PIC X(20).
       WORKING-STORAGE SECTION.
       01  PATTERN-IN-FILE-STATUS PIC X(02).
       01  BOARDSIZE-IN-FILE-STATUS PIC X(02).
         88  StillstandErkannt VALUE "J".
      *    Zensusdatei: je Generation ein Satz mit Generation,
      *    Population sowie den Geburten und Todesfaellen, die Tick
      *    entschieden hat - als Zeitreihe fuer Wachstumskurven -,
      *    und der Regel des Laufs.
       01  CENSUS-OUT-FILE-STATUS PIC X(02).
       01  EDGEMODE-IN-FILE-STATUS PIC X(02).
      *    Journalmodus: journalmode.txt schaltet das Mitschreiben
      *    jeder Generation nach journal.txt ein (Kopfzeile
      *    "GEN nnnnnn" plus Regel, danach die Zeilen im 0/1/2-
      *    Format, das Lade-Muster versteht); PLAYBACK_M spielt das
      *    Journal vor- und rueckwaerts ab.
       01  JOURNALMODE-IN-FILE-STATUS PIC X(02).
       01  JOURNAL-OUT-FILE-STATUS PIC X(02).
       01  JOURNAL-MODUS-SWITCH PIC X VALUE "N".
      *    gewaehlt ueber edgemode.txt wie boardsize/tickrate.
       01  EDGE-MODE PIC X VALUE "T".
         88  ToterRand VALUE "D" "d".
      *    Regel in B/S-Schreibweise (Conway B3/S23, HighLife
      *    B36/S23, Day & Night B3678/S34678, Seeds B2/S ...) aus
      *    rule.txt; ohne Datei gilt die Regel einer geladenen RLE-
      *    Datei (rule = ... bzw. #r), sonst B3/S23. Die alte S/B-
      *    Form "23/3" wird ebenfalls verstanden. GEBURT-BEI und
      *    UEBERLEBEN-BEI sind je Anzahl lebender Nachbarn (0-8,
      *    Index Anzahl + 1) mit "J" belegt. REGEL-TEXT steht
      *    normiert im Journal, im Zensus und im Schnappschuss.
      *    Geburt ohne Nachbarn (B0) wird nicht unterstuetzt, da
      *    der Tick nur Zellen mit veraenderter Nachbarschaft
      *    besucht.
       01  RULE-IN-FILE-STATUS PIC X(02).
      *    Suppensuche: soup.txt ("anzahl groesse dichte saat limit
      *    beste", fehlende oder 0-Angaben mit Standardwerten) startet
      *    statt des normalen Laufs eine Serie von Zufallssuppen:
      *    je Suppe ein Quadrat der Kantenlaenge SU-GROESSE mitten im
      *    Feld, jede Zelle mit SU-DICHTE Prozent lebend, gewuerfelt
      *    aus der Saat SU-SAAT + Suppennummer - 1 (Saat 0 = Uhrzeit,
      *    die tatsaechliche Saat steht im Bericht). Jede Suppe laeuft
      *    ohne Anzeige, bis Pruefe-Stillstand greift, ein laengerer
      *    Zyklus erkannt ist (Vergleich mit einem Merkfeld, das zu
      *    Generation 1, 2, 4, 8 ... neu gesetzt wird) oder SU-LIMIT
      *    erreicht ist. Ergebnis je Suppe in soupreport.txt: Klasse,
      *    Periode, Lebensdauer (Generation, ab der der Endzustand
      *    bzw. Zyklus erreicht ist) und Endpopulation. Die SU-BESTE
      *    langlebigsten Suppen werden als RLE-Eintraege (Startbild)
      *    an library.txt angehaengt.
       01  LIBRARY-OUT-FILE-STATUS PIC X(02).
       01  SOUP-IN-FILE-STATUS PIC X(02).
       01  SOUPREPORT-OUT-FILE-STATUS PIC X(02).
       01  SUPPEN-SUCHE-SWITCH PIC X VALUE "N".
         88  SuppenSuche VALUE "J".
       01  SUPPEN-PARAMETER.
         05  SU-ANZAHL  PIC 9(4) VALUE 100.
         05  SU-GROESSE PIC 99 VALUE 16.
         05  SU-DICHTE  PIC 99 VALUE 50.
         05  SU-SAAT    PIC 9(9) VALUE 0.
         05  SU-LIMIT   PIC 9(5) VALUE 1000.
         05  SU-BESTE   PIC 99 VALUE 5.
       01  SUPPEN-EINGABE.
         05  SU-TEXT PIC X(10) OCCURS 6.
       01  SU-WERT PIC 9(9).
       01  SU-NR PIC 9(5).
       01  SU-SUPPEN-SAAT PIC 9(9).
       01  SU-ZUFALL PIC V9(9) COMP-3.
       01  SU-OBEN PIC 9(3).
       01  SU-MERK-GEN PIC 9(5).
       01  SU-MERK-NAECHSTE PIC 9(6).
       01  SU-PERIODE PIC 9(5).
       01  SU-LEBENSDAUER PIC 9(5).
       01  SU-SCAN PIC 9(5).
       01  SU-KLASSE PIC X(12).
       01  SU-GLEICH-SWITCH PIC X VALUE "J".
         88  SuVerlaufGleich VALUE "J".
       01  SU-ZAEHLER.
         05  SU-ANZ-AUSGESTORBEN PIC 9(4) VALUE 0.
         05  SU-ANZ-STABIL       PIC 9(4) VALUE 0.
         05  SU-ANZ-OSZILLATOR   PIC 9(4) VALUE 0.
         05  SU-ANZ-LAEUFT       PIC 9(4) VALUE 0.
      *    Verlauf je Generation (Index Generation + 1) fuer die
      *    Lebensdauer: Population, Geburten, Tode.
       01  SUPPEN-VERLAUF.
         05  SV-SCHRITT OCCURS 10001 TIMES.
           10  SV-POP PIC 9(4).
           10  SV-GEB PIC 9(4).
           10  SV-TOD PIC 9(4).
       01  SUPPEN-BESTE.
         05  SB-EINTRAG OCCURS 20 TIMES.
           10  SB-NR          PIC 9(5).
           10  SB-SAAT        PIC 9(9).
           10  SB-LEBENSDAUER PIC 9(5).
           10  SB-KLASSE      PIC X(12).
       01  SB-TAUSCH PIC X(31).
       01  SB-ANZAHL PIC 99 VALUE 0.
       01  SB-IDX PIC 99.
       01  SU-ZEILE PIC X(80).
       01  SU-ZAHL PIC Z(4)9.
       01  SU-PERIODE-TEXT PIC Z(5).
       01  SU-POP-TEXT PIC Z(3)9.
      *    Grenzen fuer den RLE-Koerper (ganzes Feld im Schnapp-
      *    schuss, nur das Suppenquadrat in der Bibliothek).
       01  RLE-VON-ZEILE  PIC 9(3).
       01  RLE-BIS-ZEILE  PIC 9(3).
       01  RLE-VON-SPALTE PIC 9(3).
       01  RLE-BIS-SPALTE PIC 9(3).
       01  RLE-ZIEL PIC X VALUE "S".
         88  RleInBibliothek VALUE "B".
         88  RleInSchnappschuss VALUE "S".
       01  REGEL-AUS-DATEI-SWITCH PIC X VALUE "N".
         88  RegelAusDatei VALUE "J".
       01  REGEL-EINGABE PIC X(20).
       01  REGEL-TEXT PIC X(20) VALUE "B3/S23".
       01  REGEL-TABELLEN.
         05  GEBURT-BEI     PIC X OCCURS 9.
         05  UEBERLEBEN-BEI PIC X OCCURS 9.
       01  REGEL-TABELLEN-ALT PIC X(18).
       01  REGEL-VORSPANN PIC X(20).
       01  REGEL-POS PIC 99.
       01  REGEL-ZEICHEN PIC X.
       01  REGEL-ZIFFER PIC 9.
       01  REGEL-TEIL PIC X VALUE SPACE.
         88  RegelGeburtTeil VALUE "B".
         88  RegelUeberlebenTeil VALUE "S".
       01  REGEL-FEHLER-SWITCH PIC X VALUE "N".
         88  RegelFehler VALUE "J".
       01  REGEL-SB-FORM-SWITCH PIC X VALUE "N".
         88  RegelSBForm VALUE "J".
       01  REGEL-AUFBAU-POS PIC 99.
       01  REGEL-FUNDSTELLE PIC 9(3).
       01  GEBURTEN PIC 9(4) VALUE 0.
       01  TODE     PIC 9(4) VALUE 0.
      *    Musterbibliothek: library.txt haelt mehrere benannte
           COPY 'matrix.cpy' REPLACING ==TAG:== BY ==NM==.
           COPY 'matrix.cpy' REPLACING ==TAG:== BY ==PM==.
           COPY 'matrix.cpy' REPLACING ==TAG:== BY ==PM2==.
           COPY 'matrix.cpy' REPLACING ==TAG:== BY ==SM==.
      *    Aktivzellen-Liste fuer grosse Felder: der Tick besucht
      *    nur noch Zellen, deren Nachbarschaft sich in der
      *    Vorgeneration geaendert hat (geaenderte Zellen plus ihre
       01  NEIGHBOURSIDX PIC 9.
       01  ALIVES PIC 9.
      *    Zwei-Spezies-Variante: neben "O" lebt eine zweite Art "X"
      *    (in Musterdateien als "2"). Es gilt die eingestellte
      *    Regel auf der Gesamtnachbarschaft; eine Geburt faellt an
      *    die Art, die die Mehrheit der Elternnachbarn stellt (bei
      *    Gleichstand an O). Der Zensus weist beide Bestaende aus,
      *    bis eine Art ausstirbt.
       01  O-NACHBARN PIC 9.
       01  X-NACHBARN PIC 9.
       01  ZWEI-SPEZIES-SWITCH PIC X VALUE "N".
         88  ZweiSpezies VALUE "J".
       01  POPULATION-O PIC 9(4) VALUE 0.
       01  POPULATION-X PIC 9(4) VALUE 0.
      *    Bildausgabe: imagemode.txt ("generation intervall zell-
      *    groesse") schreibt die genannte Generation und jede
      *    intervall-te als Bild genNNNNNN.pbm (schwarz = lebend),
      *    im Zwei-Arten-Modus als genNNNNNN.pgm (O schwarz, X grau,
      *    tot weiss). Jede Zelle wird ein Quadrat von zellgroesse
      *    Pixeln (1-20, Standard 4); Generation 0 ist das Startbild.
       01  IMAGEMODE-IN-FILE-STATUS PIC X(02).
       01  IMAGE-OUT-FILE-STATUS PIC X(02).
       01  IMAGE-OUT-NAME PIC X(20).
       01  BILD-MODUS-SWITCH PIC X VALUE "N".
         88  BildModus VALUE "J".
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
       PROCEDURE DIVISION.
       
           PERFORM Init
           PERFORM Lade-Tickrate
           PERFORM Lade-Batchlauf
           PERFORM Lade-Randmodus
           PERFORM Lade-Regel
           PERFORM Lade-Suppensuche
           IF SuppenSuche
               PERFORM Durchsuche-Suppen
               STOP RUN
           END-IF
           PERFORM Lade-RLE-Ausgabe
           PERFORM Lade-Editmodus
           PERFORM Lade-Journalmodus
           PERFORM Lade-Bildmodus
           OPEN OUTPUT CENSUS-OUT
           PERFORM Lade-Bibliothek
           IF BibliothekModus AND NOT EditModus
           IF POPULATION-X > 0
               SET ZweiSpezies TO TRUE
           END-IF
           DISPLAY "Regel: " REGEL-TEXT
           IF BildModus
               PERFORM Pruefe-Bild
           END-IF

           PERFORM UNTIL Ende
               MOVE PMMATRIX TO PM2MATRIX
               IF JournalModus
                   PERFORM Schreibe-Journal
               END-IF
               IF BildModus
                   PERFORM Pruefe-Bild
               END-IF
               IF NOT BatchLauf
                   PERFORM Ausgabe
                   PERFORM Speichere-Schnappschuss
           IF MATRIX = PMMATRIX OR MATRIX = PM2MATRIX
               SET Ende TO TRUE
               SET StillstandErkannt TO TRUE
               IF NOT SuppenSuche
                   DISPLAY "Spielfeld ist stabil oder zyklisch - Ende."
               END-IF
           END-IF
           .

           MOVE 0 TO KAND-ANZAHL
           MOVE 0 TO NK-ANZAHL
           INITIALIZE INDEXES
           MOVE "B3/S23" TO REGEL-EINGABE
           PERFORM Zerlege-Regel
           .

       Lade-Boardgroesse SECTION.

       Schreibe-Journal SECTION.
           MOVE SPACES TO JOURNAL-KOPF
           STRING "GEN " GENERATION " " REGEL-TEXT
               DELIMITED BY SIZE INTO JOURNAL-KOPF
           WRITE JOURNAL-OUT-F FROM JOURNAL-KOPF
           PERFORM VARYING ROWIDX FROM 1 UNTIL ROWIDX > BOARD-SIZE
               MOVE SPACES TO JOURNAL-OUT-F
           END-IF
           .

       Lade-Regel SECTION.
      *    rule.txt hat Vorrang vor der Regel einer RLE-Datei.
           OPEN INPUT RULE-IN
           IF RULE-IN-FILE-STATUS = "00"
               READ RULE-IN
                   NOT AT END
                       IF RULE-IN-F NOT = SPACE
                           MOVE RULE-IN-F TO REGEL-EINGABE
                           PERFORM Zerlege-Regel
                           IF NOT RegelFehler
                               SET RegelAusDatei TO TRUE
                           END-IF
                       END-IF
               END-READ
               CLOSE RULE-IN
           END-IF
           .

       Zerlege-Regel SECTION.
      *    Zerlegt REGEL-EINGABE (B.../S... in beliebiger Gross-/
      *    Kleinschreibung oder S/B-Form "23/3") in die beiden
      *    Tabellen und baut REGEL-TEXT normiert neu auf. Eine
      *    unlesbare Angabe laesst die bisherige Regel stehen.
           MOVE "N" TO REGEL-FEHLER-SWITCH
           MOVE "N" TO REGEL-SB-FORM-SWITCH
           MOVE SPACE TO REGEL-TEIL
           INSPECT REGEL-EINGABE CONVERTING "bs" TO "BS"
           IF REGEL-EINGABE(1:1) >= "0" AND REGEL-EINGABE(1:1) <= "9"
               OR REGEL-EINGABE(1:1) = "/"
               SET RegelSBForm TO TRUE
               SET RegelUeberlebenTeil TO TRUE
           END-IF
           MOVE REGEL-TABELLEN TO REGEL-TABELLEN-ALT
           MOVE ALL "N" TO REGEL-TABELLEN
           PERFORM VARYING REGEL-POS FROM 1 BY 1
               UNTIL REGEL-POS > 20 OR RegelFehler
               MOVE REGEL-EINGABE(REGEL-POS:1) TO REGEL-ZEICHEN
               EVALUATE TRUE
                   WHEN REGEL-ZEICHEN = "B"
                       SET RegelGeburtTeil TO TRUE
                   WHEN REGEL-ZEICHEN = "S"
                       SET RegelUeberlebenTeil TO TRUE
                   WHEN REGEL-ZEICHEN = "/"
                       IF RegelSBForm
                           SET RegelGeburtTeil TO TRUE
                       END-IF
                   WHEN REGEL-ZEICHEN >= "0" AND REGEL-ZEICHEN <= "8"
                       MOVE REGEL-ZEICHEN TO REGEL-ZIFFER
                       EVALUATE TRUE
                           WHEN RegelGeburtTeil AND REGEL-ZIFFER = 0
                               DISPLAY "Regel: B0 wird nicht unter"
                                   "stuetzt und ignoriert."
                           WHEN RegelGeburtTeil
                               MOVE "J" TO
                                   GEBURT-BEI(REGEL-ZIFFER + 1)
                           WHEN RegelUeberlebenTeil
                               MOVE "J" TO
                                   UEBERLEBEN-BEI(REGEL-ZIFFER + 1)
                           WHEN OTHER
                               SET RegelFehler TO TRUE
                       END-EVALUATE
                   WHEN REGEL-ZEICHEN = SPACE
                       CONTINUE
                   WHEN OTHER
                       SET RegelFehler TO TRUE
               END-EVALUATE
           END-PERFORM
           IF REGEL-TEIL = SPACE
               SET RegelFehler TO TRUE
           END-IF
           IF RegelFehler
               DISPLAY "Regel nicht lesbar: "
                   FUNCTION TRIM(REGEL-EINGABE)
                   " - es bleibt " FUNCTION TRIM(REGEL-TEXT)
               MOVE REGEL-TABELLEN-ALT TO REGEL-TABELLEN
               EXIT SECTION
           END-IF
           MOVE SPACES TO REGEL-TEXT
           MOVE "B" TO REGEL-TEXT(1:1)
           MOVE 2 TO REGEL-AUFBAU-POS
           PERFORM VARYING REGEL-POS FROM 1 BY 1 UNTIL REGEL-POS > 9
               IF GEBURT-BEI(REGEL-POS) = "J"
                   COMPUTE REGEL-ZIFFER = REGEL-POS - 1
                   MOVE REGEL-ZIFFER TO
                       REGEL-TEXT(REGEL-AUFBAU-POS:1)
                   ADD 1 TO REGEL-AUFBAU-POS
               END-IF
           END-PERFORM
           MOVE "/S" TO REGEL-TEXT(REGEL-AUFBAU-POS:2)
           ADD 2 TO REGEL-AUFBAU-POS
           PERFORM VARYING REGEL-POS FROM 1 BY 1 UNTIL REGEL-POS > 9
               IF UEBERLEBEN-BEI(REGEL-POS) = "J"
                   COMPUTE REGEL-ZIFFER = REGEL-POS - 1
                   MOVE REGEL-ZIFFER TO
                       REGEL-TEXT(REGEL-AUFBAU-POS:1)
                   ADD 1 TO REGEL-AUFBAU-POS
               END-IF
           END-PERFORM
           .

       Lies-RLE-Regel SECTION.
      *    Regel aus einer RLE-Kopfzeile ("x = .., y = .., rule =
      *    B36/S23") oder einer "#r"-Zeile in RLE-ZEILE uebernehmen,
      *    sofern rule.txt keine Regel vorgibt.
           MOVE SPACES TO REGEL-EINGABE
           IF RLE-ZEILE(1:2) = "#r" OR RLE-ZEILE(1:2) = "#R"
               MOVE RLE-ZEILE(3:20) TO REGEL-EINGABE
           ELSE
               MOVE 0 TO REGEL-FUNDSTELLE
               INSPECT RLE-ZEILE TALLYING REGEL-FUNDSTELLE
                   FOR CHARACTERS BEFORE INITIAL "rule"
               IF REGEL-FUNDSTELLE >= 500
                   EXIT SECTION
               END-IF
               UNSTRING RLE-ZEILE(REGEL-FUNDSTELLE + 5:)
                   DELIMITED BY "=" OR "," INTO REGEL-VORSPANN
                   REGEL-EINGABE
               END-UNSTRING
           END-IF
           MOVE FUNCTION TRIM(REGEL-EINGABE) TO REGEL-EINGABE
           IF REGEL-EINGABE = SPACE
               EXIT SECTION
           END-IF
           IF RegelAusDatei
               DISPLAY "Musterdatei nennt Regel "
                   FUNCTION TRIM(REGEL-EINGABE) " - es gilt "
                   FUNCTION TRIM(REGEL-TEXT) " aus rule.txt"
           ELSE
               PERFORM Zerlege-Regel
           END-IF
           .

       Lade-Batchlauf SECTION.
           OPEN INPUT BATCHGEN-IN
           IF BATCHGEN-IN-FILE-STATUS = "00"
           END-PERFORM
           IF ML-ZEILEN(MUSTER-WAHL) = 0
      *        RLE-Eintrag: die x-Kopfzeile ueberlesen, dann den
      *        Koerper mit Versatz aufs Feld stempeln; eine Regel
      *        in der Kopfzeile gilt wie bei pattern.txt.
               READ LIBRARY-IN INTO RLE-ZEILE
                   AT END SET LibraryEof TO TRUE
                   NOT AT END PERFORM Lies-RLE-Regel
               END-READ
               MOVE 1 TO RLE-ROW
               MOVE 1 TO RLE-COL
      *    Lädt das Startmuster aus pattern.txt, falls vorhanden;
      *    RLE wird an der x-Kopfzeile erkannt (#-Kommentare davor
      *    sind erlaubt), sonst gilt das alte 0/1/2-Zeilenformat.
      *    Eine Regel aus "#r"-Zeile oder RLE-Kopfzeile wird
      *    uebernommen (Lies-RLE-Regel).
      *    Ohne Datei wird wie bisher zeilenweise eingelesen.
           OPEN INPUT PATTERN-IN
           IF PATTERN-IN-FILE-STATUS = "00"
                       AND RLE-ZEILE(1:1) NOT = "#")
                   READ PATTERN-IN INTO RLE-ZEILE
                       AT END SET RleEof TO TRUE
                       NOT AT END
                           IF RLE-ZEILE(1:2) = "#r"
                               OR RLE-ZEILE(1:2) = "#R"
                               PERFORM Lies-RLE-Regel
                           END-IF
                   END-READ
               END-PERFORM
               IF NOT RleEof AND RLE-ZEILE(1:1) = "x"
                   PERFORM Lies-RLE-Regel
                   MOVE 0 TO VERSATZ-ZEILE
                   MOVE 0 TO VERSATZ-SPALTE
                   PERFORM Dekodiere-RLE-Koerper
           MOVE "N" TO ZELLE-GEAENDERT-SWITCH

           IF DEAD(ROWIDX,COLIDX) THEN
             IF GEBURT-BEI(ALIVES + 1) = "J"
      *        Die Geburt erbt die Mehrheitsart der
      *        Elternnachbarn.
               IF X-NACHBARN > O-NACHBARN
                 MOVE "X" TO NMMCELL(ROWIDX,COLIDX)
               SET ZelleGeaendert TO TRUE
             END-IF
           ELSE
             IF UEBERLEBEN-BEI(ALIVES + 1) NOT = "J"
               SET NMDEAD(ROWIDX,COLIDX) TO TRUE
               ADD 1 TO TODE
               SET ZelleGeaendert TO TRUE
             END-IF
           END-IF
           IF ZelleGeaendert
               PERFORM Merke-Umfeld
      *    Schreibt den aktuellen Spielstand nach snapshot.txt - im
      *    0/1-Format, das Lade-Muster wieder einlesen kann, oder
      *    mit rleout.txt als RLE fuer den Austausch mit den
      *    ueblichen Mustersammlungen. Die Regel steht im 0/1-Format
      *    als "#r"-Kommentar vorweg, im RLE in der Kopfzeile.
           OPEN OUTPUT SNAPSHOT-OUT
           IF RleAusgabe
               PERFORM Schreibe-RLE-Schnappschuss
           ELSE
               MOVE SPACES TO SNAPSHOT-OUT-F
               STRING "#r " REGEL-TEXT DELIMITED BY SIZE
                   INTO SNAPSHOT-OUT-F
               WRITE SNAPSHOT-OUT-F
               PERFORM VARYING ROWIDX FROM 1
                   UNTIL ROWIDX > BOARD-SIZE
                   MOVE SPACES TO SNAPSHOT-OUT-F
       Schreibe-RLE-Schnappschuss SECTION.
           MOVE SPACES TO SNAPSHOT-OUT-F
           STRING "x = " BOARD-SIZE ", y = " BOARD-SIZE
               ", rule = " REGEL-TEXT
               DELIMITED BY SIZE INTO SNAPSHOT-OUT-F
           WRITE SNAPSHOT-OUT-F
           SET RleInSchnappschuss TO TRUE
           MOVE 1 TO RLE-VON-ZEILE
           MOVE 1 TO RLE-VON-SPALTE
           MOVE BOARD-SIZE TO RLE-BIS-ZEILE
           MOVE BOARD-SIZE TO RLE-BIS-SPALTE
           PERFORM Schreibe-RLE-Koerper
           .

       Schreibe-RLE-Koerper SECTION.
      *    b/o/$-Koerper fuer den Bereich RLE-VON-/RLE-BIS-ZEILE und
      *    -SPALTE, geschrieben nach RLE-ZIEL.
           MOVE SPACES TO RLE-OUT-ZEILE
           MOVE 1 TO RLE-OUT-POS
           PERFORM VARYING ROWIDX FROM RLE-VON-ZEILE
               UNTIL ROWIDX > RLE-BIS-ZEILE
               MOVE 0 TO RLE-RUN-LEN
               MOVE SPACE TO RLE-RUN-CHAR
               PERFORM VARYING COLIDX FROM RLE-VON-SPALTE
                   UNTIL COLIDX > RLE-BIS-SPALTE
                   IF MCELL(ROWIDX, COLIDX) = SPACE
                       MOVE "b" TO ZELLE-ZEICHEN
                   ELSE
               END-IF
               MOVE 0 TO RLE-RUN-LEN
               MOVE SPACE TO RLE-RUN-CHAR
               IF ROWIDX < RLE-BIS-ZEILE
                   MOVE "$" TO ZELLE-ZEICHEN
               ELSE
                   MOVE "!" TO ZELLE-ZEICHEN
               PERFORM Schreibe-RLE-Marke
           END-PERFORM
           IF RLE-OUT-POS > 1
               PERFORM Schreibe-RLE-Ausgabezeile
           END-IF
           .

                   END-IF
               END-PERFORM
           END-IF
      *    ZELLE-ZEICHEN haelt schon die Zelle des naechsten Laufs.
           MOVE RLE-RUN-CHAR TO RLE-OUT-ZEILE(RLE-OUT-POS:1)
           ADD 1 TO RLE-OUT-POS
           PERFORM Pruefe-RLE-Zeilenumbruch
           .

       Schreibe-RLE-Marke SECTION.

       Pruefe-RLE-Zeilenumbruch SECTION.
           IF RLE-OUT-POS > 45
               PERFORM Schreibe-RLE-Ausgabezeile
               MOVE SPACES TO RLE-OUT-ZEILE
               MOVE 1 TO RLE-OUT-POS
           END-IF
           .

       Schreibe-RLE-Ausgabezeile SECTION.
           IF RleInBibliothek
               WRITE LIBRARY-OUT-F FROM RLE-OUT-ZEILE
           ELSE
               WRITE SNAPSHOT-OUT-F FROM RLE-OUT-ZEILE
           END-IF
           .

       Schreibe-Zensus SECTION.
           MOVE SPACES TO CENSUS-OUT-F
           MOVE GENERATION TO CE-GENERATION
           MOVE TODE TO CE-TODE
           MOVE POPULATION-O TO CE-POP-O
           MOVE POPULATION-X TO CE-POP-X
           MOVE REGEL-TEXT TO CE-REGEL
           WRITE CENSUS-OUT-F
           .

       Ausgabe SECTION.
           CALL 'SYSTEM' USING 'clear'
           DISPLAY "Generation: " GENERATION "  Population: " POPULATION
               "  Regel: " REGEL-TEXT
           IF ZweiSpezies
               DISPLAY "Bestand O: " POPULATION-O
                   "  Bestand X: " POPULATION-X
               WRITE OBJCENSUS-OUT-F FROM ZENSUS-ZEILE
           END-IF
           .

       Lade-Suppensuche SECTION.
           OPEN INPUT SOUP-IN
           IF SOUP-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           READ SOUP-IN
               AT END CONTINUE
               NOT AT END
                   SET SuppenSuche TO TRUE
                   MOVE SPACES TO SUPPEN-EINGABE
                   UNSTRING SOUP-IN-F DELIMITED BY ALL SPACE
                       INTO SU-TEXT(1) SU-TEXT(2) SU-TEXT(3)
                            SU-TEXT(4) SU-TEXT(5) SU-TEXT(6)
                   END-UNSTRING
           END-READ
           CLOSE SOUP-IN
           IF NOT SuppenSuche
               EXIT SECTION
           END-IF
           PERFORM VARYING SB-IDX FROM 1 BY 1 UNTIL SB-IDX > 6
               IF SU-TEXT(SB-IDX) NOT = SPACE
                   MOVE FUNCTION NUMVAL(SU-TEXT(SB-IDX)) TO SU-WERT
                   EVALUATE SB-IDX
                       WHEN 1
                           IF SU-WERT <= 9999
                               MOVE SU-WERT TO SU-ANZAHL
                           END-IF
                       WHEN 2
                           IF SU-WERT <= 99
                               MOVE SU-WERT TO SU-GROESSE
                           END-IF
                       WHEN 3
                           IF SU-WERT <= 99
                               MOVE SU-WERT TO SU-DICHTE
                           END-IF
                       WHEN 4
                           MOVE SU-WERT TO SU-SAAT
                       WHEN 5
                           IF SU-WERT <= 10000
                               MOVE SU-WERT TO SU-LIMIT
                           END-IF
                       WHEN 6
                           IF SU-WERT <= 20
                               MOVE SU-WERT TO SU-BESTE
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF SU-ANZAHL = 0
               MOVE 100 TO SU-ANZAHL
           END-IF
           IF SU-GROESSE = 0
               MOVE 16 TO SU-GROESSE
           END-IF
           IF SU-GROESSE > BOARD-SIZE
               MOVE BOARD-SIZE TO SU-GROESSE
           END-IF
           IF SU-DICHTE = 0
               MOVE 50 TO SU-DICHTE
           END-IF
           IF SU-LIMIT = 0
               MOVE 1000 TO SU-LIMIT
           END-IF
      *    Ohne Saat wird die Uhrzeit genommen; sie steht im Bericht,
      *    damit sich der Lauf wiederholen laesst.
           IF SU-SAAT = 0
               COMPUTE SU-SAAT =
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(7:10)) + 1
           END-IF
           .

       Durchsuche-Suppen SECTION.
           COMPUTE SU-OBEN = (BOARD-SIZE - SU-GROESSE) / 2
           OPEN OUTPUT SOUPREPORT-OUT
           MOVE SPACES TO SU-ZEILE
           STRING "Suppensuche: " SU-ANZAHL " Suppen " SU-GROESSE "x"
               SU-GROESSE " Dichte " SU-DICHTE " % Saat " SU-SAAT
               DELIMITED BY SIZE INTO SU-ZEILE
           PERFORM Schreibe-Suppenzeile
           MOVE SPACES TO SU-ZEILE
           STRING "Regel " FUNCTION TRIM(REGEL-TEXT) " Feld "
               BOARD-SIZE " Rand " EDGE-MODE " Limit " SU-LIMIT
               " Generationen"
               DELIMITED BY SIZE INTO SU-ZEILE
           PERFORM Schreibe-Suppenzeile
           PERFORM VARYING SU-NR FROM 1 BY 1 UNTIL SU-NR > SU-ANZAHL
               COMPUTE SU-SUPPEN-SAAT =
                   FUNCTION MOD(SU-SAAT + SU-NR - 1, 1000000000)
               PERFORM Erzeuge-Suppe
               PERFORM Laufe-Suppe
               PERFORM Klassifiziere-Suppe
               PERFORM Berichte-Suppe
               PERFORM Merke-Beste-Suppe
           END-PERFORM
           MOVE SPACES TO SU-ZEILE
           STRING "Ausgestorben " SU-ANZ-AUSGESTORBEN
               "  stabil " SU-ANZ-STABIL
               "  Oszillator " SU-ANZ-OSZILLATOR
               "  laeuft noch " SU-ANZ-LAEUFT
               DELIMITED BY SIZE INTO SU-ZEILE
           PERFORM Schreibe-Suppenzeile
           PERFORM Sichere-Beste-Suppen
           CLOSE SOUPREPORT-OUT
           .

       Erzeuge-Suppe SECTION.
      *    Leeres Feld ohne Aktivliste, dann das Suppenquadrat aus
      *    SU-SUPPEN-SAAT wuerfeln - gleiche Saat, gleiche Suppe.
           MOVE SPACES TO MATRIX
           MOVE SPACES TO PMMATRIX
           MOVE SPACES TO PM2MATRIX
           MOVE 0 TO KAND-ANZAHL
           MOVE 0 TO NK-ANZAHL
           MOVE 0 TO GENERATION
           MOVE "N" TO ENDE-SWITCH
           MOVE "N" TO STILLSTAND-SWITCH
           COMPUTE SU-ZUFALL = FUNCTION RANDOM(SU-SUPPEN-SAAT)
           PERFORM VARYING ROWIDX FROM 1 BY 1
               UNTIL ROWIDX > SU-GROESSE
               PERFORM VARYING COLIDX FROM 1 BY 1
                   UNTIL COLIDX > SU-GROESSE
                   COMPUTE SU-ZUFALL = FUNCTION RANDOM
                   IF SU-ZUFALL * 100 < SU-DICHTE
                       MOVE "O" TO
                           MCELL(SU-OBEN + ROWIDX, SU-OBEN + COLIDX)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       Laufe-Suppe SECTION.
      *    Kurze Zyklen (Periode 1 und 2) findet Pruefe-Stillstand;
      *    laengere der Vergleich mit SMMATRIX, das zu Generation 1,
      *    2, 4, 8 ... neu gemerkt wird - der erste Treffer liefert
      *    genau die Periode.
           PERFORM Zaehle-Population
           MOVE POPULATION TO SV-POP(1)
           MOVE 0 TO SV-GEB(1)
           MOVE 0 TO SV-TOD(1)
           MOVE MATRIX TO SMMATRIX
           MOVE 0 TO SU-MERK-GEN
           MOVE 1 TO SU-MERK-NAECHSTE
           MOVE 0 TO SU-PERIODE
           PERFORM UNTIL Ende
               MOVE PMMATRIX TO PM2MATRIX
               MOVE MATRIX TO PMMATRIX
               PERFORM Tick
               ADD 1 TO GENERATION
               PERFORM Zaehle-Population
               MOVE POPULATION TO SV-POP(GENERATION + 1)
               MOVE GEBURTEN TO SV-GEB(GENERATION + 1)
               MOVE TODE TO SV-TOD(GENERATION + 1)
               PERFORM Pruefe-Stillstand
               EVALUATE TRUE
                   WHEN StillstandErkannt
                       AND (MATRIX = PMMATRIX OR POPULATION = 0)
                       MOVE 1 TO SU-PERIODE
                   WHEN StillstandErkannt
                       MOVE 2 TO SU-PERIODE
                   WHEN MATRIX = SMMATRIX
                       COMPUTE SU-PERIODE = GENERATION - SU-MERK-GEN
                       SET Ende TO TRUE
                   WHEN GENERATION = SU-MERK-NAECHSTE
                       MOVE MATRIX TO SMMATRIX
                       MOVE GENERATION TO SU-MERK-GEN
                       COMPUTE SU-MERK-NAECHSTE = SU-MERK-NAECHSTE * 2
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF NOT Ende AND GENERATION >= SU-LIMIT
                   SET Ende TO TRUE
               END-IF
           END-PERFORM
           .

       Klassifiziere-Suppe SECTION.
      *    Lebensdauer: vom Erkennungszeitpunkt aus rueckwaerts, so
      *    lange Population, Geburten und Tode sich mit Abstand einer
      *    Periode wiederholen.
           IF SU-PERIODE = 0
               MOVE "laeuft noch" TO SU-KLASSE
               MOVE GENERATION TO SU-LEBENSDAUER
               ADD 1 TO SU-ANZ-LAEUFT
               EXIT SECTION
           END-IF
           COMPUTE SU-SCAN = GENERATION - SU-PERIODE
           MOVE "J" TO SU-GLEICH-SWITCH
           PERFORM UNTIL SU-SCAN = 0 OR NOT SuVerlaufGleich
               IF SV-POP(SU-SCAN) NOT = SV-POP(SU-SCAN + SU-PERIODE)
                   MOVE "N" TO SU-GLEICH-SWITCH
               END-IF
               IF SU-SCAN > 1
                   AND (SV-GEB(SU-SCAN)
                           NOT = SV-GEB(SU-SCAN + SU-PERIODE)
                        OR SV-TOD(SU-SCAN)
                           NOT = SV-TOD(SU-SCAN + SU-PERIODE))
                   MOVE "N" TO SU-GLEICH-SWITCH
               END-IF
               IF SuVerlaufGleich
                   SUBTRACT 1 FROM SU-SCAN
               END-IF
           END-PERFORM
           MOVE SU-SCAN TO SU-LEBENSDAUER
           EVALUATE TRUE
               WHEN POPULATION = 0
                   MOVE "ausgestorben" TO SU-KLASSE
                   ADD 1 TO SU-ANZ-AUSGESTORBEN
               WHEN SU-PERIODE = 1
                   MOVE "stabil" TO SU-KLASSE
                   ADD 1 TO SU-ANZ-STABIL
               WHEN OTHER
                   MOVE "Oszillator" TO SU-KLASSE
                   ADD 1 TO SU-ANZ-OSZILLATOR
           END-EVALUATE
           .

       Berichte-Suppe SECTION.
           IF SU-PERIODE > 1
               MOVE SU-PERIODE TO SU-PERIODE-TEXT
           ELSE
               MOVE 0 TO SU-PERIODE-TEXT
           END-IF
           MOVE SU-LEBENSDAUER TO SU-ZAHL
           MOVE POPULATION TO SU-POP-TEXT
           MOVE SPACES TO SU-ZEILE
           STRING "Suppe " SU-NR " Saat " SU-SUPPEN-SAAT " "
               SU-KLASSE " Periode " SU-PERIODE-TEXT
               " Leben " SU-ZAHL " Pop " SU-POP-TEXT
               DELIMITED BY SIZE INTO SU-ZEILE
           PERFORM Schreibe-Suppenzeile
           .

       Merke-Beste-Suppe SECTION.
      *    SB-EINTRAG bleibt absteigend nach Lebensdauer sortiert.
           IF SB-ANZAHL < SU-BESTE
               ADD 1 TO SB-ANZAHL
           ELSE
               IF SU-BESTE = 0
                   OR SU-LEBENSDAUER <= SB-LEBENSDAUER(SB-ANZAHL)
                   EXIT SECTION
               END-IF
           END-IF
           MOVE SU-NR TO SB-NR(SB-ANZAHL)
           MOVE SU-SUPPEN-SAAT TO SB-SAAT(SB-ANZAHL)
           MOVE SU-LEBENSDAUER TO SB-LEBENSDAUER(SB-ANZAHL)
           MOVE SU-KLASSE TO SB-KLASSE(SB-ANZAHL)
           PERFORM VARYING SB-IDX FROM SB-ANZAHL BY -1
               UNTIL SB-IDX < 2
               IF SB-LEBENSDAUER(SB-IDX) > SB-LEBENSDAUER(SB-IDX - 1)
                   MOVE SB-EINTRAG(SB-IDX) TO SB-TAUSCH
                   MOVE SB-EINTRAG(SB-IDX - 1) TO SB-EINTRAG(SB-IDX)
                   MOVE SB-TAUSCH TO SB-EINTRAG(SB-IDX - 1)
               END-IF
           END-PERFORM
           .

       Sichere-Beste-Suppen SECTION.
      *    Startbild jeder gemerkten Suppe aus ihrer Saat neu wuerfeln
      *    und als RLE-Eintrag (Zeilenzahl 00) an library.txt haengen.
           IF SB-ANZAHL = 0
               EXIT SECTION
           END-IF
           OPEN EXTEND LIBRARY-OUT
           IF LIBRARY-OUT-FILE-STATUS NOT = "00"
               OPEN OUTPUT LIBRARY-OUT
           END-IF
           SET RleInBibliothek TO TRUE
           COMPUTE RLE-VON-ZEILE = SU-OBEN + 1
           COMPUTE RLE-BIS-ZEILE = SU-OBEN + SU-GROESSE
           MOVE RLE-VON-ZEILE TO RLE-VON-SPALTE
           MOVE RLE-BIS-ZEILE TO RLE-BIS-SPALTE
           PERFORM VARYING SB-IDX FROM 1 BY 1 UNTIL SB-IDX > SB-ANZAHL
               MOVE SB-SAAT(SB-IDX) TO SU-SUPPEN-SAAT
               PERFORM Erzeuge-Suppe
               MOVE SPACES TO LIBRARY-OUT-F
               STRING "SUPPE-" SB-SAAT(SB-IDX) " 00 " SU-GROESSE
                   DELIMITED BY SIZE INTO LIBRARY-OUT-F
               WRITE LIBRARY-OUT-F
               MOVE SPACES TO LIBRARY-OUT-F
               STRING "x = " SU-GROESSE ", y = " SU-GROESSE
                   ", rule = " REGEL-TEXT
                   DELIMITED BY SIZE INTO LIBRARY-OUT-F
               WRITE LIBRARY-OUT-F
               MOVE SB-LEBENSDAUER(SB-IDX) TO SU-ZAHL
               MOVE SPACES TO LIBRARY-OUT-F
               STRING "#C Suppe " SB-NR(SB-IDX) " Dichte " SU-DICHTE
                   " Leben " SU-ZAHL " " SB-KLASSE(SB-IDX)
                   DELIMITED BY SIZE INTO LIBRARY-OUT-F
               WRITE LIBRARY-OUT-F
               PERFORM Schreibe-RLE-Koerper
           END-PERFORM
           SET RleInSchnappschuss TO TRUE
           CLOSE LIBRARY-OUT
           MOVE SPACES TO SU-ZEILE
           STRING SB-ANZAHL " langlebigste Suppen an library.txt"
               " angehaengt."
               DELIMITED BY SIZE INTO SU-ZEILE
           PERFORM Schreibe-Suppenzeile
           .

       Schreibe-Suppenzeile SECTION.
           DISPLAY SU-ZEILE
           WRITE SOUPREPORT-OUT-F FROM SU-ZEILE
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
           IF GENERATION = BI-GENERATION
               OR (BI-INTERVALL > 0
                   AND FUNCTION MOD(GENERATION, BI-INTERVALL) = 0)
               PERFORM Schreibe-Bild
           END-IF
           .

       Schreibe-Bild SECTION.
      *    Klartext-PBM (P1, 1 = schwarz) bzw. -PGM (P2, Hoechstwert
      *    2: O = 0 schwarz, X = 1 grau, tot = 2 weiss); jede Zelle
      *    als Quadrat von BI-ZELLGROESSE Pixeln, hoechstens 35 Pixel
      *    je Zeile, wie es das Format empfiehlt.
           MOVE SPACES TO IMAGE-OUT-NAME
           IF ZweiSpezies
               STRING "gen" GENERATION ".pgm"
                   DELIMITED BY SIZE INTO IMAGE-OUT-NAME
           ELSE
               STRING "gen" GENERATION ".pbm"
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
           STRING "# Generation " GENERATION " Regel " REGEL-TEXT
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
                       EVALUATE TRUE
                           WHEN NOT ZweiSpezies
                               AND MCELL(ROWIDX, COLIDX) = SPACE
                               MOVE "0" TO BI-ZEICHEN
                           WHEN NOT ZweiSpezies
                               MOVE "1" TO BI-ZEICHEN
                           WHEN MCELL(ROWIDX, COLIDX) = SPACE
                               MOVE "2" TO BI-ZEICHEN
                           WHEN MCELL(ROWIDX, COLIDX) = "X"
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
