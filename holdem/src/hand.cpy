      *****************************************************************
      * Handdaten fuer Hand-Auswerten (auswerten.cpy): die sieben
      * Karten der Hand, das Ergebnis in AUSGABE und HAND-RANK und
      * die Arbeitsfelder der Auswertung. Gemeinsam genutzt von
      * HOLDEM_M und DEALER_M.
      *****************************************************************
       01  HAND.
      *    KREUZ 10, HERZ  KÖNIG
      *    KARTE(1..2) = eigene Karten, KARTE(3..7) = Board
         05  KARTE OCCURS 7.
           07  FARBE PIC X(5).
           07  FILLER PIC X.
           07  WERT PIC 99.
           07  WERT-TEXT REDEFINES WERT PIC X(02).
       01  AUSGABE.
         05  KOMMENTAR PIC X(20).
           88  HoechstesPaerchen VALUE "Höchstes Pärchen:".
           88  LeereHand VALUE "Leere Hand!".
           88  HoechsteKarte VALUE "Höchste Karte:".
           88  HoechsteZweiPaare VALUE "Zwei Paare:".
           88  HoechsterDrilling VALUE "Höchster Drilling:".
           88  HoechsterVierling VALUE "Höchster Vierling:".
           88  HoechsteStrasse VALUE "Straße:".
           88  HoechsterFlush VALUE "Flush:".
           88  HoechsteStrasseFlush VALUE "Farbstraße:".
           88  UngueltigeHand VALUE "Ungültige Hand!".
         05  A-WERT PIC 99.
       01  HISTOGRAMM.
         05  ANZAHL OCCURS 14 PIC 9.
       01  HISTOGRAMM-FARBE.
         05  ANZAHL-FARBE OCCURS 14 PIC 9.
       01  HISTOGRAMM-INDEX PIC 99.
       01  KARTENINDEX PIC 99.
       01  KARTEN-VERGLEICH-INDEX PIC 9.
       01  HAND-RANK PIC 9(2) VALUE 0.
      *    1=Karte 2=Pärchen 3=Zwei Paare 4=Drilling 5=Straße
      *    6=Flush 7=Vierling 8=Farbstraße
       01  KARTEN-GEZAEHLT PIC 9 VALUE 0.
       01  PAAR-COUNT PIC 9 VALUE 0.
       01  FARBEN-TABELLE.
         05  FARBEN-EINTRAG OCCURS 4 TIMES.
           10  FARBEN-CODE   PIC X(5) VALUE SPACE.
           10  FARBEN-ANZAHL PIC 9    VALUE 0.
       01  FARBEN-COUNT PIC 9 VALUE 0.
       01  FARBEN-IDX   PIC 9.
       01  FARBE-GEFUNDEN-SWITCH PIC X VALUE "N".
         88  FarbeGefunden VALUE "J".
       01  FLUSH-GEFUNDEN-SWITCH PIC X VALUE "N".
         88  FlushGefunden VALUE "J".
       01  FLUSH-FARBE PIC X(5) VALUE SPACE.
       01  FLUSH-WERT  PIC 99 VALUE 0.
       01  STRASSE-MOEGLICH-SWITCH PIC X VALUE "N".
         88  StrasseMoeglich VALUE "J".
       01  STRASSE-INDEX PIC 99.
       01  FENSTER-START PIC 99.
       01  STRASSE-BESTE-WERT   PIC 99 VALUE 0.
       01  STRASSE-FARBE-BESTE-WERT PIC 99 VALUE 0.
