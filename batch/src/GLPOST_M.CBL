      *****************************************************************
      * Hauptbuch-Ueberleitung: liest die ACCOUNT-, BANKTOTAL- und
      * GRANDTOTAL-Saetze aus extract.txt sowie die Buchungsdateien
      * intpost.txt (Zinslauf), feepost.txt (Gebuehrenlauf),
      * fxreval.txt (Kursbewertung zum Monatsende) und provpost.txt
      * (Risikovorsorge Darlehen, Gegenbuchung auf die
      * Wertberichtigung statt auf die Kundenpositionen),
      * susppost.txt (Zwischenkonto fuer Rejects gegen das
      * Bank-Gegenkonto) und suspwo.txt (Abschreibung vom
      * Zwischenkonto auf das Ausbuchungskonto),
      * schluesselt sie ueber den Kontenplan glchart.txt (Verwendung,
      * Bank, Sachkonto; Bank 00000 = Standard) auf Sachkonten um und
      * schreibt ein ausgeglichenes Journal gljournal.txt sowie die
      * Soll und Haben insgesamt nicht ueberein oder fehlt eine
      * Kontenplan-Zuordnung, endet der Lauf mit RETURN-CODE 8,
      * damit die Kette anhaelt.
      * Zins-, Gebuehren-, Bewertungs- und Vorsorgebuchungen bleiben
      * bis zum naechsten Monatslauf liegen; sie werden nur an dem
      * Geschaeftstag journalisiert (busdate.txt, sonst Systemdatum),
      * den ihr Kontrollsatz ("T") als Lauftag traegt. Eine Datei
      * eines frueheren Tages gilt als bereits journalisiert und
      * wird uebersprungen, sonst zaehlte GLBAL_M sie taeglich neu.
      * Ein Wiederholungslauf am selben Tag journalisiert sie erneut,
      * da gljournal.txt jedesmal neu geschrieben wird.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT POSTING-IN ASSIGN TO POSTING-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSTING-IN-FILE-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-IN-FILE-STATUS.
           SELECT JOURNAL-OUT ASSIGN TO "gljournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-OUT-FILE-STATUS.
         05  PO-CURR-F      PIC X(03).
         05  PO-COMMENT-F   PIC X(55).
         05  PO-VALDATE-F   PIC X(08).
       FD BUSDATE-IN.
       01  BUSDATE-IN-F PIC 9(8).
       FD JOURNAL-OUT.
       01  JOURNAL-OUT-F.
         05  GJ-GLACCT    PIC 9(8).
       01  EXTRACT-IN-FILE-STATUS  PIC X(02).
       01  GLCHART-IN-FILE-STATUS  PIC X(02).
       01  POSTING-IN-FILE-STATUS  PIC X(02).
       01  BUSDATE-IN-FILE-STATUS  PIC X(02).
       01  JOURNAL-OUT-FILE-STATUS PIC X(02).
       01  TRIALBAL-OUT-FILE-STATUS PIC X(02).
       01  POSTING-IN-NAME PIC X(40) VALUE SPACE.
         88  CHART-EOF VALUE "Y".
       01  POSTING-EOF-SWITCH PIC X VALUE "N".
         88  POSTING-EOF VALUE "Y".
      * Geschaeftstag des Laufs; Monatsdateien mit anderem Lauftag im
      * Kontrollsatz werden nicht journalisiert.
       01  RUN-DATE-DATA.
         05  SYS-DATE  PIC 9(8).
         05  FILLER    PIC X(13).
       01  RUN-DATE PIC 9(8) VALUE 0.
       01  DATED-FILE-SWITCH PIC X VALUE "N".
         88  DATED-FILE VALUE "Y".
       01  POSTING-CURRENT-SWITCH PIC X VALUE "Y".
         88  POSTING-CURRENT VALUE "Y".
       01  POSTING-FILE-DATE PIC X(08) VALUE SPACE.
       01  SKIPPED-FILES PIC 9(03) VALUE 0.
      * Kontenplan: Verwendung CUSTPOS (Kundenpositionen je Bank),
      * BANKCTL (Gegenkonto je Bank), INTEXP (Zinsaufwand/-ertrag),
      * FEEINC (Gebuehrenertrag), FXREVAL (Kursbewertungsaufwand/
      * -ertrag), LLPEXP (Aufwand Risikovorsorge), LLPRES
      * (Wertberichtigung Darlehen), SUSPENSE (Zwischenkonto
      * Rejects), SUSPWO (Ausbuchung abgeschriebener Rejects); Bank
      * 00000 traegt den Standard.
       01  CHART-TABLE.
         05  CHART-ENTRY OCCURS 200 TIMES.
           10  GC-USE     PIC X(10).
         88  CHART-FOUND VALUE "Y".
       01  LOOKUP-USE    PIC X(10) VALUE SPACE.
       01  LOOKUP-BANKID PIC 9(5) VALUE 0.
      * Verwendung der Gegenzeile einer Buchungsdatei.
       01  COUNTER-USE   PIC X(10) VALUE SPACE.
       01  FOUND-GLACCT  PIC 9(8) VALUE 0.
      * Saldenliste je Sachkonto und Waehrung.
       01  TRIAL-TABLE.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-RUN-DATE
           OPEN OUTPUT JOURNAL-OUT
           PERFORM POST-FROM-EXTRACT
           MOVE "CUSTPOS" TO COUNTER-USE
           MOVE "Y" TO DATED-FILE-SWITCH
           MOVE "intpost.txt" TO POSTING-IN-NAME
           MOVE "INTEXP" TO LOOKUP-USE
           PERFORM POST-FROM-POSTING-FILE
           MOVE "feepost.txt" TO POSTING-IN-NAME
           MOVE "FEEINC" TO LOOKUP-USE
           PERFORM POST-FROM-POSTING-FILE
           MOVE "fxreval.txt" TO POSTING-IN-NAME
           MOVE "FXREVAL" TO LOOKUP-USE
           PERFORM POST-FROM-POSTING-FILE
           MOVE "LLPRES" TO COUNTER-USE
           MOVE "provpost.txt" TO POSTING-IN-NAME
           MOVE "LLPEXP" TO LOOKUP-USE
           PERFORM POST-FROM-POSTING-FILE
      *    Die Zwischenkonto-Dateien schreibt SUSPENSE_M taeglich neu.
           MOVE "N" TO DATED-FILE-SWITCH
           MOVE "BANKCTL" TO COUNTER-USE
           MOVE "susppost.txt" TO POSTING-IN-NAME
           MOVE "SUSPENSE" TO LOOKUP-USE
           PERFORM POST-FROM-POSTING-FILE
           MOVE "SUSPWO" TO COUNTER-USE
           MOVE "suspwo.txt" TO POSTING-IN-NAME
           MOVE "SUSPENSE" TO LOOKUP-USE
           PERFORM POST-FROM-POSTING-FILE
           CLOSE JOURNAL-OUT
           PERFORM WRITE-TRIAL-BALANCE
           IF UNMAPPED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "Hauptbuch-Ueberleitung: " JOURNAL-LINES
               " Journalzeilen, " TRIAL-COUNT " Sachkonto/Waehrung, "
               SKIPPED-FILES " Buchungsdateien uebersprungen."
           GOBACK.

       LOAD-RUN-DATE SECTION.
           MOVE 0 TO RUN-DATE
           OPEN INPUT BUSDATE-IN
           IF BUSDATE-IN-FILE-STATUS = "00"
               READ BUSDATE-IN
                   NOT AT END MOVE BUSDATE-IN-F TO RUN-DATE
               END-READ
               CLOSE BUSDATE-IN
           END-IF
           IF RUN-DATE = 0
               MOVE FUNCTION CURRENT-DATE TO RUN-DATE-DATA
               MOVE SYS-DATE TO RUN-DATE
           END-IF

           .
       LOAD-CHART SECTION.
           OPEN INPUT GLCHART-IN
           IF GLCHART-IN-FILE-STATUS NOT = "00"

           .
       POST-FROM-POSTING-FILE SECTION.
      *    Zins-, Gebuehren- bzw. Bewertungsbuchungen: je Satz zwei
      *    Journalzeilen, Kundenposition und Aufwands-/Ertragskonto
      *    - dadurch von Haus aus ausgeglichen. Kontrollsaetze ("T")
      *    entfallen.
           IF DATED-FILE
               PERFORM CHECK-POSTING-FILE-DATE
               IF NOT POSTING-CURRENT
                   EXIT SECTION
               END-IF
           END-IF
           MOVE "N" TO POSTING-EOF-SWITCH
           OPEN INPUT POSTING-IN
           IF POSTING-IN-FILE-STATUS NOT = "00"
           END-PERFORM
           CLOSE POSTING-IN

           .
       CHECK-POSTING-FILE-DATE SECTION.
      *    Der erste Kontrollsatz traegt den Lauftag des Monatslaufs.
      *    Stimmt er nicht mit dem Geschaeftstag ueberein - auch bei
      *    Dateien ohne Lauftag (00000000) -, ist die Datei bereits
      *    an ihrem Lauftag journalisiert worden.
           MOVE "Y" TO POSTING-CURRENT-SWITCH
           MOVE SPACE TO POSTING-FILE-DATE
           MOVE "N" TO POSTING-EOF-SWITCH
           OPEN INPUT POSTING-IN
           IF POSTING-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL POSTING-EOF
               READ POSTING-IN
                   AT END SET POSTING-EOF TO TRUE
                   NOT AT END
                       IF PO-DRCR-F = "T"
                           MOVE PO-VALDATE-F TO POSTING-FILE-DATE
                           SET POSTING-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSTING-IN
           IF POSTING-FILE-DATE = SPACE
               EXIT SECTION
           END-IF
           IF POSTING-FILE-DATE NOT NUMERIC
               OR POSTING-FILE-DATE NOT = RUN-DATE
               MOVE "N" TO POSTING-CURRENT-SWITCH
               ADD 1 TO SKIPPED-FILES
               DISPLAY POSTING-IN-NAME(1:12) " vom "
                   POSTING-FILE-DATE " bereits journalisiert -"
                   " nicht erneut gebucht."
           END-IF

           .
       POST-ONE-POSTING SECTION.
      *    LOOKUP-USE traegt beim Aufruf bereits INTEXP, FEEINC,
      *    FXREVAL, LLPEXP bzw. SUSPENSE; die Gegenzeile geht auf
      *    COUNTER-USE der Bank (Kundenpositionen, Wertberichtigung,
      *    Bank-Gegenkonto bzw. Ausbuchungskonto).
           MOVE LOOKUP-USE TO JOURNAL-SOURCE
           MOVE PO-BANKID-F TO LOOKUP-BANKID
           PERFORM FIND-GL-ACCOUNT
               MOVE "D" TO JOURNAL-DRCR
           END-IF
           PERFORM WRITE-JOURNAL-LINE
      *    Gegenzeile auf COUNTER-USE.
           MOVE LOOKUP-USE TO JOURNAL-SOURCE
           MOVE COUNTER-USE TO LOOKUP-USE
           PERFORM FIND-GL-ACCOUNT
           MOVE JOURNAL-SOURCE TO LOOKUP-USE
           IF FOUND-GLACCT = 0
               ADD 1 TO UNMAPPED-COUNT
               DISPLAY "*** Keine Zuordnung: " COUNTER-USE " Bank "
                   LOOKUP-BANKID " ***"
               EXIT SECTION
           END-IF
