       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FXREVAL_M.
      *****************************************************************
      * Monatsend-Bewertung der Fremdwaehrungssalden: liest die
      * ACCOUNT-Saetze aus extract.txt und bewertet jeden Nicht-EUR-
      * Saldo einmal zum Kurs des Vormonatsultimos und einmal zum
      * Kurs des Lauftags (EUR je Einheit). Die Kurse kommen aus der
      * Kurshistorie fxhist.txt, die die Freigabe bei jeder Kurs-
      * aenderung fortschreibt: gueltig ist der juengste Eintrag bis
      * einschliesslich Stichtag; fuer den Lauftag hilft notfalls
      * der aktuelle Kurs aus fxrates.txt. Waehrungen, die noch gar
      * nicht in der Historie stehen, traegt der Lauf mit ihrem
      * aktuellen Kurs zum Lauftag ein - ab dem Folgemonat sind sie
      * bewertbar.
      * Die Bewertungsdifferenz geht als Buchung im input.txt-Format
      * in EUR nach fxreval.txt (Haben = Kundenposition steigt,
      * Bewertungsaufwand; Soll = Kundenposition sinkt, Bewertungs-
      * ertrag) samt Kontrollsaetzen je Bank. fxreval.txt ist eine
      * reine Hauptbuchdatei fuer GLPOST_M (Verwendung FXREVAL) und
      * gehoert NICHT in rawlist.txt - die Kundensalden in Waehrung
      * bleiben unberuehrt. fxrevalrpt.txt zeigt die Bewertung je
      * Waehrung. Lauftag aus busdate.txt, sonst Systemdatum.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-IN ASSIGN TO "extract.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-IN-FILE-STATUS.
           SELECT FXRATES-IN ASSIGN TO "fxrates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXRATES-IN-FILE-STATUS.
           SELECT FXHIST-IN ASSIGN TO "fxhist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXHIST-IN-FILE-STATUS.
           SELECT FXHIST-OUT ASSIGN TO "fxhist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXHIST-OUT-FILE-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-IN-FILE-STATUS.
           SELECT REVAL-OUT ASSIGN TO "fxreval.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVAL-OUT-FILE-STATUS.
           SELECT REPORT-OUT ASSIGN TO "fxrevalrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EXTRACT-IN.
       01  EXTRACT-IN-F.
         05  EX-RECTYPE    PIC X(10).
         05  EX-BANKID     PIC 9(5).
         05  EX-ACCOUNTID  PIC 9(10).
         05  EX-CURRENCY   PIC X(03).
         05  EX-AMOUNT     PIC S9(8)V99 SIGN IS LEADING SEPARATE.
       FD FXRATES-IN.
       01  FXRATES-IN-F.
         05  FX-CODE-F PIC X(03).
         05  FX-RATE-F PIC 9(4)V9(6).
       FD FXHIST-IN.
       01  FXHIST-IN-F.
         05  FH-DATE-F        PIC 9(8).
         05  FILLER           PIC X.
         05  FH-CODE-F        PIC X(03).
         05  FILLER           PIC X.
         05  FH-RATE-F        PIC 9(4)V9(6).
         05  FILLER           PIC X.
         05  FH-ACTION-F      PIC X(03).
         05  FILLER           PIC X.
         05  FH-APPROVER-F    PIC X(08).
       FD FXHIST-OUT.
       01  FXHIST-OUT-F.
         05  FH-DATE          PIC 9(8).
         05  FILLER           PIC X VALUE SPACE.
         05  FH-CODE          PIC X(03).
         05  FILLER           PIC X VALUE SPACE.
         05  FH-RATE          PIC 9(4)V9(6).
         05  FILLER           PIC X VALUE SPACE.
         05  FH-ACTION        PIC X(03).
         05  FILLER           PIC X VALUE SPACE.
         05  FH-APPROVER      PIC X(08).
       FD BUSDATE-IN.
       01  BUSDATE-IN-F PIC 9(8).
       FD REVAL-OUT.
       01  REVAL-OUT-F.
         05  RV-BANKID    PIC 9(5).
         05  RV-ACCOUNTID PIC 9(10).
         05  RV-AMOUNT    PIC 9(8)V99.
         05  RV-DRCR      PIC X(01).
         05  RV-CURR-CODE PIC X(03).
         05  RV-COMMENT   PIC X(55).
         05  RV-VALDATE   PIC 9(8).
       FD REPORT-OUT.
       01  REPORT-OUT-F PIC X(100).
       WORKING-STORAGE SECTION.
       01  EXTRACT-IN-FILE-STATUS  PIC X(02).
       01  FXRATES-IN-FILE-STATUS  PIC X(02).
       01  FXHIST-IN-FILE-STATUS   PIC X(02).
       01  FXHIST-OUT-FILE-STATUS  PIC X(02).
       01  BUSDATE-IN-FILE-STATUS  PIC X(02).
       01  REVAL-OUT-FILE-STATUS   PIC X(02).
       01  REPORT-OUT-FILE-STATUS  PIC X(02).
       01  EXTRACT-EOF-SWITCH PIC X VALUE "N".
         88  EXTRACT-EOF VALUE "Y".
       01  FX-EOF-SWITCH PIC X VALUE "N".
         88  FX-EOF VALUE "Y".
       01  HIST-EOF-SWITCH PIC X VALUE "N".
         88  HIST-EOF VALUE "Y".
       01  RUN-DATE-DATA.
         05  RUN-DATE  PIC 9(8).
         05  FILLER    PIC X(13).
       01  REVAL-DATE-SPLIT.
         05  REVAL-YYYY PIC 9(4).
         05  REVAL-MM   PIC 9(2).
         05  REVAL-DD   PIC 9(2).
       01  REVAL-DATE REDEFINES REVAL-DATE-SPLIT PIC 9(8).
       01  PREV-DATE   PIC 9(8) VALUE 0.
       01  FIRST-DATE  PIC 9(8) VALUE 0.
      * Aktuelle Kurse aus fxrates.txt.
       01  FX-TABLE.
         05  FX-ENTRY OCCURS 50 TIMES.
           10  FX-CODE PIC X(03).
           10  FX-RATE PIC 9(4)V9(6).
       01  FX-COUNT PIC 9(02) VALUE 0.
       01  FX-IDX   PIC 9(02).
      * Kurshistorie in Dateifolge; spaetere Eintraege desselben
      * Tages gehen vor.
       01  HIST-TABLE.
         05  HIST-ENTRY OCCURS 3000 TIMES.
           10  HT-DATE PIC 9(8).
           10  HT-CODE PIC X(03).
           10  HT-RATE PIC 9(4)V9(6).
       01  HIST-COUNT PIC 9(04) VALUE 0.
       01  HIST-IDX   PIC 9(04).
       01  HIST-FULL-SWITCH PIC X VALUE "N".
         88  HIST-FULL VALUE "Y".
       01  SEEDED-COUNT PIC 9(02) VALUE 0.
       01  LOOKUP-CODE  PIC X(03).
       01  LOOKUP-DATE  PIC 9(8).
       01  LOOKUP-RATE  PIC 9(4)V9(6).
       01  LOOKUP-SEEN-DATE PIC 9(8).
       01  FOUND-SWITCH PIC X VALUE "N".
         88  ENTRY-FOUND VALUE "Y".
      * Bewertung je Waehrung fuer den Bericht.
       01  CURR-TABLE.
         05  CURR-ENTRY OCCURS 50 TIMES.
           10  CT-CODE     PIC X(03).
           10  CT-OLD-RATE PIC 9(4)V9(6).
           10  CT-NEW-RATE PIC 9(4)V9(6).
           10  CT-BALANCE  PIC S9(11)V99.
           10  CT-ACCOUNTS PIC 9(06).
           10  CT-LOSS     PIC 9(10)V99.
           10  CT-GAIN     PIC 9(10)V99.
           10  CT-STATE    PIC X(01).
             88  CT-RATED     VALUE "R".
             88  CT-NO-RATE   VALUE "N".
       01  CURR-COUNT PIC 9(02) VALUE 0.
       01  CURR-IDX   PIC 9(02).
       01  CURR-FULL-SWITCH PIC X VALUE "N".
         88  CURR-FULL VALUE "Y".
       01  REVAL-DIFF   PIC S9(9)V99 VALUE 0.
       01  POST-AMOUNT  PIC 9(8)V99 VALUE 0.
       01  TRAILERBANK   PIC 9(5) VALUE 0.
       01  TRAILER-COUNT PIC 9(10) VALUE 0.
       01  TRAILER-AMOUNT PIC 9(8)V99 VALUE 0.
       01  POSTED-COUNT  PIC 9(06) VALUE 0.
       01  UNRATED-COUNT PIC 9(06) VALUE 0.
       01  TOTAL-LOSS    PIC 9(10)V99 VALUE 0.
       01  TOTAL-GAIN    PIC 9(10)V99 VALUE 0.
       01  OLD-RATE-DISP PIC Z(3)9.9(6).
       01  NEW-RATE-DISP PIC Z(3)9.9(6).
       01  BAL-DISP      PIC -(11)9.99.
       01  LOSS-DISP     PIC Z(9)9.99.
       01  GAIN-DISP     PIC Z(9)9.99.
       01  REPORT-LINE   PIC X(100).

      * Pruefung des CONTROL-Abschluss-Satzes im Extract.
       01  VFY-EOF-SWITCH PIC X VALUE "N".
         88  VFY-EOF VALUE "Y".
       01  VFY-CONTROL-SWITCH PIC X VALUE "N".
         88  VFY-CONTROL-SEEN VALUE "Y".
       01  VFY-BAD-SWITCH PIC X VALUE "N".
         88  EXTRACT-BAD VALUE "Y".
       01  VFY-COUNT PIC 9(10) VALUE 0.
       01  VFY-HASH  PIC 9(8)V99 VALUE 0.
       01  VFY-STATED-COUNT PIC 9(10) VALUE 0.
       01  VFY-STATED-HASH  PIC 9(8)V99 VALUE 0.

       PROCEDURE DIVISION.
           PERFORM LOAD-REVAL-DATE
           PERFORM VERIFY-EXTRACT-TRAILER
           IF EXTRACT-BAD
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-FX-RATES
           PERFORM LOAD-FX-HISTORY
           IF HIST-FULL
               DISPLAY "*** Kurshistorie fxhist.txt zu gross -"
                   " Bewertung abgebrochen ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM SEED-FX-HISTORY
           OPEN OUTPUT REVAL-OUT
           PERFORM REVALUE-FROM-EXTRACT
           PERFORM WRITE-TRAILER
           CLOSE REVAL-OUT
           PERFORM WRITE-REVAL-REPORT
           IF CURR-FULL
               DISPLAY "*** Mehr als 50 Waehrungen - Rest nicht"
                   " bewertet ***"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF UNRATED-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Kursbewertung " REVAL-DATE " gegen " PREV-DATE
               ": " POSTED-COUNT " Buchungen nach fxreval.txt, "
               UNRATED-COUNT " Konten ohne Kurs."
           GOBACK.

       LOAD-REVAL-DATE SECTION.
      *    Stichtage: Lauftag und der letzte Tag des Vormonats.
           MOVE 0 TO REVAL-DATE
           OPEN INPUT BUSDATE-IN
           IF BUSDATE-IN-FILE-STATUS = "00"
               READ BUSDATE-IN
                   NOT AT END MOVE BUSDATE-IN-F TO REVAL-DATE
               END-READ
               CLOSE BUSDATE-IN
           END-IF
           IF REVAL-DATE = 0
               MOVE FUNCTION CURRENT-DATE TO RUN-DATE-DATA
               MOVE RUN-DATE TO REVAL-DATE
           END-IF
           MOVE REVAL-DATE TO FIRST-DATE
           MOVE "01" TO FIRST-DATE(7:2)
           COMPUTE PREV-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FIRST-DATE) - 1)

           .
       LOAD-FX-RATES SECTION.
           OPEN INPUT FXRATES-IN
           IF FXRATES-IN-FILE-STATUS NOT = "00"
               DISPLAY "Keine Kursdatei fxrates.txt."
               EXIT SECTION
           END-IF
           PERFORM UNTIL FX-EOF OR FX-COUNT >= 50
               READ FXRATES-IN
                   AT END SET FX-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO FX-COUNT
                       MOVE FX-CODE-F TO FX-CODE(FX-COUNT)
                       MOVE FX-RATE-F TO FX-RATE(FX-COUNT)
               END-READ
           END-PERFORM
           CLOSE FXRATES-IN

           .
       LOAD-FX-HISTORY SECTION.
           OPEN INPUT FXHIST-IN
           IF FXHIST-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL HIST-EOF OR HIST-FULL
               READ FXHIST-IN
                   AT END SET HIST-EOF TO TRUE
                   NOT AT END
                       IF HIST-COUNT >= 3000
                           SET HIST-FULL TO TRUE
                       ELSE
                           IF FH-DATE-F IS NUMERIC
                               AND FH-RATE-F IS NUMERIC
                               ADD 1 TO HIST-COUNT
                               MOVE FH-DATE-F TO HT-DATE(HIST-COUNT)
                               MOVE FH-CODE-F TO HT-CODE(HIST-COUNT)
                               MOVE FH-RATE-F TO HT-RATE(HIST-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXHIST-IN

           .
       SEED-FX-HISTORY SECTION.
      *    Waehrungen ohne jeden Historieneintrag bekommen ihren
      *    aktuellen Kurs zum Lauftag als Anfangseintrag.
           PERFORM VARYING FX-IDX FROM 1 BY 1
               UNTIL FX-IDX > FX-COUNT
               MOVE "N" TO FOUND-SWITCH
               PERFORM VARYING HIST-IDX FROM 1 BY 1
                   UNTIL HIST-IDX > HIST-COUNT OR ENTRY-FOUND
                   IF HT-CODE(HIST-IDX) = FX-CODE(FX-IDX)
                       SET ENTRY-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT ENTRY-FOUND AND FX-CODE(FX-IDX) NOT = "EUR"
                   AND HIST-COUNT < 3000
                   IF SEEDED-COUNT = 0
                       OPEN EXTEND FXHIST-OUT
                       IF FXHIST-OUT-FILE-STATUS NOT = "00"
                           OPEN OUTPUT FXHIST-OUT
                       END-IF
                   END-IF
                   ADD 1 TO SEEDED-COUNT
                   MOVE SPACES TO FXHIST-OUT-F
                   MOVE REVAL-DATE TO FH-DATE
                   MOVE FX-CODE(FX-IDX) TO FH-CODE
                   MOVE FX-RATE(FX-IDX) TO FH-RATE
                   MOVE "INI" TO FH-ACTION
                   MOVE "FXREVAL" TO FH-APPROVER
                   WRITE FXHIST-OUT-F
                   ADD 1 TO HIST-COUNT
                   MOVE REVAL-DATE TO HT-DATE(HIST-COUNT)
                   MOVE FX-CODE(FX-IDX) TO HT-CODE(HIST-COUNT)
                   MOVE FX-RATE(FX-IDX) TO HT-RATE(HIST-COUNT)
               END-IF
           END-PERFORM
           IF SEEDED-COUNT > 0
               CLOSE FXHIST-OUT
               DISPLAY "Kurshistorie: " SEEDED-COUNT
                   " Waehrungen neu mit Kurs zum " REVAL-DATE
                   " eingetragen."
           END-IF

           .
       FIND-RATE-AS-OF SECTION.
      *    Juengster Eintrag fuer LOOKUP-CODE bis LOOKUP-DATE; 0 =
      *    kein Kurs bekannt. EUR steht immer zu 1.
           MOVE 0 TO LOOKUP-RATE
           MOVE 0 TO LOOKUP-SEEN-DATE
           IF LOOKUP-CODE = "EUR"
               MOVE 1 TO LOOKUP-RATE
               EXIT SECTION
           END-IF
           PERFORM VARYING HIST-IDX FROM 1 BY 1
               UNTIL HIST-IDX > HIST-COUNT
               IF HT-CODE(HIST-IDX) = LOOKUP-CODE
                   AND HT-DATE(HIST-IDX) <= LOOKUP-DATE
                   AND HT-DATE(HIST-IDX) >= LOOKUP-SEEN-DATE
                   MOVE HT-DATE(HIST-IDX) TO LOOKUP-SEEN-DATE
                   MOVE HT-RATE(HIST-IDX) TO LOOKUP-RATE
               END-IF
           END-PERFORM

           .
       FIND-CURRENCY SECTION.
      *    Waehrung im Bericht suchen bzw. anlegen; beim Anlegen
      *    werden beide Stichtagskurse einmal ermittelt.
           MOVE "N" TO FOUND-SWITCH
           PERFORM VARYING CURR-IDX FROM 1 BY 1
               UNTIL CURR-IDX > CURR-COUNT OR ENTRY-FOUND
               IF CT-CODE(CURR-IDX) = EX-CURRENCY
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ENTRY-FOUND
               SUBTRACT 1 FROM CURR-IDX
               EXIT SECTION
           END-IF
           IF CURR-COUNT >= 50
               SET CURR-FULL TO TRUE
               EXIT SECTION
           END-IF
           ADD 1 TO CURR-COUNT
           MOVE CURR-COUNT TO CURR-IDX
           MOVE EX-CURRENCY TO CT-CODE(CURR-IDX)
           MOVE 0 TO CT-BALANCE(CURR-IDX)
           MOVE 0 TO CT-ACCOUNTS(CURR-IDX)
           MOVE 0 TO CT-LOSS(CURR-IDX)
           MOVE 0 TO CT-GAIN(CURR-IDX)
           MOVE EX-CURRENCY TO LOOKUP-CODE
           MOVE PREV-DATE TO LOOKUP-DATE
           PERFORM FIND-RATE-AS-OF
           MOVE LOOKUP-RATE TO CT-OLD-RATE(CURR-IDX)
           MOVE REVAL-DATE TO LOOKUP-DATE
           PERFORM FIND-RATE-AS-OF
           IF LOOKUP-RATE = 0
               PERFORM VARYING FX-IDX FROM 1 BY 1
                   UNTIL FX-IDX > FX-COUNT
                   IF FX-CODE(FX-IDX) = EX-CURRENCY
                       MOVE FX-RATE(FX-IDX) TO LOOKUP-RATE
                   END-IF
               END-PERFORM
           END-IF
           MOVE LOOKUP-RATE TO CT-NEW-RATE(CURR-IDX)
           IF CT-OLD-RATE(CURR-IDX) = 0 OR CT-NEW-RATE(CURR-IDX) = 0
               MOVE "N" TO CT-STATE(CURR-IDX)
           ELSE
               MOVE "R" TO CT-STATE(CURR-IDX)
           END-IF

           .
       REVALUE-FROM-EXTRACT SECTION.
           OPEN INPUT EXTRACT-IN
           IF EXTRACT-IN-FILE-STATUS NOT = "00"
               DISPLAY "Kein extract.txt - keine Bewertung."
               EXIT SECTION
           END-IF
           PERFORM UNTIL EXTRACT-EOF
               READ EXTRACT-IN
                   AT END SET EXTRACT-EOF TO TRUE
                   NOT AT END
                       IF EX-RECTYPE = "ACCOUNT"
                           AND EX-CURRENCY NOT = "EUR"
                           AND EX-CURRENCY NOT = SPACES
                           PERFORM REVALUE-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXTRACT-IN

           .
       REVALUE-ONE-ACCOUNT SECTION.
      *    Differenz in EUR = Saldo * (neuer Kurs - alter Kurs).
           PERFORM FIND-CURRENCY
           IF CURR-FULL
               EXIT SECTION
           END-IF
           ADD EX-AMOUNT TO CT-BALANCE(CURR-IDX)
           ADD 1 TO CT-ACCOUNTS(CURR-IDX)
           IF CT-NO-RATE(CURR-IDX)
               ADD 1 TO UNRATED-COUNT
               EXIT SECTION
           END-IF
           COMPUTE REVAL-DIFF ROUNDED = EX-AMOUNT
               * (CT-NEW-RATE(CURR-IDX) - CT-OLD-RATE(CURR-IDX))
           IF REVAL-DIFF = 0
               EXIT SECTION
           END-IF
           COMPUTE POST-AMOUNT = FUNCTION ABS(REVAL-DIFF)
           IF TRAILERBANK NOT = EX-BANKID
               PERFORM WRITE-TRAILER
               MOVE EX-BANKID TO TRAILERBANK
           END-IF
           MOVE CT-OLD-RATE(CURR-IDX) TO OLD-RATE-DISP
           MOVE CT-NEW-RATE(CURR-IDX) TO NEW-RATE-DISP
           MOVE SPACES TO REVAL-OUT-F
           MOVE EX-BANKID TO RV-BANKID
           MOVE EX-ACCOUNTID TO RV-ACCOUNTID
           MOVE POST-AMOUNT TO RV-AMOUNT
           IF REVAL-DIFF > 0
               MOVE "C" TO RV-DRCR
               ADD POST-AMOUNT TO CT-LOSS(CURR-IDX)
               ADD POST-AMOUNT TO TOTAL-LOSS
           ELSE
               MOVE "D" TO RV-DRCR
               ADD POST-AMOUNT TO CT-GAIN(CURR-IDX)
               ADD POST-AMOUNT TO TOTAL-GAIN
           END-IF
           MOVE "EUR" TO RV-CURR-CODE
           STRING "Kursbewertung " EX-CURRENCY " "
               FUNCTION TRIM(OLD-RATE-DISP) " > "
               FUNCTION TRIM(NEW-RATE-DISP)
               DELIMITED BY SIZE INTO RV-COMMENT
           MOVE REVAL-DATE TO RV-VALDATE
           WRITE REVAL-OUT-F
           ADD 1 TO POSTED-COUNT
           ADD 1 TO TRAILER-COUNT
           ADD POST-AMOUNT TO TRAILER-AMOUNT

           .
       WRITE-TRAILER SECTION.
           IF TRAILERBANK NOT = 0
               MOVE SPACES TO REVAL-OUT-F
               MOVE TRAILERBANK TO RV-BANKID
               MOVE TRAILER-COUNT TO RV-ACCOUNTID
               MOVE TRAILER-AMOUNT TO RV-AMOUNT
               MOVE "T" TO RV-DRCR
               MOVE "EUR" TO RV-CURR-CODE
               MOVE "Kontrollsatz Kursbewertung" TO RV-COMMENT
      *        Der Kontrollsatz traegt den Lauftag; GLPOST_M
      *        journalisiert die Datei nur an diesem Tag.
               MOVE REVAL-DATE TO RV-VALDATE
               WRITE REVAL-OUT-F
           END-IF
           MOVE 0 TO TRAILER-COUNT
           MOVE 0 TO TRAILER-AMOUNT

           .
       WRITE-REVAL-REPORT SECTION.
           OPEN OUTPUT REPORT-OUT
           MOVE SPACES TO REPORT-LINE
           STRING "Kursbewertung Fremdwaehrungssalden per "
               REVAL-DATE " (Vorkurs per " PREV-DATE ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           STRING "Whg     Vorkurs    Kurs neu Konten"
               "       Saldo Whg       Aufwand        Ertrag"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           PERFORM VARYING CURR-IDX FROM 1 BY 1
               UNTIL CURR-IDX > CURR-COUNT
               MOVE CT-OLD-RATE(CURR-IDX) TO OLD-RATE-DISP
               MOVE CT-NEW-RATE(CURR-IDX) TO NEW-RATE-DISP
               MOVE CT-BALANCE(CURR-IDX) TO BAL-DISP
               MOVE CT-LOSS(CURR-IDX) TO LOSS-DISP
               MOVE CT-GAIN(CURR-IDX) TO GAIN-DISP
               MOVE SPACES TO REPORT-LINE
               IF CT-NO-RATE(CURR-IDX)
                   STRING CT-CODE(CURR-IDX) " " OLD-RATE-DISP
                       " " NEW-RATE-DISP " " CT-ACCOUNTS(CURR-IDX)
                       " " BAL-DISP
                       "  *** kein Kurs zum Stichtag ***"
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING CT-CODE(CURR-IDX) " " OLD-RATE-DISP
                       " " NEW-RATE-DISP " " CT-ACCOUNTS(CURR-IDX)
                       " " BAL-DISP " " LOSS-DISP " " GAIN-DISP
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               WRITE REPORT-OUT-F FROM REPORT-LINE
           END-PERFORM
           MOVE TOTAL-LOSS TO LOSS-DISP
           MOVE TOTAL-GAIN TO GAIN-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Summe Bewertungsaufwand " LOSS-DISP
               "  Bewertungsertrag " GAIN-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           CLOSE REPORT-OUT

           .
       VERIFY-EXTRACT-TRAILER SECTION.
      *    Der Extract endet mit einem CONTROL-Satz (Satzanzahl und
      *    Betrags-Pruefsumme, Summe der Absolutbetraege modulo
      *    100000000); eine abgeschnittene oder zu frueh gegriffene
      *    Datei wird mit Meldung verweigert.
           MOVE "N" TO VFY-EOF-SWITCH
           MOVE "N" TO VFY-CONTROL-SWITCH
           MOVE "N" TO VFY-BAD-SWITCH
           MOVE 0 TO VFY-COUNT
           MOVE 0 TO VFY-HASH
           OPEN INPUT EXTRACT-IN
           IF EXTRACT-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL VFY-EOF
               READ EXTRACT-IN
                   AT END SET VFY-EOF TO TRUE
                   NOT AT END
                       IF EX-RECTYPE = "CONTROL"
                           SET VFY-CONTROL-SEEN TO TRUE
                           MOVE EX-ACCOUNTID TO VFY-STATED-COUNT
                           MOVE EX-AMOUNT TO VFY-STATED-HASH
                       ELSE
                           ADD 1 TO VFY-COUNT
                           COMPUTE VFY-HASH = FUNCTION MOD(VFY-HASH
                               + FUNCTION ABS(EX-AMOUNT), 100000000)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXTRACT-IN
           IF NOT VFY-CONTROL-SEEN
               DISPLAY "*** Extract ohne CONTROL-Abschluss-Satz -"
                   " Datei verweigert ***"
               SET EXTRACT-BAD TO TRUE
               EXIT SECTION
           END-IF
           IF VFY-COUNT NOT = VFY-STATED-COUNT
               OR VFY-HASH NOT = VFY-STATED-HASH
               DISPLAY "*** Extract-Abschluss-Satz stimmt nicht -"
                   " Datei verweigert ***"
               SET EXTRACT-BAD TO TRUE
           END-IF

           .
