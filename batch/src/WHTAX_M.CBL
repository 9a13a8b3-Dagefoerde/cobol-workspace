      * und Kontrollsaetze laufen unveraendert durch; die Bank-
      * Kontrollsaetze werden neu gerechnet. Ohne taxrates.txt
      * laeuft intpost.txt unveraendert nach taxpost.txt durch.
      * Ein aufrufendes Programm kann ueber die Steuerdatei
      * taxrun.txt (je 40 Stellen Zinsbuchungen, Steuerstrom,
      * Abfuehrung) eigene Dateinamen vorgeben, so die Konto-
      * aufloesung CLOSEOUT_M; die Datei wird nach dem Lesen
      * geloescht. Fehlt sie oder ist ein Name leer, gelten die
      * obigen Dateien. Jede Abfuehrung wird zusaetzlich mit
      * Datum und Satz an taxremhist.txt angehaengt; daraus stimmt
      * die Jahresmeldung TAXRPT_M die einbehaltene Steuer ab.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTPOST-IN ASSIGN TO INTPOST-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTPOST-IN-FILE-STATUS.
           SELECT TAXRATES-IN ASSIGN TO "taxrates.txt"
           SELECT BUSDATE-IN ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-IN-FILE-STATUS.
           SELECT TAXPOST-OUT ASSIGN TO TAXPOST-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAXPOST-OUT-FILE-STATUS.
           SELECT REMIT-OUT ASSIGN TO REMIT-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REMIT-OUT-FILE-STATUS.
           SELECT REMHIST-OUT ASSIGN TO "taxremhist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REMHIST-OUT-FILE-STATUS.
           SELECT CERT-OUT ASSIGN TO "taxcert.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERT-OUT-FILE-STATUS.
           SELECT TAXRUN-IN ASSIGN TO "taxrun.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAXRUN-IN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD INTPOST-IN.
         05  TP-VALDATE   PIC 9(8).
       FD REMIT-OUT.
       01  REMIT-OUT-F PIC X(80).
       FD REMHIST-OUT.
       01  REMHIST-OUT-F.
         05  RH-DATE-F  PIC 9(8).
         05  RH-RATE-F  PIC 9(2)V9(4).
         05  RH-TOTAL-F PIC 9(10)V99.
       FD CERT-OUT.
       01  CERT-OUT-F PIC X(120).
       FD TAXRUN-IN.
       01  TAXRUN-IN-F.
         05  TR-INPOST-F  PIC X(40).
         05  TR-TAXPOST-F PIC X(40).
         05  TR-REMIT-F   PIC X(40).
       WORKING-STORAGE SECTION.
       01  INTPOST-IN-FILE-STATUS  PIC X(02).
       01  TAXRATES-IN-FILE-STATUS PIC X(02).
       01  BUSDATE-IN-FILE-STATUS  PIC X(02).
       01  TAXPOST-OUT-FILE-STATUS PIC X(02).
       01  REMIT-OUT-FILE-STATUS   PIC X(02).
       01  REMHIST-OUT-FILE-STATUS PIC X(02).
       01  CERT-OUT-FILE-STATUS    PIC X(02).
       01  TAXRUN-IN-FILE-STATUS   PIC X(02).
       01  INTPOST-IN-NAME  PIC X(40) VALUE "intpost.txt".
       01  TAXPOST-OUT-NAME PIC X(40) VALUE "taxpost.txt".
       01  REMIT-OUT-NAME   PIC X(40) VALUE "taxremit.txt".
       01  SYSTEM-COMMAND PIC X(120) VALUE SPACE.
       01  RUN-DATE-DATA.
         05  RUN-YYYY  PIC 9(4).
         05  RUN-MM    PIC 9(2).
       01  RL-TOTAL PIC Z(9)9.99.

       PROCEDURE DIVISION.
           PERFORM SELECT-RUN-FILES
           PERFORM LOAD-TAX-DATE
           PERFORM LOAD-TAX-RATES
           PERFORM LOAD-EXEMPTIONS
               " durchgereicht."
           GOBACK.

       SELECT-RUN-FILES SECTION.
      *    Ohne taxrun.txt bleibt es bei den Dateien des Regellaufs.
           OPEN INPUT TAXRUN-IN
           IF TAXRUN-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE SPACES TO TAXRUN-IN-F
           READ TAXRUN-IN
               AT END MOVE SPACES TO TAXRUN-IN-F
           END-READ
           CLOSE TAXRUN-IN
           IF TR-INPOST-F NOT = SPACE
               MOVE TR-INPOST-F TO INTPOST-IN-NAME
           END-IF
           IF TR-TAXPOST-F NOT = SPACE
               MOVE TR-TAXPOST-F TO TAXPOST-OUT-NAME
           END-IF
           IF TR-REMIT-F NOT = SPACE
               MOVE TR-REMIT-F TO REMIT-OUT-NAME
           END-IF
      *    Die Vorgabe gilt nur fuer diesen einen Lauf.
           MOVE "rm -f taxrun.txt" TO SYSTEM-COMMAND
           CALL "SYSTEM" USING SYSTEM-COMMAND

           .
       LOAD-TAX-DATE SECTION.
           OPEN INPUT BUSDATE-IN
           IF BUSDATE-IN-FILE-STATUS = "00"
       PROCESS-INTEREST-POSTINGS SECTION.
           OPEN INPUT INTPOST-IN
           IF INTPOST-IN-FILE-STATUS NOT = "00"
               DISPLAY "Keine Zinsbuchungen "
                   FUNCTION TRIM(INTPOST-IN-NAME)
                   " - nichts zu versteuern."
               EXIT SECTION
           END-IF
           OPEN OUTPUT TAXPOST-OUT
               WRITE REMIT-OUT-F FROM REPORT-LINE
           END-PERFORM
           CLOSE REMIT-OUT
      *    Fortlaufende Abfuehrungshistorie fuer die Jahresmeldung.
           OPEN EXTEND REMHIST-OUT
           IF REMHIST-OUT-FILE-STATUS NOT = "00"
               OPEN OUTPUT REMHIST-OUT
           END-IF
           PERFORM VARYING REMIT-IDX FROM 1 BY 1
               UNTIL REMIT-IDX > REMIT-COUNT
               MOVE TAX-DATE TO RH-DATE-F
               MOVE RM-RATE(REMIT-IDX) TO RH-RATE-F
               MOVE RM-TOTAL(REMIT-IDX) TO RH-TOTAL-F
               WRITE REMHIST-OUT-F
           END-PERFORM
           CLOSE REMHIST-OUT

           .
       WRITE-CERTIFICATES SECTION.
