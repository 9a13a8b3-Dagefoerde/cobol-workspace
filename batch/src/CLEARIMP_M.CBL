      * nicht, wird die GESAMTE Lieferung mit Bericht clearimprpt.txt
      * und RETURN-CODE 8 abgewiesen - es darf keine halbe Datei
      * geladen werden.
      * Belastungen aus dem Clearing sind Lastschriften: sie tragen
      * in der Referenz die Mandatsreferenz und dahinter die
      * Glaeubiger-Identifikation. Der Verwendungszweck wird dafuer
      * als "LS" + Mandatsreferenz (35) + Glaeubiger-ID (18)
      * aufgebaut, damit der Abschluss das Mandat pruefen kann.
      * Jeder uebernommene Satz wird zusaetzlich mit Absender,
      * Lieferdatum und vollstaendiger Originalreferenz an das
      * Herkunftsverzeichnis clearorig.txt angehaengt; daran erkennt
      * die Rueckgabe CLRRET_M, welche Ruecklaeufer und Rejects aus
      * dem Clearing stammen und an wen sie zurueckgehen.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REPORT-OUT ASSIGN TO "clearimprpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-OUT-FILE-STATUS.
           SELECT ORIGIN-OUT ASSIGN TO "clearorig.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORIGIN-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLEARING-IN.
         05  CD-CURR-F      PIC X(03).
         05  CD-VALDATE-F   PIC 9(8).
         05  CD-REFERENCE-F PIC X(40).
         05  CD-CREDITOR-F  PIC X(18).
         05  FILLER         PIC X(02).
       01  CLEARING-TRAILER REDEFINES CLEARING-IN-F.
         05  FILLER       PIC X(01).
         05  CT-COUNT-F   PIC 9(8).
         05  SG-DRCR      PIC X(01).
         05  SG-CURR-CODE PIC X(03).
         05  SG-COMMENT   PIC X(55).
         05  SG-DEBIT-COMMENT REDEFINES SG-COMMENT.
           10  SG-LS-MARK   PIC X(02).
           10  SG-MANDREF   PIC X(35).
           10  SG-CREDITOR  PIC X(18).
         05  SG-VALDATE   PIC 9(8).
       FD RAWLIST-IN.
       01  RAWLIST-IN-F PIC X(40).
       01  RAWLIST-OUT-F PIC X(40).
       FD REPORT-OUT.
       01  REPORT-OUT-F PIC X(100).
      * Herkunftsverzeichnis: gestagtes Bild, Absender der Lieferung,
      * Lieferdatum, Originalreferenz und Zustand (leer = offen,
      * R = an den Absender zurueckgegeben).
       FD ORIGIN-OUT.
       01  ORIGIN-OUT-F.
         05  CO-IMAGE     PIC X(92).
         05  FILLER       PIC X(01).
         05  CO-SENDER    PIC X(11).
         05  FILLER       PIC X(01).
         05  CO-DELIVDATE PIC 9(8).
         05  FILLER       PIC X(01).
         05  CO-REFERENCE PIC X(40).
         05  FILLER       PIC X(01).
         05  CO-STATE     PIC X(01).
       WORKING-STORAGE SECTION.
       01  CLEARING-IN-FILE-STATUS PIC X(02).
       01  STAGE-OUT-FILE-STATUS   PIC X(02).
       01  STAGE-LISTED-SWITCH PIC X VALUE "N".
         88  STAGE-LISTED VALUE "Y".
       01  REPORT-OUT-FILE-STATUS  PIC X(02).
       01  ORIGIN-OUT-FILE-STATUS  PIC X(02).
       01  CLEARING-EOF-SWITCH PIC X VALUE "N".
         88  CLEARING-EOF VALUE "Y".
       01  HEADER-SEEN-SWITCH PIC X VALUE "N".
           MOVE "N" TO CLEARING-EOF-SWITCH
           OPEN INPUT CLEARING-IN
           OPEN OUTPUT STAGE-OUT
           OPEN EXTEND ORIGIN-OUT
           IF ORIGIN-OUT-FILE-STATUS NOT = "00"
               OPEN OUTPUT ORIGIN-OUT
           END-IF
           PERFORM UNTIL CLEARING-EOF
               READ CLEARING-IN
                   AT END SET CLEARING-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE CLEARING-IN
           CLOSE ORIGIN-OUT
           PERFORM VARYING BANK-IDX FROM 1 BY 1
               UNTIL BANK-IDX > BANK-COUNT
               MOVE SPACES TO STAGE-OUT-F
           MOVE CD-AMOUNT-F TO SG-AMOUNT
           MOVE CD-DRCR-F TO SG-DRCR
           MOVE CD-CURR-F TO SG-CURR-CODE
           IF CD-DRCR-F = "D"
               MOVE "LS" TO SG-LS-MARK
               MOVE CD-REFERENCE-F TO SG-MANDREF
               MOVE CD-CREDITOR-F TO SG-CREDITOR
           ELSE
               MOVE CD-REFERENCE-F TO SG-COMMENT
           END-IF
           MOVE CD-VALDATE-F TO SG-VALDATE
           WRITE STAGE-OUT-F
           ADD 1 TO STAGED-COUNT
           MOVE SPACES TO ORIGIN-OUT-F
           MOVE STAGE-OUT-F TO CO-IMAGE
           MOVE DELIVERY-SENDER TO CO-SENDER
           MOVE DELIVERY-DATE TO CO-DELIVDATE
           MOVE CD-REFERENCE-F TO CO-REFERENCE
           WRITE ORIGIN-OUT-F
           MOVE "N" TO BK-FOUND-SWITCH
           PERFORM VARYING BANK-IDX FROM 1 BY 1
               UNTIL BANK-IDX > BANK-COUNT OR BK-FOUND
