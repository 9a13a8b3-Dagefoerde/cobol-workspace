      *   - ein Posten der Schlange, der NICHT wieder in returns.txt
      *     steht, wurde gebucht und verlaesst die Schlange;
      *   - neue Ruecklastschriften treten mit Versuch 1 ein.
      * Lastschriften ohne gueltiges Mandat (Grund NOMANDATE) werden
      * nie wieder vorgelegt; ein solcher Posten der Schlange
      * verlaesst sie wie ein gebuchter.
      * Ruecklaeufer aus dem Clearing (Bild im Herkunftsverzeichnis
      * clearorig.txt) werden nicht wieder vorgelegt: sie gehen mit
      * der Clearing-Rueckgabe CLRRET_M an die Einreicherbank.
      * Alle verbleibenden Posten werden sortiert mit Bank-
      * Kontrollsaetzen nach reprtxn.txt geschrieben und laufen im
      * naechsten Abschluss erneut mit.
           SELECT FINAL-OUT ASSIGN TO "reprfinal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINAL-OUT-FILE-STATUS.
           SELECT ORIGIN-IN ASSIGN TO "clearorig.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORIGIN-IN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD QUEUE-IN.
         05  TX-VALDATE   PIC 9(8).
       FD FINAL-OUT.
       01  FINAL-OUT-F PIC X(110).
       FD ORIGIN-IN.
       01  ORIGIN-IN-F.
         05  CO-IMAGE-F PIC X(92).
         05  FILLER     PIC X(64).
       WORKING-STORAGE SECTION.
       01  QUEUE-IN-FILE-STATUS  PIC X(02).
       01  QUEUE-OUT-FILE-STATUS PIC X(02).
       01  REPRMAX-IN-FILE-STATUS PIC X(02).
       01  TXN-OUT-FILE-STATUS   PIC X(02).
       01  FINAL-OUT-FILE-STATUS PIC X(02).
       01  ORIGIN-IN-FILE-STATUS PIC X(02).
       01  ORIGIN-EOF-SWITCH PIC X VALUE "N".
         88  ORIGIN-EOF VALUE "Y".
      * Bilder der Clearing-Posten aus dem Herkunftsverzeichnis.
       01  ORIGIN-TABLE.
         05  ORIGIN-IMAGE OCCURS 5000 TIMES PIC X(92).
       01  ORIGIN-COUNT PIC 9(04) VALUE 0.
       01  ORIGIN-IDX   PIC 9(04).
       01  ORIGIN-SWITCH PIC X VALUE "N".
         88  CLEARING-ITEM VALUE "Y".
       01  CLEARING-COUNT PIC 9(04) VALUE 0.
       01  QUEUE-EOF-SWITCH PIC X VALUE "N".
         88  QUEUE-EOF VALUE "Y".
       01  RETURNS-EOF-SWITCH PIC X VALUE "N".
       PROCEDURE DIVISION.
           PERFORM LOAD-MAX-ATTEMPTS
           PERFORM LOAD-QUEUE
           PERFORM LOAD-ORIGIN-IMAGES
           PERFORM MATCH-TODAYS-RETURNS
           PERFORM SETTLE-QUEUE
           PERFORM EMIT-QUEUE-TXNS
           PERFORM SAVE-QUEUE
           DISPLAY "Wiedervorlage: " EMIT-COUNT " Posten in der"
               " Schlange, " POSTED-COUNT " gebucht, " NEW-COUNT
               " neu, " FINAL-COUNT " endgueltig, "
               CLEARING-COUNT " an das Clearing zurueck."
           GOBACK.

       LOAD-MAX-ATTEMPTS SECTION.
           END-PERFORM
           CLOSE QUEUE-IN

           .
       LOAD-ORIGIN-IMAGES SECTION.
           OPEN INPUT ORIGIN-IN
           IF ORIGIN-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL ORIGIN-EOF OR ORIGIN-COUNT >= 5000
               READ ORIGIN-IN
                   AT END SET ORIGIN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO ORIGIN-COUNT
                       MOVE CO-IMAGE-F TO ORIGIN-IMAGE(ORIGIN-COUNT)
               END-READ
           END-PERFORM
           CLOSE ORIGIN-IN

           .
       MATCH-TODAYS-RETURNS SECTION.
      *    Jede heutige Ruecklastschrift wird gegen die Schlange
           .
       MATCH-ONE-RETURN SECTION.
           MOVE "N" TO MATCH-SWITCH
           IF RT-REASON-F = "NOMANDATE"
               EXIT SECTION
           END-IF
           PERFORM VARYING QUEUE-IDX FROM 1 BY 1
               UNTIL QUEUE-IDX > QUEUE-COUNT OR ITEM-MATCHED
               IF QE-IMAGE(QUEUE-IDX) = RT-IMAGE-F
               END-IF
           END-PERFORM
           IF NOT ITEM-MATCHED
               MOVE "N" TO ORIGIN-SWITCH
               PERFORM VARYING ORIGIN-IDX FROM 1 BY 1
                   UNTIL ORIGIN-IDX > ORIGIN-COUNT OR CLEARING-ITEM
                   IF ORIGIN-IMAGE(ORIGIN-IDX) = RT-IMAGE-F
                       SET CLEARING-ITEM TO TRUE
                   END-IF
               END-PERFORM
               IF CLEARING-ITEM
                   ADD 1 TO CLEARING-COUNT
                   EXIT SECTION
               END-IF
               IF QUEUE-COUNT >= 2000
                   DISPLAY "*** Wiedervorlage voll - Ruecklast-"
                       "schrift nicht aufgenommen ***"
