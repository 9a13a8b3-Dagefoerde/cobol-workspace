      * freigegebene Aenderungen auf die Zieldatei an:
      *   PUT ersetzt den Satz mit gleichem Schluessel (die ersten
      *       PC-KEYLEN Stellen) bzw. sortiert ihn neu ein;
      *       steht der Schluessel nicht vorn im Satz (Dauerauftraege:
      *       Auftragsnummer hinten), gibt PC-KEYPOS seine Anfangs-
      *       stelle an - fehlt die Angabe, gilt Stelle 1;
      *       Schluessellaenge 0 ersetzt die ganze einzeilige Datei;
      *   DEL entfernt den Satz mit gleichem Schluessel.
      * Der Antragsteller darf nicht selbst freigeben. Antragsteller,
      * Freigeber und beide Zeitstempel landen in dualaudit.txt;
      * abgelehnte Antraege ebenso. Wiedervorgelegte Antraege
      * bleiben in pendchg.txt stehen.
      * Jede angewandte Kursaenderung in fxrates.txt wird mit
      * Freigabetag, Waehrung, Kurs und Freigeber in der Kurs-
      * historie fxhist.txt fortgeschrieben (DEL mit Kurs 0), damit
      * sich der Kurs zu jedem Stichtag nachvollziehen laesst.
      * Antraege auf den Kontostamm (Zieldatei acctmast.txt) wirken
      * per Schluessel direkt auf den indizierten Bestand
      * acctmast.dat; danach schreibt MASTIDX_M die Fassung
      * acctmast.txt fuer die sequentiellen Leser neu.
      * Dauerauftraege, Mandate und Darlehen schreiben die Laeufe
      * zwischen Antrag und Freigabe fort (Faelligkeit und
      * Ausfuehrungen, letzte Nutzung und Verfall, Restschuld und
      * Ratenlauf). Fuer einen vorhandenen Satz dieser Dateien
      * uebernimmt PUT daher nur die Felder, die der Pflegedialog
      * aendert, in den aktuellen Satz; ist der Satz inzwischen
      * beendet, verfallen oder (Darlehen) in Restschuld oder
      * letztem Ratenlauf fortgeschrieben, wird der Antrag nicht
      * angewandt und als STALE protokolliert.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TARGET-OUT ASSIGN TO TARGET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TARGET-OUT-FILE-STATUS.
           SELECT ACCTMAST-IO ASSIGN TO "acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-KEY-F
               FILE STATUS IS ACCTMAST-IO-FILE-STATUS.
           SELECT AUDIT-OUT ASSIGN TO "dualaudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-OUT-FILE-STATUS.
           SELECT FXHIST-OUT ASSIGN TO "fxhist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXHIST-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PENDING-IN.
         05  FILLER         PIC X(01).
         05  PC-KEYLEN-F    PIC 9(02).
         05  FILLER         PIC X(01).
         05  PC-IMAGE-F     PIC X(120).
         05  FILLER         PIC X(01).
         05  PC-KEYPOS-F    PIC 9(03).
       FD PENDING-OUT.
      * Gleiches Satzbild wie bei Kontostamm- und Parameter-
      * Pflege: 16+1+8+1+12+1+3+1+2+1+80 = 126 Stellen, fuer
      * laengere Saetze erweitert auf 120 Stellen Satzbild plus
      * Schluesselbeginn = 170 Stellen. Kurze Altsaetze lesen sich
      * mit Leerstellen aufgefuellt und gelten ab Stelle 1.
       01  PENDING-OUT-F PIC X(170).
       FD TARGET-IN.
       01  TARGET-IN-F PIC X(120).
       FD TARGET-OUT.
       01  TARGET-OUT-F PIC X(120).
       FD ACCTMAST-IO.
       01  ACCTMAST-IO-F.
         05  AM-KEY-F.
           10  AM-BANKID-F    PIC 9(5).
           10  AM-ACCOUNTID-F PIC 9(10).
         05  AM-NAME-F      PIC X(30).
         05  AM-STATUS-F    PIC X(01).
         05  AM-IBAN-F      PIC X(34).
         05  AM-PRODUCT-F   PIC X(04).
       FD AUDIT-OUT.
       01  AUDIT-OUT-F.
         05  AU-REQ-TIMESTAMP PIC 9(16).
         05  AU-DECISION      PIC X(08).
         05  FILLER           PIC X VALUE SPACE.
         05  AU-IMAGE         PIC X(40).
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
       WORKING-STORAGE SECTION.
       01  PENDING-IN-FILE-STATUS  PIC X(02).
       01  PENDING-OUT-FILE-STATUS PIC X(02).
       01  TARGET-IN-FILE-STATUS   PIC X(02).
       01  TARGET-OUT-FILE-STATUS  PIC X(02).
       01  ACCTMAST-IO-FILE-STATUS PIC X(02).
       01  AUDIT-OUT-FILE-STATUS   PIC X(02).
       01  FXHIST-OUT-FILE-STATUS  PIC X(02).
      * Satzbild von fxrates.txt fuer die Kurshistorie.
       01  FX-IMAGE.
         05  FXI-CODE PIC X(03).
         05  FXI-RATE PIC 9(4)V9(6).
       01  TARGET-NAME PIC X(40) VALUE SPACE.
       01  CURRENT-DATE-DATA.
        05 DATETIME PIC 9(16).
           10  PD-FILE      PIC X(12).
           10  PD-ACTION    PIC X(03).
           10  PD-KEYLEN    PIC 9(02).
           10  PD-IMAGE     PIC X(120).
           10  PD-KEYPOS    PIC 9(03).
           10  PD-STATE     PIC X(01).
             88  PD-APPROVED VALUE "A".
             88  PD-REJECTED VALUE "R".
         88  DECIDE-LATER   VALUE "W" "w".
      * Zieldatei als Zeilentabelle fuer das generische Anwenden.
       01  LINE-TABLE.
         05  LINE-ITEM OCCURS 600 TIMES PIC X(120).
       01  LINE-COUNT PIC 9(03) VALUE 0.
       01  LINE-IDX   PIC 9(03).
       01  SHIFT-IDX  PIC 9(03).
       01  SLOT-FOUND-SWITCH PIC X VALUE "N".
         88  SLOT-FOUND VALUE "Y".
       01  KEYLEN PIC 9(02) VALUE 0.
       01  KEYPOS PIC 9(03) VALUE 1.
       01  TARGET-FULL-SWITCH PIC X VALUE "N".
         88  TARGET-FULL VALUE "Y".
       01  APPROVED-COUNT PIC 9(03) VALUE 0.
       01  REJECTED-COUNT PIC 9(03) VALUE 0.
       01  KEPT-COUNT     PIC 9(03) VALUE 0.
       01  STALE-COUNT    PIC 9(03) VALUE 0.
       01  ACCTMAST-OPEN-SWITCH PIC X VALUE "N".
         88  ACCTMAST-OPEN VALUE "Y".
       01  ACCTMAST-CHANGED-SWITCH PIC X VALUE "N".
         88  ACCTMAST-CHANGED VALUE "Y".
       01  MASTIDX-SAVE-RC PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
           PERFORM LOAD-PENDING
                   PERFORM APPLY-ONE-CHANGE
               END-IF
           END-PERFORM
           IF ACCTMAST-OPEN
               CLOSE ACCTMAST-IO
           END-IF
           IF ACCTMAST-CHANGED
               PERFORM REFRESH-MASTER-COPIES
           END-IF
           PERFORM SAVE-PENDING
           CLOSE AUDIT-OUT
           DISPLAY "Freigabe beendet: " APPROVED-COUNT
               " angewandt, " REJECTED-COUNT " abgelehnt, "
               KEPT-COUNT " wiedervorgelegt, " STALE-COUNT
               " veraltet."
           GOBACK.

       LOAD-PENDING SECTION.
                       MOVE PC-ACTION-F TO PD-ACTION(PEND-COUNT)
                       MOVE PC-KEYLEN-F TO PD-KEYLEN(PEND-COUNT)
                       MOVE PC-IMAGE-F TO PD-IMAGE(PEND-COUNT)
                       IF PC-KEYPOS-F IS NOT NUMERIC
                           OR PC-KEYPOS-F = 0
                           MOVE 1 TO PD-KEYPOS(PEND-COUNT)
                       ELSE
                           MOVE PC-KEYPOS-F TO PD-KEYPOS(PEND-COUNT)
                       END-IF
                       MOVE "W" TO PD-STATE(PEND-COUNT)
               END-READ
           END-PERFORM
           .
       APPLY-ONE-CHANGE SECTION.
           MOVE PD-FILE(PEND-IDX) TO TARGET-NAME
           IF TARGET-NAME = "acctmast.txt"
               PERFORM APPLY-ACCOUNT-MASTER
               EXIT SECTION
           END-IF
           MOVE PD-KEYLEN(PEND-IDX) TO KEYLEN
           MOVE PD-KEYPOS(PEND-IDX) TO KEYPOS
           PERFORM LOAD-TARGET-FILE
           IF TARGET-FULL
               DISPLAY "*** " FUNCTION TRIM(TARGET-NAME)
               END-IF
           END-IF
           PERFORM SAVE-TARGET-FILE
           IF TARGET-NAME = "fxrates.txt"
               PERFORM WRITE-FX-HISTORY
           END-IF

           .
       APPLY-ACCOUNT-MASTER SECTION.
      *    PUT schreibt den Kontosatz neu oder ersetzt ihn, DEL
      *    loescht ihn - jeweils per Schluessel Bank+Konto.
           PERFORM OPEN-ACCOUNT-MASTER
           IF NOT ACCTMAST-OPEN
               DISPLAY "*** acctmast.dat nicht verfuegbar -"
                   " Aenderung nicht angewandt ***"
               EXIT SECTION
           END-IF
           MOVE PD-IMAGE(PEND-IDX)(1:84) TO ACCTMAST-IO-F
           IF PD-ACTION(PEND-IDX) = "DEL"
               DELETE ACCTMAST-IO RECORD
                   INVALID KEY
                       DISPLAY "Satz nicht mehr vorhanden in "
                           "acctmast.dat - nichts zu tun."
                   NOT INVALID KEY
                       SET ACCTMAST-CHANGED TO TRUE
               END-DELETE
               EXIT SECTION
           END-IF
           WRITE ACCTMAST-IO-F
               INVALID KEY
                   REWRITE ACCTMAST-IO-F
                       INVALID KEY
                           DISPLAY "*** acctmast.dat: Satz "
                               AM-BANKID-F "/" AM-ACCOUNTID-F
                               " nicht geschrieben ***"
                   END-REWRITE
           END-WRITE
           SET ACCTMAST-CHANGED TO TRUE

           .
       OPEN-ACCOUNT-MASTER SECTION.
      *    Fehlt acctmast.dat, baut MASTIDX_M ihn aus acctmast.txt
      *    auf; gibt es auch diese nicht, entsteht ein leerer
      *    Bestand.
           IF ACCTMAST-OPEN
               EXIT SECTION
           END-IF
           OPEN I-O ACCTMAST-IO
           IF ACCTMAST-IO-FILE-STATUS NOT = "00"
               PERFORM REFRESH-MASTER-COPIES
               OPEN I-O ACCTMAST-IO
           END-IF
           IF ACCTMAST-IO-FILE-STATUS NOT = "00"
               OPEN OUTPUT ACCTMAST-IO
               CLOSE ACCTMAST-IO
               OPEN I-O ACCTMAST-IO
           END-IF
           IF ACCTMAST-IO-FILE-STATUS = "00"
               SET ACCTMAST-OPEN TO TRUE
           END-IF

           .
       REFRESH-MASTER-COPIES SECTION.
           MOVE RETURN-CODE TO MASTIDX-SAVE-RC
           CALL "MASTIDX_M"
           CANCEL "MASTIDX_M"
           MOVE MASTIDX-SAVE-RC TO RETURN-CODE

           .
       WRITE-FX-HISTORY SECTION.
           OPEN EXTEND FXHIST-OUT
           IF FXHIST-OUT-FILE-STATUS NOT = "00"
               OPEN OUTPUT FXHIST-OUT
           END-IF
           MOVE PD-IMAGE(PEND-IDX)(1:13) TO FX-IMAGE
           MOVE SPACES TO FXHIST-OUT-F
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           MOVE DATETIME(1:8) TO FH-DATE
           MOVE FXI-CODE TO FH-CODE
           IF PD-ACTION(PEND-IDX) = "DEL" OR FXI-RATE IS NOT NUMERIC
               MOVE 0 TO FH-RATE
           ELSE
               MOVE FXI-RATE TO FH-RATE
           END-IF
           MOVE PD-ACTION(PEND-IDX) TO FH-ACTION
           MOVE APPROVER-ID TO FH-APPROVER
           WRITE FXHIST-OUT-F
           CLOSE FXHIST-OUT

           .
       LOAD-TARGET-FILE SECTION.
           MOVE "N" TO MATCH-SWITCH
           PERFORM VARYING LINE-IDX FROM 1 BY 1
               UNTIL LINE-IDX > LINE-COUNT OR LINE-MATCHED
               IF LINE-ITEM(LINE-IDX)(KEYPOS:KEYLEN) =
                   PD-IMAGE(PEND-IDX)(KEYPOS:KEYLEN)
                   PERFORM MERGE-TARGET-LINE
                   SET LINE-MATCHED TO TRUE
               END-IF
           END-PERFORM
           MOVE 0 TO INSERT-AT
           PERFORM VARYING LINE-IDX FROM 1 BY 1
               UNTIL LINE-IDX > LINE-COUNT OR SLOT-FOUND
               IF LINE-ITEM(LINE-IDX)(KEYPOS:KEYLEN) >
                   PD-IMAGE(PEND-IDX)(KEYPOS:KEYLEN)
                   MOVE LINE-IDX TO INSERT-AT
                   MOVE "Y" TO SLOT-FOUND-SWITCH
               END-IF
           END-PERFORM
           ADD 1 TO LINE-COUNT
           MOVE PD-IMAGE(PEND-IDX) TO LINE-ITEM(INSERT-AT)
           IF TARGET-NAME = "standing.txt"
               MOVE SPACES TO LINE-ITEM(INSERT-AT)(111:10)
           END-IF

           .
       MERGE-TARGET-LINE SECTION.
      *    Vorhandenen Satz ersetzen; bei den fortgeschriebenen
      *    Bestaenden nur die Felder des Antrags uebernehmen.
           EVALUATE TARGET-NAME
               WHEN "standing.txt"
                   PERFORM MERGE-STANDING-ORDER
               WHEN "mandmast.txt"
                   PERFORM MERGE-MANDATE
               WHEN "loanmast.txt"
                   PERFORM MERGE-LOAN
               WHEN OTHER
                   MOVE PD-IMAGE(PEND-IDX) TO LINE-ITEM(LINE-IDX)
           END-EVALUATE

           .
       MERGE-STANDING-ORDER SECTION.
      *    Satzbild wie STORDMNT_M: Betrag 16-25, Frequenz 30,
      *    Faelligkeit 31-38, Zweck 39-85, Ankertag 86-87, Enddatum
      *    und Hoechstzahl 88-99, Ausfuehrungen 100-103, Zustand
      *    104. Ausfuehrungen bleiben immer, Faelligkeit und
      *    Ankertag nur ohne neue Eingabe (Kennzeichen F in Stelle
      *    111) auf dem Stand des Generators. Einen inzwischen
      *    beendeten Auftrag belebt die Freigabe nicht wieder.
           IF LINE-ITEM(LINE-IDX)(104:1) = "E"
               PERFORM REPORT-STALE-CHANGE
               EXIT SECTION
           END-IF
           MOVE PD-IMAGE(PEND-IDX)(16:10)
               TO LINE-ITEM(LINE-IDX)(16:10)
           MOVE PD-IMAGE(PEND-IDX)(30:1)
               TO LINE-ITEM(LINE-IDX)(30:1)
           MOVE PD-IMAGE(PEND-IDX)(39:47)
               TO LINE-ITEM(LINE-IDX)(39:47)
           MOVE PD-IMAGE(PEND-IDX)(88:12)
               TO LINE-ITEM(LINE-IDX)(88:12)
           MOVE PD-IMAGE(PEND-IDX)(104:1)
               TO LINE-ITEM(LINE-IDX)(104:1)
           IF PD-IMAGE(PEND-IDX)(111:1) = "F"
               MOVE PD-IMAGE(PEND-IDX)(31:8)
                   TO LINE-ITEM(LINE-IDX)(31:8)
               MOVE PD-IMAGE(PEND-IDX)(86:2)
                   TO LINE-ITEM(LINE-IDX)(86:2)
           END-IF

           .
       MERGE-MANDATE SECTION.
      *    Satzbild wie MANDMNT_M: Schuldner Bank/Konto 54-68,
      *    Zustand 77, letzte Nutzung 78-85. Kontowechsel und
      *    Widerruf setzen ein aktives Mandat voraus; hat der
      *    Abschluss es inzwischen verfallen lassen, gilt der
      *    Antrag nicht. Die letzte Nutzung bleibt stehen.
           IF LINE-ITEM(LINE-IDX)(77:1) NOT = "A"
               PERFORM REPORT-STALE-CHANGE
               EXIT SECTION
           END-IF
           MOVE PD-IMAGE(PEND-IDX)(54:15)
               TO LINE-ITEM(LINE-IDX)(54:15)
           MOVE PD-IMAGE(PEND-IDX)(77:1)
               TO LINE-ITEM(LINE-IDX)(77:1)

           .
       MERGE-LOAN SECTION.
      *    Satzbild wie LOANGEN_M: Ursprungskapital 16-25,
      *    Restschuld 26-35, Laufzeit 42-44, Ratentag 45-46, letzter
      *    Ratenlauf 47-52. Die Umschuldung rechnet von der
      *    Restschuld bei Antrag; hat sich diese oder der letzte
      *    Ratenlauf seither bewegt, gilt der Antrag nicht.
           IF LINE-ITEM(LINE-IDX)(26:10) NOT = PD-IMAGE(PEND-IDX)(26:10)
               OR LINE-ITEM(LINE-IDX)(47:6) NOT =
                   PD-IMAGE(PEND-IDX)(47:6)
               PERFORM REPORT-STALE-CHANGE
               EXIT SECTION
           END-IF
           MOVE PD-IMAGE(PEND-IDX)(16:10)
               TO LINE-ITEM(LINE-IDX)(16:10)
           MOVE PD-IMAGE(PEND-IDX)(42:5)
               TO LINE-ITEM(LINE-IDX)(42:5)

           .
       REPORT-STALE-CHANGE SECTION.
           DISPLAY "*** " FUNCTION TRIM(TARGET-NAME)
               ": Satz seit dem Antrag fortgeschrieben -"
               " Aenderung nicht angewandt, bitte neu beantragen ***"
           SUBTRACT 1 FROM APPROVED-COUNT
           ADD 1 TO STALE-COUNT
           MOVE "STALE" TO AU-DECISION
           PERFORM WRITE-DUAL-AUDIT

           .
       DELETE-TARGET-LINE SECTION.
           MOVE "N" TO MATCH-SWITCH
           PERFORM VARYING LINE-IDX FROM 1 BY 1
               UNTIL LINE-IDX > LINE-COUNT OR LINE-MATCHED
               IF LINE-ITEM(LINE-IDX)(KEYPOS:KEYLEN) =
                   PD-IMAGE(PEND-IDX)(KEYPOS:KEYLEN)
                   SET LINE-MATCHED TO TRUE
               END-IF
           END-PERFORM
                       PD-FILE(PEND-IDX) " "
                       PD-ACTION(PEND-IDX) " "
                       PD-KEYLEN(PEND-IDX) " "
                       PD-IMAGE(PEND-IDX) " "
                       PD-KEYPOS(PEND-IDX)
                       DELIMITED BY SIZE INTO PENDING-OUT-F
                   WRITE PENDING-OUT-F
               END-IF
