       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TAXRPT_M.
      *****************************************************************
      * Jahresmeldung der Kapitalertraege an die Finanzverwaltung:
      * verdichtet den Verbrauchs- und Summenbestand taxused.txt
      * der Steuerlaeufe (WHTAX_M) eines Jahres vom Konto auf den
      * Steuerpflichtigen. Das Konto fuehrt per Schluessel ueber
      * custlink.dat zum Kunden, der Kundenstamm custmast.dat
      * liefert die Steuer-ID; Kunden mit gleicher Steuer-ID
      * werden zusammengefasst. Fehlen die Bestaende, baut
      * MASTIDX_M sie aus den .txt-Dateien auf.
      * Ergebnis ist die Meldedatei taxannual.txt im festen Format:
      *   H - Meldejahr, Erstellungsdatum, Absender;
      *   D - je Steuer-ID Kunde, Name, Zinsen brutto, genutzte
      *       Freistellung, einbehaltene Steuer, Anzahl Konten;
      *   T - Anzahl D-Saetze, Summen der D-Saetze und die im Jahr
      *       abgefuehrte Steuer.
      * Die Kontrolliste taxannrpt.txt stimmt die einbehaltene
      * Steuer aller Konten gegen die Abfuehrungen des Jahres aus
      * taxremhist.txt (Fortschreibung von taxremit.txt) ab und
      * nennt Kunden ohne Steuer-ID sowie Konten ohne Kunden-
      * verknuepfung; beide gehen nicht in die Meldedatei.
      * Differenz, fehlende Steuer-ID oder fehlende Historie
      * ergeben RC 4.
      * Meldejahr aus yearend.txt, sonst busdate.txt, sonst
      * Systemdatum - wie beim Jahresabschluss YEAREND_M.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YEAREND-IN ASSIGN TO "yearend.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS YEAREND-IN-FILE-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-IN-FILE-STATUS.
           SELECT TAXUSED-IN ASSIGN TO "taxused.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAXUSED-IN-FILE-STATUS.
           SELECT REMHIST-IN ASSIGN TO "taxremhist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REMHIST-IN-FILE-STATUS.
           SELECT CUSTMAST-IN ASSIGN TO "custmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTID-F
               ALTERNATE RECORD KEY IS CU-NAME-F WITH DUPLICATES
               FILE STATUS IS CUSTMAST-IN-FILE-STATUS.
           SELECT CUSTLINK-IN ASSIGN TO "custlink.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY-F
               ALTERNATE RECORD KEY IS CL-CUSTID-F WITH DUPLICATES
               FILE STATUS IS CUSTLINK-IN-FILE-STATUS.
           SELECT ANNUAL-OUT ASSIGN TO "taxannual.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANNUAL-OUT-FILE-STATUS.
           SELECT REPORT-OUT ASSIGN TO "taxannrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD YEAREND-IN.
       01  YEAREND-IN-F PIC 9(4).
       FD BUSDATE-IN.
       01  BUSDATE-IN-F PIC 9(8).
       FD TAXUSED-IN.
       01  TAXUSED-IN-F.
         05  TU-BANKID-F    PIC 9(5).
         05  TU-ACCOUNTID-F PIC 9(10).
         05  TU-YEAR-F      PIC 9(4).
         05  TU-USED-F      PIC 9(8)V99.
         05  TU-GROSS-F     PIC 9(8)V99.
         05  TU-TAX-F       PIC 9(8)V99.
       FD REMHIST-IN.
       01  REMHIST-IN-F.
         05  RH-DATE-F  PIC 9(8).
         05  RH-RATE-F  PIC 9(2)V9(4).
         05  RH-TOTAL-F PIC 9(10)V99.
       FD CUSTMAST-IN.
       01  CUSTMAST-IN-F.
         05  CU-CUSTID-F PIC 9(8).
         05  CU-NAME-F   PIC X(30).
         05  CU-STREET-F PIC X(30).
         05  CU-CITY-F   PIC X(30).
         05  CU-TAXID-F  PIC X(15).
         05  CU-DELIVERY-F PIC X(01).
       FD CUSTLINK-IN.
       01  CUSTLINK-IN-F.
         05  CL-CUSTID-F    PIC 9(8).
         05  CL-KEY-F.
           10  CL-BANKID-F    PIC 9(5).
           10  CL-ACCOUNTID-F PIC 9(10).
       FD ANNUAL-OUT.
       01  ANNUAL-OUT-F PIC X(120).
       01  ANNUAL-HEADER REDEFINES ANNUAL-OUT-F.
         05  AH-RECTYPE  PIC X(01).
         05  AH-YEAR     PIC 9(4).
         05  AH-DATE     PIC 9(8).
         05  AH-SENDER   PIC X(11).
         05  FILLER      PIC X(96).
       01  ANNUAL-DETAIL REDEFINES ANNUAL-OUT-F.
         05  AD-RECTYPE  PIC X(01).
         05  AD-TAXID    PIC X(15).
         05  AD-CUSTID   PIC 9(8).
         05  AD-NAME     PIC X(30).
         05  AD-GROSS    PIC 9(10)V99.
         05  AD-USED     PIC 9(10)V99.
         05  AD-TAX      PIC 9(10)V99.
         05  AD-ACCOUNTS PIC 9(4).
         05  FILLER      PIC X(26).
       01  ANNUAL-TRAILER REDEFINES ANNUAL-OUT-F.
         05  AT-RECTYPE  PIC X(01).
         05  AT-COUNT    PIC 9(8).
         05  AT-GROSS    PIC 9(12)V99.
         05  AT-USED     PIC 9(12)V99.
         05  AT-TAX      PIC 9(12)V99.
         05  AT-REMITTED PIC 9(12)V99.
         05  FILLER      PIC X(55).
       FD REPORT-OUT.
       01  REPORT-OUT-F PIC X(120).
       WORKING-STORAGE SECTION.
       01  YEAREND-IN-FILE-STATUS  PIC X(02).
       01  BUSDATE-IN-FILE-STATUS  PIC X(02).
       01  TAXUSED-IN-FILE-STATUS  PIC X(02).
       01  REMHIST-IN-FILE-STATUS  PIC X(02).
       01  CUSTMAST-IN-FILE-STATUS PIC X(02).
       01  CUSTLINK-IN-FILE-STATUS PIC X(02).
       01  ANNUAL-OUT-FILE-STATUS  PIC X(02).
       01  REPORT-OUT-FILE-STATUS  PIC X(02).
       01  CUSTMAST-OPEN-SWITCH PIC X VALUE "N".
         88  CUSTMAST-OPEN VALUE "Y".
       01  CUSTLINK-OPEN-SWITCH PIC X VALUE "N".
         88  CUSTLINK-OPEN VALUE "Y".
       01  MASTIDX-SAVE-RC PIC S9(4) COMP VALUE 0.
       01  RUN-DATE-DATA.
         05  RUN-YYYY  PIC 9(4).
         05  RUN-MM    PIC 9(2).
         05  RUN-DD    PIC 9(2).
         05  FILLER    PIC X(13).
       01  YEAR-NUM   PIC 9(4) VALUE 0.
       01  CREATE-DATE PIC 9(8) VALUE 0.
       01  LOAD-EOF-SWITCH PIC X VALUE "N".
         88  LOAD-EOF VALUE "Y".
       01  REMHIST-SWITCH PIC X VALUE "N".
         88  REMHIST-FOUND VALUE "Y".
       01  CUST-FOUND-SWITCH PIC X VALUE "N".
         88  CUST-FOUND VALUE "Y".
       01  PAYER-FOUND-SWITCH PIC X VALUE "N".
         88  PAYER-FOUND VALUE "Y".
      * Steuerpflichtige, beim Einfuegen nach Steuer-ID sortiert.
       01  PAYER-TABLE.
         05  PAYER-ENTRY OCCURS 2000 TIMES.
           10  PY-TAXID    PIC X(15).
           10  PY-CUSTID   PIC 9(8).
           10  PY-NAME     PIC X(30).
           10  PY-GROSS    PIC 9(10)V99.
           10  PY-USED     PIC 9(10)V99.
           10  PY-TAX      PIC 9(10)V99.
           10  PY-ACCOUNTS PIC 9(4).
       01  PAYER-COUNT PIC 9(04) VALUE 0.
       01  PAYER-IDX   PIC 9(04).
       01  PAYER-POS   PIC 9(04).
      * Kunden ohne Steuer-ID, je Kunde verdichtet.
       01  NOTAX-TABLE.
         05  NOTAX-ENTRY OCCURS 500 TIMES.
           10  NT-CUSTID   PIC 9(8).
           10  NT-NAME     PIC X(30).
           10  NT-GROSS    PIC 9(10)V99.
           10  NT-TAX      PIC 9(10)V99.
       01  NOTAX-COUNT PIC 9(03) VALUE 0.
       01  NOTAX-IDX   PIC 9(03).
       01  NOTAX-FOUND-SWITCH PIC X VALUE "N".
         88  NOTAX-FOUND VALUE "Y".
      * Konten ohne Kundenverknuepfung oder ohne Kundensatz.
       01  UNLINKED-TABLE.
         05  UNLINKED-ENTRY OCCURS 500 TIMES.
           10  UL-BANKID    PIC 9(5).
           10  UL-ACCOUNTID PIC 9(10).
           10  UL-GROSS     PIC 9(10)V99.
           10  UL-TAX       PIC 9(10)V99.
       01  UNLINKED-COUNT PIC 9(03) VALUE 0.
       01  UNLINKED-IDX   PIC 9(03).
       01  ACCOUNT-COUNT   PIC 9(06) VALUE 0.
       01  ALL-GROSS       PIC 9(12)V99 VALUE 0.
       01  ALL-USED        PIC 9(12)V99 VALUE 0.
       01  ALL-TAX         PIC 9(12)V99 VALUE 0.
       01  FILE-GROSS      PIC 9(12)V99 VALUE 0.
       01  FILE-USED       PIC 9(12)V99 VALUE 0.
       01  FILE-TAX        PIC 9(12)V99 VALUE 0.
       01  REMITTED-TOTAL  PIC 9(12)V99 VALUE 0.
       01  REMIT-LINES     PIC 9(06) VALUE 0.
       01  TAX-DIFFERENCE  PIC S9(12)V99 VALUE 0.
       01  REPORT-LINE PIC X(120).
       01  RL-AMOUNT  PIC Z(11)9.99.
       01  RL-AMOUNT2 PIC Z(11)9.99.
       01  RL-DIFF    PIC -(11)9.99.

       PROCEDURE DIVISION.
           PERFORM LOAD-YEAR
           OPEN INPUT TAXUSED-IN
           IF TAXUSED-IN-FILE-STATUS NOT = "00"
               DISPLAY "*** taxused.txt fehlt - keine Jahresmeldung"
                   " moeglich ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-CUSTOMER-FILES
           PERFORM UNTIL LOAD-EOF
               READ TAXUSED-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF TU-YEAR-F = YEAR-NUM
                           PERFORM PROCESS-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAXUSED-IN
           IF CUSTMAST-OPEN
               CLOSE CUSTMAST-IN
           END-IF
           IF CUSTLINK-OPEN
               CLOSE CUSTLINK-IN
           END-IF
           PERFORM LOAD-REMITTANCES
           PERFORM WRITE-ANNUAL-FILE
           PERFORM WRITE-CONTROL-REPORT
           DISPLAY "Jahresmeldung " YEAR-NUM ": " PAYER-COUNT
               " Steuerpflichtige aus " ACCOUNT-COUNT " Konten, "
               NOTAX-COUNT " Kunden ohne Steuer-ID, "
               UNLINKED-COUNT " Konten ohne Kunde."
           GOBACK.

       LOAD-YEAR SECTION.
           OPEN INPUT YEAREND-IN
           IF YEAREND-IN-FILE-STATUS = "00"
               READ YEAREND-IN
                   NOT AT END MOVE YEAREND-IN-F TO YEAR-NUM
               END-READ
               CLOSE YEAREND-IN
           END-IF
           OPEN INPUT BUSDATE-IN
           IF BUSDATE-IN-FILE-STATUS = "00"
               READ BUSDATE-IN
                   NOT AT END MOVE BUSDATE-IN-F TO CREATE-DATE
               END-READ
               CLOSE BUSDATE-IN
           END-IF
           IF CREATE-DATE = 0
               MOVE FUNCTION CURRENT-DATE TO RUN-DATE-DATA
               MOVE RUN-DATE-DATA(1:8) TO CREATE-DATE
           END-IF
           IF YEAR-NUM = 0
               MOVE CREATE-DATE(1:4) TO YEAR-NUM
           END-IF

           .
       OPEN-CUSTOMER-FILES SECTION.
      *    Fehlt ein Bestand, baut MASTIDX_M ihn aus der .txt-Fassung
      *    auf; danach ein zweiter Versuch.
           PERFORM OPEN-CUSTOMER-ONCE
           IF NOT CUSTMAST-OPEN OR NOT CUSTLINK-OPEN
               MOVE RETURN-CODE TO MASTIDX-SAVE-RC
               CALL "MASTIDX_M"
               CANCEL "MASTIDX_M"
               MOVE MASTIDX-SAVE-RC TO RETURN-CODE
               PERFORM OPEN-CUSTOMER-ONCE
           END-IF

           .
       OPEN-CUSTOMER-ONCE SECTION.
           IF NOT CUSTMAST-OPEN
               OPEN INPUT CUSTMAST-IN
               IF CUSTMAST-IN-FILE-STATUS = "00"
                   SET CUSTMAST-OPEN TO TRUE
               END-IF
           END-IF
           IF NOT CUSTLINK-OPEN
               OPEN INPUT CUSTLINK-IN
               IF CUSTLINK-IN-FILE-STATUS = "00"
                   SET CUSTLINK-OPEN TO TRUE
               END-IF
           END-IF

           .
       PROCESS-ACCOUNT SECTION.
      *    Ein Konto des Meldejahres: Summen fuer die Abstimmung
      *    immer, Zuordnung zum Steuerpflichtigen ueber den Kunden.
           ADD 1 TO ACCOUNT-COUNT
           ADD TU-GROSS-F TO ALL-GROSS
           ADD TU-USED-F TO ALL-USED
           ADD TU-TAX-F TO ALL-TAX
           PERFORM LOOKUP-CUSTOMER
           IF NOT CUST-FOUND
               PERFORM NOTE-UNLINKED
               EXIT SECTION
           END-IF
           IF CU-TAXID-F = SPACES
               PERFORM NOTE-NO-TAXID
               EXIT SECTION
           END-IF
           PERFORM FIND-PAYER
           IF PAYER-IDX = 0
               EXIT SECTION
           END-IF
           ADD TU-GROSS-F TO PY-GROSS(PAYER-IDX)
           ADD TU-USED-F TO PY-USED(PAYER-IDX)
           ADD TU-TAX-F TO PY-TAX(PAYER-IDX)
           ADD 1 TO PY-ACCOUNTS(PAYER-IDX)

           .
       LOOKUP-CUSTOMER SECTION.
           MOVE "N" TO CUST-FOUND-SWITCH
           IF NOT CUSTLINK-OPEN OR NOT CUSTMAST-OPEN
               EXIT SECTION
           END-IF
           MOVE TU-BANKID-F TO CL-BANKID-F
           MOVE TU-ACCOUNTID-F TO CL-ACCOUNTID-F
           READ CUSTLINK-IN
               KEY IS CL-KEY-F
               INVALID KEY
                   EXIT SECTION
           END-READ
           MOVE CL-CUSTID-F TO CU-CUSTID-F
           READ CUSTMAST-IN
               KEY IS CU-CUSTID-F
               INVALID KEY
                   EXIT SECTION
           END-READ
           SET CUST-FOUND TO TRUE

           .
       FIND-PAYER SECTION.
      *    Steuerpflichtigen suchen oder an der Sortierstelle
      *    einfuegen; PAYER-IDX zeigt danach auf den Eintrag.
           MOVE "N" TO PAYER-FOUND-SWITCH
           MOVE 0 TO PAYER-POS
           PERFORM VARYING PAYER-IDX FROM 1 BY 1
               UNTIL PAYER-IDX > PAYER-COUNT OR PAYER-FOUND
                   OR PAYER-POS > 0
               IF PY-TAXID(PAYER-IDX) = CU-TAXID-F
                   SET PAYER-FOUND TO TRUE
               ELSE
                   IF PY-TAXID(PAYER-IDX) > CU-TAXID-F
                       MOVE PAYER-IDX TO PAYER-POS
                   END-IF
               END-IF
           END-PERFORM
           IF PAYER-FOUND
               SUBTRACT 1 FROM PAYER-IDX
               EXIT SECTION
           END-IF
           IF PAYER-COUNT >= 2000
               DISPLAY "*** Tabelle der Steuerpflichtigen voll - "
                   CU-TAXID-F " nicht gemeldet ***"
               MOVE 0 TO PAYER-IDX
               MOVE 4 TO RETURN-CODE
               EXIT SECTION
           END-IF
           IF PAYER-POS = 0
               COMPUTE PAYER-POS = PAYER-COUNT + 1
           END-IF
           PERFORM VARYING PAYER-IDX FROM PAYER-COUNT BY -1
               UNTIL PAYER-IDX < PAYER-POS
               MOVE PAYER-ENTRY(PAYER-IDX)
                   TO PAYER-ENTRY(PAYER-IDX + 1)
           END-PERFORM
           ADD 1 TO PAYER-COUNT
           MOVE PAYER-POS TO PAYER-IDX
           MOVE CU-TAXID-F TO PY-TAXID(PAYER-IDX)
           MOVE CU-CUSTID-F TO PY-CUSTID(PAYER-IDX)
           MOVE CU-NAME-F TO PY-NAME(PAYER-IDX)
           MOVE 0 TO PY-GROSS(PAYER-IDX)
           MOVE 0 TO PY-USED(PAYER-IDX)
           MOVE 0 TO PY-TAX(PAYER-IDX)
           MOVE 0 TO PY-ACCOUNTS(PAYER-IDX)

           .
       NOTE-NO-TAXID SECTION.
           MOVE "N" TO NOTAX-FOUND-SWITCH
           PERFORM VARYING NOTAX-IDX FROM 1 BY 1
               UNTIL NOTAX-IDX > NOTAX-COUNT OR NOTAX-FOUND
               IF NT-CUSTID(NOTAX-IDX) = CU-CUSTID-F
                   SET NOTAX-FOUND TO TRUE
                   ADD TU-GROSS-F TO NT-GROSS(NOTAX-IDX)
                   ADD TU-TAX-F TO NT-TAX(NOTAX-IDX)
               END-IF
           END-PERFORM
           IF NOT NOTAX-FOUND AND NOTAX-COUNT < 500
               ADD 1 TO NOTAX-COUNT
               MOVE CU-CUSTID-F TO NT-CUSTID(NOTAX-COUNT)
               MOVE CU-NAME-F TO NT-NAME(NOTAX-COUNT)
               MOVE TU-GROSS-F TO NT-GROSS(NOTAX-COUNT)
               MOVE TU-TAX-F TO NT-TAX(NOTAX-COUNT)
           END-IF
           MOVE 4 TO RETURN-CODE

           .
       NOTE-UNLINKED SECTION.
           IF UNLINKED-COUNT < 500
               ADD 1 TO UNLINKED-COUNT
               MOVE TU-BANKID-F TO UL-BANKID(UNLINKED-COUNT)
               MOVE TU-ACCOUNTID-F TO UL-ACCOUNTID(UNLINKED-COUNT)
               MOVE TU-GROSS-F TO UL-GROSS(UNLINKED-COUNT)
               MOVE TU-TAX-F TO UL-TAX(UNLINKED-COUNT)
           END-IF
           MOVE 4 TO RETURN-CODE

           .
       LOAD-REMITTANCES SECTION.
      *    Abgefuehrte Steuer des Meldejahres aus der Historie.
           OPEN INPUT REMHIST-IN
           IF REMHIST-IN-FILE-STATUS NOT = "00"
               MOVE 4 TO RETURN-CODE
               EXIT SECTION
           END-IF
           SET REMHIST-FOUND TO TRUE
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ REMHIST-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF RH-DATE-F(1:4) = YEAR-NUM
                           ADD RH-TOTAL-F TO REMITTED-TOTAL
                           ADD 1 TO REMIT-LINES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REMHIST-IN
           COMPUTE TAX-DIFFERENCE = ALL-TAX - REMITTED-TOTAL
           IF TAX-DIFFERENCE NOT = 0
               MOVE 4 TO RETURN-CODE
           END-IF

           .
       WRITE-ANNUAL-FILE SECTION.
           OPEN OUTPUT ANNUAL-OUT
           MOVE SPACES TO ANNUAL-OUT-F
           MOVE "H" TO AH-RECTYPE
           MOVE YEAR-NUM TO AH-YEAR
           MOVE CREATE-DATE TO AH-DATE
           MOVE "HAUSBANK" TO AH-SENDER
           WRITE ANNUAL-OUT-F
           PERFORM VARYING PAYER-IDX FROM 1 BY 1
               UNTIL PAYER-IDX > PAYER-COUNT
               MOVE SPACES TO ANNUAL-OUT-F
               MOVE "D" TO AD-RECTYPE
               MOVE PY-TAXID(PAYER-IDX) TO AD-TAXID
               MOVE PY-CUSTID(PAYER-IDX) TO AD-CUSTID
               MOVE PY-NAME(PAYER-IDX) TO AD-NAME
               MOVE PY-GROSS(PAYER-IDX) TO AD-GROSS
               MOVE PY-USED(PAYER-IDX) TO AD-USED
               MOVE PY-TAX(PAYER-IDX) TO AD-TAX
               MOVE PY-ACCOUNTS(PAYER-IDX) TO AD-ACCOUNTS
               WRITE ANNUAL-OUT-F
               ADD PY-GROSS(PAYER-IDX) TO FILE-GROSS
               ADD PY-USED(PAYER-IDX) TO FILE-USED
               ADD PY-TAX(PAYER-IDX) TO FILE-TAX
           END-PERFORM
           MOVE SPACES TO ANNUAL-OUT-F
           MOVE "T" TO AT-RECTYPE
           MOVE PAYER-COUNT TO AT-COUNT
           MOVE FILE-GROSS TO AT-GROSS
           MOVE FILE-USED TO AT-USED
           MOVE FILE-TAX TO AT-TAX
           MOVE REMITTED-TOTAL TO AT-REMITTED
           WRITE ANNUAL-OUT-F
           CLOSE ANNUAL-OUT

           .
       WRITE-CONTROL-REPORT SECTION.
           OPEN OUTPUT REPORT-OUT
           MOVE SPACES TO REPORT-LINE
           STRING "Jahresmeldung Kapitalertraege " YEAR-NUM
               " erstellt " CREATE-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Konten " ACCOUNT-COUNT
               "  Steuerpflichtige gemeldet " PAYER-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE ALL-GROSS TO RL-AMOUNT
           MOVE FILE-GROSS TO RL-AMOUNT2
           MOVE SPACES TO REPORT-LINE
           STRING "Zinsen brutto        alle Konten " RL-AMOUNT
               "  gemeldet " RL-AMOUNT2
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE ALL-USED TO RL-AMOUNT
           MOVE FILE-USED TO RL-AMOUNT2
           MOVE SPACES TO REPORT-LINE
           STRING "Freistellung genutzt alle Konten " RL-AMOUNT
               "  gemeldet " RL-AMOUNT2
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE ALL-TAX TO RL-AMOUNT
           MOVE FILE-TAX TO RL-AMOUNT2
           MOVE SPACES TO REPORT-LINE
           STRING "Steuer einbehalten   alle Konten " RL-AMOUNT
               "  gemeldet " RL-AMOUNT2
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE REMITTED-TOTAL TO RL-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Steuer abgefuehrt    lt. Historie" RL-AMOUNT
               "  (" REMIT-LINES " Abfuehrungssaetze)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN NOT REMHIST-FOUND
                   MOVE "ABSTIMMUNG NICHT MOEGLICH - taxremhist.txt"
                       & " fehlt" TO REPORT-LINE
               WHEN TAX-DIFFERENCE = 0
                   MOVE "ABSTIMMUNG OK - einbehaltene gleich"
                       & " abgefuehrte Steuer" TO REPORT-LINE
               WHEN OTHER
                   MOVE TAX-DIFFERENCE TO RL-DIFF
                   STRING "DIFFERENZ einbehalten minus abgefuehrt "
                       RL-DIFF
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Kunden ohne Steuer-ID (nicht gemeldet): "
               NOTAX-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           PERFORM VARYING NOTAX-IDX FROM 1 BY 1
               UNTIL NOTAX-IDX > NOTAX-COUNT
               MOVE NT-GROSS(NOTAX-IDX) TO RL-AMOUNT
               MOVE NT-TAX(NOTAX-IDX) TO RL-AMOUNT2
               MOVE SPACES TO REPORT-LINE
               STRING "  Kunde " NT-CUSTID(NOTAX-IDX) " "
                   NT-NAME(NOTAX-IDX)
                   " Zinsen " RL-AMOUNT " Steuer " RL-AMOUNT2
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-OUT-F FROM REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "Konten ohne Kunde (nicht gemeldet): "
               UNLINKED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           PERFORM VARYING UNLINKED-IDX FROM 1 BY 1
               UNTIL UNLINKED-IDX > UNLINKED-COUNT
               MOVE UL-GROSS(UNLINKED-IDX) TO RL-AMOUNT
               MOVE UL-TAX(UNLINKED-IDX) TO RL-AMOUNT2
               MOVE SPACES TO REPORT-LINE
               STRING "  Bank " UL-BANKID(UNLINKED-IDX)
                   " Konto " UL-ACCOUNTID(UNLINKED-IDX)
                   " Zinsen " RL-AMOUNT " Steuer " RL-AMOUNT2
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-OUT-F FROM REPORT-LINE
           END-PERFORM
           CLOSE REPORT-OUT

           .
