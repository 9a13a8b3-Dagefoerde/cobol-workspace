       IDENTIFICATION DIVISION.
       PROGRAM-ID.  KYCREV_M.
      *****************************************************************
      * Monatliche Liste der ueberfaelligen KYC-Pruefungen: alle
      * Kunden aus custrisk.txt, deren naechste Pruefung vor dem
      * Geschaeftsdatum (busdate.txt, sonst Systemdatum) liegt,
      * geordnet nach Risikoklasse (hoch, mittel, niedrig) mit Name
      * aus custmast.txt, Faelligkeit, Tagen Ueberfaelligkeit und
      * letzter Pruefung. Danach folgen die Kunden des Stamms ohne
      * Risikoeinstufung, die noch nie eingestuft wurden.
      * Bericht: kycrpt.txt. RETURN-CODE 4, wenn eine Pruefung
      * ueberfaellig ist.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-IN ASSIGN TO "custmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTMAST-IN-FILE-STATUS.
           SELECT CUSTRISK-IN ASSIGN TO "custrisk.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTRISK-IN-FILE-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-IN-FILE-STATUS.
           SELECT REPORT-OUT ASSIGN TO "kycrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CUSTMAST-IN.
       01  CUSTMAST-IN-F.
         05  CU-CUSTID-F PIC 9(8).
         05  CU-NAME-F   PIC X(30).
         05  CU-STREET-F PIC X(30).
         05  CU-CITY-F   PIC X(30).
         05  CU-TAXID-F  PIC X(15).
         05  CU-DELIVERY-F PIC X(01).
       FD CUSTRISK-IN.
       01  CUSTRISK-IN-F.
         05  CR-CUSTID-F  PIC 9(8).
         05  CR-RISK-F    PIC X(01).
         05  CR-NEXTKYC-F PIC 9(8).
         05  CR-LASTKYC-F PIC 9(8).
       FD BUSDATE-IN.
       01  BUSDATE-IN-F PIC 9(8).
       FD REPORT-OUT.
       01  REPORT-OUT-F PIC X(100).
       WORKING-STORAGE SECTION.
       01  CUSTMAST-IN-FILE-STATUS PIC X(02).
       01  CUSTRISK-IN-FILE-STATUS PIC X(02).
       01  BUSDATE-IN-FILE-STATUS  PIC X(02).
       01  REPORT-OUT-FILE-STATUS  PIC X(02).
       01  LOAD-EOF-SWITCH PIC X VALUE "N".
         88  LOAD-EOF VALUE "Y".
       01  TABLES-TRUNCATED-SWITCH PIC X VALUE "N".
         88  TABLES-TRUNCATED VALUE "Y".
       01  RUN-DATE-DATA.
         05  SYS-DATE  PIC 9(8).
         05  FILLER    PIC X(13).
       01  RUN-DATE    PIC 9(8) VALUE 0.
       01  CUST-TABLE.
         05  CUST-ENTRY OCCURS 500 TIMES.
           10  CT-CUSTID PIC 9(8).
           10  CT-NAME   PIC X(30).
       01  CUST-COUNT PIC 9(03) VALUE 0.
       01  CUST-IDX   PIC 9(03).
       01  RISK-TABLE.
         05  RISK-ENTRY OCCURS 500 TIMES.
           10  RT-CUSTID  PIC 9(8).
           10  RT-RISK    PIC X(01).
           10  RT-NEXTKYC PIC 9(8).
           10  RT-LASTKYC PIC 9(8).
       01  RISK-COUNT PIC 9(03) VALUE 0.
       01  RISK-IDX   PIC 9(03).
       01  FOUND-SWITCH PIC X VALUE "N".
         88  ENTRY-FOUND VALUE "Y".
      * Reihenfolge der Risikoklassen im Bericht.
       01  CLASS-ORDER-DATA PIC X(03) VALUE "HMN".
       01  CLASS-ORDER REDEFINES CLASS-ORDER-DATA.
         05  CLASS-CODE PIC X(01) OCCURS 3 TIMES.
       01  CLASS-IDX  PIC 9(01).
       01  CLASS-TOTALS.
         05  CLASS-OVERDUE PIC 9(04) OCCURS 3 TIMES.
       01  OVERDUE-COUNT  PIC 9(04) VALUE 0.
       01  UNRATED-COUNT  PIC 9(04) VALUE 0.
       01  DAYS-OVERDUE   PIC 9(05) VALUE 0.
       01  REPORT-LINE    PIC X(100).
       01  RL-DAYS        PIC Z(4)9.
       01  RL-COUNT       PIC Z(3)9.
       01  RL-NAME        PIC X(30).
       01  RL-CLASS       PIC X(08).

       PROCEDURE DIVISION.
           PERFORM LOAD-RUN-DATE
           PERFORM LOAD-CUSTOMERS
           PERFORM LOAD-RISKS
           OPEN OUTPUT REPORT-OUT
           PERFORM WRITE-OVERDUE-LIST
           PERFORM WRITE-UNRATED-LIST
           PERFORM WRITE-TOTALS
           CLOSE REPORT-OUT
           IF OVERDUE-COUNT > 0 OR TABLES-TRUNCATED
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "KYC-Pruefungen: " OVERDUE-COUNT " ueberfaellig, "
               UNRATED-COUNT " Kunden ohne Einstufung."
           GOBACK.

       LOAD-RUN-DATE SECTION.
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
       LOAD-CUSTOMERS SECTION.
           OPEN INPUT CUSTMAST-IN
           IF CUSTMAST-IN-FILE-STATUS NOT = "00"
               DISPLAY "Kein Kundenstamm custmast.txt."
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ CUSTMAST-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF CUST-COUNT >= 500
                           SET TABLES-TRUNCATED TO TRUE
                           SET LOAD-EOF TO TRUE
                       ELSE
                           ADD 1 TO CUST-COUNT
                           MOVE CU-CUSTID-F TO CT-CUSTID(CUST-COUNT)
                           MOVE CU-NAME-F TO CT-NAME(CUST-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTMAST-IN

           .
       LOAD-RISKS SECTION.
           OPEN INPUT CUSTRISK-IN
           IF CUSTRISK-IN-FILE-STATUS NOT = "00"
               DISPLAY "Keine Risikoeinstufungen custrisk.txt."
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ CUSTRISK-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF RISK-COUNT >= 500
                           SET TABLES-TRUNCATED TO TRUE
                           SET LOAD-EOF TO TRUE
                       ELSE
                           ADD 1 TO RISK-COUNT
                           MOVE CUSTRISK-IN-F TO
                               RISK-ENTRY(RISK-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTRISK-IN

           .
       WRITE-OVERDUE-LIST SECTION.
           MOVE SPACES TO REPORT-LINE
           STRING "Ueberfaellige KYC-Pruefungen zum " RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE SPACES TO REPORT-OUT-F
           WRITE REPORT-OUT-F
           MOVE "Kunde    Name                           Risiko   Fae"
             & "llig   Tage Letzte Pr." TO REPORT-OUT-F
           WRITE REPORT-OUT-F
           INITIALIZE CLASS-TOTALS
           PERFORM VARYING CLASS-IDX FROM 1 BY 1 UNTIL CLASS-IDX > 3
               PERFORM VARYING RISK-IDX FROM 1 BY 1
                   UNTIL RISK-IDX > RISK-COUNT
                   IF RT-RISK(RISK-IDX) = CLASS-CODE(CLASS-IDX)
                       AND RT-NEXTKYC(RISK-IDX) > 0
                       AND RT-NEXTKYC(RISK-IDX) < RUN-DATE
                       PERFORM WRITE-OVERDUE-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
      *    Saetze mit unbekannter Klasse oder ohne Termin fallen
      *    sonst durch das Raster und werden eigens gemeldet.
           PERFORM VARYING RISK-IDX FROM 1 BY 1
               UNTIL RISK-IDX > RISK-COUNT
               IF RT-RISK(RISK-IDX) NOT = "H" AND NOT = "M"
                   AND NOT = "N"
                   OR RT-NEXTKYC(RISK-IDX) = 0
                   PERFORM WRITE-OVERDUE-LINE
               END-IF
           END-PERFORM

           .
       WRITE-OVERDUE-LINE SECTION.
           ADD 1 TO OVERDUE-COUNT
           MOVE "(nicht im Kundenstamm)" TO RL-NAME
           MOVE "N" TO FOUND-SWITCH
           PERFORM VARYING CUST-IDX FROM 1 BY 1
               UNTIL CUST-IDX > CUST-COUNT OR ENTRY-FOUND
               IF CT-CUSTID(CUST-IDX) = RT-CUSTID(RISK-IDX)
                   SET ENTRY-FOUND TO TRUE
                   MOVE CT-NAME(CUST-IDX) TO RL-NAME
               END-IF
           END-PERFORM
           EVALUATE RT-RISK(RISK-IDX)
               WHEN "H"
                   MOVE "hoch" TO RL-CLASS
                   ADD 1 TO CLASS-OVERDUE(1)
               WHEN "M"
                   MOVE "mittel" TO RL-CLASS
                   ADD 1 TO CLASS-OVERDUE(2)
               WHEN "N"
                   MOVE "niedrig" TO RL-CLASS
                   ADD 1 TO CLASS-OVERDUE(3)
               WHEN OTHER
                   MOVE "UNGUELT." TO RL-CLASS
           END-EVALUATE
           IF RT-NEXTKYC(RISK-IDX) > 0
               AND FUNCTION TEST-DATE-YYYYMMDD(RT-NEXTKYC(RISK-IDX))
                   = 0
               COMPUTE DAYS-OVERDUE =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(RT-NEXTKYC(RISK-IDX))
           ELSE
               MOVE 0 TO DAYS-OVERDUE
           END-IF
           MOVE DAYS-OVERDUE TO RL-DAYS
           MOVE SPACES TO REPORT-LINE
           STRING RT-CUSTID(RISK-IDX) " " RL-NAME " " RL-CLASS " "
               RT-NEXTKYC(RISK-IDX) " " RL-DAYS " "
               RT-LASTKYC(RISK-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE

           .
       WRITE-UNRATED-LIST SECTION.
           MOVE SPACES TO REPORT-OUT-F
           WRITE REPORT-OUT-F
           MOVE "Kunden ohne Risikoeinstufung:" TO REPORT-OUT-F
           WRITE REPORT-OUT-F
           PERFORM VARYING CUST-IDX FROM 1 BY 1
               UNTIL CUST-IDX > CUST-COUNT
               MOVE "N" TO FOUND-SWITCH
               PERFORM VARYING RISK-IDX FROM 1 BY 1
                   UNTIL RISK-IDX > RISK-COUNT OR ENTRY-FOUND
                   IF RT-CUSTID(RISK-IDX) = CT-CUSTID(CUST-IDX)
                       SET ENTRY-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT ENTRY-FOUND
                   ADD 1 TO UNRATED-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING CT-CUSTID(CUST-IDX) " " CT-NAME(CUST-IDX)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-OUT-F FROM REPORT-LINE
               END-IF
           END-PERFORM

           .
       WRITE-TOTALS SECTION.
           MOVE SPACES TO REPORT-OUT-F
           WRITE REPORT-OUT-F
           PERFORM VARYING CLASS-IDX FROM 1 BY 1 UNTIL CLASS-IDX > 3
               MOVE CLASS-OVERDUE(CLASS-IDX) TO RL-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "Ueberfaellig Risiko " CLASS-CODE(CLASS-IDX)
                   ": " RL-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-OUT-F FROM REPORT-LINE
           END-PERFORM
           MOVE OVERDUE-COUNT TO RL-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Ueberfaellig gesamt:  " RL-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE UNRATED-COUNT TO RL-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Ohne Einstufung:      " RL-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           IF TABLES-TRUNCATED
               MOVE "*** Tabellen voll - Liste unvollstaendig"
                   TO REPORT-OUT-F
               WRITE REPORT-OUT-F
           END-IF

           .
