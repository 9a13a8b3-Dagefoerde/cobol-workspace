      * Konto zwei oder mehr solcher Buchungen im selben Lauf auf,
      * entsteht ein Verdachtsabschnitt in sarfile.txt mit Summe und
      * den Verwendungszwecken der beteiligten Buchungen.
      * Fuer Konten von Kunden mit erhoehtem Risiko (custrisk.txt
      * ueber custlink.txt; massgeblich ist der hoechst eingestufte
      * Kunde des Kontos) gelten engere Grenzen: amlconfig.txt Zeile
      * 3/4 Schwelle/Bandbreite fuer mittleres, Zeile 5/6 fuer hohes
      * Risiko; Standard 75 bzw. 50 Prozent der Grundschwelle mit
      * gleicher Bandbreite. Die Risikoklasse steht im Abschnitt.
      * Jeder Verdachtsabschnitt wird zusaetzlich als Befund an
      * amlfind.txt angehaengt (Geschaeftsdatum, Konto, Anzahl,
      * Summe, Risikoklasse); AMLCASE_M legt daraus Faelle an.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SAR-OUT ASSIGN TO "sarfile.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAR-OUT-FILE-STATUS.
           SELECT CUSTRISK-IN ASSIGN TO "custrisk.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTRISK-IN-FILE-STATUS.
           SELECT CUSTLINK-IN ASSIGN TO "custlink.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTLINK-IN-FILE-STATUS.
           SELECT FINDING-OUT ASSIGN TO "amlfind.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINDING-OUT-FILE-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-IN-FILE-STATUS.
           SELECT RUNTIMES-OUT ASSIGN TO "runtimes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNTIMES-OUT-FILE-STATUS.
       01  AMLCONFIG-IN-F PIC 9(8)V99.
       FD SAR-OUT.
       01  SAR-OUT-F PIC X(100).
       FD CUSTRISK-IN.
       01  CUSTRISK-IN-F.
         05  CR-CUSTID-F  PIC 9(8).
         05  CR-RISK-F    PIC X(01).
         05  CR-NEXTKYC-F PIC 9(8).
         05  CR-LASTKYC-F PIC 9(8).
       FD CUSTLINK-IN.
       01  CUSTLINK-IN-F.
         05  CL-CUSTID-F    PIC 9(8).
         05  CL-BANKID-F    PIC 9(5).
         05  CL-ACCOUNTID-F PIC 9(10).
       FD FINDING-OUT.
       01  FINDING-OUT-F.
         05  AF-DATE      PIC 9(8).
         05  AF-BANKID    PIC 9(5).
         05  AF-ACCOUNTID PIC 9(10).
         05  AF-HITS      PIC 9(4).
         05  AF-TOTAL     PIC 9(10)V99.
         05  AF-RISK      PIC X(01).
         05  AF-KIND      PIC X(10).
       FD BUSDATE-IN.
       01  BUSDATE-IN-F PIC 9(8).
       FD RUNTIMES-OUT.
       01  RUNTIMES-OUT-F.
         05  RU-PROGRAM PIC X(12).
       01  FILELIST-IN-FILE-STATUS    PIC X(02).
       01  AMLCONFIG-IN-FILE-STATUS   PIC X(02).
       01  SAR-OUT-FILE-STATUS        PIC X(02).
       01  CUSTRISK-IN-FILE-STATUS    PIC X(02).
       01  CUSTLINK-IN-FILE-STATUS    PIC X(02).
       01  FINDING-OUT-FILE-STATUS    PIC X(02).
       01  BUSDATE-IN-FILE-STATUS     PIC X(02).
       01  RUN-DATE PIC 9(8) VALUE 0.
       01  CONFIG-EOF-SWITCH PIC X VALUE "N".
         88  CONFIG-EOF VALUE "Y".
       01  RISK-EOF-SWITCH PIC X VALUE "N".
         88  RISK-EOF VALUE "Y".
       01  LINK-EOF-SWITCH PIC X VALUE "N".
         88  LINK-EOF VALUE "Y".
       01  FOUND-SWITCH PIC X VALUE "N".
         88  ENTRY-FOUND VALUE "Y".
       01  FILELIST-EOF-SWITCH PIC X VALUE "N".
         88  FILELIST-EOF  VALUE "Y".
       01  READSTATUS    PIC X VALUE SPACE.
       01  AML-THRESHOLD PIC 9(8)V99 VALUE 10000.00.
       01  AML-BAND      PIC 9(8)V99 VALUE 500.00.
       01  BAND-FLOOR    PIC 9(8)V99 VALUE 0.
       01  AML-THRESHOLD-M PIC 9(8)V99 VALUE 0.
       01  AML-BAND-M      PIC 9(8)V99 VALUE 0.
       01  BAND-FLOOR-M    PIC 9(8)V99 VALUE 0.
       01  AML-THRESHOLD-H PIC 9(8)V99 VALUE 0.
       01  AML-BAND-H      PIC 9(8)V99 VALUE 0.
       01  BAND-FLOOR-H    PIC 9(8)V99 VALUE 0.
       01  CHECK-THRESHOLD PIC 9(8)V99.
       01  CHECK-FLOOR     PIC 9(8)V99.
      * Risikoklasse je Kunde und daraus die hoechste Klasse je
      * Konto (N=niedrig, M=mittel, H=hoch).
       01  CUSTRISK-TABLE.
         05  CUSTRISK-ENTRY OCCURS 500 TIMES.
           10  CRT-CUSTID PIC 9(8).
           10  CRT-RISK   PIC X(01).
       01  CUSTRISK-COUNT PIC 9(03) VALUE 0.
       01  CUSTRISK-IDX   PIC 9(03).
       01  ACCTRISK-TABLE.
         05  ACCTRISK-ENTRY OCCURS 1000 TIMES.
           10  ART-BANKID    PIC 9(5).
           10  ART-ACCOUNTID PIC 9(10).
           10  ART-RISK      PIC X(01).
       01  ACCTRISK-COUNT PIC 9(04) VALUE 0.
       01  ACCTRISK-IDX   PIC 9(04).
       01  ACCOUNT-RISK PIC X(01).
         88  RISK-HIGH   VALUE "H".
         88  RISK-MEDIUM VALUE "M".
       01  HIT-TABLE.
         05  HIT-ENTRY OCCURS 2000 TIMES.
           10  HT-BANKID    PIC 9(5).
           10  HT-AMOUNT    PIC 9(8)V99.
           10  HT-COMMENT   PIC X(55).
           10  HT-USED      PIC X(01).
           10  HT-RISK      PIC X(01).
       01  HIT-COUNT PIC 9(04) VALUE 0.
       01  HIT-IDX   PIC 9(04).
       01  GROUP-IDX PIC 9(04).
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO TIMING-STAMP-DATA
           MOVE TIMING-DATETIME TO TIMING-START
           PERFORM LOAD-RUN-DATE
           PERFORM LOAD-AML-CONFIG
           COMPUTE BAND-FLOOR = AML-THRESHOLD - AML-BAND
           COMPUTE BAND-FLOOR-M = AML-THRESHOLD-M - AML-BAND-M
           COMPUTE BAND-FLOOR-H = AML-THRESHOLD-H - AML-BAND-H
           PERFORM LOAD-ACCOUNT-RISKS
           PERFORM READ-RUN-TRANSACTIONS
           PERFORM WRITE-SAR-FILE
           DISPLAY "AML-Pruefung: " HIT-COUNT " Buchungen im Band, "
           PERFORM WRITE-RUNTIME-RECORD
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
               MOVE FUNCTION CURRENT-DATE TO TIMING-STAMP-DATA
               MOVE TIMING-DATETIME(1:8) TO RUN-DATE
           END-IF

           .
       LOAD-AML-CONFIG SECTION.
           OPEN INPUT AMLCONFIG-IN
           IF AMLCONFIG-IN-FILE-STATUS = "00"
               READ AMLCONFIG-IN
                   NOT AT END MOVE AMLCONFIG-IN-F TO AML-BAND
               END-READ
               READ AMLCONFIG-IN
                   AT END SET CONFIG-EOF TO TRUE
                   NOT AT END MOVE AMLCONFIG-IN-F TO AML-THRESHOLD-M
               END-READ
               IF NOT CONFIG-EOF
                   READ AMLCONFIG-IN
                       AT END SET CONFIG-EOF TO TRUE
                       NOT AT END MOVE AMLCONFIG-IN-F TO AML-BAND-M
                   END-READ
               END-IF
               IF NOT CONFIG-EOF
                   READ AMLCONFIG-IN
                       AT END SET CONFIG-EOF TO TRUE
                       NOT AT END
                           MOVE AMLCONFIG-IN-F TO AML-THRESHOLD-H
                   END-READ
               END-IF
               IF NOT CONFIG-EOF
                   READ AMLCONFIG-IN
                       AT END SET CONFIG-EOF TO TRUE
                       NOT AT END MOVE AMLCONFIG-IN-F TO AML-BAND-H
                   END-READ
               END-IF
               CLOSE AMLCONFIG-IN
           END-IF
      *    Fehlende oder ungueltige Risikogrenzen werden aus der
      *    Grundschwelle abgeleitet.
           IF AML-THRESHOLD-M = 0 OR AML-THRESHOLD-M > AML-THRESHOLD
               COMPUTE AML-THRESHOLD-M ROUNDED = AML-THRESHOLD * 0.75
           END-IF
           IF AML-BAND-M = 0 OR AML-BAND-M > AML-THRESHOLD-M
               MOVE AML-BAND TO AML-BAND-M
           END-IF
           IF AML-THRESHOLD-H = 0 OR AML-THRESHOLD-H > AML-THRESHOLD-M
               COMPUTE AML-THRESHOLD-H ROUNDED = AML-THRESHOLD * 0.50
           END-IF
           IF AML-BAND-H = 0 OR AML-BAND-H > AML-THRESHOLD-H
               MOVE AML-BAND TO AML-BAND-H
           END-IF
           IF AML-BAND-M > AML-THRESHOLD-M
               MOVE AML-THRESHOLD-M TO AML-BAND-M
           END-IF
           IF AML-BAND-H > AML-THRESHOLD-H
               MOVE AML-THRESHOLD-H TO AML-BAND-H
           END-IF

           .
       LOAD-ACCOUNT-RISKS SECTION.
      *    Ohne custrisk.txt bzw. custlink.txt gilt fuer alle Konten
      *    die Grundschwelle.
           OPEN INPUT CUSTRISK-IN
           IF CUSTRISK-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL RISK-EOF OR CUSTRISK-COUNT >= 500
               READ CUSTRISK-IN
                   AT END SET RISK-EOF TO TRUE
                   NOT AT END
                       IF CR-RISK-F = "M" OR CR-RISK-F = "H"
                           ADD 1 TO CUSTRISK-COUNT
                           MOVE CR-CUSTID-F TO
                               CRT-CUSTID(CUSTRISK-COUNT)
                           MOVE CR-RISK-F TO CRT-RISK(CUSTRISK-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTRISK-IN
           IF CUSTRISK-COUNT = 0
               EXIT SECTION
           END-IF
           OPEN INPUT CUSTLINK-IN
           IF CUSTLINK-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL LINK-EOF
               READ CUSTLINK-IN
                   AT END SET LINK-EOF TO TRUE
                   NOT AT END PERFORM ADD-LINK-RISK
               END-READ
           END-PERFORM
           CLOSE CUSTLINK-IN

           .
       ADD-LINK-RISK SECTION.
           MOVE "N" TO FOUND-SWITCH
           PERFORM VARYING CUSTRISK-IDX FROM 1 BY 1
               UNTIL CUSTRISK-IDX > CUSTRISK-COUNT OR ENTRY-FOUND
               IF CRT-CUSTID(CUSTRISK-IDX) = CL-CUSTID-F
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
               EXIT SECTION
           END-IF
           SUBTRACT 1 FROM CUSTRISK-IDX
           MOVE CL-BANKID-F TO BANKID
           MOVE CL-ACCOUNTID-F TO ACCOUNTID
           PERFORM FIND-ACCOUNT-RISK
           IF ENTRY-FOUND
               IF CRT-RISK(CUSTRISK-IDX) = "H"
                   MOVE "H" TO ART-RISK(ACCTRISK-IDX)
               END-IF
               EXIT SECTION
           END-IF
           IF ACCTRISK-COUNT >= 1000
               DISPLAY "*** Risikotabelle voll - Konto " BANKID "/"
                   ACCOUNTID " mit Grundschwelle"
               EXIT SECTION
           END-IF
           ADD 1 TO ACCTRISK-COUNT
           MOVE BANKID TO ART-BANKID(ACCTRISK-COUNT)
           MOVE ACCOUNTID TO ART-ACCOUNTID(ACCTRISK-COUNT)
           MOVE CRT-RISK(CUSTRISK-IDX) TO ART-RISK(ACCTRISK-COUNT)

           .
       FIND-ACCOUNT-RISK SECTION.
           MOVE "N" TO FOUND-SWITCH
           PERFORM VARYING ACCTRISK-IDX FROM 1 BY 1
               UNTIL ACCTRISK-IDX > ACCTRISK-COUNT OR ENTRY-FOUND
               IF ART-BANKID(ACCTRISK-IDX) = BANKID
                   AND ART-ACCOUNTID(ACCTRISK-IDX) = ACCOUNTID
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ENTRY-FOUND
               SUBTRACT 1 FROM ACCTRISK-IDX
           END-IF

           .
       READ-RUN-TRANSACTIONS SECTION.
           IF TRAILER-TRANS OR NOT CREDIT-TRANS
               EXIT SECTION
           END-IF
           MOVE "N" TO ACCOUNT-RISK
           PERFORM FIND-ACCOUNT-RISK
           IF ENTRY-FOUND
               MOVE ART-RISK(ACCTRISK-IDX) TO ACCOUNT-RISK
           END-IF
           EVALUATE TRUE
               WHEN RISK-HIGH
                   MOVE AML-THRESHOLD-H TO CHECK-THRESHOLD
                   MOVE BAND-FLOOR-H TO CHECK-FLOOR
               WHEN RISK-MEDIUM
                   MOVE AML-THRESHOLD-M TO CHECK-THRESHOLD
                   MOVE BAND-FLOOR-M TO CHECK-FLOOR
               WHEN OTHER
                   MOVE AML-THRESHOLD TO CHECK-THRESHOLD
                   MOVE BAND-FLOOR TO CHECK-FLOOR
           END-EVALUATE
           IF AMOUNT < CHECK-FLOOR OR AMOUNT >= CHECK-THRESHOLD
               EXIT SECTION
           END-IF
           IF HIT-COUNT >= 2000
           MOVE AMOUNT TO HT-AMOUNT(HIT-COUNT)
           MOVE COMMENT TO HT-COMMENT(HIT-COUNT)
           MOVE "N" TO HT-USED(HIT-COUNT)
           MOVE ACCOUNT-RISK TO HT-RISK(HIT-COUNT)

           .
       WRITE-SAR-FILE SECTION.
      *    Gruppiert die Treffer je Konto; erst ab zwei Buchungen im
      *    Band entsteht ein Verdachtsabschnitt.
           OPEN OUTPUT SAR-OUT
           OPEN EXTEND FINDING-OUT
           IF FINDING-OUT-FILE-STATUS NOT = "00"
               OPEN OUTPUT FINDING-OUT
           END-IF
           MOVE "Verdachtsmeldungen Strukturierung (Smurfing):"
               TO SAR-OUT-F
           WRITE SAR-OUT-F
               END-IF
           END-PERFORM
           CLOSE SAR-OUT
           CLOSE FINDING-OUT

           .
       GROUP-ONE-ACCOUNT SECTION.
           STRING "Konto " HT-BANKID(HIT-IDX) "/"
               HT-ACCOUNTID(HIT-IDX)
               ": " RL-HITS " Einzahlungen knapp unter Schwelle,"
               " Summe " RL-TOTAL " Risiko " HT-RISK(HIT-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE SAR-OUT-F FROM REPORT-LINE
           MOVE SPACES TO FINDING-OUT-F
           MOVE RUN-DATE TO AF-DATE
           MOVE HT-BANKID(HIT-IDX) TO AF-BANKID
           MOVE HT-ACCOUNTID(HIT-IDX) TO AF-ACCOUNTID
           MOVE GROUP-HITS TO AF-HITS
           MOVE GROUP-TOTAL TO AF-TOTAL
           MOVE HT-RISK(HIT-IDX) TO AF-RISK
           MOVE "SMURFING" TO AF-KIND
           WRITE FINDING-OUT-F
           PERFORM VARYING GROUP-IDX FROM 1 BY 1
               UNTIL GROUP-IDX > HIT-COUNT
               IF HT-BANKID(GROUP-IDX) = HT-BANKID(HIT-IDX)
