       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DGSSCV_M.
      *****************************************************************
      * Einlagensicherung - Einlegerdatei (Single Customer View):
      * ermittelt je Einleger und Bank die entschaedigungsfaehigen
      * Einlagen in EUR und kappt sie auf den gesicherten Betrag.
      * Einlagen sind die Guthaben der ACCOUNT-Saetze aus
      * extract.txt (Sollsalden zaehlen nicht, keine Verrechnung)
      * und die Festgelder aus depmast.txt (in EUR gefuehrt).
      * Fremdwaehrungen werden wie in CONCEN_M zum Kurs aus
      * fxrates.txt umgerechnet; ohne Kurs gilt Kurs 1 (RC 4).
      * Einleger und Konten kommen aus custmast.txt und
      * custlink.txt; ein Gemeinschaftskonto wird zu gleichen
      * Teilen auf seine Inhaber verteilt. Konten mit Status B
      * (gesperrt) oder E (abgefuehrt, Abfuehrungslauf ESCHEAT_M)
      * laut acctmast.txt werden im Kontosatz gekennzeichnet und
      * ihr Einleger als gesondert zu behandeln markiert.
      * Gesicherter Betrag aus dgscap.txt (Standard 100000.00).
      * Ergebnis:
      *   dgsscv.txt - Einlegerdatei im festen Format:
      *     H Stichtag, Absender, gesicherter Betrag;
      *     D je Einleger und Bank: Kunde, Name, Steuer-ID,
      *       Einlagen, gedeckt, ungedeckt, Kennzeichen S
      *       (gesondert);
      *     A je Konto des Einlegers: Bank, Konto, Art (K Konto,
      *       F Festgeld), Waehrung, Betrag, EUR-Anteil, Status,
      *       Anzahl Inhaber;
      *     T Anzahl D- und A-Saetze, Summen;
      *   dgsrecon.txt - Abstimmung je Bank: Einlagen laut Quelle
      *     gegen gedeckt + ungedeckt + ohne Einleger, gesondert
      *     markierte Einleger und Konten ohne Kundenzuordnung.
      * Stichtag aus busdate.txt, sonst Systemdatum. Ein Extract
      * ohne stimmigen CONTROL-Satz wird verweigert (RC 8).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-IN ASSIGN TO "extract.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-IN-FILE-STATUS.
           SELECT DEPMAST-IN ASSIGN TO "depmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPMAST-IN-FILE-STATUS.
           SELECT ACCTMAST-IN ASSIGN TO "acctmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCTMAST-IN-FILE-STATUS.
           SELECT CUSTMAST-IN ASSIGN TO "custmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTMAST-IN-FILE-STATUS.
           SELECT CUSTLINK-IN ASSIGN TO "custlink.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTLINK-IN-FILE-STATUS.
           SELECT FXRATES-IN ASSIGN TO "fxrates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXRATES-IN-FILE-STATUS.
           SELECT CAP-IN ASSIGN TO "dgscap.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAP-IN-FILE-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-IN-FILE-STATUS.
           SELECT SCV-OUT ASSIGN TO "dgsscv.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCV-OUT-FILE-STATUS.
           SELECT REPORT-OUT ASSIGN TO "dgsrecon.txt"
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
       FD DEPMAST-IN.
       01  DEPMAST-IN-F.
         05  DP-BANKID-F    PIC 9(5).
         05  DP-ACCOUNTID-F PIC 9(10).
         05  DP-PRINCIPAL-F PIC 9(8)V99.
         05  DP-RATE-F      PIC 9(2)V9(4).
         05  DP-START-F     PIC 9(8).
         05  DP-MATURITY-F  PIC 9(8).
         05  DP-TERM-F      PIC 9(3).
         05  DP-ROLLOVER-F  PIC X(01).
       FD ACCTMAST-IN.
       01  ACCTMAST-IN-F.
         05  AM-BANKID-F    PIC 9(5).
         05  AM-ACCOUNTID-F PIC 9(10).
         05  AM-NAME-F      PIC X(30).
         05  AM-STATUS-F    PIC X(01).
         05  AM-IBAN-F      PIC X(34).
         05  AM-PRODUCT-F   PIC X(04).
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
         05  CL-BANKID-F    PIC 9(5).
         05  CL-ACCOUNTID-F PIC 9(10).
       FD FXRATES-IN.
       01  FXRATES-IN-F.
         05  FX-CODE-F PIC X(03).
         05  FX-RATE-F PIC 9(4)V9(6).
       FD CAP-IN.
       01  CAP-IN-F PIC 9(8)V99.
       FD BUSDATE-IN.
       01  BUSDATE-IN-F PIC 9(8).
       FD SCV-OUT.
       01  SCV-OUT-F PIC X(140).
       01  SCV-HEADER REDEFINES SCV-OUT-F.
         05  SH-RECTYPE  PIC X(01).
         05  SH-DATE     PIC 9(8).
         05  SH-SENDER   PIC X(11).
         05  SH-CAP      PIC 9(8)V99.
         05  FILLER      PIC X(110).
       01  SCV-DEPOSITOR REDEFINES SCV-OUT-F.
         05  SD-RECTYPE   PIC X(01).
         05  SD-BANKID    PIC 9(5).
         05  SD-CUSTID    PIC 9(8).
         05  SD-NAME      PIC X(30).
         05  SD-TAXID     PIC X(15).
         05  SD-ACCOUNTS  PIC 9(4).
         05  SD-ELIGIBLE  PIC 9(12)V99.
         05  SD-COVERED   PIC 9(12)V99.
         05  SD-UNCOVERED PIC 9(12)V99.
         05  SD-FLAG      PIC X(01).
         05  FILLER       PIC X(34).
       01  SCV-ACCOUNT REDEFINES SCV-OUT-F.
         05  SA-RECTYPE   PIC X(01).
         05  SA-BANKID    PIC 9(5).
         05  SA-ACCOUNTID PIC 9(10).
         05  SA-KIND      PIC X(01).
         05  SA-CURRENCY  PIC X(03).
         05  SA-AMOUNT    PIC 9(10)V99.
         05  SA-EUR       PIC 9(12)V99.
         05  SA-STATUS    PIC X(01).
         05  SA-HOLDERS   PIC 9(02).
         05  FILLER       PIC X(91).
       01  SCV-TRAILER REDEFINES SCV-OUT-F.
         05  ST-RECTYPE   PIC X(01).
         05  ST-DCOUNT    PIC 9(8).
         05  ST-ACOUNT    PIC 9(8).
         05  ST-ELIGIBLE  PIC 9(14)V99.
         05  ST-COVERED   PIC 9(14)V99.
         05  ST-UNCOVERED PIC 9(14)V99.
         05  FILLER       PIC X(75).
       FD REPORT-OUT.
       01  REPORT-OUT-F PIC X(120).
       WORKING-STORAGE SECTION.
       01  EXTRACT-IN-FILE-STATUS  PIC X(02).
       01  DEPMAST-IN-FILE-STATUS  PIC X(02).
       01  ACCTMAST-IN-FILE-STATUS PIC X(02).
       01  CUSTMAST-IN-FILE-STATUS PIC X(02).
       01  CUSTLINK-IN-FILE-STATUS PIC X(02).
       01  FXRATES-IN-FILE-STATUS  PIC X(02).
       01  CAP-IN-FILE-STATUS      PIC X(02).
       01  BUSDATE-IN-FILE-STATUS  PIC X(02).
       01  SCV-OUT-FILE-STATUS     PIC X(02).
       01  REPORT-OUT-FILE-STATUS  PIC X(02).
       01  LOAD-EOF-SWITCH PIC X VALUE "N".
         88  LOAD-EOF VALUE "Y".
       01  RUN-DATE-DATA.
         05  SYS-DATE  PIC 9(8).
         05  FILLER    PIC X(13).
       01  RUN-DATE    PIC 9(8) VALUE 0.
       01  COVER-LIMIT PIC 9(8)V99 VALUE 100000.00.
       01  KD-TABLE.
         05  KD-ENTRY OCCURS 1000 TIMES.
           10  KD-CUSTID   PIC 9(8).
           10  KD-NAME     PIC X(30).
           10  KD-TAXID    PIC X(15).
       01  KD-COUNT PIC 9(04) VALUE 0.
       01  KD-IDX   PIC 9(04).
       01  KD-FOUND-SWITCH PIC X VALUE "N".
         88  KD-FOUND VALUE "Y".
       01  LINK-TABLE.
         05  LINK-ENTRY OCCURS 2000 TIMES.
           10  LT-CUSTID    PIC 9(8).
           10  LT-BANKID    PIC 9(5).
           10  LT-ACCOUNTID PIC 9(10).
       01  LINK-COUNT PIC 9(04) VALUE 0.
       01  LINK-IDX   PIC 9(04).
      * Konten mit Status B oder E aus dem Kontostamm.
       01  STATUS-TABLE.
         05  STATUS-ENTRY OCCURS 2000 TIMES.
           10  SS-BANKID    PIC 9(5).
           10  SS-ACCOUNTID PIC 9(10).
           10  SS-STATUS    PIC X(01).
       01  STATUS-COUNT PIC 9(04) VALUE 0.
       01  STATUS-IDX   PIC 9(04).
       01  FX-TABLE.
         05  FX-ENTRY OCCURS 50 TIMES.
           10  FX-CODE PIC X(03).
           10  FX-RATE PIC 9(4)V9(6).
       01  FX-COUNT PIC 9(02) VALUE 0.
       01  FX-IDX   PIC 9(02).
       01  FX-FOUND-SWITCH PIC X VALUE "N".
         88  FX-FOUND VALUE "Y".
      * Einleger je Bank, nach Bank und Kunde sortiert.
       01  SV-TABLE.
         05  SV-ENTRY OCCURS 3000 TIMES.
           10  SV-BANKID    PIC 9(5).
           10  SV-CUSTID    PIC 9(8).
           10  SV-KD-IDX    PIC 9(04).
           10  SV-ACCOUNTS  PIC 9(4).
           10  SV-ELIGIBLE  PIC 9(12)V99.
           10  SV-COVERED   PIC 9(12)V99.
           10  SV-UNCOVERED PIC 9(12)V99.
           10  SV-FLAG      PIC X(01).
       01  SV-COUNT PIC 9(04) VALUE 0.
       01  SV-IDX   PIC 9(04).
       01  SV-POS   PIC 9(04).
       01  SV-FOUND-SWITCH PIC X VALUE "N".
         88  SV-FOUND VALUE "Y".
      * Anteile der Einleger an den Konten (fuer die A-Saetze).
       01  SHARE-TABLE.
         05  SHARE-ENTRY OCCURS 6000 TIMES.
           10  SH-BANKID    PIC 9(5).
           10  SH-CUSTID    PIC 9(8).
           10  SH-ACCOUNTID PIC 9(10).
           10  SH-KIND      PIC X(01).
           10  SH-CURRENCY  PIC X(03).
           10  SH-AMOUNT    PIC 9(10)V99.
           10  SH-EUR       PIC 9(12)V99.
           10  SH-STATUS    PIC X(01).
           10  SH-HOLDERS   PIC 9(02).
       01  SHARE-COUNT PIC 9(04) VALUE 0.
       01  SHARE-IDX   PIC 9(04).
      * Abstimmung je Bank.
       01  BANK-TABLE.
         05  BANK-ENTRY OCCURS 100 TIMES.
           10  BK-BANKID      PIC 9(5).
           10  BK-SOURCE      PIC 9(14)V99.
           10  BK-POSITIONS   PIC 9(06).
           10  BK-DEPOSITORS  PIC 9(06).
           10  BK-ELIGIBLE    PIC 9(14)V99.
           10  BK-COVERED     PIC 9(14)V99.
           10  BK-UNCOVERED   PIC 9(14)V99.
           10  BK-FLAGGED     PIC 9(06).
           10  BK-FLAGGED-COV PIC 9(14)V99.
           10  BK-UNLINKED    PIC 9(06).
           10  BK-UNLINKED-EUR PIC 9(14)V99.
       01  BANK-COUNT PIC 9(03) VALUE 0.
       01  BANK-IDX   PIC 9(03).
       01  BK-FOUND-SWITCH PIC X VALUE "N".
         88  BK-FOUND VALUE "Y".
      * Position in Arbeit.
       01  POS-BANKID    PIC 9(5) VALUE 0.
       01  POS-ACCOUNTID PIC 9(10) VALUE 0.
       01  POS-KIND      PIC X(01) VALUE SPACE.
       01  POS-CURRENCY  PIC X(03) VALUE SPACE.
       01  POS-AMOUNT    PIC S9(8)V99 VALUE 0.
       01  POS-EUR       PIC S9(12)V99 VALUE 0.
       01  POS-STATUS    PIC X(01) VALUE SPACE.
       01  POS-HOLDERS   PIC 9(02) VALUE 0.
       01  POS-SHARE     PIC 9(12)V99 VALUE 0.
       01  POS-REST      PIC 9(12)V99 VALUE 0.
       01  HOLDER-NUMBER PIC 9(02) VALUE 0.
       01  WORK-CUSTID   PIC 9(8) VALUE 0.
       01  UNRATED-COUNT PIC 9(06) VALUE 0.
       01  ACOUNT-WRITTEN PIC 9(8) VALUE 0.
       01  TOTAL-ELIGIBLE  PIC 9(14)V99 VALUE 0.
       01  TOTAL-COVERED   PIC 9(14)V99 VALUE 0.
       01  TOTAL-UNCOVERED PIC 9(14)V99 VALUE 0.
       01  RECON-SUM       PIC 9(14)V99 VALUE 0.
       01  TRUNCATED-SWITCH PIC X VALUE "N".
         88  TABLES-TRUNCATED VALUE "Y".
       01  RECON-BAD-SWITCH PIC X VALUE "N".
         88  RECON-BAD VALUE "Y".
       01  REPORT-LINE PIC X(120).
       01  RL-AMOUNT  PIC Z(13)9.99.
       01  RL-AMOUNT2 PIC Z(13)9.99.
       01  RL-COUNT   PIC Z(5)9.
       01  RL-LIMIT   PIC Z(7)9.99.

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
           PERFORM LOAD-RUN-DATE
           PERFORM LOAD-CAP
           PERFORM LOAD-CUSTOMERS
           PERFORM LOAD-LINKS
           IF KD-COUNT = 0 OR LINK-COUNT = 0
               DISPLAY "*** Kein Kundenstamm custmast.txt bzw. keine"
                   " Kontozuordnung custlink.txt - keine"
                   " Einlegerdatei ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VERIFY-EXTRACT-TRAILER
           IF EXTRACT-BAD
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-ACCOUNT-STATUS
           PERFORM LOAD-FX-RATES
           PERFORM READ-ACCOUNT-BALANCES
           PERFORM READ-TERM-DEPOSITS
           PERFORM APPLY-COVER-LIMIT
           PERFORM WRITE-SCV-FILE
           PERFORM WRITE-RECONCILIATION
           IF UNRATED-COUNT > 0 OR TABLES-TRUNCATED OR RECON-BAD
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Einlegerdatei " RUN-DATE ": " SV-COUNT
               " Einleger, " ACOUNT-WRITTEN " Kontosaetze nach"
               " dgsscv.txt."
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
       LOAD-CAP SECTION.
           OPEN INPUT CAP-IN
           IF CAP-IN-FILE-STATUS = "00"
               READ CAP-IN
                   NOT AT END
                       IF CAP-IN-F > 0
                           MOVE CAP-IN-F TO COVER-LIMIT
                       END-IF
               END-READ
               CLOSE CAP-IN
           END-IF

           .
       LOAD-CUSTOMERS SECTION.
           OPEN INPUT CUSTMAST-IN
           IF CUSTMAST-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ CUSTMAST-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF KD-COUNT >= 1000
                           SET TABLES-TRUNCATED TO TRUE
                           SET LOAD-EOF TO TRUE
                       ELSE
                           ADD 1 TO KD-COUNT
                           MOVE CU-CUSTID-F TO KD-CUSTID(KD-COUNT)
                           MOVE CU-NAME-F TO KD-NAME(KD-COUNT)
                           MOVE CU-TAXID-F TO KD-TAXID(KD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTMAST-IN

           .
       LOAD-LINKS SECTION.
      *    Nur Verknuepfungen auf Kunden aus dem Stamm zaehlen; sie
      *    bestimmen auch die Zahl der Inhaber eines Kontos.
           OPEN INPUT CUSTLINK-IN
           IF CUSTLINK-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ CUSTLINK-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       MOVE CL-CUSTID-F TO WORK-CUSTID
                       PERFORM FIND-CUSTOMER
                       IF KD-FOUND
                           IF LINK-COUNT >= 2000
                               SET TABLES-TRUNCATED TO TRUE
                               SET LOAD-EOF TO TRUE
                           ELSE
                               ADD 1 TO LINK-COUNT
                               MOVE CUSTLINK-IN-F
                                   TO LINK-ENTRY(LINK-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTLINK-IN

           .
       FIND-CUSTOMER SECTION.
           MOVE "N" TO KD-FOUND-SWITCH
           PERFORM VARYING KD-IDX FROM 1 BY 1
               UNTIL KD-IDX > KD-COUNT OR KD-FOUND
               IF KD-CUSTID(KD-IDX) = WORK-CUSTID
                   SET KD-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KD-FOUND
               SUBTRACT 1 FROM KD-IDX
           END-IF

           .
       LOAD-ACCOUNT-STATUS SECTION.
      *    Gesperrte (B) und abgefuehrte (E) Konten merken.
           OPEN INPUT ACCTMAST-IN
           IF ACCTMAST-IN-FILE-STATUS NOT = "00"
               DISPLAY "Kein acctmast.txt - keine Sperrkennzeichen."
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ ACCTMAST-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF AM-STATUS-F = "B" OR AM-STATUS-F = "E"
                           IF STATUS-COUNT >= 2000
                               SET TABLES-TRUNCATED TO TRUE
                               SET LOAD-EOF TO TRUE
                           ELSE
                               ADD 1 TO STATUS-COUNT
                               MOVE AM-BANKID-F
                                   TO SS-BANKID(STATUS-COUNT)
                               MOVE AM-ACCOUNTID-F
                                   TO SS-ACCOUNTID(STATUS-COUNT)
                               MOVE AM-STATUS-F
                                   TO SS-STATUS(STATUS-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCTMAST-IN

           .
       LOAD-FX-RATES SECTION.
           OPEN INPUT FXRATES-IN
           IF FXRATES-IN-FILE-STATUS NOT = "00"
               DISPLAY "Keine Kursdatei fxrates.txt."
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF OR FX-COUNT >= 50
               READ FXRATES-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO FX-COUNT
                       MOVE FX-CODE-F TO FX-CODE(FX-COUNT)
                       MOVE FX-RATE-F TO FX-RATE(FX-COUNT)
               END-READ
           END-PERFORM
           CLOSE FXRATES-IN

           .
       READ-ACCOUNT-BALANCES SECTION.
      *    Nur Guthaben sind Einlagen; Sollsalden werden nicht
      *    verrechnet.
           MOVE "N" TO LOAD-EOF-SWITCH
           OPEN INPUT EXTRACT-IN
           IF EXTRACT-IN-FILE-STATUS NOT = "00"
               DISPLAY "Kein extract.txt - keine Kontosalden."
               EXIT SECTION
           END-IF
           PERFORM UNTIL LOAD-EOF
               READ EXTRACT-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF EX-RECTYPE = "ACCOUNT" AND EX-AMOUNT > 0
                           MOVE EX-BANKID TO POS-BANKID
                           MOVE EX-ACCOUNTID TO POS-ACCOUNTID
                           MOVE "K" TO POS-KIND
                           MOVE EX-CURRENCY TO POS-CURRENCY
                           MOVE EX-AMOUNT TO POS-AMOUNT
                           PERFORM CONVERT-TO-EUR
                           PERFORM ASSIGN-POSITION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXTRACT-IN

           .
       READ-TERM-DEPOSITS SECTION.
      *    Festgelder werden in EUR gefuehrt.
           MOVE "N" TO LOAD-EOF-SWITCH
           OPEN INPUT DEPMAST-IN
           IF DEPMAST-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL LOAD-EOF
               READ DEPMAST-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF DP-PRINCIPAL-F > 0
                           MOVE DP-BANKID-F TO POS-BANKID
                           MOVE DP-ACCOUNTID-F TO POS-ACCOUNTID
                           MOVE "F" TO POS-KIND
                           MOVE "EUR" TO POS-CURRENCY
                           MOVE DP-PRINCIPAL-F TO POS-AMOUNT
                           MOVE DP-PRINCIPAL-F TO POS-EUR
                           PERFORM ASSIGN-POSITION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPMAST-IN

           .
       CONVERT-TO-EUR SECTION.
      *    Ohne Kurs (und fuer EUR) gilt Kurs 1; fehlende Kurse
      *    werden gezaehlt.
           IF POS-CURRENCY = "EUR" OR POS-CURRENCY = SPACE
               MOVE POS-AMOUNT TO POS-EUR
               EXIT SECTION
           END-IF
           MOVE "N" TO FX-FOUND-SWITCH
           PERFORM VARYING FX-IDX FROM 1 BY 1
               UNTIL FX-IDX > FX-COUNT OR FX-FOUND
               IF FX-CODE(FX-IDX) = POS-CURRENCY
                   SET FX-FOUND TO TRUE
                   COMPUTE POS-EUR ROUNDED =
                       POS-AMOUNT * FX-RATE(FX-IDX)
               END-IF
           END-PERFORM
           IF NOT FX-FOUND
               ADD 1 TO UNRATED-COUNT
               DISPLAY "*** Kein Kurs fuer " POS-CURRENCY
                   " - Konto " POS-BANKID "/" POS-ACCOUNTID
                   " mit Kurs 1 ***"
               MOVE POS-AMOUNT TO POS-EUR
           END-IF

           .
       ASSIGN-POSITION SECTION.
      *    Die Einlage wird zu gleichen Teilen auf die Inhaber
      *    verteilt; der Rundungsrest geht an den ersten Inhaber.
           PERFORM FIND-BANK
           IF BANK-IDX = 0
               EXIT SECTION
           END-IF
           ADD POS-EUR TO BK-SOURCE(BANK-IDX)
           ADD 1 TO BK-POSITIONS(BANK-IDX)
           MOVE SPACE TO POS-STATUS
           PERFORM VARYING STATUS-IDX FROM 1 BY 1
               UNTIL STATUS-IDX > STATUS-COUNT OR POS-STATUS NOT = SPACE
               IF SS-BANKID(STATUS-IDX) = POS-BANKID
                   AND SS-ACCOUNTID(STATUS-IDX) = POS-ACCOUNTID
                   MOVE SS-STATUS(STATUS-IDX) TO POS-STATUS
               END-IF
           END-PERFORM
           MOVE 0 TO POS-HOLDERS
           PERFORM VARYING LINK-IDX FROM 1 BY 1
               UNTIL LINK-IDX > LINK-COUNT
               IF LT-BANKID(LINK-IDX) = POS-BANKID
                   AND LT-ACCOUNTID(LINK-IDX) = POS-ACCOUNTID
                   ADD 1 TO POS-HOLDERS
               END-IF
           END-PERFORM
           IF POS-HOLDERS = 0
               ADD 1 TO BK-UNLINKED(BANK-IDX)
               ADD POS-EUR TO BK-UNLINKED-EUR(BANK-IDX)
               EXIT SECTION
           END-IF
           COMPUTE POS-SHARE = POS-EUR / POS-HOLDERS
           COMPUTE POS-REST = POS-EUR - POS-SHARE * POS-HOLDERS
           MOVE 0 TO HOLDER-NUMBER
           PERFORM VARYING LINK-IDX FROM 1 BY 1
               UNTIL LINK-IDX > LINK-COUNT
               IF LT-BANKID(LINK-IDX) = POS-BANKID
                   AND LT-ACCOUNTID(LINK-IDX) = POS-ACCOUNTID
                   ADD 1 TO HOLDER-NUMBER
                   MOVE LT-CUSTID(LINK-IDX) TO WORK-CUSTID
                   PERFORM BOOK-SHARE
               END-IF
           END-PERFORM

           .
       BOOK-SHARE SECTION.
      *    Anteil des Inhabers WORK-CUSTID an der Position buchen.
           PERFORM FIND-DEPOSITOR
           IF SV-IDX = 0
               EXIT SECTION
           END-IF
           IF SHARE-COUNT >= 6000
               SET TABLES-TRUNCATED TO TRUE
               EXIT SECTION
           END-IF
           ADD 1 TO SHARE-COUNT
           MOVE POS-BANKID TO SH-BANKID(SHARE-COUNT)
           MOVE WORK-CUSTID TO SH-CUSTID(SHARE-COUNT)
           MOVE POS-ACCOUNTID TO SH-ACCOUNTID(SHARE-COUNT)
           MOVE POS-KIND TO SH-KIND(SHARE-COUNT)
           MOVE POS-CURRENCY TO SH-CURRENCY(SHARE-COUNT)
           MOVE POS-AMOUNT TO SH-AMOUNT(SHARE-COUNT)
           MOVE POS-SHARE TO SH-EUR(SHARE-COUNT)
           IF HOLDER-NUMBER = 1
               ADD POS-REST TO SH-EUR(SHARE-COUNT)
           END-IF
           MOVE POS-STATUS TO SH-STATUS(SHARE-COUNT)
           MOVE POS-HOLDERS TO SH-HOLDERS(SHARE-COUNT)
           ADD 1 TO SV-ACCOUNTS(SV-IDX)
           ADD SH-EUR(SHARE-COUNT) TO SV-ELIGIBLE(SV-IDX)
           IF POS-STATUS NOT = SPACE
               MOVE "S" TO SV-FLAG(SV-IDX)
           END-IF

           .
       FIND-DEPOSITOR SECTION.
      *    Einleger (Bank, Kunde) suchen oder sortiert einfuegen;
      *    SV-IDX = 0, wenn die Tabelle voll ist.
           MOVE "N" TO SV-FOUND-SWITCH
           MOVE 0 TO SV-POS
           PERFORM VARYING SV-IDX FROM 1 BY 1
               UNTIL SV-IDX > SV-COUNT OR SV-FOUND OR SV-POS > 0
               IF SV-BANKID(SV-IDX) = POS-BANKID
                   AND SV-CUSTID(SV-IDX) = WORK-CUSTID
                   SET SV-FOUND TO TRUE
               ELSE
                   IF SV-BANKID(SV-IDX) > POS-BANKID
                       OR (SV-BANKID(SV-IDX) = POS-BANKID
                       AND SV-CUSTID(SV-IDX) > WORK-CUSTID)
                       MOVE SV-IDX TO SV-POS
                   END-IF
               END-IF
           END-PERFORM
           IF SV-FOUND
               SUBTRACT 1 FROM SV-IDX
               EXIT SECTION
           END-IF
           IF SV-COUNT >= 3000
               SET TABLES-TRUNCATED TO TRUE
               MOVE 0 TO SV-IDX
               EXIT SECTION
           END-IF
           IF SV-POS = 0
               COMPUTE SV-POS = SV-COUNT + 1
           END-IF
           PERFORM VARYING SV-IDX FROM SV-COUNT BY -1
               UNTIL SV-IDX < SV-POS
               MOVE SV-ENTRY(SV-IDX) TO SV-ENTRY(SV-IDX + 1)
           END-PERFORM
           ADD 1 TO SV-COUNT
           MOVE SV-POS TO SV-IDX
           INITIALIZE SV-ENTRY(SV-IDX)
           MOVE POS-BANKID TO SV-BANKID(SV-IDX)
           MOVE WORK-CUSTID TO SV-CUSTID(SV-IDX)
           PERFORM FIND-CUSTOMER
           MOVE KD-IDX TO SV-KD-IDX(SV-IDX)

           .
       FIND-BANK SECTION.
           MOVE "N" TO BK-FOUND-SWITCH
           PERFORM VARYING BANK-IDX FROM 1 BY 1
               UNTIL BANK-IDX > BANK-COUNT OR BK-FOUND
               IF BK-BANKID(BANK-IDX) = POS-BANKID
                   SET BK-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF BK-FOUND
               SUBTRACT 1 FROM BANK-IDX
               EXIT SECTION
           END-IF
           IF BANK-COUNT >= 100
               SET TABLES-TRUNCATED TO TRUE
               MOVE 0 TO BANK-IDX
               EXIT SECTION
           END-IF
           ADD 1 TO BANK-COUNT
           MOVE BANK-COUNT TO BANK-IDX
           INITIALIZE BANK-ENTRY(BANK-IDX)
           MOVE POS-BANKID TO BK-BANKID(BANK-IDX)

           .
       APPLY-COVER-LIMIT SECTION.
           PERFORM VARYING SV-IDX FROM 1 BY 1
               UNTIL SV-IDX > SV-COUNT
               IF SV-ELIGIBLE(SV-IDX) > COVER-LIMIT
                   MOVE COVER-LIMIT TO SV-COVERED(SV-IDX)
               ELSE
                   MOVE SV-ELIGIBLE(SV-IDX) TO SV-COVERED(SV-IDX)
               END-IF
               COMPUTE SV-UNCOVERED(SV-IDX) =
                   SV-ELIGIBLE(SV-IDX) - SV-COVERED(SV-IDX)
               MOVE SV-BANKID(SV-IDX) TO POS-BANKID
               PERFORM FIND-BANK
               IF BANK-IDX > 0
                   ADD 1 TO BK-DEPOSITORS(BANK-IDX)
                   ADD SV-ELIGIBLE(SV-IDX) TO BK-ELIGIBLE(BANK-IDX)
                   ADD SV-COVERED(SV-IDX) TO BK-COVERED(BANK-IDX)
                   ADD SV-UNCOVERED(SV-IDX) TO BK-UNCOVERED(BANK-IDX)
                   IF SV-FLAG(SV-IDX) = "S"
                       ADD 1 TO BK-FLAGGED(BANK-IDX)
                       ADD SV-COVERED(SV-IDX)
                           TO BK-FLAGGED-COV(BANK-IDX)
                   END-IF
               END-IF
               ADD SV-ELIGIBLE(SV-IDX) TO TOTAL-ELIGIBLE
               ADD SV-COVERED(SV-IDX) TO TOTAL-COVERED
               ADD SV-UNCOVERED(SV-IDX) TO TOTAL-UNCOVERED
           END-PERFORM

           .
       WRITE-SCV-FILE SECTION.
           OPEN OUTPUT SCV-OUT
           MOVE SPACES TO SCV-OUT-F
           MOVE "H" TO SH-RECTYPE
           MOVE RUN-DATE TO SH-DATE
           MOVE "HAUSBANK" TO SH-SENDER
           MOVE COVER-LIMIT TO SH-CAP
           WRITE SCV-OUT-F
           PERFORM VARYING SV-IDX FROM 1 BY 1
               UNTIL SV-IDX > SV-COUNT
               PERFORM WRITE-DEPOSITOR
           END-PERFORM
           MOVE SPACES TO SCV-OUT-F
           MOVE "T" TO ST-RECTYPE
           MOVE SV-COUNT TO ST-DCOUNT
           MOVE ACOUNT-WRITTEN TO ST-ACOUNT
           MOVE TOTAL-ELIGIBLE TO ST-ELIGIBLE
           MOVE TOTAL-COVERED TO ST-COVERED
           MOVE TOTAL-UNCOVERED TO ST-UNCOVERED
           WRITE SCV-OUT-F
           CLOSE SCV-OUT

           .
       WRITE-DEPOSITOR SECTION.
           MOVE SPACES TO SCV-OUT-F
           MOVE "D" TO SD-RECTYPE
           MOVE SV-BANKID(SV-IDX) TO SD-BANKID
           MOVE SV-CUSTID(SV-IDX) TO SD-CUSTID
           MOVE SV-KD-IDX(SV-IDX) TO KD-IDX
           MOVE KD-NAME(KD-IDX) TO SD-NAME
           MOVE KD-TAXID(KD-IDX) TO SD-TAXID
           MOVE SV-ACCOUNTS(SV-IDX) TO SD-ACCOUNTS
           MOVE SV-ELIGIBLE(SV-IDX) TO SD-ELIGIBLE
           MOVE SV-COVERED(SV-IDX) TO SD-COVERED
           MOVE SV-UNCOVERED(SV-IDX) TO SD-UNCOVERED
           MOVE SV-FLAG(SV-IDX) TO SD-FLAG
           WRITE SCV-OUT-F
           PERFORM VARYING SHARE-IDX FROM 1 BY 1
               UNTIL SHARE-IDX > SHARE-COUNT
               IF SH-BANKID(SHARE-IDX) = SV-BANKID(SV-IDX)
                   AND SH-CUSTID(SHARE-IDX) = SV-CUSTID(SV-IDX)
                   MOVE SPACES TO SCV-OUT-F
                   MOVE "A" TO SA-RECTYPE
                   MOVE SH-BANKID(SHARE-IDX) TO SA-BANKID
                   MOVE SH-ACCOUNTID(SHARE-IDX) TO SA-ACCOUNTID
                   MOVE SH-KIND(SHARE-IDX) TO SA-KIND
                   MOVE SH-CURRENCY(SHARE-IDX) TO SA-CURRENCY
                   MOVE SH-AMOUNT(SHARE-IDX) TO SA-AMOUNT
                   MOVE SH-EUR(SHARE-IDX) TO SA-EUR
                   MOVE SH-STATUS(SHARE-IDX) TO SA-STATUS
                   MOVE SH-HOLDERS(SHARE-IDX) TO SA-HOLDERS
                   WRITE SCV-OUT-F
                   ADD 1 TO ACOUNT-WRITTEN
               END-IF
           END-PERFORM

           .
       WRITE-RECONCILIATION SECTION.
           OPEN OUTPUT REPORT-OUT
           MOVE COVER-LIMIT TO RL-LIMIT
           MOVE SPACES TO REPORT-LINE
           STRING "Einlagensicherung - Abstimmung Einlegerdatei"
               " Stichtag " RUN-DATE " (EUR, gesichert je Einleger"
               " und Bank " RL-LIMIT ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE SPACES TO REPORT-OUT-F
           WRITE REPORT-OUT-F
           PERFORM VARYING BANK-IDX FROM 1 BY 1
               UNTIL BANK-IDX > BANK-COUNT
               PERFORM WRITE-BANK-RECON
           END-PERFORM
           MOVE TOTAL-COVERED TO RL-AMOUNT
           MOVE TOTAL-UNCOVERED TO RL-AMOUNT2
           MOVE SPACES TO REPORT-LINE
           STRING "Gesamt gedeckt " RL-AMOUNT
               "  ungedeckt " RL-AMOUNT2
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE SPACES TO REPORT-OUT-F
           WRITE REPORT-OUT-F
           MOVE "Gesondert zu behandelnde Konten (B gesperrt,"
               & " E abgefuehrt)" TO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           PERFORM VARYING SHARE-IDX FROM 1 BY 1
               UNTIL SHARE-IDX > SHARE-COUNT
               IF SH-STATUS(SHARE-IDX) NOT = SPACE
                   MOVE SH-EUR(SHARE-IDX) TO RL-AMOUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  Bank " SH-BANKID(SHARE-IDX)
                       " Konto " SH-ACCOUNTID(SHARE-IDX)
                       " Art " SH-KIND(SHARE-IDX)
                       " Status " SH-STATUS(SHARE-IDX)
                       " Kunde " SH-CUSTID(SHARE-IDX)
                       " Anteil EUR " RL-AMOUNT
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-OUT-F FROM REPORT-LINE
               END-IF
           END-PERFORM
           IF UNRATED-COUNT > 0
               MOVE UNRATED-COUNT TO RL-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "*** " RL-COUNT " Kontosalden ohne Kurs mit"
                   " Kurs 1 umgerechnet ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-OUT-F FROM REPORT-LINE
           END-IF
           IF TABLES-TRUNCATED
               MOVE "*** Tabellen gekuerzt - Einlegerdatei"
                   & " unvollstaendig ***" TO REPORT-OUT-F
               WRITE REPORT-OUT-F
           END-IF
           CLOSE REPORT-OUT

           .
       WRITE-BANK-RECON SECTION.
      *    Quelle = gedeckt + ungedeckt + ohne Einleger.
           MOVE SPACES TO REPORT-LINE
           STRING "Bank " BK-BANKID(BANK-IDX) ": "
               BK-POSITIONS(BANK-IDX) " Einlagepositionen, "
               BK-DEPOSITORS(BANK-IDX) " Einleger"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE BK-SOURCE(BANK-IDX) TO RL-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  Einlagen laut Quelle      " RL-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE BK-COVERED(BANK-IDX) TO RL-AMOUNT
           MOVE BK-FLAGGED-COV(BANK-IDX) TO RL-AMOUNT2
           MOVE SPACES TO REPORT-LINE
           STRING "  gedeckt                   " RL-AMOUNT
               "  davon gesondert " RL-AMOUNT2 " ("
               BK-FLAGGED(BANK-IDX) " Einleger)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE BK-UNCOVERED(BANK-IDX) TO RL-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ungedeckt                 " RL-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE BK-UNLINKED-EUR(BANK-IDX) TO RL-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ohne Einleger (custlink)  " RL-AMOUNT " ("
               BK-UNLINKED(BANK-IDX) " Positionen)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           COMPUTE RECON-SUM = BK-COVERED(BANK-IDX)
               + BK-UNCOVERED(BANK-IDX) + BK-UNLINKED-EUR(BANK-IDX)
           MOVE SPACES TO REPORT-LINE
           IF RECON-SUM = BK-SOURCE(BANK-IDX)
               MOVE "  Abstimmung OK" TO REPORT-LINE
           ELSE
               SET RECON-BAD TO TRUE
               MOVE RECON-SUM TO RL-AMOUNT
               STRING "  *** DIFFERENZ - Summe der Teile " RL-AMOUNT
                   " ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-OUT-F FROM REPORT-LINE
           IF BK-UNLINKED(BANK-IDX) > 0
               SET RECON-BAD TO TRUE
           END-IF

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
