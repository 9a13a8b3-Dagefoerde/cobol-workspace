      * Zinskapitalisierung). Anlegen, Verfuegung aendern, Loeschen
      * und Liste wie in der Kontostamm-Pflege; jede Aenderung wird
      * mit Bediener und Zeitstempel in depaudit.txt protokolliert.
      * Vorzeitige Aufloesung: Zins act/365 vom Beginn bis zum
      * Geschaeftsdatum, abzueglich Vorfaelligkeitsentgelt nach
      * deppenal.txt (je Bank, Bank 00000 = Vorgabe; S = Zins nur zum
      * ermaessigten Satz, T = Zins fuer n Tage entfaellt; ohne Datei
      * entfallen 90 Tage Zins). Das Entgelt greift nie das Kapital
      * an. Die Aufloesung wird nicht direkt gebucht: der Antrag geht
      * als offener Aenderungssatz fuer depbreak.txt nach pendchg.txt
      * (Schluessel Bank und Konto, 15 Stellen); nach der Freigabe
      * zahlt der Festgeldlauf DEPMAT_M aus und streicht die Anlage.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AUDIT-OUT ASSIGN TO "depaudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-OUT-FILE-STATUS.
           SELECT PENALTY-IN ASSIGN TO "deppenal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENALTY-IN-FILE-STATUS.
           SELECT PENDING-IN ASSIGN TO "pendchg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-IN-FILE-STATUS.
           SELECT PENDING-OUT ASSIGN TO "pendchg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-OUT-FILE-STATUS.
           SELECT BREAK-IN ASSIGN TO "depbreak.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREAK-IN-FILE-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-IN-FILE-STATUS.
           SELECT DEPDATE-IN ASSIGN TO "depdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPDATE-IN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD DEPMAST-IN.
         05  AU-ACCOUNTID PIC 9(10).
         05  FILLER       PIC X VALUE SPACE.
         05  AU-AMOUNT    PIC 9(8)V99.
       FD PENALTY-IN.
       01  PENALTY-IN-F.
         05  PN-BANKID-F PIC 9(5).
         05  PN-METHOD-F PIC X(01).
         05  PN-RATE-F   PIC 9(2)V9(4).
         05  PN-DAYS-F   PIC 9(3).
       FD PENDING-IN.
       01  PENDING-IN-F.
         05  PC-TIMESTAMP-F PIC 9(16).
         05  FILLER         PIC X(01).
         05  PC-OPERATOR-F  PIC X(08).
         05  FILLER         PIC X(01).
         05  PC-FILE-F      PIC X(12).
         05  FILLER         PIC X(01).
         05  PC-ACTION-F    PIC X(03).
         05  FILLER         PIC X(01).
         05  PC-KEYLEN-F    PIC 9(02).
         05  FILLER         PIC X(01).
         05  PC-IMAGE-F     PIC X(120).
         05  FILLER         PIC X(01).
         05  PC-KEYPOS-F    PIC 9(03).
       FD PENDING-OUT.
       01  PENDING-OUT-F.
         05  PC-TIMESTAMP PIC 9(16).
         05  FILLER       PIC X VALUE SPACE.
         05  PC-OPERATOR  PIC X(08).
         05  FILLER       PIC X VALUE SPACE.
         05  PC-FILE      PIC X(12).
         05  FILLER       PIC X VALUE SPACE.
         05  PC-ACTION    PIC X(03).
         05  FILLER       PIC X VALUE SPACE.
         05  PC-KEYLEN    PIC 9(02).
         05  FILLER       PIC X VALUE SPACE.
         05  PC-IMAGE     PIC X(120).
         05  FILLER       PIC X VALUE SPACE.
         05  PC-KEYPOS    PIC 9(03).
       FD BREAK-IN.
       01  BREAK-IN-F.
         05  BK-KEY-F PIC X(15).
         05  FILLER   PIC X(49).
       FD BUSDATE-IN.
       01  BUSDATE-IN-F PIC 9(8).
       FD DEPDATE-IN.
       01  DEPDATE-IN-F PIC 9(8).
       WORKING-STORAGE SECTION.
       01  DEPMAST-IN-FILE-STATUS  PIC X(02).
       01  DEPMAST-OUT-FILE-STATUS PIC X(02).
       01  AUDIT-OUT-FILE-STATUS   PIC X(02).
       01  PENALTY-IN-FILE-STATUS  PIC X(02).
       01  PENDING-IN-FILE-STATUS  PIC X(02).
       01  PENDING-OUT-FILE-STATUS PIC X(02).
       01  BREAK-IN-FILE-STATUS    PIC X(02).
       01  BUSDATE-IN-FILE-STATUS  PIC X(02).
       01  DEPDATE-IN-FILE-STATUS  PIC X(02).
       01  CURRENT-DATE-DATA.
        05 DATETIME   PIC 9(16).
       01  DEP-DATE PIC 9(8) VALUE 0.
       01  DEP-TABLE.
         05  DEP-ENTRY OCCURS 500 TIMES.
           10  DT-BANKID    PIC 9(5).
         88  CHOICE-ADD     VALUE "A" "a".
         88  CHOICE-ROLL    VALUE "V" "v".
         88  CHOICE-DELETE  VALUE "L" "l".
         88  CHOICE-BREAK   VALUE "B" "b".
         88  CHOICE-LIST    VALUE "P" "p".
         88  CHOICE-END     VALUE "E" "e".
       01  WORK-BANKID    PIC 9(5).
      * Kontostamm-Pflege.
       01  TRUNCATED-SWITCH PIC X VALUE "N".
         88  MASTER-TRUNCATED VALUE "Y".
      * Vorfaelligkeitsregel der Bank: S = Zins zum ermaessigten
      * Satz, T = Zins fuer PEN-DAYS Tage entfaellt.
       01  PEN-METHOD PIC X(01) VALUE "T".
         88  PEN-REDUCED-RATE VALUE "S".
         88  PEN-FORFEIT-DAYS VALUE "T".
       01  PEN-RATE   PIC 9(2)V9(4) VALUE 0.
       01  PEN-DAYS   PIC 9(3) VALUE 90.
       01  PEN-BANK-SWITCH PIC X VALUE "N".
         88  PEN-BANK-FOUND VALUE "Y".
       01  PEN-EOF-SWITCH PIC X VALUE "N".
         88  PEN-EOF VALUE "Y".
       01  ELAPSED-DAYS  PIC 9(5) VALUE 0.
       01  FORFEIT-DAYS  PIC 9(5) VALUE 0.
       01  REDUCED-INTEREST PIC 9(8)V99 VALUE 0.
       01  PENDING-EOF-SWITCH PIC X VALUE "N".
         88  PENDING-EOF VALUE "Y".
       01  BREAK-EOF-SWITCH PIC X VALUE "N".
         88  BREAK-EOF VALUE "Y".
       01  BREAK-OPEN-SWITCH PIC X VALUE "N".
         88  BREAK-OPEN VALUE "Y".
       01  CONFIRM-CHOICE PIC X(01) VALUE SPACE.
         88  CONFIRM-YES VALUE "J" "j".
      * Satzbild von depbreak.txt: Aufloesungsantrag mit den bei
      * Antrag berechneten Betraegen (64 Stellen).
       01  BREAK-IMAGE.
         05  BI-BANKID    PIC 9(5).
         05  BI-ACCOUNTID PIC 9(10).
         05  BI-DATE      PIC 9(8).
         05  BI-PRINCIPAL PIC 9(8)V99.
         05  BI-INTEREST  PIC 9(8)V99.
         05  BI-PENALTY   PIC 9(8)V99.
         05  BI-PAYOUT    PIC 9(8)V99.
         05  BI-METHOD    PIC X(01).
       01  BREAK-KEY REDEFINES BREAK-IMAGE PIC X(15).
       01  QUOTE-AMOUNT PIC Z(7)9.99.
       01  RATE-EDIT    PIC Z9.9999.

       PROCEDURE DIVISION.
           OPEN EXTEND AUDIT-OUT
                   " unvollstaendig geladen, Aenderungen werden"
                   " NICHT gespeichert ***"
           END-IF
           PERFORM LOAD-DEP-DATE
           DISPLAY "Bediener-Kennung:"
           ACCEPT OPERATOR-ID
           PERFORM UNTIL CHOICE-END
               DISPLAY "Funktion: A=Anlegen V=Verfuegung L=Loeschen "
                   "B=Vorzeitige Aufloesung P=Liste E=Ende"
               ACCEPT MENU-CHOICE
               EVALUATE TRUE
                   WHEN CHOICE-ADD    PERFORM ADD-DEPOSIT
                   WHEN CHOICE-ROLL   PERFORM CHANGE-ROLLOVER
                   WHEN CHOICE-DELETE PERFORM DELETE-DEPOSIT
                   WHEN CHOICE-BREAK  PERFORM BREAK-DEPOSIT
                   WHEN CHOICE-LIST   PERFORM LIST-DEPOSITS
                   WHEN CHOICE-END    CONTINUE
                   WHEN OTHER
               " Anlagen im Bestand."
           GOBACK.

       LOAD-DEP-DATE SECTION.
      *    Gleiche Datumsfolge wie im Festgeldlauf: busdate.txt,
      *    dann depdate.txt, sonst Systemdatum.
           OPEN INPUT BUSDATE-IN
           IF BUSDATE-IN-FILE-STATUS = "00"
               READ BUSDATE-IN
                   NOT AT END MOVE BUSDATE-IN-F TO DEP-DATE
               END-READ
               CLOSE BUSDATE-IN
           END-IF
           IF DEP-DATE = 0
               OPEN INPUT DEPDATE-IN
               IF DEPDATE-IN-FILE-STATUS = "00"
                   READ DEPDATE-IN
                       NOT AT END MOVE DEPDATE-IN-F TO DEP-DATE
                   END-READ
                   CLOSE DEPDATE-IN
               END-IF
           END-IF
           IF DEP-DATE = 0
               MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
               MOVE DATETIME(1:8) TO DEP-DATE
           END-IF

           .
       LOAD-DEPOSITS SECTION.
           OPEN INPUT DEPMAST-IN
           IF DEPMAST-IN-FILE-STATUS NOT = "00"
           SET MASTER-CHANGED TO TRUE
           DISPLAY "Festgeld geloescht."

           .
       BREAK-DEPOSIT SECTION.
           PERFORM ACCEPT-KEY
           PERFORM FIND-DEPOSIT
           IF NOT ENTRY-FOUND
               DISPLAY "Festgeld nicht gefunden."
               EXIT SECTION
           END-IF
           IF DT-START(DEP-IDX) >= DEP-DATE
               DISPLAY "Anlage beginnt erst am " DT-START(DEP-IDX)
                   " - Aufloesung nicht moeglich, ggf. loeschen."
               EXIT SECTION
           END-IF
           IF DT-MATURITY(DEP-IDX) <= DEP-DATE
               DISPLAY "Anlage ist faellig - Auszahlung durch den"
                   " Festgeldlauf."
               EXIT SECTION
           END-IF
           MOVE DT-BANKID(DEP-IDX) TO BI-BANKID
           MOVE DT-ACCOUNTID(DEP-IDX) TO BI-ACCOUNTID
           PERFORM CHECK-OPEN-BREAK
           IF BREAK-OPEN
               DISPLAY "Fuer dieses Festgeld liegt bereits ein"
                   " Aufloesungsantrag vor."
               EXIT SECTION
           END-IF
           PERFORM LOAD-PENALTY-RULE
           PERFORM CALCULATE-BREAK
           DISPLAY "Vorzeitige Aufloesung zum " BI-DATE ":"
           MOVE BI-PRINCIPAL TO QUOTE-AMOUNT
           DISPLAY "  Kapital                " QUOTE-AMOUNT
           MOVE BI-INTEREST TO QUOTE-AMOUNT
           DISPLAY "  Zins " ELAPSED-DAYS " Tage         "
               QUOTE-AMOUNT
           MOVE BI-PENALTY TO QUOTE-AMOUNT
           IF PEN-REDUCED-RATE
               MOVE PEN-RATE TO RATE-EDIT
               DISPLAY "  Vorfaelligkeitsentgelt " QUOTE-AMOUNT
                   " (Zins nur zu " RATE-EDIT " %)"
           ELSE
               DISPLAY "  Vorfaelligkeitsentgelt " QUOTE-AMOUNT
                   " (" FORFEIT-DAYS " Tage Zins)"
           END-IF
           MOVE BI-PAYOUT TO QUOTE-AMOUNT
           DISPLAY "  Auszahlung             " QUOTE-AMOUNT
           DISPLAY "Aufloesung beantragen (J/N)?"
           ACCEPT CONFIRM-CHOICE
           IF NOT CONFIRM-YES
               DISPLAY "Keine Aufloesung beantragt."
               EXIT SECTION
           END-IF
           PERFORM WRITE-PENDING
           MOVE BI-PAYOUT TO WORK-AMOUNT
           MOVE "BREAKREQ" TO AUDIT-ACTION
           PERFORM WRITE-AUDIT
           DISPLAY "Aufloesung zur Freigabe vorgelegt."

           .
       CHECK-OPEN-BREAK SECTION.
      *    Ein offener Antrag in pendchg.txt oder ein freigegebener,
      *    vom Festgeldlauf noch nicht ausgefuehrter in depbreak.txt
      *    sperrt einen zweiten Antrag fuer dieselbe Anlage.
           MOVE "N" TO BREAK-OPEN-SWITCH
           MOVE "N" TO PENDING-EOF-SWITCH
           OPEN INPUT PENDING-IN
           IF PENDING-IN-FILE-STATUS = "00"
               PERFORM UNTIL PENDING-EOF OR BREAK-OPEN
                   READ PENDING-IN
                       AT END SET PENDING-EOF TO TRUE
                       NOT AT END
                           IF PC-FILE-F = "depbreak.txt"
                               AND PC-IMAGE-F(1:15) = BREAK-KEY
                               SET BREAK-OPEN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-IN
           END-IF
           MOVE "N" TO BREAK-EOF-SWITCH
           OPEN INPUT BREAK-IN
           IF BREAK-IN-FILE-STATUS = "00"
               PERFORM UNTIL BREAK-EOF OR BREAK-OPEN
                   READ BREAK-IN
                       AT END SET BREAK-EOF TO TRUE
                       NOT AT END
                           IF BK-KEY-F = BREAK-KEY
                               SET BREAK-OPEN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BREAK-IN
           END-IF

           .
       LOAD-PENALTY-RULE SECTION.
      *    Eintrag der Bank vor Eintrag 00000 vor eingebauter Regel.
           MOVE "T" TO PEN-METHOD
           MOVE 0 TO PEN-RATE
           MOVE 90 TO PEN-DAYS
           MOVE "N" TO PEN-BANK-SWITCH
           MOVE "N" TO PEN-EOF-SWITCH
           OPEN INPUT PENALTY-IN
           IF PENALTY-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL PEN-EOF OR PEN-BANK-FOUND
               READ PENALTY-IN
                   AT END SET PEN-EOF TO TRUE
                   NOT AT END
                       IF PN-BANKID-F = DT-BANKID(DEP-IDX)
                           OR PN-BANKID-F = 0
                           IF PN-METHOD-F = "S"
                               MOVE "S" TO PEN-METHOD
                               MOVE PN-RATE-F TO PEN-RATE
                           ELSE
                               MOVE "T" TO PEN-METHOD
                               MOVE PN-DAYS-F TO PEN-DAYS
                           END-IF
                           IF PN-BANKID-F = DT-BANKID(DEP-IDX)
                               SET PEN-BANK-FOUND TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENALTY-IN

           .
       CALCULATE-BREAK SECTION.
      *    Zins act/365 vom Beginn bis zum Aufloesungstag, Entgelt
      *    hoechstens in Hoehe des Zinses.
           MOVE DEP-DATE TO BI-DATE
           MOVE DT-PRINCIPAL(DEP-IDX) TO BI-PRINCIPAL
           MOVE PEN-METHOD TO BI-METHOD
           COMPUTE ELAPSED-DAYS =
               FUNCTION INTEGER-OF-DATE(DEP-DATE)
               - FUNCTION INTEGER-OF-DATE(DT-START(DEP-IDX))
           COMPUTE BI-INTEREST ROUNDED =
               DT-PRINCIPAL(DEP-IDX) * DT-RATE(DEP-IDX)
               * ELAPSED-DAYS / 36500
           IF PEN-REDUCED-RATE
               MOVE 0 TO FORFEIT-DAYS
               COMPUTE REDUCED-INTEREST ROUNDED =
                   DT-PRINCIPAL(DEP-IDX) * PEN-RATE
                   * ELAPSED-DAYS / 36500
               IF REDUCED-INTEREST >= BI-INTEREST
                   MOVE 0 TO BI-PENALTY
               ELSE
                   COMPUTE BI-PENALTY =
                       BI-INTEREST - REDUCED-INTEREST
               END-IF
           ELSE
               MOVE PEN-DAYS TO FORFEIT-DAYS
               IF FORFEIT-DAYS > ELAPSED-DAYS
                   MOVE ELAPSED-DAYS TO FORFEIT-DAYS
               END-IF
               COMPUTE BI-PENALTY ROUNDED =
                   DT-PRINCIPAL(DEP-IDX) * DT-RATE(DEP-IDX)
                   * FORFEIT-DAYS / 36500
           END-IF
           IF BI-PENALTY > BI-INTEREST
               MOVE BI-INTEREST TO BI-PENALTY
           END-IF
           COMPUTE BI-PAYOUT =
               BI-PRINCIPAL + BI-INTEREST - BI-PENALTY

           .
       WRITE-PENDING SECTION.
      *    Offener Aenderungssatz fuer das Vier-Augen-Prinzip:
      *    Schluessel sind Bank und Konto (15 Stellen ab Stelle 1).
           OPEN EXTEND PENDING-OUT
           IF PENDING-OUT-FILE-STATUS NOT = "00"
               OPEN OUTPUT PENDING-OUT
           END-IF
           MOVE SPACES TO PENDING-OUT-F
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           MOVE DATETIME TO PC-TIMESTAMP
           MOVE OPERATOR-ID TO PC-OPERATOR
           MOVE "depbreak.txt" TO PC-FILE
           MOVE "PUT" TO PC-ACTION
           MOVE 15 TO PC-KEYLEN
           MOVE BREAK-IMAGE TO PC-IMAGE
           MOVE 1 TO PC-KEYPOS
           WRITE PENDING-OUT-F
           CLOSE PENDING-OUT

           .
       LIST-DEPOSITS SECTION.
           PERFORM VARYING DEP-IDX FROM 1 BY 1
