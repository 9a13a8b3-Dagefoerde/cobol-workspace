       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLOSEOUT_M.
      *****************************************************************
      * Kontoaufloesung: rechnet Konten ab, die im Kontostamm
      * acctmast.txt auf C (geschlossen) stehen und noch nicht in
      * closedone.txt als aufgeloest vermerkt sind. Je Konto und
      * Waehrung werden glattgestellt:
      *   - die aufgelaufene Zinsabgrenzung aus accrual.txt als
      *     Schlusszins; die Zinsbuchungen gehen als closeint.txt
      *     durch die Kapitalertragsteuer WHTAX_M (Steuerstrom
      *     closetax.txt, Abfuehrung angehaengt an closeremit.txt,
      *     Verbrauch und Bescheinigung wie im Regellauf; die
      *     Dateinamen erhaelt WHTAX_M ueber die Steuerdatei
      *     taxrun.txt);
      *   - die noch nicht berechnete Gebuehrenaktivitaet aus
      *     feeact.txt nach dem Gebuehrenschema feesched.txt;
      *   - der verbleibende Saldo (openbal.txt, ueberschrieben von
      *     den ACCOUNT-Saetzen des Extracts) samt Zins, Steuer und
      *     Gebuehr wird auf das in closeset.txt (Bank, Konto,
      *     Verrechnungsbank, Verrechnungskonto) benannte Konto
      *     ausgezahlt bzw. ein Sollsaldo von dort ausgeglichen.
      * Alle Buchungen stehen im input.txt-Format samt Bank-
      * Kontrollsaetzen in closetxn.txt fuer den naechsten
      * Abschluss; ihr Zweck traegt das Kennwort "Kontoaufloesung",
      * an dem der Abschluss sie trotz Status C durchlaesst. Dazu
      * entstehen die Schlussabrechnung closestmt.txt und das
      * Bestaetigungsschreiben closeletter.txt (Anschrift ueber
      * custlink.txt aus custmast.txt). Die Eintraege der Konten
      * verschwinden aus accrual.txt und feeact.txt; closedone.txt
      * haelt Konto, Tag und Verrechnungskonto fest. Ein zweiter
      * Lauf am selben Geschaeftstag haengt seine Ausgaben an.
      * Konten ohne Verrechnungskonto oder mit nicht offenem
      * Verrechnungskonto bleiben stehen (RETURN-CODE 4). Der Lauf
      * gehoert hinter Zins- und Gebuehrenlauf des Tages.
      * Stichtag aus busdate.txt, sonst Systemdatum.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE-IN ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-IN-FILE-STATUS.
           SELECT EXTRACT-IN ASSIGN TO "extract.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-IN-FILE-STATUS.
           SELECT OPENBAL-IN ASSIGN TO "openbal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPENBAL-IN-FILE-STATUS.
           SELECT ACCTMAST-IN ASSIGN TO "acctmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCTMAST-IN-FILE-STATUS.
           SELECT CLOSESET-IN ASSIGN TO "closeset.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSESET-IN-FILE-STATUS.
           SELECT DONE-IN ASSIGN TO "closedone.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DONE-IN-FILE-STATUS.
           SELECT DONE-OUT ASSIGN TO "closedone.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DONE-OUT-FILE-STATUS.
           SELECT ACCRUAL-IN ASSIGN TO "accrual.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCRUAL-IN-FILE-STATUS.
           SELECT ACCRUAL-OUT ASSIGN TO "accrual.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCRUAL-OUT-FILE-STATUS.
           SELECT FEESCHED-IN ASSIGN TO "feesched.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEESCHED-IN-FILE-STATUS.
           SELECT FEEACT-IN ASSIGN TO "feeact.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEEACT-IN-FILE-STATUS.
           SELECT FEEACT-OUT ASSIGN TO "feeact.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEEACT-OUT-FILE-STATUS.
           SELECT INTPOST-OUT ASSIGN TO "closeint.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTPOST-OUT-FILE-STATUS.
           SELECT TAXPOST-IN ASSIGN TO "closetax.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAXPOST-IN-FILE-STATUS.
           SELECT TXN-OUT ASSIGN TO "closetxn.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXN-OUT-FILE-STATUS.
           SELECT STMT-OUT ASSIGN TO "closestmt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STMT-OUT-FILE-STATUS.
           SELECT LETTER-OUT ASSIGN TO "closeletter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LETTER-OUT-FILE-STATUS.
           SELECT CUSTMAST-IN ASSIGN TO "custmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTMAST-IN-FILE-STATUS.
           SELECT CUSTLINK-IN ASSIGN TO "custlink.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTLINK-IN-FILE-STATUS.
           SELECT TAXRUN-OUT ASSIGN TO "taxrun.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAXRUN-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BUSDATE-IN.
       01  BUSDATE-IN-F PIC 9(8).
       FD EXTRACT-IN.
       01  EXTRACT-IN-F.
         05  EX-RECTYPE    PIC X(10).
         05  EX-BANKID     PIC 9(5).
         05  EX-ACCOUNTID  PIC 9(10).
         05  EX-CURRENCY   PIC X(03).
         05  EX-AMOUNT     PIC S9(8)V99 SIGN IS LEADING SEPARATE.
       FD OPENBAL-IN.
       01  OPENBAL-F.
         05  OB-BANKID-F     PIC 9(5).
         05  OB-ACCOUNTID-F  PIC 9(10).
         05  OB-BALANCE-F    PIC Z(7)9V99.
         05  OB-CURRENCY-F   PIC X(03).
         05  OB-SIGN-F       PIC X(01).
       FD ACCTMAST-IN.
       01  ACCTMAST-IN-F.
         05  AM-BANKID-F    PIC 9(5).
         05  AM-ACCOUNTID-F PIC 9(10).
         05  AM-NAME-F      PIC X(30).
         05  AM-STATUS-F    PIC X(01).
         05  AM-IBAN-F      PIC X(34).
         05  AM-PRODUCT-F   PIC X(04).
       FD CLOSESET-IN.
       01  CLOSESET-IN-F.
         05  CS-BANKID-F     PIC 9(5).
         05  CS-ACCOUNTID-F  PIC 9(10).
         05  CS-SETBANK-F    PIC 9(5).
         05  CS-SETACCT-F    PIC 9(10).
       FD DONE-IN.
       01  DONE-IN-F.
         05  DN-BANKID-F     PIC 9(5).
         05  DN-ACCOUNTID-F  PIC 9(10).
         05  DN-DATE-F       PIC 9(8).
         05  DN-SETBANK-F    PIC 9(5).
         05  DN-SETACCT-F    PIC 9(10).
       FD DONE-OUT.
       01  DONE-OUT-F.
         05  DN-BANKID-O     PIC 9(5).
         05  DN-ACCOUNTID-O  PIC 9(10).
         05  DN-DATE-O       PIC 9(8).
         05  DN-SETBANK-O    PIC 9(5).
         05  DN-SETACCT-O    PIC 9(10).
       FD ACCRUAL-IN.
       01  ACCRUAL-IN-F.
         05  AC-BANKID-F    PIC 9(5).
         05  AC-ACCOUNTID-F PIC 9(10).
         05  AC-CURRENCY-F  PIC X(03).
         05  AC-AMOUNT-F    PIC S9(8)V9(4) SIGN IS LEADING SEPARATE.
         05  AC-KIND-F      PIC X(01).
       FD ACCRUAL-OUT.
       01  ACCRUAL-OUT-F.
         05  AC-BANKID-O    PIC 9(5).
         05  AC-ACCOUNTID-O PIC 9(10).
         05  AC-CURRENCY-O  PIC X(03).
         05  AC-AMOUNT-O    PIC S9(8)V9(4) SIGN IS LEADING SEPARATE.
         05  AC-KIND-O      PIC X(01).
       FD FEESCHED-IN.
       01  FEESCHED-IN-F.
         05  FS-BANKID-F   PIC 9(5).
         05  FS-FREE-F     PIC 9(4).
         05  FS-ITEMPRICE-F PIC 9(4)V99.
         05  FS-BASEFEE-F  PIC 9(6)V99.
       FD FEEACT-IN.
       01  FEEACT-IN-F.
         05  FA-BANKID-F    PIC 9(5).
         05  FA-ACCOUNTID-F PIC 9(10).
         05  FA-CURRENCY-F  PIC X(03).
         05  FA-COUNT-F     PIC 9(8).
       FD FEEACT-OUT.
       01  FEEACT-OUT-F.
         05  FA-BANKID-O    PIC 9(5).
         05  FA-ACCOUNTID-O PIC 9(10).
         05  FA-CURRENCY-O  PIC X(03).
         05  FA-COUNT-O     PIC 9(8).
       FD INTPOST-OUT.
       01  INTPOST-OUT-F.
         05  IP-BANKID    PIC 9(5).
         05  IP-ACCOUNTID PIC 9(10).
         05  IP-AMOUNT    PIC 9(8)V99.
         05  IP-DRCR      PIC X(01).
         05  IP-CURR-CODE PIC X(03).
         05  IP-COMMENT   PIC X(55).
         05  IP-VALDATE   PIC 9(8).
       FD TAXPOST-IN.
       01  TAXPOST-IN-F.
         05  TP-BANKID-F    PIC 9(5).
         05  TP-ACCOUNTID-F PIC 9(10).
         05  TP-AMOUNT-F    PIC 9(8)V99.
         05  TP-DRCR-F      PIC X(01).
         05  TP-CURR-F      PIC X(03).
         05  TP-COMMENT-F   PIC X(55).
         05  TP-VALDATE-F   PIC X(08).
       FD TXN-OUT.
       01  TXN-OUT-F.
         05  TX-BANKID    PIC 9(5).
         05  TX-ACCOUNTID PIC 9(10).
         05  TX-AMOUNT    PIC 9(8)V99.
         05  TX-DRCR      PIC X(01).
         05  TX-CURR-CODE PIC X(03).
         05  TX-COMMENT   PIC X(55).
         05  TX-VALDATE   PIC 9(8).
       FD STMT-OUT.
       01  STMT-OUT-F PIC X(80).
       FD LETTER-OUT.
       01  LETTER-OUT-F PIC X(80).
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
      * Dateinamen fuer den Steuerlauf WHTAX_M: Zinsbuchungen,
      * Steuerstrom, Abfuehrung. WHTAX_M loescht die Datei nach dem
      * Lesen, damit ein spaeterer Regellauf seine eigenen nimmt.
       FD TAXRUN-OUT.
       01  TAXRUN-OUT-F.
         05  TR-INPOST-F  PIC X(40).
         05  TR-TAXPOST-F PIC X(40).
         05  TR-REMIT-F   PIC X(40).
       WORKING-STORAGE SECTION.
       01  BUSDATE-IN-FILE-STATUS   PIC X(02).
       01  EXTRACT-IN-FILE-STATUS   PIC X(02).
       01  OPENBAL-IN-FILE-STATUS   PIC X(02).
       01  ACCTMAST-IN-FILE-STATUS  PIC X(02).
       01  CLOSESET-IN-FILE-STATUS  PIC X(02).
       01  DONE-IN-FILE-STATUS      PIC X(02).
       01  DONE-OUT-FILE-STATUS     PIC X(02).
       01  ACCRUAL-IN-FILE-STATUS   PIC X(02).
       01  ACCRUAL-OUT-FILE-STATUS  PIC X(02).
       01  FEESCHED-IN-FILE-STATUS  PIC X(02).
       01  FEEACT-IN-FILE-STATUS    PIC X(02).
       01  FEEACT-OUT-FILE-STATUS   PIC X(02).
       01  INTPOST-OUT-FILE-STATUS  PIC X(02).
       01  TAXPOST-IN-FILE-STATUS   PIC X(02).
       01  TXN-OUT-FILE-STATUS      PIC X(02).
       01  STMT-OUT-FILE-STATUS     PIC X(02).
       01  LETTER-OUT-FILE-STATUS   PIC X(02).
       01  CUSTMAST-IN-FILE-STATUS  PIC X(02).
       01  CUSTLINK-IN-FILE-STATUS  PIC X(02).
       01  TAXRUN-OUT-FILE-STATUS   PIC X(02).
       01  TAX-RUN-SWITCH PIC X VALUE "N".
         88  TAX-RUN-FAILED VALUE "Y".
       01  SYSTEM-COMMAND PIC X(120) VALUE SPACE.
       01  RUN-DATE-DATA.
         05  RUN-YYYY  PIC 9(4).
         05  RUN-MM    PIC 9(2).
         05  RUN-DD    PIC 9(2).
         05  FILLER    PIC X(13).
       01  CLOSE-DATE-SPLIT.
         05  CLOSE-YYYY PIC 9(4).
         05  CLOSE-MM   PIC 9(2).
         05  CLOSE-DD   PIC 9(2).
       01  CLOSE-DATE REDEFINES CLOSE-DATE-SPLIT PIC 9(8).
       01  PRINT-DATE PIC X(10) VALUE SPACE.
       01  LOAD-EOF-SWITCH PIC X VALUE "N".
         88  LOAD-EOF VALUE "Y".
       01  OPENBAL.
         05  OB-BANKID     PIC 9(5).
         05  OB-ACCOUNTID  PIC 9(10).
         05  OB-BALANCE    PIC 9(8)V99.
         05  OB-CURRENCY   PIC X(03).
         05  OB-SIGN       PIC X(01).
      * Kontostamm zum Finden der geschlossenen Konten und zur
      * Pruefung der Verrechnungskonten.
       01  MASTER-TABLE.
         05  MASTER-ENTRY OCCURS 1000 TIMES.
           10  MT-BANKID    PIC 9(5).
           10  MT-ACCOUNTID PIC 9(10).
           10  MT-NAME      PIC X(30).
           10  MT-STATUS    PIC X(01).
       01  MASTER-COUNT PIC 9(04) VALUE 0.
       01  MASTER-IDX   PIC 9(04).
       01  MASTER-FOUND-SWITCH PIC X VALUE "N".
         88  MASTER-FOUND VALUE "Y".
      * Geschlossene Konten dieses Laufs: W = wartet auf ein
      * Verrechnungskonto, R = wird aufgeloest, D = schon erledigt.
       01  CLOSE-TABLE.
         05  CLOSE-ENTRY OCCURS 200 TIMES.
           10  CA-BANKID    PIC 9(5).
           10  CA-ACCOUNTID PIC 9(10).
           10  CA-NAME      PIC X(30).
           10  CA-SETBANK   PIC 9(5).
           10  CA-SETACCT   PIC 9(10).
           10  CA-STATE     PIC X(01).
             88  CA-WAITING VALUE "W".
             88  CA-READY   VALUE "R".
             88  CA-DONE    VALUE "D".
       01  CLOSE-COUNT PIC 9(03) VALUE 0.
       01  CLOSE-IDX   PIC 9(03).
       01  CLOSE-FOUND-SWITCH PIC X VALUE "N".
         88  CLOSE-FOUND VALUE "Y".
       01  READY-COUNT   PIC 9(03) VALUE 0.
       01  WAITING-COUNT PIC 9(03) VALUE 0.
       01  SAME-DAY-SWITCH PIC X VALUE "N".
         88  SAME-DAY-RERUN VALUE "Y".
      * Abrechnung je Konto und Waehrung.
       01  POT-TABLE.
         05  POT-ENTRY OCCURS 300 TIMES.
           10  PT-CLOSE-IDX PIC 9(03).
           10  PT-BANKID    PIC 9(5).
           10  PT-ACCOUNTID PIC 9(10).
           10  PT-CURRENCY  PIC X(03).
           10  PT-BALANCE   PIC S9(8)V99.
           10  PT-ACCRUED   PIC S9(8)V9(4).
           10  PT-INTEREST  PIC S9(8)V99.
           10  PT-TAX       PIC 9(8)V99.
           10  PT-ITEMS     PIC 9(8).
           10  PT-ACTIVITY  PIC X(01).
           10  PT-FEE       PIC 9(8)V99.
           10  PT-NET       PIC S9(9)V99.
       01  POT-COUNT PIC 9(03) VALUE 0.
       01  POT-IDX   PIC 9(03).
       01  SCAN-IDX  PIC 9(03).
       01  POT-FOUND-SWITCH PIC X VALUE "N".
         88  POT-FOUND VALUE "Y".
       01  KEY-BANKID    PIC 9(5).
       01  KEY-ACCOUNTID PIC 9(10).
       01  KEY-CURRENCY  PIC X(03).
       01  TRUNC-SWITCH PIC X VALUE "N".
         88  TABLES-TRUNCATED VALUE "Y".
       01  ACCRUAL-TABLE.
         05  ACCRUAL-ENTRY OCCURS 1000 TIMES.
           10  AT-BANKID    PIC 9(5).
           10  AT-ACCOUNTID PIC 9(10).
           10  AT-CURRENCY  PIC X(03).
           10  AT-AMOUNT    PIC S9(8)V9(4).
           10  AT-KIND      PIC X(01).
       01  ACCRUAL-COUNT PIC 9(04) VALUE 0.
       01  ACCRUAL-IDX   PIC 9(04).
       01  ACCRUALS-LOADED-SWITCH PIC X VALUE "N".
         88  ACCRUALS-LOADED VALUE "Y".
       01  SCHED-TABLE.
         05  SCHED-ENTRY OCCURS 100 TIMES.
           10  SC-BANKID    PIC 9(5).
           10  SC-FREE      PIC 9(4).
           10  SC-ITEMPRICE PIC 9(4)V99.
           10  SC-BASEFEE   PIC 9(6)V99.
       01  SCHED-COUNT  PIC 9(03) VALUE 0.
       01  SCHED-IDX    PIC 9(03).
       01  SCHED-FOUND-SWITCH PIC X VALUE "N".
         88  SCHED-FOUND VALUE "Y".
       01  ACTIVITY-TABLE.
         05  ACTIVITY-ENTRY OCCURS 1000 TIMES.
           10  AV-BANKID    PIC 9(5).
           10  AV-ACCOUNTID PIC 9(10).
           10  AV-CURRENCY  PIC X(03).
           10  AV-COUNT     PIC 9(8).
       01  ACTIVITY-COUNT PIC 9(04) VALUE 0.
       01  ACTIVITY-IDX   PIC 9(04).
       01  ACTIVITY-LOADED-SWITCH PIC X VALUE "N".
         88  ACTIVITY-LOADED VALUE "Y".
       01  BILLABLE-ITEMS PIC 9(8) VALUE 0.
       01  INTEREST-SWITCH PIC X VALUE "N".
         88  INTEREST-WRITTEN VALUE "Y".
      * Buchungspuffer, nach Bank/Konto einsortiert wie im
      * Cash-Pooling-Lauf.
       01  TXN-TABLE.
         05  TXN-ITEM OCCURS 2000 TIMES.
           10  TI-BANKID    PIC 9(5).
           10  TI-ACCOUNTID PIC 9(10).
           10  TI-AMOUNT    PIC 9(8)V99.
           10  TI-DRCR      PIC X(01).
           10  TI-CURR      PIC X(03).
           10  TI-COMMENT   PIC X(55).
       01  TXN-COUNT PIC 9(04) VALUE 0.
       01  TXN-IDX   PIC 9(04).
       01  SHIFT-IDX PIC 9(04).
       01  INSERT-AT PIC 9(04).
       01  SLOT-FOUND-SWITCH PIC X VALUE "N".
         88  SLOT-FOUND VALUE "Y".
       01  STORE-BANKID    PIC 9(5).
       01  STORE-ACCOUNTID PIC 9(10).
       01  STORE-AMOUNT    PIC 9(8)V99.
       01  STORE-DRCR      PIC X(01).
       01  STORE-CURR      PIC X(03).
       01  STORE-COMMENT   PIC X(55).
       01  TRAILERBANK    PIC 9(5) VALUE 0.
       01  TRAILER-COUNT  PIC 9(10) VALUE 0.
       01  TRAILER-AMOUNT PIC 9(8)V99 VALUE 0.
       01  KD-TABLE.
         05  KD-ENTRY OCCURS 500 TIMES.
           10  KD-CUSTID PIC 9(8).
           10  KD-NAME   PIC X(30).
           10  KD-STREET PIC X(30).
           10  KD-CITY   PIC X(30).
       01  KD-COUNT PIC 9(03) VALUE 0.
       01  KD-IDX   PIC 9(03).
       01  LINK-TABLE.
         05  LINK-ENTRY OCCURS 1000 TIMES.
           10  LT-CUSTID    PIC 9(8).
           10  LT-BANKID    PIC 9(5).
           10  LT-ACCOUNTID PIC 9(10).
       01  LINK-COUNT PIC 9(04) VALUE 0.
       01  LINK-IDX   PIC 9(04).
       01  CUST-FOUND-SWITCH PIC X VALUE "N".
         88  CUST-FOUND VALUE "Y".
       01  FILL-NAME   PIC X(30).
       01  FILL-STREET PIC X(30).
       01  FILL-CITY   PIC X(30).
       01  POT-LINES   PIC 9(03) VALUE 0.
       01  REPORT-LINE PIC X(80).
       01  RL-LABEL    PIC X(32).
       01  RL-AMOUNT   PIC Z(7)9.99-.
       01  RL-WORK     PIC S9(9)V99.

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
           PERFORM LOAD-CLOSE-DATE
           PERFORM VERIFY-EXTRACT-TRAILER
           IF EXTRACT-BAD
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-MASTER
           PERFORM LOAD-DONE
           PERFORM LOAD-SETTLEMENTS
           IF READY-COUNT = 0
               DISPLAY "Kontoaufloesung " CLOSE-DATE ": keine Konten"
                   " abzurechnen, " WAITING-COUNT " wartend."
               IF WAITING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               GOBACK
           END-IF
           PERFORM LOAD-BALANCES
           PERFORM LOAD-ACCRUALS
           PERFORM LOAD-FEE-SCHEDULE
           PERFORM LOAD-ACTIVITY
           IF TABLES-TRUNCATED
               DISPLAY "*** Tabellen voll - Kontoaufloesung nicht"
                   " gefahren, Bestaende unveraendert ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM COMPUTE-FINAL-FEES
           PERFORM WRITE-INTEREST-FILE
           IF INTEREST-WRITTEN
               PERFORM RUN-WITHHOLDING-TAX
               IF TAX-RUN-FAILED
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM LOAD-TAX-DEBITS
           END-IF
           PERFORM BUILD-CLOSING-POSTINGS
           PERFORM WRITE-TXN-FILE
           PERFORM LOAD-CUSTOMERS
           PERFORM LOAD-LINKS
           PERFORM WRITE-STATEMENTS
           PERFORM WRITE-LETTERS
           PERFORM SAVE-ACCRUALS
           PERFORM SAVE-ACTIVITY
           PERFORM WRITE-DONE-LOG
           PERFORM ROTATE-OUTPUTS
           DISPLAY "Kontoaufloesung " CLOSE-DATE ": " READY-COUNT
               " Konten abgerechnet, " TXN-COUNT " Buchungen, "
               WAITING-COUNT " wartend."
           IF WAITING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-CLOSE-DATE SECTION.
           MOVE 0 TO CLOSE-DATE
           OPEN INPUT BUSDATE-IN
           IF BUSDATE-IN-FILE-STATUS = "00"
               READ BUSDATE-IN
                   NOT AT END MOVE BUSDATE-IN-F TO CLOSE-DATE
               END-READ
               CLOSE BUSDATE-IN
           END-IF
           IF CLOSE-DATE = 0
               MOVE FUNCTION CURRENT-DATE TO RUN-DATE-DATA
               MOVE RUN-DATE-DATA(1:8) TO CLOSE-DATE
           END-IF
           STRING CLOSE-DD "." CLOSE-MM "." CLOSE-YYYY
               DELIMITED BY SIZE INTO PRINT-DATE

           .
       LOAD-MASTER SECTION.
           MOVE "N" TO LOAD-EOF-SWITCH
           OPEN INPUT ACCTMAST-IN
           IF ACCTMAST-IN-FILE-STATUS NOT = "00"
               DISPLAY "Kein acctmast.txt - keine geschlossenen"
                   " Konten."
               EXIT SECTION
           END-IF
           PERFORM UNTIL LOAD-EOF OR MASTER-COUNT >= 1000
               READ ACCTMAST-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO MASTER-COUNT
                       MOVE ACCTMAST-IN-F TO
                           MASTER-ENTRY(MASTER-COUNT)
                       IF AM-STATUS-F = "C"
                           PERFORM NOTE-CLOSED-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCTMAST-IN

           .
       NOTE-CLOSED-ACCOUNT SECTION.
           IF CLOSE-COUNT >= 200
               DISPLAY "*** Mehr als 200 geschlossene Konten - Rest"
                   " im naechsten Lauf ***"
               EXIT SECTION
           END-IF
           ADD 1 TO CLOSE-COUNT
           MOVE AM-BANKID-F TO CA-BANKID(CLOSE-COUNT)
           MOVE AM-ACCOUNTID-F TO CA-ACCOUNTID(CLOSE-COUNT)
           MOVE AM-NAME-F TO CA-NAME(CLOSE-COUNT)
           MOVE 0 TO CA-SETBANK(CLOSE-COUNT)
           MOVE 0 TO CA-SETACCT(CLOSE-COUNT)
           MOVE "W" TO CA-STATE(CLOSE-COUNT)

           .
       LOAD-DONE SECTION.
      *    Schon aufgeloeste Konten fallen heraus; ein Eintrag vom
      *    heutigen Tag heisst, die Ausgaben des Tages bestehen
      *    schon und werden ergaenzt statt ersetzt.
           MOVE "N" TO LOAD-EOF-SWITCH
           OPEN INPUT DONE-IN
           IF DONE-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL LOAD-EOF
               READ DONE-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF DN-DATE-F = CLOSE-DATE
                           SET SAME-DAY-RERUN TO TRUE
                       END-IF
                       PERFORM VARYING CLOSE-IDX FROM 1 BY 1
                           UNTIL CLOSE-IDX > CLOSE-COUNT
                           IF CA-BANKID(CLOSE-IDX) = DN-BANKID-F
                               AND CA-ACCOUNTID(CLOSE-IDX) =
                                   DN-ACCOUNTID-F
                               MOVE "D" TO CA-STATE(CLOSE-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE DONE-IN

           .
       LOAD-SETTLEMENTS SECTION.
           MOVE "N" TO LOAD-EOF-SWITCH
           OPEN INPUT CLOSESET-IN
           IF CLOSESET-IN-FILE-STATUS = "00"
               PERFORM UNTIL LOAD-EOF
                   READ CLOSESET-IN
                       AT END SET LOAD-EOF TO TRUE
                       NOT AT END PERFORM NOTE-SETTLEMENT
                   END-READ
               END-PERFORM
               CLOSE CLOSESET-IN
           END-IF
           PERFORM VARYING CLOSE-IDX FROM 1 BY 1
               UNTIL CLOSE-IDX > CLOSE-COUNT
               IF NOT CA-DONE(CLOSE-IDX)
                   PERFORM CHECK-SETTLEMENT
               END-IF
           END-PERFORM

           .
       NOTE-SETTLEMENT SECTION.
           PERFORM VARYING CLOSE-IDX FROM 1 BY 1
               UNTIL CLOSE-IDX > CLOSE-COUNT
               IF CA-BANKID(CLOSE-IDX) = CS-BANKID-F
                   AND CA-ACCOUNTID(CLOSE-IDX) = CS-ACCOUNTID-F
                   MOVE CS-SETBANK-F TO CA-SETBANK(CLOSE-IDX)
                   MOVE CS-SETACCT-F TO CA-SETACCT(CLOSE-IDX)
               END-IF
           END-PERFORM

           .
       CHECK-SETTLEMENT SECTION.
      *    Ausgezahlt wird nur auf ein offenes Konto des Stamms.
           IF CA-SETBANK(CLOSE-IDX) = 0
               AND CA-SETACCT(CLOSE-IDX) = 0
               DISPLAY "Konto " CA-BANKID(CLOSE-IDX) "/"
                   CA-ACCOUNTID(CLOSE-IDX) " geschlossen, aber"
                   " kein Verrechnungskonto in closeset.txt."
               ADD 1 TO WAITING-COUNT
               EXIT SECTION
           END-IF
           MOVE "N" TO MASTER-FOUND-SWITCH
           PERFORM VARYING MASTER-IDX FROM 1 BY 1
               UNTIL MASTER-IDX > MASTER-COUNT OR MASTER-FOUND
               IF MT-BANKID(MASTER-IDX) = CA-SETBANK(CLOSE-IDX)
                   AND MT-ACCOUNTID(MASTER-IDX) =
                       CA-SETACCT(CLOSE-IDX)
                   AND MT-STATUS(MASTER-IDX) = "O"
                   SET MASTER-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT MASTER-FOUND
               DISPLAY "Konto " CA-BANKID(CLOSE-IDX) "/"
                   CA-ACCOUNTID(CLOSE-IDX) ": Verrechnungskonto "
                   CA-SETBANK(CLOSE-IDX) "/" CA-SETACCT(CLOSE-IDX)
                   " nicht offen."
               ADD 1 TO WAITING-COUNT
               EXIT SECTION
           END-IF
           MOVE "R" TO CA-STATE(CLOSE-IDX)
           ADD 1 TO READY-COUNT

           .
       FIND-CLOSE-ENTRY SECTION.
           MOVE "N" TO CLOSE-FOUND-SWITCH
           PERFORM VARYING CLOSE-IDX FROM 1 BY 1
               UNTIL CLOSE-IDX > CLOSE-COUNT OR CLOSE-FOUND
               IF CA-BANKID(CLOSE-IDX) = KEY-BANKID
                   AND CA-ACCOUNTID(CLOSE-IDX) = KEY-ACCOUNTID
                   AND CA-READY(CLOSE-IDX)
                   SET CLOSE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF CLOSE-FOUND
               SUBTRACT 1 FROM CLOSE-IDX
           END-IF

           .
       FIND-POT SECTION.
      *    Abrechnungstopf je Bank/Konto/Waehrung eines aufzu-
      *    loesenden Kontos suchen oder anlegen; POT-IDX bleibt 0
      *    fuer alle anderen Konten.
           MOVE 0 TO POT-IDX
           PERFORM FIND-CLOSE-ENTRY
           IF NOT CLOSE-FOUND
               EXIT SECTION
           END-IF
           IF KEY-CURRENCY = SPACE
               MOVE "EUR" TO KEY-CURRENCY
           END-IF
           MOVE "N" TO POT-FOUND-SWITCH
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
               UNTIL SCAN-IDX > POT-COUNT OR POT-FOUND
               IF PT-BANKID(SCAN-IDX) = KEY-BANKID
                   AND PT-ACCOUNTID(SCAN-IDX) = KEY-ACCOUNTID
                   AND PT-CURRENCY(SCAN-IDX) = KEY-CURRENCY
                   SET POT-FOUND TO TRUE
                   MOVE SCAN-IDX TO POT-IDX
               END-IF
           END-PERFORM
           IF POT-FOUND
               EXIT SECTION
           END-IF
           IF POT-COUNT >= 300
               SET TABLES-TRUNCATED TO TRUE
               EXIT SECTION
           END-IF
           ADD 1 TO POT-COUNT
           MOVE POT-COUNT TO POT-IDX
           MOVE CLOSE-IDX TO PT-CLOSE-IDX(POT-IDX)
           MOVE KEY-BANKID TO PT-BANKID(POT-IDX)
           MOVE KEY-ACCOUNTID TO PT-ACCOUNTID(POT-IDX)
           MOVE KEY-CURRENCY TO PT-CURRENCY(POT-IDX)
           MOVE 0 TO PT-BALANCE(POT-IDX)
           MOVE 0 TO PT-ACCRUED(POT-IDX)
           MOVE 0 TO PT-INTEREST(POT-IDX)
           MOVE 0 TO PT-TAX(POT-IDX)
           MOVE 0 TO PT-ITEMS(POT-IDX)
           MOVE "N" TO PT-ACTIVITY(POT-IDX)
           MOVE 0 TO PT-FEE(POT-IDX)
           MOVE 0 TO PT-NET(POT-IDX)

           .
       LOAD-BALANCES SECTION.
      *    Bestand aus openbal.txt; die ACCOUNT-Saetze des heutigen
      *    Extracts sind juenger und ueberschreiben ihn.
           MOVE "N" TO LOAD-EOF-SWITCH
           OPEN INPUT OPENBAL-IN
           IF OPENBAL-IN-FILE-STATUS = "00"
               PERFORM UNTIL LOAD-EOF
                   READ OPENBAL-IN INTO OPENBAL
                       AT END SET LOAD-EOF TO TRUE
                       NOT AT END
                           MOVE OB-BANKID TO KEY-BANKID
                           MOVE OB-ACCOUNTID TO KEY-ACCOUNTID
                           MOVE OB-CURRENCY TO KEY-CURRENCY
                           PERFORM FIND-POT
                           IF POT-IDX > 0
                               IF OB-SIGN = "-"
                                   COMPUTE PT-BALANCE(POT-IDX) =
                                       0 - OB-BALANCE
                               ELSE
                                   MOVE OB-BALANCE TO
                                       PT-BALANCE(POT-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPENBAL-IN
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           OPEN INPUT EXTRACT-IN
           IF EXTRACT-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL LOAD-EOF
               READ EXTRACT-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF EX-RECTYPE = "ACCOUNT"
                           MOVE EX-BANKID TO KEY-BANKID
                           MOVE EX-ACCOUNTID TO KEY-ACCOUNTID
                           MOVE EX-CURRENCY TO KEY-CURRENCY
                           PERFORM FIND-POT
                           IF POT-IDX > 0
                               MOVE EX-AMOUNT TO PT-BALANCE(POT-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXTRACT-IN

           .
       LOAD-ACCRUALS SECTION.
           MOVE "N" TO LOAD-EOF-SWITCH
           OPEN INPUT ACCRUAL-IN
           IF ACCRUAL-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           SET ACCRUALS-LOADED TO TRUE
           PERFORM UNTIL LOAD-EOF OR ACCRUAL-COUNT >= 1000
               READ ACCRUAL-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO ACCRUAL-COUNT
                       MOVE AC-BANKID-F TO AT-BANKID(ACCRUAL-COUNT)
                       MOVE AC-ACCOUNTID-F TO
                           AT-ACCOUNTID(ACCRUAL-COUNT)
                       MOVE AC-CURRENCY-F TO
                           AT-CURRENCY(ACCRUAL-COUNT)
                       MOVE AC-AMOUNT-F TO AT-AMOUNT(ACCRUAL-COUNT)
                       MOVE AC-KIND-F TO AT-KIND(ACCRUAL-COUNT)
                       MOVE AC-BANKID-F TO KEY-BANKID
                       MOVE AC-ACCOUNTID-F TO KEY-ACCOUNTID
                       MOVE AC-CURRENCY-F TO KEY-CURRENCY
                       PERFORM FIND-POT
                       IF POT-IDX > 0
                           ADD AC-AMOUNT-F TO PT-ACCRUED(POT-IDX)
                       END-IF
               END-READ
           END-PERFORM
           IF NOT LOAD-EOF
               READ ACCRUAL-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END SET TABLES-TRUNCATED TO TRUE
               END-READ
           END-IF
           CLOSE ACCRUAL-IN

           .
       LOAD-FEE-SCHEDULE SECTION.
           MOVE "N" TO LOAD-EOF-SWITCH
           OPEN INPUT FEESCHED-IN
           IF FEESCHED-IN-FILE-STATUS NOT = "00"
               DISPLAY "Kein Gebuehrenschema feesched.txt -"
                   " keine Schlussgebuehren."
               EXIT SECTION
           END-IF
           PERFORM UNTIL LOAD-EOF OR SCHED-COUNT >= 100
               READ FEESCHED-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO SCHED-COUNT
                       MOVE FEESCHED-IN-F TO SCHED-ENTRY(SCHED-COUNT)
               END-READ
           END-PERFORM
           CLOSE FEESCHED-IN

           .
       LOAD-ACTIVITY SECTION.
           MOVE "N" TO LOAD-EOF-SWITCH
           OPEN INPUT FEEACT-IN
           IF FEEACT-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           SET ACTIVITY-LOADED TO TRUE
           PERFORM UNTIL LOAD-EOF OR ACTIVITY-COUNT >= 1000
               READ FEEACT-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO ACTIVITY-COUNT
                       MOVE FA-BANKID-F TO AV-BANKID(ACTIVITY-COUNT)
                       MOVE FA-ACCOUNTID-F TO
                           AV-ACCOUNTID(ACTIVITY-COUNT)
                       MOVE FA-CURRENCY-F TO
                           AV-CURRENCY(ACTIVITY-COUNT)
                       MOVE FA-COUNT-F TO AV-COUNT(ACTIVITY-COUNT)
                       MOVE FA-BANKID-F TO KEY-BANKID
                       MOVE FA-ACCOUNTID-F TO KEY-ACCOUNTID
                       MOVE FA-CURRENCY-F TO KEY-CURRENCY
                       PERFORM FIND-POT
                       IF POT-IDX > 0
                           ADD FA-COUNT-F TO PT-ITEMS(POT-IDX)
                           MOVE "Y" TO PT-ACTIVITY(POT-IDX)
                       END-IF
               END-READ
           END-PERFORM
           IF NOT LOAD-EOF
               READ FEEACT-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END SET TABLES-TRUNCATED TO TRUE
               END-READ
           END-IF
           CLOSE FEEACT-IN

           .
       COMPUTE-FINAL-FEES SECTION.
      *    Schlussgebuehr nach derselben Formel wie der Gebuehren-
      *    lauf am Ultimo: pflichtige Posten mal Stueckpreis plus
      *    Grundgebuehr, fuer jedes Konto mit offener Aktivitaet.
           PERFORM VARYING POT-IDX FROM 1 BY 1
               UNTIL POT-IDX > POT-COUNT
               IF PT-ACTIVITY(POT-IDX) = "Y"
                   MOVE "N" TO SCHED-FOUND-SWITCH
                   PERFORM VARYING SCHED-IDX FROM 1 BY 1
                       UNTIL SCHED-IDX > SCHED-COUNT OR SCHED-FOUND
                       IF SC-BANKID(SCHED-IDX) = PT-BANKID(POT-IDX)
                           SET SCHED-FOUND TO TRUE
                       END-IF
                   END-PERFORM
                   IF SCHED-FOUND
                       SUBTRACT 1 FROM SCHED-IDX
                       IF PT-ITEMS(POT-IDX) > SC-FREE(SCHED-IDX)
                           COMPUTE BILLABLE-ITEMS =
                               PT-ITEMS(POT-IDX) - SC-FREE(SCHED-IDX)
                       ELSE
                           MOVE 0 TO BILLABLE-ITEMS
                       END-IF
                       COMPUTE PT-FEE(POT-IDX) =
                           BILLABLE-ITEMS * SC-ITEMPRICE(SCHED-IDX)
                           + SC-BASEFEE(SCHED-IDX)
                   END-IF
               END-IF
           END-PERFORM

           .
       WRITE-INTEREST-FILE SECTION.
      *    Schlusszins im Format des Zinslaufs, damit WHTAX_M ihn
      *    wie eine Regelkapitalisierung versteuert.
           OPEN OUTPUT INTPOST-OUT
           MOVE 0 TO TRAILERBANK
           MOVE 0 TO TRAILER-COUNT
           MOVE 0 TO TRAILER-AMOUNT
           PERFORM VARYING POT-IDX FROM 1 BY 1
               UNTIL POT-IDX > POT-COUNT
               COMPUTE PT-INTEREST(POT-IDX) ROUNDED =
                   PT-ACCRUED(POT-IDX)
               IF PT-INTEREST(POT-IDX) NOT = 0
                   IF TRAILERBANK NOT = PT-BANKID(POT-IDX)
                       PERFORM WRITE-INTEREST-TRAILER
                       MOVE PT-BANKID(POT-IDX) TO TRAILERBANK
                   END-IF
                   MOVE SPACES TO INTPOST-OUT-F
                   MOVE PT-BANKID(POT-IDX) TO IP-BANKID
                   MOVE PT-ACCOUNTID(POT-IDX) TO IP-ACCOUNTID
                   COMPUTE IP-AMOUNT =
                       FUNCTION ABS(PT-INTEREST(POT-IDX))
                   IF PT-INTEREST(POT-IDX) < 0
                       MOVE "D" TO IP-DRCR
                   ELSE
                       MOVE "C" TO IP-DRCR
                   END-IF
                   MOVE PT-CURRENCY(POT-IDX) TO IP-CURR-CODE
                   MOVE "Kontoaufloesung Schlusszins" TO IP-COMMENT
                   MOVE 0 TO IP-VALDATE
                   WRITE INTPOST-OUT-F
                   ADD 1 TO TRAILER-COUNT
                   ADD IP-AMOUNT TO TRAILER-AMOUNT
                   SET INTEREST-WRITTEN TO TRUE
               END-IF
           END-PERFORM
           PERFORM WRITE-INTEREST-TRAILER
           CLOSE INTPOST-OUT

           .
       WRITE-INTEREST-TRAILER SECTION.
           IF TRAILERBANK NOT = 0
               MOVE SPACES TO INTPOST-OUT-F
               MOVE TRAILERBANK TO IP-BANKID
               MOVE TRAILER-COUNT TO IP-ACCOUNTID
               MOVE TRAILER-AMOUNT TO IP-AMOUNT
               MOVE "T" TO IP-DRCR
               MOVE "EUR" TO IP-CURR-CODE
               MOVE "Kontrollsatz Kontoaufloesung" TO IP-COMMENT
               MOVE 0 TO IP-VALDATE
               WRITE INTPOST-OUT-F
           END-IF
           MOVE 0 TO TRAILER-COUNT
           MOVE 0 TO TRAILER-AMOUNT

           .
       RUN-WITHHOLDING-TAX SECTION.
      *    Der Steuerlauf schreibt seine Abfuehrung neu; sie wird an
      *    die Abfuehrungsdatei der Aufloesungen angehaengt, damit
      *    ein zweiter Lauf am Tag nichts ueberschreibt. Die
      *    Dateinamen gehen ueber taxrun.txt an WHTAX_M.
           OPEN OUTPUT TAXRUN-OUT
           IF TAXRUN-OUT-FILE-STATUS NOT = "00"
               DISPLAY "*** taxrun.txt nicht schreibbar (Status "
                   TAXRUN-OUT-FILE-STATUS ") - Schlusszins nicht"
                   " versteuert, Bestaende unveraendert ***"
               SET TAX-RUN-FAILED TO TRUE
               EXIT SECTION
           END-IF
           MOVE SPACES TO TAXRUN-OUT-F
           MOVE "closeint.txt" TO TR-INPOST-F
           MOVE "closetax.txt" TO TR-TAXPOST-F
           MOVE "closeremit.tmp" TO TR-REMIT-F
           WRITE TAXRUN-OUT-F
           CLOSE TAXRUN-OUT
           CALL "WHTAX_M"
           CANCEL "WHTAX_M"
           MOVE "test -f closeremit.tmp && cat closeremit.tmp >> "
               & "closeremit.txt && rm -f closeremit.tmp"
               TO SYSTEM-COMMAND
           CALL "SYSTEM" USING SYSTEM-COMMAND

           .
       LOAD-TAX-DEBITS SECTION.
      *    Aus dem Steuerstrom zaehlen nur die Steuer-Sollbuchungen;
      *    die durchgereichten Zinsbuchungen tragen noch das
      *    Kennwort aus closeint.txt.
           MOVE "N" TO LOAD-EOF-SWITCH
           OPEN INPUT TAXPOST-IN
           IF TAXPOST-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL LOAD-EOF
               READ TAXPOST-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF TP-DRCR-F = "D"
                           AND TP-COMMENT-F(1:15) NOT =
                               "Kontoaufloesung"
                           MOVE TP-BANKID-F TO KEY-BANKID
                           MOVE TP-ACCOUNTID-F TO KEY-ACCOUNTID
                           MOVE TP-CURR-F TO KEY-CURRENCY
                           PERFORM FIND-POT
                           IF POT-IDX > 0
                               ADD TP-AMOUNT-F TO PT-TAX(POT-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAXPOST-IN

           .
       BUILD-CLOSING-POSTINGS SECTION.
      *    Je Topf: Schlusszins, Steuer, Schlussgebuehr und zuletzt
      *    der Uebertrag des Nettosaldos, der das Konto auf Null
      *    stellt. Gleiche Konten behalten diese Reihenfolge.
           PERFORM VARYING POT-IDX FROM 1 BY 1
               UNTIL POT-IDX > POT-COUNT
               MOVE PT-CLOSE-IDX(POT-IDX) TO CLOSE-IDX
               MOVE PT-BANKID(POT-IDX) TO STORE-BANKID
               MOVE PT-ACCOUNTID(POT-IDX) TO STORE-ACCOUNTID
               MOVE PT-CURRENCY(POT-IDX) TO STORE-CURR
               IF PT-INTEREST(POT-IDX) NOT = 0
                   COMPUTE STORE-AMOUNT =
                       FUNCTION ABS(PT-INTEREST(POT-IDX))
                   IF PT-INTEREST(POT-IDX) < 0
                       MOVE "D" TO STORE-DRCR
                   ELSE
                       MOVE "C" TO STORE-DRCR
                   END-IF
                   MOVE "Kontoaufloesung Schlusszins" TO STORE-COMMENT
                   PERFORM STORE-CLOSING-TXN
               END-IF
               IF PT-TAX(POT-IDX) > 0
                   MOVE PT-TAX(POT-IDX) TO STORE-AMOUNT
                   MOVE "D" TO STORE-DRCR
                   MOVE "Kontoaufloesung Kapitalertragsteuer"
                       TO STORE-COMMENT
                   PERFORM STORE-CLOSING-TXN
               END-IF
               IF PT-FEE(POT-IDX) > 0
                   MOVE PT-FEE(POT-IDX) TO STORE-AMOUNT
                   MOVE "D" TO STORE-DRCR
                   MOVE "Kontoaufloesung Schlussgebuehr"
                       TO STORE-COMMENT
                   PERFORM STORE-CLOSING-TXN
               END-IF
               COMPUTE PT-NET(POT-IDX) = PT-BALANCE(POT-IDX)
                   + PT-INTEREST(POT-IDX) - PT-TAX(POT-IDX)
                   - PT-FEE(POT-IDX)
               IF PT-NET(POT-IDX) NOT = 0
                   PERFORM STORE-NET-TRANSFER
               END-IF
           END-PERFORM

           .
       STORE-NET-TRANSFER SECTION.
           COMPUTE STORE-AMOUNT = FUNCTION ABS(PT-NET(POT-IDX))
           MOVE SPACES TO STORE-COMMENT
           IF PT-NET(POT-IDX) > 0
      *        Restguthaben: Soll aufgeloestes Konto, Haben
      *        Verrechnungskonto.
               STRING "Kontoaufloesung Auszahlung an "
                   CA-SETBANK(CLOSE-IDX) "/" CA-SETACCT(CLOSE-IDX)
                   DELIMITED BY SIZE INTO STORE-COMMENT
               MOVE "D" TO STORE-DRCR
               PERFORM STORE-CLOSING-TXN
               MOVE SPACES TO STORE-COMMENT
               STRING "Kontoaufloesung Eingang von "
                   PT-BANKID(POT-IDX) "/" PT-ACCOUNTID(POT-IDX)
                   DELIMITED BY SIZE INTO STORE-COMMENT
               MOVE CA-SETBANK(CLOSE-IDX) TO STORE-BANKID
               MOVE CA-SETACCT(CLOSE-IDX) TO STORE-ACCOUNTID
               MOVE "C" TO STORE-DRCR
               PERFORM STORE-CLOSING-TXN
           ELSE
      *        Sollsaldo: Ausgleich zu Lasten des Verrechnungskontos.
               STRING "Kontoaufloesung Ausgleich von "
                   CA-SETBANK(CLOSE-IDX) "/" CA-SETACCT(CLOSE-IDX)
                   DELIMITED BY SIZE INTO STORE-COMMENT
               MOVE "C" TO STORE-DRCR
               PERFORM STORE-CLOSING-TXN
               MOVE SPACES TO STORE-COMMENT
               STRING "Kontoaufloesung Ausgleich fuer "
                   PT-BANKID(POT-IDX) "/" PT-ACCOUNTID(POT-IDX)
                   DELIMITED BY SIZE INTO STORE-COMMENT
               MOVE CA-SETBANK(CLOSE-IDX) TO STORE-BANKID
               MOVE CA-SETACCT(CLOSE-IDX) TO STORE-ACCOUNTID
               MOVE "D" TO STORE-DRCR
               PERFORM STORE-CLOSING-TXN
           END-IF

           .
       STORE-CLOSING-TXN SECTION.
      *    Hoechstens fuenf Buchungen je Topf; der Puffer reicht
      *    fuer die volle Topftabelle.
           MOVE "N" TO SLOT-FOUND-SWITCH
           MOVE 0 TO INSERT-AT
           PERFORM VARYING TXN-IDX FROM 1 BY 1
               UNTIL TXN-IDX > TXN-COUNT OR SLOT-FOUND
               IF TI-BANKID(TXN-IDX) > STORE-BANKID
                   OR (TI-BANKID(TXN-IDX) = STORE-BANKID
                       AND TI-ACCOUNTID(TXN-IDX) > STORE-ACCOUNTID)
                   MOVE TXN-IDX TO INSERT-AT
                   MOVE "Y" TO SLOT-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF NOT SLOT-FOUND
               COMPUTE INSERT-AT = TXN-COUNT + 1
           END-IF
           PERFORM VARYING SHIFT-IDX FROM TXN-COUNT BY -1
               UNTIL SHIFT-IDX < INSERT-AT
               MOVE TXN-ITEM(SHIFT-IDX) TO TXN-ITEM(SHIFT-IDX + 1)
           END-PERFORM
           ADD 1 TO TXN-COUNT
           MOVE STORE-BANKID TO TI-BANKID(INSERT-AT)
           MOVE STORE-ACCOUNTID TO TI-ACCOUNTID(INSERT-AT)
           MOVE STORE-AMOUNT TO TI-AMOUNT(INSERT-AT)
           MOVE STORE-DRCR TO TI-DRCR(INSERT-AT)
           MOVE STORE-CURR TO TI-CURR(INSERT-AT)
           MOVE STORE-COMMENT TO TI-COMMENT(INSERT-AT)

           .
       WRITE-TXN-FILE SECTION.
           IF SAME-DAY-RERUN
               OPEN EXTEND TXN-OUT
               IF TXN-OUT-FILE-STATUS NOT = "00"
                   OPEN OUTPUT TXN-OUT
               END-IF
           ELSE
               OPEN OUTPUT TXN-OUT
           END-IF
           MOVE 0 TO TRAILERBANK
           MOVE 0 TO TRAILER-COUNT
           MOVE 0 TO TRAILER-AMOUNT
           PERFORM VARYING TXN-IDX FROM 1 BY 1
               UNTIL TXN-IDX > TXN-COUNT
               IF TRAILERBANK NOT = TI-BANKID(TXN-IDX)
                   PERFORM WRITE-TRAILER
                   MOVE TI-BANKID(TXN-IDX) TO TRAILERBANK
               END-IF
               MOVE SPACES TO TXN-OUT-F
               MOVE TI-BANKID(TXN-IDX) TO TX-BANKID
               MOVE TI-ACCOUNTID(TXN-IDX) TO TX-ACCOUNTID
               MOVE TI-AMOUNT(TXN-IDX) TO TX-AMOUNT
               MOVE TI-DRCR(TXN-IDX) TO TX-DRCR
               MOVE TI-CURR(TXN-IDX) TO TX-CURR-CODE
               MOVE TI-COMMENT(TXN-IDX) TO TX-COMMENT
               MOVE 0 TO TX-VALDATE
               WRITE TXN-OUT-F
               ADD 1 TO TRAILER-COUNT
               ADD TI-AMOUNT(TXN-IDX) TO TRAILER-AMOUNT
           END-PERFORM
           PERFORM WRITE-TRAILER
           CLOSE TXN-OUT

           .
       WRITE-TRAILER SECTION.
           IF TRAILERBANK NOT = 0
               MOVE SPACES TO TXN-OUT-F
               MOVE TRAILERBANK TO TX-BANKID
               MOVE TRAILER-COUNT TO TX-ACCOUNTID
               MOVE TRAILER-AMOUNT TO TX-AMOUNT
               MOVE "T" TO TX-DRCR
               MOVE "EUR" TO TX-CURR-CODE
               MOVE "Kontrollsatz Kontoaufloesung" TO TX-COMMENT
               MOVE 0 TO TX-VALDATE
               WRITE TXN-OUT-F
           END-IF
           MOVE 0 TO TRAILER-COUNT
           MOVE 0 TO TRAILER-AMOUNT

           .
       LOAD-CUSTOMERS SECTION.
           MOVE "N" TO LOAD-EOF-SWITCH
           OPEN INPUT CUSTMAST-IN
           IF CUSTMAST-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL LOAD-EOF OR KD-COUNT >= 500
               READ CUSTMAST-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO KD-COUNT
                       MOVE CU-CUSTID-F TO KD-CUSTID(KD-COUNT)
                       MOVE CU-NAME-F TO KD-NAME(KD-COUNT)
                       MOVE CU-STREET-F TO KD-STREET(KD-COUNT)
                       MOVE CU-CITY-F TO KD-CITY(KD-COUNT)
               END-READ
           END-PERFORM
           CLOSE CUSTMAST-IN

           .
       LOAD-LINKS SECTION.
           MOVE "N" TO LOAD-EOF-SWITCH
           OPEN INPUT CUSTLINK-IN
           IF CUSTLINK-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL LOAD-EOF OR LINK-COUNT >= 1000
               READ CUSTLINK-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO LINK-COUNT
                       MOVE CUSTLINK-IN-F TO LINK-ENTRY(LINK-COUNT)
               END-READ
           END-PERFORM
           CLOSE CUSTLINK-IN

           .
       LOOKUP-CUSTOMER SECTION.
      *    Anschrift ueber die Kontoverknuepfung; ohne Treffer
      *    bleibt der Kontoname aus dem Stamm.
           MOVE "N" TO CUST-FOUND-SWITCH
           MOVE CA-NAME(CLOSE-IDX) TO FILL-NAME
           MOVE SPACES TO FILL-STREET
           MOVE SPACES TO FILL-CITY
           PERFORM VARYING LINK-IDX FROM 1 BY 1
               UNTIL LINK-IDX > LINK-COUNT OR CUST-FOUND
               IF LT-BANKID(LINK-IDX) = CA-BANKID(CLOSE-IDX)
                   AND LT-ACCOUNTID(LINK-IDX) = CA-ACCOUNTID(CLOSE-IDX)
                   PERFORM VARYING KD-IDX FROM 1 BY 1
                       UNTIL KD-IDX > KD-COUNT OR CUST-FOUND
                       IF KD-CUSTID(KD-IDX) = LT-CUSTID(LINK-IDX)
                           SET CUST-FOUND TO TRUE
                           MOVE KD-NAME(KD-IDX) TO FILL-NAME
                           MOVE KD-STREET(KD-IDX) TO FILL-STREET
                           MOVE KD-CITY(KD-IDX) TO FILL-CITY
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           .
       WRITE-STATEMENTS SECTION.
           IF SAME-DAY-RERUN
               OPEN EXTEND STMT-OUT
               IF STMT-OUT-FILE-STATUS NOT = "00"
                   OPEN OUTPUT STMT-OUT
               END-IF
           ELSE
               OPEN OUTPUT STMT-OUT
           END-IF
           PERFORM VARYING CLOSE-IDX FROM 1 BY 1
               UNTIL CLOSE-IDX > CLOSE-COUNT
               IF CA-READY(CLOSE-IDX)
                   PERFORM WRITE-ONE-STATEMENT
               END-IF
           END-PERFORM
           CLOSE STMT-OUT

           .
       WRITE-ONE-STATEMENT SECTION.
           MOVE ALL "-" TO STMT-OUT-F
           WRITE STMT-OUT-F
           MOVE SPACES TO REPORT-LINE
           STRING "Schlussabrechnung Kontoaufloesung vom " PRINT-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE STMT-OUT-F FROM REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Bank " CA-BANKID(CLOSE-IDX)
               " Konto " CA-ACCOUNTID(CLOSE-IDX)
               " " CA-NAME(CLOSE-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE STMT-OUT-F FROM REPORT-LINE
           MOVE 0 TO POT-LINES
           PERFORM VARYING POT-IDX FROM 1 BY 1
               UNTIL POT-IDX > POT-COUNT
               IF PT-CLOSE-IDX(POT-IDX) = CLOSE-IDX
                   ADD 1 TO POT-LINES
                   PERFORM WRITE-POT-STATEMENT
               END-IF
           END-PERFORM
           IF POT-LINES = 0
               MOVE "  Keine Bestaende, keine Abgrenzung, keine"
                   & " Gebuehren." TO STMT-OUT-F
               WRITE STMT-OUT-F
           END-IF

           .
       WRITE-POT-STATEMENT SECTION.
           MOVE SPACES TO STMT-OUT-F
           WRITE STMT-OUT-F
           MOVE SPACES TO REPORT-LINE
           STRING "  Waehrung " PT-CURRENCY(POT-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE STMT-OUT-F FROM REPORT-LINE
           MOVE "Saldo vor Aufloesung" TO RL-LABEL
           MOVE PT-BALANCE(POT-IDX) TO RL-WORK
           PERFORM WRITE-STATEMENT-LINE
           IF PT-INTEREST(POT-IDX) NOT = 0
               MOVE "Schlusszins" TO RL-LABEL
               MOVE PT-INTEREST(POT-IDX) TO RL-WORK
               PERFORM WRITE-STATEMENT-LINE
           END-IF
           IF PT-TAX(POT-IDX) > 0
               MOVE "Kapitalertragsteuer" TO RL-LABEL
               COMPUTE RL-WORK = 0 - PT-TAX(POT-IDX)
               PERFORM WRITE-STATEMENT-LINE
           END-IF
           IF PT-FEE(POT-IDX) > 0
               MOVE "Schlussgebuehr" TO RL-LABEL
               COMPUTE RL-WORK = 0 - PT-FEE(POT-IDX)
               PERFORM WRITE-STATEMENT-LINE
           END-IF
           IF PT-NET(POT-IDX) > 0
               MOVE SPACES TO RL-LABEL
               STRING "Auszahlung an " CA-SETBANK(CLOSE-IDX) "/"
                   CA-SETACCT(CLOSE-IDX)
                   DELIMITED BY SIZE INTO RL-LABEL
               COMPUTE RL-WORK = 0 - PT-NET(POT-IDX)
               PERFORM WRITE-STATEMENT-LINE
           END-IF
           IF PT-NET(POT-IDX) < 0
               MOVE SPACES TO RL-LABEL
               STRING "Ausgleich von " CA-SETBANK(CLOSE-IDX) "/"
                   CA-SETACCT(CLOSE-IDX)
                   DELIMITED BY SIZE INTO RL-LABEL
               COMPUTE RL-WORK = 0 - PT-NET(POT-IDX)
               PERFORM WRITE-STATEMENT-LINE
           END-IF
           MOVE "Saldo nach Aufloesung" TO RL-LABEL
           MOVE 0 TO RL-WORK
           PERFORM WRITE-STATEMENT-LINE

           .
       WRITE-STATEMENT-LINE SECTION.
           MOVE RL-WORK TO RL-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  " RL-LABEL " " RL-AMOUNT " " PT-CURRENCY(POT-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE STMT-OUT-F FROM REPORT-LINE

           .
       WRITE-LETTERS SECTION.
           IF SAME-DAY-RERUN
               OPEN EXTEND LETTER-OUT
               IF LETTER-OUT-FILE-STATUS NOT = "00"
                   OPEN OUTPUT LETTER-OUT
               END-IF
           ELSE
               OPEN OUTPUT LETTER-OUT
           END-IF
           PERFORM VARYING CLOSE-IDX FROM 1 BY 1
               UNTIL CLOSE-IDX > CLOSE-COUNT
               IF CA-READY(CLOSE-IDX)
                   PERFORM WRITE-ONE-LETTER
               END-IF
           END-PERFORM
           CLOSE LETTER-OUT

           .
       WRITE-ONE-LETTER SECTION.
           PERFORM LOOKUP-CUSTOMER
           MOVE ALL "-" TO LETTER-OUT-F
           WRITE LETTER-OUT-F
           WRITE LETTER-OUT-F FROM FILL-NAME
           WRITE LETTER-OUT-F FROM FILL-STREET
           WRITE LETTER-OUT-F FROM FILL-CITY
           MOVE SPACES TO LETTER-OUT-F
           WRITE LETTER-OUT-F
           MOVE SPACES TO REPORT-LINE
           STRING "Bestaetigung Ihrer Kontoaufloesung vom " PRINT-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE LETTER-OUT-F FROM REPORT-LINE
           MOVE SPACES TO LETTER-OUT-F
           WRITE LETTER-OUT-F
           MOVE SPACES TO REPORT-LINE
           STRING "Ihr Konto " CA-ACCOUNTID(CLOSE-IDX)
               " bei Bank " CA-BANKID(CLOSE-IDX)
               " ist aufgeloest und abgerechnet."
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE LETTER-OUT-F FROM REPORT-LINE
           MOVE 0 TO POT-LINES
           PERFORM VARYING POT-IDX FROM 1 BY 1
               UNTIL POT-IDX > POT-COUNT
               IF PT-CLOSE-IDX(POT-IDX) = CLOSE-IDX
                   AND PT-NET(POT-IDX) NOT = 0
                   ADD 1 TO POT-LINES
                   PERFORM WRITE-LETTER-AMOUNT
               END-IF
           END-PERFORM
           IF POT-LINES = 0
               MOVE "Es verbleibt kein Restsaldo." TO LETTER-OUT-F
               WRITE LETTER-OUT-F
           END-IF
           MOVE "Zinsen, Steuer und Gebuehren entnehmen Sie bitte der"
               & " beiliegenden" TO LETTER-OUT-F
           WRITE LETTER-OUT-F
           MOVE "Schlussabrechnung." TO LETTER-OUT-F
           WRITE LETTER-OUT-F
           MOVE SPACES TO LETTER-OUT-F
           WRITE LETTER-OUT-F
           MOVE "Mit freundlichen Gruessen" TO LETTER-OUT-F
           WRITE LETTER-OUT-F
           MOVE "Ihre Bank" TO LETTER-OUT-F
           WRITE LETTER-OUT-F

           .
       WRITE-LETTER-AMOUNT SECTION.
           MOVE SPACES TO REPORT-LINE
           IF PT-NET(POT-IDX) > 0
               MOVE PT-NET(POT-IDX) TO RL-AMOUNT
               STRING "Das Restguthaben von "
                   FUNCTION TRIM(RL-AMOUNT) " "
                   PT-CURRENCY(POT-IDX)
                   " ueberweisen wir auf Konto "
                   CA-SETACCT(CLOSE-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE LETTER-OUT-F FROM REPORT-LINE
           ELSE
               COMPUTE RL-WORK = 0 - PT-NET(POT-IDX)
               MOVE RL-WORK TO RL-AMOUNT
               STRING "Den Sollsaldo von "
                   FUNCTION TRIM(RL-AMOUNT) " "
                   PT-CURRENCY(POT-IDX)
                   " gleichen wir zu Lasten Konto "
                   CA-SETACCT(CLOSE-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE LETTER-OUT-F FROM REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           IF PT-NET(POT-IDX) > 0
               STRING "bei Bank " CA-SETBANK(CLOSE-IDX) "."
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "bei Bank " CA-SETBANK(CLOSE-IDX) " aus."
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE LETTER-OUT-F FROM REPORT-LINE

           .
       SAVE-ACCRUALS SECTION.
      *    Abgrenzungen der aufgeloesten Konten sind mit dem
      *    Schlusszins erledigt.
           IF NOT ACCRUALS-LOADED
               EXIT SECTION
           END-IF
           OPEN OUTPUT ACCRUAL-OUT
           PERFORM VARYING ACCRUAL-IDX FROM 1 BY 1
               UNTIL ACCRUAL-IDX > ACCRUAL-COUNT
               MOVE AT-BANKID(ACCRUAL-IDX) TO KEY-BANKID
               MOVE AT-ACCOUNTID(ACCRUAL-IDX) TO KEY-ACCOUNTID
               PERFORM FIND-CLOSE-ENTRY
               IF NOT CLOSE-FOUND
                   MOVE SPACES TO ACCRUAL-OUT-F
                   MOVE AT-BANKID(ACCRUAL-IDX) TO AC-BANKID-O
                   MOVE AT-ACCOUNTID(ACCRUAL-IDX) TO AC-ACCOUNTID-O
                   MOVE AT-CURRENCY(ACCRUAL-IDX) TO AC-CURRENCY-O
                   MOVE AT-AMOUNT(ACCRUAL-IDX) TO AC-AMOUNT-O
                   MOVE AT-KIND(ACCRUAL-IDX) TO AC-KIND-O
                   WRITE ACCRUAL-OUT-F
               END-IF
           END-PERFORM
           CLOSE ACCRUAL-OUT

           .
       SAVE-ACTIVITY SECTION.
           IF NOT ACTIVITY-LOADED
               EXIT SECTION
           END-IF
           OPEN OUTPUT FEEACT-OUT
           PERFORM VARYING ACTIVITY-IDX FROM 1 BY 1
               UNTIL ACTIVITY-IDX > ACTIVITY-COUNT
               MOVE AV-BANKID(ACTIVITY-IDX) TO KEY-BANKID
               MOVE AV-ACCOUNTID(ACTIVITY-IDX) TO KEY-ACCOUNTID
               PERFORM FIND-CLOSE-ENTRY
               IF NOT CLOSE-FOUND
                   MOVE SPACES TO FEEACT-OUT-F
                   MOVE AV-BANKID(ACTIVITY-IDX) TO FA-BANKID-O
                   MOVE AV-ACCOUNTID(ACTIVITY-IDX) TO FA-ACCOUNTID-O
                   MOVE AV-CURRENCY(ACTIVITY-IDX) TO FA-CURRENCY-O
                   MOVE AV-COUNT(ACTIVITY-IDX) TO FA-COUNT-O
                   WRITE FEEACT-OUT-F
               END-IF
           END-PERFORM
           CLOSE FEEACT-OUT

           .
       WRITE-DONE-LOG SECTION.
           OPEN EXTEND DONE-OUT
           IF DONE-OUT-FILE-STATUS NOT = "00"
               OPEN OUTPUT DONE-OUT
           END-IF
           PERFORM VARYING CLOSE-IDX FROM 1 BY 1
               UNTIL CLOSE-IDX > CLOSE-COUNT
               IF CA-READY(CLOSE-IDX)
                   MOVE CA-BANKID(CLOSE-IDX) TO DN-BANKID-O
                   MOVE CA-ACCOUNTID(CLOSE-IDX) TO DN-ACCOUNTID-O
                   MOVE CLOSE-DATE TO DN-DATE-O
                   MOVE CA-SETBANK(CLOSE-IDX) TO DN-SETBANK-O
                   MOVE CA-SETACCT(CLOSE-IDX) TO DN-SETACCT-O
                   WRITE DONE-OUT-F
               END-IF
           END-PERFORM
           CLOSE DONE-OUT

           .
       ROTATE-OUTPUTS SECTION.
           MOVE "test -f accrual.new && mv accrual.new accrual.txt"
               TO SYSTEM-COMMAND
           CALL "SYSTEM" USING SYSTEM-COMMAND
           MOVE "test -f feeact.new && mv feeact.new feeact.txt"
               TO SYSTEM-COMMAND
           CALL "SYSTEM" USING SYSTEM-COMMAND

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
