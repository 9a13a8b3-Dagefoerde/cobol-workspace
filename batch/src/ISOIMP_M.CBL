       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ISOIMP_M.
      *****************************************************************
      * Import von Ueberweisungsnachrichten nach ISO 20022 neben dem
      * Clearing-Lieferformat: liest iso20022.xml, eine Nachricht
      * vom Typ pain.001 (CstmrCdtTrfInitn, Kundenauftrag - belastet
      * wird das Auftraggeberkonto) oder pacs.008 (FIToFICstmr-
      * CdtTrf, eingehende Zahlung - gutgeschrieben wird das
      * Empfaengerkonto). Die Datei wird zeichenweise nach Tags
      * zerlegt; Namensraum-Praefixe werden ignoriert, Zeilenumbrueche
      * sind beliebig.
      * Gegen den Gruppenkopf (GrpHdr) werden Anzahl der
      * Transaktionen (NbOfTxs) und Kontrollsumme (CtrlSum, bei
      * pacs.008 ersatzweise TtlIntrBkSttlmAmt) geprueft. Die IBAN
      * des Auftraggebers bzw. Empfaengers wird ueber acctmast.txt
      * auf Bank und Konto abgebildet, der Verwendungszweck (Ustrd,
      * sonst strukturierte Referenz, sonst EndToEndId) geht in das
      * Kommentarfeld, das Valutadatum kommt aus ReqdExctnDt bzw.
      * IntrBkSttlmDt.
      * Wie beim Clearing-Import geht das Ergebnis samt Bank-
      * Kontrollsaetzen im 92-Byte-Format von input.txt nach
      * isostage.txt, das in rawlist.txt fuer die Vorsortierung
      * eingetragen wird. Stimmen die Kontrollen nicht oder ist eine
      * Transaktion nicht zuzuordnen, wird die GESAMTE Nachricht mit
      * Bericht isoimprpt.txt und RETURN-CODE 8 abgewiesen.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISO-IN ASSIGN TO "iso20022.xml"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ISO-IN-FILE-STATUS.
           SELECT ACCTMAST-IN ASSIGN TO "acctmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCTMAST-IN-FILE-STATUS.
           SELECT STAGE-OUT ASSIGN TO "isostage.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAGE-OUT-FILE-STATUS.
           SELECT RAWLIST-IN ASSIGN TO "rawlist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAWLIST-IN-FILE-STATUS.
           SELECT RAWLIST-OUT ASSIGN TO "rawlist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAWLIST-OUT-FILE-STATUS.
           SELECT REPORT-OUT ASSIGN TO "isoimprpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * XML kennt keine feste Satzlaenge: die tatsaechliche Laenge
      * jeder Zeile wird mitgeliefert, laengere Zeilen kommen in
      * Stuecken zu 1000 Zeichen.
       FD ISO-IN
           RECORD IS VARYING IN SIZE FROM 0 TO 1000 CHARACTERS
           DEPENDING ON ISO-LINE-LEN.
       01  ISO-IN-F PIC X(1000).
       FD ACCTMAST-IN.
       01  ACCTMAST-IN-F.
         05  AM-BANKID-F    PIC 9(5).
         05  AM-ACCOUNTID-F PIC 9(10).
         05  AM-NAME-F      PIC X(30).
         05  AM-STATUS-F    PIC X(01).
         05  AM-IBAN-F      PIC X(34).
         05  AM-PRODUCT-F   PIC X(04).
       FD STAGE-OUT.
       01  STAGE-OUT-F.
         05  SG-BANKID    PIC 9(5).
         05  SG-ACCOUNTID PIC 9(10).
         05  SG-AMOUNT    PIC 9(8)V99.
         05  SG-DRCR      PIC X(01).
         05  SG-CURR-CODE PIC X(03).
         05  SG-COMMENT   PIC X(55).
         05  SG-VALDATE   PIC 9(8).
       FD RAWLIST-IN.
       01  RAWLIST-IN-F PIC X(40).
       FD RAWLIST-OUT.
       01  RAWLIST-OUT-F PIC X(40).
       FD REPORT-OUT.
       01  REPORT-OUT-F PIC X(100).
       WORKING-STORAGE SECTION.
       01  ISO-IN-FILE-STATUS      PIC X(02).
       01  ACCTMAST-IN-FILE-STATUS PIC X(02).
       01  STAGE-OUT-FILE-STATUS   PIC X(02).
       01  RAWLIST-IN-FILE-STATUS  PIC X(02).
       01  RAWLIST-OUT-FILE-STATUS PIC X(02).
       01  REPORT-OUT-FILE-STATUS  PIC X(02).
       01  ISO-LINE-LEN PIC 9(04) VALUE 0.
       01  ISO-EOF-SWITCH PIC X VALUE "N".
         88  ISO-EOF VALUE "Y".
       01  RAWLIST-EOF-SWITCH PIC X VALUE "N".
         88  RAWLIST-EOF VALUE "Y".
       01  STAGE-LISTED-SWITCH PIC X VALUE "N".
         88  STAGE-LISTED VALUE "Y".
       01  DELIVERY-OK-SWITCH PIC X VALUE "Y".
         88  DELIVERY-OK VALUE "Y".
      * IBAN-Verzeichnis aus dem Kontostamm (nur Konten mit IBAN).
       01  IBAN-TABLE.
         05  IBAN-ENTRY OCCURS 2000 TIMES.
           10  IB-IBAN      PIC X(34).
           10  IB-BANKID    PIC 9(5).
           10  IB-ACCOUNTID PIC 9(10).
       01  IBAN-COUNT PIC 9(04) VALUE 0.
       01  IBAN-IDX   PIC 9(04).
       01  IBAN-FOUND-SWITCH PIC X VALUE "N".
         88  IBAN-FOUND VALUE "Y".
       01  MASTER-EOF-SWITCH PIC X VALUE "N".
         88  MASTER-EOF VALUE "Y".
       01  MASTER-TRUNC-SWITCH PIC X VALUE "N".
         88  MASTER-TRUNCATED VALUE "Y".
      * Zerlegung: ausserhalb eines Tags wird Text gesammelt, nach
      * "<" bis ">" der Tag-Inhalt. Kommentare und Verarbeitungs-
      * anweisungen ("<!" bzw. "<?") werden uebergangen.
       01  SCAN-STATE PIC X VALUE "T".
         88  SCAN-IN-TEXT VALUE "T".
         88  SCAN-IN-TAG  VALUE "G".
       01  SCAN-POS   PIC 9(04).
       01  SCAN-CHAR  PIC X(01).
       01  TAG-BUFFER PIC X(200).
       01  TAG-LEN    PIC 9(03) VALUE 0.
       01  TAG-START  PIC 9(03).
       01  TAG-NAME-RAW PIC X(80).
       01  TAG-NAME     PIC X(40).
       01  TAG-PREFIX   PIC X(40).
       01  COLON-COUNT  PIC 9(02).
       01  TAG-POS      PIC 9(03).
       01  TAG-CLOSING-SWITCH PIC X VALUE "N".
         88  TAG-CLOSING VALUE "Y".
       01  TAG-EMPTY-SWITCH PIC X VALUE "N".
         88  TAG-EMPTY VALUE "Y".
       01  TEXT-BUFFER PIC X(140).
       01  TEXT-LEN    PIC 9(03) VALUE 0.
       01  ELEMENT-TEXT PIC X(140).
       01  DECODE-POS  PIC 9(03).
       01  DECODE-LEN  PIC 9(03).
      * Nachrichtentyp und Zusammenhang des gerade offenen Elements.
       01  MESSAGE-TYPE PIC X(01) VALUE SPACE.
         88  MSG-PAIN VALUE "P".
         88  MSG-PACS VALUE "F".
       01  IN-GRPHDR-SWITCH PIC X VALUE "N".
         88  IN-GRPHDR VALUE "Y".
       01  IN-PMTINF-SWITCH PIC X VALUE "N".
         88  IN-PMTINF VALUE "Y".
       01  IN-TXINF-SWITCH PIC X VALUE "N".
         88  IN-TXINF VALUE "Y".
       01  IN-DBTRACCT-SWITCH PIC X VALUE "N".
         88  IN-DBTRACCT VALUE "Y".
       01  IN-CDTRACCT-SWITCH PIC X VALUE "N".
         88  IN-CDTRACCT VALUE "Y".
       01  IN-RMTINF-SWITCH PIC X VALUE "N".
         88  IN-RMTINF VALUE "Y".
       01  IN-EXECDATE-SWITCH PIC X VALUE "N".
         88  IN-EXECDATE VALUE "Y".
      * Gruppenkopf.
       01  MESSAGE-ID      PIC X(35) VALUE SPACE.
       01  CREATION-DATE   PIC 9(8) VALUE 0.
       01  GRP-SETTLE-DATE PIC 9(8) VALUE 0.
       01  NBOFTXS-TEXT    PIC X(20) VALUE SPACE.
       01  CTRLSUM-TEXT    PIC X(20) VALUE SPACE.
       01  TTLSUM-TEXT     PIC X(20) VALUE SPACE.
       01  STATED-COUNT    PIC 9(8) VALUE 0.
       01  STATED-TOTAL    PIC 9(12)V99 VALUE 0.
       01  DETAIL-TOTAL    PIC 9(12)V99 VALUE 0.
       01  TXN-SEEN        PIC 9(8) VALUE 0.
      * Zahlungsinformation (pain.001) und laufende Transaktion.
       01  PMT-DEBTOR-IBAN PIC X(34) VALUE SPACE.
       01  PMT-DATE        PIC 9(8) VALUE 0.
       01  AMOUNT-CCY      PIC X(03) VALUE SPACE.
       01  TX-AMOUNT-TEXT  PIC X(20).
       01  TX-CCY          PIC X(03).
       01  TX-DEBTOR-IBAN  PIC X(34).
       01  TX-CREDITOR-IBAN PIC X(34).
       01  TX-USTRD        PIC X(140).
       01  TX-STRD-REF     PIC X(35).
       01  TX-E2E          PIC X(35).
       01  TX-DATE         PIC 9(8).
       01  TX-IBAN         PIC X(34).
       01  TX-AMOUNT       PIC 9(10)V99.
       01  TX-AMOUNT-CHECK PIC S9(12)V9(4).
      * Zugeordnete Transaktionen bis zur Freigabe der Nachricht.
       01  TXN-TABLE.
         05  TXN-ENTRY OCCURS 2000 TIMES.
           10  TT-BANKID    PIC 9(5).
           10  TT-ACCOUNTID PIC 9(10).
           10  TT-AMOUNT    PIC 9(8)V99.
           10  TT-DRCR      PIC X(01).
           10  TT-CURR-CODE PIC X(03).
           10  TT-COMMENT   PIC X(55).
           10  TT-VALDATE   PIC 9(8).
       01  TXN-COUNT PIC 9(04) VALUE 0.
       01  TXN-IDX   PIC 9(04).
       01  TXN-OVERFLOW-SWITCH PIC X VALUE "N".
         88  TXN-OVERFLOW VALUE "Y".
       01  DATE-TEXT PIC X(10).
       01  DATE-NUM  PIC 9(8).
       01  DATE-PARTS.
         05  DP-YYYY PIC X(04).
         05  DP-MM   PIC X(02).
         05  DP-DD   PIC X(02).
       01  STAGED-COUNT PIC 9(8) VALUE 0.
      * Bank-Kontrollsaetze fuer die Vorsortierung: je Bank der
      * Nachricht Anzahl und Summe, am Ende als "T"-Saetze angehaengt.
       01  BANK-TABLE.
         05  BANK-ENTRY OCCURS 100 TIMES.
           10  BK-BANKID PIC 9(5).
           10  BK-COUNT  PIC 9(10).
           10  BK-AMOUNT PIC 9(8)V99.
       01  BANK-COUNT PIC 9(03) VALUE 0.
       01  BANK-IDX   PIC 9(03).
       01  BK-FOUND-SWITCH PIC X VALUE "N".
         88  BK-FOUND VALUE "Y".
       01  REPORT-LINE PIC X(100).
       01  RL-TOTAL   PIC Z(11)9.99.
       01  RL-STATED  PIC Z(11)9.99.
       01  RL-COUNT   PIC Z(7)9.
       01  RL-STCOUNT PIC Z(7)9.
       01  RL-TXNO    PIC Z(7)9.

       PROCEDURE DIVISION.
           OPEN OUTPUT REPORT-OUT
           PERFORM LOAD-IBAN-TABLE
           PERFORM SCAN-MESSAGE
           IF ISO-IN-FILE-STATUS = "00"
               PERFORM CHECK-CONTROLS
           END-IF
           IF DELIVERY-OK
               PERFORM STAGE-TRANSACTIONS
               PERFORM APPEND-TO-RAWLIST
               MOVE SPACES TO REPORT-LINE
               MOVE STAGED-COUNT TO RL-COUNT
               STRING "Nachricht uebernommen: " RL-COUNT
                   " Saetze nach isostage.txt"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-OUT-F FROM REPORT-LINE
               DISPLAY "ISO-20022-Import: " STAGED-COUNT
                   " Saetze uebernommen (Nachricht "
                   FUNCTION TRIM(MESSAGE-ID) ")."
           ELSE
               MOVE "*** NACHRICHT ABGEWIESEN ***" TO REPORT-OUT-F
               WRITE REPORT-OUT-F
               DISPLAY "*** ISO-20022-Nachricht abgewiesen - siehe"
                   " isoimprpt.txt ***"
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE REPORT-OUT
           GOBACK.

       LOAD-IBAN-TABLE SECTION.
           OPEN INPUT ACCTMAST-IN
           IF ACCTMAST-IN-FILE-STATUS NOT = "00"
               MOVE "Kein Kontostamm acctmast.txt - keine IBAN"
                   & " zuzuordnen." TO REPORT-OUT-F
               WRITE REPORT-OUT-F
               EXIT SECTION
           END-IF
           PERFORM UNTIL MASTER-EOF
               READ ACCTMAST-IN
                   AT END SET MASTER-EOF TO TRUE
                   NOT AT END
                       IF AM-IBAN-F NOT = SPACES
                           IF IBAN-COUNT < 2000
                               ADD 1 TO IBAN-COUNT
                               MOVE FUNCTION UPPER-CASE(AM-IBAN-F)
                                   TO IB-IBAN(IBAN-COUNT)
                               MOVE AM-BANKID-F
                                   TO IB-BANKID(IBAN-COUNT)
                               MOVE AM-ACCOUNTID-F
                                   TO IB-ACCOUNTID(IBAN-COUNT)
                           ELSE
                               SET MASTER-TRUNCATED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCTMAST-IN
           IF MASTER-TRUNCATED
               MOVE "Mehr als 2000 Konten mit IBAN - Verzeichnis"
                   & " unvollstaendig." TO REPORT-OUT-F
               WRITE REPORT-OUT-F
           END-IF

           .
       SCAN-MESSAGE SECTION.
      *    Die Nachricht wird als fortlaufender Zeichenstrom gelesen;
      *    ein echtes Zeilenende zaehlt als Leerraum, ein in Stuecke
      *    geteilter langer Satz nicht.
           OPEN INPUT ISO-IN
           IF ISO-IN-FILE-STATUS NOT = "00"
               MOVE "Keine Nachrichtendatei iso20022.xml."
                   TO REPORT-OUT-F
               WRITE REPORT-OUT-F
               MOVE "N" TO DELIVERY-OK-SWITCH
               EXIT SECTION
           END-IF
           PERFORM UNTIL ISO-EOF
               READ ISO-IN
                   AT END SET ISO-EOF TO TRUE
                   NOT AT END
                       PERFORM VARYING SCAN-POS FROM 1 BY 1
                           UNTIL SCAN-POS > ISO-LINE-LEN
                           MOVE ISO-IN-F(SCAN-POS:1) TO SCAN-CHAR
                           PERFORM SCAN-ONE-CHAR
                       END-PERFORM
                       IF ISO-LINE-LEN < 1000
                           MOVE SPACE TO SCAN-CHAR
                           PERFORM SCAN-ONE-CHAR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ISO-IN

           .
       SCAN-ONE-CHAR SECTION.
           IF SCAN-CHAR = X"09" OR SCAN-CHAR = X"0D"
               MOVE SPACE TO SCAN-CHAR
           END-IF
           IF SCAN-IN-TAG
               IF SCAN-CHAR = ">"
                   PERFORM PROCESS-TAG
                   SET SCAN-IN-TEXT TO TRUE
               ELSE
                   IF TAG-LEN < 200
                       ADD 1 TO TAG-LEN
                       MOVE SCAN-CHAR TO TAG-BUFFER(TAG-LEN:1)
                   END-IF
               END-IF
               EXIT SECTION
           END-IF
           IF SCAN-CHAR = "<"
               SET SCAN-IN-TAG TO TRUE
               MOVE SPACES TO TAG-BUFFER
               MOVE 0 TO TAG-LEN
               EXIT SECTION
           END-IF
      *    Fuehrender Leerraum eines Textes wird nicht gesammelt,
      *    Folgen von Leerraum (auch ueber Zeilen) zaehlen einfach.
           IF SCAN-CHAR = SPACE
               IF TEXT-LEN = 0
                   EXIT SECTION
               END-IF
               IF TEXT-BUFFER(TEXT-LEN:1) = SPACE
                   EXIT SECTION
               END-IF
           END-IF
           IF TEXT-LEN < 140
               ADD 1 TO TEXT-LEN
               MOVE SCAN-CHAR TO TEXT-BUFFER(TEXT-LEN:1)
           END-IF

           .
       PROCESS-TAG SECTION.
           IF TAG-LEN = 0
               EXIT SECTION
           END-IF
           IF TAG-BUFFER(1:1) = "?" OR TAG-BUFFER(1:1) = "!"
               EXIT SECTION
           END-IF
           MOVE "N" TO TAG-CLOSING-SWITCH
           MOVE "N" TO TAG-EMPTY-SWITCH
           MOVE 1 TO TAG-START
           IF TAG-BUFFER(1:1) = "/"
               SET TAG-CLOSING TO TRUE
               MOVE 2 TO TAG-START
           ELSE
               IF TAG-BUFFER(TAG-LEN:1) = "/"
                   SET TAG-EMPTY TO TRUE
               END-IF
           END-IF
           MOVE SPACES TO TAG-NAME-RAW
           UNSTRING TAG-BUFFER(TAG-START:)
               DELIMITED BY SPACE OR "/"
               INTO TAG-NAME-RAW
           END-UNSTRING
      *    Namensraum-Praefix (z.B. "Doc:") abschneiden.
           MOVE 0 TO COLON-COUNT
           INSPECT TAG-NAME-RAW TALLYING COLON-COUNT FOR ALL ":"
           MOVE SPACES TO TAG-NAME
           IF COLON-COUNT > 0
               UNSTRING TAG-NAME-RAW DELIMITED BY ":"
                   INTO TAG-PREFIX TAG-NAME
               END-UNSTRING
           ELSE
               MOVE TAG-NAME-RAW TO TAG-NAME
           END-IF
           IF TAG-CLOSING
               PERFORM CLOSE-ELEMENT
           ELSE
               MOVE SPACES TO TEXT-BUFFER
               MOVE 0 TO TEXT-LEN
               PERFORM OPEN-ELEMENT
               IF TAG-EMPTY
                   PERFORM CLOSE-ELEMENT
               END-IF
           END-IF
           MOVE SPACES TO TEXT-BUFFER
           MOVE 0 TO TEXT-LEN

           .
       OPEN-ELEMENT SECTION.
           EVALUATE TAG-NAME
               WHEN "CstmrCdtTrfInitn"
                   SET MSG-PAIN TO TRUE
               WHEN "FIToFICstmrCdtTrf"
                   SET MSG-PACS TO TRUE
               WHEN "GrpHdr"
                   SET IN-GRPHDR TO TRUE
               WHEN "PmtInf"
                   SET IN-PMTINF TO TRUE
                   MOVE SPACES TO PMT-DEBTOR-IBAN
                   MOVE 0 TO PMT-DATE
               WHEN "CdtTrfTxInf"
                   SET IN-TXINF TO TRUE
                   ADD 1 TO TXN-SEEN
                   MOVE SPACES TO TX-AMOUNT-TEXT TX-CCY
                       TX-DEBTOR-IBAN TX-CREDITOR-IBAN
                       TX-USTRD TX-STRD-REF TX-E2E
                   MOVE 0 TO TX-DATE
               WHEN "DbtrAcct"
                   SET IN-DBTRACCT TO TRUE
               WHEN "CdtrAcct"
                   SET IN-CDTRACCT TO TRUE
               WHEN "RmtInf"
                   SET IN-RMTINF TO TRUE
               WHEN "ReqdExctnDt"
                   SET IN-EXECDATE TO TRUE
               WHEN "InstdAmt"
               WHEN "IntrBkSttlmAmt"
                   PERFORM TAKE-CURRENCY
           END-EVALUATE

           .
       TAKE-CURRENCY SECTION.
      *    Waehrung aus dem Attribut Ccy="..." des Betrags-Tags.
           MOVE SPACES TO AMOUNT-CCY
           IF TAG-LEN < 9
               EXIT SECTION
           END-IF
           PERFORM VARYING TAG-POS FROM 1 BY 1
               UNTIL TAG-POS > TAG-LEN - 8
               OR AMOUNT-CCY NOT = SPACES
               IF TAG-BUFFER(TAG-POS:4) = "Ccy="
                   MOVE TAG-BUFFER(TAG-POS + 5:3) TO AMOUNT-CCY
               END-IF
           END-PERFORM

           .
       CLOSE-ELEMENT SECTION.
           PERFORM DECODE-TEXT
           EVALUATE TAG-NAME
               WHEN "GrpHdr"
                   MOVE "N" TO IN-GRPHDR-SWITCH
               WHEN "PmtInf"
                   MOVE "N" TO IN-PMTINF-SWITCH
               WHEN "DbtrAcct"
                   MOVE "N" TO IN-DBTRACCT-SWITCH
               WHEN "CdtrAcct"
                   MOVE "N" TO IN-CDTRACCT-SWITCH
               WHEN "RmtInf"
                   MOVE "N" TO IN-RMTINF-SWITCH
               WHEN "CdtTrfTxInf"
                   PERFORM STORE-TRANSACTION
                   MOVE "N" TO IN-TXINF-SWITCH
               WHEN "MsgId"
                   IF IN-GRPHDR
                       MOVE ELEMENT-TEXT TO MESSAGE-ID
                   END-IF
               WHEN "CreDtTm"
                   IF IN-GRPHDR
                       MOVE ELEMENT-TEXT TO DATE-TEXT
                       PERFORM CONVERT-DATE
                       MOVE DATE-NUM TO CREATION-DATE
                   END-IF
               WHEN "NbOfTxs"
                   IF IN-GRPHDR
                       MOVE ELEMENT-TEXT TO NBOFTXS-TEXT
                   END-IF
               WHEN "CtrlSum"
                   IF IN-GRPHDR
                       MOVE ELEMENT-TEXT TO CTRLSUM-TEXT
                   END-IF
               WHEN "TtlIntrBkSttlmAmt"
                   IF IN-GRPHDR
                       MOVE ELEMENT-TEXT TO TTLSUM-TEXT
                   END-IF
               WHEN "IntrBkSttlmDt"
                   MOVE ELEMENT-TEXT TO DATE-TEXT
                   PERFORM CONVERT-DATE
                   IF IN-TXINF
                       MOVE DATE-NUM TO TX-DATE
                   ELSE
                       IF IN-GRPHDR
                           MOVE DATE-NUM TO GRP-SETTLE-DATE
                       END-IF
                   END-IF
      *        Ausfuehrungsdatum direkt oder (ab Version 09) als Dt
      *        bzw. DtTm unterhalb von ReqdExctnDt.
               WHEN "ReqdExctnDt"
               WHEN "Dt"
               WHEN "DtTm"
                   IF IN-EXECDATE AND ELEMENT-TEXT NOT = SPACES
                       MOVE ELEMENT-TEXT TO DATE-TEXT
                       PERFORM CONVERT-DATE
                       MOVE DATE-NUM TO PMT-DATE
                   END-IF
                   IF TAG-NAME = "ReqdExctnDt"
                       MOVE "N" TO IN-EXECDATE-SWITCH
                   END-IF
               WHEN "IBAN"
                   PERFORM TAKE-IBAN
               WHEN "InstdAmt"
                   IF IN-TXINF AND MSG-PAIN
                       MOVE ELEMENT-TEXT TO TX-AMOUNT-TEXT
                       MOVE AMOUNT-CCY TO TX-CCY
                   END-IF
               WHEN "IntrBkSttlmAmt"
                   IF IN-TXINF AND MSG-PACS
                       MOVE ELEMENT-TEXT TO TX-AMOUNT-TEXT
                       MOVE AMOUNT-CCY TO TX-CCY
                   END-IF
               WHEN "Ustrd"
                   IF IN-TXINF AND IN-RMTINF AND TX-USTRD = SPACES
                       MOVE ELEMENT-TEXT TO TX-USTRD
                   END-IF
               WHEN "Ref"
                   IF IN-TXINF AND IN-RMTINF
                       AND TX-STRD-REF = SPACES
                       MOVE ELEMENT-TEXT TO TX-STRD-REF
                   END-IF
               WHEN "EndToEndId"
                   IF IN-TXINF
                       MOVE ELEMENT-TEXT TO TX-E2E
                   END-IF
           END-EVALUATE

           .
       TAKE-IBAN SECTION.
           IF IN-DBTRACCT
               IF IN-TXINF
                   MOVE FUNCTION UPPER-CASE(ELEMENT-TEXT)
                       TO TX-DEBTOR-IBAN
               ELSE
                   IF IN-PMTINF
                       MOVE FUNCTION UPPER-CASE(ELEMENT-TEXT)
                           TO PMT-DEBTOR-IBAN
                   END-IF
               END-IF
           END-IF
           IF IN-CDTRACCT AND IN-TXINF
               MOVE FUNCTION UPPER-CASE(ELEMENT-TEXT)
                   TO TX-CREDITOR-IBAN
           END-IF

           .
       DECODE-TEXT SECTION.
      *    Elementtext ohne Randleerraum; die vordefinierten
      *    XML-Entities werden aufgeloest.
           MOVE SPACES TO ELEMENT-TEXT
           MOVE 0 TO DECODE-LEN
           PERFORM VARYING DECODE-POS FROM 1 BY 1
               UNTIL DECODE-POS > TEXT-LEN
               ADD 1 TO DECODE-LEN
               IF TEXT-BUFFER(DECODE-POS:1) = "&"
                   EVALUATE TRUE
                       WHEN TEXT-BUFFER(DECODE-POS:5) = "&amp;"
                           MOVE "&" TO ELEMENT-TEXT(DECODE-LEN:1)
                           ADD 4 TO DECODE-POS
                       WHEN TEXT-BUFFER(DECODE-POS:4) = "&lt;"
                           MOVE "<" TO ELEMENT-TEXT(DECODE-LEN:1)
                           ADD 3 TO DECODE-POS
                       WHEN TEXT-BUFFER(DECODE-POS:4) = "&gt;"
                           MOVE ">" TO ELEMENT-TEXT(DECODE-LEN:1)
                           ADD 3 TO DECODE-POS
                       WHEN TEXT-BUFFER(DECODE-POS:6) = "&quot;"
                           MOVE QUOTE TO ELEMENT-TEXT(DECODE-LEN:1)
                           ADD 5 TO DECODE-POS
                       WHEN TEXT-BUFFER(DECODE-POS:6) = "&apos;"
                           MOVE "'" TO ELEMENT-TEXT(DECODE-LEN:1)
                           ADD 5 TO DECODE-POS
                       WHEN OTHER
                           MOVE "&" TO ELEMENT-TEXT(DECODE-LEN:1)
                   END-EVALUATE
               ELSE
                   MOVE TEXT-BUFFER(DECODE-POS:1)
                       TO ELEMENT-TEXT(DECODE-LEN:1)
               END-IF
           END-PERFORM

           .
       CONVERT-DATE SECTION.
      *    JJJJ-MM-TT (auch am Anfang eines Zeitstempels) nach
      *    JJJJMMTT; ungueltig ergibt 0.
           MOVE 0 TO DATE-NUM
           IF DATE-TEXT(5:1) NOT = "-" OR DATE-TEXT(8:1) NOT = "-"
               EXIT SECTION
           END-IF
           MOVE DATE-TEXT(1:4) TO DP-YYYY
           MOVE DATE-TEXT(6:2) TO DP-MM
           MOVE DATE-TEXT(9:2) TO DP-DD
           IF DATE-PARTS IS NUMERIC
               MOVE DATE-PARTS TO DATE-NUM
           END-IF

           .
       STORE-TRANSACTION SECTION.
      *    Pruefen, Konto zuordnen und vormerken; geschrieben wird
      *    erst, wenn die ganze Nachricht in Ordnung ist.
           MOVE TXN-SEEN TO RL-TXNO
           IF TX-AMOUNT-TEXT = SPACES
               OR FUNCTION TEST-NUMVAL(TX-AMOUNT-TEXT) NOT = 0
               MOVE SPACES TO REPORT-LINE
               STRING "Betrag fehlt oder ungueltig in Transaktion "
                   RL-TXNO
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-OUT-F FROM REPORT-LINE
               MOVE "N" TO DELIVERY-OK-SWITCH
               EXIT SECTION
           END-IF
           COMPUTE TX-AMOUNT-CHECK = FUNCTION NUMVAL(TX-AMOUNT-TEXT)
           IF TX-AMOUNT-CHECK NOT > 0
               OR TX-AMOUNT-CHECK > 9999999999.99
               MOVE SPACES TO REPORT-LINE
               STRING "Betrag ungueltig in Transaktion " RL-TXNO
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-OUT-F FROM REPORT-LINE
               MOVE "N" TO DELIVERY-OK-SWITCH
               EXIT SECTION
           END-IF
           MOVE TX-AMOUNT-CHECK TO TX-AMOUNT
           IF TX-AMOUNT NOT = TX-AMOUNT-CHECK
               MOVE SPACES TO REPORT-LINE
               STRING "Betrag mit mehr als 2 Nachkommastellen in"
                   " Transaktion " RL-TXNO
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-OUT-F FROM REPORT-LINE
               MOVE "N" TO DELIVERY-OK-SWITCH
               EXIT SECTION
           END-IF
           ADD TX-AMOUNT TO DETAIL-TOTAL
      *    Das Zielformat traegt nur 8 Vorkommastellen.
           IF TX-AMOUNT > 99999999.99
               MOVE SPACES TO REPORT-LINE
               STRING "Betrag uebersteigt Zielformat in Transaktion "
                   RL-TXNO
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-OUT-F FROM REPORT-LINE
               MOVE "N" TO DELIVERY-OK-SWITCH
               EXIT SECTION
           END-IF
      *    pain.001 belastet den Auftraggeber, pacs.008 schreibt dem
      *    Empfaenger gut.
           IF MSG-PAIN
               IF TX-DEBTOR-IBAN NOT = SPACES
                   MOVE TX-DEBTOR-IBAN TO TX-IBAN
               ELSE
                   MOVE PMT-DEBTOR-IBAN TO TX-IBAN
               END-IF
               IF TX-DATE = 0
                   MOVE PMT-DATE TO TX-DATE
               END-IF
           ELSE
               MOVE TX-CREDITOR-IBAN TO TX-IBAN
               IF TX-DATE = 0
                   MOVE GRP-SETTLE-DATE TO TX-DATE
               END-IF
           END-IF
           IF TX-DATE = 0
               MOVE CREATION-DATE TO TX-DATE
           END-IF
           IF TX-DATE = 0
               MOVE SPACES TO REPORT-LINE
               STRING "Kein gueltiges Valutadatum in Transaktion "
                   RL-TXNO
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-OUT-F FROM REPORT-LINE
               MOVE "N" TO DELIVERY-OK-SWITCH
               EXIT SECTION
           END-IF
           MOVE "N" TO IBAN-FOUND-SWITCH
           IF TX-IBAN NOT = SPACES
               PERFORM VARYING IBAN-IDX FROM 1 BY 1
                   UNTIL IBAN-IDX > IBAN-COUNT OR IBAN-FOUND
                   IF IB-IBAN(IBAN-IDX) = TX-IBAN
                       SET IBAN-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF NOT IBAN-FOUND
               MOVE SPACES TO REPORT-LINE
               STRING "IBAN " TX-IBAN " nicht im Kontostamm,"
                   " Transaktion " RL-TXNO
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-OUT-F FROM REPORT-LINE
               MOVE "N" TO DELIVERY-OK-SWITCH
               EXIT SECTION
           END-IF
           SUBTRACT 1 FROM IBAN-IDX
           IF TXN-COUNT >= 2000
               IF NOT TXN-OVERFLOW
                   MOVE "Mehr als 2000 Transaktionen in der Nachricht."
                       TO REPORT-OUT-F
                   WRITE REPORT-OUT-F
               END-IF
               SET TXN-OVERFLOW TO TRUE
               MOVE "N" TO DELIVERY-OK-SWITCH
               EXIT SECTION
           END-IF
           ADD 1 TO TXN-COUNT
           MOVE IB-BANKID(IBAN-IDX) TO TT-BANKID(TXN-COUNT)
           MOVE IB-ACCOUNTID(IBAN-IDX) TO TT-ACCOUNTID(TXN-COUNT)
           MOVE TX-AMOUNT TO TT-AMOUNT(TXN-COUNT)
           IF MSG-PAIN
               MOVE "D" TO TT-DRCR(TXN-COUNT)
           ELSE
               MOVE "C" TO TT-DRCR(TXN-COUNT)
           END-IF
           IF TX-CCY = SPACES
               MOVE "EUR" TO TT-CURR-CODE(TXN-COUNT)
           ELSE
               MOVE TX-CCY TO TT-CURR-CODE(TXN-COUNT)
           END-IF
           EVALUATE TRUE
               WHEN TX-USTRD NOT = SPACES
                   MOVE TX-USTRD TO TT-COMMENT(TXN-COUNT)
               WHEN TX-STRD-REF NOT = SPACES
                   MOVE TX-STRD-REF TO TT-COMMENT(TXN-COUNT)
               WHEN TX-E2E NOT = "NOTPROVIDED"
                   MOVE TX-E2E TO TT-COMMENT(TXN-COUNT)
               WHEN OTHER
                   MOVE SPACES TO TT-COMMENT(TXN-COUNT)
           END-EVALUATE
           MOVE TX-DATE TO TT-VALDATE(TXN-COUNT)

           .
       CHECK-CONTROLS SECTION.
      *    Nachrichtentyp und Gruppenkopf gegen die gezaehlten
      *    Transaktionen pruefen.
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN MSG-PAIN
                   STRING "Nachricht " FUNCTION TRIM(MESSAGE-ID)
                       " (pain.001 Ueberweisungsauftrag)"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN MSG-PACS
                   STRING "Nachricht " FUNCTION TRIM(MESSAGE-ID)
                       " (pacs.008 Zahlungseingang)"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   MOVE "Nachrichtentyp nicht erkannt (weder pain.001"
                       & " noch pacs.008)." TO REPORT-LINE
                   MOVE "N" TO DELIVERY-OK-SWITCH
           END-EVALUATE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           IF NBOFTXS-TEXT = SPACES
               OR FUNCTION TEST-NUMVAL(NBOFTXS-TEXT) NOT = 0
               MOVE "Anzahl der Transaktionen (NbOfTxs) fehlt oder"
                   & " ist ungueltig." TO REPORT-OUT-F
               WRITE REPORT-OUT-F
               MOVE "N" TO DELIVERY-OK-SWITCH
           ELSE
               COMPUTE STATED-COUNT = FUNCTION NUMVAL(NBOFTXS-TEXT)
               IF TXN-SEEN NOT = STATED-COUNT
                   MOVE TXN-SEEN TO RL-COUNT
                   MOVE STATED-COUNT TO RL-STCOUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "Anzahl weicht ab: gezaehlt " RL-COUNT
                       " gemeldet " RL-STCOUNT
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-OUT-F FROM REPORT-LINE
                   MOVE "N" TO DELIVERY-OK-SWITCH
               END-IF
           END-IF
           IF CTRLSUM-TEXT = SPACES AND MSG-PACS
               MOVE TTLSUM-TEXT TO CTRLSUM-TEXT
           END-IF
           IF CTRLSUM-TEXT = SPACES
               OR FUNCTION TEST-NUMVAL(CTRLSUM-TEXT) NOT = 0
               MOVE "Kontrollsumme (CtrlSum) fehlt oder ist"
                   & " ungueltig." TO REPORT-OUT-F
               WRITE REPORT-OUT-F
               MOVE "N" TO DELIVERY-OK-SWITCH
           ELSE
               COMPUTE STATED-TOTAL = FUNCTION NUMVAL(CTRLSUM-TEXT)
      *        Eine Summe mit fehlerhaftem Einzelbetrag ist ohnehin
      *        abgewiesen; der Vergleich wird dann nicht gemeldet.
               IF DETAIL-TOTAL NOT = STATED-TOTAL AND DELIVERY-OK
                   MOVE DETAIL-TOTAL TO RL-TOTAL
                   MOVE STATED-TOTAL TO RL-STATED
                   MOVE SPACES TO REPORT-LINE
                   STRING "Kontrollsumme weicht ab: gezaehlt "
                       RL-TOTAL " gemeldet " RL-STATED
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-OUT-F FROM REPORT-LINE
                   MOVE "N" TO DELIVERY-OK-SWITCH
               END-IF
           END-IF

           .
       STAGE-TRANSACTIONS SECTION.
      *    Vorgemerkte Transaktionen im input.txt-Format ausgeben;
      *    je Bank entsteht am Ende ein Kontrollsatz, den die
      *    Vorsortierung zu den Bank-Kontrollsummen verrechnet.
           OPEN OUTPUT STAGE-OUT
           PERFORM VARYING TXN-IDX FROM 1 BY 1
               UNTIL TXN-IDX > TXN-COUNT
               MOVE SPACES TO STAGE-OUT-F
               MOVE TT-BANKID(TXN-IDX) TO SG-BANKID
               MOVE TT-ACCOUNTID(TXN-IDX) TO SG-ACCOUNTID
               MOVE TT-AMOUNT(TXN-IDX) TO SG-AMOUNT
               MOVE TT-DRCR(TXN-IDX) TO SG-DRCR
               MOVE TT-CURR-CODE(TXN-IDX) TO SG-CURR-CODE
               MOVE TT-COMMENT(TXN-IDX) TO SG-COMMENT
               MOVE TT-VALDATE(TXN-IDX) TO SG-VALDATE
               WRITE STAGE-OUT-F
               ADD 1 TO STAGED-COUNT
               PERFORM ADD-TO-BANK-TOTAL
           END-PERFORM
           PERFORM VARYING BANK-IDX FROM 1 BY 1
               UNTIL BANK-IDX > BANK-COUNT
               MOVE SPACES TO STAGE-OUT-F
               MOVE BK-BANKID(BANK-IDX) TO SG-BANKID
               MOVE BK-COUNT(BANK-IDX) TO SG-ACCOUNTID
               MOVE BK-AMOUNT(BANK-IDX) TO SG-AMOUNT
               MOVE "T" TO SG-DRCR
               MOVE "EUR" TO SG-CURR-CODE
               MOVE "Kontrollsatz ISO 20022" TO SG-COMMENT
               MOVE 0 TO SG-VALDATE
               WRITE STAGE-OUT-F
           END-PERFORM
           CLOSE STAGE-OUT

           .
       ADD-TO-BANK-TOTAL SECTION.
           MOVE "N" TO BK-FOUND-SWITCH
           PERFORM VARYING BANK-IDX FROM 1 BY 1
               UNTIL BANK-IDX > BANK-COUNT OR BK-FOUND
               IF BK-BANKID(BANK-IDX) = SG-BANKID
                   ADD 1 TO BK-COUNT(BANK-IDX)
                   ADD SG-AMOUNT TO BK-AMOUNT(BANK-IDX)
                   SET BK-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT BK-FOUND AND BANK-COUNT < 100
               ADD 1 TO BANK-COUNT
               MOVE SG-BANKID TO BK-BANKID(BANK-COUNT)
               MOVE 1 TO BK-COUNT(BANK-COUNT)
               MOVE SG-AMOUNT TO BK-AMOUNT(BANK-COUNT)
           END-IF

           .
       APPEND-TO-RAWLIST SECTION.
      *    isostage.txt nur anmelden, wenn die Liste den Eintrag
      *    nicht schon traegt - sonst laedt die Vorsortierung nach
      *    einem zweiten Import dieselbe Nachricht doppelt.
           OPEN INPUT RAWLIST-IN
           IF RAWLIST-IN-FILE-STATUS = "00"
               PERFORM UNTIL RAWLIST-EOF OR STAGE-LISTED
                   READ RAWLIST-IN
                       AT END SET RAWLIST-EOF TO TRUE
                       NOT AT END
                           IF RAWLIST-IN-F = "isostage.txt"
                               SET STAGE-LISTED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RAWLIST-IN
           END-IF
           IF STAGE-LISTED
               EXIT SECTION
           END-IF
           OPEN EXTEND RAWLIST-OUT
           IF RAWLIST-OUT-FILE-STATUS NOT = "00"
               OPEN OUTPUT RAWLIST-OUT
           END-IF
           MOVE "isostage.txt" TO RAWLIST-OUT-F
           WRITE RAWLIST-OUT-F
           CLOSE RAWLIST-OUT

           .
