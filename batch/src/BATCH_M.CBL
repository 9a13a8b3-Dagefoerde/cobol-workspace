      *****************************************************************
      * Tagesabschluss-Batch: liest Transaktionen ein und bildet
      * Salden je Konto und Bank.
      * Hat ein Konto Umsatz, dessen Kunde laut custrisk.txt mit der
      * KYC-Pruefung ueberfaellig ist, geht je Konto eine WARN-
      * Meldung in opsfeed.txt.
      * Zu jedem Kontoauszug in statements.txt steht in stmtidx.txt
      * ein Versandsatz (Bank, Konto) in derselben Reihenfolge; der
      * Versandlauf DISTRIB_M ordnet die Auszuege damit den Kunden
      * und ihrer Versandart zu.
      * Konten- und Kundenstamm liest der Lauf per Schluessel aus
      * den indizierten Bestaenden acctmast.dat, custlink.dat und
      * custmast.dat; fehlen sie, baut MASTIDX_M sie einmalig aus
      * den .txt-Dateien auf.
      * Ruhende Konten: eine Belastung ab dem Betrag aus
      * dormlimit.txt auf ein Konto, dessen letzte Buchung laut
      * lastact.txt laenger als die Schwelle aus dormdays.txt
      * (Zeile 1) zurueckliegt, wird nicht gebucht, sondern wie ein
      * Sanktionstreffer nach blocked.txt zur Pruefung durch die
      * Compliance gestellt und als SEVERE in opsfeed.txt gemeldet.
      * Produktkatalog prodmast.txt: traegt ein Konto laut Stamm ein
      * Produkt, gilt dessen Dispolimit, wenn odlimits.txt fuer das
      * Konto keinen Eintrag fuehrt; verbietet das Produkt
      * Belastungen, gehen Kundenbelastungen mit Grund NODEBIT nach
      * returns.txt. Der Versandsatz in stmtidx.txt traegt die
      * Auszugshaeufigkeit des Produkts (T taeglich, M nur
      * Monatsauszug, N kein Versand; leer wie T).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ALERT-OUT ASSIGN TO "alert.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-OUT-FILE-STATUS.
           SELECT ACCTMAST-IN ASSIGN TO "acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-KEY-F
               FILE STATUS IS ACCTMAST-IN-FILE-STATUS.
           SELECT HOLDOVER-IN ASSIGN TO "holdover.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT ODLIMIT-IN ASSIGN TO "odlimits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ODLIMIT-IN-FILE-STATUS.
           SELECT PRODMAST-IN ASSIGN TO "prodmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODMAST-IN-FILE-STATUS.
           SELECT RETURNS-OUT ASSIGN TO "returns.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURNS-OUT-FILE-STATUS.
           SELECT STATEMENT-OUT ASSIGN TO "statements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-OUT-FILE-STATUS.
           SELECT STMTIDX-OUT ASSIGN TO "stmtidx.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STMTIDX-OUT-FILE-STATUS.
           SELECT STMTSEQ-IN ASSIGN TO "stmtseq.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STMTSEQ-IN-FILE-STATUS.
           SELECT COVER-IN ASSIGN TO "cover.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COVER-IN-FILE-STATUS.
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
           SELECT CUSTRISK-IN ASSIGN TO "custrisk.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTRISK-IN-FILE-STATUS.
           SELECT HOLIDAYS-IN ASSIGN TO "holidays.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLIDAYS-IN-FILE-STATUS.
           SELECT BLOCKPASS-OUT ASSIGN TO "blockpass.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BLOCKPASS-OUT-FILE-STATUS.
           SELECT MANDMAST-IN ASSIGN TO "mandmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANDMAST-IN-FILE-STATUS.
           SELECT MANDMAST-OUT ASSIGN TO "mandmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANDMAST-OUT-FILE-STATUS.
           SELECT HOLDS-IN ASSIGN TO "holds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDS-IN-FILE-STATUS.
           SELECT HOLDS-OUT ASSIGN TO "holds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDS-OUT-FILE-STATUS.
           SELECT LASTACT-IN ASSIGN TO "lastact.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LASTACT-IN-FILE-STATUS.
           SELECT DORMDAYS-IN ASSIGN TO "dormdays.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DORMDAYS-IN-FILE-STATUS.
           SELECT DORMLIMIT-IN ASSIGN TO "dormlimit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DORMLIMIT-IN-FILE-STATUS.
           SELECT BALMAST-IO ASSIGN TO "balmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-KEY
               FILE STATUS IS BALMAST-IO-FILE-STATUS.
           SELECT RUNTIMES-OUT ASSIGN TO "runtimes.txt"
         05  AL-AMOUNT     PIC S9(8)V99 SIGN IS LEADING SEPARATE.
       FD ACCTMAST-IN.
       01  ACCTMAST-F.
         05  AM-KEY-F.
           10  AM-BANKID-F    PIC 9(5).
           10  AM-ACCOUNTID-F PIC 9(10).
         05  AM-NAME-F      PIC X(30).
         05  AM-STATUS-F    PIC X(01).
         05  AM-IBAN-F      PIC X(34).
         05  AM-PRODUCT-F   PIC X(04).
       FD FXRATES-IN.
       01  FXRATES-F.
         05  FX-CODE-F PIC X(03).
         05  OL-BANKID-F    PIC 9(5).
         05  OL-ACCOUNTID-F PIC 9(10).
         05  OL-LIMIT-F     PIC 9(8)V99.
       FD PRODMAST-IN.
       01  PRODMAST-F.
         05  PM-CODE-F      PIC X(04).
         05  PM-NAME-F      PIC X(30).
         05  FILLER         PIC X(32).
         05  PM-OD-SET-F    PIC X(01).
         05  PM-ODLIMIT-F   PIC 9(8)V99.
         05  PM-STMT-F      PIC X(01).
         05  PM-DEBITS-F    PIC X(01).
       FD RETURNS-OUT.
       01  RETURNS-OUT-F.
         05  RT-REASON PIC X(12).
         05  RT-IMAGE  PIC X(92).
       FD STATEMENT-OUT.
       01  STATEMENT-F PIC X(90).
       FD STMTIDX-OUT.
       01  STMTIDX-OUT-F.
         05  IX-BANKID    PIC 9(5).
         05  IX-ACCOUNTID PIC 9(10).
         05  IX-DISPATCH  PIC X(01).
       FD STMTSEQ-IN.
       01  STMTSEQ-IN-F PIC 9(6).
       FD STMTSEQ-OUT.
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
       FD CUSTRISK-IN.
       01  CUSTRISK-IN-F.
         05  CR-CUSTID-F  PIC 9(8).
         05  CR-RISK-F    PIC X(01).
         05  CR-NEXTKYC-F PIC 9(8).
         05  CR-LASTKYC-F PIC 9(8).
       FD HOLIDAYS-IN.
       01  HOLIDAYS-IN-F PIC 9(8).
       FD BUSOVERRIDE-IN.
       01  BLOCKPASS-IN-F PIC X(92).
       FD BLOCKPASS-OUT.
       01  BLOCKPASS-OUT-F PIC X(92).
       FD MANDMAST-IN.
       01  MANDMAST-IN-F PIC X(85).
       FD MANDMAST-OUT.
       01  MANDMAST-OUT-F PIC X(85).
       FD HOLDS-IN.
       01  HOLDS-IN-F PIC X(57).
       FD HOLDS-OUT.
       01  HOLDS-OUT-F PIC X(57).
       FD LASTACT-IN.
       01  LASTACT-IN-F.
         05  LA-BANKID-F    PIC 9(5).
         05  LA-ACCOUNTID-F PIC 9(10).
         05  LA-DATE-F      PIC 9(8).
       FD DORMDAYS-IN.
       01  DORMDAYS-IN-F PIC 9(4).
       FD DORMLIMIT-IN.
       01  DORMLIMIT-IN-F PIC 9(8)V99.
      * Die Waehrung gehoert zum Schluessel: ein Konto mit
      * mehreren Waehrungen fuehrt je Waehrung einen eigenen Satz
      * (wie die ACCOUNT-Saetze des Extracts). Ein Bestand mit dem
      * alten Bank/Konto-Schluessel ist damit unvertraeglich und
      * wird einmalig geloescht und neu aufgebaut.
      * BM-STATE I kennzeichnet einen vorlaeufigen Saldo aus dem
      * Zwischenlauf INTRADAY_M, BM-CLOSE den letzten endgueltigen
      * Schlusssaldo; der Abschluss schreibt beide endgueltig.
       FD BALMAST-IO.
       01  BALMAST-F.
         05  BM-KEY.
         05  BM-BALANCE  PIC S9(8)V99 SIGN IS LEADING SEPARATE.
         05  BM-TXNS     PIC 9(8).
         05  BM-LASTACT  PIC 9(8).
         05  BM-STATE    PIC X(01).
           88  BM-INTRADAY VALUE "I".
         05  BM-CLOSE    PIC S9(8)V99 SIGN IS LEADING SEPARATE.
       FD OPSFEED-OUT.
       01  OPSFEED-F.
         05  OP-TIMESTAMP PIC 9(16).
         05  SEENSPILL-IN-FILE-STATUS     PIC X(02).
         05  SUSPECT-OUT-FILE-STATUS      PIC X(02).
         05  ODLIMIT-IN-FILE-STATUS       PIC X(02).
         05  PRODMAST-IN-FILE-STATUS      PIC X(02).
         05  RETURNS-OUT-FILE-STATUS      PIC X(02).
         05  STATEMENT-OUT-FILE-STATUS    PIC X(02).
         05  STMTIDX-OUT-FILE-STATUS      PIC X(02).
         05  STMTSEQ-IN-FILE-STATUS       PIC X(02).
         05  STMTSEQ-OUT-FILE-STATUS      PIC X(02).
         05  MT940-OUT-FILE-STATUS        PIC X(02).
         05  COVER-IN-FILE-STATUS         PIC X(02).
         05  CUSTMAST-IN-FILE-STATUS      PIC X(02).
         05  CUSTLINK-IN-FILE-STATUS      PIC X(02).
         05  CUSTRISK-IN-FILE-STATUS      PIC X(02).
         05  HOLIDAYS-IN-FILE-STATUS      PIC X(02).
         05  BUSOVERRIDE-IN-FILE-STATUS   PIC X(02).
         05  BUSDATE-IN-FILE-STATUS       PIC X(02).
         05  BLOCKED-OUT-FILE-STATUS      PIC X(02).
         05  BLOCKPASS-IN-FILE-STATUS     PIC X(02).
         05  BLOCKPASS-OUT-FILE-STATUS    PIC X(02).
         05  MANDMAST-IN-FILE-STATUS      PIC X(02).
         05  MANDMAST-OUT-FILE-STATUS     PIC X(02).
         05  HOLDS-IN-FILE-STATUS         PIC X(02).
         05  HOLDS-OUT-FILE-STATUS        PIC X(02).
         05  LASTACT-IN-FILE-STATUS       PIC X(02).
         05  DORMDAYS-IN-FILE-STATUS      PIC X(02).
         05  DORMLIMIT-IN-FILE-STATUS     PIC X(02).
       01  DETAIL-MODE-SWITCH PIC X VALUE "N".
         88  DETAIL-MODE  VALUE "Y".
       01  DETAILDESC PIC X(21) VALUE "Txn XXXXXXXXXX C:    ".
       01  STORNO-SWITCH   PIC X VALUE "N".
         88  STORNO-FOUND  VALUE "Y".
       01  STORNO-TALLY    PIC 9(02) VALUE 0.
      * Buchungen, die die Bank selbst erzeugt, erkannt am festen
      * Anfang des Verwendungszwecks, den der erzeugende Lauf
      * schreibt (nicht an einem Kennwort irgendwo im Text).
       01  BANK-POSTING-KIND PIC X(01) VALUE SPACE.
         88  BANK-POSTING-INTEREST VALUE "Z".
         88  BANK-POSTING-FEE      VALUE "F".
         88  BANK-POSTING-CLOSEOUT VALUE "A".
         88  BANK-POSTING-ESCHEAT  VALUE "E".
         88  BANK-POSTING          VALUE "Z" "F" "A" "E".
       01  OPENBAL.
         05  OB-BANKID     PIC 9(5).
         05  OB-ACCOUNTID  PIC 9(10).
           88  ACCOUNT-MASTER-CLOSED    VALUE "C".
           88  ACCOUNT-MASTER-BLOCKED   VALUE "B".
           88  ACCOUNT-MASTER-ESCHEATED VALUE "E".
         05  AM-IBAN       PIC X(34).
         05  AM-PRODUCT    PIC X(04).
       01  ACCTMAST-OPEN-SWITCH PIC X VALUE "N".
         88  ACCTMAST-OPEN VALUE "Y".
       01  ACCTMAST-FOUND-SWITCH PIC X VALUE "N".
         88  ACCTMAST-FOUND VALUE "Y".
       01  MASTER-OK-SWITCH PIC X VALUE "Y".
         88  MASTER-OK     VALUE "Y".
       01  RUN-DATE-NUM  PIC 9(8) VALUE 0.
       01  ODLIMIT-EOF-SWITCH  PIC X VALUE "N".
         88  ODLIMIT-EOF  VALUE "Y".
       01  CURRENT-LIMIT  PIC 9(8)V99 VALUE 0.
      * Produktkatalog: Dispolimit, Auszugshaeufigkeit und
      * Belastungsverbot je Produkt. Ohne Katalog bleibt alles wie
      * bisher.
       01  PRODUCT-TABLE.
         05  PRODUCT-ENTRY OCCURS 100 TIMES.
           10  PD-CODE     PIC X(04).
           10  PD-OD-SET   PIC X(01).
           10  PD-ODLIMIT  PIC 9(8)V99.
           10  PD-STMT     PIC X(01).
           10  PD-DEBITS   PIC X(01).
       01  PRODUCT-COUNT PIC 9(03) VALUE 0.
       01  PRODUCT-IDX   PIC 9(03).
       01  PRODUCT-EOF-SWITCH PIC X VALUE "N".
         88  PRODUCT-EOF VALUE "Y".
       01  CURRENT-PRODUCT-IDX PIC 9(03) VALUE 0.
       01  PRODUCT-LIMIT-SWITCH PIC X VALUE "N".
         88  PRODUCT-LIMIT-SET VALUE "Y".
       01  NODEBIT-SWITCH PIC X VALUE "N".
         88  PRODUCT-NO-DEBITS VALUE "Y".
       01  NODEBIT-COUNT  PIC 9(06) VALUE 0.
       01  PROSPECT-SALDO PIC S9(9)V99 VALUE 0.
       01  RETURNED-COUNT PIC 9(06) VALUE 0.
      * Kundenstamm fuer die Auszugskoepfe: custlink.dat (Schluessel
      * Bank/Konto) fuehrt zum Kunden in custmast.dat (Schluessel
      * Kundennummer); ohne Bestaende bleiben die Auszuege wie
      * bisher bei Bank- und Kontonummer.
       01  CUSTLINK-OPEN-SWITCH PIC X VALUE "N".
         88  CUSTLINK-OPEN VALUE "Y".
       01  CUSTMAST-OPEN-SWITCH PIC X VALUE "N".
         88  CUSTMAST-OPEN VALUE "Y".
       01  MASTIDX-SAVE-RC PIC S9(4) COMP VALUE 0.
       01  CUST-FOUND-SWITCH PIC X VALUE "N".
         88  CUST-FOUND VALUE "Y".
       01  CUST-NAME   PIC X(30) VALUE SPACE.
       01  CUST-STREET PIC X(30) VALUE SPACE.
       01  CUST-CITY   PIC X(30) VALUE SPACE.
      * Konten von Kunden mit ueberfaelliger KYC-Pruefung (naechste
      * Pruefung in custrisk.txt vor dem Geschaeftsdatum), vorab
      * ueber den Kundennummer-Schluessel von custlink.dat
      * ermittelt; je Konto eine Warnung im Lauf.
       01  KYC-CUST-TABLE.
         05  KYC-CUST-ENTRY OCCURS 500 TIMES.
           10  KC-CUSTID  PIC 9(8).
           10  KC-NEXTKYC PIC 9(8).
       01  KYC-CUST-COUNT PIC 9(03) VALUE 0.
       01  KYC-CUST-IDX   PIC 9(03).
       01  KYC-ACCT-TABLE.
         05  KYC-ACCT-ENTRY OCCURS 1000 TIMES.
           10  KA-BANKID    PIC 9(5).
           10  KA-ACCOUNTID PIC 9(10).
           10  KA-CUSTID    PIC 9(8).
           10  KA-NEXTKYC   PIC 9(8).
           10  KA-WARNED    PIC X(01).
       01  KYC-ACCT-COUNT PIC 9(04) VALUE 0.
       01  KYC-ACCT-IDX   PIC 9(04).
       01  KYC-EOF-SWITCH PIC X VALUE "N".
         88  KYC-EOF VALUE "Y".
       01  KYC-FOUND-SWITCH PIC X VALUE "N".
         88  KYC-FOUND VALUE "Y".
      * Kundenauszuege: je Konto ein Abschnitt in statements.txt mit
      * altem Saldo, allen gebuchten Umsaetzen samt Verwendungszweck
      * und neuem Saldo; die Auszugsnummer laeuft ueber stmtseq.txt
       01  STATEMENT-SEQ PIC 9(6) VALUE 0.
       01  STMT-LINE PIC X(90).
       01  STMT-AMOUNT-DISP PIC Z(8)9.99-.
       01  STMT-AVAIL-DISP  PIC Z(8)9.99-.
       01  STMT-DATE-DISP PIC X(10).
      * MT940-Export: derselbe Kontoabschnitt als SWIFT-Struktur
      * (:20:/:25:/:28C:/:60F:/:61:/:86:/:62F:) nach mt940.txt,
         88  BALMAST-RECORD-NEW VALUE "Y".
       01  CUR-BM-CURR  PIC X(03) VALUE SPACE.
       01  CUR-BM-SALDO PIC S9(8)V99 VALUE 0.
       01  BALMAST-EOF-SWITCH PIC X VALUE "N".
         88  BALMAST-EOF VALUE "Y".
       01  INTRADAY-RESET-COUNT PIC 9(06) VALUE 0.
      * Erwartungsliste manifest.txt: jede dort genannte Lieferung
      * muss vorliegen, sonst verweigert der Abschluss den Start mit
      * SEVERE-Ereignis; manwaive.txt zeichnet eine Lieferung fuer
         88  BLOCKPASS-LOADED VALUE "Y".
       01  PASS-HIT-SWITCH PIC X VALUE "N".
         88  PASS-HIT VALUE "Y".
      * Ruhende Konten: letzte Buchung je Konto aus lastact.txt
      * (vom Inaktivitaetsbericht fortgeschrieben), Schwelle in
      * Tagen aus dormdays.txt Zeile 1 (Standard 90), Mindestbetrag
      * der angehaltenen Belastung aus dormlimit.txt (Standard
      * 5000,00 in Buchungswaehrung). Ohne lastact.txt entfaellt
      * die Pruefung; Konten ohne Eintrag (neu, nie gebucht) werden
      * nicht angehalten. Angehaltene Saetze laufen ueber
      * blocked.txt und die Freigabeliste blockpass.txt wie
      * Sanktionstreffer.
       01  LASTACT-TABLE.
         05  LASTACT-ENTRY OCCURS 2000 TIMES.
           10  LT-BANKID    PIC 9(5).
           10  LT-ACCOUNTID PIC 9(10).
           10  LT-DATE      PIC 9(8).
       01  LASTACT-COUNT PIC 9(04) VALUE 0.
       01  LASTACT-IDX   PIC 9(04).
       01  LASTACT-EOF-SWITCH PIC X VALUE "N".
         88  LASTACT-EOF VALUE "Y".
       01  LASTACT-LOADED-SWITCH PIC X VALUE "N".
         88  LASTACT-LOADED VALUE "Y".
       01  DORMANT-DAYS       PIC 9(4) VALUE 90.
       01  DORMANT-MIN-AMOUNT PIC 9(8)V99 VALUE 5000.
       01  DORMANT-LASTDATE   PIC 9(8) VALUE 0.
       01  DORMANT-IDLE-DAYS  PIC 9(6) VALUE 0.
       01  DORMANT-IDLE-DISP  PIC Z(5)9.
       01  DORMANT-SWITCH PIC X VALUE "N".
         88  DORMANT-HIT VALUE "Y".
       01  DORMANT-REASON PIC X(30) VALUE SPACE.
       01  DORMANT-HELD-COUNT PIC 9(06) VALUE 0.
      * Lastschriftmandate (mandmast.txt: Glaeubiger-ID, Mandats-
      * referenz, Schuldner Bank/Konto, Unterschriftsdatum, Zustand
      * A=aktiv R=widerrufen E=verfallen, letzte Nutzung). Eine
      * Lastschrift traegt im Verwendungszweck "LS", die Mandats-
      * referenz und die Glaeubiger-ID (siehe Clearing-Import).
      * Ohne mandmast.txt entfaellt die Pruefung.
       01  MANDATE-TABLE.
         05  MANDATE-ENTRY OCCURS 2000 TIMES.
           10  MT-CREDITOR  PIC X(18).
           10  MT-MANDREF   PIC X(35).
           10  MT-BANKID    PIC 9(5).
           10  MT-ACCOUNTID PIC 9(10).
           10  MT-SIGNDATE  PIC 9(8).
           10  MT-STATUS    PIC X(01).
           10  MT-LASTUSE   PIC 9(8).
       01  MANDATE-COUNT PIC 9(04) VALUE 0.
       01  MANDATE-IDX   PIC 9(04).
       01  MANDMAST-EOF-SWITCH PIC X VALUE "N".
         88  MANDMAST-EOF VALUE "Y".
       01  MANDMAST-LOADED-SWITCH PIC X VALUE "N".
         88  MANDMAST-LOADED VALUE "Y".
       01  MANDMAST-TRUNCATED-SWITCH PIC X VALUE "N".
         88  MANDMAST-TRUNCATED VALUE "Y".
       01  MANDATE-SWITCH PIC X VALUE "N".
         88  MANDATE-VALID VALUE "Y".
       01  DEBIT-COMMENT.
         05  DC-LS-MARK   PIC X(02).
           88  DIRECT-DEBIT VALUE "LS".
         05  DC-MANDREF   PIC X(35).
         05  DC-CREDITOR  PIC X(18).
      * Ein Mandat, das 36 Monate lang nicht genutzt wurde (ohne
      * Nutzung: seit der Unterschrift), verfaellt beim Laden.
       01  MANDATE-CUTOFF   PIC 9(8) VALUE 0.
       01  MANDATE-REFDATE  PIC 9(8) VALUE 0.
       01  EXPIRED-MANDATES PIC 9(04) VALUE 0.
       01  NOMANDATE-COUNT  PIC 9(06) VALUE 0.
      * Betragsvormerkungen (holds.txt: Bank, Konto, Referenz,
      * Betrag, Waehrung, Grund, Ablaufdatum, 0 = unbefristet),
      * gepflegt im Vormerkungs-Dialog. Der verfuegbare Saldo ist
      * der Buchsaldo abzueglich der wirksamen Vormerkungen der
      * Buchungswaehrung; gegen ihn laeuft die Dispopruefung.
      * Abgelaufene Vormerkungen fallen beim Laden heraus.
       01  HOLD-TABLE.
         05  HOLD-ENTRY OCCURS 2000 TIMES.
           10  HT-BANKID    PIC 9(5).
           10  HT-ACCOUNTID PIC 9(10).
           10  HT-REFERENCE PIC X(20).
           10  HT-AMOUNT    PIC 9(8)V99.
           10  HT-CURR      PIC X(03).
           10  HT-REASON    PIC X(01).
           10  HT-EXPIRY    PIC 9(8).
       01  HOLD-COUNT PIC 9(04) VALUE 0.
       01  HOLD-IDX   PIC 9(04).
       01  HOLDS-EOF-SWITCH PIC X VALUE "N".
         88  HOLDS-EOF VALUE "Y".
       01  HOLDS-LOADED-SWITCH PIC X VALUE "N".
         88  HOLDS-LOADED VALUE "Y".
       01  HOLDS-TRUNCATED-SWITCH PIC X VALUE "N".
         88  HOLDS-TRUNCATED VALUE "Y".
       01  HOLD-WORK-BANKID    PIC 9(5).
       01  HOLD-WORK-ACCOUNTID PIC 9(10).
       01  HOLD-WORK-CURR      PIC X(03).
       01  HOLD-TOTAL          PIC 9(9)V99 VALUE 0.
       01  EXPIRED-HOLDS       PIC 9(04) VALUE 0.
       01  AVAILABLE-SALDO     PIC S9(9)V99 VALUE 0.
      * Lauf-Protokoll: je Eingabesatz genau ein Satz in runaudit.txt
      * (Laufdatum, Laufnummer aus runseq.txt, Dateiname, Satznummer,
      * Disposition), ueber die Laeufe hinweg fortgeschrieben.
                   GOBACK
               END-IF
           END-IF
      *    Saldenbestand vor den Ausgabedateien oeffnen: haelt er den
      *    Lauf an, bleiben die Listen des Vortags unberuehrt.
           PERFORM OPEN-BALANCE-MASTER
           IF NOT BALMAST-OPEN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF RESTART-MODE
               MOVE "N" TO PROOF-ENABLED-SWITCH
               DISPLAY "Tagesbeweis nach Wiederanlauf nicht"
               OPEN EXTEND BLOCKED-OUT
               OPEN EXTEND RETURNS-OUT
               OPEN EXTEND STATEMENT-OUT
               OPEN EXTEND STMTIDX-OUT
               IF STMTIDX-OUT-FILE-STATUS NOT = "00"
                   OPEN OUTPUT STMTIDX-OUT
               END-IF
               OPEN EXTEND MT940-OUT
           ELSE
               OPEN OUTPUT PROCESSING-OUT
               CLOSE SEENSPILL-OUT
               OPEN OUTPUT RETURNS-OUT
               OPEN OUTPUT STATEMENT-OUT
               OPEN OUTPUT STMTIDX-OUT
               OPEN OUTPUT MT940-OUT
           END-IF
           OPEN INPUT DETAIL-FLAG-IN
           ELSE
               SET OPENBAL-EOF TO TRUE
           END-IF
           PERFORM OPEN-MASTER-FILES
           PERFORM LOAD-STATEMENT-SEQ
           PERFORM LOAD-RUN-SEQ
           PERFORM LOAD-REJECT-LIMITS
           ELSE
               SET ODLIMIT-EOF TO TRUE
           END-IF
           PERFORM LOAD-PRODUCTS
           PERFORM LOAD-KYC-OVERDUE
           PERFORM LOAD-CURRENCY-MASTER
           PERFORM LOAD-BANK-MASTER
           PERFORM LOAD-BLOCKLIST
           PERFORM LOAD-BLOCKPASS
           PERFORM LOAD-DORMANT-CONTROL
           PERFORM LOAD-MANDATES
           PERFORM LOAD-HOLDS
           PERFORM LOAD-FX-RATES
           PERFORM OPEN-HOLDOVER
           PERFORM STAMP-EXTRACT-RANGE
           IF CUSTLINK-OPEN
               CLOSE CUSTLINK-IN
           END-IF
           IF CUSTMAST-OPEN
               CLOSE CUSTMAST-IN
           END-IF
           IF HOLDOVER-OPEN
               CLOSE HOLDOVER-IN
               PERFORM WRITE-REPORT-FOOTER
               PERFORM CLEAR-CHECKPOINT
           END-IF
      *    Erst nach dem Abschluss des letzten Kontos schliessen,
      *    sonst fehlt dessen Saldo im Bestand.
           IF BALMAST-OPEN
               IF NOT BREAKER-TRIPPED
                   PERFORM RESET-INTRADAY-BALANCES
               END-IF
               CLOSE BALMAST-IO
           END-IF
           IF RUN-INVALID AND NOT BREAKER-TRIPPED
               DISPLAY "*** Kontrollsummen-Fehler: Lauf ungueltig ***"
               MOVE 8 TO RETURN-CODE
           IF BLOCKED-COUNT > 0
               DISPLAY "Sanctions hits blocked: " BLOCKED-COUNT
           END-IF
           IF DORMANT-HELD-COUNT > 0
               DISPLAY "Dormant-account debits held: "
                   DORMANT-HELD-COUNT
           END-IF
           IF NOMANDATE-COUNT > 0
               DISPLAY "Direct debits without mandate: "
                   NOMANDATE-COUNT
           END-IF
           IF NODEBIT-COUNT > 0
               DISPLAY "Debits refused by product: " NODEBIT-COUNT
           END-IF
           IF HELD-COUNT > 0
               DISPLAY "Future-dated, held over: " HELD-COUNT
           END-IF
           CLOSE BLOCKED-OUT
           CLOSE RETURNS-OUT
           CLOSE STATEMENT-OUT
           CLOSE STMTIDX-OUT
           CLOSE MT940-OUT
           CLOSE OPSFEED-OUT
           CLOSE BALHIST-OUT
           IF NOT BREAKER-TRIPPED
               CALL "SYSTEM" USING "mv holdnext.txt holdover.txt"
               PERFORM SAVE-BLOCKPASS
               PERFORM SAVE-MANDATES
               PERFORM SAVE-HOLDS
           END-IF
           PERFORM WRITE-RUNTIME-RECORD
           GOBACK.

           .
       OPEN-BALANCE-MASTER SECTION.
      *    Bestand im Zugriff halten; nur wenn er noch fehlt
      *    (Status 35), wird die Datei angelegt. Jeder andere Status
      *    - etwa 39 fuer einen Bestand im alten Satzformat, den
      *    MASTIDX_M umstellt - haelt den Lauf an, statt die Salden
      *    durch eine leere Datei zu ersetzen.
           OPEN I-O BALMAST-IO
           IF BALMAST-IO-FILE-STATUS = "00"
               SET BALMAST-OPEN TO TRUE
               EXIT SECTION
           END-IF
           IF BALMAST-IO-FILE-STATUS NOT = "35"
               DISPLAY "*** balmast.dat nicht zu oeffnen, Status "
                   BALMAST-IO-FILE-STATUS " - Lauf verweigert ***"
               EXIT SECTION
           END-IF
           OPEN OUTPUT BALMAST-IO
           IF BALMAST-IO-FILE-STATUS = "00"
               CLOSE BALMAST-IO
               END-IF
           END-IF
           IF NOT BALMAST-OPEN
               DISPLAY "*** balmast.dat nicht anzulegen, Status "
                   BALMAST-IO-FILE-STATUS " - Lauf verweigert ***"
           END-IF

           .
           MOVE CAID TO BM-ACCOUNTID
           MOVE CUR-BM-CURR TO BM-CURRENCY
           MOVE CUR-BM-SALDO TO BM-BALANCE
           MOVE CUR-BM-SALDO TO BM-CLOSE
           MOVE SPACE TO BM-STATE
           MOVE ACCOUNT-TXN-COUNT TO BM-TXNS
           IF ACCOUNT-TXN-COUNT > 0
               MOVE RUN-DATE-NUM TO BM-LASTACT
               END-REWRITE
           END-IF

           .
       RESET-INTRADAY-BALANCES SECTION.
      *    Was nach dem Abschluss noch als Zwischenstand im Bestand
      *    steht, hat heute keine gueltige Buchung mehr erhalten: es
      *    gilt wieder der letzte endgueltige Schlusssaldo; nur im
      *    Zwischenlauf entstandene Saetze verschwinden. Im Teillauf
      *    nur der eigene Bankbereich.
           MOVE "N" TO BALMAST-EOF-SWITCH
           MOVE LOW-VALUES TO BM-KEY
           IF RANGE-ACTIVE
               MOVE RANGE-LOW TO BM-BANKID
           END-IF
           START BALMAST-IO KEY NOT < BM-KEY
               INVALID KEY
                   EXIT SECTION
           END-START
           PERFORM UNTIL BALMAST-EOF
               READ BALMAST-IO NEXT
                   AT END SET BALMAST-EOF TO TRUE
                   NOT AT END
                       IF RANGE-ACTIVE AND BM-BANKID > RANGE-HIGH
                           SET BALMAST-EOF TO TRUE
                       ELSE
                           IF BM-INTRADAY
                               PERFORM RESET-ONE-INTRADAY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF INTRADAY-RESET-COUNT > 0
               DISPLAY "Zwischenstaende ohne Abschlussbuchung"
                   " zurueckgesetzt: " INTRADAY-RESET-COUNT
           END-IF

           .
       RESET-ONE-INTRADAY SECTION.
           ADD 1 TO INTRADAY-RESET-COUNT
           IF BM-LASTACT = 0 AND BM-TXNS = 0 AND BM-CLOSE = 0
               DELETE BALMAST-IO
                   INVALID KEY
                       DISPLAY "*** balmast.dat: Satz " BM-BANKID
                           "/" BM-ACCOUNTID " nicht loeschbar ***"
               END-DELETE
               EXIT SECTION
           END-IF
           MOVE BM-CLOSE TO BM-BALANCE
           MOVE SPACE TO BM-STATE
           REWRITE BALMAST-F
               INVALID KEY
                   DISPLAY "*** balmast.dat: Satz " BM-BANKID "/"
                       BM-ACCOUNTID " nicht fortschreibbar ***"
           END-REWRITE

           .
       STAMP-EXTRACT-RANGE SECTION.
      *    Bereichsstempel fuer parallele Teillaeufe: der Extract
           END-IF

           .
       OPEN-MASTER-FILES SECTION.
      *    Die indizierten Stammbestaende; fehlt einer, baut
      *    MASTIDX_M ihn aus der .txt-Fassung auf und es wird noch
      *    einmal versucht.
           PERFORM OPEN-MASTER-ONCE
           IF NOT ACCTMAST-OPEN OR NOT CUSTLINK-OPEN
               OR NOT CUSTMAST-OPEN
               MOVE RETURN-CODE TO MASTIDX-SAVE-RC
               CALL "MASTIDX_M"
               CANCEL "MASTIDX_M"
               MOVE MASTIDX-SAVE-RC TO RETURN-CODE
               PERFORM OPEN-MASTER-ONCE
           END-IF

           .
       OPEN-MASTER-ONCE SECTION.
           IF NOT ACCTMAST-OPEN
               OPEN INPUT ACCTMAST-IN
               IF ACCTMAST-IN-FILE-STATUS = "00"
                   SET ACCTMAST-OPEN TO TRUE
               END-IF
           END-IF
           IF NOT CUSTLINK-OPEN
               OPEN INPUT CUSTLINK-IN
               IF CUSTLINK-IN-FILE-STATUS = "00"
                   SET CUSTLINK-OPEN TO TRUE
               END-IF
           END-IF
           IF NOT CUSTMAST-OPEN
               OPEN INPUT CUSTMAST-IN
               IF CUSTMAST-IN-FILE-STATUS = "00"
                   SET CUSTMAST-OPEN TO TRUE
               END-IF
           END-IF

           .
       CHECK-ACCOUNT-MASTER SECTION.
      * Keyed read of the account master by bank/account. A missing
      * master file keeps the old behaviour (every account accepted)
      * so partial installations still run.
           MOVE "Y" TO MASTER-OK-SWITCH
           MOVE "N" TO ACCTMAST-FOUND-SWITCH
           MOVE SPACES TO AM-PRODUCT
           IF NOT ACCTMAST-OPEN
               EXIT SECTION
           END-IF

           MOVE BANKID TO AM-BANKID-F
           MOVE ACCOUNTID TO AM-ACCOUNTID-F
           READ ACCTMAST-IN INTO ACCTMAST
               KEY IS AM-KEY-F
               INVALID KEY CONTINUE
               NOT INVALID KEY SET ACCTMAST-FOUND TO TRUE
           END-READ

           IF ACCTMAST-FOUND
               EVALUATE TRUE
                   WHEN ACCOUNT-MASTER-OPEN
                       CONTINUE
                   WHEN ACCOUNT-MASTER-CLOSED
      *                Die Schlussbuchungen der Kontoaufloesung
      *                (Zins, Steuer, Gebuehr, Auszahlung) muessen
      *                trotz Status C noch durch; erkannt am
      *                Zweck, den CLOSEOUT_M schreibt.
                       PERFORM CLASSIFY-BANK-POSTING
                       IF NOT BANK-POSTING-CLOSEOUT
                           MOVE "ACCT-CLOSED" TO REJECT-REASON
                           PERFORM WRITE-REJECT
                           MOVE "N" TO MASTER-OK-SWITCH
                       END-IF
                   WHEN ACCOUNT-MASTER-BLOCKED
                       MOVE "ACCT-BLOCKED" TO REJECT-REASON
                       PERFORM WRITE-REJECT
      *                schon auf E steht - sonst verlaesst der
      *                Saldo das Konto nie und der Kontrollsatz
      *                des Laufs geht nicht mehr auf. Erkannt am
      *                Zweck, den ESCHEAT_M schreibt.
                       PERFORM CLASSIFY-BANK-POSTING
                       IF NOT BANK-POSTING-ESCHEAT
                           MOVE "ACCT-ESCHEAT" TO REJECT-REASON
                           PERFORM WRITE-REJECT
                           MOVE "N" TO MASTER-OK-SWITCH
               MOVE "N" TO MASTER-OK-SWITCH
           END-IF

           .
       CLASSIFY-BANK-POSTING SECTION.
      *    Zinslauf INTEREST_M ("Zinsen MM/JJJJ", fuer die Korrekturen
      *    aus VALCORR_M "Zinskorrektur Valuta MM/JJJJ"), Entgeltlauf
      *    FEERUN_M ("Kontofuehrung MM/JJJJ"), Kontoaufloesung
      *    CLOSEOUT_M ("Kontoaufloesung ...") und Abfuehrungslauf
      *    ESCHEAT_M ("Abfuehrung an Behoerde, inaktiv seit ...").
           MOVE SPACE TO BANK-POSTING-KIND
           EVALUATE TRUE
               WHEN COMMENT(1:7) = "Zinsen "
                   AND COMMENT(8:2) IS NUMERIC
                   AND COMMENT(10:1) = "/"
                   AND COMMENT(11:4) IS NUMERIC
                   AND COMMENT(15:) = SPACES
                   SET BANK-POSTING-INTEREST TO TRUE
               WHEN COMMENT(1:21) = "Zinskorrektur Valuta "
                   AND COMMENT(22:2) IS NUMERIC
                   AND COMMENT(24:1) = "/"
                   AND COMMENT(25:4) IS NUMERIC
                   AND COMMENT(29:) = SPACES
                   SET BANK-POSTING-INTEREST TO TRUE
               WHEN COMMENT(1:14) = "Kontofuehrung "
                   AND COMMENT(15:2) IS NUMERIC
                   AND COMMENT(17:1) = "/"
                   AND COMMENT(18:4) IS NUMERIC
                   AND COMMENT(22:) = SPACES
                   SET BANK-POSTING-FEE TO TRUE
               WHEN COMMENT(1:16) = "Kontoaufloesung "
                   SET BANK-POSTING-CLOSEOUT TO TRUE
               WHEN COMMENT(1:37) =
                   "Abfuehrung an Behoerde, inaktiv seit "
                   SET BANK-POSTING-ESCHEAT TO TRUE
           END-EVALUATE

           .
       PROCESS-TRANSACTION SECTION.
           MOVE "POSTED" TO TXN-DISPOSITION
               MOVE CURR-CODE TO CACURRENCY
               PERFORM SEED-OPENING-BALANCE
               MOVE 0 TO SEEN-COUNT
               PERFORM LOOKUP-PRODUCT
               PERFORM LOOKUP-OVERDRAFT-LIMIT
               PERFORM LOOKUP-CUSTOMER
               PERFORM CHECK-KYC-OVERDUE
               PERFORM WRITE-STATEMENT-HEADER
               PERFORM WRITE-MT940-HEADER
           END-IF
               EXIT SECTION
           END-IF

           PERFORM CHECK-BLOCKPASS
           PERFORM SCREEN-SANCTIONS
           IF SANCTION-HIT
               EXIT SECTION
           END-IF

           PERFORM SCREEN-DORMANT
           IF DORMANT-HIT
               EXIT SECTION
           END-IF

           MOVE 0 TO STORNO-TALLY
           INSPECT COMMENT TALLYING STORNO-TALLY FOR ALL "STORNO"
           IF STORNO-TALLY > 0
               MOVE "N" TO STORNO-SWITCH
           END-IF

      * Produkte ohne Belastungen (Sparprodukte): Kundenbelastungen
      * gehen mit Grund NODEBIT nach returns.txt. Die Buchungen der
      * Bank selbst (Kontoaufloesung, Abfuehrung, Entgelt, Zinsen
      * und Valutakorrektur) bleiben erlaubt.
           IF DEBIT-TRANS AND NOT STORNO-FOUND AND PRODUCT-NO-DEBITS
               PERFORM CLASSIFY-BANK-POSTING
               IF NOT BANK-POSTING
                   PERFORM WRITE-NODEBIT-RETURN
                   EXIT SECTION
               END-IF
           END-IF

      * Lastschriften ohne gueltiges, aktives Mandat des Schuldners
      * werden nicht gebucht, sondern mit Grund NOMANDATE nach
      * returns.txt gestellt.
           IF DEBIT-TRANS AND NOT STORNO-FOUND AND MANDMAST-LOADED
               MOVE COMMENT TO DEBIT-COMMENT
               IF DIRECT-DEBIT
                   PERFORM CHECK-MANDATE
                   IF NOT MANDATE-VALID
                       PERFORM WRITE-MANDATE-RETURN
                       EXIT SECTION
                   END-IF
               END-IF
           END-IF

      * Dispopruefung: eine Belastung, die den verfuegbaren Saldo
      * (Buchsaldo abzueglich wirksamer Vormerkungen) unter das
      * Kontolimit druecken wuerde, wird nicht gebucht, sondern als
      * Ruecklastschrift nach returns.txt gestellt. Sie zaehlt weiter
      * in die Kontrollsummen der Bank.
           IF (ODLIMIT-OPEN OR PRODUCT-LIMIT-SET)
               AND ((DEBIT-TRANS AND NOT STORNO-FOUND)
                   OR (NOT DEBIT-TRANS AND STORNO-FOUND))
      *        Dispopruefung je Waehrung: massgeblich ist der Saldo
      *        der Buchungswaehrung, nicht die Mischzahl.
               MOVE CURR-CODE TO ACC-WORK-CODE
               PERFORM FIND-ACCT-CURR
               MOVE BANKID TO HOLD-WORK-BANKID
               MOVE ACCOUNTID TO HOLD-WORK-ACCOUNTID
               MOVE CURR-CODE TO HOLD-WORK-CURR
               PERFORM SUM-ACCOUNT-HOLDS
               COMPUTE PROSPECT-SALDO =
                   AC-SALDO(ACC-IDX) - HOLD-TOTAL - AMOUNT
               IF PROSPECT-SALDO < (0 - CURRENT-LIMIT)
                   PERFORM WRITE-NSF-RETURN
                   EXIT SECTION
           IF BLOCKLIST-COUNT = 0
               EXIT SECTION
           END-IF
           IF PASS-HIT
               EXIT SECTION
           END-IF
           MOVE FUNCTION UPPER-CASE(COMMENT) TO SCAN-TEXT
           PERFORM SCAN-BLOCKLIST
           IF NOT SANCTION-HIT
               AND ACCTMAST-FOUND
               AND AM-BANKID = BANKID
               AND AM-ACCOUNTID = ACCOUNTID
               MOVE SPACES TO SCAN-TEXT
               ADD AMOUNT TO BANK-CONTROL-AMOUNT
           END-IF

           .
       CHECK-BLOCKPASS SECTION.
      *    Eine Freigabe der Compliance gilt fuer den ganzen Satz:
      *    er laeuft einmal an Sanktions- und Ruhe-Pruefung vorbei
      *    und verbraucht dabei seinen Eintrag in blockpass.txt.
           MOVE "N" TO PASS-HIT-SWITCH
           IF BLOCKLIST-COUNT = 0 AND NOT LASTACT-LOADED
               EXIT SECTION
           END-IF
           PERFORM VARYING BLOCKPASS-IDX FROM 1 BY 1
               UNTIL BLOCKPASS-IDX > BLOCKPASS-COUNT OR PASS-HIT
               IF BP-USED(BLOCKPASS-IDX) = "N"
                   AND BP-IMAGE(BLOCKPASS-IDX) = TRANSACTION
                   SET PASS-HIT TO TRUE
                   MOVE "J" TO BP-USED(BLOCKPASS-IDX)
               END-IF
           END-PERFORM

           .
       LOAD-DORMANT-CONTROL SECTION.
           OPEN INPUT LASTACT-IN
           IF LASTACT-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           SET LASTACT-LOADED TO TRUE
           PERFORM UNTIL LASTACT-EOF OR LASTACT-COUNT >= 2000
               READ LASTACT-IN
                   AT END SET LASTACT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO LASTACT-COUNT
                       MOVE LASTACT-IN-F TO
                           LASTACT-ENTRY(LASTACT-COUNT)
               END-READ
           END-PERFORM
           IF NOT LASTACT-EOF
               READ LASTACT-IN
                   AT END SET LASTACT-EOF TO TRUE
                   NOT AT END
                       DISPLAY "*** lastact.txt hat mehr als 2000"
                           " Konten - die uebrigen werden nicht auf"
                           " Ruhe geprueft ***"
               END-READ
           END-IF
           CLOSE LASTACT-IN
           OPEN INPUT DORMDAYS-IN
           IF DORMDAYS-IN-FILE-STATUS = "00"
               READ DORMDAYS-IN
                   NOT AT END MOVE DORMDAYS-IN-F TO DORMANT-DAYS
               END-READ
               CLOSE DORMDAYS-IN
           END-IF
           OPEN INPUT DORMLIMIT-IN
           IF DORMLIMIT-IN-FILE-STATUS = "00"
               READ DORMLIMIT-IN
                   NOT AT END MOVE DORMLIMIT-IN-F TO DORMANT-MIN-AMOUNT
               END-READ
               CLOSE DORMLIMIT-IN
           END-IF

           .
       SCREEN-DORMANT SECTION.
      *    Belastung ab Mindestbetrag auf ein Konto, das laenger als
      *    die Schwelle keine Buchung hatte: typisches Muster einer
      *    Kontouebernahme, daher zur Pruefung anhalten.
           MOVE "N" TO DORMANT-SWITCH
           IF NOT LASTACT-LOADED OR PASS-HIT
               OR NOT DEBIT-TRANS
               OR AMOUNT < DORMANT-MIN-AMOUNT
               EXIT SECTION
           END-IF
           MOVE 0 TO DORMANT-LASTDATE
           PERFORM VARYING LASTACT-IDX FROM 1 BY 1
               UNTIL LASTACT-IDX > LASTACT-COUNT
               OR DORMANT-LASTDATE NOT = 0
               IF LT-BANKID(LASTACT-IDX) = BANKID
                   AND LT-ACCOUNTID(LASTACT-IDX) = ACCOUNTID
                   MOVE LT-DATE(LASTACT-IDX) TO DORMANT-LASTDATE
               END-IF
           END-PERFORM
           IF DORMANT-LASTDATE = 0
               OR DORMANT-LASTDATE IS NOT NUMERIC
               OR DORMANT-LASTDATE >= RUN-DATE-NUM
               EXIT SECTION
           END-IF
           COMPUTE DORMANT-IDLE-DAYS =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM)
               - FUNCTION INTEGER-OF-DATE(DORMANT-LASTDATE)
           IF DORMANT-IDLE-DAYS < DORMANT-DAYS
               EXIT SECTION
           END-IF
           SET DORMANT-HIT TO TRUE
           MOVE "DORMANT-HOLD" TO TXN-DISPOSITION
           ADD 1 TO DORMANT-HELD-COUNT
           MOVE SPACES TO DORMANT-REASON
           STRING "RUHEND SEIT " DORMANT-LASTDATE
               DELIMITED BY SIZE INTO DORMANT-REASON
           MOVE SPACES TO BLOCKED-OUT-F
           MOVE DORMANT-REASON TO BQ-REASON
           MOVE TRANSACTION TO BQ-IMAGE
           WRITE BLOCKED-OUT-F
           MOVE DORMANT-IDLE-DAYS TO DORMANT-IDLE-DISP
           DISPLAY "*** RUHENDES KONTO: bank " BANKID
               " account " ACCOUNTID " - Belastung angehalten ***"
           MOVE "SEVERE" TO EVENT-SEVERITY
           MOVE BANKID TO EVENT-BANKID
           MOVE ACCOUNTID TO EVENT-ACCOUNTID
           MOVE SPACES TO EVENT-TEXT
           STRING "Belastung auf ruhendem Konto angehalten, "
               FUNCTION TRIM(DORMANT-IDLE-DISP) " Tage"
               DELIMITED BY SIZE INTO EVENT-TEXT
           PERFORM WRITE-OPS-EVENT
      *    Die Filiale hat den Satz geliefert; er zaehlt weiter in
      *    die Kontrollsummen der Bank.
           IF NOT RELEASING-HOLDOVER
               ADD 1 TO BANK-TXN-COUNT
               ADD AMOUNT TO BANK-CONTROL-AMOUNT
           END-IF

           .
       LOAD-BLOCKPASS SECTION.
           OPEN INPUT BLOCKPASS-IN
           END-PERFORM
           CLOSE BLOCKPASS-OUT

           .
       LOAD-MANDATES SECTION.
      *    Stichtag fuer den Verfall: Lauftag minus 36 Monate; ein
      *    29. Februar faellt dabei auf den 28.
           OPEN INPUT MANDMAST-IN
           IF MANDMAST-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           SET MANDMAST-LOADED TO TRUE
           COMPUTE MANDATE-CUTOFF = RUN-DATE-NUM - 30000
           IF MANDATE-CUTOFF(5:4) = "0229"
               MOVE "0228" TO MANDATE-CUTOFF(5:4)
           END-IF
           PERFORM UNTIL MANDMAST-EOF OR MANDATE-COUNT >= 2000
               READ MANDMAST-IN
                   AT END SET MANDMAST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO MANDATE-COUNT
                       MOVE MANDMAST-IN-F TO
                           MANDATE-ENTRY(MANDATE-COUNT)
                       PERFORM EXPIRE-MANDATE
               END-READ
           END-PERFORM
           IF NOT MANDMAST-EOF
               READ MANDMAST-IN
                   AT END SET MANDMAST-EOF TO TRUE
                   NOT AT END SET MANDMAST-TRUNCATED TO TRUE
               END-READ
           END-IF
           CLOSE MANDMAST-IN
      *    Ein abgeschnittener Bestand wuerde echte Lastschriften
      *    zurueckgeben und beim Sichern Mandate verlieren: die
      *    Pruefung entfaellt dann fuer diesen Lauf.
           IF MANDMAST-TRUNCATED
               MOVE "N" TO MANDMAST-LOADED-SWITCH
               DISPLAY "*** mandmast.txt hat mehr als 2000 Mandate -"
                   " Mandatspruefung entfaellt ***"
               MOVE "SEVERE" TO EVENT-SEVERITY
               MOVE 0 TO EVENT-BANKID
               MOVE 0 TO EVENT-ACCOUNTID
               MOVE "Mandatsbestand zu gross - Pruefung entfaellt"
                   TO EVENT-TEXT
               PERFORM WRITE-OPS-EVENT
               EXIT SECTION
           END-IF
           DISPLAY "Mandatsbestand geladen: " MANDATE-COUNT
               " Mandate."
           IF EXPIRED-MANDATES > 0
               DISPLAY "Mandate verfallen (36 Monate ungenutzt): "
                   EXPIRED-MANDATES
               MOVE "INFO" TO EVENT-SEVERITY
               MOVE 0 TO EVENT-BANKID
               MOVE 0 TO EVENT-ACCOUNTID
               MOVE SPACES TO EVENT-TEXT
               STRING "Mandate verfallen: " EXPIRED-MANDATES
                   DELIMITED BY SIZE INTO EVENT-TEXT
               PERFORM WRITE-OPS-EVENT
           END-IF

           .
       EXPIRE-MANDATE SECTION.
           IF MT-LASTUSE(MANDATE-COUNT) IS NOT NUMERIC
               MOVE 0 TO MT-LASTUSE(MANDATE-COUNT)
           END-IF
           IF MT-SIGNDATE(MANDATE-COUNT) IS NOT NUMERIC
               MOVE 0 TO MT-SIGNDATE(MANDATE-COUNT)
           END-IF
           IF MT-STATUS(MANDATE-COUNT) NOT = "A"
               EXIT SECTION
           END-IF
           IF MT-LASTUSE(MANDATE-COUNT) > 0
               MOVE MT-LASTUSE(MANDATE-COUNT) TO MANDATE-REFDATE
           ELSE
               MOVE MT-SIGNDATE(MANDATE-COUNT) TO MANDATE-REFDATE
           END-IF
           IF MANDATE-REFDATE < MANDATE-CUTOFF
               MOVE "E" TO MT-STATUS(MANDATE-COUNT)
               ADD 1 TO EXPIRED-MANDATES
           END-IF

           .
       CHECK-MANDATE SECTION.
      *    Gesucht wird ein aktives Mandat mit gleicher Referenz
      *    auf das belastete Konto; liefert das Clearing eine
      *    Glaeubiger-ID, muss auch sie stimmen. Ein Treffer
      *    schreibt den Lauftag als letzte Nutzung fort.
           MOVE "N" TO MANDATE-SWITCH
           IF DC-MANDREF = SPACE
               EXIT SECTION
           END-IF
           PERFORM VARYING MANDATE-IDX FROM 1 BY 1
               UNTIL MANDATE-IDX > MANDATE-COUNT OR MANDATE-VALID
               IF MT-MANDREF(MANDATE-IDX) = DC-MANDREF
                   AND MT-BANKID(MANDATE-IDX) = BANKID
                   AND MT-ACCOUNTID(MANDATE-IDX) = ACCOUNTID
                   AND MT-STATUS(MANDATE-IDX) = "A"
                   AND (DC-CREDITOR = SPACE
                       OR MT-CREDITOR(MANDATE-IDX) = DC-CREDITOR)
                   SET MANDATE-VALID TO TRUE
               END-IF
           END-PERFORM
           IF MANDATE-VALID
               SUBTRACT 1 FROM MANDATE-IDX
               MOVE RUN-DATE-NUM TO MT-LASTUSE(MANDATE-IDX)
           END-IF

           .
       SAVE-MANDATES SECTION.
      *    Zurueck geschrieben werden letzte Nutzung und Verfall.
           IF NOT MANDMAST-LOADED
               EXIT SECTION
           END-IF
           OPEN OUTPUT MANDMAST-OUT
           PERFORM VARYING MANDATE-IDX FROM 1 BY 1
               UNTIL MANDATE-IDX > MANDATE-COUNT
               MOVE MANDATE-ENTRY(MANDATE-IDX) TO MANDMAST-OUT-F
               WRITE MANDMAST-OUT-F
           END-PERFORM
           CLOSE MANDMAST-OUT

           .
       LOAD-HOLDS SECTION.
      *    Vormerkungen mit Ablaufdatum vor dem Lauftag sind
      *    erledigt: sie werden nicht geladen und beim Sichern nicht
      *    mehr geschrieben.
           OPEN INPUT HOLDS-IN
           IF HOLDS-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           SET HOLDS-LOADED TO TRUE
           PERFORM UNTIL HOLDS-EOF OR HOLD-COUNT >= 2000
               READ HOLDS-IN
                   AT END SET HOLDS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO HOLD-COUNT
                       MOVE HOLDS-IN-F TO HOLD-ENTRY(HOLD-COUNT)
                       IF HT-EXPIRY(HOLD-COUNT) IS NOT NUMERIC
                           MOVE 0 TO HT-EXPIRY(HOLD-COUNT)
                       END-IF
                       IF HT-AMOUNT(HOLD-COUNT) IS NOT NUMERIC
                           MOVE 0 TO HT-AMOUNT(HOLD-COUNT)
                       END-IF
                       IF HT-EXPIRY(HOLD-COUNT) > 0
                           AND HT-EXPIRY(HOLD-COUNT) < RUN-DATE-NUM
                           SUBTRACT 1 FROM HOLD-COUNT
                           ADD 1 TO EXPIRED-HOLDS
                       END-IF
               END-READ
           END-PERFORM
           IF NOT HOLDS-EOF
               READ HOLDS-IN
                   AT END SET HOLDS-EOF TO TRUE
                   NOT AT END SET HOLDS-TRUNCATED TO TRUE
               END-READ
           END-IF
           CLOSE HOLDS-IN
      *    Ein abgeschnittener Bestand wird nicht zurueckgeschrieben,
      *    sonst gingen Vormerkungen verloren; geprueft wird gegen
      *    die geladenen.
           IF HOLDS-TRUNCATED
               DISPLAY "*** holds.txt hat mehr als 2000 Vormerkungen"
                   " - verfuegbarer Saldo unvollstaendig ***"
               MOVE "SEVERE" TO EVENT-SEVERITY
               MOVE 0 TO EVENT-BANKID
               MOVE 0 TO EVENT-ACCOUNTID
               MOVE "Vormerkungsbestand zu gross - unvollstaendig"
                   TO EVENT-TEXT
               PERFORM WRITE-OPS-EVENT
           END-IF
           DISPLAY "Vormerkungen geladen: " HOLD-COUNT
           IF EXPIRED-HOLDS > 0
               DISPLAY "Vormerkungen abgelaufen: " EXPIRED-HOLDS
               MOVE "INFO" TO EVENT-SEVERITY
               MOVE 0 TO EVENT-BANKID
               MOVE 0 TO EVENT-ACCOUNTID
               MOVE SPACES TO EVENT-TEXT
               STRING "Vormerkungen abgelaufen: " EXPIRED-HOLDS
                   DELIMITED BY SIZE INTO EVENT-TEXT
               PERFORM WRITE-OPS-EVENT
           END-IF

           .
       SUM-ACCOUNT-HOLDS SECTION.
      *    Summe der wirksamen Vormerkungen fuer Bank, Konto und
      *    Waehrung in HOLD-WORK-BANKID/-ACCOUNTID/-CURR.
           MOVE 0 TO HOLD-TOTAL
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > HOLD-COUNT
               IF HT-BANKID(HOLD-IDX) = HOLD-WORK-BANKID
                   AND HT-ACCOUNTID(HOLD-IDX) = HOLD-WORK-ACCOUNTID
                   AND HT-CURR(HOLD-IDX) = HOLD-WORK-CURR
                   ADD HT-AMOUNT(HOLD-IDX) TO HOLD-TOTAL
               END-IF
           END-PERFORM

           .
       SAVE-HOLDS SECTION.
           IF NOT HOLDS-LOADED OR HOLDS-TRUNCATED
               EXIT SECTION
           END-IF
           IF EXPIRED-HOLDS = 0
               EXIT SECTION
           END-IF
           OPEN OUTPUT HOLDS-OUT
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > HOLD-COUNT
               MOVE HOLD-ENTRY(HOLD-IDX) TO HOLDS-OUT-F
               WRITE HOLDS-OUT-F
           END-PERFORM
           CLOSE HOLDS-OUT

           .
       SCAN-BLOCKLIST SECTION.
           PERFORM VARYING BLOCKLIST-IDX FROM 1 BY 1
           END-IF

           .
       LOAD-KYC-OVERDUE SECTION.
      *    Erst die ueberfaelligen Kunden, dann je Kunde dessen
      *    Konten ueber den Kundennummer-Schluessel von custlink.dat.
           OPEN INPUT CUSTRISK-IN
           IF CUSTRISK-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL KYC-EOF OR KYC-CUST-COUNT >= 500
               READ CUSTRISK-IN
                   AT END SET KYC-EOF TO TRUE
                   NOT AT END
                       IF CR-NEXTKYC-F > 0
                           AND CR-NEXTKYC-F < RUN-DATE-NUM
                           ADD 1 TO KYC-CUST-COUNT
                           MOVE CR-CUSTID-F TO
                               KC-CUSTID(KYC-CUST-COUNT)
                           MOVE CR-NEXTKYC-F TO
                               KC-NEXTKYC(KYC-CUST-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTRISK-IN
           IF NOT CUSTLINK-OPEN
               EXIT SECTION
           END-IF
           PERFORM VARYING KYC-CUST-IDX FROM 1 BY 1
               UNTIL KYC-CUST-IDX > KYC-CUST-COUNT
               PERFORM LOAD-KYC-CUSTOMER-ACCOUNTS
           END-PERFORM

           .
       LOAD-KYC-CUSTOMER-ACCOUNTS SECTION.
           MOVE KC-CUSTID(KYC-CUST-IDX) TO CL-CUSTID-F
           START CUSTLINK-IN KEY IS = CL-CUSTID-F
               INVALID KEY
                   EXIT SECTION
           END-START
           MOVE "N" TO KYC-EOF-SWITCH
           PERFORM UNTIL KYC-EOF
               READ CUSTLINK-IN NEXT
                   AT END SET KYC-EOF TO TRUE
                   NOT AT END
                       IF CL-CUSTID-F = KC-CUSTID(KYC-CUST-IDX)
                           PERFORM ADD-KYC-ACCOUNT
                       ELSE
                           SET KYC-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           .
       ADD-KYC-ACCOUNT SECTION.
           IF KYC-ACCT-COUNT >= 1000
               EXIT SECTION
           END-IF
           ADD 1 TO KYC-ACCT-COUNT
           MOVE CL-BANKID-F TO KA-BANKID(KYC-ACCT-COUNT)
           MOVE CL-ACCOUNTID-F TO KA-ACCOUNTID(KYC-ACCT-COUNT)
           MOVE CL-CUSTID-F TO KA-CUSTID(KYC-ACCT-COUNT)
           MOVE KC-NEXTKYC(KYC-CUST-IDX) TO
               KA-NEXTKYC(KYC-ACCT-COUNT)
           MOVE "N" TO KA-WARNED(KYC-ACCT-COUNT)

           .
       CHECK-KYC-OVERDUE SECTION.
      *    Eine Warnung je Konto und Lauf, auch wenn das Konto in
      *    mehreren Eingabedateien Umsatz hat; bei mehreren
      *    ueberfaelligen Kunden nennt sie den ersten.
           MOVE "N" TO KYC-FOUND-SWITCH
           PERFORM VARYING KYC-ACCT-IDX FROM 1 BY 1
               UNTIL KYC-ACCT-IDX > KYC-ACCT-COUNT
               IF KA-BANKID(KYC-ACCT-IDX) = BANKID
                   AND KA-ACCOUNTID(KYC-ACCT-IDX) = ACCOUNTID
                   AND KA-WARNED(KYC-ACCT-IDX) = "N"
                   IF NOT KYC-FOUND
                       SET KYC-FOUND TO TRUE
                       MOVE "WARN" TO EVENT-SEVERITY
                       MOVE BANKID TO EVENT-BANKID
                       MOVE ACCOUNTID TO EVENT-ACCOUNTID
                       MOVE SPACES TO EVENT-TEXT
                       STRING "KYC-Pruefung ueberfaellig seit "
                           KA-NEXTKYC(KYC-ACCT-IDX)
                           " Kunde " KA-CUSTID(KYC-ACCT-IDX)
                           DELIMITED BY SIZE INTO EVENT-TEXT
                       PERFORM WRITE-OPS-EVENT
                   END-IF
                   MOVE "Y" TO KA-WARNED(KYC-ACCT-IDX)
               END-IF
           END-PERFORM

           .
       LOOKUP-CUSTOMER SECTION.
      *    Verknuepfung per Schluessel Bank/Konto, danach der Kunde
      *    per Kundennummer. Ohne Treffer bleibt der Auszug bei
      *    Bank- und Kontonummer.
           MOVE "N" TO CUST-FOUND-SWITCH
           MOVE SPACES TO CUST-NAME
           MOVE SPACES TO CUST-STREET
           MOVE SPACES TO CUST-CITY
           IF NOT CUSTLINK-OPEN OR NOT CUSTMAST-OPEN
               EXIT SECTION
           END-IF
           MOVE BANKID TO CL-BANKID-F
           MOVE ACCOUNTID TO CL-ACCOUNTID-F
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
           MOVE CU-NAME-F TO CUST-NAME
           MOVE CU-STREET-F TO CUST-STREET
           MOVE CU-CITY-F TO CUST-CITY

           .
       WRITE-STATEMENT-HEADER SECTION.
      *    Die Leerzeile eroeffnet den Auszug; der Versandsatz
      *    gehoert zu genau diesem Auszug.
           MOVE SPACES TO STATEMENT-F
           WRITE STATEMENT-F
           MOVE BANKID TO IX-BANKID
           MOVE ACCOUNTID TO IX-ACCOUNTID
           MOVE SPACE TO IX-DISPATCH
           IF CURRENT-PRODUCT-IDX > 0
               MOVE PD-STMT(CURRENT-PRODUCT-IDX) TO IX-DISPATCH
           END-IF
           WRITE STMTIDX-OUT-F
           IF CUST-FOUND
               WRITE STATEMENT-F FROM CUST-NAME
               WRITE STATEMENT-F FROM CUST-STREET

           .
       WRITE-STATEMENT-FOOTER SECTION.
      *    Mit Vormerkungsbestand steht neben dem Buchsaldo der
      *    verfuegbare Saldo derselben Waehrung.
           MOVE CBID TO HOLD-WORK-BANKID
           MOVE CAID TO HOLD-WORK-ACCOUNTID
           IF ACCT-CURR-COUNT = 0
               MOVE CACURRENCY TO HOLD-WORK-CURR
               MOVE CASALDO TO AVAILABLE-SALDO
               PERFORM WRITE-STATEMENT-SALDO
           ELSE
               PERFORM VARYING ACC-IDX FROM 1 BY 1
                   UNTIL ACC-IDX > ACCT-CURR-COUNT
                   MOVE AC-CODE(ACC-IDX) TO HOLD-WORK-CURR
                   MOVE AC-SALDO(ACC-IDX) TO AVAILABLE-SALDO
                   PERFORM WRITE-STATEMENT-SALDO
               END-PERFORM
           END-IF

           .
       WRITE-STATEMENT-SALDO SECTION.
           MOVE AVAILABLE-SALDO TO STMT-AMOUNT-DISP
           MOVE SPACES TO STMT-LINE
           IF NOT HOLDS-LOADED
               STRING "Neuer Saldo: " STMT-AMOUNT-DISP " "
                   HOLD-WORK-CURR
                   DELIMITED BY SIZE INTO STMT-LINE
               WRITE STATEMENT-F FROM STMT-LINE
               EXIT SECTION
           END-IF
           PERFORM SUM-ACCOUNT-HOLDS
           SUBTRACT HOLD-TOTAL FROM AVAILABLE-SALDO
           MOVE AVAILABLE-SALDO TO STMT-AVAIL-DISP
           STRING "Neuer Saldo: " STMT-AMOUNT-DISP " "
               HOLD-WORK-CURR "  Verfuegbar: " STMT-AVAIL-DISP " "
               HOLD-WORK-CURR
               DELIMITED BY SIZE INTO STMT-LINE
           WRITE STATEMENT-F FROM STMT-LINE

           .
       FORMAT-MT-AMOUNT SECTION.
      *    Betrag ohne Vorzeichen, Dezimalkomma statt Punkt, wie in
               AT END SET ODLIMIT-EOF TO TRUE
           END-READ

           .
       LOAD-PRODUCTS SECTION.
           OPEN INPUT PRODMAST-IN
           IF PRODMAST-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL PRODUCT-EOF OR PRODUCT-COUNT >= 100
               READ PRODMAST-IN
                   AT END SET PRODUCT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO PRODUCT-COUNT
                       MOVE PM-CODE-F TO PD-CODE(PRODUCT-COUNT)
                       MOVE PM-OD-SET-F TO PD-OD-SET(PRODUCT-COUNT)
                       MOVE PM-ODLIMIT-F TO PD-ODLIMIT(PRODUCT-COUNT)
                       MOVE PM-STMT-F TO PD-STMT(PRODUCT-COUNT)
                       MOVE PM-DEBITS-F TO PD-DEBITS(PRODUCT-COUNT)
               END-READ
           END-PERFORM
           CLOSE PRODMAST-IN

           .
       LOOKUP-PRODUCT SECTION.
      * Produkt des Kontos aus dem eben gelesenen Kontostamm.
           MOVE 0 TO CURRENT-PRODUCT-IDX
           MOVE "N" TO NODEBIT-SWITCH
           IF PRODUCT-COUNT = 0 OR AM-PRODUCT = SPACES
               EXIT SECTION
           END-IF
           PERFORM VARYING PRODUCT-IDX FROM 1 BY 1
               UNTIL PRODUCT-IDX > PRODUCT-COUNT
               OR CURRENT-PRODUCT-IDX > 0
               IF PD-CODE(PRODUCT-IDX) = AM-PRODUCT
                   MOVE PRODUCT-IDX TO CURRENT-PRODUCT-IDX
               END-IF
           END-PERFORM
           IF CURRENT-PRODUCT-IDX > 0
               AND PD-DEBITS(CURRENT-PRODUCT-IDX) = "N"
               SET PRODUCT-NO-DEBITS TO TRUE
           END-IF

           .
       LOOKUP-OVERDRAFT-LIMIT SECTION.
      * Mischlesen der sortierten Limitdatei analog zum Kontostamm;
      * Konten ohne Eintrag erhalten das Limit ihres Produkts, sonst
      * Limit 0.
           MOVE 0 TO CURRENT-LIMIT
           MOVE "N" TO PRODUCT-LIMIT-SWITCH
           IF ODLIMIT-OPEN
               PERFORM UNTIL ODLIMIT-EOF
                   OR OL-BANKID > BANKID
                   OR (OL-BANKID = BANKID
                       AND OL-ACCOUNTID >= ACCOUNTID)
                   PERFORM READ-ODLIMIT
               END-PERFORM
               IF NOT ODLIMIT-EOF
                   AND OL-BANKID = BANKID AND OL-ACCOUNTID = ACCOUNTID
                   MOVE OL-LIMIT TO CURRENT-LIMIT
                   EXIT SECTION
               END-IF
           END-IF
           IF CURRENT-PRODUCT-IDX > 0
               AND PD-OD-SET(CURRENT-PRODUCT-IDX) = "Y"
               MOVE PD-ODLIMIT(CURRENT-PRODUCT-IDX) TO CURRENT-LIMIT
               SET PRODUCT-LIMIT-SET TO TRUE
           END-IF

           .
           WRITE RETURNS-OUT-F
           DISPLAY "*** NSF RETURN: bank " BANKID " account "
               ACCOUNTID " amount " AMOUNT " limit " CURRENT-LIMIT
               " holds " HOLD-TOTAL
           MOVE "WARN" TO EVENT-SEVERITY
           MOVE BANKID TO EVENT-BANKID
           MOVE ACCOUNTID TO EVENT-ACCOUNTID
               ADD AMOUNT TO BANK-CONTROL-AMOUNT
           END-IF

           .
       WRITE-MANDATE-RETURN SECTION.
           MOVE "NOMANDATE" TO TXN-DISPOSITION
           ADD 1 TO NOMANDATE-COUNT
           MOVE "NOMANDATE" TO RT-REASON
           MOVE TRANSACTION TO RT-IMAGE
           WRITE RETURNS-OUT-F
           DISPLAY "*** NO MANDATE: bank " BANKID " account "
               ACCOUNTID " amount " AMOUNT " mandate "
               FUNCTION TRIM(DC-MANDREF)
           MOVE "WARN" TO EVENT-SEVERITY
           MOVE BANKID TO EVENT-BANKID
           MOVE ACCOUNTID TO EVENT-ACCOUNTID
           MOVE SPACES TO EVENT-TEXT
           STRING "Ruecklastschrift: kein Mandat "
               FUNCTION TRIM(DC-MANDREF)
               DELIMITED BY SIZE INTO EVENT-TEXT
           PERFORM WRITE-OPS-EVENT
           IF NOT RELEASING-HOLDOVER
               ADD 1 TO BANK-TXN-COUNT
               ADD AMOUNT TO BANK-CONTROL-AMOUNT
           END-IF

           .
       WRITE-NODEBIT-RETURN SECTION.
           MOVE "NODEBIT" TO TXN-DISPOSITION
           ADD 1 TO NODEBIT-COUNT
           MOVE "NODEBIT" TO RT-REASON
           MOVE TRANSACTION TO RT-IMAGE
           WRITE RETURNS-OUT-F
           DISPLAY "*** NO DEBITS: bank " BANKID " account "
               ACCOUNTID " amount " AMOUNT " product " AM-PRODUCT
           MOVE "WARN" TO EVENT-SEVERITY
           MOVE BANKID TO EVENT-BANKID
           MOVE ACCOUNTID TO EVENT-ACCOUNTID
           MOVE SPACES TO EVENT-TEXT
           STRING "Ruecklastschrift: Produkt " AM-PRODUCT
               " ohne Belastungen"
               DELIMITED BY SIZE INTO EVENT-TEXT
           PERFORM WRITE-OPS-EVENT
           IF NOT RELEASING-HOLDOVER
               ADD 1 TO BANK-TXN-COUNT
               ADD AMOUNT TO BANK-CONTROL-AMOUNT
           END-IF

           .
       CHECK-CONTROL-TOTALS SECTION.
           IF BANKID NOT = CBID
