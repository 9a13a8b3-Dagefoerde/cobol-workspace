      * Pflegeprogramm fuer die Preis- und Limitdateien des
      * Tagesabschlusses: fxrates.txt (Kurse), odlimits.txt
      * (Dispolimits), rates.txt (Zinssaetze), feesched.txt
      * (Gebuehrenschema), threshold.txt (Meldeschwelle),
      * ratetier.txt (Zinsstaffeln je Bank, Band-Untergrenze) und
      * acctrate.txt (Einzelkonditionen je Konto mit Gueltigkeit
      * von/bis) sowie den Produktkatalog prodmast.txt (je Produkt
      * Bezeichnung und Standardkonditionen: Zinssaetze,
      * Gebuehrenschema, Dispolimit, Auszugsrhythmus und ob
      * Belastungen zulaessig sind; ein Produkt, das noch Konten
      * traegt, kann nicht geloescht werden). Listen,
      * Anlegen, Aendern und Loeschen mit Feldpruefung - Waehrungs-
      * codes muessen drei Grossbuchstaben sein, Saetze und Betraege
      * numerisch, Bank und Konto eines Dispolimits muessen im
           SELECT THRESHOLD-IN ASSIGN TO "threshold.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS THRESHOLD-IN-FILE-STATUS.
           SELECT RATETIER-IN ASSIGN TO "ratetier.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATETIER-IN-FILE-STATUS.
           SELECT ACCTRATE-IN ASSIGN TO "acctrate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCTRATE-IN-FILE-STATUS.
           SELECT PRODMAST-IN ASSIGN TO "prodmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODMAST-IN-FILE-STATUS.
           SELECT ACCTMAST-IN ASSIGN TO "acctmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCTMAST-IN-FILE-STATUS.
         05  FS-BASEFEE-F   PIC 9(6)V99.
       FD THRESHOLD-IN.
       01  THRESHOLD-IN-F PIC 9(8)V99.
       FD RATETIER-IN.
       01  RATETIER-IN-F.
         05  RT-BANKID-F PIC 9(5).
         05  RT-FLOOR-F  PIC 9(10)V99.
         05  RT-CREDIT-F PIC 9(2)V9(4).
         05  RT-DEBIT-F  PIC 9(2)V9(4).
       FD ACCTRATE-IN.
       01  ACCTRATE-IN-F.
         05  AR-BANKID-F    PIC 9(5).
         05  AR-ACCOUNTID-F PIC 9(10).
         05  AR-FROM-F      PIC 9(8).
         05  AR-TO-F        PIC 9(8).
         05  AR-CREDIT-F    PIC 9(2)V9(4).
         05  AR-DEBIT-F     PIC 9(2)V9(4).
       FD PRODMAST-IN.
       01  PRODMAST-IN-F PIC X(79).
       FD ACCTMAST-IN.
       01  ACCTMAST-IN-F.
         05  AM-BANKID-F    PIC 9(5).
         05  AM-ACCOUNTID-F PIC 9(10).
         05  AM-NAME-F      PIC X(30).
         05  AM-STATUS-F    PIC X(01).
         05  AM-IBAN-F      PIC X(34).
         05  AM-PRODUCT-F   PIC X(04).
       FD AUDIT-OUT.
       01  AUDIT-OUT-F.
         05  AU-TIMESTAMP PIC 9(16).
       01  FEESCHED-IN-FILE-STATUS  PIC X(02).
       01  THRESHOLD-IN-FILE-STATUS PIC X(02).
       01  ACCTMAST-IN-FILE-STATUS  PIC X(02).
       01  RATETIER-IN-FILE-STATUS  PIC X(02).
       01  ACCTRATE-IN-FILE-STATUS  PIC X(02).
       01  PRODMAST-IN-FILE-STATUS  PIC X(02).
       01  AUDIT-OUT-FILE-STATUS    PIC X(02).
       01  PENDING-OUT-FILE-STATUS  PIC X(02).
      * Satzbilder fuer offene Aenderungssaetze je Zieldatei.
         05  PS-FREE      PIC 9(4).
         05  PS-ITEMPRICE PIC 9(4)V99.
         05  PS-BASEFEE   PIC 9(6)V99.
       01  PEND-RT.
         05  PT-BANKID PIC 9(5).
         05  PT-FLOOR  PIC 9(10)V99.
         05  PT-CREDIT PIC 9(2)V9(4).
         05  PT-DEBIT  PIC 9(2)V9(4).
       01  PEND-AR.
         05  PA-BANKID    PIC 9(5).
         05  PA-ACCOUNTID PIC 9(10).
         05  PA-FROM      PIC 9(8).
         05  PA-TO        PIC 9(8).
         05  PA-CREDIT    PIC 9(2)V9(4).
         05  PA-DEBIT     PIC 9(2)V9(4).
      * Produkt: Kennzeichen Y/N sagen, ob das Produkt eigene
      * Zinssaetze, ein eigenes Gebuehrenschema bzw. ein eigenes
      * Dispolimit vorgibt; sonst gelten die Werte der Bank.
      * Auszug T = taeglich, M = nur Monatsauszug, N = keiner.
       01  PEND-PM.
         05  PP-CODE      PIC X(04).
         05  PP-NAME      PIC X(30).
         05  PP-RATE-SET  PIC X(01).
         05  PP-CREDIT    PIC 9(2)V9(4).
         05  PP-DEBIT     PIC 9(2)V9(4).
         05  PP-FEE-SET   PIC X(01).
         05  PP-FREE      PIC 9(4).
         05  PP-ITEMPRICE PIC 9(4)V99.
         05  PP-BASEFEE   PIC 9(6)V99.
         05  PP-OD-SET    PIC X(01).
         05  PP-ODLIMIT   PIC 9(8)V99.
         05  PP-STMT      PIC X(01).
         05  PP-DEBITS    PIC X(01).
       01  PEND-TH PIC 9(8)V99.
       01  PEND-TH-X REDEFINES PEND-TH PIC X(10).
       01  PENDING-FILE   PIC X(12) VALUE SPACE.
         88  FILE-RATES     VALUE "3".
         88  FILE-FEES      VALUE "4".
         88  FILE-THRESHOLD VALUE "5".
         88  FILE-TIERS     VALUE "6".
         88  FILE-ACCTRATE  VALUE "7".
         88  FILE-PRODUCTS  VALUE "8".
         88  FILE-END       VALUE "E" "e".
       01  ACTION-CHOICE PIC X(01) VALUE SPACE.
         88  ACTION-LIST   VALUE "L" "l".
           10  FS-BASEFEE   PIC 9(6)V99.
       01  FS-COUNT PIC 9(03) VALUE 0.
       01  FS-IDX   PIC 9(03).
       01  RT-TABLE.
         05  RT-ENTRY OCCURS 200 TIMES.
           10  RT-BANKID PIC 9(5).
           10  RT-FLOOR  PIC 9(10)V99.
           10  RT-CREDIT PIC 9(2)V9(4).
           10  RT-DEBIT  PIC 9(2)V9(4).
       01  RT-COUNT PIC 9(03) VALUE 0.
       01  RT-IDX   PIC 9(03).
       01  AR-TABLE.
         05  AR-ENTRY OCCURS 1000 TIMES.
           10  AR-BANKID    PIC 9(5).
           10  AR-ACCOUNTID PIC 9(10).
           10  AR-FROM      PIC 9(8).
           10  AR-TO        PIC 9(8).
           10  AR-CREDIT    PIC 9(2)V9(4).
           10  AR-DEBIT     PIC 9(2)V9(4).
       01  AR-COUNT PIC 9(04) VALUE 0.
       01  AR-IDX   PIC 9(04).
       01  PM-TABLE.
         05  PM-ENTRY OCCURS 100 TIMES.
           10  PM-CODE      PIC X(04).
           10  PM-NAME      PIC X(30).
           10  PM-RATE-SET  PIC X(01).
           10  PM-CREDIT    PIC 9(2)V9(4).
           10  PM-DEBIT     PIC 9(2)V9(4).
           10  PM-FEE-SET   PIC X(01).
           10  PM-FREE      PIC 9(4).
           10  PM-ITEMPRICE PIC 9(4)V99.
           10  PM-BASEFEE   PIC 9(6)V99.
           10  PM-OD-SET    PIC X(01).
           10  PM-ODLIMIT   PIC 9(8)V99.
           10  PM-STMT      PIC X(01).
           10  PM-DEBITS    PIC X(01).
       01  PM-COUNT PIC 9(03) VALUE 0.
       01  PM-IDX   PIC 9(03).
       01  WORK-PRODUCT PIC X(04).
       01  WORK-FLAG    PIC X(01).
       01  PRODUCT-USE-COUNT PIC 9(03) VALUE 0.
       01  THRESHOLD-VALUE PIC 9(8)V99 VALUE 0.
       01  THRESHOLD-SEEN-SWITCH PIC X VALUE "N".
         88  THRESHOLD-SEEN VALUE "Y".
         05  MASTER-ENTRY OCCURS 500 TIMES.
           10  MT-BANKID    PIC 9(5).
           10  MT-ACCOUNTID PIC 9(10).
           10  MT-PRODUCT   PIC X(04).
       01  MASTER-COUNT PIC 9(03) VALUE 0.
       01  MASTER-IDX   PIC 9(03).
       01  MASTER-LOADED-SWITCH PIC X VALUE "N".
       01  WORK-BANKID    PIC 9(5).
       01  WORK-ACCOUNTID PIC 9(10).
       01  WORK-VALUE     PIC 9(8)V9(6) VALUE 0.
       01  WORK-FLOOR     PIC 9(10)V99 VALUE 0.
       01  WORK-FROM      PIC 9(8) VALUE 0.
       01  WORK-DATE      PIC 9(8) VALUE 0.
       01  DATE-TEXT      PIC X(08).
       01  NUM-TEXT       PIC X(16).
       01  FIELD-OK-SWITCH PIC X VALUE "N".
         88  FIELD-OK VALUE "Y".
       01  AUDIT-NEW  PIC X(16).
       01  RATE-DISP  PIC 9(4).9(6).
       01  LIMIT-DISP PIC 9(8).99.
       01  FLOOR-DISP PIC Z(9)9.99.

       PROCEDURE DIVISION.
           OPEN EXTEND AUDIT-OUT
           ACCEPT OPERATOR-ID
           PERFORM UNTIL FILE-END
               DISPLAY "Datei: 1=Kurse 2=Dispolimits 3=Zinssaetze "
                   "4=Gebuehren 5=Meldeschwelle 6=Zinsstaffeln "
                   "7=Einzelkonditionen 8=Produkte E=Ende"
               ACCEPT FILE-CHOICE
               EVALUATE TRUE
                   WHEN FILE-FX        PERFORM MAINTAIN-FX
                   WHEN FILE-RATES     PERFORM MAINTAIN-RATES
                   WHEN FILE-FEES      PERFORM MAINTAIN-FEES
                   WHEN FILE-THRESHOLD PERFORM MAINTAIN-THRESHOLD
                   WHEN FILE-TIERS     PERFORM MAINTAIN-TIERS
                   WHEN FILE-ACCTRATE  PERFORM MAINTAIN-ACCTRATE
                   WHEN FILE-PRODUCTS  PERFORM MAINTAIN-PRODUCTS
                   WHEN FILE-END       CONTINUE
                   WHEN OTHER
                       DISPLAY "Unbekannte Auswahl."
           PERFORM LOAD-RATES
           PERFORM LOAD-FEES
           PERFORM LOAD-THRESHOLD
           PERFORM LOAD-TIERS
           PERFORM LOAD-ACCTRATE
           PERFORM LOAD-PRODUCTS
           PERFORM LOAD-ACCTMAST
           IF NOT MASTER-LOADED
               DISPLAY "Hinweis: kein acctmast.txt - Bank/Konto-"
               CLOSE THRESHOLD-IN
           END-IF

           .
       LOAD-TIERS SECTION.
           MOVE "N" TO LOAD-EOF-SWITCH
           OPEN INPUT RATETIER-IN
           IF RATETIER-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL LOAD-EOF OR RT-COUNT >= 200
               READ RATETIER-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO RT-COUNT
                       MOVE RATETIER-IN-F TO RT-ENTRY(RT-COUNT)
               END-READ
           END-PERFORM
           CLOSE RATETIER-IN

           .
       LOAD-ACCTRATE SECTION.
           MOVE "N" TO LOAD-EOF-SWITCH
           OPEN INPUT ACCTRATE-IN
           IF ACCTRATE-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL LOAD-EOF OR AR-COUNT >= 1000
               READ ACCTRATE-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO AR-COUNT
                       MOVE ACCTRATE-IN-F TO AR-ENTRY(AR-COUNT)
               END-READ
           END-PERFORM
           CLOSE ACCTRATE-IN

           .
       LOAD-PRODUCTS SECTION.
           MOVE "N" TO LOAD-EOF-SWITCH
           OPEN INPUT PRODMAST-IN
           IF PRODMAST-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL LOAD-EOF OR PM-COUNT >= 100
               READ PRODMAST-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO PM-COUNT
                       MOVE PRODMAST-IN-F TO PM-ENTRY(PM-COUNT)
               END-READ
           END-PERFORM
           CLOSE PRODMAST-IN

           .
       LOAD-ACCTMAST SECTION.
           MOVE "N" TO LOAD-EOF-SWITCH
                       MOVE AM-BANKID-F TO MT-BANKID(MASTER-COUNT)
                       MOVE AM-ACCOUNTID-F TO
                           MT-ACCOUNTID(MASTER-COUNT)
                       MOVE AM-PRODUCT-F TO MT-PRODUCT(MASTER-COUNT)
               END-READ
           END-PERFORM
           CLOSE ACCTMAST-IN
               END-IF
           END-PERFORM

           .
       ACCEPT-FLAG SECTION.
      *    Ja/Nein-Abfrage; gespeichert wird Y bzw. N.
           MOVE "N" TO FIELD-OK-SWITCH
           PERFORM UNTIL FIELD-OK
               ACCEPT WORK-FLAG
               EVALUATE WORK-FLAG
                   WHEN "J" WHEN "j" WHEN "Y" WHEN "y"
                       MOVE "Y" TO WORK-FLAG
                       MOVE "Y" TO FIELD-OK-SWITCH
                   WHEN "N" WHEN "n"
                       MOVE "N" TO WORK-FLAG
                       MOVE "Y" TO FIELD-OK-SWITCH
                   WHEN OTHER
                       DISPLAY "Bitte J oder N eingeben:"
               END-EVALUATE
           END-PERFORM

           .
       ACCEPT-DATE SECTION.
      *    Datum JJJJMMTT, muss ein gueltiger Kalendertag sein.
           MOVE "N" TO FIELD-OK-SWITCH
           PERFORM UNTIL FIELD-OK
               ACCEPT DATE-TEXT
               IF DATE-TEXT IS NUMERIC
                   MOVE DATE-TEXT TO WORK-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WORK-DATE) = 0
                       MOVE "Y" TO FIELD-OK-SWITCH
                   ELSE
                       DISPLAY "Kein gueltiges Datum (JJJJMMTT):"
                   END-IF
               ELSE
                   DISPLAY "Bitte JJJJMMTT eingeben:"
               END-IF
           END-PERFORM

           .
       CHECK-CURRENCY-CODE SECTION.
      *    Ein Waehrungscode besteht aus drei Grossbuchstaben.
           MOVE SPACES TO PENDING-IMAGE
           MOVE PEND-RA TO PENDING-IMAGE(1:17)

           .
       STAGE-RT-PENDING SECTION.
           MOVE "ratetier.txt" TO PENDING-FILE
           MOVE 17 TO PENDING-KEYLEN
           MOVE SPACES TO PENDING-IMAGE
           MOVE PEND-RT TO PENDING-IMAGE(1:29)

           .
       STAGE-AR-PENDING SECTION.
           MOVE "acctrate.txt" TO PENDING-FILE
           MOVE 23 TO PENDING-KEYLEN
           MOVE SPACES TO PENDING-IMAGE
           MOVE PEND-AR TO PENDING-IMAGE(1:43)

           .
       STAGE-PM-PENDING SECTION.
           MOVE "prodmast.txt" TO PENDING-FILE
           MOVE 4 TO PENDING-KEYLEN
           MOVE SPACES TO PENDING-IMAGE
           MOVE PEND-PM TO PENDING-IMAGE(1:79)

           .
       STAGE-FS-PENDING SECTION.
           MOVE "feesched.txt" TO PENDING-FILE
           PERFORM WRITE-PARM-AUDIT
           DISPLAY "Meldeschwelle zur Freigabe vorgemerkt."

           .
       MAINTAIN-TIERS SECTION.
      *    Zinsstaffel: je Bank mehrere Baender, Schluessel ist Bank
      *    und Untergrenze; ein Band gilt bis zur Untergrenze des
      *    naechsten.
           MOVE "ratetier.txt" TO AUDIT-FILE-NAME
           PERFORM ACCEPT-ACTION
           EVALUATE TRUE
               WHEN ACTION-LIST
                   PERFORM VARYING RT-IDX FROM 1 BY 1
                       UNTIL RT-IDX > RT-COUNT
                       MOVE RT-FLOOR(RT-IDX) TO FLOOR-DISP
                       DISPLAY RT-BANKID(RT-IDX) " ab "
                           FLOOR-DISP " Haben "
                           RT-CREDIT(RT-IDX) " Soll "
                           RT-DEBIT(RT-IDX)
                   END-PERFORM
                   DISPLAY RT-COUNT " Staffelbaender."
               WHEN ACTION-ADD
                   PERFORM RT-ADD
               WHEN ACTION-CHANGE
                   PERFORM RT-CHANGE
               WHEN ACTION-DELETE
                   PERFORM RT-DELETE
               WHEN OTHER CONTINUE
           END-EVALUATE

           .
       RT-ACCEPT-KEY SECTION.
           DISPLAY "Bankleitzahl (5-stellig):"
           ACCEPT WORK-BANKID
           DISPLAY "Untergrenze des Bandes (z.B. 10000.00):"
           PERFORM ACCEPT-AMOUNT
           MOVE WORK-VALUE TO WORK-FLOOR

           .
       RT-FIND SECTION.
           MOVE "N" TO FOUND-SWITCH
           PERFORM VARYING RT-IDX FROM 1 BY 1
               UNTIL RT-IDX > RT-COUNT OR ENTRY-FOUND
               IF RT-BANKID(RT-IDX) = WORK-BANKID
                   AND RT-FLOOR(RT-IDX) = WORK-FLOOR
                   MOVE "Y" TO FOUND-SWITCH
               END-IF
           END-PERFORM
           IF ENTRY-FOUND
               SUBTRACT 1 FROM RT-IDX
           END-IF

           .
       RT-SET-AUDIT-KEY SECTION.
           MOVE SPACES TO AUDIT-KEY
           MOVE WORK-FLOOR TO FLOOR-DISP
           STRING WORK-BANKID "/" FUNCTION TRIM(FLOOR-DISP)
               DELIMITED BY SIZE INTO AUDIT-KEY

           .
       RT-ADD SECTION.
           IF RT-COUNT >= 200
               DISPLAY "Staffeltabelle voll."
               EXIT SECTION
           END-IF
           PERFORM RT-ACCEPT-KEY
           PERFORM CHECK-BANK-KNOWN
           IF NOT CODE-OK
               DISPLAY "Bank nicht im Kontostamm."
               EXIT SECTION
           END-IF
           PERFORM RT-FIND
           IF ENTRY-FOUND
               DISPLAY "Band bereits vorhanden."
               EXIT SECTION
           END-IF
           MOVE WORK-BANKID TO PT-BANKID
           MOVE WORK-FLOOR TO PT-FLOOR
           DISPLAY "Habenzins p.a. im Band (z.B. 1.2500):"
           PERFORM ACCEPT-AMOUNT
           MOVE WORK-VALUE TO PT-CREDIT
           DISPLAY "Sollzins p.a. im Band (z.B. 9.7500):"
           PERFORM ACCEPT-AMOUNT
           MOVE WORK-VALUE TO PT-DEBIT
           PERFORM STAGE-RT-PENDING
           MOVE "PUT" TO PENDING-ACTION
           PERFORM WRITE-PENDING
           PERFORM RT-SET-AUDIT-KEY
           MOVE SPACES TO AUDIT-OLD
           MOVE SPACES TO AUDIT-NEW
           STRING PT-CREDIT "/" PT-DEBIT
               DELIMITED BY SIZE INTO AUDIT-NEW
           MOVE "ADD" TO AUDIT-ACTION
           PERFORM WRITE-PARM-AUDIT
           DISPLAY "Staffelband zur Freigabe vorgemerkt."

           .
       RT-CHANGE SECTION.
           PERFORM RT-ACCEPT-KEY
           PERFORM RT-FIND
           IF NOT ENTRY-FOUND
               DISPLAY "Band nicht gefunden."
               EXIT SECTION
           END-IF
           MOVE SPACES TO AUDIT-OLD
           STRING RT-CREDIT(RT-IDX) "/" RT-DEBIT(RT-IDX)
               DELIMITED BY SIZE INTO AUDIT-OLD
           MOVE WORK-BANKID TO PT-BANKID
           MOVE WORK-FLOOR TO PT-FLOOR
           DISPLAY "Neuer Habenzins p.a. im Band:"
           PERFORM ACCEPT-AMOUNT
           MOVE WORK-VALUE TO PT-CREDIT
           DISPLAY "Neuer Sollzins p.a. im Band:"
           PERFORM ACCEPT-AMOUNT
           MOVE WORK-VALUE TO PT-DEBIT
           PERFORM STAGE-RT-PENDING
           MOVE "PUT" TO PENDING-ACTION
           PERFORM WRITE-PENDING
           PERFORM RT-SET-AUDIT-KEY
           MOVE SPACES TO AUDIT-NEW
           STRING PT-CREDIT "/" PT-DEBIT
               DELIMITED BY SIZE INTO AUDIT-NEW
           MOVE "CHANGE" TO AUDIT-ACTION
           PERFORM WRITE-PARM-AUDIT
           DISPLAY "Staffelaenderung zur Freigabe vorgemerkt."

           .
       RT-DELETE SECTION.
           PERFORM RT-ACCEPT-KEY
           PERFORM RT-FIND
           IF NOT ENTRY-FOUND
               DISPLAY "Band nicht gefunden."
               EXIT SECTION
           END-IF
           MOVE SPACES TO AUDIT-OLD
           STRING RT-CREDIT(RT-IDX) "/" RT-DEBIT(RT-IDX)
               DELIMITED BY SIZE INTO AUDIT-OLD
           MOVE RT-ENTRY(RT-IDX) TO PEND-RT
           PERFORM STAGE-RT-PENDING
           MOVE "DEL" TO PENDING-ACTION
           PERFORM WRITE-PENDING
           PERFORM RT-SET-AUDIT-KEY
           MOVE SPACES TO AUDIT-NEW
           MOVE "DELETE" TO AUDIT-ACTION
           PERFORM WRITE-PARM-AUDIT
           DISPLAY "Staffelloeschung zur Freigabe vorgemerkt."

           .
       MAINTAIN-ACCTRATE SECTION.
      *    Einzelkonditionen: Schluessel ist Bank, Konto und Beginn
      *    der Gueltigkeit, damit eine Anschlusskondition neben der
      *    laufenden erfasst werden kann.
           MOVE "acctrate.txt" TO AUDIT-FILE-NAME
           PERFORM ACCEPT-ACTION
           EVALUATE TRUE
               WHEN ACTION-LIST
                   PERFORM VARYING AR-IDX FROM 1 BY 1
                       UNTIL AR-IDX > AR-COUNT
                       DISPLAY AR-BANKID(AR-IDX) " "
                           AR-ACCOUNTID(AR-IDX) " von "
                           AR-FROM(AR-IDX) " bis "
                           AR-TO(AR-IDX) " Haben "
                           AR-CREDIT(AR-IDX) " Soll "
                           AR-DEBIT(AR-IDX)
                   END-PERFORM
                   DISPLAY AR-COUNT " Einzelkonditionen."
               WHEN ACTION-ADD
                   PERFORM AR-ADD
               WHEN ACTION-CHANGE
                   PERFORM AR-CHANGE
               WHEN ACTION-DELETE
                   PERFORM AR-DELETE
               WHEN OTHER CONTINUE
           END-EVALUATE

           .
       AR-ACCEPT-KEY SECTION.
           PERFORM OD-ACCEPT-KEY
           DISPLAY "Gueltig ab (JJJJMMTT):"
           PERFORM ACCEPT-DATE
           MOVE WORK-DATE TO WORK-FROM

           .
       AR-FIND SECTION.
           MOVE "N" TO FOUND-SWITCH
           PERFORM VARYING AR-IDX FROM 1 BY 1
               UNTIL AR-IDX > AR-COUNT OR ENTRY-FOUND
               IF AR-BANKID(AR-IDX) = WORK-BANKID
                   AND AR-ACCOUNTID(AR-IDX) = WORK-ACCOUNTID
                   AND AR-FROM(AR-IDX) = WORK-FROM
                   MOVE "Y" TO FOUND-SWITCH
               END-IF
           END-PERFORM
           IF ENTRY-FOUND
               SUBTRACT 1 FROM AR-IDX
           END-IF

           .
       AR-ACCEPT-TERMS SECTION.
      *    Ende der Gueltigkeit darf nicht vor dem Beginn liegen.
           MOVE WORK-BANKID TO PA-BANKID
           MOVE WORK-ACCOUNTID TO PA-ACCOUNTID
           MOVE WORK-FROM TO PA-FROM
           DISPLAY "Gueltig bis (JJJJMMTT):"
           PERFORM ACCEPT-DATE
           PERFORM UNTIL WORK-DATE >= WORK-FROM
               DISPLAY "Ende liegt vor dem Beginn - gueltig bis:"
               PERFORM ACCEPT-DATE
           END-PERFORM
           MOVE WORK-DATE TO PA-TO
           DISPLAY "Habenzins p.a. (z.B. 1.2500):"
           PERFORM ACCEPT-AMOUNT
           MOVE WORK-VALUE TO PA-CREDIT
           DISPLAY "Sollzins p.a. (z.B. 9.7500):"
           PERFORM ACCEPT-AMOUNT
           MOVE WORK-VALUE TO PA-DEBIT

           .
       AR-SET-AUDIT-KEY SECTION.
      *    Im Protokoll steht der Zeitraum als JJJJMMTT-JJMMTT.
           MOVE SPACES TO AUDIT-KEY
           STRING WORK-BANKID "/" WORK-ACCOUNTID
               DELIMITED BY SIZE INTO AUDIT-KEY

           .
       AR-ADD SECTION.
           IF AR-COUNT >= 1000
               DISPLAY "Konditionstabelle voll."
               EXIT SECTION
           END-IF
           PERFORM AR-ACCEPT-KEY
           PERFORM CHECK-ACCOUNT-KNOWN
           IF NOT CODE-OK
               DISPLAY "Bank/Konto nicht im Kontostamm."
               EXIT SECTION
           END-IF
           PERFORM AR-FIND
           IF ENTRY-FOUND
               DISPLAY "Kondition mit diesem Beginn bereits"
                   " vorhanden."
               EXIT SECTION
           END-IF
           PERFORM AR-ACCEPT-TERMS
           PERFORM STAGE-AR-PENDING
           MOVE "PUT" TO PENDING-ACTION
           PERFORM WRITE-PENDING
           PERFORM AR-SET-AUDIT-KEY
           MOVE SPACES TO AUDIT-OLD
           MOVE SPACES TO AUDIT-NEW
           STRING PA-FROM "-" PA-TO(3:6)
               DELIMITED BY SIZE INTO AUDIT-NEW
           MOVE "ADD" TO AUDIT-ACTION
           PERFORM WRITE-PARM-AUDIT
           DISPLAY "Einzelkondition zur Freigabe vorgemerkt."

           .
       AR-CHANGE SECTION.
           PERFORM AR-ACCEPT-KEY
           PERFORM AR-FIND
           IF NOT ENTRY-FOUND
               DISPLAY "Kondition nicht gefunden."
               EXIT SECTION
           END-IF
           MOVE SPACES TO AUDIT-OLD
           STRING AR-FROM(AR-IDX) "-" AR-TO(AR-IDX)(3:6)
               DELIMITED BY SIZE INTO AUDIT-OLD
           PERFORM AR-ACCEPT-TERMS
           PERFORM STAGE-AR-PENDING
           MOVE "PUT" TO PENDING-ACTION
           PERFORM WRITE-PENDING
           PERFORM AR-SET-AUDIT-KEY
           MOVE SPACES TO AUDIT-NEW
           STRING PA-FROM "-" PA-TO(3:6)
               DELIMITED BY SIZE INTO AUDIT-NEW
           MOVE "CHANGE" TO AUDIT-ACTION
           PERFORM WRITE-PARM-AUDIT
           DISPLAY "Konditionsaenderung zur Freigabe vorgemerkt."

           .
       AR-DELETE SECTION.
           PERFORM AR-ACCEPT-KEY
           PERFORM AR-FIND
           IF NOT ENTRY-FOUND
               DISPLAY "Kondition nicht gefunden."
               EXIT SECTION
           END-IF
           MOVE SPACES TO AUDIT-OLD
           STRING AR-FROM(AR-IDX) "-" AR-TO(AR-IDX)(3:6)
               DELIMITED BY SIZE INTO AUDIT-OLD
           MOVE AR-ENTRY(AR-IDX) TO PEND-AR
           PERFORM STAGE-AR-PENDING
           MOVE "DEL" TO PENDING-ACTION
           PERFORM WRITE-PENDING
           PERFORM AR-SET-AUDIT-KEY
           MOVE SPACES TO AUDIT-NEW
           MOVE "DELETE" TO AUDIT-ACTION
           PERFORM WRITE-PARM-AUDIT
           DISPLAY "Konditionsloeschung zur Freigabe vorgemerkt."

           .
       MAINTAIN-PRODUCTS SECTION.
      *    Produktkatalog: Schluessel ist der vierstellige
      *    Produktschluessel, den der Kontostamm je Konto traegt.
           MOVE "prodmast.txt" TO AUDIT-FILE-NAME
           PERFORM ACCEPT-ACTION
           EVALUATE TRUE
               WHEN ACTION-LIST
                   PERFORM VARYING PM-IDX FROM 1 BY 1
                       UNTIL PM-IDX > PM-COUNT
                       PERFORM PM-LIST-ONE
                   END-PERFORM
                   DISPLAY PM-COUNT " Produkte."
               WHEN ACTION-ADD
                   PERFORM PM-ADD
               WHEN ACTION-CHANGE
                   PERFORM PM-CHANGE
               WHEN ACTION-DELETE
                   PERFORM PM-DELETE
               WHEN OTHER CONTINUE
           END-EVALUATE

           .
       PM-LIST-ONE SECTION.
           DISPLAY PM-CODE(PM-IDX) " " PM-NAME(PM-IDX)
               " Auszug " PM-STMT(PM-IDX)
               " Belastung " PM-DEBITS(PM-IDX)
           IF PM-RATE-SET(PM-IDX) = "Y"
               DISPLAY "     Haben " PM-CREDIT(PM-IDX)
                   " Soll " PM-DEBIT(PM-IDX)
           END-IF
           IF PM-FEE-SET(PM-IDX) = "Y"
               DISPLAY "     frei " PM-FREE(PM-IDX)
                   " Posten " PM-ITEMPRICE(PM-IDX)
                   " Grund " PM-BASEFEE(PM-IDX)
           END-IF
           IF PM-OD-SET(PM-IDX) = "Y"
               DISPLAY "     Dispo " PM-ODLIMIT(PM-IDX)
           END-IF

           .
       PM-ACCEPT-KEY SECTION.
           DISPLAY "Produktschluessel (4-stellig, z.B. GIRO):"
           ACCEPT WORK-PRODUCT
           MOVE FUNCTION UPPER-CASE(WORK-PRODUCT) TO WORK-PRODUCT

           .
       PM-FIND SECTION.
           MOVE "N" TO FOUND-SWITCH
           PERFORM VARYING PM-IDX FROM 1 BY 1
               UNTIL PM-IDX > PM-COUNT OR ENTRY-FOUND
               IF PM-CODE(PM-IDX) = WORK-PRODUCT
                   MOVE "Y" TO FOUND-SWITCH
               END-IF
           END-PERFORM
           IF ENTRY-FOUND
               SUBTRACT 1 FROM PM-IDX
           END-IF

           .
       PM-ACCEPT-TERMS SECTION.
      *    Werte, die das Produkt nicht selbst vorgibt, bleiben 0
      *    und werden in den Laeufen durch die der Bank ersetzt.
           INITIALIZE PEND-PM
           MOVE WORK-PRODUCT TO PP-CODE
           DISPLAY "Bezeichnung:"
           ACCEPT PP-NAME
           DISPLAY "Eigene Zinssaetze (J/N):"
           PERFORM ACCEPT-FLAG
           MOVE WORK-FLAG TO PP-RATE-SET
           IF PP-RATE-SET = "Y"
               DISPLAY "Habenzins p.a. (z.B. 0.2500):"
               PERFORM ACCEPT-AMOUNT
               MOVE WORK-VALUE TO PP-CREDIT
               DISPLAY "Sollzins p.a. (z.B. 11.5000):"
               PERFORM ACCEPT-AMOUNT
               MOVE WORK-VALUE TO PP-DEBIT
           END-IF
           DISPLAY "Eigenes Gebuehrenschema (J/N):"
           PERFORM ACCEPT-FLAG
           MOVE WORK-FLAG TO PP-FEE-SET
           IF PP-FEE-SET = "Y"
               DISPLAY "Freiposten je Monat:"
               PERFORM ACCEPT-AMOUNT
               MOVE WORK-VALUE TO PP-FREE
               DISPLAY "Preis je Posten (z.B. 0.35):"
               PERFORM ACCEPT-AMOUNT
               MOVE WORK-VALUE TO PP-ITEMPRICE
               DISPLAY "Monatliche Grundgebuehr (z.B. 4.90):"
               PERFORM ACCEPT-AMOUNT
               MOVE WORK-VALUE TO PP-BASEFEE
           END-IF
           DISPLAY "Eigenes Dispolimit (J/N):"
           PERFORM ACCEPT-FLAG
           MOVE WORK-FLAG TO PP-OD-SET
           IF PP-OD-SET = "Y"
               DISPLAY "Dispolimit (z.B. 1000.00, 0 = keins):"
               PERFORM ACCEPT-AMOUNT
               MOVE WORK-VALUE TO PP-ODLIMIT
           END-IF
           DISPLAY "Auszug: T=taeglich M=monatlich N=keiner"
           ACCEPT PP-STMT
           MOVE FUNCTION UPPER-CASE(PP-STMT) TO PP-STMT
           PERFORM UNTIL PP-STMT = "T" OR PP-STMT = "M"
               OR PP-STMT = "N"
               DISPLAY "Bitte T, M oder N eingeben:"
               ACCEPT PP-STMT
               MOVE FUNCTION UPPER-CASE(PP-STMT) TO PP-STMT
           END-PERFORM
           DISPLAY "Belastungen zulaessig (J/N):"
           PERFORM ACCEPT-FLAG
           MOVE WORK-FLAG TO PP-DEBITS

           .
       PM-SET-AUDIT SECTION.
      *    Im Protokoll: Kennzeichen Zins/Gebuehr/Dispo, Auszug,
      *    Belastung.
           MOVE SPACES TO AUDIT-KEY
           MOVE WORK-PRODUCT TO AUDIT-KEY(1:4)
           MOVE SPACES TO AUDIT-NEW
           STRING PP-RATE-SET PP-FEE-SET PP-OD-SET "/" PP-STMT
               "/" PP-DEBITS
               DELIMITED BY SIZE INTO AUDIT-NEW

           .
       PM-ADD SECTION.
           IF PM-COUNT >= 100
               DISPLAY "Produkttabelle voll."
               EXIT SECTION
           END-IF
           PERFORM PM-ACCEPT-KEY
           IF WORK-PRODUCT = SPACES
               DISPLAY "Produktschluessel darf nicht leer sein."
               EXIT SECTION
           END-IF
           PERFORM PM-FIND
           IF ENTRY-FOUND
               DISPLAY "Produkt bereits vorhanden."
               EXIT SECTION
           END-IF
           PERFORM PM-ACCEPT-TERMS
           PERFORM STAGE-PM-PENDING
           MOVE "PUT" TO PENDING-ACTION
           PERFORM WRITE-PENDING
           PERFORM PM-SET-AUDIT
           MOVE SPACES TO AUDIT-OLD
           MOVE "ADD" TO AUDIT-ACTION
           PERFORM WRITE-PARM-AUDIT
           DISPLAY "Produkt zur Freigabe vorgemerkt."

           .
       PM-CHANGE SECTION.
           PERFORM PM-ACCEPT-KEY
           PERFORM PM-FIND
           IF NOT ENTRY-FOUND
               DISPLAY "Produkt nicht gefunden."
               EXIT SECTION
           END-IF
           PERFORM PM-LIST-ONE
           MOVE SPACES TO AUDIT-OLD
           STRING PM-RATE-SET(PM-IDX) PM-FEE-SET(PM-IDX)
               PM-OD-SET(PM-IDX) "/" PM-STMT(PM-IDX)
               "/" PM-DEBITS(PM-IDX)
               DELIMITED BY SIZE INTO AUDIT-OLD
           PERFORM PM-ACCEPT-TERMS
           PERFORM STAGE-PM-PENDING
           MOVE "PUT" TO PENDING-ACTION
           PERFORM WRITE-PENDING
           PERFORM PM-SET-AUDIT
           MOVE "CHANGE" TO AUDIT-ACTION
           PERFORM WRITE-PARM-AUDIT
           DISPLAY "Produktaenderung zur Freigabe vorgemerkt."

           .
       PM-DELETE SECTION.
      *    Solange Konten das Produkt tragen, bleibt es im Katalog -
      *    sonst fielen sie stillschweigend auf die Bankwerte
      *    zurueck.
           PERFORM PM-ACCEPT-KEY
           PERFORM PM-FIND
           IF NOT ENTRY-FOUND
               DISPLAY "Produkt nicht gefunden."
               EXIT SECTION
           END-IF
           MOVE 0 TO PRODUCT-USE-COUNT
           PERFORM VARYING MASTER-IDX FROM 1 BY 1
               UNTIL MASTER-IDX > MASTER-COUNT
               IF MT-PRODUCT(MASTER-IDX) = WORK-PRODUCT
                   ADD 1 TO PRODUCT-USE-COUNT
               END-IF
           END-PERFORM
           IF PRODUCT-USE-COUNT > 0
               DISPLAY "Produkt ist noch " PRODUCT-USE-COUNT
                   " Konten zugeordnet - nicht geloescht."
               EXIT SECTION
           END-IF
           MOVE SPACES TO AUDIT-OLD
           STRING PM-RATE-SET(PM-IDX) PM-FEE-SET(PM-IDX)
               PM-OD-SET(PM-IDX) "/" PM-STMT(PM-IDX)
               "/" PM-DEBITS(PM-IDX)
               DELIMITED BY SIZE INTO AUDIT-OLD
           MOVE PM-ENTRY(PM-IDX) TO PEND-PM
           PERFORM STAGE-PM-PENDING
           MOVE "DEL" TO PENDING-ACTION
           PERFORM WRITE-PENDING
           MOVE SPACES TO AUDIT-KEY
           MOVE WORK-PRODUCT TO AUDIT-KEY(1:4)
           MOVE SPACES TO AUDIT-NEW
           MOVE "DELETE" TO AUDIT-ACTION
           PERFORM WRITE-PARM-AUDIT
           DISPLAY "Produktloeschung zur Freigabe vorgemerkt."

           .
