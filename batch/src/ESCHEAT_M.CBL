      *   - die Meldedatei eschremit.txt mit Kundenname und
      *     Steuernummer aus dem Kundenstamm, Saldo und letztem
      *     Bewegungstag;
      *   - das Statuskennzeichen des Kontos im indizierten
      *     Kontostamm acctmast.dat wird per Schluessel direkt auf
      *     E (abgefuehrt) gesetzt, damit die Kontostamm-Pflege
      *     den Zustand zeigt und der Abschluss weitere Buchungen
      *     abweist; nur die hier erzeugte Schlussbelastung laesst
      *     der Abschluss am Zweckanfang "Abfuehrung an
      *     Behoerde, inaktiv seit" noch durch. Dieser Regellauf
      *     schreibt den Stamm direkt;
      *     das Vier-Augen-Prinzip gilt fuer die Dialog-Pflege.
      *     Danach schreibt MASTIDX_M die .txt-Fassung des Stamms
      *     fuer die sequentiellen Leser neu.
      * Kunde und Steuernummer kommen per Schluessel aus
      * custlink.dat und custmast.dat.
      * Stichtag aus busdate.txt, sonst Systemdatum.
      *****************************************************************
       ENVIRONMENT DIVISION.
           SELECT BUSDATE-IN ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-IN-FILE-STATUS.
           SELECT ACCTMAST-IO ASSIGN TO "acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-KEY-F
               FILE STATUS IS ACCTMAST-IO-FILE-STATUS.
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
           SELECT TXN-OUT ASSIGN TO "eschtxn.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       01  ESCHYEARS-IN-F PIC 9(2).
       FD BUSDATE-IN.
       01  BUSDATE-IN-F PIC 9(8).
       FD ACCTMAST-IO.
       01  ACCTMAST-IO-F.
         05  AM-KEY-F.
           10  AM-BANKID-F    PIC 9(5).
           10  AM-ACCOUNTID-F PIC 9(10).
         05  AM-NAME-F      PIC X(30).
         05  AM-STATUS-F    PIC X(01).
         05  AM-IBAN-F      PIC X(34).
         05  AM-PRODUCT-F   PIC X(04).
       FD CUSTMAST-IN.
       01  CUSTMAST-IN-F.
         05  CU-CUSTID-F PIC 9(8).
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
       FD TXN-OUT.
       01  TXN-OUT-F.
         05  TX-BANKID    PIC 9(5).
       01  OPENBAL-IN-FILE-STATUS  PIC X(02).
       01  ESCHYEARS-IN-FILE-STATUS PIC X(02).
       01  BUSDATE-IN-FILE-STATUS  PIC X(02).
       01  ACCTMAST-IO-FILE-STATUS PIC X(02).
       01  CUSTMAST-IN-FILE-STATUS PIC X(02).
       01  CUSTLINK-IN-FILE-STATUS PIC X(02).
       01  TXN-OUT-FILE-STATUS     PIC X(02).
       01  BAL-IDX   PIC 9(04).
       01  BL-FOUND-SWITCH PIC X VALUE "N".
         88  BL-FOUND VALUE "Y".
       01  MASTER-OPEN-SWITCH PIC X VALUE "N".
         88  MASTER-OPEN VALUE "Y".
       01  MASTER-CHANGED-SWITCH PIC X VALUE "N".
         88  MASTER-CHANGED VALUE "Y".
       01  CUSTMAST-OPEN-SWITCH PIC X VALUE "N".
         88  CUSTMAST-OPEN VALUE "Y".
       01  CUSTLINK-OPEN-SWITCH PIC X VALUE "N".
         88  CUSTLINK-OPEN VALUE "Y".
       01  MASTIDX-SAVE-RC PIC S9(4) COMP VALUE 0.
       01  CUST-FOUND-SWITCH PIC X VALUE "N".
         88  CUST-FOUND VALUE "Y".
       01  CUST-NAME  PIC X(30) VALUE SPACE.
           PERFORM LOAD-ESCH-DATE
           PERFORM LOAD-YEARS
           PERFORM LOAD-BALANCES
           PERFORM OPEN-MASTER-FILES
           OPEN OUTPUT TXN-OUT
           OPEN OUTPUT REMIT-OUT
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-TRAILER
           CLOSE TXN-OUT
           CLOSE REMIT-OUT
           IF MASTER-OPEN
               CLOSE ACCTMAST-IO
           END-IF
           IF CUSTMAST-OPEN
               CLOSE CUSTMAST-IN
           END-IF
           IF CUSTLINK-OPEN
               CLOSE CUSTLINK-IN
           END-IF
           IF MASTER-CHANGED
               PERFORM REFRESH-MASTER-COPIES
           END-IF
           DISPLAY "Abfuehrungslauf " ESCH-DATE ": "
               ESCHEATED-COUNT " Konten abgefuehrt."
           CLOSE OPENBAL-IN

           .
       OPEN-MASTER-FILES SECTION.
      *    Fehlt ein Bestand, baut MASTIDX_M ihn aus der .txt-Fassung
      *    auf; danach ein zweiter Versuch.
           PERFORM OPEN-MASTER-ONCE
           IF NOT MASTER-OPEN OR NOT CUSTMAST-OPEN
               OR NOT CUSTLINK-OPEN
               PERFORM REFRESH-MASTER-COPIES
               PERFORM OPEN-MASTER-ONCE
           END-IF
           IF NOT MASTER-OPEN
               DISPLAY "Hinweis: acctmast.dat nicht zugreifbar -"
                   " Kontostatus wird nicht gesetzt."
           END-IF

           .
       OPEN-MASTER-ONCE SECTION.
           IF NOT MASTER-OPEN
               OPEN I-O ACCTMAST-IO
               IF ACCTMAST-IO-FILE-STATUS = "00"
                   SET MASTER-OPEN TO TRUE
               END-IF
           END-IF
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
       REFRESH-MASTER-COPIES SECTION.
           MOVE RETURN-CODE TO MASTIDX-SAVE-RC
           CALL "MASTIDX_M"
           CANCEL "MASTIDX_M"
           MOVE MASTIDX-SAVE-RC TO RETURN-CODE

           .
       SCAN-LASTACT SECTION.
           MOVE "N" TO CUST-FOUND-SWITCH
           MOVE SPACES TO CUST-NAME
           MOVE SPACES TO CUST-TAXID
           IF CUSTLINK-OPEN AND CUSTMAST-OPEN
               MOVE LA-BANKID-F TO CL-BANKID-F
               MOVE LA-ACCOUNTID-F TO CL-ACCOUNTID-F
               READ CUSTLINK-IN
                   KEY IS CL-KEY-F
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CL-CUSTID-F TO CU-CUSTID-F
                       READ CUSTMAST-IN
                           KEY IS CU-CUSTID-F
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               SET CUST-FOUND TO TRUE
                               MOVE CU-NAME-F TO CUST-NAME
                               MOVE CU-TAXID-F TO CUST-TAXID
                       END-READ
               END-READ
           END-IF
           IF NOT CUST-FOUND
               MOVE "unbekannt" TO CUST-NAME
           END-IF

           .
       MARK-MASTER-ESCHEATED SECTION.
           IF NOT MASTER-OPEN
               EXIT SECTION
           END-IF
           MOVE LA-BANKID-F TO AM-BANKID-F
           MOVE LA-ACCOUNTID-F TO AM-ACCOUNTID-F
           READ ACCTMAST-IO
               KEY IS AM-KEY-F
               INVALID KEY
                   EXIT SECTION
           END-READ
           MOVE "E" TO AM-STATUS-F
           REWRITE ACCTMAST-IO-F
               INVALID KEY
                   DISPLAY "*** acctmast.dat: Satz " AM-BANKID-F
                       "/" AM-ACCOUNTID-F
                       " nicht zurueckzuschreiben ***"
               NOT INVALID KEY
                   SET MASTER-CHANGED TO TRUE
           END-REWRITE

           .
       WRITE-TRAILER SECTION.
           MOVE 0 TO TRAILER-COUNT
           MOVE 0 TO TRAILER-AMOUNT

           .
