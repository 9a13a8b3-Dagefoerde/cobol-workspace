       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MASTIDX_M.
      *****************************************************************
      * Fuehrt die indizierten Stammbestaende, auf die Tagesabschluss,
      * Auskunft, Aussonderung, Briefe und Pflegedialoge direkt
      * zugreifen:
      *   acctmast.dat  Kontostamm, Schluessel Bank/Konto
      *   custlink.dat  Kunde-Konto, Schluessel Bank/Konto,
      *                 Zweitschluessel Kundennummer (mehrfach)
      *   custmast.dat  Kundenstamm, Schluessel Kundennummer,
      *                 Zweitschluessel Name (mehrfach)
      * Fehlt ein Bestand, wird er einmalig aus der gleichnamigen
      * .txt-Datei aufgebaut (Erstuebernahme). Danach wird aus jedem
      * Bestand die .txt-Fassung neu geschrieben, in Schluesselfolge,
      * damit die Programme, die den Stamm nur der Reihe nach lesen
      * (Auswertungen, Pruefungen, Vorlaufkontrolle), denselben
      * Stand sehen. Die Pflegedialoge und ESCHEAT_M rufen das
      * Programm nach jeder Aenderung auf; es laeuft auch allein.
      * Ohne .txt und ohne .dat bleibt der Stamm unangelegt, damit
      * die Leser beim alten Verhalten "kein Stamm" bleiben.
      * Der Kontostamm fuehrt am Satzende den Produktcode aus dem
      * Produktkatalog; aeltere Saetze ohne Code erhalten beim
      * Aufbau ein leeres Produkt. Ein acctmast.dat im alten,
      * kuerzeren Satzformat ist zu loeschen und neu aufzubauen.
      * Den Saldenbestand balmast.dat (Tagesabschluss, Zwischenlauf)
      * baut das Programm nicht aus einer .txt-Fassung auf; es
      * stellt ihn nur vom alten 46-stelligen Satz auf den Satz mit
      * Zwischenlauf-Zustand und Schlusssaldo (57 Stellen) um:
      * Zustand leer, Schlusssaldo = Saldo, Saldo, Umsatzzahl und
      * letzte Bewegung unveraendert. Die umgestellten Saetze
      * stehen zuerst in balmast.cnv; bricht der Neuaufbau ab,
      * setzt der naechste Lauf dort wieder auf.
      * RC 4: beim Aufbau doppelte Schluessel uebergangen.
      * RC 8: ein Bestand war weder zu lesen noch anzulegen; die
      *       .txt-Fassung bleibt dann unberuehrt.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTMAST-TXT ASSIGN TO "acctmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCTMAST-TXT-FILE-STATUS.
           SELECT ACCTMAST-IO ASSIGN TO "acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-KEY
               FILE STATUS IS ACCTMAST-IO-FILE-STATUS.
           SELECT CUSTLINK-TXT ASSIGN TO "custlink.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTLINK-TXT-FILE-STATUS.
           SELECT CUSTLINK-IO ASSIGN TO "custlink.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LX-KEY
               ALTERNATE RECORD KEY IS LX-CUSTID WITH DUPLICATES
               FILE STATUS IS CUSTLINK-IO-FILE-STATUS.
           SELECT CUSTMAST-TXT ASSIGN TO "custmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTMAST-TXT-FILE-STATUS.
           SELECT CUSTMAST-IO ASSIGN TO "custmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-CUSTID
               ALTERNATE RECORD KEY IS CX-NAME WITH DUPLICATES
               FILE STATUS IS CUSTMAST-IO-FILE-STATUS.
           SELECT BALMAST-OLD ASSIGN TO "balmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BO-KEY
               FILE STATUS IS BALMAST-OLD-FILE-STATUS.
           SELECT BALMAST-IO ASSIGN TO "balmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BX-KEY
               FILE STATUS IS BALMAST-IO-FILE-STATUS.
           SELECT BALMAST-CNV ASSIGN TO "balmast.cnv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALMAST-CNV-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCTMAST-TXT.
       01  ACCTMAST-TXT-F PIC X(84).
       FD ACCTMAST-IO.
       01  ACCTMAST-IO-F.
         05  AX-KEY.
           10  AX-BANKID    PIC 9(5).
           10  AX-ACCOUNTID PIC 9(10).
         05  AX-NAME      PIC X(30).
         05  AX-STATUS    PIC X(01).
         05  AX-IBAN      PIC X(34).
         05  AX-PRODUCT   PIC X(04).
       FD CUSTLINK-TXT.
       01  CUSTLINK-TXT-F PIC X(23).
       FD CUSTLINK-IO.
       01  CUSTLINK-IO-F.
         05  LX-CUSTID    PIC 9(8).
         05  LX-KEY.
           10  LX-BANKID    PIC 9(5).
           10  LX-ACCOUNTID PIC 9(10).
       FD CUSTMAST-TXT.
       01  CUSTMAST-TXT-F PIC X(114).
       FD CUSTMAST-IO.
       01  CUSTMAST-IO-F.
         05  CX-CUSTID   PIC 9(8).
         05  CX-NAME     PIC X(30).
         05  CX-STREET   PIC X(30).
         05  CX-CITY     PIC X(30).
         05  CX-TAXID    PIC X(15).
         05  CX-DELIVERY PIC X(01).
      * Saldenbestand im alten Satzformat vor Zwischenlauf-Zustand
      * und Schlusssaldo.
       FD BALMAST-OLD.
       01  BALMAST-OLD-F.
         05  BO-KEY.
           10  BO-BANKID    PIC 9(5).
           10  BO-ACCOUNTID PIC 9(10).
           10  BO-CURRENCY  PIC X(03).
         05  BO-BALANCE  PIC S9(8)V99 SIGN IS LEADING SEPARATE.
         05  BO-TXNS     PIC 9(8).
         05  BO-LASTACT  PIC 9(8).
      * Satzformat wie BATCH_M und INTRADAY_M.
       FD BALMAST-IO.
       01  BALMAST-IO-F.
         05  BX-KEY.
           10  BX-BANKID    PIC 9(5).
           10  BX-ACCOUNTID PIC 9(10).
           10  BX-CURRENCY  PIC X(03).
         05  BX-BALANCE  PIC S9(8)V99 SIGN IS LEADING SEPARATE.
         05  BX-TXNS     PIC 9(8).
         05  BX-LASTACT  PIC 9(8).
         05  BX-STATE    PIC X(01).
         05  BX-CLOSE    PIC S9(8)V99 SIGN IS LEADING SEPARATE.
       FD BALMAST-CNV.
       01  BALMAST-CNV-F PIC X(57).
       WORKING-STORAGE SECTION.
       01  ACCTMAST-TXT-FILE-STATUS PIC X(02).
       01  ACCTMAST-IO-FILE-STATUS  PIC X(02).
       01  CUSTLINK-TXT-FILE-STATUS PIC X(02).
       01  CUSTLINK-IO-FILE-STATUS  PIC X(02).
       01  CUSTMAST-TXT-FILE-STATUS PIC X(02).
       01  CUSTMAST-IO-FILE-STATUS  PIC X(02).
       01  BALMAST-OLD-FILE-STATUS  PIC X(02).
       01  BALMAST-IO-FILE-STATUS   PIC X(02).
       01  BALMAST-CNV-FILE-STATUS  PIC X(02).
       01  SYSTEM-COMMAND PIC X(120) VALUE SPACE.
       01  MX-EOF-SWITCH PIC X VALUE "N".
         88  MX-EOF VALUE "Y".
       01  MX-READY-SWITCH PIC X VALUE "N".
         88  MX-READY VALUE "Y".
       01  MX-LOADED  PIC 9(7) VALUE 0.
       01  MX-DUPS    PIC 9(7) VALUE 0.
       01  MX-RC      PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
           MOVE 0 TO MX-RC
           PERFORM SYNC-ACCTMAST
           PERFORM SYNC-CUSTLINK
           PERFORM SYNC-CUSTMAST
           PERFORM CONVERT-BALMAST
           MOVE MX-RC TO RETURN-CODE
           GOBACK.

       SYNC-ACCTMAST SECTION.
           MOVE "N" TO MX-READY-SWITCH
           OPEN INPUT ACCTMAST-IO
           IF ACCTMAST-IO-FILE-STATUS = "00"
               SET MX-READY TO TRUE
               CLOSE ACCTMAST-IO
           ELSE
               PERFORM BUILD-ACCTMAST
           END-IF
           IF MX-READY
               PERFORM EXPORT-ACCTMAST
           END-IF

           .
       BUILD-ACCTMAST SECTION.
      *    Erstuebernahme; ohne acctmast.txt gibt es nichts zu tun.
           OPEN INPUT ACCTMAST-TXT
           IF ACCTMAST-TXT-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           OPEN OUTPUT ACCTMAST-IO
           IF ACCTMAST-IO-FILE-STATUS NOT = "00"
               DISPLAY "*** acctmast.dat nicht anzulegen, Status "
                   ACCTMAST-IO-FILE-STATUS " ***"
               CLOSE ACCTMAST-TXT
               MOVE 8 TO MX-RC
               EXIT SECTION
           END-IF
           MOVE 0 TO MX-LOADED
           MOVE 0 TO MX-DUPS
           MOVE "N" TO MX-EOF-SWITCH
           PERFORM UNTIL MX-EOF
               READ ACCTMAST-TXT
                   AT END SET MX-EOF TO TRUE
                   NOT AT END
                       MOVE ACCTMAST-TXT-F TO ACCTMAST-IO-F
                       WRITE ACCTMAST-IO-F
                           INVALID KEY
                               DISPLAY "*** acctmast.dat: Satz "
                                   AX-BANKID "/" AX-ACCOUNTID
                                   " doppelt - uebergangen ***"
                               ADD 1 TO MX-DUPS
                           NOT INVALID KEY
                               ADD 1 TO MX-LOADED
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ACCTMAST-TXT
           CLOSE ACCTMAST-IO
           SET MX-READY TO TRUE
           DISPLAY "acctmast.dat aufgebaut: " MX-LOADED " Konten"
           IF MX-DUPS > 0 AND MX-RC < 4
               MOVE 4 TO MX-RC
           END-IF

           .
       EXPORT-ACCTMAST SECTION.
           OPEN INPUT ACCTMAST-IO
           IF ACCTMAST-IO-FILE-STATUS NOT = "00"
               DISPLAY "*** acctmast.dat nicht lesbar, Status "
                   ACCTMAST-IO-FILE-STATUS " ***"
               MOVE 8 TO MX-RC
               EXIT SECTION
           END-IF
           OPEN OUTPUT ACCTMAST-TXT
           MOVE "N" TO MX-EOF-SWITCH
           PERFORM UNTIL MX-EOF
               READ ACCTMAST-IO NEXT
                   AT END SET MX-EOF TO TRUE
                   NOT AT END
                       WRITE ACCTMAST-TXT-F FROM ACCTMAST-IO-F
               END-READ
           END-PERFORM
           CLOSE ACCTMAST-IO
           CLOSE ACCTMAST-TXT

           .
       SYNC-CUSTLINK SECTION.
           MOVE "N" TO MX-READY-SWITCH
           OPEN INPUT CUSTLINK-IO
           IF CUSTLINK-IO-FILE-STATUS = "00"
               SET MX-READY TO TRUE
               CLOSE CUSTLINK-IO
           ELSE
               PERFORM BUILD-CUSTLINK
           END-IF
           IF MX-READY
               PERFORM EXPORT-CUSTLINK
           END-IF

           .
       BUILD-CUSTLINK SECTION.
           OPEN INPUT CUSTLINK-TXT
           IF CUSTLINK-TXT-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           OPEN OUTPUT CUSTLINK-IO
           IF CUSTLINK-IO-FILE-STATUS NOT = "00"
               DISPLAY "*** custlink.dat nicht anzulegen, Status "
                   CUSTLINK-IO-FILE-STATUS " ***"
               CLOSE CUSTLINK-TXT
               MOVE 8 TO MX-RC
               EXIT SECTION
           END-IF
           MOVE 0 TO MX-LOADED
           MOVE 0 TO MX-DUPS
           MOVE "N" TO MX-EOF-SWITCH
           PERFORM UNTIL MX-EOF
               READ CUSTLINK-TXT
                   AT END SET MX-EOF TO TRUE
                   NOT AT END
                       MOVE CUSTLINK-TXT-F TO CUSTLINK-IO-F
                       WRITE CUSTLINK-IO-F
                           INVALID KEY
                               DISPLAY "*** custlink.dat: Konto "
                                   LX-BANKID "/" LX-ACCOUNTID
                                   " mehrfach verknuepft -"
                                   " uebergangen ***"
                               ADD 1 TO MX-DUPS
                           NOT INVALID KEY
                               ADD 1 TO MX-LOADED
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE CUSTLINK-TXT
           CLOSE CUSTLINK-IO
           SET MX-READY TO TRUE
           DISPLAY "custlink.dat aufgebaut: " MX-LOADED
               " Verknuepfungen"
           IF MX-DUPS > 0 AND MX-RC < 4
               MOVE 4 TO MX-RC
           END-IF

           .
       EXPORT-CUSTLINK SECTION.
      *    Schluesselfolge Bank/Konto - dieselbe Sortierung, die die
      *    Mischleser von custlink.txt erwarten.
           OPEN INPUT CUSTLINK-IO
           IF CUSTLINK-IO-FILE-STATUS NOT = "00"
               DISPLAY "*** custlink.dat nicht lesbar, Status "
                   CUSTLINK-IO-FILE-STATUS " ***"
               MOVE 8 TO MX-RC
               EXIT SECTION
           END-IF
           OPEN OUTPUT CUSTLINK-TXT
           MOVE "N" TO MX-EOF-SWITCH
           PERFORM UNTIL MX-EOF
               READ CUSTLINK-IO NEXT
                   AT END SET MX-EOF TO TRUE
                   NOT AT END
                       WRITE CUSTLINK-TXT-F FROM CUSTLINK-IO-F
               END-READ
           END-PERFORM
           CLOSE CUSTLINK-IO
           CLOSE CUSTLINK-TXT

           .
       SYNC-CUSTMAST SECTION.
           MOVE "N" TO MX-READY-SWITCH
           OPEN INPUT CUSTMAST-IO
           IF CUSTMAST-IO-FILE-STATUS = "00"
               SET MX-READY TO TRUE
               CLOSE CUSTMAST-IO
           ELSE
               PERFORM BUILD-CUSTMAST
           END-IF
           IF MX-READY
               PERFORM EXPORT-CUSTMAST
           END-IF

           .
       BUILD-CUSTMAST SECTION.
           OPEN INPUT CUSTMAST-TXT
           IF CUSTMAST-TXT-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           OPEN OUTPUT CUSTMAST-IO
           IF CUSTMAST-IO-FILE-STATUS NOT = "00"
               DISPLAY "*** custmast.dat nicht anzulegen, Status "
                   CUSTMAST-IO-FILE-STATUS " ***"
               CLOSE CUSTMAST-TXT
               MOVE 8 TO MX-RC
               EXIT SECTION
           END-IF
           MOVE 0 TO MX-LOADED
           MOVE 0 TO MX-DUPS
           MOVE "N" TO MX-EOF-SWITCH
           PERFORM UNTIL MX-EOF
               READ CUSTMAST-TXT
                   AT END SET MX-EOF TO TRUE
                   NOT AT END
      *                Aeltere Saetze ohne Versandart: Papier.
                       MOVE CUSTMAST-TXT-F TO CUSTMAST-IO-F
                       IF CX-DELIVERY = SPACE
                           MOVE "P" TO CX-DELIVERY
                       END-IF
                       WRITE CUSTMAST-IO-F
                           INVALID KEY
                               DISPLAY "*** custmast.dat: Kunde "
                                   CX-CUSTID
                                   " doppelt - uebergangen ***"
                               ADD 1 TO MX-DUPS
                           NOT INVALID KEY
                               ADD 1 TO MX-LOADED
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE CUSTMAST-TXT
           CLOSE CUSTMAST-IO
           SET MX-READY TO TRUE
           DISPLAY "custmast.dat aufgebaut: " MX-LOADED " Kunden"
           IF MX-DUPS > 0 AND MX-RC < 4
               MOVE 4 TO MX-RC
           END-IF

           .
       EXPORT-CUSTMAST SECTION.
           OPEN INPUT CUSTMAST-IO
           IF CUSTMAST-IO-FILE-STATUS NOT = "00"
               DISPLAY "*** custmast.dat nicht lesbar, Status "
                   CUSTMAST-IO-FILE-STATUS " ***"
               MOVE 8 TO MX-RC
               EXIT SECTION
           END-IF
           OPEN OUTPUT CUSTMAST-TXT
           MOVE "N" TO MX-EOF-SWITCH
           PERFORM UNTIL MX-EOF
               READ CUSTMAST-IO NEXT
                   AT END SET MX-EOF TO TRUE
                   NOT AT END
                       WRITE CUSTMAST-TXT-F FROM CUSTMAST-IO-F
               END-READ
           END-PERFORM
           CLOSE CUSTMAST-IO
           CLOSE CUSTMAST-TXT

           .
       CONVERT-BALMAST SECTION.
      *    Liegt noch balmast.cnv vor, ist ein Neuaufbau nicht
      *    fertig geworden; er wird aus der Zwischendatei wiederholt.
           OPEN INPUT BALMAST-CNV
           IF BALMAST-CNV-FILE-STATUS = "00"
               CLOSE BALMAST-CNV
               DISPLAY "balmast.cnv vorhanden - Neuaufbau von"
                   " balmast.dat wird wiederholt"
               PERFORM RELOAD-BALMAST
               EXIT SECTION
           END-IF
           OPEN INPUT BALMAST-IO
           IF BALMAST-IO-FILE-STATUS = "00"
               CLOSE BALMAST-IO
               EXIT SECTION
           END-IF
      *    Noch kein Bestand: den legt der erste Abschluss an.
           IF BALMAST-IO-FILE-STATUS = "35"
               EXIT SECTION
           END-IF
           OPEN INPUT BALMAST-OLD
           IF BALMAST-OLD-FILE-STATUS NOT = "00"
               DISPLAY "*** balmast.dat weder im neuen (Status "
                   BALMAST-IO-FILE-STATUS ") noch im alten Satz"
                   "format (Status " BALMAST-OLD-FILE-STATUS
                   ") lesbar ***"
               MOVE 8 TO MX-RC
               EXIT SECTION
           END-IF
           OPEN OUTPUT BALMAST-CNV
           IF BALMAST-CNV-FILE-STATUS NOT = "00"
               DISPLAY "*** balmast.cnv nicht anzulegen, Status "
                   BALMAST-CNV-FILE-STATUS " ***"
               CLOSE BALMAST-OLD
               MOVE 8 TO MX-RC
               EXIT SECTION
           END-IF
           MOVE 0 TO MX-LOADED
           MOVE "N" TO MX-EOF-SWITCH
           PERFORM UNTIL MX-EOF
               READ BALMAST-OLD NEXT
                   AT END SET MX-EOF TO TRUE
                   NOT AT END
                       MOVE BO-KEY TO BX-KEY
                       MOVE BO-BALANCE TO BX-BALANCE
                       MOVE BO-TXNS TO BX-TXNS
                       MOVE BO-LASTACT TO BX-LASTACT
                       MOVE SPACE TO BX-STATE
                       MOVE BO-BALANCE TO BX-CLOSE
                       WRITE BALMAST-CNV-F FROM BALMAST-IO-F
                       ADD 1 TO MX-LOADED
               END-READ
           END-PERFORM
           CLOSE BALMAST-OLD
           CLOSE BALMAST-CNV
           DISPLAY "balmast.dat altes Satzformat: " MX-LOADED
               " Salden nach balmast.cnv umgestellt"
           PERFORM RELOAD-BALMAST

           .
       RELOAD-BALMAST SECTION.
      *    Legt balmast.dat im neuen Satzformat an und laedt die
      *    umgestellten Saetze; erst danach entfaellt balmast.cnv.
           OPEN INPUT BALMAST-CNV
           IF BALMAST-CNV-FILE-STATUS NOT = "00"
               DISPLAY "*** balmast.cnv nicht lesbar, Status "
                   BALMAST-CNV-FILE-STATUS " ***"
               MOVE 8 TO MX-RC
               EXIT SECTION
           END-IF
           OPEN OUTPUT BALMAST-IO
           IF BALMAST-IO-FILE-STATUS NOT = "00"
               DISPLAY "*** balmast.dat nicht anzulegen, Status "
                   BALMAST-IO-FILE-STATUS " - Salden bleiben in"
                   " balmast.cnv ***"
               CLOSE BALMAST-CNV
               MOVE 8 TO MX-RC
               EXIT SECTION
           END-IF
           MOVE 0 TO MX-LOADED
           MOVE 0 TO MX-DUPS
           MOVE "N" TO MX-EOF-SWITCH
           PERFORM UNTIL MX-EOF
               READ BALMAST-CNV
                   AT END SET MX-EOF TO TRUE
                   NOT AT END
                       MOVE BALMAST-CNV-F TO BALMAST-IO-F
                       WRITE BALMAST-IO-F
                           INVALID KEY
                               DISPLAY "*** balmast.dat: Saldo "
                                   BX-BANKID "/" BX-ACCOUNTID "/"
                                   BX-CURRENCY
                                   " doppelt - uebergangen ***"
                               ADD 1 TO MX-DUPS
                           NOT INVALID KEY
                               ADD 1 TO MX-LOADED
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE BALMAST-CNV
           CLOSE BALMAST-IO
           MOVE "rm -f balmast.cnv" TO SYSTEM-COMMAND
           CALL "SYSTEM" USING SYSTEM-COMMAND
           DISPLAY "balmast.dat neu aufgebaut: " MX-LOADED " Salden"
           IF MX-DUPS > 0 AND MX-RC < 4
               MOVE 4 TO MX-RC
           END-IF

           .
