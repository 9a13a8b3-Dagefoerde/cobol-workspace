       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TXNSRCH_M.
      *****************************************************************
      * Umsatzrecherche im Archiv: der Bediener gibt einen Datums-
      * bereich und beliebige Filter ein - Bank, Konto, Betrag von/
      * bis, Soll/Haben, Waehrung und ein Stichwort im Verwendungs-
      * zweck (ohne Ruecksicht auf Gross-/Kleinschreibung); leere
      * Eingabe heisst ohne Filter. Durchsucht werden die
      * archivierten Eingaben archive/JJJJMMTT/input.txt jedes Tages
      * im Bereich und, solange der Geschaeftstag noch nicht
      * archiviert ist, das aktuelle input.txt. Zu jedem Treffer
      * stehen Tag, Satznummer, die Disposition des Tagesabschlusses
      * aus runaudit.txt und der Schlusssaldo des Kontos aus dem
      * Extract desselben Tages. Die Treffer gehen druckfertig nach
      * txnsearch.txt; jede Recherche wird mit Bediener, Zeitstempel,
      * allen Suchkriterien und der Trefferzahl in searchlog.txt
      * protokolliert (Datenschutz).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-IN ASSIGN TO TRANSACTION-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-IN-FILE-STATUS.
           SELECT EXTRACT-IN ASSIGN TO EXTRACT-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-IN-FILE-STATUS.
           SELECT RUNAUDIT-IN ASSIGN TO "runaudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNAUDIT-IN-FILE-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-IN-FILE-STATUS.
           SELECT RESULT-OUT ASSIGN TO "txnsearch.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESULT-OUT-FILE-STATUS.
           SELECT LOG-OUT ASSIGN TO "searchlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-IN.
       01  TRANSACTION-F.
         05  BANKID-F    PIC 9(5).
         05  ACCOUNTID-F PIC 9(10).
         05  AMOUNT-F    PIC Z(7)9V99.
         05  DRCR-F      PIC X(01).
         05  CURR-CODE-F PIC X(03).
         05  COMMENT-F   PIC X(55).
         05  VALDATE-F   PIC X(08).
       FD EXTRACT-IN.
       01  EXTRACT-IN-F.
         05  EX-RECTYPE    PIC X(10).
         05  EX-BANKID     PIC 9(5).
         05  EX-ACCOUNTID  PIC 9(10).
         05  EX-CURRENCY   PIC X(03).
         05  EX-AMOUNT     PIC S9(8)V99 SIGN IS LEADING SEPARATE.
       FD RUNAUDIT-IN.
       01  RUNAUDIT-IN-F.
         05  AD-RUNDATE-F PIC 9(8).
         05  FILLER       PIC X(01).
         05  AD-RUNSEQ-F  PIC 9(6).
         05  FILLER       PIC X(01).
         05  AD-FILE-F    PIC X(40).
         05  FILLER       PIC X(01).
         05  AD-RECNO-F   PIC 9(8).
         05  FILLER       PIC X(01).
         05  AD-DISPOSITION-F PIC X(20).
       FD BUSDATE-IN.
       01  BUSDATE-IN-F PIC 9(8).
       FD RESULT-OUT.
       01  RESULT-OUT-F PIC X(132).
       FD LOG-OUT.
       01  LOG-OUT-F.
         05  LG-TIMESTAMP PIC 9(16).
         05  FILLER       PIC X VALUE SPACE.
         05  LG-OPERATOR  PIC X(08).
         05  FILLER       PIC X VALUE SPACE.
         05  LG-FROM      PIC 9(8).
         05  FILLER       PIC X VALUE SPACE.
         05  LG-TO        PIC 9(8).
         05  FILLER       PIC X VALUE SPACE.
         05  LG-BANKID    PIC 9(5).
         05  FILLER       PIC X VALUE SPACE.
         05  LG-ACCOUNTID PIC 9(10).
         05  FILLER       PIC X VALUE SPACE.
         05  LG-MIN       PIC 9(8).99.
         05  FILLER       PIC X VALUE SPACE.
         05  LG-MAX       PIC 9(8).99.
         05  FILLER       PIC X VALUE SPACE.
         05  LG-DRCR      PIC X(01).
         05  FILLER       PIC X VALUE SPACE.
         05  LG-CURRENCY  PIC X(03).
         05  FILLER       PIC X VALUE SPACE.
         05  LG-TEXT      PIC X(30).
         05  FILLER       PIC X VALUE SPACE.
         05  LG-HITS      PIC 9(6).
       WORKING-STORAGE SECTION.
       01  TRANSACTION-IN-FILE-STATUS PIC X(02).
       01  EXTRACT-IN-FILE-STATUS     PIC X(02).
       01  RUNAUDIT-IN-FILE-STATUS    PIC X(02).
       01  BUSDATE-IN-FILE-STATUS     PIC X(02).
       01  RESULT-OUT-FILE-STATUS     PIC X(02).
       01  LOG-OUT-FILE-STATUS        PIC X(02).
       01  TRANSACTION-IN-NAME PIC X(40) VALUE SPACE.
       01  EXTRACT-IN-NAME     PIC X(40) VALUE SPACE.
       01  CURRENT-DATE-DATA.
        05 DATETIME PIC 9(16).
       01  BUSINESS-DATE PIC 9(8) VALUE 0.
       01  OPERATOR-ID PIC X(08) VALUE SPACE.
      * Suchkriterien; 0 bzw. Leerzeichen = ohne Filter.
       01  ASK-FROM      PIC 9(8) VALUE 0.
       01  ASK-TO        PIC 9(8) VALUE 0.
       01  ASK-BANKID    PIC 9(5) VALUE 0.
       01  ASK-ACCOUNTID PIC 9(10) VALUE 0.
       01  ASK-MIN       PIC 9(8)V99 VALUE 0.
       01  ASK-MAX       PIC 9(8)V99 VALUE 0.
       01  ASK-DRCR      PIC X(01) VALUE SPACE.
       01  ASK-CURRENCY  PIC X(03) VALUE SPACE.
       01  ASK-TEXT      PIC X(30) VALUE SPACE.
       01  ASK-TEXT-LEN  PIC 9(02) VALUE 0.
       01  INPUT-TEXT    PIC X(30) VALUE SPACE.
       01  ASK-OK-SWITCH PIC X VALUE "Y".
         88  ASK-OK VALUE "Y".
       01  LOAD-EOF-SWITCH PIC X VALUE "N".
         88  LOAD-EOF VALUE "Y".
       01  WORK-DATE PIC 9(8) VALUE 0.
       01  WORK-INT  PIC 9(8) VALUE 0.
       01  END-INT   PIC 9(8) VALUE 0.
       01  RECORD-NUMBER PIC 9(8) VALUE 0.
       01  TXN-AMOUNT    PIC 9(8)V99 VALUE 0.
       01  UPPER-COMMENT PIC X(55).
       01  TEXT-TALLY    PIC 9(04) VALUE 0.
       01  BUSDATE-ARCHIVED-SWITCH PIC X VALUE "N".
         88  BUSDATE-ARCHIVED VALUE "Y".
      * Treffer eines Tages; Disposition und Saldo werden nach dem
      * Durchlauf der Eingabe aus Protokoll und Extract ergaenzt.
       01  HIT-TABLE.
         05  HIT-ENTRY OCCURS 500 TIMES.
           10  HT-RECNO       PIC 9(8).
           10  HT-IMAGE       PIC X(92).
           10  HT-DISPOSITION PIC X(20).
           10  HT-BALANCE     PIC S9(8)V99.
           10  HT-BAL-SWITCH  PIC X(01).
       01  HIT-COUNT PIC 9(04) VALUE 0.
       01  HIT-IDX   PIC 9(04).
       01  HIT-TRUNC-SWITCH PIC X VALUE "N".
         88  HITS-TRUNCATED VALUE "Y".
       01  HIT-RECORD.
         05  HR-BANKID    PIC 9(5).
         05  HR-ACCOUNTID PIC 9(10).
         05  HR-AMOUNT    PIC Z(7)9V99.
         05  HR-DRCR      PIC X(01).
         05  HR-CURRENCY  PIC X(03).
         05  HR-COMMENT   PIC X(55).
         05  HR-VALDATE   PIC X(08).
       01  SEARCH-HITS   PIC 9(06) VALUE 0.
       01  SEARCH-DAYS   PIC 9(05) VALUE 0.
       01  SEARCH-COUNT  PIC 9(04) VALUE 0.
       01  RESULT-LINE   PIC X(132).
       01  RL-AMOUNT     PIC Z(7)9.99.
       01  RL-BALANCE    PIC -(7)9.99.
       01  RL-MIN        PIC Z(7)9.99.
       01  RL-MAX        PIC Z(7)9.99.
       01  RL-COUNT      PIC Z(5)9.

       PROCEDURE DIVISION.
           DISPLAY "Umsatzrecherche im Archiv - Bediener-Kennung:"
           ACCEPT OPERATOR-ID
           PERFORM LOAD-BUSINESS-DATE
           OPEN OUTPUT RESULT-OUT
           OPEN EXTEND LOG-OUT
           IF LOG-OUT-FILE-STATUS NOT = "00"
               OPEN OUTPUT LOG-OUT
           END-IF
           PERFORM UNTIL 1 = 2
               DISPLAY "Von Datum (JJJJMMTT, leer = Ende):"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT
               IF INPUT-TEXT = SPACE
                   DISPLAY "Umsatzrecherche beendet, " SEARCH-COUNT
                       " Recherchen (txnsearch.txt)."
                   CLOSE RESULT-OUT
                   CLOSE LOG-OUT
                   GOBACK
               END-IF
               PERFORM ASK-CRITERIA
               IF ASK-OK
                   PERFORM RUN-SEARCH
               END-IF
           END-PERFORM
           GOBACK.

       LOAD-BUSINESS-DATE SECTION.
           OPEN INPUT BUSDATE-IN
           IF BUSDATE-IN-FILE-STATUS = "00"
               READ BUSDATE-IN
                   NOT AT END MOVE BUSDATE-IN-F TO BUSINESS-DATE
               END-READ
               CLOSE BUSDATE-IN
           END-IF
           IF BUSINESS-DATE = 0
               MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
               MOVE DATETIME(1:8) TO BUSINESS-DATE
           END-IF

           .
       ASK-CRITERIA SECTION.
      *    Das Von-Datum steht schon in INPUT-TEXT.
           SET ASK-OK TO TRUE
           MOVE 0 TO ASK-FROM ASK-TO ASK-BANKID ASK-ACCOUNTID
           MOVE 0 TO ASK-MIN ASK-MAX
           MOVE SPACES TO ASK-DRCR ASK-CURRENCY ASK-TEXT
           IF INPUT-TEXT(1:8) IS NUMERIC AND INPUT-TEXT(9:) = SPACE
               MOVE INPUT-TEXT(1:8) TO WORK-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WORK-DATE) = 0
                   MOVE WORK-DATE TO ASK-FROM
               END-IF
           END-IF
           DISPLAY "Bis Datum (JJJJMMTT):"
           MOVE SPACES TO INPUT-TEXT
           ACCEPT INPUT-TEXT
           IF INPUT-TEXT(1:8) IS NUMERIC AND INPUT-TEXT(9:) = SPACE
               MOVE INPUT-TEXT(1:8) TO WORK-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WORK-DATE) = 0
                   MOVE WORK-DATE TO ASK-TO
               END-IF
           END-IF
           IF ASK-FROM = 0 OR ASK-TO = 0 OR ASK-FROM > ASK-TO
               DISPLAY "Datumsbereich ungueltig - Recherche verworfen."
               MOVE "N" TO ASK-OK-SWITCH
               EXIT SECTION
           END-IF
           DISPLAY "Bankleitzahl (leer = alle):"
           MOVE SPACES TO INPUT-TEXT
           ACCEPT INPUT-TEXT
           IF INPUT-TEXT NOT = SPACE
               IF FUNCTION TRIM(INPUT-TEXT) IS NUMERIC
                   AND FUNCTION LENGTH(FUNCTION TRIM(INPUT-TEXT)) <= 5
                   MOVE FUNCTION NUMVAL(INPUT-TEXT) TO ASK-BANKID
               ELSE
                   DISPLAY "Bankleitzahl ungueltig."
                   MOVE "N" TO ASK-OK-SWITCH
               END-IF
           END-IF
           DISPLAY "Kontonummer (leer = alle):"
           MOVE SPACES TO INPUT-TEXT
           ACCEPT INPUT-TEXT
           IF INPUT-TEXT NOT = SPACE
               IF FUNCTION TRIM(INPUT-TEXT) IS NUMERIC
                   AND FUNCTION LENGTH(FUNCTION TRIM(INPUT-TEXT)) <= 10
                   MOVE FUNCTION NUMVAL(INPUT-TEXT) TO ASK-ACCOUNTID
               ELSE
                   DISPLAY "Kontonummer ungueltig."
                   MOVE "N" TO ASK-OK-SWITCH
               END-IF
           END-IF
           DISPLAY "Betrag von (z.B. 1250.00, leer = ohne):"
           MOVE SPACES TO INPUT-TEXT
           ACCEPT INPUT-TEXT
           IF INPUT-TEXT NOT = SPACE
               IF FUNCTION TEST-NUMVAL(INPUT-TEXT) = 0
                   MOVE FUNCTION NUMVAL(INPUT-TEXT) TO ASK-MIN
               ELSE
                   DISPLAY "Betrag ungueltig."
                   MOVE "N" TO ASK-OK-SWITCH
               END-IF
           END-IF
           DISPLAY "Betrag bis (leer = ohne):"
           MOVE SPACES TO INPUT-TEXT
           ACCEPT INPUT-TEXT
           IF INPUT-TEXT NOT = SPACE
               IF FUNCTION TEST-NUMVAL(INPUT-TEXT) = 0
                   MOVE FUNCTION NUMVAL(INPUT-TEXT) TO ASK-MAX
               ELSE
                   DISPLAY "Betrag ungueltig."
                   MOVE "N" TO ASK-OK-SWITCH
               END-IF
           END-IF
           DISPLAY "Soll/Haben (D/C, leer = beide):"
           ACCEPT ASK-DRCR
           MOVE FUNCTION UPPER-CASE(ASK-DRCR) TO ASK-DRCR
           IF ASK-DRCR NOT = SPACE AND ASK-DRCR NOT = "D"
               AND ASK-DRCR NOT = "C"
               DISPLAY "Soll/Haben ungueltig."
               MOVE "N" TO ASK-OK-SWITCH
           END-IF
           DISPLAY "Waehrung (leer = alle):"
           ACCEPT ASK-CURRENCY
           MOVE FUNCTION UPPER-CASE(ASK-CURRENCY) TO ASK-CURRENCY
           DISPLAY "Verwendungszweck enthaelt (leer = beliebig):"
           ACCEPT ASK-TEXT
           MOVE FUNCTION UPPER-CASE(ASK-TEXT) TO ASK-TEXT
           MOVE 0 TO ASK-TEXT-LEN
           IF ASK-TEXT NOT = SPACE
               COMPUTE ASK-TEXT-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(ASK-TEXT TRAILING))
           END-IF
           IF ASK-MAX > 0 AND ASK-MIN > ASK-MAX
               DISPLAY "Betrag von liegt ueber Betrag bis."
               MOVE "N" TO ASK-OK-SWITCH
           END-IF
           IF NOT ASK-OK
               DISPLAY "Recherche verworfen."
           END-IF

           .
       RUN-SEARCH SECTION.
           ADD 1 TO SEARCH-COUNT
           MOVE 0 TO SEARCH-HITS
           MOVE 0 TO SEARCH-DAYS
           MOVE "N" TO BUSDATE-ARCHIVED-SWITCH
           PERFORM WRITE-SEARCH-HEADER
           COMPUTE WORK-INT = FUNCTION INTEGER-OF-DATE(ASK-FROM)
           COMPUTE END-INT = FUNCTION INTEGER-OF-DATE(ASK-TO)
           PERFORM UNTIL WORK-INT > END-INT
               COMPUTE WORK-DATE = FUNCTION DATE-OF-INTEGER(WORK-INT)
               MOVE SPACES TO TRANSACTION-IN-NAME
               STRING "archive/" WORK-DATE "/input.txt"
                   DELIMITED BY SIZE INTO TRANSACTION-IN-NAME
               MOVE SPACES TO EXTRACT-IN-NAME
               STRING "archive/" WORK-DATE "/extract.txt"
                   DELIMITED BY SIZE INTO EXTRACT-IN-NAME
               PERFORM SEARCH-ONE-DAY
               ADD 1 TO WORK-INT
           END-PERFORM
      *    Der laufende Geschaeftstag liegt bis zur Archivierung noch
      *    im Arbeitsverzeichnis.
           IF BUSINESS-DATE >= ASK-FROM AND BUSINESS-DATE <= ASK-TO
               AND NOT BUSDATE-ARCHIVED
               MOVE BUSINESS-DATE TO WORK-DATE
               MOVE "input.txt" TO TRANSACTION-IN-NAME
               MOVE "extract.txt" TO EXTRACT-IN-NAME
               PERFORM SEARCH-ONE-DAY
           END-IF
           PERFORM WRITE-SEARCH-FOOTER
           PERFORM WRITE-SEARCH-LOG
           DISPLAY "Recherche " SEARCH-COUNT ": " SEARCH-HITS
               " Treffer in " SEARCH-DAYS " Tagessaetzen."

           .
       SEARCH-ONE-DAY SECTION.
           MOVE 0 TO HIT-COUNT
           MOVE "N" TO HIT-TRUNC-SWITCH
           MOVE 0 TO RECORD-NUMBER
           OPEN INPUT TRANSACTION-IN
           IF TRANSACTION-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           ADD 1 TO SEARCH-DAYS
           IF WORK-DATE = BUSINESS-DATE
               AND TRANSACTION-IN-NAME(1:8) = "archive/"
               SET BUSDATE-ARCHIVED TO TRUE
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ TRANSACTION-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO RECORD-NUMBER
                       PERFORM CHECK-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-IN
           IF HIT-COUNT = 0
               EXIT SECTION
           END-IF
           PERFORM LOOKUP-DISPOSITIONS
           PERFORM LOOKUP-BALANCES
           PERFORM VARYING HIT-IDX FROM 1 BY 1
               UNTIL HIT-IDX > HIT-COUNT
               PERFORM WRITE-HIT-LINE
           END-PERFORM
           IF HITS-TRUNCATED
               MOVE SPACES TO RESULT-LINE
               STRING "  *** " WORK-DATE ": mehr als 500 Treffer,"
                   " Suche bitte eingrenzen ***"
                   DELIMITED BY SIZE INTO RESULT-LINE
               WRITE RESULT-OUT-F FROM RESULT-LINE
           END-IF

           .
       CHECK-ONE-RECORD SECTION.
      *    Kontrollsaetze der Filialen sind keine Umsaetze.
           IF DRCR-F = "T"
               EXIT SECTION
           END-IF
           IF ASK-BANKID > 0 AND BANKID-F NOT = ASK-BANKID
               EXIT SECTION
           END-IF
           IF ASK-ACCOUNTID > 0 AND ACCOUNTID-F NOT = ASK-ACCOUNTID
               EXIT SECTION
           END-IF
           MOVE AMOUNT-F TO TXN-AMOUNT
           IF ASK-MIN > 0 AND TXN-AMOUNT < ASK-MIN
               EXIT SECTION
           END-IF
           IF ASK-MAX > 0 AND TXN-AMOUNT > ASK-MAX
               EXIT SECTION
           END-IF
           IF ASK-DRCR = "D" AND DRCR-F NOT = "D"
               EXIT SECTION
           END-IF
           IF ASK-DRCR = "C" AND DRCR-F = "D"
               EXIT SECTION
           END-IF
           IF ASK-CURRENCY NOT = SPACE
               AND CURR-CODE-F NOT = ASK-CURRENCY
               EXIT SECTION
           END-IF
           IF ASK-TEXT-LEN > 0
               MOVE FUNCTION UPPER-CASE(COMMENT-F) TO UPPER-COMMENT
               MOVE 0 TO TEXT-TALLY
               INSPECT UPPER-COMMENT TALLYING TEXT-TALLY
                   FOR ALL ASK-TEXT(1:ASK-TEXT-LEN)
               IF TEXT-TALLY = 0
                   EXIT SECTION
               END-IF
           END-IF
           IF HIT-COUNT >= 500
               SET HITS-TRUNCATED TO TRUE
               EXIT SECTION
           END-IF
           ADD 1 TO HIT-COUNT
           MOVE RECORD-NUMBER TO HT-RECNO(HIT-COUNT)
           MOVE TRANSACTION-F TO HT-IMAGE(HIT-COUNT)
           MOVE "-" TO HT-DISPOSITION(HIT-COUNT)
           MOVE 0 TO HT-BALANCE(HIT-COUNT)
           MOVE "N" TO HT-BAL-SWITCH(HIT-COUNT)

           .
       LOOKUP-DISPOSITIONS SECTION.
      *    Massgeblich ist der letzte Protokollsatz des Tages zum
      *    Eingabesatz; ein Wiederanlauf ueberspringt schon Gebuchtes
      *    (SKIPPED-RESTART) und aendert daran nichts.
           OPEN INPUT RUNAUDIT-IN
           IF RUNAUDIT-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ RUNAUDIT-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF AD-RUNDATE-F = WORK-DATE
                           AND AD-FILE-F = "input.txt"
                           AND AD-DISPOSITION-F NOT = "SKIPPED-RESTART"
                           PERFORM MATCH-DISPOSITION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUNAUDIT-IN

           .
       MATCH-DISPOSITION SECTION.
           PERFORM VARYING HIT-IDX FROM 1 BY 1
               UNTIL HIT-IDX > HIT-COUNT
               IF HT-RECNO(HIT-IDX) = AD-RECNO-F
                   MOVE AD-DISPOSITION-F TO HT-DISPOSITION(HIT-IDX)
               END-IF
           END-PERFORM

           .
       LOOKUP-BALANCES SECTION.
           OPEN INPUT EXTRACT-IN
           IF EXTRACT-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ EXTRACT-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF EX-RECTYPE = "ACCOUNT"
                           PERFORM MATCH-BALANCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXTRACT-IN

           .
       MATCH-BALANCE SECTION.
           PERFORM VARYING HIT-IDX FROM 1 BY 1
               UNTIL HIT-IDX > HIT-COUNT
               MOVE HT-IMAGE(HIT-IDX) TO HIT-RECORD
               IF HR-BANKID = EX-BANKID
                   AND HR-ACCOUNTID = EX-ACCOUNTID
                   MOVE EX-AMOUNT TO HT-BALANCE(HIT-IDX)
                   MOVE "Y" TO HT-BAL-SWITCH(HIT-IDX)
               END-IF
           END-PERFORM

           .
       WRITE-SEARCH-HEADER SECTION.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           MOVE ALL "=" TO RESULT-OUT-F
           WRITE RESULT-OUT-F
           MOVE SPACES TO RESULT-LINE
           STRING "Umsatzrecherche " SEARCH-COUNT " von "
               FUNCTION TRIM(OPERATOR-ID) " am " DATETIME(1:8) " "
               DATETIME(9:2) ":" DATETIME(11:2)
               " - VERTRAULICH, nur fuer den Ermittlungszweck"
               DELIMITED BY SIZE INTO RESULT-LINE
           WRITE RESULT-OUT-F FROM RESULT-LINE
           MOVE SPACES TO RESULT-LINE
           MOVE ASK-MIN TO RL-MIN
           MOVE ASK-MAX TO RL-MAX
           STRING "Zeitraum " ASK-FROM " - " ASK-TO
               "  Bank " ASK-BANKID "  Konto " ASK-ACCOUNTID
               "  Betrag " RL-MIN " - " RL-MAX
               "  S/H " ASK-DRCR "  Waehrung " ASK-CURRENCY
               DELIMITED BY SIZE INTO RESULT-LINE
           WRITE RESULT-OUT-F FROM RESULT-LINE
           MOVE SPACES TO RESULT-LINE
           STRING "Verwendungszweck enthaelt: " ASK-TEXT
               "  (0 bzw. leer = ohne Filter)"
               DELIMITED BY SIZE INTO RESULT-LINE
           WRITE RESULT-OUT-F FROM RESULT-LINE
           WRITE RESULT-OUT-F FROM SPACE
           MOVE "Tag      Satz     Bank  Konto           Betrag S W"
               & "hg Valuta   Verwendungszweck" TO RESULT-LINE
           MOVE "Disposition          Saldo n. Lauf"
               TO RESULT-LINE(99:34)
           WRITE RESULT-OUT-F FROM RESULT-LINE

           .
       WRITE-HIT-LINE SECTION.
           MOVE HT-IMAGE(HIT-IDX) TO HIT-RECORD
           MOVE HR-AMOUNT TO TXN-AMOUNT
           MOVE TXN-AMOUNT TO RL-AMOUNT
           MOVE SPACES TO RESULT-LINE
           STRING WORK-DATE " " HT-RECNO(HIT-IDX) " " HR-BANKID " "
               HR-ACCOUNTID " " RL-AMOUNT " " HR-DRCR " "
               HR-CURRENCY " " HR-VALDATE " " HR-COMMENT(1:35)
               DELIMITED BY SIZE INTO RESULT-LINE
           MOVE HT-DISPOSITION(HIT-IDX) TO RESULT-LINE(99:20)
           IF HT-BAL-SWITCH(HIT-IDX) = "Y"
               MOVE HT-BALANCE(HIT-IDX) TO RL-BALANCE
               MOVE RL-BALANCE TO RESULT-LINE(120:12)
           END-IF
           WRITE RESULT-OUT-F FROM RESULT-LINE
           IF HR-COMMENT(36:20) NOT = SPACE
               MOVE SPACES TO RESULT-LINE
               MOVE HR-COMMENT(36:20) TO RESULT-LINE(63:20)
               WRITE RESULT-OUT-F FROM RESULT-LINE
           END-IF
           ADD 1 TO SEARCH-HITS

           .
       WRITE-SEARCH-FOOTER SECTION.
           WRITE RESULT-OUT-F FROM SPACE
           MOVE SEARCH-HITS TO RL-COUNT
           MOVE SPACES TO RESULT-LINE
           STRING "Treffer: " RL-COUNT "   durchsuchte Tagessaetze: "
               SEARCH-DAYS
               DELIMITED BY SIZE INTO RESULT-LINE
           WRITE RESULT-OUT-F FROM RESULT-LINE

           .
       WRITE-SEARCH-LOG SECTION.
           MOVE SPACES TO LOG-OUT-F
           MOVE DATETIME TO LG-TIMESTAMP
           MOVE OPERATOR-ID TO LG-OPERATOR
           MOVE ASK-FROM TO LG-FROM
           MOVE ASK-TO TO LG-TO
           MOVE ASK-BANKID TO LG-BANKID
           MOVE ASK-ACCOUNTID TO LG-ACCOUNTID
           MOVE ASK-MIN TO LG-MIN
           MOVE ASK-MAX TO LG-MAX
           MOVE ASK-DRCR TO LG-DRCR
           MOVE ASK-CURRENCY TO LG-CURRENCY
           MOVE ASK-TEXT TO LG-TEXT
           MOVE SEARCH-HITS TO LG-HITS
           WRITE LOG-OUT-F

           .
