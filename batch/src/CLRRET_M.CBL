       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLRRET_M.
      *****************************************************************
      * Rueckgabe an die Einreicherbank fuer Clearing-Posten, die der
      * Abschluss nicht buchen konnte: Ruecklaeufer aus returns.txt
      * (Dispolimit, fehlendes Mandat) und Rejects aus reject.txt
      * wegen Konto (unbekannt, geschlossen, gesperrt, abgefuehrt)
      * oder Bank werden ueber ihr Bild gegen das Herkunftsverzeichnis
      * clearorig.txt des Clearing-Imports gehalten. Jeder Treffer
      * geht mit Rueckgabegrund (ISO-Code: AM04 Deckung, MD01
      * Mandat, AC01 Konto unbekannt, AC04 Konto geschlossen, AC06
      * Konto gesperrt, RC01 Bankkennung falsch) und der
      * Originalreferenz in eine Rueckgabedatei je Einreicher
      * clrret_<Absender>.txt im H/D/T-Lieferformat von Clearing-
      * Import und Settlement-Export (Kopfsatz mit Datum und
      * Absender HAUSBANK, D-Saetze, Schlusssatz mit Anzahl und
      * Summe); im D-Satz folgen der Referenz Rueckgabegrund und
      * Lieferdatum des Originals. Andere Rejects (Waehrung, Format,
      * Kontrollsummen) bleiben in der Reject-Reparatur.
      * Zurueckgegebene Posten werden im Verzeichnis als R
      * gekennzeichnet, damit ein Wiederholungslauf sie nicht noch
      * einmal schickt; zurueckgegebene Rejects werden im
      * Zwischenkontenbestand suspense.txt auf X gesetzt und vom
      * naechsten Lauf des Zwischenkontos ausgeglichen - der Lauf
      * gehoert deshalb in der Nachtkette hinter SUSPENSE_M.
      * Eintraege des Verzeichnisses, deren Lieferung laenger als
      * 30 Tage zurueckliegt, werden entfernt. Bericht clrretrpt.txt,
      * Lauftag aus busdate.txt, sonst Systemdatum.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORIGIN-IN ASSIGN TO "clearorig.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORIGIN-IN-FILE-STATUS.
           SELECT ORIGIN-OUT ASSIGN TO "clearorig.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORIGIN-OUT-FILE-STATUS.
           SELECT RETURNS-IN ASSIGN TO "returns.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURNS-IN-FILE-STATUS.
           SELECT REJECT-IN ASSIGN TO "reject.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-IN-FILE-STATUS.
           SELECT SUSP-IN ASSIGN TO "suspense.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSP-IN-FILE-STATUS.
           SELECT SUSP-OUT ASSIGN TO "suspense.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSP-OUT-FILE-STATUS.
           SELECT RETURN-OUT ASSIGN TO RETURN-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURN-OUT-FILE-STATUS.
           SELECT REPORT-OUT ASSIGN TO "clrretrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-OUT-FILE-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-IN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ORIGIN-IN.
       01  ORIGIN-IN-F PIC X(156).
       FD ORIGIN-OUT.
       01  ORIGIN-OUT-F PIC X(156).
       FD RETURNS-IN.
       01  RETURNS-IN-F.
         05  RT-REASON-F PIC X(12).
         05  RT-IMAGE-F  PIC X(92).
       FD REJECT-IN.
       01  REJECT-IN-F.
         05  RC-REASON-F PIC X(12).
         05  FILLER      PIC X(70).
         05  RC-IMAGE-F  PIC X(92).
       FD SUSP-IN.
       01  SUSP-IN-F PIC X(231).
       FD SUSP-OUT.
       01  SUSP-OUT-F PIC X(231).
       FD RETURN-OUT.
       01  RETURN-OUT-F PIC X(100).
       01  RETURN-HEADER REDEFINES RETURN-OUT-F.
         05  RH-RECTYPE  PIC X(01).
         05  RH-DATE     PIC 9(8).
         05  RH-SENDER   PIC X(11).
         05  FILLER      PIC X(80).
       01  RETURN-DETAIL REDEFINES RETURN-OUT-F.
         05  RD-RECTYPE   PIC X(01).
         05  RD-BANKID    PIC 9(5).
         05  RD-ACCOUNTID PIC 9(10).
         05  RD-AMOUNT    PIC 9(10)V99.
         05  RD-DRCR      PIC X(01).
         05  RD-CURR      PIC X(03).
         05  RD-VALDATE   PIC 9(8).
         05  RD-REFERENCE PIC X(40).
         05  RD-REASON    PIC X(04).
         05  RD-ORIGDATE  PIC 9(8).
         05  FILLER       PIC X(08).
       01  RETURN-TRAILER REDEFINES RETURN-OUT-F.
         05  RR-RECTYPE  PIC X(01).
         05  RR-COUNT    PIC 9(8).
         05  RR-TOTAL    PIC 9(12)V99.
         05  FILLER      PIC X(76).
       FD REPORT-OUT.
       01  REPORT-OUT-F PIC X(100).
       FD BUSDATE-IN.
       01  BUSDATE-IN-F PIC 9(8).
       WORKING-STORAGE SECTION.
       01  ORIGIN-IN-FILE-STATUS  PIC X(02).
       01  ORIGIN-OUT-FILE-STATUS PIC X(02).
       01  RETURNS-IN-FILE-STATUS PIC X(02).
       01  REJECT-IN-FILE-STATUS  PIC X(02).
       01  SUSP-IN-FILE-STATUS    PIC X(02).
       01  SUSP-OUT-FILE-STATUS   PIC X(02).
       01  RETURN-OUT-FILE-STATUS PIC X(02).
       01  REPORT-OUT-FILE-STATUS PIC X(02).
       01  BUSDATE-IN-FILE-STATUS PIC X(02).
       01  RETURN-OUT-NAME PIC X(40) VALUE SPACE.
       01  RUN-DATE-DATA.
         05  RUN-DATE-NUM PIC 9(8).
         05  FILLER       PIC X(13).
       01  RUN-DATE-INT PIC 9(8) VALUE 0.
       01  RETAIN-DAYS  PIC 9(3) VALUE 30.
       01  LOAD-EOF-SWITCH PIC X VALUE "N".
         88  LOAD-EOF VALUE "Y".
       01  OVERFLOW-SWITCH PIC X VALUE "N".
         88  TABLE-OVERFLOW VALUE "Y".
      * Abbildung der Abschluss-Gruende auf die Rueckgabegruende.
       01  REASON-MAP-DATA.
         05  FILLER PIC X(16) VALUE "NSF-LIMIT   AM04".
         05  FILLER PIC X(16) VALUE "NOMANDATE   MD01".
         05  FILLER PIC X(16) VALUE "NO-ACCOUNT  AC01".
         05  FILLER PIC X(16) VALUE "BAD-ACCTID  AC01".
         05  FILLER PIC X(16) VALUE "ACCT-CLOSED AC04".
         05  FILLER PIC X(16) VALUE "ACCT-ESCHEATAC04".
         05  FILLER PIC X(16) VALUE "ACCT-BLOCKEDAC06".
         05  FILLER PIC X(16) VALUE "BADBANK     RC01".
         05  FILLER PIC X(16) VALUE "BAD-BANKID  RC01".
       01  REASON-MAP REDEFINES REASON-MAP-DATA.
         05  REASON-ENTRY OCCURS 9 TIMES.
           10  RM-INTERNAL PIC X(12).
           10  RM-CODE     PIC X(04).
       01  REASON-IDX  PIC 9(02).
       01  WORK-REASON PIC X(12).
       01  WORK-CODE   PIC X(04).
       01  WORK-IMAGE.
         05  WI-BANKID    PIC 9(5).
         05  WI-ACCOUNTID PIC 9(10).
         05  WI-AMOUNT    PIC 9(8)V99.
         05  WI-DRCR      PIC X(01).
           88  WI-TRAILER VALUE "T".
         05  WI-CURR      PIC X(03).
         05  WI-COMMENT   PIC X(55).
         05  WI-VALDATE   PIC X(08).
       01  WORK-REJECT PIC X(174).
       01  WORK-SOURCE PIC X(01).
      * Herkunftsverzeichnis (Satzbild wie im Clearing-Import).
       01  ORIGIN-RECORD.
         05  CO-IMAGE     PIC X(92).
         05  FILLER       PIC X(01).
         05  CO-SENDER    PIC X(11).
         05  FILLER       PIC X(01).
         05  CO-DELIVDATE PIC 9(8).
         05  FILLER       PIC X(01).
         05  CO-REFERENCE PIC X(40).
         05  FILLER       PIC X(01).
         05  CO-STATE     PIC X(01).
           88  CO-RETURNED VALUE "R".
       01  ORIGIN-TABLE.
         05  ORIGIN-ITEM OCCURS 5000 TIMES PIC X(156).
       01  ORIGIN-COUNT PIC 9(04) VALUE 0.
       01  ORIGIN-IDX   PIC 9(04).
       01  ORIGIN-FOUND-SWITCH PIC X VALUE "N".
         88  ORIGIN-FOUND VALUE "Y".
      * Heutige Rueckgaben: Eintrag im Verzeichnis, Grund und Quelle
      * (R=returns.txt, J=reject.txt mit vollem Reject-Satz).
       01  RETURN-TABLE.
         05  RETURN-ENTRY OCCURS 2000 TIMES.
           10  RE-ORIGIN-IDX PIC 9(04).
           10  RE-CODE       PIC X(04).
           10  RE-REASON     PIC X(12).
           10  RE-SOURCE     PIC X(01).
           10  RE-REJECT     PIC X(174).
       01  RETURN-COUNT PIC 9(04) VALUE 0.
       01  RETURN-IDX   PIC 9(04).
      * Zwischenkontenbestand (Satzbild wie in SUSPENSE_M).
       01  SUSP-RECORD.
         05  SL-ITEMNO    PIC 9(8).
         05  FILLER       PIC X(01).
         05  SL-OPENDATE  PIC 9(8).
         05  FILLER       PIC X(01).
         05  SL-STATE     PIC X(01).
           88  SL-OPEN        VALUE "O".
         05  FILLER       PIC X(01).
         05  SL-BOOKED    PIC X(01).
         05  FILLER       PIC X(01).
         05  SL-SIDE      PIC X(01).
         05  FILLER       PIC X(01).
         05  SL-AMOUNT    PIC 9(8)V99.
         05  FILLER       PIC X(01).
         05  SL-CURRENCY  PIC X(03).
         05  FILLER       PIC X(01).
         05  SL-ACTDATE   PIC 9(8).
         05  FILLER       PIC X(01).
         05  SL-OPERATOR  PIC X(08).
         05  FILLER       PIC X(01).
         05  SL-REJECT    PIC X(174).
       01  SUSP-TABLE.
         05  SUSP-ITEM OCCURS 2000 TIMES PIC X(231).
       01  SUSP-COUNT PIC 9(04) VALUE 0.
       01  SUSP-IDX   PIC 9(04).
       01  SUSP-FOUND-SWITCH PIC X VALUE "N".
         88  SUSP-FOUND VALUE "Y".
       01  SUSP-CHANGED-COUNT PIC 9(04) VALUE 0.
      * Je Einreicher eine Datei.
       01  EXPORT-SENDER PIC X(11).
       01  EXPORT-COUNT  PIC 9(8) VALUE 0.
       01  EXPORT-TOTAL  PIC 9(12)V99 VALUE 0.
       01  FILE-COUNT    PIC 9(03) VALUE 0.
       01  DONE-TABLE.
         05  DONE-SENDER OCCURS 200 TIMES PIC X(11).
       01  DONE-COUNT PIC 9(03) VALUE 0.
       01  DONE-IDX   PIC 9(03).
       01  DONE-SWITCH PIC X VALUE "N".
         88  SENDER-DONE VALUE "Y".
       01  EXP-IDX PIC 9(04).
       01  KEPT-COUNT    PIC 9(04) VALUE 0.
       01  EXPIRED-COUNT PIC 9(04) VALUE 0.
       01  REPORT-LINE PIC X(100).
       01  RL-AMOUNT   PIC Z(7)9.99.
       01  RL-COUNT    PIC Z(7)9.
       01  RL-TOTAL    PIC Z(11)9.99.

       PROCEDURE DIVISION.
           PERFORM LOAD-RUN-DATE
           PERFORM LOAD-ORIGIN-REGISTER
           IF ORIGIN-IN-FILE-STATUS NOT = "00"
               DISPLAY "Clearing-Rueckgabe: kein Herkunftsverzeichnis"
                   " clearorig.txt - nichts zurueckzugeben."
               GOBACK
           END-IF
           IF TABLE-OVERFLOW
               DISPLAY "*** clearorig.txt hat mehr als 5000 Eintraege"
                   " - Lauf verweigert ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-OUT
           MOVE SPACES TO REPORT-LINE
           STRING "Clearing-Rueckgabe vom " RUN-DATE-NUM(7:2) "."
               RUN-DATE-NUM(5:2) "." RUN-DATE-NUM(1:4)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           MOVE "R" TO WORK-SOURCE
           PERFORM MATCH-RETURNS
           MOVE "J" TO WORK-SOURCE
           PERFORM MATCH-REJECTS
           IF TABLE-OVERFLOW
               MOVE "*** Mehr als 2000 Rueckgaben - Lauf verweigert,"
                   & " nichts geschrieben ***" TO REPORT-OUT-F
               WRITE REPORT-OUT-F
               CLOSE REPORT-OUT
               DISPLAY "*** Clearing-Rueckgabe: Tabelle voll - Lauf"
                   " verweigert ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING RETURN-IDX FROM 1 BY 1
               UNTIL RETURN-IDX > RETURN-COUNT
               MOVE RE-ORIGIN-IDX(RETURN-IDX) TO ORIGIN-IDX
               MOVE ORIGIN-ITEM(ORIGIN-IDX) TO ORIGIN-RECORD
               MOVE CO-SENDER TO EXPORT-SENDER
               PERFORM CHECK-SENDER-DONE
               IF NOT SENDER-DONE
                   PERFORM EXPORT-ONE-SENDER
               END-IF
           END-PERFORM
           PERFORM MARK-SUSPENSE-ITEMS
           PERFORM SAVE-ORIGIN-REGISTER
           MOVE SPACES TO REPORT-LINE
           MOVE RETURN-COUNT TO RL-COUNT
           STRING "Zurueckgegeben: " RL-COUNT " Posten in "
               FILE-COUNT " Dateien, " SUSP-CHANGED-COUNT
               " Posten im Zwischenkonto gekennzeichnet."
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE
           CLOSE REPORT-OUT
           DISPLAY "Clearing-Rueckgabe: " RETURN-COUNT " Posten an "
               FILE-COUNT " Einreicher, " EXPIRED-COUNT
               " Verzeichniseintraege abgelaufen."
           GOBACK.

       LOAD-RUN-DATE SECTION.
           MOVE 0 TO RUN-DATE-NUM
           OPEN INPUT BUSDATE-IN
           IF BUSDATE-IN-FILE-STATUS = "00"
               READ BUSDATE-IN
                   NOT AT END MOVE BUSDATE-IN-F TO RUN-DATE-NUM
               END-READ
               CLOSE BUSDATE-IN
           END-IF
           IF RUN-DATE-NUM = 0
               MOVE FUNCTION CURRENT-DATE TO RUN-DATE-DATA
           END-IF
           COMPUTE RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM)

           .
       LOAD-ORIGIN-REGISTER SECTION.
           OPEN INPUT ORIGIN-IN
           IF ORIGIN-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF OR TABLE-OVERFLOW
               READ ORIGIN-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF ORIGIN-COUNT >= 5000
                           SET TABLE-OVERFLOW TO TRUE
                       ELSE
                           ADD 1 TO ORIGIN-COUNT
                           MOVE ORIGIN-IN-F TO
                               ORIGIN-ITEM(ORIGIN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORIGIN-IN

           .
       MATCH-RETURNS SECTION.
           OPEN INPUT RETURNS-IN
           IF RETURNS-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF OR TABLE-OVERFLOW
               READ RETURNS-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       MOVE RT-REASON-F TO WORK-REASON
                       MOVE RT-IMAGE-F TO WORK-IMAGE
                       MOVE SPACES TO WORK-REJECT
                       PERFORM MATCH-ONE-ITEM
               END-READ
           END-PERFORM
           CLOSE RETURNS-IN

           .
       MATCH-REJECTS SECTION.
           OPEN INPUT REJECT-IN
           IF REJECT-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF OR TABLE-OVERFLOW
               READ REJECT-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       MOVE RC-REASON-F TO WORK-REASON
                       MOVE RC-IMAGE-F TO WORK-IMAGE
                       MOVE REJECT-IN-F TO WORK-REJECT
                       PERFORM MATCH-ONE-ITEM
               END-READ
           END-PERFORM
           CLOSE REJECT-IN

           .
       MATCH-ONE-ITEM SECTION.
      *    Nur Gruende mit Rueckgabecode und nur Posten, deren Bild
      *    im Verzeichnis noch offen steht, gehen zurueck.
           IF WI-TRAILER
               EXIT SECTION
           END-IF
           MOVE SPACES TO WORK-CODE
           PERFORM VARYING REASON-IDX FROM 1 BY 1
               UNTIL REASON-IDX > 9 OR WORK-CODE NOT = SPACES
               IF RM-INTERNAL(REASON-IDX) = WORK-REASON
                   MOVE RM-CODE(REASON-IDX) TO WORK-CODE
               END-IF
           END-PERFORM
           IF WORK-CODE = SPACES
               EXIT SECTION
           END-IF
           MOVE "N" TO ORIGIN-FOUND-SWITCH
           PERFORM VARYING ORIGIN-IDX FROM 1 BY 1
               UNTIL ORIGIN-IDX > ORIGIN-COUNT OR ORIGIN-FOUND
               MOVE ORIGIN-ITEM(ORIGIN-IDX) TO ORIGIN-RECORD
               IF CO-IMAGE = WORK-IMAGE AND NOT CO-RETURNED
                   SET ORIGIN-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT ORIGIN-FOUND
               EXIT SECTION
           END-IF
           SUBTRACT 1 FROM ORIGIN-IDX
           IF RETURN-COUNT >= 2000
               SET TABLE-OVERFLOW TO TRUE
               EXIT SECTION
           END-IF
           MOVE "R" TO CO-STATE
           MOVE ORIGIN-RECORD TO ORIGIN-ITEM(ORIGIN-IDX)
           ADD 1 TO RETURN-COUNT
           MOVE ORIGIN-IDX TO RE-ORIGIN-IDX(RETURN-COUNT)
           MOVE WORK-CODE TO RE-CODE(RETURN-COUNT)
           MOVE WORK-REASON TO RE-REASON(RETURN-COUNT)
           MOVE WORK-SOURCE TO RE-SOURCE(RETURN-COUNT)
           MOVE WORK-REJECT TO RE-REJECT(RETURN-COUNT)

           .
       CHECK-SENDER-DONE SECTION.
           MOVE "N" TO DONE-SWITCH
           PERFORM VARYING DONE-IDX FROM 1 BY 1
               UNTIL DONE-IDX > DONE-COUNT OR SENDER-DONE
               IF DONE-SENDER(DONE-IDX) = EXPORT-SENDER
                   SET SENDER-DONE TO TRUE
               END-IF
           END-PERFORM

           .
       EXPORT-ONE-SENDER SECTION.
           IF DONE-COUNT >= 200
               DISPLAY "*** Einreicher-Tabelle voll: "
                   EXPORT-SENDER " nicht exportiert ***"
               EXIT SECTION
           END-IF
           ADD 1 TO DONE-COUNT
           MOVE EXPORT-SENDER TO DONE-SENDER(DONE-COUNT)
           MOVE SPACES TO RETURN-OUT-NAME
           IF EXPORT-SENDER = SPACES
               MOVE "clrret_UNBEKANNT.txt" TO RETURN-OUT-NAME
           ELSE
               STRING "clrret_" DELIMITED BY SIZE
                   EXPORT-SENDER DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE
                   INTO RETURN-OUT-NAME
           END-IF
           OPEN OUTPUT RETURN-OUT
           MOVE SPACES TO RETURN-OUT-F
           MOVE "H" TO RH-RECTYPE
           MOVE RUN-DATE-NUM TO RH-DATE
           MOVE "HAUSBANK" TO RH-SENDER
           WRITE RETURN-OUT-F
           MOVE 0 TO EXPORT-COUNT
           MOVE 0 TO EXPORT-TOTAL
           PERFORM VARYING EXP-IDX FROM 1 BY 1
               UNTIL EXP-IDX > RETURN-COUNT
               MOVE RE-ORIGIN-IDX(EXP-IDX) TO ORIGIN-IDX
               MOVE ORIGIN-ITEM(ORIGIN-IDX) TO ORIGIN-RECORD
               IF CO-SENDER = EXPORT-SENDER
                   PERFORM WRITE-RETURN-DETAIL
               END-IF
           END-PERFORM
           MOVE SPACES TO RETURN-OUT-F
           MOVE "T" TO RR-RECTYPE
           MOVE EXPORT-COUNT TO RR-COUNT
           MOVE EXPORT-TOTAL TO RR-TOTAL
           WRITE RETURN-OUT-F
           CLOSE RETURN-OUT
           ADD 1 TO FILE-COUNT
           MOVE EXPORT-COUNT TO RL-COUNT
           MOVE EXPORT-TOTAL TO RL-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "Einreicher " EXPORT-SENDER ": " RL-COUNT
               " Posten, Summe " RL-TOTAL " -> "
               FUNCTION TRIM(RETURN-OUT-NAME)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE

           .
       WRITE-RETURN-DETAIL SECTION.
           MOVE CO-IMAGE TO WORK-IMAGE
           MOVE SPACES TO RETURN-OUT-F
           MOVE "D" TO RD-RECTYPE
           MOVE WI-BANKID TO RD-BANKID
           MOVE WI-ACCOUNTID TO RD-ACCOUNTID
           MOVE WI-AMOUNT TO RD-AMOUNT
           MOVE WI-DRCR TO RD-DRCR
           MOVE WI-CURR TO RD-CURR
           MOVE RUN-DATE-NUM TO RD-VALDATE
           MOVE CO-REFERENCE TO RD-REFERENCE
           MOVE RE-CODE(EXP-IDX) TO RD-REASON
           MOVE CO-DELIVDATE TO RD-ORIGDATE
           WRITE RETURN-OUT-F
           ADD 1 TO EXPORT-COUNT
           ADD WI-AMOUNT TO EXPORT-TOTAL
           MOVE WI-AMOUNT TO RL-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  " WI-BANKID " " WI-ACCOUNTID " " WI-DRCR " "
               RL-AMOUNT " " WI-CURR " " RE-CODE(EXP-IDX) " "
               RE-REASON(EXP-IDX) " " CO-REFERENCE(1:30)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-OUT-F FROM REPORT-LINE

           .
       MARK-SUSPENSE-ITEMS SECTION.
      *    Zurueckgegebene Rejects verlassen die Reparatur: der
      *    offene Posten gleichen Reject-Satzes wird auf X gesetzt.
           OPEN INPUT SUSP-IN
           IF SUSP-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ SUSP-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF SUSP-COUNT >= 2000
                           DISPLAY "*** suspense.txt hat mehr als"
                               " 2000 Posten - nicht gekennzeichnet"
                               " ***"
                           CLOSE SUSP-IN
                           EXIT SECTION
                       END-IF
                       ADD 1 TO SUSP-COUNT
                       MOVE SUSP-IN-F TO SUSP-ITEM(SUSP-COUNT)
               END-READ
           END-PERFORM
           CLOSE SUSP-IN
           PERFORM VARYING RETURN-IDX FROM 1 BY 1
               UNTIL RETURN-IDX > RETURN-COUNT
               IF RE-SOURCE(RETURN-IDX) = "J"
                   PERFORM MARK-ONE-SUSPENSE-ITEM
               END-IF
           END-PERFORM
           IF SUSP-CHANGED-COUNT = 0
               EXIT SECTION
           END-IF
           OPEN OUTPUT SUSP-OUT
           PERFORM VARYING SUSP-IDX FROM 1 BY 1
               UNTIL SUSP-IDX > SUSP-COUNT
               WRITE SUSP-OUT-F FROM SUSP-ITEM(SUSP-IDX)
           END-PERFORM
           CLOSE SUSP-OUT

           .
       MARK-ONE-SUSPENSE-ITEM SECTION.
           MOVE "N" TO SUSP-FOUND-SWITCH
           PERFORM VARYING SUSP-IDX FROM 1 BY 1
               UNTIL SUSP-IDX > SUSP-COUNT OR SUSP-FOUND
               MOVE SUSP-ITEM(SUSP-IDX) TO SUSP-RECORD
               IF SL-OPEN AND SL-REJECT = RE-REJECT(RETURN-IDX)
                   SET SUSP-FOUND TO TRUE
                   MOVE "X" TO SL-STATE
                   MOVE RUN-DATE-NUM TO SL-ACTDATE
                   MOVE "CLRRET" TO SL-OPERATOR
                   MOVE SUSP-RECORD TO SUSP-ITEM(SUSP-IDX)
                   ADD 1 TO SUSP-CHANGED-COUNT
               END-IF
           END-PERFORM

           .
       SAVE-ORIGIN-REGISTER SECTION.
      *    Abgelaufene Lieferungen fallen heraus; zurueckgegebene
      *    Eintraege bleiben bis dahin stehen, damit die
      *    Wiedervorlage sie weiter als Clearing-Posten erkennt.
           OPEN OUTPUT ORIGIN-OUT
           PERFORM VARYING ORIGIN-IDX FROM 1 BY 1
               UNTIL ORIGIN-IDX > ORIGIN-COUNT
               MOVE ORIGIN-ITEM(ORIGIN-IDX) TO ORIGIN-RECORD
               IF CO-DELIVDATE IS NUMERIC AND CO-DELIVDATE > 0
                   AND FUNCTION INTEGER-OF-DATE(CO-DELIVDATE)
                       + RETAIN-DAYS < RUN-DATE-INT
                   ADD 1 TO EXPIRED-COUNT
               ELSE
                   WRITE ORIGIN-OUT-F FROM ORIGIN-RECORD
                   ADD 1 TO KEPT-COUNT
               END-IF
           END-PERFORM
           CLOSE ORIGIN-OUT

           .
