       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AMLCASE_M.
      *****************************************************************
      * Fallbearbeitung der Geldwaesche-Befunde: uebernimmt zu
      * Beginn jeden neuen Befund aus amlfind.txt (von AMLSCAN_M)
      * als nummerierten Fall in den Fallbestand amlcase.txt und
      * leert die Eingangsdatei. Je Fall werden Status (O=offen,
      * I=in Bearbeitung, E=eskaliert, F=gemeldet, C=geschlossen
      * ohne Massnahme), zustaendiger Analyst, Eroeffnungs-,
      * Faelligkeits- und Abschlussdatum sowie die letzte Notiz
      * gefuehrt; alle Notizen stehen mit Zeitstempel in
      * amlnotes.txt. Ein neuer Fall ist nach 30 Tagen, ein
      * eskalierter nach 10 Tagen faellig, sofern kein Termin
      * gesetzt wird. F und C sind Endzustaende.
      * Beim Status F entsteht der Meldetext an die Aufsicht in
      * amlsar_nnnnnn.txt (Fallnummer) mit Konto, verknuepften
      * Kunden (custlink.txt/custmast.txt), Befund und allen
      * Notizen. Jede Aktion wird mit Bediener und Zeitstempel in
      * amlcaseaudit.txt protokolliert.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINDING-IN ASSIGN TO "amlfind.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINDING-IN-FILE-STATUS.
           SELECT FINDING-OUT ASSIGN TO "amlfind.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINDING-OUT-FILE-STATUS.
           SELECT CASE-IN ASSIGN TO "amlcase.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASE-IN-FILE-STATUS.
           SELECT CASE-OUT ASSIGN TO "amlcase.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASE-OUT-FILE-STATUS.
           SELECT NOTES-IN ASSIGN TO "amlnotes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTES-IN-FILE-STATUS.
           SELECT NOTES-OUT ASSIGN TO "amlnotes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTES-OUT-FILE-STATUS.
           SELECT AUDIT-OUT ASSIGN TO "amlcaseaudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-OUT-FILE-STATUS.
           SELECT CUSTMAST-IN ASSIGN TO "custmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTMAST-IN-FILE-STATUS.
           SELECT CUSTLINK-IN ASSIGN TO "custlink.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTLINK-IN-FILE-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-IN-FILE-STATUS.
           SELECT SAR-OUT ASSIGN TO SAR-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAR-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FINDING-IN.
       01  FINDING-IN-F.
         05  AF-DATE      PIC 9(8).
         05  AF-BANKID    PIC 9(5).
         05  AF-ACCOUNTID PIC 9(10).
         05  AF-HITS      PIC 9(4).
         05  AF-TOTAL     PIC 9(10)V99.
         05  AF-RISK      PIC X(01).
         05  AF-KIND      PIC X(10).
       FD FINDING-OUT.
       01  FINDING-OUT-F PIC X(50).
       FD CASE-IN.
       01  CASE-IN-F PIC X(149).
       FD CASE-OUT.
       01  CASE-OUT-F PIC X(149).
       FD NOTES-IN.
       01  NOTES-IN-F.
         05  NT-CASENO    PIC 9(6).
         05  FILLER       PIC X(01).
         05  NT-TIMESTAMP PIC 9(16).
         05  FILLER       PIC X(01).
         05  NT-OPERATOR  PIC X(08).
         05  FILLER       PIC X(01).
         05  NT-TEXT      PIC X(60).
       FD NOTES-OUT.
       01  NOTES-OUT-F.
         05  NO-CASENO    PIC 9(6).
         05  FILLER       PIC X VALUE SPACE.
         05  NO-TIMESTAMP PIC 9(16).
         05  FILLER       PIC X VALUE SPACE.
         05  NO-OPERATOR  PIC X(08).
         05  FILLER       PIC X VALUE SPACE.
         05  NO-TEXT      PIC X(60).
       FD AUDIT-OUT.
       01  AUDIT-OUT-F.
         05  AU-TIMESTAMP PIC 9(16).
         05  FILLER       PIC X VALUE SPACE.
         05  AU-OPERATOR  PIC X(08).
         05  FILLER       PIC X VALUE SPACE.
         05  AU-ACTION    PIC X(08).
         05  FILLER       PIC X VALUE SPACE.
         05  AU-CASENO    PIC 9(6).
         05  FILLER       PIC X VALUE SPACE.
         05  AU-OLDSTATUS PIC X(01).
         05  FILLER       PIC X VALUE SPACE.
         05  AU-NEWSTATUS PIC X(01).
         05  FILLER       PIC X VALUE SPACE.
         05  AU-TEXT      PIC X(60).
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
       FD BUSDATE-IN.
       01  BUSDATE-IN-F PIC 9(8).
       FD SAR-OUT.
       01  SAR-OUT-F PIC X(100).
       WORKING-STORAGE SECTION.
       01  FINDING-IN-FILE-STATUS  PIC X(02).
       01  FINDING-OUT-FILE-STATUS PIC X(02).
       01  CASE-IN-FILE-STATUS     PIC X(02).
       01  CASE-OUT-FILE-STATUS    PIC X(02).
       01  NOTES-IN-FILE-STATUS    PIC X(02).
       01  NOTES-OUT-FILE-STATUS   PIC X(02).
       01  AUDIT-OUT-FILE-STATUS   PIC X(02).
       01  CUSTMAST-IN-FILE-STATUS PIC X(02).
       01  CUSTLINK-IN-FILE-STATUS PIC X(02).
       01  BUSDATE-IN-FILE-STATUS  PIC X(02).
       01  SAR-OUT-FILE-STATUS     PIC X(02).
       01  SAR-OUT-NAME PIC X(40) VALUE SPACE.
       01  CURRENT-DATE-DATA.
        05 DATETIME PIC 9(16).
       01  RUN-DATE PIC 9(8) VALUE 0.
       01  LOAD-EOF-SWITCH PIC X VALUE "N".
         88  LOAD-EOF VALUE "Y".
       01  OPERATOR-ID PIC X(08) VALUE SPACE.
      * Fallbestand; ein Satz in amlcase.txt entspricht CASE-RECORD.
       01  CASE-RECORD.
         05  CS-CASENO    PIC 9(6).
         05  CS-STATUS    PIC X(01).
           88  CS-OPEN          VALUE "O".
           88  CS-INVESTIGATING VALUE "I".
           88  CS-ESCALATED     VALUE "E".
           88  CS-FILED         VALUE "F".
           88  CS-CLOSED        VALUE "C".
           88  CS-FINAL         VALUE "F" "C".
         05  CS-ANALYST   PIC X(08).
         05  CS-OPENED    PIC 9(8).
         05  CS-DUE       PIC 9(8).
         05  CS-DETECTED  PIC 9(8).
         05  CS-BANKID    PIC 9(5).
         05  CS-ACCOUNTID PIC 9(10).
         05  CS-HITS      PIC 9(4).
         05  CS-TOTAL     PIC 9(10)V99.
         05  CS-RISK      PIC X(01).
         05  CS-KIND      PIC X(10).
         05  CS-CLOSEDON  PIC 9(8).
         05  CS-NOTE      PIC X(60).
       01  CASE-TABLE.
         05  CASE-ENTRY OCCURS 500 TIMES PIC X(149).
       01  CASE-COUNT PIC 9(03) VALUE 0.
       01  CASE-IDX   PIC 9(03).
       01  NEXT-CASENO PIC 9(6) VALUE 0.
       01  CASES-CHANGED-SWITCH PIC X VALUE "N".
         88  CASES-CHANGED VALUE "Y".
       01  FOUND-SWITCH PIC X VALUE "N".
         88  ENTRY-FOUND VALUE "Y".
       01  INTAKE-COUNT  PIC 9(04) VALUE 0.
       01  INTAKE-KEPT   PIC 9(04) VALUE 0.
       01  KEEP-TABLE.
         05  KEEP-ENTRY OCCURS 500 TIMES PIC X(50).
       01  KEEP-IDX PIC 9(04).
       01  MENU-CHOICE PIC X(01) VALUE SPACE.
         88  CHOICE-LIST   VALUE "L" "l".
         88  CHOICE-WORK   VALUE "B" "b".
         88  CHOICE-END    VALUE "E" "e".
       01  ACTION-CHOICE PIC X(01) VALUE SPACE.
         88  ACTION-ASSIGN VALUE "Z" "z".
         88  ACTION-STATUS VALUE "S" "s".
         88  ACTION-NOTE   VALUE "N" "n".
         88  ACTION-DUE    VALUE "T" "t".
       01  NEW-STATUS PIC X(01) VALUE SPACE.
         88  NEW-STATUS-VALID VALUE "I" "E" "F" "C".
       01  OLD-STATUS PIC X(01) VALUE SPACE.
       01  WORK-CASENO PIC 9(6) VALUE 0.
       01  WORK-ANALYST PIC X(08) VALUE SPACE.
       01  WORK-TEXT PIC X(60) VALUE SPACE.
       01  WORK-DATE-X PIC X(08).
       01  WORK-DATE REDEFINES WORK-DATE-X PIC 9(8).
       01  AUDIT-ACTION PIC X(08) VALUE SPACE.
       01  STATUS-TEXT PIC X(16) VALUE SPACE.
       01  LIST-COUNT PIC 9(03) VALUE 0.
       01  TOTAL-DISP PIC Z(9)9.99.
       01  REPORT-LINE PIC X(100).
      * Kunden und Verknuepfungen fuer den Meldetext.
       01  KD-TABLE.
         05  KD-ENTRY OCCURS 500 TIMES.
           10  KD-CUSTID PIC 9(8).
           10  KD-NAME   PIC X(30).
           10  KD-STREET PIC X(30).
           10  KD-CITY   PIC X(30).
           10  KD-TAXID  PIC X(15).
       01  KD-COUNT PIC 9(03) VALUE 0.
       01  KD-IDX   PIC 9(03).
       01  LINK-TABLE.
         05  LINK-ENTRY OCCURS 1000 TIMES.
           10  LT-CUSTID    PIC 9(8).
           10  LT-BANKID    PIC 9(5).
           10  LT-ACCOUNTID PIC 9(10).
       01  LINK-COUNT PIC 9(04) VALUE 0.
       01  LINK-IDX   PIC 9(04).
       01  SUBJECT-COUNT PIC 9(03) VALUE 0.
       01  CUSTOMERS-LOADED-SWITCH PIC X VALUE "N".
         88  CUSTOMERS-LOADED VALUE "Y".

       PROCEDURE DIVISION.
           PERFORM LOAD-RUN-DATE
           PERFORM LOAD-CASES
           OPEN EXTEND AUDIT-OUT
           IF AUDIT-OUT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-OUT
           END-IF
           OPEN EXTEND NOTES-OUT
           IF NOTES-OUT-FILE-STATUS NOT = "00"
               OPEN OUTPUT NOTES-OUT
           END-IF
           DISPLAY "Bediener-Kennung:"
           ACCEPT OPERATOR-ID
           PERFORM TAKE-IN-FINDINGS
           DISPLAY INTAKE-COUNT " neue Faelle aus amlfind.txt, "
               CASE-COUNT " Faelle im Bestand."
           PERFORM UNTIL CHOICE-END
               DISPLAY "Funktion: L=Liste B=Bearbeiten E=Ende"
               ACCEPT MENU-CHOICE
               EVALUATE TRUE
                   WHEN CHOICE-LIST PERFORM LIST-CASES
                   WHEN CHOICE-WORK PERFORM WORK-ONE-CASE
                   WHEN CHOICE-END  CONTINUE
                   WHEN OTHER DISPLAY "Unbekannte Funktion."
               END-EVALUATE
           END-PERFORM
           IF CASES-CHANGED
               PERFORM SAVE-CASES
           END-IF
           CLOSE NOTES-OUT
           CLOSE AUDIT-OUT
           DISPLAY "Fallbearbeitung beendet, " CASE-COUNT " Faelle."
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
               MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
               MOVE DATETIME(1:8) TO RUN-DATE
           END-IF

           .
       LOAD-CASES SECTION.
           OPEN INPUT CASE-IN
           IF CASE-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF OR CASE-COUNT >= 500
               READ CASE-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO CASE-COUNT
                       MOVE CASE-IN-F TO CASE-ENTRY(CASE-COUNT)
                       MOVE CASE-IN-F TO CASE-RECORD
                       IF CS-CASENO > NEXT-CASENO
                           MOVE CS-CASENO TO NEXT-CASENO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASE-IN

           .
       TAKE-IN-FINDINGS SECTION.
      *    Jeder Befund wird ein Fall; was wegen vollem Bestand
      *    nicht uebernommen werden kann, bleibt in amlfind.txt.
           OPEN INPUT FINDING-IN
           IF FINDING-IN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO LOAD-EOF-SWITCH
           PERFORM UNTIL LOAD-EOF
               READ FINDING-IN
                   AT END SET LOAD-EOF TO TRUE
                   NOT AT END
                       IF CASE-COUNT >= 500
                           IF INTAKE-KEPT < 500
                               ADD 1 TO INTAKE-KEPT
                               MOVE FINDING-IN-F TO
                                   KEEP-ENTRY(INTAKE-KEPT)
                           END-IF
                       ELSE
                           PERFORM OPEN-CASE-FROM-FINDING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FINDING-IN
           OPEN OUTPUT FINDING-OUT
           PERFORM VARYING KEEP-IDX FROM 1 BY 1
               UNTIL KEEP-IDX > INTAKE-KEPT
               WRITE FINDING-OUT-F FROM KEEP-ENTRY(KEEP-IDX)
           END-PERFORM
           CLOSE FINDING-OUT
           IF INTAKE-KEPT > 0
               DISPLAY "*** Fallbestand voll - " INTAKE-KEPT
                   " Befunde bleiben in amlfind.txt."
           END-IF

           .
       OPEN-CASE-FROM-FINDING SECTION.
           ADD 1 TO NEXT-CASENO
           INITIALIZE CASE-RECORD
           MOVE NEXT-CASENO TO CS-CASENO
           MOVE "O" TO CS-STATUS
           MOVE SPACES TO CS-ANALYST
           MOVE RUN-DATE TO CS-OPENED
           COMPUTE CS-DUE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(RUN-DATE) + 30)
           MOVE AF-DATE TO CS-DETECTED
           MOVE AF-BANKID TO CS-BANKID
           MOVE AF-ACCOUNTID TO CS-ACCOUNTID
           MOVE AF-HITS TO CS-HITS
           MOVE AF-TOTAL TO CS-TOTAL
           MOVE AF-RISK TO CS-RISK
           MOVE AF-KIND TO CS-KIND
           MOVE 0 TO CS-CLOSEDON
           MOVE SPACES TO CS-NOTE
           ADD 1 TO CASE-COUNT
           MOVE CASE-COUNT TO CASE-IDX
           MOVE CASE-RECORD TO CASE-ENTRY(CASE-IDX)
           ADD 1 TO INTAKE-COUNT
           SET CASES-CHANGED TO TRUE
           MOVE "OPEN" TO AUDIT-ACTION
           MOVE SPACE TO OLD-STATUS
           MOVE SPACES TO WORK-TEXT
           STRING "Befund " AF-KIND " vom " AF-DATE
               DELIMITED BY SIZE INTO WORK-TEXT
           PERFORM WRITE-CASE-AUDIT

           .
       LIST-CASES SECTION.
      *    Alle nicht abgeschlossenen Faelle, faellige markiert.
           MOVE 0 TO LIST-COUNT
           PERFORM VARYING CASE-IDX FROM 1 BY 1
               UNTIL CASE-IDX > CASE-COUNT
               MOVE CASE-ENTRY(CASE-IDX) TO CASE-RECORD
               IF NOT CS-FINAL
                   ADD 1 TO LIST-COUNT
                   PERFORM SET-STATUS-TEXT
                   IF CS-DUE < RUN-DATE
                       DISPLAY CS-CASENO " " STATUS-TEXT " "
                           CS-BANKID "/" CS-ACCOUNTID " "
                           CS-ANALYST " faellig " CS-DUE
                           " UEBERFAELLIG"
                   ELSE
                       DISPLAY CS-CASENO " " STATUS-TEXT " "
                           CS-BANKID "/" CS-ACCOUNTID " "
                           CS-ANALYST " faellig " CS-DUE
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY LIST-COUNT " offene Faelle."

           .
       SET-STATUS-TEXT SECTION.
           EVALUATE TRUE
               WHEN CS-OPEN          MOVE "offen" TO STATUS-TEXT
               WHEN CS-INVESTIGATING
                   MOVE "in Bearbeitung" TO STATUS-TEXT
               WHEN CS-ESCALATED     MOVE "eskaliert" TO STATUS-TEXT
               WHEN CS-FILED         MOVE "gemeldet" TO STATUS-TEXT
               WHEN CS-CLOSED
                   MOVE "geschlossen" TO STATUS-TEXT
               WHEN OTHER            MOVE "?" TO STATUS-TEXT
           END-EVALUATE

           .
       FIND-CASE SECTION.
           MOVE "N" TO FOUND-SWITCH
           PERFORM VARYING CASE-IDX FROM 1 BY 1
               UNTIL CASE-IDX > CASE-COUNT OR ENTRY-FOUND
               MOVE CASE-ENTRY(CASE-IDX) TO CASE-RECORD
               IF CS-CASENO = WORK-CASENO
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ENTRY-FOUND
               SUBTRACT 1 FROM CASE-IDX
           END-IF

           .
       WORK-ONE-CASE SECTION.
           DISPLAY "Fallnummer:"
           ACCEPT WORK-CASENO
           PERFORM FIND-CASE
           IF NOT ENTRY-FOUND
               DISPLAY "Fall nicht gefunden."
               EXIT SECTION
           END-IF
           PERFORM SHOW-CASE
           IF CS-FINAL
               DISPLAY "Fall ist abgeschlossen - nur Notizen moeglich."
               DISPLAY "N=Notiz, sonst zurueck:"
           ELSE
               DISPLAY "Z=Analyst zuweisen S=Status N=Notiz T=Termin"
                   ", sonst zurueck:"
           END-IF
           ACCEPT ACTION-CHOICE
           MOVE CS-STATUS TO OLD-STATUS
           EVALUATE TRUE
               WHEN ACTION-NOTE
                   PERFORM ADD-CASE-NOTE
               WHEN CS-FINAL
                   CONTINUE
               WHEN ACTION-ASSIGN
                   PERFORM ASSIGN-ANALYST
               WHEN ACTION-STATUS
                   PERFORM CHANGE-STATUS
               WHEN ACTION-DUE
                   PERFORM SET-DUE-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           .
       SHOW-CASE SECTION.
           PERFORM SET-STATUS-TEXT
           MOVE CS-TOTAL TO TOTAL-DISP
           DISPLAY " "
           DISPLAY "Fall " CS-CASENO " Status " STATUS-TEXT
               " Analyst " CS-ANALYST
           DISPLAY "  Konto " CS-BANKID "/" CS-ACCOUNTID
               " Befund " CS-KIND " vom " CS-DETECTED
               " Risiko " CS-RISK
           DISPLAY "  " CS-HITS " Buchungen, Summe " TOTAL-DISP
           DISPLAY "  eroeffnet " CS-OPENED " faellig " CS-DUE
               " abgeschlossen " CS-CLOSEDON
           IF CS-NOTE NOT = SPACE
               DISPLAY "  Letzte Notiz: " FUNCTION TRIM(CS-NOTE)
           END-IF

           .
       ASSIGN-ANALYST SECTION.
      *    Ein offener Fall geht mit der Zuweisung in Bearbeitung.
           DISPLAY "Analyst (Kennung):"
           ACCEPT WORK-ANALYST
           IF WORK-ANALYST = SPACE
               DISPLAY "Keine Kennung - nichts geaendert."
               EXIT SECTION
           END-IF
           MOVE WORK-ANALYST TO CS-ANALYST
           IF CS-OPEN
               MOVE "I" TO CS-STATUS
           END-IF
           MOVE "ASSIGN" TO AUDIT-ACTION
           MOVE SPACES TO WORK-TEXT
           STRING "Analyst " WORK-ANALYST
               DELIMITED BY SIZE INTO WORK-TEXT
           PERFORM STORE-CASE

           .
       CHANGE-STATUS SECTION.
           DISPLAY "Neuer Status (I=in Bearbeitung E=eskaliert "
               "F=gemeldet C=geschlossen ohne Massnahme):"
           ACCEPT NEW-STATUS
           MOVE FUNCTION UPPER-CASE(NEW-STATUS) TO NEW-STATUS
           IF NOT NEW-STATUS-VALID OR NEW-STATUS = CS-STATUS
               DISPLAY "Ungueltiger Status - nichts geaendert."
               EXIT SECTION
           END-IF
           IF NEW-STATUS NOT = "I" AND CS-ANALYST = SPACE
               DISPLAY "Erst einen Analysten zuweisen."
               EXIT SECTION
           END-IF
           DISPLAY "Begruendung:"
           MOVE SPACES TO WORK-TEXT
           ACCEPT WORK-TEXT
           IF (NEW-STATUS = "F" OR NEW-STATUS = "C")
               AND WORK-TEXT = SPACE
               DISPLAY "Abschluss nur mit Begruendung."
               EXIT SECTION
           END-IF
           MOVE NEW-STATUS TO CS-STATUS
           EVALUATE TRUE
               WHEN CS-ESCALATED
                   COMPUTE CS-DUE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(RUN-DATE) + 10)
               WHEN CS-FINAL
                   MOVE RUN-DATE TO CS-CLOSEDON
           END-EVALUATE
           IF WORK-TEXT NOT = SPACE
               PERFORM WRITE-NOTE
               MOVE WORK-TEXT TO CS-NOTE
           END-IF
           MOVE "STATUS" TO AUDIT-ACTION
           PERFORM STORE-CASE
           IF CS-FILED
               PERFORM WRITE-REGULATOR-REPORT
           END-IF

           .
       ADD-CASE-NOTE SECTION.
           DISPLAY "Notiz (max. 60 Zeichen):"
           MOVE SPACES TO WORK-TEXT
           ACCEPT WORK-TEXT
           IF WORK-TEXT = SPACE
               EXIT SECTION
           END-IF
           PERFORM WRITE-NOTE
           MOVE WORK-TEXT TO CS-NOTE
           MOVE "NOTE" TO AUDIT-ACTION
           PERFORM STORE-CASE

           .
       SET-DUE-DATE SECTION.
           DISPLAY "Neuer Termin JJJJMMTT:"
           MOVE SPACES TO WORK-DATE-X
           ACCEPT WORK-DATE-X
           IF WORK-DATE-X IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(WORK-DATE) NOT = 0
               OR WORK-DATE < RUN-DATE
               DISPLAY "Ungueltiger Termin - nichts geaendert."
               EXIT SECTION
           END-IF
           MOVE SPACES TO WORK-TEXT
           STRING "Termin " CS-DUE " -> " WORK-DATE
               DELIMITED BY SIZE INTO WORK-TEXT
           MOVE WORK-DATE TO CS-DUE
           MOVE "DUEDATE" TO AUDIT-ACTION
           PERFORM STORE-CASE

           .
       STORE-CASE SECTION.
           MOVE CASE-RECORD TO CASE-ENTRY(CASE-IDX)
           SET CASES-CHANGED TO TRUE
           PERFORM WRITE-CASE-AUDIT
           DISPLAY "Fall " CS-CASENO " gespeichert."

           .
       WRITE-NOTE SECTION.
           MOVE SPACES TO NOTES-OUT-F
           MOVE CS-CASENO TO NO-CASENO
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           MOVE DATETIME TO NO-TIMESTAMP
           MOVE OPERATOR-ID TO NO-OPERATOR
           MOVE WORK-TEXT TO NO-TEXT
           WRITE NOTES-OUT-F

           .
       WRITE-CASE-AUDIT SECTION.
           MOVE SPACES TO AUDIT-OUT-F
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           MOVE DATETIME TO AU-TIMESTAMP
           MOVE OPERATOR-ID TO AU-OPERATOR
           MOVE AUDIT-ACTION TO AU-ACTION
           MOVE CS-CASENO TO AU-CASENO
           MOVE OLD-STATUS TO AU-OLDSTATUS
           MOVE CS-STATUS TO AU-NEWSTATUS
           MOVE WORK-TEXT TO AU-TEXT
           WRITE AUDIT-OUT-F

           .
       WRITE-REGULATOR-REPORT SECTION.
      *    Meldetext je gemeldetem Fall; die Notizen werden aus
      *    amlnotes.txt nachgelesen, die Notizdatei dazu kurz
      *    geschlossen.
           MOVE SPACES TO SAR-OUT-NAME
           STRING "amlsar_" CS-CASENO ".txt"
               DELIMITED BY SIZE INTO SAR-OUT-NAME
           OPEN OUTPUT SAR-OUT
           IF SAR-OUT-FILE-STATUS NOT = "00"
               DISPLAY "*** Meldetext nicht schreibbar: "
                   FUNCTION TRIM(SAR-OUT-NAME)
               EXIT SECTION
           END-IF
           IF NOT CUSTOMERS-LOADED
               PERFORM LOAD-CUSTOMERS
           END-IF
           MOVE "Verdachtsmeldung nach Geldwaeschegesetz" TO SAR-OUT-F
           WRITE SAR-OUT-F
           MOVE SPACES TO SAR-OUT-F
           WRITE SAR-OUT-F
           MOVE SPACES TO REPORT-LINE
           STRING "Fallnummer:      " CS-CASENO
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE SAR-OUT-F FROM REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Meldedatum:      " RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE SAR-OUT-F FROM REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Bearbeiter:      " CS-ANALYST
               " / freigegeben von " OPERATOR-ID
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE SAR-OUT-F FROM REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Institut/Konto:  " CS-BANKID " / " CS-ACCOUNTID
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE SAR-OUT-F FROM REPORT-LINE
           MOVE SPACES TO SAR-OUT-F
           WRITE SAR-OUT-F
           MOVE "Betroffene Personen:" TO SAR-OUT-F
           WRITE SAR-OUT-F
           MOVE 0 TO SUBJECT-COUNT
           PERFORM VARYING LINK-IDX FROM 1 BY 1
               UNTIL LINK-IDX > LINK-COUNT
               IF LT-BANKID(LINK-IDX) = CS-BANKID
                   AND LT-ACCOUNTID(LINK-IDX) = CS-ACCOUNTID
                   PERFORM WRITE-SUBJECT
               END-IF
           END-PERFORM
           IF SUBJECT-COUNT = 0
               MOVE "  (kein Kunde mit dem Konto verknuepft)"
                   TO SAR-OUT-F
               WRITE SAR-OUT-F
           END-IF
           MOVE SPACES TO SAR-OUT-F
           WRITE SAR-OUT-F
           MOVE CS-TOTAL TO TOTAL-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Sachverhalt:     " CS-KIND " festgestellt am "
               CS-DETECTED ", " CS-HITS " Buchungen, Summe "
               TOTAL-DISP " EUR"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE SAR-OUT-F FROM REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Risikoklasse:    " CS-RISK
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE SAR-OUT-F FROM REPORT-LINE
           MOVE SPACES TO SAR-OUT-F
           WRITE SAR-OUT-F
           MOVE "Ermittlungsverlauf:" TO SAR-OUT-F
           WRITE SAR-OUT-F
           CLOSE NOTES-OUT
           OPEN INPUT NOTES-IN
           IF NOTES-IN-FILE-STATUS = "00"
               MOVE "N" TO LOAD-EOF-SWITCH
               PERFORM UNTIL LOAD-EOF
                   READ NOTES-IN
                       AT END SET LOAD-EOF TO TRUE
                       NOT AT END
                           IF NT-CASENO = CS-CASENO
                               MOVE SPACES TO REPORT-LINE
                               STRING "  " NT-TIMESTAMP(1:8) " "
                                   NT-OPERATOR " " NT-TEXT
                                   DELIMITED BY SIZE INTO REPORT-LINE
                               WRITE SAR-OUT-F FROM REPORT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTES-IN
           END-IF
           OPEN EXTEND NOTES-OUT
           CLOSE SAR-OUT
           DISPLAY "Meldetext erstellt: " FUNCTION TRIM(SAR-OUT-NAME)

           .
       WRITE-SUBJECT SECTION.
           PERFORM VARYING KD-IDX FROM 1 BY 1
               UNTIL KD-IDX > KD-COUNT
               IF KD-CUSTID(KD-IDX) = LT-CUSTID(LINK-IDX)
                   ADD 1 TO SUBJECT-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " KD-CUSTID(KD-IDX) " " KD-NAME(KD-IDX)
                       " Steuernr. " KD-TAXID(KD-IDX)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE SAR-OUT-F FROM REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   STRING "           " KD-STREET(KD-IDX) " "
                       KD-CITY(KD-IDX)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE SAR-OUT-F FROM REPORT-LINE
               END-IF
           END-PERFORM

           .
       LOAD-CUSTOMERS SECTION.
           SET CUSTOMERS-LOADED TO TRUE
           OPEN INPUT CUSTMAST-IN
           IF CUSTMAST-IN-FILE-STATUS = "00"
               MOVE "N" TO LOAD-EOF-SWITCH
               PERFORM UNTIL LOAD-EOF OR KD-COUNT >= 500
                   READ CUSTMAST-IN
                       AT END SET LOAD-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO KD-COUNT
                           MOVE CU-CUSTID-F TO KD-CUSTID(KD-COUNT)
                           MOVE CU-NAME-F TO KD-NAME(KD-COUNT)
                           MOVE CU-STREET-F TO KD-STREET(KD-COUNT)
                           MOVE CU-CITY-F TO KD-CITY(KD-COUNT)
                           MOVE CU-TAXID-F TO KD-TAXID(KD-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CUSTMAST-IN
           END-IF
           OPEN INPUT CUSTLINK-IN
           IF CUSTLINK-IN-FILE-STATUS = "00"
               MOVE "N" TO LOAD-EOF-SWITCH
               PERFORM UNTIL LOAD-EOF OR LINK-COUNT >= 1000
                   READ CUSTLINK-IN
                       AT END SET LOAD-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO LINK-COUNT
                           MOVE CUSTLINK-IN-F TO LINK-ENTRY(LINK-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CUSTLINK-IN
           END-IF

           .
       SAVE-CASES SECTION.
           OPEN OUTPUT CASE-OUT
           PERFORM VARYING CASE-IDX FROM 1 BY 1
               UNTIL CASE-IDX > CASE-COUNT
               WRITE CASE-OUT-F FROM CASE-ENTRY(CASE-IDX)
           END-PERFORM
           CLOSE CASE-OUT

           .
