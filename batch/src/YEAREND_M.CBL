      *     sonst mit Bank- und Kontonummer;
      *   - die Kontrolliste yearctl.txt aller erzeugten Briefe als
      *     Vollstaendigkeitsnachweis fuer die Pruefung.
      * Je Brief steht in yearidx.txt ein Versandsatz (Bank, Konto)
      * in Briefreihenfolge fuer den Versandlauf DISTRIB_M.
      * Das Jahr kommt aus yearend.txt, sonst aus dem Geschaefts-
      * datum busdate.txt, sonst aus dem Systemdatum.
      *****************************************************************
           SELECT LETTER-OUT ASSIGN TO "yearletters.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LETTER-OUT-FILE-STATUS.
           SELECT LETTERIDX-OUT ASSIGN TO "yearidx.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LETTERIDX-OUT-FILE-STATUS.
           SELECT CONTROL-OUT ASSIGN TO "yearctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-OUT-FILE-STATUS.
         05  CU-STREET-F PIC X(30).
         05  CU-CITY-F   PIC X(30).
         05  CU-TAXID-F  PIC X(15).
         05  CU-DELIVERY-F PIC X(01).
       FD CUSTLINK-IN.
       01  CUSTLINK-IN-F.
         05  CL-CUSTID-F    PIC 9(8).
       01  YEARRPT-OUT-F PIC X(120).
       FD LETTER-OUT.
       01  LETTER-OUT-F PIC X(80).
       FD LETTERIDX-OUT.
       01  LETTERIDX-OUT-F.
         05  IX-BANKID    PIC 9(5).
         05  IX-ACCOUNTID PIC 9(10).
       FD CONTROL-OUT.
       01  CONTROL-OUT-F PIC X(100).
       WORKING-STORAGE SECTION.
       01  CUSTLINK-IN-FILE-STATUS PIC X(02).
       01  YEARRPT-OUT-FILE-STATUS PIC X(02).
       01  LETTER-OUT-FILE-STATUS  PIC X(02).
       01  LETTERIDX-OUT-FILE-STATUS PIC X(02).
       01  CONTROL-OUT-FILE-STATUS PIC X(02).
       01  MONTHEXT-IN-NAME PIC X(40) VALUE SPACE.
       01  RUN-DATE-DATA.
           .
       WRITE-LETTERS SECTION.
           OPEN OUTPUT LETTER-OUT
           OPEN OUTPUT LETTERIDX-OUT
           OPEN OUTPUT CONTROL-OUT
           MOVE SPACES TO CONTROL-OUT-F
           STRING "Kontrolliste Saldenbestaetigungen " YEAR-NUM
               DELIMITED BY SIZE INTO CONTROL-OUT-F
           WRITE CONTROL-OUT-F
           CLOSE LETTER-OUT
           CLOSE LETTERIDX-OUT
           CLOSE CONTROL-OUT

           .
           PERFORM LOOKUP-CUSTOMER
           MOVE ALL "-" TO LETTER-OUT-F
           WRITE LETTER-OUT-F
           MOVE YA-BANKID(ACCT-IDX) TO IX-BANKID
           MOVE YA-ACCOUNTID(ACCT-IDX) TO IX-ACCOUNTID
           WRITE LETTERIDX-OUT-F
           IF CUST-FOUND
               WRITE LETTER-OUT-F FROM CUST-NAME
               WRITE LETTER-OUT-F FROM CUST-STREET
