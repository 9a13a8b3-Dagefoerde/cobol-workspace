      * input.txt-Format samt Bank-Kontrollsaetzen (stordtxn.txt) und
      * schreibt standing.txt mit fortgeschriebener Faelligkeit
      * zurueck. Ueberfaellige Perioden werden einzeln nachgeholt.
      * Optional begrenzen ein Enddatum und eine Hoechstzahl von
      * Ausfuehrungen den Auftrag; ist eine Grenze erreicht, wird
      * er auf Zustand E (beendet) gesetzt. Ausgesetzte Auftraege
      * (Zustand S) buchen nicht, ihre Faelligkeit laeuft aber
      * ohne Nachholen weiter. Auftraege ohne Auftragsnummer
      * erhalten beim Zurueckschreiben die naechste freie Nummer,
      * damit die Dauerauftrags-Pflege sie ansprechen kann.
      * Der Lauftag kommt aus gendate.txt, sonst vom Systemdatum.
      *****************************************************************
       ENVIRONMENT DIVISION.
         05  ST-NEXT-DUE-F  PIC 9(8).
         05  ST-COMMENT-F   PIC X(47).
         05  ST-ANCHOR-F    PIC 99.
         05  ST-ENDDATE-F   PIC 9(8).
         05  ST-MAXEXEC-F   PIC 9(4).
         05  ST-EXECCOUNT-F PIC 9(4).
         05  ST-STATE-F     PIC X(01).
         05  ST-ORDERNO-F   PIC 9(6).
       FD STANDING-OUT.
       01  STANDING-OUT-F PIC X(110).
       FD GENDATE-IN.
       01  GENDATE-IN-F PIC 9(8).
       FD HOLIDAYS-IN.
      *      auf den 31. zurueck. Altbestaende ohne die Spalte
      *      erhalten den Tag der naechsten Faelligkeit.
           10  OT-ANCHOR    PIC 99.
      *      Laufzeitgrenzen: Enddatum JJJJMMTT und Hoechstzahl der
      *      Ausfuehrungen, je 0 = unbegrenzt; Zustand A=aktiv
      *      S=ausgesetzt E=beendet; Auftragsnummer als Schluessel
      *      fuer die Pflege. Altbestaende ohne die Spalten gelten
      *      als unbegrenzt und aktiv.
           10  OT-ENDDATE   PIC 9(8).
           10  OT-MAXEXEC   PIC 9(4).
           10  OT-EXECCOUNT PIC 9(4).
           10  OT-STATE     PIC X(01).
             88  ORDER-ACTIVE    VALUE "A".
             88  ORDER-SUSPENDED VALUE "S".
             88  ORDER-ENDED     VALUE "E".
           10  OT-ORDERNO   PIC 9(6).
       01  ORDER-COUNT  PIC 9(03) VALUE 0.
       01  ORDER-IDX    PIC 9(03).
       01  ORDER-EOF-SWITCH PIC X VALUE "N".
       01  TRAILER-COUNT PIC 9(10) VALUE 0.
       01  TRAILER-AMOUNT PIC 9(8)V99 VALUE 0.
       01  EMITTED-COUNT PIC 9(04) VALUE 0.
       01  ENDED-COUNT   PIC 9(04) VALUE 0.
       01  MAX-ORDERNO   PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO TIMING-STAMP-DATA
           PERFORM SAVE-STANDING-ORDERS
           DISPLAY "Dauerauftraege: " ORDER-COUNT " gelesen, "
               EMITTED-COUNT " Buchungen erzeugt fuer " GEN-DATE
               ", " ENDED-COUNT " Auftraege beendet"
           PERFORM WRITE-RUNTIME-RECORD
           GOBACK.

                           MOVE OT-NEXT-DUE(ORDER-COUNT)(7:2)
                               TO OT-ANCHOR(ORDER-COUNT)
                       END-IF
                       PERFORM DEFAULT-ORDER-LIMITS
               END-READ
           END-PERFORM
           IF NOT ORDER-EOF
               END-READ
           END-IF
           CLOSE STANDING-IN
           PERFORM VARYING ORDER-IDX FROM 1 BY 1
               UNTIL ORDER-IDX > ORDER-COUNT
               IF OT-ORDERNO(ORDER-IDX) = 0
                   ADD 1 TO MAX-ORDERNO
                   MOVE MAX-ORDERNO TO OT-ORDERNO(ORDER-IDX)
               END-IF
           END-PERFORM

           .
       DEFAULT-ORDER-LIMITS SECTION.
           IF OT-ENDDATE(ORDER-COUNT) IS NOT NUMERIC
               MOVE 0 TO OT-ENDDATE(ORDER-COUNT)
           END-IF
           IF OT-MAXEXEC(ORDER-COUNT) IS NOT NUMERIC
               MOVE 0 TO OT-MAXEXEC(ORDER-COUNT)
           END-IF
           IF OT-EXECCOUNT(ORDER-COUNT) IS NOT NUMERIC
               MOVE 0 TO OT-EXECCOUNT(ORDER-COUNT)
           END-IF
           IF NOT ORDER-SUSPENDED(ORDER-COUNT)
               AND NOT ORDER-ENDED(ORDER-COUNT)
               MOVE "A" TO OT-STATE(ORDER-COUNT)
           END-IF
           IF OT-ORDERNO(ORDER-COUNT) IS NOT NUMERIC
               MOVE 0 TO OT-ORDERNO(ORDER-COUNT)
           END-IF
           IF OT-ORDERNO(ORDER-COUNT) > MAX-ORDERNO
               MOVE OT-ORDERNO(ORDER-COUNT) TO MAX-ORDERNO
           END-IF

           .
       EMIT-DUE-ORDERS SECTION.
      *    Erzeugt fuer jede faellige Periode eine Buchung und
      *    schreibt die Faelligkeit fort; der Zaehler begrenzt
      *    vergessene Auftraege auf 100 nachgeholte Perioden.
           IF ORDER-ENDED(ORDER-IDX)
               EXIT SECTION
           END-IF
           MOVE 0 TO DUE-GUARD
           IF ORDER-SUSPENDED(ORDER-IDX)
      *        Ausgesetzt: Perioden verfallen, nichts wird gebucht
      *        oder bei Wiederaufnahme nachgeholt.
               PERFORM UNTIL OT-NEXT-DUE(ORDER-IDX) > GEN-DATE
                   OR OT-NEXT-DUE(ORDER-IDX) = 0
                   OR DUE-GUARD >= 100
                   PERFORM ADVANCE-DUE-DATE
                   ADD 1 TO DUE-GUARD
               END-PERFORM
               EXIT SECTION
           END-IF
           PERFORM CHECK-ORDER-LIMITS
           PERFORM UNTIL OT-NEXT-DUE(ORDER-IDX) > GEN-DATE
               OR OT-NEXT-DUE(ORDER-IDX) = 0
               OR DUE-GUARD >= 100
               OR TXN-BUFFER-FULL
               OR ORDER-ENDED(ORDER-IDX)
               PERFORM STORE-ORDER-TXN
               IF NOT TXN-BUFFER-FULL
                   ADD 1 TO OT-EXECCOUNT(ORDER-IDX)
                   PERFORM ADVANCE-DUE-DATE
                   ADD 1 TO DUE-GUARD
                   PERFORM CHECK-ORDER-LIMITS
               END-IF
           END-PERFORM

           .
       CHECK-ORDER-LIMITS SECTION.
      *    Enddatum ueberschritten oder Hoechstzahl erreicht: der
      *    Auftrag endet und bucht nicht mehr.
           IF (OT-ENDDATE(ORDER-IDX) > 0
                   AND OT-NEXT-DUE(ORDER-IDX) > OT-ENDDATE(ORDER-IDX))
               OR (OT-MAXEXEC(ORDER-IDX) > 0
                   AND OT-EXECCOUNT(ORDER-IDX) >=
                       OT-MAXEXEC(ORDER-IDX))
               MOVE "E" TO OT-STATE(ORDER-IDX)
               ADD 1 TO ENDED-COUNT
               DISPLAY "Dauerauftrag " OT-ORDERNO(ORDER-IDX) " "
                   OT-BANKID(ORDER-IDX) "/" OT-ACCOUNTID(ORDER-IDX)
                   " beendet (Enddatum/Hoechstzahl erreicht)."
           END-IF

           .
       STORE-ORDER-TXN SECTION.
      *    Einsortieren nach Bank/Konto wie in der Vorsortierung,
