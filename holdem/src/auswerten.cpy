      *****************************************************************
      * Handauswertung: Hand-Auswerten bewertet die Karten in HAND
      * (hand.cpy) und setzt AUSGABE, A-WERT, HAND-RANK und die
      * Histogramme. Gemeinsam genutzt von HOLDEM_M und DEALER_M.
      *****************************************************************
       Hand-Auswerten Section.
           IF HAND = SPACE THEN
               SET LeereHand TO TRUE
           ELSE
               PERFORM Konvertiere-Kartenwerte
               PERFORM Pruefe-Kartengueltigkeit
               IF NOT UngueltigeHand
                   PERFORM Bastel-Histogramm
               ELSE
                   MOVE 0 TO HAND-RANK
                   MOVE 0 TO A-WERT
               END-IF
           END-IF
           .

       Pruefe-Kartengueltigkeit Section.
      *    Weist Karten mit unzulässigem Wert oder doppelt vergebene
      *    Karten (gleiche Farbe und gleicher Wert) zurück.
           PERFORM VARYING KARTENINDEX FROM 1 BY 1
               UNTIL KARTENINDEX > 7
               IF WERT(KARTENINDEX) > 0
                 IF WERT(KARTENINDEX) < 2 OR WERT(KARTENINDEX) > 14
                     SET UngueltigeHand TO TRUE
                 END-IF
                 PERFORM VARYING KARTEN-VERGLEICH-INDEX FROM 1 BY 1
                     UNTIL KARTEN-VERGLEICH-INDEX > 7
                     IF KARTEN-VERGLEICH-INDEX NOT = KARTENINDEX
                        AND WERT(KARTEN-VERGLEICH-INDEX) =
                            WERT(KARTENINDEX)
                        AND FARBE(KARTEN-VERGLEICH-INDEX) =
                            FARBE(KARTENINDEX)
                         SET UngueltigeHand TO TRUE
                     END-IF
                 END-PERFORM
               END-IF
           END-PERFORM
           .

       Konvertiere-Kartenwerte Section.
      *    Erlaubt Bildkarten (J/Q/K/A) statt nur numerischer Werte.
           PERFORM VARYING KARTENINDEX FROM 1 BY 1
               UNTIL KARTENINDEX > 7
               EVALUATE FUNCTION TRIM(WERT-TEXT(KARTENINDEX))
                   WHEN "J" MOVE 11 TO WERT(KARTENINDEX)
                   WHEN "Q" MOVE 12 TO WERT(KARTENINDEX)
                   WHEN "K" MOVE 13 TO WERT(KARTENINDEX)
                   WHEN "A" MOVE 14 TO WERT(KARTENINDEX)
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM
           .

       Bastel-Histogramm Section.
           SET HoechsteKarte TO TRUE
           MOVE 1 TO HAND-RANK
           MOVE 0 TO KARTEN-GEZAEHLT
           MOVE 0 TO FARBEN-COUNT
           MOVE 0 TO PAAR-COUNT
           PERFORM VARYING HISTOGRAMM-INDEX FROM 1 BY 1
               UNTIL HISTOGRAMM-INDEX > 14
               MOVE 0 TO ANZAHL(HISTOGRAMM-INDEX)
           END-PERFORM
           PERFORM VARYING KARTENINDEX FROM 1
               UNTIL KARTENINDEX > 7
               IF WERT(KARTENINDEX) > 0
                 ADD 1 TO ANZAHL(WERT(KARTENINDEX))
                 ADD 1 TO KARTEN-GEZAEHLT
                 IF FARBE(KARTENINDEX) NOT = SPACE
                     PERFORM Zaehle-Farbe
                 END-IF

                 IF ANZAHL(WERT(KARTENINDEX)) = 2
                   ADD 1 TO PAAR-COUNT
                   IF PAAR-COUNT >= 2
                     IF HAND-RANK < 3
                       SET HoechsteZweiPaare TO TRUE
                       MOVE 3 TO HAND-RANK
                     END-IF
                     IF HAND-RANK = 3 AND WERT(KARTENINDEX) > A-WERT
                       MOVE WERT(KARTENINDEX) TO A-WERT
                     END-IF
                   ELSE
                     IF HAND-RANK < 2
                        OR (HAND-RANK = 2 AND
                            WERT(KARTENINDEX) > A-WERT)
                       MOVE WERT(KARTENINDEX) TO A-WERT
                       SET HoechstesPaerchen TO TRUE
                       MOVE 2 TO HAND-RANK
                     END-IF
                   END-IF
                 END-IF
                 IF ANZAHL(WERT(KARTENINDEX)) = 3
                   IF HAND-RANK < 4
                      OR (HAND-RANK = 4 AND WERT(KARTENINDEX) > A-WERT)
                     MOVE WERT(KARTENINDEX) TO A-WERT
                     SET HoechsterDrilling TO TRUE
                     MOVE 4 TO HAND-RANK
                   END-IF
                 END-IF
                 IF ANZAHL(WERT(KARTENINDEX)) = 4
                   IF HAND-RANK < 7
                      OR (HAND-RANK = 7 AND WERT(KARTENINDEX) > A-WERT)
                     MOVE WERT(KARTENINDEX) TO A-WERT
                     SET HoechsterVierling TO TRUE
                     MOVE 7 TO HAND-RANK
                   END-IF
                 END-IF
                 IF HAND-RANK = 1
                   IF WERT(KARTENINDEX) > A-WERT
                       MOVE WERT(KARTENINDEX) TO A-WERT
                   END-IF
                 END-IF
               END-IF
           END-PERFORM

           PERFORM Pruefe-Flush-Und-Strasse

           .

       Zaehle-Farbe Section.
           MOVE "N" TO FARBE-GEFUNDEN-SWITCH
           PERFORM VARYING FARBEN-IDX FROM 1 BY 1
               UNTIL FARBEN-IDX > FARBEN-COUNT OR FarbeGefunden
               IF FARBEN-CODE(FARBEN-IDX) = FARBE(KARTENINDEX)
                   ADD 1 TO FARBEN-ANZAHL(FARBEN-IDX)
                   MOVE "J" TO FARBE-GEFUNDEN-SWITCH
               END-IF
           END-PERFORM

           IF NOT FarbeGefunden
               ADD 1 TO FARBEN-COUNT
               MOVE FARBE(KARTENINDEX) TO FARBEN-CODE(FARBEN-COUNT)
               MOVE 1 TO FARBEN-ANZAHL(FARBEN-COUNT)
           END-IF

           .

       Pruefe-Flush-Und-Strasse Section.
           IF KARTEN-GEZAEHLT >= 5
             MOVE "N" TO FLUSH-GEFUNDEN-SWITCH
             PERFORM VARYING FARBEN-IDX FROM 1 BY 1
                 UNTIL FARBEN-IDX > FARBEN-COUNT
                 IF FARBEN-ANZAHL(FARBEN-IDX) >= 5
                     MOVE FARBEN-CODE(FARBEN-IDX) TO FLUSH-FARBE
                     MOVE "J" TO FLUSH-GEFUNDEN-SWITCH
                 END-IF
             END-PERFORM

             IF FlushGefunden
               MOVE 0 TO FLUSH-WERT
               PERFORM VARYING KARTENINDEX FROM 1 BY 1
                   UNTIL KARTENINDEX > 7
                   IF FARBE(KARTENINDEX) = FLUSH-FARBE
                      AND WERT(KARTENINDEX) > FLUSH-WERT
                       MOVE WERT(KARTENINDEX) TO FLUSH-WERT
                   END-IF
               END-PERFORM
               IF HAND-RANK < 6
                   MOVE FLUSH-WERT TO A-WERT
                   SET HoechsterFlush TO TRUE
                   MOVE 6 TO HAND-RANK
               END-IF
               PERFORM Pruefe-Strassenflush
             END-IF

      *      Ass zählt in einer Straße auch als niedrigste Karte
      *      (Rad/Wheel A-2-3-4-5); dazu wird es zusätzlich auf den
      *      Platz vor der 2 gespiegelt, bevor das Fenster sucht.
             IF ANZAHL(14) > 0
                 MOVE 1 TO ANZAHL(1)
             END-IF

             MOVE 0 TO STRASSE-BESTE-WERT
             PERFORM VARYING FENSTER-START FROM 10 BY -1
                 UNTIL FENSTER-START < 1
                    OR STRASSE-BESTE-WERT NOT = 0
                 SET StrasseMoeglich TO TRUE
                 PERFORM VARYING STRASSE-INDEX FROM FENSTER-START
                         BY 1
                     UNTIL STRASSE-INDEX > FENSTER-START + 4
                     IF ANZAHL(STRASSE-INDEX) = 0
                         MOVE "N" TO STRASSE-MOEGLICH-SWITCH
                     END-IF
                 END-PERFORM
                 IF StrasseMoeglich
                     COMPUTE STRASSE-BESTE-WERT =
                         FENSTER-START + 4
                 END-IF
             END-PERFORM

             IF STRASSE-BESTE-WERT NOT = 0
               IF HAND-RANK < 5
                   MOVE STRASSE-BESTE-WERT TO A-WERT
                   SET HoechsteStrasse TO TRUE
                   MOVE 5 TO HAND-RANK
               END-IF
             END-IF
           END-IF

           .

       Pruefe-Strassenflush Section.
      *    Sucht einen 5er-Lauf ausschließlich unter den Karten der
      *    Flush-Farbe (FLUSH-FARBE), analog zur Strasse-Suche oben.
           PERFORM VARYING HISTOGRAMM-INDEX FROM 1 BY 1
               UNTIL HISTOGRAMM-INDEX > 14
               MOVE 0 TO ANZAHL-FARBE(HISTOGRAMM-INDEX)
           END-PERFORM
           PERFORM VARYING KARTENINDEX FROM 1 BY 1
               UNTIL KARTENINDEX > 7
               IF WERT(KARTENINDEX) > 0
                  AND FARBE(KARTENINDEX) = FLUSH-FARBE
                   ADD 1 TO ANZAHL-FARBE(WERT(KARTENINDEX))
               END-IF
           END-PERFORM

      *    Ass zählt auch hier zusätzlich als niedrigste Karte der
      *    Flush-Farbe, damit ein Farbrad (A-2-3-4-5 in einer Farbe)
      *    als Farbstraße erkannt wird.
           IF ANZAHL-FARBE(14) > 0
               MOVE 1 TO ANZAHL-FARBE(1)
           END-IF

           MOVE 0 TO STRASSE-FARBE-BESTE-WERT
           PERFORM VARYING FENSTER-START FROM 10 BY -1
               UNTIL FENSTER-START < 1
                  OR STRASSE-FARBE-BESTE-WERT NOT = 0
               SET StrasseMoeglich TO TRUE
               PERFORM VARYING STRASSE-INDEX FROM FENSTER-START
                       BY 1
                   UNTIL STRASSE-INDEX > FENSTER-START + 4
                   IF ANZAHL-FARBE(STRASSE-INDEX) = 0
                       MOVE "N" TO STRASSE-MOEGLICH-SWITCH
                   END-IF
               END-PERFORM
               IF StrasseMoeglich
                   COMPUTE STRASSE-FARBE-BESTE-WERT =
                       FENSTER-START + 4
               END-IF
           END-PERFORM

           IF STRASSE-FARBE-BESTE-WERT NOT = 0
             IF HAND-RANK < 8
                 MOVE STRASSE-FARBE-BESTE-WERT TO A-WERT
                 SET HoechsteStrasseFlush TO TRUE
                 MOVE 8 TO HAND-RANK
             END-IF
           END-IF
           .
