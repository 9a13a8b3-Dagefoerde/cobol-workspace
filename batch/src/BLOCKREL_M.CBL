      * sperrt), A = ablehnen (der Satz entfaellt endgueltig),
      * W = wiedervorlegen (bleibt in blocked.txt stehen). Jede
      * Entscheidung wird mit Bediener und Zeitstempel in
      * blockaudit.txt protokolliert. Neben Sanktionstreffern
      * stehen hier auch die im Abschluss angehaltenen Belastungen
      * ruhender Konten (Begruendung "RUHEND SEIT <Datum>").
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
