      * stehen und ein Korrektursatz ('K') mit denselben Zugdaten
      * dokumentiert die Ruecknahme; Zugsaetze und Altsaetze tragen
      * Leerzeichen.
      * PROT-UHRZEIT haelt die Uhrzeit der Annahme des Zuges fest,
      * PROT-BEDENKZEIT die vom Spieler dafuer verbrauchte Zeit in
      * Sekunden (Bedenkzeit-Regelung in TTTM). Altsaetze tragen in
      * beiden Feldern Leerzeichen, Korrektursaetze die Bedenkzeit 0.
      *****************************************************************
       01 PROTOKOLL-SATZ.
         02 PROT-ZUG PIC 9(02).
         02 FILLER PIC X(01) VALUE SPACE.
         02 PROT-ART PIC X(01).
           88 PROT-IST-KORREKTUR VALUE 'K'.
         02 FILLER PIC X(01) VALUE SPACE.
         02 PROT-UHRZEIT PIC 9(08).
         02 FILLER PIC X(01) VALUE SPACE.
         02 PROT-BEDENKZEIT PIC 9(05).
