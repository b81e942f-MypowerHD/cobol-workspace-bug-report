      *****************************************************************
      * Satzbeschreibung der Mannschafts-Zuordnung (MANNZUO-DATEI).
      * Ordnet einen Spieler je Saison einer Mannschaft zu. Jede
      * Aenderung ist ein eigener Satz mit dem Datum, ab dem sie
      * gilt; fuer ein Spiel zaehlt der letzte Satz des Spielers in
      * der Saison mit MZ-AB-DATUM nicht nach dem Spieldatum. Eine
      * leere Mannschafts-Kennung beendet die Zuordnung (Austritt).
      * Gepflegt in TTTSPLW, ausgewertet von der Mannschafts-Tabelle
      * TTTMTAB und vom Saisonabschluss TTTSAIS.
      *****************************************************************
       01 MANNZUO-SATZ.
         02 MZ-SCHLUESSEL.
           03 MZ-SAISON-ID PIC X(06).
           03 MZ-SPIELER-ID PIC X(08).
           03 MZ-AB-DATUM PIC 9(08).
         02 MZ-MANNSCHAFT-ID PIC X(06).
      * Angemeldeter Bediener (TTTANM) und Tag der Erfassung
         02 MZ-ERFASST-VON PIC X(08).
         02 MZ-ERFASST-AM PIC 9(08).
