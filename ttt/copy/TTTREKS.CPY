      *****************************************************************
      * Satzbeschreibung des Rekord-Stands (REKORDE-DATEI).
      * Ein Satz pro Rekord-Art des Rekordbuchs TTTREKB mit Wert,
      * Inhaber und Datum, wie er beim letzten Saisonabschluss
      * gedruckt wurde. Das naechste Rekordbuch vergleicht damit und
      * weist einen neuen Rekord zusammen mit dem bisherigen Inhaber
      * aus; fortgeschrieben wird der Stand nur bei der Ausgabe zum
      * Saisonabschluss (REK-STAND-SAISON = zuletzt geschlossene
      * Saison).
      *****************************************************************
       01 REKORD-SATZ.
      * Rekord-Art, laufende Nummer im Rekordbuch (siehe TTTREKB)
         02 REK-ART PIC 9(02).
         02 FILLER PIC X(01) VALUE SPACE.
      * Rekordwert: Laenge der Serie, Zuege, Anzahl oder Wertung
         02 REK-WERT PIC 9(05).
         02 FILLER PIC X(01) VALUE SPACE.
         02 REK-SPIELER-ID PIC X(08).
         02 FILLER PIC X(01) VALUE SPACE.
      * Datum, an dem der Rekord erreicht wurde; bei Serien ihr
      * erstes und letztes Spiel
         02 REK-VON-DATUM PIC 9(08).
         02 FILLER PIC X(01) VALUE SPACE.
         02 REK-DATUM PIC 9(08).
         02 FILLER PIC X(01) VALUE SPACE.
      * Spiel-Kennung beim schnellsten Sieg, sonst SPACES
         02 REK-SPIEL-ID PIC X(10).
         02 FILLER PIC X(01) VALUE SPACE.
         02 REK-STAND-SAISON PIC X(06).
