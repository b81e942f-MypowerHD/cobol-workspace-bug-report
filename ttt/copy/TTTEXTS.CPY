      *****************************************************************
      * Satzbeschreibung der Datei extern gespielter Spiele
      * (EXTERN-DATEI, Eingabe der Nacherfassung TTTNERF).
      * Je Spiel ein Kopfsatz ('K') mit Spiel-Kennung, Datum,
      * Spielern, Brettgroesse, Saison und dem erklaerten Ergebnis,
      * gefolgt von den Zugsaetzen ('Z') in Spielreihenfolge mit
      * Marke und Feld des Zuges. Die Zugliste endet mit dem
      * naechsten Kopfsatz oder dem Dateiende. Zurueckgewiesene
      * Spiele schreibt TTTNERF unveraendert in die Abweisungs-Datei
      * zurueck; der Kopfsatz traegt dann den Abweisungsgrund, der
      * beim erneuten Einspielen nicht beachtet wird.
      *****************************************************************
       01 EXTERN-SATZ.
         02 EXT-SATZART PIC X(01).
           88 EXT-IST-KOPF VALUE 'K'.
           88 EXT-IST-ZUG VALUE 'Z'.
         02 FILLER PIC X(01).
         02 EXT-DATEN PIC X(98).
      * Kopfsatz des Spiels
         02 EXT-KOPF REDEFINES EXT-DATEN.
           03 EXT-SPIEL-ID PIC X(10).
           03 FILLER PIC X(01).
           03 EXT-DATUM PIC 9(08).
           03 FILLER PIC X(01).
           03 EXT-SPIELER-X-ID PIC X(08).
           03 FILLER PIC X(01).
           03 EXT-SPIELER-O-ID PIC X(08).
           03 FILLER PIC X(01).
           03 EXT-BRETTGROESSE PIC 9(01).
           03 FILLER PIC X(01).
           03 EXT-SAISON-ID PIC X(06).
           03 FILLER PIC X(01).
      * Erklaertes Ergebnis: S = Sieg, U = Unentschieden; bei Sieg
      * die Marke des Gewinners, sonst Leerzeichen
           03 EXT-ERGEBNIS PIC X(01).
             88 EXT-IST-SIEG VALUE 'S'.
             88 EXT-IST-UNENTSCHIEDEN VALUE 'U'.
           03 FILLER PIC X(01).
           03 EXT-GEWINNER PIC X(01).
           03 FILLER PIC X(01).
      * Abweisungsgrund aus TTTNERF, nur in der Abweisungs-Datei
           03 EXT-ABWEIS-GRUND PIC X(47).
      * Zugsatz: Marke des ziehenden Spielers und Feld (Spalte X,
      * Zeile Y) wie bei der Eingabe in TTTM
         02 EXT-ZUGDATEN REDEFINES EXT-DATEN.
           03 EXT-ZUG-SPIELER PIC X(01).
           03 FILLER PIC X(01).
           03 EXT-ZUG-X PIC 9(01).
           03 FILLER PIC X(01).
           03 EXT-ZUG-Y PIC 9(01).
           03 FILLER PIC X(93).
