      *****************************************************************
      * Satzbeschreibung der Pokal-Datei (POKAL-DATEI).
      * Ein Satz pro Begegnung des Buero-Pokals einer Saison, vom
      * Pokal-Programm TTTPOKL beim Setzen fuer alle Runden angelegt:
      * die erste Runde mit den nach Wertung gesetzten Spielern (ein
      * fehlender Gegner ist ein Freilos), die spaeteren Runden
      * zunaechst ohne Spieler. TTTM erkennt am Spielbeginn die
      * offene Begegnung der beiden angetretenen Spieler, traegt den
      * Sieger ein und setzt ihn in die naechste Runde; der Sieger
      * einer Begegnung mit ungerader laufender Nummer fuehrt dort X,
      * der mit gerader Nummer O.
      *****************************************************************
       01 POKAL-SATZ.
         02 POK-SCHLUESSEL.
           03 POK-SAISON-ID PIC X(06).
           03 POK-RUNDE PIC 9(02).
           03 POK-LFDNR PIC 9(03).
      * Spieler-Kennungen; SPACES solange der Platz auf den Sieger
      * der Vorrunde wartet, *FREILOS fuer den fehlenden Gegner
         02 POK-SPIELER-X-ID PIC X(08).
         02 POK-SPIELER-O-ID PIC X(08).
      * Setzplatz der beiden Spieler aus der Setzliste nach Wertung;
      * wird mit dem Sieger in die naechste Runde mitgenommen
         02 POK-SETZPLATZ-X PIC 9(02).
         02 POK-SETZPLATZ-O PIC 9(02).
      * Stand der Begegnung: wartet auf Spieler der Vorrunde, offen,
      * nach Unentschieden durch eine Serie (Best-of-N) zu
      * entscheiden, oder entschieden
         02 POK-STATUS-KZ PIC X(01).
           88 POK-IST-WARTEND VALUE 'W'.
           88 POK-IST-OFFEN VALUE 'O'.
           88 POK-IST-SERIE-FAELLIG VALUE 'S'.
           88 POK-IST-ENTSCHIEDEN VALUE 'E'.
      * Art der Entscheidung: Einzelspiel, Serie oder Freilos;
      * SPACE solange nicht entschieden
         02 POK-ENTSCHEIDUNG-KZ PIC X(01).
           88 POK-DURCH-SPIEL VALUE 'S'.
           88 POK-DURCH-SERIE VALUE 'M'.
           88 POK-DURCH-FREILOS VALUE 'F'.
         02 POK-SIEGER-ID PIC X(08).
      * Datum der Entscheidung; 0 solange nicht entschieden
         02 POK-DATUM-ENTSCHIEDEN PIC 9(08).
