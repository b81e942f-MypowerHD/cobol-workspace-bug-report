      *****************************************************************
      * Satzbeschreibung des Abbruch-Satzes (ABBRUCH-DATEI).
      * Ein Satz pro abgebrochenem Spiel aus TTTM, angehaengt: Spiel-
      * Kennung, Spieler, Saison, angesetzte Paarung bzw. Pokalspiel,
      * die bis zum Abbruch gespielten Zuege mit dem Spielfeld und
      * der Marke des Spielers, der beim Abbruch am Zug war, dazu
      * der Abbruchgrund und die Stellung des Spiels in seiner
      * Serie. Ein abgebrochenes Spiel einer Serie (Serienlaenge
      * groesser 1) bricht die ganze Serie ab. Ausgewertet vom
      * Abbruch-Bericht TTTABRB. Zugleich kennzeichnet TTTM das
      * Spiel im Spiel-Verzeichnis (TTTSVZM) als abgebrochen;
      * darueber ordnet TTTABGL offene Zugfolgen einem Abbruch zu.
      *****************************************************************
       01 ABBRUCH-SATZ.
         02 ABB-DATUM PIC 9(08).
         02 FILLER PIC X(01) VALUE SPACE.
         02 ABB-UHRZEIT PIC 9(08).
         02 FILLER PIC X(01) VALUE SPACE.
         02 ABB-SPIEL-ID PIC X(10).
         02 FILLER PIC X(01) VALUE SPACE.
      * Spieler-Kennungen wie auf dem Ergebnis-Satz (siehe TTTERGW);
      * SPACES bei unbenannten Spielen
         02 ABB-SPIELER-X-ID PIC X(08).
         02 FILLER PIC X(01) VALUE SPACE.
         02 ABB-SPIELER-O-ID PIC X(08).
         02 FILLER PIC X(01) VALUE SPACE.
         02 ABB-SAISON-ID PIC X(06).
         02 FILLER PIC X(01) VALUE SPACE.
      * Schluessel der angesetzten Paarung (PAAR-SCHLUESSEL, siehe
      * TTTPAAR); SPACES bei Freundschafts- und Pokalspielen
         02 ABB-PAARUNG.
           03 ABB-PAAR-SAISON-ID PIC X(06).
           03 ABB-PAAR-RUNDE PIC 9(02).
           03 ABB-PAAR-LFDNR PIC 9(03).
         02 FILLER PIC X(01) VALUE SPACE.
         02 ABB-POKAL-KZ PIC X(01).
           88 ABB-IST-POKALSPIEL VALUE 'K'.
         02 FILLER PIC X(01) VALUE SPACE.
         02 ABB-BRETTGROESSE PIC 9(01).
         02 FILLER PIC X(01) VALUE SPACE.
      * Bis zum Abbruch angenommene Zuege
         02 ABB-ZUEGE PIC 9(02).
         02 FILLER PIC X(01) VALUE SPACE.
      * Marke des Spielers, der beim Abbruch am Zug war
         02 ABB-AM-ZUG PIC X(01).
         02 FILLER PIC X(01) VALUE SPACE.
         02 ABB-GRUND PIC X(01).
           88 ABB-GRUND-DATEI-ENDE VALUE 'D'.
           88 ABB-GRUND-DATEI-FEHLT VALUE 'F'.
           88 ABB-GRUND-BEDIENER VALUE 'B'.
         02 FILLER PIC X(01) VALUE SPACE.
         02 ABB-SERIE-SPIEL-NR PIC 9(02).
         02 FILLER PIC X(01) VALUE SPACE.
         02 ABB-SERIENLAENGE PIC 9(02).
         02 FILLER PIC X(01) VALUE SPACE.
         02 ABB-SPIELFELD PIC X(25).
