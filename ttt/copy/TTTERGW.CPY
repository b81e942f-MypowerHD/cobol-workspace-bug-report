      *****************************************************************
      * Satzbeschreibung der Ergebnis-Historie (ERGEBNIS-DATEI).
      * Ein Satz pro abgeschlossenem Spiel (Sieg, Unentschieden oder
      * Verlust auf Zeit).
      * ERG-ZUG/ERG-SEQ ergaenzen DATUM+UHRZEIT im Schluessel, damit
      * zwei Spiele, die in derselben Sekunde enden (Computergegner,
      * Batchbetrieb), sich nicht denselben Schluessel teilen.
         02 ERG-ERGEBNIS PIC X(01).
           88 ERG-IST-SIEG VALUE 'S'.
           88 ERG-IST-UNENTSCHIEDEN VALUE 'U'.
      * Verlust auf Zeit (Bedenkzeit-Regelung in TTTM): der Spieler
      * am Zug hat seine Bedenkzeit ueberschritten. ERG-SPIELER nennt
      * wie beim Sieg die Marke des Gewinners, also des Spielers, der
      * den letzten Zug gemacht hat; eine Gewinnreihe steht dabei
      * nicht auf dem Brett.
           88 ERG-IST-ZEITVERLUST VALUE 'Z'.
      * Sieg am Brett oder auf Zeit: ERG-SPIELER ist der Gewinner
           88 ERG-HAT-GEWINNER VALUES 'S' 'Z'.
      * Spieler-Kennungen aus dem Spieler-Stamm (TTTSPLM) der beiden
      * Teilnehmer; SPACES bei Altsaetzen und unbenannten Spielen,
      * dann stehen nur die Marken X und O zur Verfuegung.
         02 ERG-SPIELART-KZ PIC X(01).
           88 ERG-IST-ANGESETZT VALUE 'P'.
           88 ERG-IST-FREUNDSCHAFT VALUE 'F'.
      * Pokal-Kennzeichen: Spiel auf eine Pokal-Begegnung des
      * Buero-Pokals (TTTPOKL). Pokalspiele laufen als Spielart
      * Freundschaft, weil sie keine Ansetzung des Spielplans sind;
      * TTTREP nimmt sie nur auf Wunsch in die Tabelle. SPACES bei
      * Altsaetzen und allen Spielen ausserhalb des Pokals.
         02 ERG-POKAL-KZ PIC X(01).
           88 ERG-IST-POKALSPIEL VALUE 'K'.
      * Eingabequelle der Zuege: T = beide Spieler am Terminal,
      * C = gegen den Computergegner, D = Zuege aus der Zuege-Datei
      * (Batchbetrieb), E = extern gespielt und nacherfasst
      * (TTTNERF). SPACES bei Altsaetzen, deren Quelle unbekannt ist.
         02 ERG-EINGABE-KZ PIC X(01).
           88 ERG-EINGABE-TERMINAL VALUE 'T'.
           88 ERG-EINGABE-COMPUTER VALUE 'C'.
           88 ERG-EINGABE-DATEI VALUE 'D'.
           88 ERG-EINGABE-EXTERN VALUE 'E'.
