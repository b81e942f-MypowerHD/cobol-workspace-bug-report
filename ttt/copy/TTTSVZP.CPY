      *****************************************************************
      * Uebergabebereich der Spiel-Verzeichnis-Fuehrung TTTSVZ. Die
      * Programme, die an das Zug-Protokoll anhaengen, rufen TTTSVZ
      * vor dem Oeffnen des Protokolls mit Funktion O, nach jedem
      * Kopfsatz mit Funktion K, nach jedem Zug- oder Korrektursatz
      * mit Funktion Z, beim Spielende mit Funktion E und vor
      * Programmende mit Funktion C auf. Die Funktionen Z und E
      * gelten dem Spiel des letzten Kopfsatzes.
      *****************************************************************
       01 SPIELVZ-AUFRUF.
         02 SVP-FUNKTION PIC X(01).
           88 SVP-OEFFNEN VALUE 'O'.
           88 SVP-KOPFSATZ VALUE 'K'.
           88 SVP-ZUGSATZ VALUE 'Z'.
           88 SVP-SPIELENDE VALUE 'E'.
           88 SVP-SCHLIESSEN VALUE 'C'.
      * Angaben des Kopfsatzes (Funktion K)
         02 SVP-SPIEL-ID PIC X(10).
         02 SVP-DATUM PIC 9(08).
         02 SVP-BRETTGROESSE PIC 9(01).
         02 SVP-SPIELER-X-ID PIC X(08).
         02 SVP-SPIELER-O-ID PIC X(08).
      * Gespielte Zuege nach dem Satz (Funktion Z) bzw. am
      * Spielende (Funktion E)
         02 SVP-ZUEGE PIC 9(02).
      * Ausgang und Ergebnis-Schluessel (Funktion E), siehe TTTSVZM
         02 SVP-AUSGANG-KZ PIC X(01).
         02 SVP-ERG-SCHLUESSEL PIC X(20).
      * Laufende Nummer des angelegten Eintrags (Funktion K)
         02 SVP-LFDNR PIC 9(02).
      * Ausgang des letzten Aufrufs
         02 SVP-ERGEBNIS-KZ PIC X(01).
           88 SVP-AUSGEFUEHRT VALUE 'J'.
           88 SVP-NICHT-AUSGEFUEHRT VALUE 'N'.
