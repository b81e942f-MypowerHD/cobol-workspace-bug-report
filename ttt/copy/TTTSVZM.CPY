      *****************************************************************
      * Satzbeschreibung des Spiel-Verzeichnisses (SPIELVZ-DATEI).
      * Ein Satz pro Spiel-Kopfsatz (TTTPRTK) im Zug-Protokoll oder
      * in einer Protokoll-Archivgeneration, damit Abgleich,
      * Analyse, Wiedergabe und Auskunft ein Spiel direkt anspringen
      * koennen statt das Protokoll von vorn zu durchsuchen.
      * Die Spiel-Kennung ist nicht eindeutig (Serie, Wiederanlauf,
      * Wiederverwendung durch den Bediener); der Schluessel nimmt
      * darum das Datum des Kopfsatzes und eine laufende Nummer je
      * Kennung und Tag hinzu, in der Reihenfolge der Kopfsaetze.
      * Gefuehrt von TTTM und TTTNERF beim Schreiben der Kopfsaetze
      * (ueber TTTSVZ), neu aufgebaut von TTTARCH beim Aufteilen des
      * Protokolls. Der Steuersatz (Kennung leer, Datum 0, Nr 0)
      * fuehrt in SV-SATZ-NR die Satzzahl des laufenden Protokolls.
      *****************************************************************
       01 SPIELVZ-SATZ.
         02 SV-SCHLUESSEL.
           03 SV-SPIEL-ID PIC X(10).
           03 SV-DATUM PIC 9(08).
           03 SV-LFDNR PIC 9(02).
      * Fundort des Spiels: laufendes Protokoll oder die Archiv-
      * generation des TTTARCH-Laufes mit SV-ARCHIV-STICHTAG; U nur
      * waehrend des Neuaufbaus in TTTARCH
         02 SV-ORT-KZ PIC X(01).
           88 SV-IM-PROTOKOLL VALUE 'P'.
           88 SV-IM-ARCHIV VALUE 'A'.
           88 SV-IM-NEUAUFBAU VALUE 'U'.
           88 SV-IST-STEUERSATZ VALUE 'S'.
         02 SV-ARCHIV-STICHTAG PIC 9(08).
      * Satznummer des Kopfsatzes in seiner Datei (ab 1)
         02 SV-SATZ-NR PIC 9(07).
      * Protokollsaetze nach dem Kopfsatz (Zuege und Korrekturen)
         02 SV-SAETZE PIC 9(03).
      * Gespielte Zuege beim Spielende bzw. beim letzten Zug
         02 SV-ZUEGE PIC 9(02).
         02 SV-BRETTGROESSE PIC 9(01).
         02 SV-SPIELER-X-ID PIC X(08).
         02 SV-SPIELER-O-ID PIC X(08).
      * Ausgang: E = Ergebnis-Satz geschrieben (SV-ERG-SCHLUESSEL),
      * A = abgebrochen (Abbruch-Satz), leer = offen/unterbrochen
         02 SV-AUSGANG-KZ PIC X(01).
           88 SV-MIT-ERGEBNIS VALUE 'E'.
           88 SV-ABGEBROCHEN VALUE 'A'.
           88 SV-OFFEN VALUE ' '.
      * Schluessel des zugehoerigen Ergebnis-Satzes (ERG-SCHLUESSEL);
      * 0 ohne Ergebnis-Satz
         02 SV-ERG-SCHLUESSEL.
           03 SV-ERG-DATUM PIC 9(08).
           03 SV-ERG-UHRZEIT PIC 9(08).
           03 SV-ERG-ZUG PIC 9(02).
           03 SV-ERG-SEQ PIC 9(02).
