      *****************************************************************
      * Satzbeschreibung des Bediener-Stamms (BEDIENER-DATEI).
      * Ein Satz pro zugelassenem Bediener der Wartungs- und
      * Korrekturprogramme, adressiert ueber die Bediener-Kennung.
      * Die Rolle legt fest, welche Funktionen der Bediener
      * aufrufen darf:
      *   S = Spieler        nur lesende Funktionen (Listen)
      *   L = Liga-Leitung   Spieler-, Saison-, Pokal- und
      *                      Spielplanpflege, Ergebnis-Korrektur,
      *                      Spieler-Zusammenfuehrung
      *   B = Betrieb        Ruecksicherung, Spielstand-Bereinigung,
      *                      Pflege des Bediener-Stamms
      * Stillgelegte Bediener bleiben fuer das Sicherheits-Protokoll
      * erhalten und werden nur bei der Anmeldung abgewiesen.
      *****************************************************************
       01 BEDIENER-SATZ.
         02 BED-ID PIC X(08).
         02 BED-NAME PIC X(30).
         02 BED-KENNWORT PIC X(08).
         02 BED-ROLLE PIC X(01).
           88 BED-IST-SPIELER VALUE 'S'.
           88 BED-IST-LIGALEITUNG VALUE 'L'.
           88 BED-IST-BETRIEB VALUE 'B'.
           88 BED-ROLLE-GUELTIG VALUES 'S' 'L' 'B'.
         02 BED-AKTIV-KZ PIC X(01).
           88 BED-IST-AKTIV VALUE 'J'.
           88 BED-IST-STILLGELEGT VALUE 'N'.
