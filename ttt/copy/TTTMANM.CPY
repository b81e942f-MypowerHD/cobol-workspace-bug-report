      *****************************************************************
      * Satzbeschreibung des Mannschafts-Stamms (MANNSCHAFT-DATEI).
      * Ein Satz pro Abteilungs-Mannschaft des Abteilungs-Wettbewerbs,
      * adressiert ueber die Mannschafts-Kennung. Aufgeloeste
      * Mannschaften bleiben wie stillgelegte Spieler erhalten,
      * damit alte Mannschafts-Tabellen lesbar bleiben, und nehmen
      * nur keine neuen Zuordnungen mehr an. Gepflegt in TTTSPLW.
      *****************************************************************
       01 MANNSCHAFT-SATZ.
         02 MN-ID PIC X(06).
         02 MN-NAME PIC X(30).
         02 MN-AKTIV-KZ PIC X(01).
           88 MN-IST-AKTIV VALUE 'J'.
           88 MN-IST-AUFGELOEST VALUE 'N'.
