      *****************************************************************
      * Uebergabebereich der Bediener-Anmeldung TTTANM. Die
      * Wartungs- und Korrekturprogramme rufen TTTANM am
      * Programmbeginn mit Funktion A (Anmelden) und vor jeder
      * datenaendernden Funktion mit Funktion P (Pruefen) auf; der
      * Bereich bleibt zwischen den Aufrufen stehen, weil Kennung
      * und Rolle der Anmeldung fuer die Pruefung gebraucht werden.
      * Funktion E (Eintragen) schreibt nur einen Protokollsatz,
      * z.B. fuer die Erstanlage des Bediener-Stamms.
      *****************************************************************
       01 ANMELDUNG.
         02 ANM-FUNKTION PIC X(01).
           88 ANM-ANMELDEN VALUE 'A'.
           88 ANM-PRUEFEN VALUE 'P'.
           88 ANM-EINTRAGEN VALUE 'E'.
      * Aufrufendes Programm fuer Bildschirm und Protokoll
         02 ANM-PROGRAMM PIC X(08).
      * Rollen, die die Anmeldung bzw. die Funktion zulassen (bis
      * zu drei Rollen-Kennzeichen, siehe TTTBEDM); SPACES = jede
      * Rolle des Bediener-Stamms
         02 ANM-ROLLEN-ZUGELASSEN PIC X(03).
      * Funktion im Klartext fuer das Sicherheits-Protokoll
         02 ANM-FUNKTIONS-TEXT PIC X(30).
      * Ergebnis der Anmeldung: Kennung und Rolle des Bedieners;
      * SPACES solange niemand angemeldet ist
         02 ANM-BEDIENER-ID PIC X(08).
         02 ANM-ROLLE PIC X(01).
      * Ausgang des letzten Aufrufs
         02 ANM-ERGEBNIS-KZ PIC X(01).
           88 ANM-ZUGELASSEN VALUE 'J'.
           88 ANM-ABGEWIESEN VALUE 'N'.
