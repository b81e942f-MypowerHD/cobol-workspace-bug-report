      *****************************************************************
      * Satzbeschreibung des Sicherheits-Protokolls (SICHLOG-DATEI).
      * Ein Satz pro Anmeldung, abgewiesener Anmeldung und Aufruf
      * einer datenaendernden Funktion der Wartungs- und
      * Korrekturprogramme, geschrieben von der Anmeldung TTTANM.
      * Die Datei wird nur angehaengt und nie geaendert; TTTBEDW
      * druckt sie fuer den Liga-Ausschuss.
      *****************************************************************
       01 SICHLOG-SATZ.
         02 SLOG-DATUM PIC 9(08).
         02 FILLER PIC X(01) VALUE SPACE.
         02 SLOG-UHRZEIT PIC 9(08).
         02 FILLER PIC X(01) VALUE SPACE.
      * Eingegebene Bediener-Kennung, auch wenn sie unbekannt war
         02 SLOG-BEDIENER PIC X(08).
         02 FILLER PIC X(01) VALUE SPACE.
         02 SLOG-PROGRAMM PIC X(08).
         02 FILLER PIC X(01) VALUE SPACE.
      * Art des Eintrags: Anmeldung, abgewiesene Anmeldung,
      * zugelassene oder verweigerte Funktion
         02 SLOG-ART PIC X(01).
           88 SLOG-IST-ANMELDUNG VALUE 'A'.
           88 SLOG-IST-ABWEISUNG VALUE 'Z'.
           88 SLOG-IST-FUNKTION VALUE 'F'.
           88 SLOG-IST-VERWEIGERT VALUE 'V'.
         02 FILLER PIC X(01) VALUE SPACE.
      * Rolle des Bediener-Stamms; SPACE bei unbekannter Kennung
         02 SLOG-ROLLE PIC X(01).
         02 FILLER PIC X(01) VALUE SPACE.
      * Funktion bzw. Grund der Abweisung im Klartext
         02 SLOG-TEXT PIC X(40).
