      * ein Plattenverlust nicht die ganze Saison kostet. Die
      * Sicherungsdateien ERGSICH und STANDSICH werden je Lauf neu
      * angelegt; die Ablage nach Datum uebernimmt die Jobsteuerung.
      * Sichern und Pruefen laufen ohne Anmeldung. Die Ruecksicherung
      * verlangt beim ersten Aufruf die Anmeldung eines Bedieners
      * des Betriebs (TTTANM) und wird im Sicherheits-Protokoll
      * vermerkt.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         88 DATEI-ERGEBNIS VALUES 'E' 'e'.
         88 DATEI-SPIELSTAND VALUES 'S' 's'.
       01 BESTAETIGUNG PIC X.
           COPY TTTANMP.
      * Gemeinsames Satzbild: die Saetze beider Stammdateien und die
      * Kopf-/Abschlusssaetze der Sicherung passen in 80 Stellen;
      * das VERGLEICHS-BILD haelt beim Pruefen den Satz der
         02 ANZ-NUR-LIVE PIC 9(05).
       01 ABSCHLUSS-ANZAHL PIC 9(05).
       PROCEDURE DIVISION.
           MOVE SPACES TO ANMELDUNG
           PERFORM UNTIL FUNKTION-ENDE
             DISPLAY SPACE
             DISPLAY 'Sicherung: U = Sichern, V = Pruefen,'
               WHEN FUNKTION-RUECKSICHERN
                 PERFORM ERFRAGE-DATEI
                 IF DATEI-ERGEBNIS OR DATEI-SPIELSTAND
                   PERFORM PRUEFE-BERECHTIGUNG
                   IF ANM-ZUGELASSEN
                     PERFORM STELLE-WIEDER-HER
                   END-IF
                 END-IF
               WHEN FUNKTION-ENDE
                 CONTINUE
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Die Ruecksicherung ist dem Betrieb vorbehalten: ohne
      * Anmeldung in diesem Lauf wird zuerst angemeldet, danach die
      * Funktion fuer die gewaehlte Datei geprueft und protokolliert.
       PRUEFE-BERECHTIGUNG SECTION.
           MOVE 'B' TO ANM-ROLLEN-ZUGELASSEN
           IF ANM-BEDIENER-ID = SPACES
             MOVE 'TTTSICH' TO ANM-PROGRAMM
             SET ANM-ANMELDEN TO TRUE
             CALL 'TTTANM' USING ANMELDUNG
           END-IF
           IF ANM-BEDIENER-ID = SPACES
             DISPLAY 'Ohne gueltige Anmeldung keine Ruecksicherung.'
             SET ANM-ABGEWIESEN TO TRUE
           ELSE
             IF DATEI-ERGEBNIS
               MOVE 'RUECKSICHERUNG ERGEBNIS' TO ANM-FUNKTIONS-TEXT
             ELSE
               MOVE 'RUECKSICHERUNG SPIELSTAND' TO ANM-FUNKTIONS-TEXT
             END-IF
             SET ANM-PRUEFEN TO TRUE
             CALL 'TTTANM' USING ANMELDUNG
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Funktion U: laufende Datei als Satz-Abbilder mit datiertem
      * Kopfsatz und Satzzahl-Abschlusssatz sichern
      * Datei (fuer das Ruecksichern)
       SCHREIBE-LIVE-SATZ SECTION.
           IF DATEI-ERGEBNIS
             MOVE SATZBILD(1:58) TO ERGEBNIS-SATZ
             WRITE ERGEBNIS-SATZ
               INVALID KEY
                 DISPLAY 'Doppelter Schluessel beim Ruecksichern: '
