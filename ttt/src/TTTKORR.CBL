      *   Funktion N (Nachtragen):   traegt fehlende Spieler-
      *     Kennungen ERG-SPIELER-X-ID/-O-ID nach; belegte
      *     Kennungen werden nicht ueberschrieben.
      * Nur Bediener der Liga-Leitung (Bediener-Stamm, Anmeldung
      * ueber TTTANM) duerfen korrigieren; jede gewaehlte Funktion
      * wird im Sicherheits-Protokoll vermerkt.
      * Jede Aenderung verlangt eine Begruendung und schreibt je
      * geaendertem Feld einen Audit-Satz (wer, wann, alt, neu,
      * Grund) in die Korrektur-Audit-Datei KORRAUD, damit die Liga
         88 ANTWORT-BERICHTIGEN VALUES 'B' 'b'.
         88 ANTWORT-NACHTRAGEN VALUES 'N' 'n'.
         88 ANTWORT-ENDE VALUES 'E' 'e'.
      * Kennung des korrigierenden Bedieners fuer die Audit-Saetze,
      * aus der Anmeldung uebernommen; ohne gueltige Anmeldung laeuft
      * die Korrektur nicht an
       01 BEDIENER-KENNUNG PIC X(08).
           COPY TTTANMP.
      * Eigenes Feld fuer Rueckfragen, damit die Antwort nicht die
      * Funktionswahl der Menueschleife ueberschreibt
       01 BESTAETIGUNG PIC X.
         02 ANZ-GEAENDERT PIC 9(05) VALUE 0.
         02 ANZ-AUDIT-SAETZE PIC 9(05) VALUE 0.
       PROCEDURE DIVISION.
           DISPLAY 'Ergebnis-Korrektur.'
           MOVE 'TTTKORR' TO ANM-PROGRAMM
           MOVE 'L' TO ANM-ROLLEN-ZUGELASSEN
           SET ANM-ANMELDEN TO TRUE
           CALL 'TTTANM' USING ANMELDUNG
           IF NOT ANM-ZUGELASSEN
             DISPLAY 'Ohne gueltige Anmeldung keine Korrektur;'
               ' Programm wird beendet.'
             STOP RUN
           END-IF
           MOVE ANM-BEDIENER-ID TO BEDIENER-KENNUNG

           PERFORM OEFFNE-DATEIEN

               WHEN ANTWORT-STORNIEREN
                 PERFORM WAEHLE-SATZ
                 IF SATZ-GEWAEHLT
                   MOVE 'ERGEBNIS STORNIEREN' TO ANM-FUNKTIONS-TEXT
                   PERFORM PRUEFE-BERECHTIGUNG
                   IF ANM-ZUGELASSEN
                     PERFORM STORNIERE-SATZ
                   END-IF
                 END-IF
               WHEN ANTWORT-BERICHTIGEN
                 PERFORM WAEHLE-SATZ
                 IF SATZ-GEWAEHLT
                   MOVE 'ERGEBNIS BERICHTIGEN' TO ANM-FUNKTIONS-TEXT
                   PERFORM PRUEFE-BERECHTIGUNG
                   IF ANM-ZUGELASSEN
                     PERFORM BERICHTIGE-SATZ
                   END-IF
                 END-IF
               WHEN ANTWORT-NACHTRAGEN
                 PERFORM WAEHLE-SATZ
                 IF SATZ-GEWAEHLT
                   MOVE 'KENNUNGEN NACHTRAGEN' TO ANM-FUNKTIONS-TEXT
                   PERFORM PRUEFE-BERECHTIGUNG
                   IF ANM-ZUGELASSEN
                     PERFORM TRAGE-KENNUNGEN-NACH
                   END-IF
                 END-IF
               WHEN ANTWORT-ENDE
                 CONTINUE
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Prueft und protokolliert die Funktion in ANM-FUNKTIONS-TEXT
      * fuer den angemeldeten Bediener (Liga-Leitung)
       PRUEFE-BERECHTIGUNG SECTION.
           MOVE 'L' TO ANM-ROLLEN-ZUGELASSEN
           SET ANM-PRUEFEN TO TRUE
           CALL 'TTTANM' USING ANMELDUNG
           EXIT.

      *-----------------------------------------------------------------
      * Erfragt Datum und Uhrzeit des zu berichtigenden Satzes (wie
      * auf dem Abweichungsbericht von TTTABGL), liest alle Saetze
           EXIT.

      *-----------------------------------------------------------------
      * Funktion B: berichtigt Ausgang (S/U/Z) und/oder Spieler des
      * letzten Zuges (X/O); leere Eingabe laesst das Feld
      * unveraendert.
       BERICHTIGE-SATZ SECTION.
           SET SATZ-GEAENDERT TO FALSE
           DISPLAY 'Neues Ergebnis (S/U/Z, leer = unveraendert)? '
             WITH NO ADVANCING
           ACCEPT NEUES-ERGEBNIS
           DISPLAY 'Neuer Spieler (X/O, leer = unveraendert)? '
             IF NEUES-ERGEBNIS NOT = SPACE
                 AND NEUES-ERGEBNIS NOT = 'S'
                 AND NEUES-ERGEBNIS NOT = 'U'
                 AND NEUES-ERGEBNIS NOT = 'Z'
               DISPLAY 'Ergebnis muss S, U oder Z sein;'
                 ' Feld bleibt unveraendert.'
               MOVE SPACE TO NEUES-ERGEBNIS
             END-IF
