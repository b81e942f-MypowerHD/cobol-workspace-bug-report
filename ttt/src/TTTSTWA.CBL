      * abgeschlossenen auf einmal. TTTM sichert nach jedem Zug und
      * loescht nie; ohne diese Wartung verschlammt die Datei mit
      * fertigen und verwaisten Spielen.
      * Anmelden darf jeder Bediener (TTTANM); Loeschen und
      * Aufraeumen sind dem Betrieb vorbehalten und werden im
      * Sicherheits-Protokoll vermerkt.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         88 ANTWORT-LOESCHEN VALUES 'D' 'd'.
         88 ANTWORT-AUFRAEUMEN VALUES 'P' 'p'.
         88 ANTWORT-ENDE VALUES 'E' 'e'.
           COPY TTTANMP.
       01 EINGABE-SPIEL-ID PIC X(10).
      * Eigenes Feld fuer die Rueckfrage, damit die Antwort nicht
      * die Funktionswahl der Menueschleife ueberschreibt
       01 ANZ-GELISTET PIC 9(05).
       01 ANZ-GELOESCHT PIC 9(05).
       PROCEDURE DIVISION.
           MOVE 'TTTSTWA' TO ANM-PROGRAMM
           MOVE SPACES TO ANM-ROLLEN-ZUGELASSEN
           SET ANM-ANMELDEN TO TRUE
           CALL 'TTTANM' USING ANMELDUNG
           IF NOT ANM-ZUGELASSEN
             DISPLAY 'Ohne gueltige Anmeldung keine Spielstand-Wartung;'
               ' Programm wird beendet.'
             STOP RUN
           END-IF

           PERFORM OEFFNE-SPIELSTAND-DATEI

           PERFORM UNTIL ANTWORT-ENDE
               WHEN ANTWORT-ANZEIGEN
                 PERFORM ZEIGE-SPIELSTAND
               WHEN ANTWORT-LOESCHEN
                 MOVE 'SPIELSTAND LOESCHEN' TO ANM-FUNKTIONS-TEXT
                 PERFORM PRUEFE-BERECHTIGUNG
                 IF ANM-ZUGELASSEN
                   PERFORM LOESCHE-SPIELSTAND
                 END-IF
               WHEN ANTWORT-AUFRAEUMEN
                 MOVE 'ABGESCHLOSSENE LOESCHEN' TO ANM-FUNKTIONS-TEXT
                 PERFORM PRUEFE-BERECHTIGUNG
                 IF ANM-ZUGELASSEN
                   PERFORM RAEUME-ABGESCHLOSSENE-AUF
                 END-IF
               WHEN ANTWORT-ENDE
                 CONTINUE
               WHEN OTHER
           CLOSE SPIELSTAND-DATEI
           STOP RUN.

      *-----------------------------------------------------------------
      * Prueft und protokolliert die datenaendernde Funktion in
      * ANM-FUNKTIONS-TEXT; sie ist dem Betrieb vorbehalten.
       PRUEFE-BERECHTIGUNG SECTION.
           MOVE 'B' TO ANM-ROLLEN-ZUGELASSEN
           SET ANM-PRUEFEN TO TRUE
           CALL 'TTTANM' USING ANMELDUNG
           EXIT.

      *-----------------------------------------------------------------
      * Oeffnet die Spielstand-Datei zum Lesen und Loeschen; ohne
      * die Datei gibt es nichts zu warten.
