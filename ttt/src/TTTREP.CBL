      * Tagesabschluss-Bericht: liest die Ergebnis-Historie aus TTTM
      * und druckt eine nach Siegen sortierte Turniertabelle je
      * Spieler (Spiele, Siege, Unentschieden, Niederlagen).
      * Ein Verlust auf Zeit zaehlt als Sieg des Gegners und als
      * Niederlage; die Zeitverluste je Spieler werden zusaetzlich
      * in einer eigenen Spalte ausgewiesen.
      * Die Tabelle wird je registriertem Spieler (Kennung aus dem
      * Spieler-Stamm, Name dazugelesen) gefuehrt; Altsaetze und
      * unbenannte Spiele ohne Spieler-Kennung laufen wie bisher
      * unter den Marken X und O.
      * Spiele des Buero-Pokals (TTTPOKL) bleiben auf Wunsch des
      * Bedieners aus der Tabelle heraus (Voreinstellung), damit die
      * Liga-Tabelle nur die Liga zeigt; wahlweise zaehlen sie mit.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03 TAB-SIEGE PIC 9(05).
           03 TAB-UNENTSCHIEDEN PIC 9(05).
           03 TAB-NIEDERLAGEN PIC 9(05).
           03 TAB-ZEITVERLUSTE PIC 9(05).
           03 TAB-GEDRUCKT-KZ PIC X.
             88 TAB-ZEILE-GEDRUCKT VALUE 'J'.
      * Kennungen der beiden Teilnehmer des gelesenen Satzes und des
      * vor der Saison-Verwaltung
       01 SAISON-FILTER PIC X(06).
       01 ANZ-FREMDE-SAISON PIC 9(05) VALUE 0.
      * Pokal-Auswahl des Bedieners: Pokalspiele (ERG-POKAL-KZ)
      * mitzaehlen oder nur zaehlen und unter der Tabelle ausweisen;
      * jede Antwort ausser J laesst sie heraus
       01 POKAL-AUSWAHL PIC X.
         88 POKAL-EINBEZIEHEN VALUES 'J' 'j'.
       01 ANZ-POKAL PIC 9(05) VALUE 0.
       PROCEDURE DIVISION.
           DISPLAY 'Saison-Kennung (leer = alle Saetze)? '
             WITH NO ADVANCING
           ACCEPT SAISON-FILTER
           DISPLAY 'Pokalspiele in die Tabelle einbeziehen (J/N)? '
             WITH NO ADVANCING
           ACCEPT POKAL-AUSWAHL

           PERFORM OEFFNE-ERGEBNIS-DATEI
           PERFORM OEFFNE-SPIELER-DATEI
      * der Sieger den Sieg und der andere die Niederlage, bei
      * Unentschieden beide ein Unentschieden. Altsaetze ohne
      * Spieler-Kennungen laufen unter den Marken X und O.
      * Stornierte Saetze (TTTKORR), Saetze fremder Saisons (bei
      * gewaehlter Saison) und nicht einbezogene Pokalspiele werden
      * nur gezaehlt.
       VERARBEITE-ERGEBNIS-SATZ SECTION.
           EVALUATE TRUE
             WHEN SAISON-FILTER NOT = SPACES
               ADD 1 TO ANZ-FREMDE-SAISON
             WHEN ERG-IST-STORNIERT
               ADD 1 TO ANZ-STORNIERT
             WHEN ERG-IST-POKALSPIEL AND NOT POKAL-EINBEZIEHEN
               ADD 1 TO ANZ-POKAL
             WHEN OTHER
               PERFORM VERBUCHE-ERGEBNIS-SATZ
           END-EVALUATE
      * GESUCHTE-SPIELER-ID
       VERBUCHE-TEILNEHMER SECTION.
           ADD 1 TO TAB-SPIELE(TAB-IX)
           IF ERG-HAT-GEWINNER
             IF GESUCHTE-SPIELER-ID = SATZ-SIEGER-ID
               ADD 1 TO TAB-SIEGE(TAB-IX)
             ELSE
               ADD 1 TO TAB-NIEDERLAGEN(TAB-IX)
               IF ERG-IST-ZEITVERLUST
                 ADD 1 TO TAB-ZEITVERLUSTE(TAB-IX)
               END-IF
             END-IF
           ELSE
             ADD 1 TO TAB-UNENTSCHIEDEN(TAB-IX)
             MOVE SPACES TO TAB-NAME(TAB-IX)
             MOVE 0 TO TAB-SPIELE(TAB-IX) TAB-SIEGE(TAB-IX)
               TAB-UNENTSCHIEDEN(TAB-IX) TAB-NIEDERLAGEN(TAB-IX)
               TAB-ZEITVERLUSTE(TAB-IX)
             MOVE SPACE TO TAB-GEDRUCKT-KZ(TAB-IX)
             PERFORM LIES-SPIELER-NAMEN
           ELSE
             STRING 'TURNIERTABELLE SAISON ' SAISON-FILTER
               DELIMITED BY SIZE INTO BERICHT-SATZ
           END-IF
           IF POKAL-EINBEZIEHEN
             DISPLAY 'EINSCHLIESSLICH POKALSPIELE'
           END-IF
           DISPLAY 'KENNUNG  NAME                 SPIELE SIEGE'
             ' UNENTSCHIEDEN NIEDERLAGEN AUF ZEIT'
           PERFORM SCHREIBE-BERICHTZEILE
           IF POKAL-EINBEZIEHEN
             MOVE 'EINSCHLIESSLICH POKALSPIELE' TO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
           END-IF
           MOVE SPACES TO BERICHT-SATZ
           STRING 'KENNUNG  NAME                 SPIELE SIEGE'
             ' UNENTSCHIEDEN NIEDERLAGEN AUF ZEIT'
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE 0 TO ANZ-GEDRUCKT
               DELIMITED BY SIZE INTO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
           END-IF
           IF ANZ-POKAL > 0
             DISPLAY ANZ-POKAL ' Pokalspiele nicht mitgezaehlt.'
             MOVE SPACES TO BERICHT-SATZ
             STRING 'POKALSPIELE NICHT MITGEZAEHLT: '
               ANZ-POKAL
               DELIMITED BY SIZE INTO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
           END-IF
           IF LESEFEHLER-AUFGETRETEN
             DISPLAY 'ACHTUNG: TABELLE UNVOLLSTAENDIG (LESEFEHLER)'
             MOVE 'ACHTUNG: TABELLE UNVOLLSTAENDIG (LESEFEHLER)'
           DISPLAY TAB-SPIELER-ID(DRUCK-IX) ' '
             TAB-NAME(DRUCK-IX)(1:20) ' ' TAB-SPIELE(DRUCK-IX) ' '
             TAB-SIEGE(DRUCK-IX) ' ' TAB-UNENTSCHIEDEN(DRUCK-IX) ' '
             TAB-NIEDERLAGEN(DRUCK-IX) ' ' TAB-ZEITVERLUSTE(DRUCK-IX)
           MOVE SPACES TO BERICHT-SATZ
           STRING TAB-SPIELER-ID(DRUCK-IX) ' '
               TAB-NAME(DRUCK-IX)(1:20) ' ' TAB-SPIELE(DRUCK-IX) ' '
               TAB-SIEGE(DRUCK-IX) ' ' TAB-UNENTSCHIEDEN(DRUCK-IX)
               ' ' TAB-NIEDERLAGEN(DRUCK-IX)
               ' ' TAB-ZEITVERLUSTE(DRUCK-IX)
               DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE 'J' TO TAB-GEDRUCKT-KZ(DRUCK-IX)
