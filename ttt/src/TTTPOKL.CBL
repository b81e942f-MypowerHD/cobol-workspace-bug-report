       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TTTPOKL.
      *****************************************************************
      * Buero-Pokal: K.-o.-Wettbewerb neben dem Rundenturnier der
      * offenen Saison.
      *   Funktion S (Setzen):  setzt die aktiven Spieler des
      *     Spieler-Stamms nach ihrer Wertung (WERTUNG-DATEI, ohne
      *     Wertung mit der Anfangswertung 1000) in einen Pokalbaum
      *     und schreibt alle Begegnungen aller Runden in die
      *     Pokal-Datei. Ist die Spielerzahl keine Zweierpotenz,
      *     erhalten die bestgesetzten Spieler ein Freilos und
      *     stehen sofort in der zweiten Runde. Die Setzung folgt
      *     dem ueblichen Schema, so dass sich die beiden
      *     Bestgesetzten fruehestens im Finale treffen.
      *   Funktion B (Bericht): druckt den Pokalbaum Runde fuer
      *     Runde auf den Pokal-Bericht POKBER, wie er nach den
      *     bisher entschiedenen Begegnungen steht.
      *   Funktion L (Liste):   listet alle Begegnungen am
      *     Bildschirm.
      * TTTM erkennt am Spielbeginn die offene Begegnung der beiden
      * angetretenen Spieler, kennzeichnet die Ergebnis-Saetze als
      * Pokalspiele und setzt den Sieger in die naechste Runde. Ein
      * Unentschieden entscheidet die Begegnung nicht; sie ist dann
      * durch eine Serie (Best-of-N, Match-Datei) zu entscheiden.
      * Anmelden darf jeder Bediener (TTTANM); das Setzen ist der
      * Liga-Leitung vorbehalten und wird im Sicherheits-Protokoll
      * vermerkt.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Spieler-Stamm, nur lesend fuer die aktiven Spieler
           SELECT SPIELER-DATEI ASSIGN TO 'SPIELER'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SP-ID
             FILE STATUS IS SP-DATEI-STATUS.
      * Wertungs-Stamm (TTTWERT), nur lesend fuer die Setzliste
           SELECT WERTUNG-DATEI ASSIGN TO 'WERTUNG'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS WRT-SPIELER-ID
             FILE STATUS IS WRT-DATEI-STATUS.
      * Saison-Stamm, nur lesend fuer die offene Saison
           SELECT SAISON-DATEI ASSIGN TO 'SAISON'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS SAI-ID
             FILE STATUS IS SAI-DATEI-STATUS.
      * Pokal-Datei, wird hier erzeugt und gelistet
           SELECT POKAL-DATEI ASSIGN TO 'POKAL'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS POK-SCHLUESSEL
             FILE STATUS IS POK-DATEI-STATUS.
      * Pokal-Bericht, je Lauf neu angelegt
           SELECT POKBER-DATEI ASSIGN TO 'POKBER'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PB-DATEI-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SPIELER-DATEI.
           COPY TTTSPLM.
       FD  WERTUNG-DATEI.
           COPY TTTWRTM.
       FD  SAISON-DATEI.
           COPY TTTSAIM.
       FD  POKAL-DATEI.
           COPY TTTPOKL.
       FD  POKBER-DATEI.
           COPY TTTBERD.
       WORKING-STORAGE SECTION.
       01 SP-DATEI-STATUS PIC XX.
         88 SP-DATEI-OK VALUE '00'.
         88 SP-DATEI-ENDE VALUE '10'.
       01 WRT-DATEI-STATUS PIC XX.
         88 WRT-DATEI-OK VALUE '00'.
       01 SAI-DATEI-STATUS PIC XX.
         88 SAI-DATEI-OK VALUE '00'.
       01 POK-DATEI-STATUS PIC XX.
         88 POK-DATEI-OK VALUE '00'.
         88 POK-DATEI-ENDE VALUE '10'.
       01 PB-DATEI-STATUS PIC XX.
         88 PB-DATEI-OK VALUE '00'.
       01 BEDIENER-ANTWORT PIC X.
         88 ANTWORT-SETZEN VALUES 'S' 's'.
         88 ANTWORT-BERICHT VALUES 'B' 'b'.
         88 ANTWORT-LISTE VALUES 'L' 'l'.
         88 ANTWORT-ENDE VALUES 'E' 'e'.
           COPY TTTANMP.
      * Eigenes Feld fuer Rueckfragen, damit die Antwort nicht die
      * Funktionswahl der Menueschleife ueberschreibt
       01 BESTAETIGUNG PIC X.
      * Kennung der offenen Saison; ohne offene Saison wird kein
      * Pokal gesetzt
       01 OFFENE-SAISON-ID PIC X(06) VALUE SPACES.
       01 HEUTE PIC 9(08).
      * Aktive Spieler aus dem Spieler-Stamm mit ihrer Wertung;
      * Platz 50 wie in den Auswertungen
       01 ANZ-AKTIVE PIC 9(02) VALUE 0.
       01 TEILNEHMER-TABELLE.
         02 TN-EINTRAG OCCURS 50 TIMES.
           03 TN-ID PIC X(08).
           03 TN-WERTUNG PIC 9(04).
           03 TN-GESETZT-KZ PIC X.
             88 TN-IST-GESETZT VALUE 'J'.
      * Setzliste: Teilnehmer-Index je Setzplatz, nach Wertung
      * absteigend; bei gleicher Wertung entscheidet die Kennung
       01 SETZLISTE.
         02 SETZ-TN OCCURS 64 TIMES PIC 9(02).
      * Pokalbaum der ersten Runde: Setzplatz je Baumposition; die
      * Positionen 2N-1 und 2N bilden die Begegnung N. Aufgebaut
      * durch fortgesetztes Verdoppeln: aus jedem Setzplatz P eines
      * Baums der Groesse G werden P und 2G+1-P.
       01 BAUM-TABELLE.
         02 BAUM-SETZPLATZ OCCURS 64 TIMES PIC 9(02).
       01 BAUM-NEU-TABELLE.
         02 BAUM-NEU OCCURS 64 TIMES PIC 9(02).
      * Feldgroesse: naechste Zweierpotenz zur Spielerzahl; die
      * Setzplaetze ueber der Spielerzahl sind Freilose
       01 FELDGROESSE PIC 9(02).
       01 BAUM-GROESSE PIC 9(02).
       01 ANZ-RUNDEN PIC 9(02).
      * Laufvariablen der Pokalerzeugung
       01 RUNDE PIC 9(02).
       01 ANZ-BEGEGNUNGEN PIC 9(03).
       01 BEG-NR PIC 9(03).
       01 SETZ-IX PIC 9(02).
       01 BAUM-IX PIC 9(02).
       01 NEU-IX PIC 9(02).
       01 TN-IX PIC 9(02).
       01 BESTER-IX PIC 9(02).
       01 SETZPLATZ-A PIC 9(02).
       01 SETZPLATZ-B PIC 9(02).
      * Sieger einer entschiedenen Begegnung auf dem Weg in die
      * naechste Runde
       01 AUFSTEIGER-ID PIC X(08).
       01 AUFSTEIGER-SETZPLATZ PIC 9(02).
       01 VORRUNDE-LFDNR PIC 9(03).
      * Zaehler fuer die Abstimmung
       01 ZAEHLER.
         02 ANZ-GESCHRIEBEN PIC 9(05) VALUE 0.
         02 ANZ-FREILOSE PIC 9(05) VALUE 0.
         02 ANZ-RUNDE-GESAMT PIC 9(03) VALUE 0.
         02 ANZ-RUNDE-ENTSCHIEDEN PIC 9(03) VALUE 0.
      * Gruppenwechsel des Berichts nach der Runde
       01 BERICHTS-RUNDE PIC 9(02).
       01 POKALSIEGER-ID PIC X(08).
       01 STATUS-TEXT PIC X(12).
       PROCEDURE DIVISION.
           MOVE 'TTTPOKL' TO ANM-PROGRAMM
           MOVE SPACES TO ANM-ROLLEN-ZUGELASSEN
           SET ANM-ANMELDEN TO TRUE
           CALL 'TTTANM' USING ANMELDUNG
           IF NOT ANM-ZUGELASSEN
             DISPLAY 'Ohne gueltige Anmeldung kein Buero-Pokal;'
               ' Programm wird beendet.'
             STOP RUN
           END-IF

           PERFORM ERMITTLE-OFFENE-SAISON
           PERFORM OEFFNE-POKAL-DATEI

           PERFORM UNTIL ANTWORT-ENDE OR NOT POK-DATEI-OK
             DISPLAY SPACE
             DISPLAY 'Buero-Pokal: S = Setzen, B = Bericht'
               ' Pokalbaum, L = Liste, E = Ende'
             DISPLAY 'Funktion? ' WITH NO ADVANCING
             ACCEPT BEDIENER-ANTWORT
             EVALUATE TRUE
               WHEN ANTWORT-SETZEN
                 MOVE 'POKAL SETZEN' TO ANM-FUNKTIONS-TEXT
                 PERFORM PRUEFE-BERECHTIGUNG
                 IF ANM-ZUGELASSEN
                   PERFORM SETZE-POKAL
                 END-IF
               WHEN ANTWORT-BERICHT
                 PERFORM DRUCKE-POKALBAUM
               WHEN ANTWORT-LISTE
                 PERFORM LISTE-BEGEGNUNGEN
               WHEN ANTWORT-ENDE
                 CONTINUE
               WHEN OTHER
                 DISPLAY 'Unbekannte Funktion.'
             END-EVALUATE
           END-PERFORM

           CLOSE POKAL-DATEI
           STOP RUN.

      *-----------------------------------------------------------------
      * Prueft und protokolliert die datenaendernde Funktion in
      * ANM-FUNKTIONS-TEXT; sie ist der Liga-Leitung vorbehalten.
       PRUEFE-BERECHTIGUNG SECTION.
           MOVE 'L' TO ANM-ROLLEN-ZUGELASSEN
           SET ANM-PRUEFEN TO TRUE
           CALL 'TTTANM' USING ANMELDUNG
           EXIT.

      *-----------------------------------------------------------------
      * Ermittelt die offene Saison aus dem Saison-Stamm; ohne
      * offene Saison laesst sich kein Pokal setzen.
       ERMITTLE-OFFENE-SAISON SECTION.
           OPEN INPUT SAISON-DATEI
           IF NOT SAI-DATEI-OK
             DISPLAY 'Kein Saison-Stamm vorhanden (Status '
               SAI-DATEI-STATUS '); Saison mit TTTSAIS eroeffnen.'
           ELSE
             PERFORM UNTIL NOT SAI-DATEI-OK
                 OR OFFENE-SAISON-ID NOT = SPACES
               READ SAISON-DATEI NEXT RECORD
                 AT END
                   CONTINUE
                 NOT AT END
                   IF SAI-IST-OFFEN
                     MOVE SAI-ID TO OFFENE-SAISON-ID
                   END-IF
               END-READ
             END-PERFORM
             CLOSE SAISON-DATEI
             IF OFFENE-SAISON-ID = SPACES
               DISPLAY 'Keine Saison offen; Saison mit TTTSAIS'
                 ' eroeffnen.'
             ELSE
               DISPLAY 'Offene Saison: ' OFFENE-SAISON-ID
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Oeffnet die Pokal-Datei; legt sie beim allerersten Aufruf
      * an, falls sie noch nicht existiert (Status 35).
       OEFFNE-POKAL-DATEI SECTION.
           OPEN I-O POKAL-DATEI
           IF POK-DATEI-STATUS = '35'
             OPEN OUTPUT POKAL-DATEI
             CLOSE POKAL-DATEI
             OPEN I-O POKAL-DATEI
           END-IF
           IF NOT POK-DATEI-OK
             DISPLAY 'Pokal-Datei konnte nicht geoeffnet werden'
               ' (Status ' POK-DATEI-STATUS ').'
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Funktion S: setzt den Pokal der offenen Saison. Ist fuer die
      * Saison schon ein Pokal vorhanden, wird nicht erneut gesetzt,
      * damit entschiedene Begegnungen nicht verloren gehen.
       SETZE-POKAL SECTION.
           IF OFFENE-SAISON-ID = SPACES
             DISPLAY 'Keine Saison offen; es wird nicht gesetzt.'
           ELSE
             PERFORM PRUEFE-POKAL-VORHANDEN
             IF POK-DATEI-ENDE
               PERFORM LADE-AKTIVE-SPIELER
               IF ANZ-AKTIVE < 2
                 DISPLAY 'Weniger als 2 aktive Spieler im Stamm;'
                   ' es wird nicht gesetzt.'
               ELSE
                 PERFORM ERMITTLE-FELDGROESSE
                 DISPLAY ANZ-AKTIVE ' aktive Spieler, ' ANZ-RUNDEN
                   ' Runden; Pokal fuer Saison ' OFFENE-SAISON-ID
                   ' setzen (J/N)? ' WITH NO ADVANCING
                 ACCEPT BESTAETIGUNG
                 IF BESTAETIGUNG = 'J' OR BESTAETIGUNG = 'j'
                   PERFORM ORDNE-NACH-WERTUNG
                   PERFORM BAUE-SETZBAUM
                   ACCEPT HEUTE FROM DATE YYYYMMDD
                   MOVE 0 TO ANZ-GESCHRIEBEN
                   MOVE 0 TO ANZ-FREILOSE
                   PERFORM SCHREIBE-SPAETERE-RUNDEN
                   PERFORM SCHREIBE-ERSTE-RUNDE
                   DISPLAY ANZ-GESCHRIEBEN ' Begegnungen geschrieben,'
                     ' davon ' ANZ-FREILOSE ' Freilose.'
                 ELSE
                   DISPLAY 'Es wurde nicht gesetzt.'
                 END-IF
               END-IF
             ELSE
               DISPLAY 'Fuer Saison ' OFFENE-SAISON-ID ' ist schon'
                 ' ein Pokal gesetzt; es wird nicht erneut gesetzt.'
             END-IF
             MOVE '00' TO POK-DATEI-STATUS
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Prueft, ob fuer die offene Saison bereits Begegnungen
      * vorhanden sind; POK-DATEI-ENDE bleibt gesetzt, wenn keine
      * gefunden wurden.
       PRUEFE-POKAL-VORHANDEN SECTION.
           PERFORM STELLE-AUF-SAISON
           IF POK-DATEI-OK
             READ POKAL-DATEI NEXT RECORD
               AT END
                 SET POK-DATEI-ENDE TO TRUE
               NOT AT END
                 IF POK-SAISON-ID NOT = OFFENE-SAISON-ID
                   SET POK-DATEI-ENDE TO TRUE
                 END-IF
             END-READ
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Laedt die aktiven Spieler des Spieler-Stamms mit ihrer
      * Wertung in die Teilnehmer-Tabelle.
       LADE-AKTIVE-SPIELER SECTION.
           MOVE 0 TO ANZ-AKTIVE
           OPEN INPUT SPIELER-DATEI
           IF NOT SP-DATEI-OK
             DISPLAY 'Spieler-Stamm konnte nicht geoeffnet werden'
               ' (Status ' SP-DATEI-STATUS ').'
           ELSE
             OPEN INPUT WERTUNG-DATEI
             IF NOT WRT-DATEI-OK
               DISPLAY 'Kein Wertungs-Stamm vorhanden (Status '
                 WRT-DATEI-STATUS '); alle Spieler mit 1000 gesetzt.'
             END-IF
             MOVE LOW-VALUES TO SP-ID
             START SPIELER-DATEI KEY IS NOT LESS THAN SP-ID
               INVALID KEY
                 SET SP-DATEI-ENDE TO TRUE
             END-START
             PERFORM UNTIL NOT SP-DATEI-OK
               READ SPIELER-DATEI NEXT RECORD
                 AT END
                   SET SP-DATEI-ENDE TO TRUE
                 NOT AT END
                   IF SP-IST-AKTIV
                     IF ANZ-AKTIVE < 50
                       ADD 1 TO ANZ-AKTIVE
                       MOVE SP-ID TO TN-ID(ANZ-AKTIVE)
                       MOVE SPACE TO TN-GESETZT-KZ(ANZ-AKTIVE)
                       PERFORM LIES-WERTUNG
                     ELSE
                       DISPLAY 'Mehr als 50 aktive Spieler;'
                         ' Spieler ' SP-ID ' bleibt ausserhalb'
                         ' des Pokals.'
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE SPIELER-DATEI
             IF WRT-DATEI-OK
               CLOSE WERTUNG-DATEI
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Liest die Wertung des zuletzt geladenen Teilnehmers; ohne
      * Wertungs-Satz gilt die Anfangswertung 1000 wie in TTTWERT.
      * Der Dateistatus wird nach dem Lesen wieder auf 00 gestellt,
      * damit ein fehlender Satz das Schliessen nicht verhindert.
       LIES-WERTUNG SECTION.
           MOVE 1000 TO TN-WERTUNG(ANZ-AKTIVE)
           IF WRT-DATEI-OK
             MOVE SP-ID TO WRT-SPIELER-ID
             READ WERTUNG-DATEI
               KEY IS WRT-SPIELER-ID
               INVALID KEY
                 MOVE '00' TO WRT-DATEI-STATUS
               NOT INVALID KEY
                 MOVE WRT-WERTUNG TO TN-WERTUNG(ANZ-AKTIVE)
             END-READ
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Ermittelt die Feldgroesse (naechste Zweierpotenz zur
      * Spielerzahl) und die Anzahl der Runden.
       ERMITTLE-FELDGROESSE SECTION.
           MOVE 1 TO FELDGROESSE
           MOVE 0 TO ANZ-RUNDEN
           PERFORM UNTIL FELDGROESSE >= ANZ-AKTIVE
             MULTIPLY 2 BY FELDGROESSE
             ADD 1 TO ANZ-RUNDEN
           END-PERFORM
           EXIT.

      *-----------------------------------------------------------------
      * Fuellt die Setzliste: je Setzplatz der noch nicht gesetzte
      * Teilnehmer mit der hoechsten Wertung.
       ORDNE-NACH-WERTUNG SECTION.
           PERFORM VARYING SETZ-IX FROM 1 BY 1
               UNTIL SETZ-IX > ANZ-AKTIVE
             PERFORM WAEHLE-NAECHSTEN-SETZPLATZ
             MOVE BESTER-IX TO SETZ-TN(SETZ-IX)
             MOVE 'J' TO TN-GESETZT-KZ(BESTER-IX)
           END-PERFORM
           EXIT.

      *-----------------------------------------------------------------
      * Waehlt unter den noch nicht gesetzten Teilnehmern den mit
      * der hoechsten Wertung aus und stellt BESTER-IX darauf
       WAEHLE-NAECHSTEN-SETZPLATZ SECTION.
           MOVE 0 TO BESTER-IX
           PERFORM VARYING TN-IX FROM 1 BY 1
               UNTIL TN-IX > ANZ-AKTIVE
             IF NOT TN-IST-GESETZT(TN-IX)
               IF BESTER-IX = 0
                 MOVE TN-IX TO BESTER-IX
               ELSE
                 IF TN-WERTUNG(TN-IX) > TN-WERTUNG(BESTER-IX)
                   MOVE TN-IX TO BESTER-IX
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           EXIT.

      *-----------------------------------------------------------------
      * Baut den Pokalbaum der ersten Runde durch fortgesetztes
      * Verdoppeln auf: 1 / 1 2 / 1 4 2 3 / 1 8 4 5 2 7 3 6 / ...
       BAUE-SETZBAUM SECTION.
           MOVE 1 TO BAUM-SETZPLATZ(1)
           MOVE 1 TO BAUM-GROESSE
           PERFORM UNTIL BAUM-GROESSE >= FELDGROESSE
             PERFORM VERDOPPLE-SETZBAUM
           END-PERFORM
           EXIT.

      *-----------------------------------------------------------------
      * Verdoppelt den Pokalbaum einmal: jeder Setzplatz P erhaelt
      * als Gegner den Setzplatz 2G+1-P des doppelt so grossen Baums
       VERDOPPLE-SETZBAUM SECTION.
           PERFORM VARYING BAUM-IX FROM 1 BY 1
               UNTIL BAUM-IX > BAUM-GROESSE
             COMPUTE NEU-IX = 2 * BAUM-IX - 1
             MOVE BAUM-SETZPLATZ(BAUM-IX) TO BAUM-NEU(NEU-IX)
             ADD 1 TO NEU-IX
             COMPUTE BAUM-NEU(NEU-IX) =
               2 * BAUM-GROESSE + 1 - BAUM-SETZPLATZ(BAUM-IX)
           END-PERFORM
           MULTIPLY 2 BY BAUM-GROESSE
           MOVE BAUM-NEU-TABELLE TO BAUM-TABELLE
           EXIT.

      *-----------------------------------------------------------------
      * Schreibt die Begegnungen der Runden 2 bis zum Finale ohne
      * Spieler; sie muessen vor der ersten Runde stehen, weil die
      * Freilos-Sieger sofort eingetragen werden.
       SCHREIBE-SPAETERE-RUNDEN SECTION.
           COMPUTE ANZ-BEGEGNUNGEN = FELDGROESSE / 2
           PERFORM VARYING RUNDE FROM 2 BY 1
               UNTIL RUNDE > ANZ-RUNDEN
             DIVIDE 2 INTO ANZ-BEGEGNUNGEN
             PERFORM VARYING BEG-NR FROM 1 BY 1
                 UNTIL BEG-NR > ANZ-BEGEGNUNGEN
               MOVE SPACES TO POKAL-SATZ
               MOVE OFFENE-SAISON-ID TO POK-SAISON-ID
               MOVE RUNDE TO POK-RUNDE
               MOVE BEG-NR TO POK-LFDNR
               MOVE 0 TO POK-SETZPLATZ-X
               MOVE 0 TO POK-SETZPLATZ-O
               SET POK-IST-WARTEND TO TRUE
               MOVE 0 TO POK-DATUM-ENTSCHIEDEN
               PERFORM SCHREIBE-BEGEGNUNG
             END-PERFORM
           END-PERFORM
           EXIT.

      *-----------------------------------------------------------------
      * Schreibt die Begegnungen der ersten Runde aus dem Pokalbaum;
      * der besser Gesetzte fuehrt X. Ist der Gegner ein Setzplatz
      * ueber der Spielerzahl, ist die Begegnung ein Freilos, gilt
      * sofort als entschieden und der Spieler steht in Runde 2.
       SCHREIBE-ERSTE-RUNDE SECTION.
           COMPUTE ANZ-BEGEGNUNGEN = FELDGROESSE / 2
           PERFORM VARYING BEG-NR FROM 1 BY 1
               UNTIL BEG-NR > ANZ-BEGEGNUNGEN
             COMPUTE BAUM-IX = 2 * BEG-NR - 1
             MOVE BAUM-SETZPLATZ(BAUM-IX) TO SETZPLATZ-A
             ADD 1 TO BAUM-IX
             MOVE BAUM-SETZPLATZ(BAUM-IX) TO SETZPLATZ-B
             MOVE SPACES TO POKAL-SATZ
             MOVE OFFENE-SAISON-ID TO POK-SAISON-ID
             MOVE 1 TO POK-RUNDE
             MOVE BEG-NR TO POK-LFDNR
             MOVE SETZ-TN(SETZPLATZ-A) TO TN-IX
             MOVE TN-ID(TN-IX) TO POK-SPIELER-X-ID
             MOVE SETZPLATZ-A TO POK-SETZPLATZ-X
             MOVE 0 TO POK-DATUM-ENTSCHIEDEN
             IF SETZPLATZ-B > ANZ-AKTIVE
               MOVE '*FREILOS' TO POK-SPIELER-O-ID
               MOVE 0 TO POK-SETZPLATZ-O
               SET POK-IST-ENTSCHIEDEN TO TRUE
               SET POK-DURCH-FREILOS TO TRUE
               MOVE POK-SPIELER-X-ID TO POK-SIEGER-ID
               MOVE HEUTE TO POK-DATUM-ENTSCHIEDEN
               PERFORM SCHREIBE-BEGEGNUNG
               ADD 1 TO ANZ-FREILOSE
               PERFORM TRAGE-SIEGER-EIN
             ELSE
               MOVE SETZ-TN(SETZPLATZ-B) TO TN-IX
               MOVE TN-ID(TN-IX) TO POK-SPIELER-O-ID
               MOVE SETZPLATZ-B TO POK-SETZPLATZ-O
               SET POK-IST-OFFEN TO TRUE
               PERFORM SCHREIBE-BEGEGNUNG
             END-IF
           END-PERFORM
           EXIT.

      *-----------------------------------------------------------------
      * Schreibt die in POKAL-SATZ vorbereitete Begegnung
       SCHREIBE-BEGEGNUNG SECTION.
           WRITE POKAL-SATZ
             INVALID KEY
               DISPLAY 'Begegnung ' POK-SCHLUESSEL
                 ' ist bereits vorhanden.'
             NOT INVALID KEY
               ADD 1 TO ANZ-GESCHRIEBEN
           END-WRITE
           EXIT.

      *-----------------------------------------------------------------
      * Setzt den Sieger der entschiedenen Begegnung in POKAL-SATZ
      * in die naechste Runde: Begegnung (LFDNR+1)/2, Platz X bei
      * ungerader, Platz O bei gerader laufender Nummer. Sind beide
      * Plaetze besetzt, ist die Begegnung offen. Gibt es keine
      * naechste Runde, war es das Finale. Wie in TTTM.
       TRAGE-SIEGER-EIN SECTION.
           MOVE POK-SIEGER-ID TO AUFSTEIGER-ID
           IF POK-SIEGER-ID = POK-SPIELER-X-ID
             MOVE POK-SETZPLATZ-X TO AUFSTEIGER-SETZPLATZ
           ELSE
             MOVE POK-SETZPLATZ-O TO AUFSTEIGER-SETZPLATZ
           END-IF
           MOVE POK-LFDNR TO VORRUNDE-LFDNR
           ADD 1 TO POK-RUNDE
           COMPUTE POK-LFDNR = (VORRUNDE-LFDNR + 1) / 2
           READ POKAL-DATEI
             KEY IS POK-SCHLUESSEL
             INVALID KEY
               MOVE '00' TO POK-DATEI-STATUS
               DISPLAY 'Pokalsieger der Saison ' POK-SAISON-ID ': '
                 AUFSTEIGER-ID
             NOT INVALID KEY
               IF FUNCTION MOD(VORRUNDE-LFDNR, 2) = 1
                 MOVE AUFSTEIGER-ID TO POK-SPIELER-X-ID
                 MOVE AUFSTEIGER-SETZPLATZ TO POK-SETZPLATZ-X
               ELSE
                 MOVE AUFSTEIGER-ID TO POK-SPIELER-O-ID
                 MOVE AUFSTEIGER-SETZPLATZ TO POK-SETZPLATZ-O
               END-IF
               IF POK-SPIELER-X-ID NOT = SPACES
                   AND POK-SPIELER-O-ID NOT = SPACES
                 SET POK-IST-OFFEN TO TRUE
               END-IF
               REWRITE POKAL-SATZ
               IF NOT POK-DATEI-OK
                 DISPLAY 'Fehler beim Eintragen des Siegers in'
                   ' Runde ' POK-RUNDE ' (Status ' POK-DATEI-STATUS
                   ').'
               END-IF
           END-READ
           EXIT.

      *-----------------------------------------------------------------
      * Stellt die Pokal-Datei auf die erste Begegnung der offenen
      * Saison
       STELLE-AUF-SAISON SECTION.
           MOVE OFFENE-SAISON-ID TO POK-SAISON-ID
           MOVE 0 TO POK-RUNDE
           MOVE 0 TO POK-LFDNR
           START POKAL-DATEI
             KEY IS NOT LESS THAN POK-SCHLUESSEL
             INVALID KEY
               SET POK-DATEI-ENDE TO TRUE
           END-START
           EXIT.

      *-----------------------------------------------------------------
      * Funktion B: druckt den Pokalbaum der offenen Saison Runde
      * fuer Runde auf den Pokal-Bericht; unter jeder Runde steht,
      * wie viele ihrer Begegnungen entschieden sind. Ohne Bericht
      * wird nichts gedruckt.
       DRUCKE-POKALBAUM SECTION.
           IF OFFENE-SAISON-ID = SPACES
             DISPLAY 'Keine Saison offen; kein Bericht.'
           ELSE
             OPEN OUTPUT POKBER-DATEI
             IF NOT PB-DATEI-OK
               DISPLAY 'Pokal-Bericht konnte nicht angelegt'
                 ' werden (Status ' PB-DATEI-STATUS ').'
             ELSE
               MOVE SPACES TO BERICHT-SATZ
               STRING 'BUERO-POKAL SAISON ' OFFENE-SAISON-ID
                 DELIMITED BY SIZE INTO BERICHT-SATZ
               PERFORM SCHREIBE-BERICHTZEILE
               MOVE ALL '-' TO BERICHT-SATZ
               PERFORM SCHREIBE-BERICHTZEILE
               MOVE 0 TO BERICHTS-RUNDE
               MOVE SPACES TO POKALSIEGER-ID
               PERFORM STELLE-AUF-SAISON
               PERFORM UNTIL NOT POK-DATEI-OK
                 READ POKAL-DATEI NEXT RECORD
                   AT END
                     SET POK-DATEI-ENDE TO TRUE
                   NOT AT END
                     IF POK-SAISON-ID NOT = OFFENE-SAISON-ID
                       SET POK-DATEI-ENDE TO TRUE
                     ELSE
                       IF POK-RUNDE NOT = BERICHTS-RUNDE
                         PERFORM DRUCKE-RUNDENFUSS
                         PERFORM DRUCKE-RUNDENKOPF
                       END-IF
                       PERFORM DRUCKE-BEGEGNUNG
                     END-IF
                 END-READ
               END-PERFORM
               MOVE '00' TO POK-DATEI-STATUS
               IF BERICHTS-RUNDE = 0
                 MOVE 'FUER DIESE SAISON IST KEIN POKAL GESETZT'
                   TO BERICHT-SATZ
                 PERFORM SCHREIBE-BERICHTZEILE
               ELSE
                 PERFORM DRUCKE-RUNDENFUSS
      * Die letzte Runde ist das Finale; ihr Sieger ist der
      * Pokalsieger
                 IF ANZ-RUNDE-GESAMT = 1 AND ANZ-RUNDE-ENTSCHIEDEN = 1
                   MOVE SPACES TO BERICHT-SATZ
                   STRING 'POKALSIEGER: ' POKALSIEGER-ID
                     DELIMITED BY SIZE INTO BERICHT-SATZ
                   PERFORM SCHREIBE-BERICHTZEILE
                   DISPLAY 'Pokalsieger: ' POKALSIEGER-ID
                 END-IF
               END-IF
               CLOSE POKBER-DATEI
               DISPLAY 'Pokalbaum auf den Pokal-Bericht gedruckt.'
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Kopfzeile einer neuen Runde; setzt die Rundenzaehler zurueck
       DRUCKE-RUNDENKOPF SECTION.
           MOVE POK-RUNDE TO BERICHTS-RUNDE
           MOVE 0 TO ANZ-RUNDE-GESAMT
           MOVE 0 TO ANZ-RUNDE-ENTSCHIEDEN
           MOVE SPACES TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE SPACES TO BERICHT-SATZ
           STRING 'RUNDE ' POK-RUNDE
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE SPACES TO BERICHT-SATZ
           STRING 'NR. (SP) X-ID       (SP) O-ID      STAND'
             '        SIEGER'
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           EXIT.

      *-----------------------------------------------------------------
      * Fusszeile der zuletzt gedruckten Runde: abgeschlossen oder
      * Anzahl der entschiedenen Begegnungen
       DRUCKE-RUNDENFUSS SECTION.
           IF BERICHTS-RUNDE > 0
             MOVE SPACES TO BERICHT-SATZ
             IF ANZ-RUNDE-ENTSCHIEDEN = ANZ-RUNDE-GESAMT
               STRING 'RUNDE ' BERICHTS-RUNDE ' ABGESCHLOSSEN'
                 DELIMITED BY SIZE INTO BERICHT-SATZ
             ELSE
               STRING 'RUNDE ' BERICHTS-RUNDE ': '
                 ANZ-RUNDE-ENTSCHIEDEN ' VON ' ANZ-RUNDE-GESAMT
                 ' BEGEGNUNGEN ENTSCHIEDEN'
                 DELIMITED BY SIZE INTO BERICHT-SATZ
             END-IF
             PERFORM SCHREIBE-BERICHTZEILE
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Druckt die gelesene Begegnung als Berichtzeile
       DRUCKE-BEGEGNUNG SECTION.
           ADD 1 TO ANZ-RUNDE-GESAMT
           PERFORM ERMITTLE-STATUS-TEXT
           MOVE SPACES TO BERICHT-SATZ
           IF POK-IST-ENTSCHIEDEN
             ADD 1 TO ANZ-RUNDE-ENTSCHIEDEN
             MOVE POK-SIEGER-ID TO POKALSIEGER-ID
             STRING POK-LFDNR ' (' POK-SETZPLATZ-X ') '
               POK-SPIELER-X-ID ' - (' POK-SETZPLATZ-O ') '
               POK-SPIELER-O-ID '  ' STATUS-TEXT ' '
               POK-SIEGER-ID
               DELIMITED BY SIZE INTO BERICHT-SATZ
           ELSE
             STRING POK-LFDNR ' (' POK-SETZPLATZ-X ') '
               POK-SPIELER-X-ID ' - (' POK-SETZPLATZ-O ') '
               POK-SPIELER-O-ID '  ' STATUS-TEXT
               DELIMITED BY SIZE INTO BERICHT-SATZ
           END-IF
           PERFORM SCHREIBE-BERICHTZEILE
           EXIT.

      *-----------------------------------------------------------------
      * Klartext zum Stand der gelesenen Begegnung
       ERMITTLE-STATUS-TEXT SECTION.
           EVALUATE TRUE
             WHEN POK-IST-WARTEND
               MOVE 'WARTET' TO STATUS-TEXT
             WHEN POK-IST-OFFEN
               MOVE 'OFFEN' TO STATUS-TEXT
             WHEN POK-IST-SERIE-FAELLIG
               MOVE 'SERIE FAELL.' TO STATUS-TEXT
             WHEN POK-IST-ENTSCHIEDEN AND POK-DURCH-FREILOS
               MOVE 'FREILOS' TO STATUS-TEXT
             WHEN POK-IST-ENTSCHIEDEN AND POK-DURCH-SERIE
               MOVE 'SERIE' TO STATUS-TEXT
             WHEN POK-IST-ENTSCHIEDEN
               MOVE 'SPIEL' TO STATUS-TEXT
             WHEN OTHER
               MOVE POK-STATUS-KZ TO STATUS-TEXT
           END-EVALUATE
           EXIT.

      *-----------------------------------------------------------------
      * Funktion L: listet alle Begegnungen der offenen Saison mit
      * Stand am Bildschirm
       LISTE-BEGEGNUNGEN SECTION.
           IF OFFENE-SAISON-ID = SPACES
             DISPLAY 'Keine Saison offen; keine Liste.'
           ELSE
             MOVE 0 TO ANZ-RUNDE-GESAMT
             MOVE 0 TO ANZ-RUNDE-ENTSCHIEDEN
             PERFORM STELLE-AUF-SAISON
             DISPLAY 'RUNDE LFDNR X-KENNUNG O-KENNUNG STAND'
               '         SIEGER'
             PERFORM UNTIL NOT POK-DATEI-OK
               READ POKAL-DATEI NEXT RECORD
                 AT END
                   SET POK-DATEI-ENDE TO TRUE
                 NOT AT END
                   IF POK-SAISON-ID NOT = OFFENE-SAISON-ID
                     SET POK-DATEI-ENDE TO TRUE
                   ELSE
                     PERFORM ERMITTLE-STATUS-TEXT
                     DISPLAY POK-RUNDE '    ' POK-LFDNR '   '
                       POK-SPIELER-X-ID '  ' POK-SPIELER-O-ID
                       '  ' STATUS-TEXT ' ' POK-SIEGER-ID
                     ADD 1 TO ANZ-RUNDE-GESAMT
                     IF POK-IST-ENTSCHIEDEN
                       ADD 1 TO ANZ-RUNDE-ENTSCHIEDEN
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             MOVE '00' TO POK-DATEI-STATUS
             DISPLAY ANZ-RUNDE-GESAMT ' Begegnungen, '
               ANZ-RUNDE-ENTSCHIEDEN ' entschieden.'
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Schreibt die in BERICHT-SATZ vorbereitete Zeile auf den
      * Pokal-Bericht.
       SCHREIBE-BERICHTZEILE SECTION.
           WRITE BERICHT-SATZ
           IF NOT PB-DATEI-OK
             DISPLAY 'Fehler beim Schreiben der Berichtzeile'
               ' (Status ' PB-DATEI-STATUS ').'
           END-IF
           EXIT.
