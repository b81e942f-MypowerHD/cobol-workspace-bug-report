             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PAAR-SCHLUESSEL
             FILE STATUS IS PAAR-DATEI-STATUS.
      * Pokal-Datei des Buero-Pokals (TTTPOKL): die offene Begegnung
      * der beiden angetretenen Spieler wird nach dem Spiel bzw. der
      * Serie entschieden und der Sieger in die naechste Runde gesetzt
           SELECT POKAL-DATEI ASSIGN TO 'POKAL'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS POK-SCHLUESSEL
             FILE STATUS IS POK-DATEI-STATUS.
      * Abgebrochene Spiele mit Spielern, Paarung, Zuegen und Grund,
      * angehaengt; Auswertung ueber den Abbruch-Bericht TTTABRB
           SELECT ABBRUCH-DATEI ASSIGN TO 'ABBRUCH'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ABB-DATEI-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ERGEBNIS-DATEI.
           COPY TTTSAIM.
       FD  PAARUNG-DATEI.
           COPY TTTPAAR.
       FD  POKAL-DATEI.
           COPY TTTPOKL.
       FD  ABBRUCH-DATEI.
           COPY TTTABRS.
       WORKING-STORAGE SECTION.
      * Groesse des Spielfeldes, am INIT waehlbar (3x3/4x4/5x5)
       01 BRETTGROESSE PIC 9 VALUE 3.
         88 STATUS-SIEG VALUE 'Sieg'.
         88 STATUS-UNENTSCHIEDEN VALUE 'Unentschieden'.
         88 STATUS-ABGEBROCHEN VALUE 'Abgebrochen'.
      * Der Spieler am Zug hat seine Bedenkzeit ueberschritten und
      * verliert; der Gegner gewinnt ohne Gewinnreihe
         88 STATUS-ZEITVERLUST VALUE 'Zeitverlust'.
      * Der Bediener hat den Abbruch des Spiels nicht bestaetigt;
      * wie nach einer Zugruecknahme fragt die Eingabeschleife erneut
         88 STATUS-ABBRUCH-VERWORFEN VALUE 'Abbruch verworfen'.
      * Nach einer Zugruecknahme: kein Fehler, aber die
      * Eingabeschleife fragt erneut, ohne den Spielstatus zu pruefen
         88 STATUS-ZUG-ZURUECK VALUE 'Zug zurueckgenommen'.
           88 EINGABE-AUS-DATEI VALUE 'D'.
         02 DATEI-ENDE-KZ PIC X VALUE 'N'.
           88 DATEI-ENDE-ERREICHT VALUE 'J'.
      * Grund eines Spielabbruchs fuer den Abbruch-Satz: Zuege-Datei
      * zu Ende, Zuege-Datei nicht lesbar oder Abbruch durch den
      * Bediener (Eingabe A am Terminal)
         02 ABBRUCH-GRUND-KZ PIC X VALUE SPACE.
           88 ABBRUCH-DATEI-ENDE VALUE 'D'.
           88 ABBRUCH-DATEI-FEHLT VALUE 'F'.
           88 ABBRUCH-DURCH-BEDIENER VALUE 'B'.
      * Bedenkzeit-Regelung, am INIT waehlbar: keine, eine Grenze je
      * Zug oder ein Zeitguthaben je Spieler und Spiel, jeweils in
      * Sekunden. Die Uhr laeuft ab der Zug-Aufforderung bis zur
      * Eingabe; fehlerhafte Eingaben halten sie nicht an. Weil
      * ACCEPT auf die Eingabe wartet, wird die Ueberschreitung erst
      * mit der naechsten Eingabe festgestellt; der Gegner kann sie
      * mit einer leeren Eingabe herbeifuehren. Zuege des
      * Computergegners und aus der Zuege-Datei laufen ohne Uhr,
      * ihre Bedenkzeit wird nur protokolliert. Die Eingabe laeuft
      * ueber ein X-Feld (siehe SERIE).
       01 BEDENKZEIT-STEUERUNG.
         02 ZEITREGEL-KZ PIC X VALUE 'N'.
           88 ZEITREGEL-KEINE VALUE 'N'.
           88 ZEITREGEL-JE-ZUG VALUE 'Z' 'z'.
           88 ZEITREGEL-JE-SPIEL VALUE 'P' 'p'.
         02 ZEIT-GRENZE-EINGABE PIC X(04).
         02 ZEIT-SCHIEBEFELD PIC X(03).
         02 ZEIT-GRENZE PIC 9(04) VALUE 0.
      * Restliches Zeitguthaben je Spieler (nur ZEITREGEL-JE-SPIEL)
         02 ZEIT-REST-X PIC 9(05) VALUE 0.
         02 ZEIT-REST-O PIC 9(05) VALUE 0.
      * Dem Spieler am Zug fuer diesen Zug erlaubte Zeit
         02 ZEIT-ERLAUBT PIC 9(05) VALUE 0.
      * Vom Spieler am Zug bis zur letzten Eingabe verbrauchte Zeit
         02 BEDENKZEIT PIC 9(05) VALUE 0.
         02 ZUGBEGINN-SEKUNDEN PIC 9(05) VALUE 0.
         02 JETZT-SEKUNDEN PIC 9(05) VALUE 0.
      * Uhrzeit (HHMMSShh) der Zug-Aufforderung und der letzten
      * Eingabe, fuer die Bedenkzeit in Sekunden zerlegt
       01 UHR-ZUGBEGINN.
         02 UZB-STUNDE PIC 9(02).
         02 UZB-MINUTE PIC 9(02).
         02 UZB-SEKUNDE PIC 9(02).
         02 UZB-HUNDERTSTEL PIC 9(02).
       01 UHR-ZUGBEGINN-ZAHL REDEFINES UHR-ZUGBEGINN PIC 9(08).
       01 UHR-JETZT.
         02 UJE-STUNDE PIC 9(02).
         02 UJE-MINUTE PIC 9(02).
         02 UJE-SEKUNDE PIC 9(02).
         02 UJE-HUNDERTSTEL PIC 9(02).
       01 UHR-JETZT-ZAHL REDEFINES UHR-JETZT PIC 9(08).
      * Abstimmung des Batchbetriebs: gelesene, angenommene und
      * zurueckgewiesene Saetze der Zuege-Datei; das Satzbild des
      * zuletzt gelesenen Satzes wird fuer die Abweisungs-Datei
         02 TAUSCH-HINWEIS-KZ PIC X VALUE 'N'.
           88 MARKEN-VERTAUSCHT VALUE 'J' WHEN SET TO FALSE 'N'.
         02 TAUSCH-RUNDE PIC 9(02).
      * Offene Begegnung des Buero-Pokals (TTTPOKL) zu den beiden
      * angetretenen Spielern: das Spiel zaehlt dann fuer den Pokal
      * und die Ergebnis-Saetze tragen das Pokal-Kennzeichen. Eine
      * Begegnung, die unentschieden endete, ist durch eine Serie
      * von mindestens POKAL-SERIENLAENGE Spielen zu entscheiden.
       01 POKAL-STEUERUNG.
         02 POKAL-DATEI-KZ PIC X VALUE 'N'.
           88 POKAL-DATEI-OFFEN VALUE 'J' WHEN SET TO FALSE 'N'.
         02 POKALSPIEL-KZ PIC X VALUE 'N'.
           88 SPIEL-IST-POKALSPIEL VALUE 'J' WHEN SET TO FALSE 'N'.
         02 GEFUNDENE-BEGEGNUNG PIC X(11).
         02 POKAL-TAUSCH-KZ PIC X VALUE 'N'.
           88 POKAL-MARKEN-VERTAUSCHT VALUE 'J' WHEN SET TO FALSE 'N'.
         02 POKAL-TAUSCH-RUNDE PIC 9(02).
         02 POKAL-SERIENLAENGE PIC 9(02) VALUE 3.
         02 POKALRUNDE-KZ PIC X VALUE 'N'.
           88 POKALRUNDE-ABGESCHLOSSEN VALUE 'J' WHEN SET TO FALSE 'N'.
         02 ENTSCHIEDENE-RUNDE PIC 9(02).
      * Sieger der entschiedenen Begegnung auf dem Weg in die
      * naechste Runde
         02 AUFSTEIGER-ID PIC X(08).
         02 AUFSTEIGER-SETZPLATZ PIC 9(02).
         02 VORRUNDE-LFDNR PIC 9(03).
      * Arbeitsfelder der Spielerabfrage in ERFRAGE-SPIELER-ID
       01 SPIELER-ABFRAGE-MARKE PIC X.
       01 ERFRAGTE-SPIELER-ID PIC X(08).
       01 PAAR-DATEI-STATUS PIC XX.
         88 PAAR-DATEI-OK VALUE '00'.
         88 PAAR-DATEI-ENDE VALUE '10'.
       01 POK-DATEI-STATUS PIC XX.
         88 POK-DATEI-OK VALUE '00'.
         88 POK-DATEI-ENDE VALUE '10'.
       01 ABB-DATEI-STATUS PIC XX.
         88 ABB-DATEI-OK VALUE '00'.
      * Uebergabebereich der Spiel-Verzeichnis-Fuehrung TTTSVZ
           COPY TTTSVZP.
       PROCEDURE DIVISION.
           PERFORM INIT

             PERFORM DISPLAY-SPIELFELD
             DISPLAY AKTIVER-SPIELER ' ist am Zug.'
               ' Bitte 2 mit einem Zeichen getrennte Zahlen eingeben'
             PERFORM STARTE-ZUGUHR
             PERFORM WITH TEST AFTER
                 UNTIL STATUS-LAUFEND OR STATUS-ZEITVERLUST
                   OR STATUS-ABGEBROCHEN OR DATEI-ENDE-ERREICHT
               PERFORM PRUEFE-LESE-EINGABE
             END-PERFORM
             EVALUATE TRUE
               WHEN DATEI-ENDE-ERREICHT
                 DISPLAY 'Keine weiteren Zuege in der Zuege-Datei.'
                   ' Spiel wird abgebrochen.'
                 SET STATUS-ABGEBROCHEN TO TRUE
                 SET ABBRUCH-DATEI-ENDE TO TRUE
               WHEN STATUS-ABGEBROCHEN
                 CONTINUE
               WHEN STATUS-ZEITVERLUST
                 PERFORM VERBUCHE-ZEITVERLUST
               WHEN OTHER
                 PERFORM PRUEFE-SPIELSTATUS
             END-EVALUATE
           END-PERFORM
           PERFORM VERBUCHE-SPIEL-IN-SERIE
           EXIT.
      *-----------------------------------------------------------------
      * Verbucht den Spielausgang im Serienstand und entscheidet, ob
      * die Serie beendet ist oder das naechste Spiel beginnt. Ein
      * abgebrochenes Spiel bricht die ganze Serie ab und wird in
      * der Abbruch-Datei festgehalten.
       VERBUCHE-SPIEL-IN-SERIE SECTION.
           EVALUATE TRUE
             WHEN STATUS-SIEG OR STATUS-ZEITVERLUST
               IF AKTIVER-SPIELER-X
                 ADD 1 TO SERIE-SIEGE-X
               ELSE
               ADD 1 TO SERIE-UNENTSCHIEDEN
             WHEN OTHER
               SET SERIE-ABGEBROCHEN TO TRUE
               IF STATUS-ABGEBROCHEN
                 PERFORM SCHREIBE-ABBRUCH-SATZ
               END-IF
           END-EVALUATE

           IF SERIE-ABGEBROCHEN
           MOVE SERIE-ERSTER-SPIELER TO AKTIVER-SPIELER
           SET LETZTER-ZUG-VORHANDEN TO FALSE
           SET STATUS-LAUFEND TO TRUE
           MOVE ZEIT-GRENZE TO ZEIT-REST-X ZEIT-REST-O
           PERFORM SICHERE-SPIELSTAND
           PERFORM SCHREIBE-PROTOKOLL-KOPF
           DISPLAY 'Spiel ' SERIE-SPIEL-NR ' der Serie; '
      * Schliesst die Serie ab: Endstand anzeigen und bei einer
      * vollstaendig gespielten Serie den Match-Satz und die
      * Serien-Zusammenfassung fuer den Berichtsdrucker schreiben.
      * Bei Serienlaenge 1 gibt es nichts abzuschliessen. Ein
      * Pokalspiel bzw. eine Pokal-Serie entscheidet danach die
      * Begegnung im Buero-Pokal.
       SCHLIESSE-SERIE-AB SECTION.
           IF SERIENLAENGE > 1
             DISPLAY 'Serie beendet: X ' SERIE-SIEGE-X
               PERFORM SCHREIBE-SERIEN-DRUCK
             END-IF
           END-IF
           PERFORM VERBUCHE-POKAL-BEGEGNUNG
           EXIT.

      *-----------------------------------------------------------------
           PERFORM ERFRAGE-SPIELER-KENNUNGEN
           PERFORM ERMITTLE-OFFENE-SAISON
           PERFORM SUCHE-ANGESETZTE-PAARUNG
           PERFORM SUCHE-POKAL-BEGEGNUNG

           DISPLAY 'Zuege aus Datei statt vom Terminal lesen (J/N)? '
             WITH NO ADVANCING
               DISPLAY 'Abweisungs-Datei konnte nicht angelegt'
                 ' werden (Status ' ABWEIS-DATEI-STATUS ').'
             END-IF
           ELSE
             PERFORM ERFRAGE-BEDENKZEIT
           END-IF

           DISPLAY 'Spiel-Kennung fuer den Spielstand? '
           END-IF

           PERFORM OEFFNE-ERGEBNIS-DATEI
           PERFORM OEFFNE-SPIEL-VERZEICHNIS
           PERFORM OEFFNE-PROTOKOLL-DATEI
           PERFORM OEFFNE-DRUCK-DATEI

               ' (Status ' ZUEGE-DATEI-STATUS '). Spiel wird'
               ' abgebrochen.'
             SET STATUS-ABGEBROCHEN TO TRUE
             SET ABBRUCH-DATEI-FEHLT TO TRUE
           END-IF

      * Kopfsatz nur fuer ein tatsaechlich beginnendes Spiel; ein
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Sucht in der Pokal-Datei die offene (oder nach einem
      * Unentschieden durch eine Serie zu entscheidende) Begegnung
      * der beiden angetretenen Spieler in der offenen Saison. Ohne
      * Pokal-Datei laeuft das Spiel wie bisher; die Datei bleibt
      * fuer das Eintragen des Siegers geoeffnet.
       SUCHE-POKAL-BEGEGNUNG SECTION.
           IF OFFENE-SAISON-ID NOT = SPACES
               AND SPIELER-X-ID NOT = SPACES
               AND SPIELER-O-ID NOT = SPACES
             OPEN I-O POKAL-DATEI
             IF NOT POK-DATEI-OK
               IF POK-DATEI-STATUS NOT = '35'
                 DISPLAY 'Pokal-Datei konnte nicht geoeffnet werden'
                   ' (Status ' POK-DATEI-STATUS ').'
               END-IF
             ELSE
               SET POKAL-DATEI-OFFEN TO TRUE
               MOVE OFFENE-SAISON-ID TO POK-SAISON-ID
               MOVE 0 TO POK-RUNDE
               MOVE 0 TO POK-LFDNR
               START POKAL-DATEI
                 KEY IS NOT LESS THAN POK-SCHLUESSEL
                 INVALID KEY
                   SET POK-DATEI-ENDE TO TRUE
               END-START
               PERFORM UNTIL NOT POK-DATEI-OK
                   OR SPIEL-IST-POKALSPIEL
                 READ POKAL-DATEI NEXT RECORD
                   AT END
                     SET POK-DATEI-ENDE TO TRUE
                   NOT AT END
                     IF POK-SAISON-ID NOT = OFFENE-SAISON-ID
                       SET POK-DATEI-ENDE TO TRUE
                     ELSE
                       PERFORM PRUEFE-POKAL-BEGEGNUNG
                     END-IF
                 END-READ
               END-PERFORM
               MOVE '00' TO POK-DATEI-STATUS
               IF SPIEL-IST-POKALSPIEL
                 PERFORM UEBERNIMM-POKAL-BEGEGNUNG
               ELSE
                 IF POKAL-MARKEN-VERTAUSCHT
                   DISPLAY 'Hinweis: Pokal-Runde ' POKAL-TAUSCH-RUNDE
                     ' setzt diese Spieler mit vertauschten'
                     ' Marken an.'
                 END-IF
               END-IF
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Prueft die gelesene Begegnung gegen die angetretenen
      * Spieler: wie bei den Paarungen wird nur eine Begegnung mit
      * gleichen Marken angenommen, eine mit vertauschten Marken
      * nur als Hinweis vermerkt.
       PRUEFE-POKAL-BEGEGNUNG SECTION.
           IF POK-IST-OFFEN OR POK-IST-SERIE-FAELLIG
             IF POK-SPIELER-X-ID = SPIELER-X-ID
                 AND POK-SPIELER-O-ID = SPIELER-O-ID
               SET SPIEL-IST-POKALSPIEL TO TRUE
               MOVE POK-SCHLUESSEL TO GEFUNDENE-BEGEGNUNG
             ELSE
               IF POK-SPIELER-X-ID = SPIELER-O-ID
                   AND POK-SPIELER-O-ID = SPIELER-X-ID
                 SET POKAL-MARKEN-VERTAUSCHT TO TRUE
                 MOVE POK-RUNDE TO POKAL-TAUSCH-RUNDE
               END-IF
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Uebernimmt die gefundene Pokal-Begegnung (steht noch in
      * POKAL-SATZ). Haben die Spieler zugleich eine offene Paarung
      * des Spielplans, entscheidet der Bediener, wofuer das Spiel
      * zaehlt; ein Spiel zaehlt nie fuer beides. Ist die Begegnung
      * nach einem Unentschieden durch eine Serie zu entscheiden,
      * wird die Serienlaenge auf mindestens POKAL-SERIENLAENGE
      * angehoben.
       UEBERNIMM-POKAL-BEGEGNUNG SECTION.
           IF SPIEL-IST-ANGESETZT
             DISPLAY 'Die Spieler haben auch eine offene Pokal-'
               'Begegnung (Runde ' GEFUNDENE-BEGEGNUNG(7:2) ').'
             DISPLAY 'Als Pokalspiel statt fuer den Spielplan werten'
               ' (J/N)? ' WITH NO ADVANCING
             ACCEPT BEDIENER-ANTWORT
             IF BEDIENER-ANTWORT = 'J' OR BEDIENER-ANTWORT = 'j'
               SET SPIEL-IST-FREUNDSCHAFT TO TRUE
             ELSE
               SET SPIEL-IST-POKALSPIEL TO FALSE
               DISPLAY 'Das Spiel zaehlt fuer den Spielplan, nicht'
                 ' fuer den Pokal.'
             END-IF
           END-IF
           IF SPIEL-IST-POKALSPIEL
             DISPLAY 'Pokal-Begegnung der Runde '
               GEFUNDENE-BEGEGNUNG(7:2) ' gefunden; das Spiel'
               ' zaehlt fuer den Buero-Pokal.'
             IF POK-IST-SERIE-FAELLIG
                 AND SERIENLAENGE < POKAL-SERIENLAENGE
               DISPLAY 'Die Begegnung endete unentschieden und wird'
                 ' durch eine Serie Best-of-' POKAL-SERIENLAENGE
                 ' entschieden.'
               IF SERIENLAENGE = 1
                 PERFORM OEFFNE-MATCH-DATEI
               END-IF
               MOVE POKAL-SERIENLAENGE TO SERIENLAENGE
               COMPUTE SIEGE-ZUM-MATCH = (SERIENLAENGE / 2) + 1
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Entscheidet nach dem Spiel bzw. der Serie die Pokal-
      * Begegnung: der Spieler mit mehr Siegen gewinnt sie und
      * steigt in die naechste Runde auf. Ohne Sieger (Unentschieden,
      * unentschiedene Serie) bleibt die Begegnung offen und ist
      * durch eine Serie zu entscheiden. Ein abgebrochenes Spiel
      * oder eine abgebrochene Serie entscheidet nichts.
       VERBUCHE-POKAL-BEGEGNUNG SECTION.
           IF SPIEL-IST-POKALSPIEL AND POKAL-DATEI-OFFEN
               AND NOT SERIE-ABGEBROCHEN
             MOVE GEFUNDENE-BEGEGNUNG TO POK-SCHLUESSEL
             READ POKAL-DATEI
               KEY IS POK-SCHLUESSEL
               INVALID KEY
                 DISPLAY 'Pokal-Begegnung nicht mehr in der'
                   ' Pokal-Datei gefunden.'
               NOT INVALID KEY
                 PERFORM TRAGE-POKALERGEBNIS-EIN
             END-READ
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Traegt den Ausgang in die gelesene Pokal-Begegnung ein; die
      * Marken bleiben ueber die ganze Serie bei den Spielern.
       TRAGE-POKALERGEBNIS-EIN SECTION.
           EVALUATE TRUE
             WHEN SERIE-SIEGE-X > SERIE-SIEGE-O
               MOVE SPIELER-X-ID TO POK-SIEGER-ID
             WHEN SERIE-SIEGE-O > SERIE-SIEGE-X
               MOVE SPIELER-O-ID TO POK-SIEGER-ID
             WHEN OTHER
               MOVE SPACES TO POK-SIEGER-ID
           END-EVALUATE
           IF POK-SIEGER-ID = SPACES
             SET POK-IST-SERIE-FAELLIG TO TRUE
             REWRITE POKAL-SATZ
             IF POK-DATEI-OK
               DISPLAY 'Pokal-Begegnung unentschieden; sie ist durch'
                 ' eine Serie (mindestens Best-of-'
                 POKAL-SERIENLAENGE ') zu entscheiden.'
             ELSE
               DISPLAY 'Fehler beim Fortschreiben der Pokal-'
                 'Begegnung (Status ' POK-DATEI-STATUS ').'
             END-IF
           ELSE
             SET POK-IST-ENTSCHIEDEN TO TRUE
             IF SERIENLAENGE > 1
               SET POK-DURCH-SERIE TO TRUE
             ELSE
               SET POK-DURCH-SPIEL TO TRUE
             END-IF
             ACCEPT POK-DATUM-ENTSCHIEDEN FROM DATE YYYYMMDD
             REWRITE POKAL-SATZ
             IF POK-DATEI-OK
               DISPLAY 'Pokal-Begegnung entschieden; Sieger '
                 POK-SIEGER-ID '.'
               MOVE POK-RUNDE TO ENTSCHIEDENE-RUNDE
               PERFORM TRAGE-POKALSIEGER-EIN
               PERFORM PRUEFE-POKALRUNDE-ABGESCHLOSSEN
             ELSE
               DISPLAY 'Fehler beim Fortschreiben der Pokal-'
                 'Begegnung (Status ' POK-DATEI-STATUS ').'
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Setzt den Sieger der entschiedenen Begegnung in POKAL-SATZ
      * in die naechste Runde: Begegnung (LFDNR+1)/2, Platz X bei
      * ungerader, Platz O bei gerader laufender Nummer. Sind beide
      * Plaetze besetzt, ist die Begegnung offen. Gibt es keine
      * naechste Runde, war es das Finale. Wie in TTTPOKL.
       TRAGE-POKALSIEGER-EIN SECTION.
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
               IF POK-DATEI-OK
                 DISPLAY AUFSTEIGER-ID ' steht in Runde ' POK-RUNDE
                   ' des Buero-Pokals.'
               ELSE
                 DISPLAY 'Fehler beim Eintragen des Siegers in'
                   ' Runde ' POK-RUNDE ' (Status ' POK-DATEI-STATUS
                   ').'
               END-IF
           END-READ
           EXIT.

      *-----------------------------------------------------------------
      * Prueft, ob mit der eben entschiedenen Begegnung alle
      * Begegnungen ihrer Runde entschieden sind; dann ist der
      * Pokalbaum mit TTTPOKL neu zu drucken.
       PRUEFE-POKALRUNDE-ABGESCHLOSSEN SECTION.
           SET POKALRUNDE-ABGESCHLOSSEN TO TRUE
           MOVE GEFUNDENE-BEGEGNUNG(1:6) TO POK-SAISON-ID
           MOVE ENTSCHIEDENE-RUNDE TO POK-RUNDE
           MOVE 0 TO POK-LFDNR
           START POKAL-DATEI
             KEY IS NOT LESS THAN POK-SCHLUESSEL
             INVALID KEY
               SET POK-DATEI-ENDE TO TRUE
           END-START
           PERFORM UNTIL NOT POK-DATEI-OK
             READ POKAL-DATEI NEXT RECORD
               AT END
                 SET POK-DATEI-ENDE TO TRUE
               NOT AT END
                 IF POK-SAISON-ID NOT = GEFUNDENE-BEGEGNUNG(1:6)
                     OR POK-RUNDE NOT = ENTSCHIEDENE-RUNDE
                   SET POK-DATEI-ENDE TO TRUE
                 ELSE
                   IF NOT POK-IST-ENTSCHIEDEN
                     SET POKALRUNDE-ABGESCHLOSSEN TO FALSE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           MOVE '00' TO POK-DATEI-STATUS
           IF POKALRUNDE-ABGESCHLOSSEN
             DISPLAY 'Runde ' ENTSCHIEDENE-RUNDE ' des Buero-Pokals'
               ' ist abgeschlossen; Pokalbaum mit TTTPOKL'
               ' (Funktion B) drucken.'
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Oeffnet die indizierte Ergebnis-Historie; legt sie beim
      * allerersten Aufruf an, falls sie noch nicht existiert
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Oeffnet das Spiel-Verzeichnis ueber TTTSVZ; muss vor dem
      * Oeffnen des Protokolls liegen, weil TTTSVZ beim ersten
      * Aufruf die vorhandenen Protokollsaetze zaehlt.
       OEFFNE-SPIEL-VERZEICHNIS SECTION.
           SET SVP-OEFFNEN TO TRUE
           CALL 'TTTSVZ' USING SPIELVZ-AUFRUF
           EXIT.

      *-----------------------------------------------------------------
      * Oeffnet die Match-Datei zum Anhaengen; legt sie beim
      * allerersten Aufruf an, falls sie noch nicht existiert (OPEN
      * und liest sie in diesem Fall ein.
       PRUEFE-LESE-EINGABE SECTION.
           PERFORM ERMITTLE-EINGABE
           IF NOT DATEI-ENDE-ERREICHT
             PERFORM PRUEFE-BEDENKZEIT
           END-IF

           IF NOT DATEI-ENDE-ERREICHT AND NOT STATUS-ZEITVERLUST
             EVALUATE TRUE
               WHEN EINGABE(1:1) = 'U' OR EINGABE(1:1) = 'u'
                 PERFORM ZUG-ZURUECKNEHMEN
               WHEN EINGABE(1:1) = 'A' OR EINGABE(1:1) = 'a'
                 PERFORM BESTAETIGE-ABBRUCH
               WHEN EINGABE-X IS NOT NUMERIC
                 MOVE 'Fehlerhafte Eingabe: X ist keine Zahl.'
                   TO EINGABE-FEHLER-ART
      *          Gültige Eingabe
                 MOVE AKTIVER-SPIELER TO FELD (EINGABE-Y,EINGABE-X)
                 SET STATUS-LAUFEND TO TRUE
                 PERFORM VERBUCHE-BEDENKZEIT
                 PERFORM SCHREIBE-PROTOKOLL-SATZ
                 MOVE AKTIVER-SPIELER TO LETZTER-ZUG-SPIELER
                 MOVE EINGABE-X TO LETZTER-ZUG-X
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Erfragt am Spielbeginn die Bedenkzeit-Regelung: Grenze je Zug
      * oder Zeitguthaben je Spieler und Spiel, jeweils in Sekunden.
      * Ohne gueltige Angabe laeuft das Spiel wie bisher ohne Uhr.
       ERFRAGE-BEDENKZEIT SECTION.
           DISPLAY 'Bedenkzeit (Z = je Zug, P = je Spieler und Spiel,'
             ' leer = keine)? ' WITH NO ADVANCING
           ACCEPT ZEITREGEL-KZ
           IF ZEITREGEL-JE-ZUG OR ZEITREGEL-JE-SPIEL
             DISPLAY 'Bedenkzeit in Sekunden (1-9999)? '
               WITH NO ADVANCING
             ACCEPT ZEIT-GRENZE-EINGABE
      * Kuerzere Eingaben stehen linksbuendig im Feld; wie bei der
      * Serienlaenge stellenweise nach rechts nachruecken
             PERFORM UNTIL ZEIT-GRENZE-EINGABE(4:1) NOT = SPACE
                 OR ZEIT-GRENZE-EINGABE = SPACES
               MOVE ZEIT-GRENZE-EINGABE(1:3) TO ZEIT-SCHIEBEFELD
               MOVE ZEIT-SCHIEBEFELD TO ZEIT-GRENZE-EINGABE(2:3)
               MOVE '0' TO ZEIT-GRENZE-EINGABE(1:1)
             END-PERFORM
             IF ZEIT-GRENZE-EINGABE IS NUMERIC
                 AND ZEIT-GRENZE-EINGABE NOT = '0000'
               MOVE ZEIT-GRENZE-EINGABE TO ZEIT-GRENZE
             ELSE
               DISPLAY 'Keine gueltige Bedenkzeit; Spiel ohne Uhr.'
               SET ZEITREGEL-KEINE TO TRUE
             END-IF
           ELSE
             SET ZEITREGEL-KEINE TO TRUE
           END-IF
           MOVE ZEIT-GRENZE TO ZEIT-REST-X ZEIT-REST-O
           EXIT.

      *-----------------------------------------------------------------
      * Startet die Uhr fuer den Spieler am Zug und zeigt bei einem
      * Zeitguthaben je Spiel die ihm verbleibende Zeit an.
       STARTE-ZUGUHR SECTION.
           ACCEPT UHR-ZUGBEGINN-ZAHL FROM TIME
           COMPUTE ZUGBEGINN-SEKUNDEN = UZB-STUNDE * 3600
             + UZB-MINUTE * 60 + UZB-SEKUNDE
           MOVE UHR-ZUGBEGINN-ZAHL TO UHR-JETZT-ZAHL
           MOVE 0 TO BEDENKZEIT
           EVALUATE TRUE
             WHEN ZEITREGEL-KEINE
               CONTINUE
             WHEN COMPUTER-GEGNER-AKTIV AND AKTIVER-SPIELER-O
               CONTINUE
             WHEN ZEITREGEL-JE-ZUG
               DISPLAY 'Bedenkzeit fuer diesen Zug: ' ZEIT-GRENZE
                 ' Sekunden.'
             WHEN AKTIVER-SPIELER-X
               DISPLAY 'Restliche Bedenkzeit X: ' ZEIT-REST-X
                 ' Sekunden.'
             WHEN OTHER
               DISPLAY 'Restliche Bedenkzeit O: ' ZEIT-REST-O
                 ' Sekunden.'
           END-EVALUATE
           EXIT.

      *-----------------------------------------------------------------
      * Ermittelt nach jeder Eingabe die seit der Zug-Aufforderung
      * verbrauchte Bedenkzeit (ueber Mitternacht hinweg) und setzt
      * bei Ueberschreitung der erlaubten Zeit den Verlust auf Zeit.
      * Zuege des Computergegners und aus der Zuege-Datei werden nur
      * gemessen.
       PRUEFE-BEDENKZEIT SECTION.
           ACCEPT UHR-JETZT-ZAHL FROM TIME
           COMPUTE JETZT-SEKUNDEN = UJE-STUNDE * 3600
             + UJE-MINUTE * 60 + UJE-SEKUNDE
           IF JETZT-SEKUNDEN < ZUGBEGINN-SEKUNDEN
             ADD 86400 TO JETZT-SEKUNDEN
           END-IF
           COMPUTE BEDENKZEIT = JETZT-SEKUNDEN - ZUGBEGINN-SEKUNDEN

           EVALUATE TRUE
             WHEN ZEITREGEL-KEINE OR EINGABE-AUS-DATEI
               MOVE 99999 TO ZEIT-ERLAUBT
             WHEN COMPUTER-GEGNER-AKTIV AND AKTIVER-SPIELER-O
               MOVE 99999 TO ZEIT-ERLAUBT
             WHEN ZEITREGEL-JE-ZUG
               MOVE ZEIT-GRENZE TO ZEIT-ERLAUBT
             WHEN AKTIVER-SPIELER-X
               MOVE ZEIT-REST-X TO ZEIT-ERLAUBT
             WHEN OTHER
               MOVE ZEIT-REST-O TO ZEIT-ERLAUBT
           END-EVALUATE
           IF BEDENKZEIT > ZEIT-ERLAUBT
             DISPLAY 'Bedenkzeit ueberschritten: ' BEDENKZEIT
               ' Sekunden verbraucht, ' ZEIT-ERLAUBT ' erlaubt.'
             SET STATUS-ZEITVERLUST TO TRUE
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Bucht die verbrauchte Bedenkzeit beim Zeitguthaben des
      * Spielers am Zug ab (nur bei Zeitguthaben je Spiel).
       VERBUCHE-BEDENKZEIT SECTION.
           IF ZEITREGEL-JE-SPIEL
             IF AKTIVER-SPIELER-X
               SUBTRACT BEDENKZEIT FROM ZEIT-REST-X
             ELSE
               SUBTRACT BEDENKZEIT FROM ZEIT-REST-O
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Verlust auf Zeit: der Spieler am Zug verliert, sein Gegner
      * hat den letzten Zug gemacht und gewinnt. Der Ergebnis-Satz
      * traegt wie beim Sieg die Marke des Gewinners, aber die
      * eigene Ergebnis-Art Zeitverlust.
       VERBUCHE-ZEITVERLUST SECTION.
           COMPUTE GESPIELTE-ZUEGE = ZUG - 1
           DISPLAY AKTIVER-SPIELER ' verliert auf Zeit.'
           IF AKTIVER-SPIELER-O
             SET AKTIVER-SPIELER-X TO TRUE
           ELSE
             SET AKTIVER-SPIELER-O TO TRUE
           END-IF
           DISPLAY AKTIVER-SPIELER ' hat auf Zeit gewonnen.'
           PERFORM SCHREIBE-ERGEBNIS-SATZ
           PERFORM SCHREIBE-DRUCK-SATZ
           PERFORM SICHERE-SPIELSTAND
           EXIT.

      *-----------------------------------------------------------------
      * Haengt den Spiel-Kopfsatz an das Zug-Protokoll an: Spiel-
      * Kennung, Datum, Brettgroesse und Spieler-Kennungen des
      * beginnenden Spiels, damit Wiedergabe und Abgleich die
      * Zugfolge ueber ihre Identitaet zuordnen koennen. Auch nach
      * einem Wiederanlauf wird ein Kopfsatz geschrieben; beide
      * Teil-Zugfolgen tragen dann dieselbe Spiel-Kennung. Jeder
      * Kopfsatz bekommt ueber TTTSVZ seinen Eintrag im Spiel-
      * Verzeichnis; Zug- und Korrektursaetze werden dort mitgezaehlt.
       SCHREIBE-PROTOKOLL-KOPF SECTION.
           MOVE SPACES TO PROTKOPF-SATZ
           MOVE '*S' TO PK-KENNZEICHEN
           IF NOT PROT-DATEI-OK
             DISPLAY 'Fehler beim Schreiben des Spiel-Kopfsatzes'
               ' (Status ' PROT-DATEI-STATUS ').'
           ELSE
             MOVE PK-SPIEL-ID TO SVP-SPIEL-ID
             MOVE PK-DATUM TO SVP-DATUM
             MOVE PK-BRETTGROESSE TO SVP-BRETTGROESSE
             MOVE PK-SPIELER-X-ID TO SVP-SPIELER-X-ID
             MOVE PK-SPIELER-O-ID TO SVP-SPIELER-O-ID
             SET SVP-KOPFSATZ TO TRUE
             CALL 'TTTSVZ' USING SPIELVZ-AUFRUF
           END-IF
           EXIT.

           MOVE EINGABE-X TO PROT-EINGABE-X
           MOVE EINGABE-Y TO PROT-EINGABE-Y
           MOVE SPACE TO PROT-ART
           MOVE UHR-JETZT-ZAHL TO PROT-UHRZEIT
           MOVE BEDENKZEIT TO PROT-BEDENKZEIT
           WRITE PROTOKOLL-SATZ
           IF NOT PROT-DATEI-OK
             DISPLAY 'Fehler beim Schreiben des Protokoll-Satzes'
               ' (Status ' PROT-DATEI-STATUS ').'
           ELSE
             MOVE ZUG TO SVP-ZUEGE
             SET SVP-ZUGSATZ TO TRUE
             CALL 'TTTSVZ' USING SPIELVZ-AUFRUF
           END-IF
           EXIT.

             DISPLAY 'Kein Zug zum Zuruecknehmen vorhanden.'
             SET STATUS-ZUG-ZURUECK TO TRUE
           ELSE
      * Die bis zur Ruecknahme verbrauchte Zeit traegt der Spieler,
      * der sie verlangt hat; fuer den Spieler des zurueckgenommenen
      * Zuges beginnt die Uhr neu
             PERFORM VERBUCHE-BEDENKZEIT
             MOVE SPACE TO FELD(LETZTER-ZUG-Y, LETZTER-ZUG-X)
             SUBTRACT 1 FROM ZUG
             MOVE LETZTER-ZUG-SPIELER TO AKTIVER-SPIELER
             PERFORM DISPLAY-SPIELFELD
             DISPLAY AKTIVER-SPIELER ' ist am Zug.'
               ' Bitte 2 mit einem Zeichen getrennte Zahlen eingeben'
             PERFORM STARTE-ZUGUHR
           END-IF
           EXIT.

           MOVE LETZTER-ZUG-X TO PROT-EINGABE-X
           MOVE LETZTER-ZUG-Y TO PROT-EINGABE-Y
           SET PROT-IST-KORREKTUR TO TRUE
           MOVE UHR-JETZT-ZAHL TO PROT-UHRZEIT
           MOVE 0 TO PROT-BEDENKZEIT
           WRITE PROTOKOLL-SATZ
           IF NOT PROT-DATEI-OK
             DISPLAY 'Fehler beim Schreiben des Korrektur-Satzes'
               ' (Status ' PROT-DATEI-STATUS ').'
           ELSE
      * ZUG ist bereits auf den zurueckgenommenen Zug gestellt
             COMPUTE SVP-ZUEGE = ZUG - 1
             SET SVP-ZUGSATZ TO TRUE
             CALL 'TTTSVZ' USING SPIELVZ-AUFRUF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Abbruch des Spiels durch den Bediener (Eingabe A): erst nach
      * Bestaetigung gilt das Spiel als abgebrochen; sonst wird der
      * Zug erneut erfragt.
       BESTAETIGE-ABBRUCH SECTION.
           DISPLAY 'Spiel wirklich abbrechen (J/N)? ' WITH NO ADVANCING
           ACCEPT BEDIENER-ANTWORT
           IF BEDIENER-ANTWORT = 'J' OR BEDIENER-ANTWORT = 'j'
             DISPLAY 'Spiel wird auf Wunsch des Bedieners'
               ' abgebrochen.'
             SET STATUS-ABGEBROCHEN TO TRUE
             SET ABBRUCH-DURCH-BEDIENER TO TRUE
           ELSE
             SET STATUS-ABBRUCH-VERWORFEN TO TRUE
             DISPLAY AKTIVER-SPIELER ' ist am Zug.'
               ' Bitte 2 mit einem Zeichen getrennte Zahlen eingeben'
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Haengt den Abbruch-Satz des abgebrochenen Spiels an die
      * Abbruch-Datei an: Spiel-Kennung, Spieler, Saison, angesetzte
      * Paarung bzw. Pokalspiel, bisher gespielte Zuege mit dem
      * Spielfeld, der Spieler am Zug, Grund und Serienstellung. Die
      * Datei wird nur fuer diesen einen Satz geoeffnet; sie wird
      * beim allerersten Abbruch angelegt. Im Spiel-Verzeichnis wird
      * das Spiel als abgebrochen gekennzeichnet.
       SCHREIBE-ABBRUCH-SATZ SECTION.
           OPEN EXTEND ABBRUCH-DATEI
           IF NOT ABB-DATEI-OK
             OPEN OUTPUT ABBRUCH-DATEI
             CLOSE ABBRUCH-DATEI
             OPEN EXTEND ABBRUCH-DATEI
           END-IF
      * Satzbereich erst leeren (siehe SCHREIBE-PROTOKOLL-SATZ)
           MOVE SPACES TO ABBRUCH-SATZ
           ACCEPT ABB-DATUM FROM DATE YYYYMMDD
           ACCEPT ABB-UHRZEIT FROM TIME
           MOVE SPIEL-ID TO ABB-SPIEL-ID
           MOVE SPIELER-X-ID TO ABB-SPIELER-X-ID
           MOVE SPIELER-O-ID TO ABB-SPIELER-O-ID
           MOVE OFFENE-SAISON-ID TO ABB-SAISON-ID
           IF SPIEL-IST-ANGESETZT
             MOVE GEFUNDENE-PAARUNG TO ABB-PAARUNG
           END-IF
           IF SPIEL-IST-POKALSPIEL
             SET ABB-IST-POKALSPIEL TO TRUE
           END-IF
           MOVE BRETTGROESSE TO ABB-BRETTGROESSE
           COMPUTE ABB-ZUEGE = ZUG - 1
           MOVE AKTIVER-SPIELER TO ABB-AM-ZUG
           MOVE ABBRUCH-GRUND-KZ TO ABB-GRUND
           MOVE SERIE-SPIEL-NR TO ABB-SERIE-SPIEL-NR
           MOVE SERIENLAENGE TO ABB-SERIENLAENGE
           MOVE SPIELFELD TO ABB-SPIELFELD
           WRITE ABBRUCH-SATZ
           IF NOT ABB-DATEI-OK
             DISPLAY 'Fehler beim Schreiben des Abbruch-Satzes'
               ' (Status ' ABB-DATEI-STATUS ').'
           END-IF
           CLOSE ABBRUCH-DATEI
           MOVE 'A' TO SVP-AUSGANG-KZ
           MOVE ABB-ZUEGE TO SVP-ZUEGE
           MOVE ZERO TO SVP-ERG-SCHLUESSEL
           SET SVP-SPIELENDE TO TRUE
           CALL 'TTTSVZ' USING SPIELVZ-AUFRUF
           EXIT.

      *-----------------------------------------------------------------
      * Haelt einen im Batchbetrieb zurueckgewiesenen Zug mit
      * Satznummer, Satzbild und Abweisungsgrund in der
      * Schluessel aus Datum/Uhrzeit/Zug ist nur bis auf die Sekunde
      * eindeutig; ERG-SEQ wird im seltenen Kollisionsfall
      * (Computergegner, Batchbetrieb) hochgezaehlt, bis ein freier
      * Schluessel gefunden ist, statt den Satz zu verwerfen. Der
      * endgueltige Schluessel wird im Spiel-Verzeichnis beim
      * Eintrag des Spiels vermerkt.
       SCHREIBE-ERGEBNIS-SATZ SECTION.
           ACCEPT ERG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERG-UHRZEIT FROM TIME
           ELSE
             SET ERG-IST-FREUNDSCHAFT TO TRUE
           END-IF
           IF SPIEL-IST-POKALSPIEL
             SET ERG-IST-POKALSPIEL TO TRUE
           ELSE
             MOVE SPACE TO ERG-POKAL-KZ
           END-IF
           EVALUATE TRUE
             WHEN EINGABE-AUS-DATEI
               SET ERG-EINGABE-DATEI TO TRUE
             WHEN COMPUTER-GEGNER-AKTIV
               SET ERG-EINGABE-COMPUTER TO TRUE
             WHEN OTHER
               SET ERG-EINGABE-TERMINAL TO TRUE
           END-EVALUATE
           EVALUATE TRUE
             WHEN STATUS-SIEG
               SET ERG-IST-SIEG TO TRUE
             WHEN STATUS-ZEITVERLUST
               SET ERG-IST-ZEITVERLUST TO TRUE
             WHEN OTHER
               SET ERG-IST-UNENTSCHIEDEN TO TRUE
           END-EVALUATE
           WRITE ERGEBNIS-SATZ
             INVALID KEY
               PERFORM SCHREIBE-ERGEBNIS-SATZ-NEUER-SCHLUESSEL
           END-WRITE
           IF ERG-DATEI-OK
             MOVE 'E' TO SVP-AUSGANG-KZ
             MOVE ERG-ZUG TO SVP-ZUEGE
             MOVE ERG-SCHLUESSEL TO SVP-ERG-SCHLUESSEL
             SET SVP-SPIELENDE TO TRUE
             CALL 'TTTSVZ' USING SPIELVZ-AUFRUF
             PERFORM MARKIERE-PAARUNG-GESPIELT
           END-IF
           EXIT.
       SCHREIBE-DRUCK-SATZ SECTION.
           ACCEPT DRUCK-DATUM FROM DATE YYYYMMDD
           ACCEPT DRUCK-UHRZEIT FROM TIME
           IF STATUS-SIEG OR STATUS-ZEITVERLUST
             MOVE AKTIVER-SPIELER TO DRUCK-GEWINNER
           ELSE
             MOVE '-' TO DRUCK-GEWINNER
       BEENDE-PROGRAMM SECTION.
           CLOSE ERGEBNIS-DATEI
           CLOSE PROTOKOLL-DATEI
           SET SVP-SCHLIESSEN TO TRUE
           CALL 'TTTSVZ' USING SPIELVZ-AUFRUF
           CLOSE SPIELSTAND-DATEI
           CLOSE DRUCK-DATEI
           IF EINGABE-AUS-DATEI
           IF PAARUNG-DATEI-OFFEN
             CLOSE PAARUNG-DATEI
           END-IF
           IF POKAL-DATEI-OFFEN
             CLOSE POKAL-DATEI
           END-IF
           EXIT.
