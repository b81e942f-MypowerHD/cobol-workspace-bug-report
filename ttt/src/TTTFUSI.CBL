      *     Dateien (MATCHNEU, WERTHNEU) umgeschrieben, die die
      *     Bedienung nach dem Lauf an die Stelle der Originale
      *     setzt;
      *   - offene und gespielte Paarungen des Spielplans, die
      *     Begegnungen des Pokals (auch der Sieger) und die
      *     Eintraege des Spiel-Verzeichnisses werden umgesetzt
      *     (REWRITE);
      *   - die Abbruch-Datei ist sequentiell und wird in die
      *     Uebernahme-Datei ABBRNEU umgeschrieben, der Rekord-Stand
      *     des Rekordbuchs (REKORDE) in die Uebernahme-Datei
      *     REKNEU;
      *   - Buchungen im Beitrags-Konto (KASSE) und Mannschafts-
      *     Zuordnungen (MANNZUO) tragen die Kennung im Schluessel:
      *     sie werden unter der Ziel-Kennung neu geschrieben und
      *     unter der Quell-Kennung geloescht. Kontobuchungen
      *     erhalten dabei die naechste freie laufende Nummer des
      *     Ziels in der Saison; eine Zuordnung, die das Ziel am
      *     selben Tag schon hat, bleibt unveraendert und wird
      *     ausgewiesen;
      *   - die Quell-Kennung im Spieler-Stamm wird stillgelegt.
      * Vor der Aenderung zaehlt ein Pruefdurchgang die betroffenen
      * Saetze; erst nach ausdruecklicher Bestaetigung mit diesen
      * ausgewiesen; der Wertungs-Stamm wird nicht mechanisch
      * verschmolzen - nach dem Lauf ist ein Vollaufbau von TTTWERT
      * zu fahren. Archiv-Dateien bleiben unveraendert.
      * Die Zusammenfuehrung ist der Liga-Leitung vorbehalten
      * (Anmeldung ueber TTTANM); die bestaetigte Ausfuehrung wird
      * im Sicherheits-Protokoll vermerkt.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS PAAR-SCHLUESSEL
             FILE STATUS IS PAAR-DATEI-STATUS.
      * Beitrags- und Preisgeld-Konto aus TTTKASS: Buchungen der
      * Quelle werden auf das Ziel umgebucht
           SELECT KASSE-DATEI ASSIGN TO 'KASSE'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KAS-SCHLUESSEL
             FILE STATUS IS KAS-DATEI-STATUS.
      * Mannschafts-Zuordnung aus TTTSPLW: Zuordnungen der Quelle
      * werden auf das Ziel umgeschrieben
           SELECT MANNZUO-DATEI ASSIGN TO 'MANNZUO'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MZ-SCHLUESSEL
             FILE STATUS IS MZ-DATEI-STATUS.
      * Pokal-Datei aus TTTPOKL: Kennungen werden umgesetzt
           SELECT POKAL-DATEI ASSIGN TO 'POKAL'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS POK-SCHLUESSEL
             FILE STATUS IS POK-DATEI-STATUS.
      * Spiel-Verzeichnis: Kennungen werden umgesetzt
           SELECT SPIELVZ-DATEI ASSIGN TO 'SPIELVZ'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS SV-SCHLUESSEL
             FILE STATUS IS SV-DATEI-STATUS.
      * Abbruch-Datei, nur lesend; die Uebernahme-Datei ersetzt sie
      * nach dem Lauf
           SELECT ABBRUCH-DATEI ASSIGN TO 'ABBRUCH'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ABB-DATEI-STATUS.
           SELECT ABBR-NEU-DATEI ASSIGN TO 'ABBRNEU'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ABBN-DATEI-STATUS.
      * Rekord-Stand aus TTTREKB, nur lesend; die Uebernahme-Datei
      * ersetzt ihn nach dem Lauf
           SELECT REKORDE-DATEI ASSIGN TO 'REKORDE'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REK-DATEI-STATUS.
           SELECT REK-NEU-DATEI ASSIGN TO 'REKNEU'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REKN-DATEI-STATUS.
      * Kontrollbericht dieses Laufes, je Lauf neu angelegt
           SELECT FUSIBER-DATEI ASSIGN TO 'FUSIBER'
             ORGANIZATION IS LINE SEQUENTIAL
       01 WERTH-NEU-SATZ PIC X(55).
       FD  PAARUNG-DATEI.
           COPY TTTPAAR.
       FD  KASSE-DATEI.
           COPY TTTKASM.
       FD  MANNZUO-DATEI.
           COPY TTTMZUO.
       FD  POKAL-DATEI.
           COPY TTTPOKL.
       FD  SPIELVZ-DATEI.
           COPY TTTSVZM.
       FD  ABBRUCH-DATEI.
           COPY TTTABRS.
       FD  ABBR-NEU-DATEI.
      * Uebernahmesatz als unveraendertes Abbild des Abbruch-Satzes
       01 ABBR-NEU-SATZ PIC X(108).
       FD  REKORDE-DATEI.
           COPY TTTREKS.
       FD  REK-NEU-DATEI.
      * Uebernahmesatz als unveraendertes Abbild des Rekord-Satzes
       01 REK-NEU-SATZ PIC X(53).
       FD  FUSIBER-DATEI.
           COPY TTTBERD.
       WORKING-STORAGE SECTION.
       01 PAAR-DATEI-STATUS PIC XX.
         88 PAAR-DATEI-OK VALUE '00'.
         88 PAAR-DATEI-ENDE VALUE '10'.
       01 KAS-DATEI-STATUS PIC XX.
         88 KAS-DATEI-OK VALUE '00'.
         88 KAS-DATEI-ENDE VALUE '10'.
       01 MZ-DATEI-STATUS PIC XX.
         88 MZ-DATEI-OK VALUE '00'.
         88 MZ-DATEI-ENDE VALUE '10'.
       01 POK-DATEI-STATUS PIC XX.
         88 POK-DATEI-OK VALUE '00'.
         88 POK-DATEI-ENDE VALUE '10'.
       01 SV-DATEI-STATUS PIC XX.
         88 SV-DATEI-OK VALUE '00'.
         88 SV-DATEI-ENDE VALUE '10'.
       01 ABB-DATEI-STATUS PIC XX.
         88 ABB-DATEI-OK VALUE '00'.
         88 ABB-DATEI-ENDE VALUE '10'.
         88 ABB-SATZ-GELESEN VALUES '00' '04'.
       01 ABBN-DATEI-STATUS PIC XX.
         88 ABBN-DATEI-OK VALUE '00'.
       01 REK-DATEI-STATUS PIC XX.
         88 REK-DATEI-OK VALUE '00'.
         88 REK-DATEI-ENDE VALUE '10'.
         88 REK-SATZ-GELESEN VALUES '00' '04'.
       01 REKN-DATEI-STATUS PIC XX.
         88 REKN-DATEI-OK VALUE '00'.
       01 FB-DATEI-STATUS PIC XX.
         88 FB-DATEI-OK VALUE '00'.
      * Quell- und Ziel-Kennung der Zusammenfuehrung
       01 QUELL-NAME PIC X(30).
       01 ZIEL-NAME PIC X(30).
       01 BESTAETIGUNG PIC X.
           COPY TTTANMP.
      * Laufphase: erst zaehlen, nach der Bestaetigung aendern;
      * dieselben Verarbeitungsteile laufen in beiden Phasen
       01 PHASE-KZ PIC X.
         02 PAAR-BETROFFEN PIC 9(05) VALUE 0.
         02 PAAR-GEGENSEITIG PIC 9(05) VALUE 0.
         02 PAAR-GEAENDERT PIC 9(05) VALUE 0.
         02 KAS-GELESEN PIC 9(05) VALUE 0.
         02 KAS-BETROFFEN PIC 9(05) VALUE 0.
         02 KAS-GEAENDERT PIC 9(05) VALUE 0.
         02 MZ-GELESEN PIC 9(05) VALUE 0.
         02 MZ-BETROFFEN PIC 9(05) VALUE 0.
         02 MZ-KOLLISION PIC 9(05) VALUE 0.
         02 MZ-GEAENDERT PIC 9(05) VALUE 0.
         02 POK-GELESEN PIC 9(05) VALUE 0.
         02 POK-BETROFFEN PIC 9(05) VALUE 0.
         02 POK-GEGENSEITIG PIC 9(05) VALUE 0.
         02 POK-GEAENDERT PIC 9(05) VALUE 0.
         02 SV-GELESEN PIC 9(05) VALUE 0.
         02 SV-BETROFFEN PIC 9(05) VALUE 0.
         02 SV-GEGENSEITIG PIC 9(05) VALUE 0.
         02 SV-GEAENDERT PIC 9(05) VALUE 0.
         02 ABB-GELESEN PIC 9(05) VALUE 0.
         02 ABB-BETROFFEN PIC 9(05) VALUE 0.
         02 ABB-GEGENSEITIG PIC 9(05) VALUE 0.
         02 ABB-GEAENDERT PIC 9(05) VALUE 0.
         02 REK-GELESEN PIC 9(05) VALUE 0.
         02 REK-BETROFFEN PIC 9(05) VALUE 0.
         02 REK-GEAENDERT PIC 9(05) VALUE 0.
      * Konto-Buchungen und Mannschafts-Zuordnungen der Quelle; sie
      * werden beim Lesen gesammelt und erst nach dem Durchgang
      * unter der Ziel-Kennung neu geschrieben, damit die neuen
      * Schluessel den laufenden Durchgang nicht stoeren
       01 KASSEN-PUFFER.
         02 KP-SATZ PIC X(81) OCCURS 200 TIMES INDEXED BY KP-IX.
       01 MANNZUO-PUFFER.
         02 MP-SATZ PIC X(44) OCCURS 200 TIMES INDEXED BY MP-IX.
      * Naechste freie laufende Nummer des Ziels in der Saison
       01 KAS-SAISON-SUCHE PIC X(06).
       01 NEUE-LFDNR PIC 9(03).
       01 KAS-SUCH-KZ PIC X.
         88 KAS-SUCHE-BEENDET VALUE 'J' WHEN SET TO FALSE 'N'.
      * Schalter: laeuft der Dateiteil; das OPEN-Ergebnis darf
      * nicht ueber den Dateistatus nachgeprueft werden, weil ein
      * zwischenzeitliches CLOSE den Status wieder auf 00 setzt
         88 MATCH-TEIL-LAEUFT VALUE 'J' WHEN SET TO FALSE 'N'.
       01 WH-TEIL-KZ PIC X.
         88 WH-TEIL-LAEUFT VALUE 'J' WHEN SET TO FALSE 'N'.
       01 ABB-TEIL-KZ PIC X.
         88 ABB-TEIL-LAEUFT VALUE 'J' WHEN SET TO FALSE 'N'.
       01 REK-TEIL-KZ PIC X.
         88 REK-TEIL-LAEUFT VALUE 'J' WHEN SET TO FALSE 'N'.
      * Schalter: Satz der laufenden Verarbeitung ist betroffen
       01 SATZ-KZ PIC X.
         88 SATZ-BETROFFEN VALUE 'J' WHEN SET TO FALSE 'N'.
         88 FEHLER-AUFGETRETEN VALUE 'J' WHEN SET TO FALSE 'N'.
       PROCEDURE DIVISION.
           DISPLAY 'Spieler-Zusammenfuehrung.'
           MOVE 'TTTFUSI' TO ANM-PROGRAMM
           MOVE 'L' TO ANM-ROLLEN-ZUGELASSEN
           SET ANM-ANMELDEN TO TRUE
           CALL 'TTTANM' USING ANMELDUNG
           IF NOT ANM-ZUGELASSEN
             DISPLAY 'Ohne gueltige Anmeldung keine Zusammenfuehrung;'
               ' Programm wird beendet.'
             STOP RUN
           END-IF
           DISPLAY 'Quell-Kennung (wird aufgeloest)? '
             WITH NO ADVANCING
           ACCEPT QUELL-ID
           PERFORM VERARBEITE-MATCH-DATEI
           PERFORM VERARBEITE-WERTHIST
           PERFORM VERARBEITE-PAARUNGEN
           PERFORM VERARBEITE-KASSE
           PERFORM VERARBEITE-MANNZUO
           PERFORM VERARBEITE-POKAL
           PERFORM VERARBEITE-SPIELVZ
           PERFORM VERARBEITE-ABBRUCH
           PERFORM VERARBEITE-REKORDE
           IF KAS-BETROFFEN > 200 OR MZ-BETROFFEN > 200
             DISPLAY 'Mehr als 200 Konto-Buchungen bzw. Mannschafts-'
               'Zuordnungen der Quelle; Zusammenfuehrung nicht'
               ' moeglich, nichts geaendert.'
             STOP RUN
           END-IF

           DISPLAY 'Betroffene Saetze:'
           DISPLAY '  Ergebnis-Historie:  ' ERG-BETROFFEN
           DISPLAY '  Paarungs-Datei:     ' PAAR-BETROFFEN
             ' von ' PAAR-GELESEN ' (gegeneinander: '
             PAAR-GEGENSEITIG ')'
           DISPLAY '  Beitrags-Konto:     ' KAS-BETROFFEN
             ' von ' KAS-GELESEN
           DISPLAY '  Mannschaften:       ' MZ-BETROFFEN
             ' von ' MZ-GELESEN ' (am selben Tag beim Ziel: '
             MZ-KOLLISION ')'
           DISPLAY '  Pokal-Datei:        ' POK-BETROFFEN
             ' von ' POK-GELESEN ' (gegeneinander: '
             POK-GEGENSEITIG ')'
           DISPLAY '  Spiel-Verzeichnis:  ' SV-BETROFFEN
             ' von ' SV-GELESEN ' (gegeneinander: '
             SV-GEGENSEITIG ')'
           DISPLAY '  Abbruch-Datei:      ' ABB-BETROFFEN
             ' von ' ABB-GELESEN ' (gegeneinander: '
             ABB-GEGENSEITIG ')'
           DISPLAY '  Rekord-Stand:       ' REK-BETROFFEN
             ' von ' REK-GELESEN
           DISPLAY 'Kennung ' QUELL-ID ' in ' ZIEL-ID
             ' ueberfuehren und ' QUELL-ID ' stilllegen (J/N)? '
             WITH NO ADVANCING
               ' nichts geaendert.'
             STOP RUN
           END-IF
           MOVE SPACES TO ANM-FUNKTIONS-TEXT
           STRING 'FUSION ' QUELL-ID ' IN ' ZIEL-ID
             DELIMITED BY SIZE INTO ANM-FUNKTIONS-TEXT
           SET ANM-PRUEFEN TO TRUE
           CALL 'TTTANM' USING ANMELDUNG
           IF NOT ANM-ZUGELASSEN
             DISPLAY 'Zusammenfuehrung abgebrochen;'
               ' nichts geaendert.'
             STOP RUN
           END-IF

           SET PHASE-AENDERN TO TRUE
           PERFORM VERARBEITE-ERGEBNISSE
           PERFORM VERARBEITE-MATCH-DATEI
           PERFORM VERARBEITE-WERTHIST
           PERFORM VERARBEITE-PAARUNGEN
           PERFORM VERARBEITE-KASSE
           PERFORM VERARBEITE-MANNZUO
           PERFORM VERARBEITE-POKAL
           PERFORM VERARBEITE-SPIELVZ
           PERFORM VERARBEITE-ABBRUCH
           PERFORM VERARBEITE-REKORDE
           PERFORM LEGE-QUELLE-STILL
           PERFORM SCHREIBE-KONTROLLBERICHT
           STOP RUN.
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Verarbeitet das Beitrags-Konto: der Durchgang zaehlt die
      * Buchungen der Quelle und sammelt sie; in der Aenderungs-
      * Phase werden sie danach unter der Ziel-Kennung neu
      * geschrieben und unter der Quell-Kennung geloescht. Der
      * Bedingungssatz der Saison traegt keine Kennung.
       VERARBEITE-KASSE SECTION.
           MOVE 0 TO KAS-GELESEN KAS-BETROFFEN
           IF PHASE-ZAEHLEN
             OPEN INPUT KASSE-DATEI
           ELSE
             OPEN I-O KASSE-DATEI
           END-IF
           IF NOT KAS-DATEI-OK
             DISPLAY 'Beitrags-Konto nicht vorhanden (Status '
               KAS-DATEI-STATUS '); Teil entfaellt.'
           ELSE
             PERFORM UNTIL NOT KAS-DATEI-OK
               READ KASSE-DATEI NEXT RECORD
                 AT END
                   SET KAS-DATEI-ENDE TO TRUE
                 NOT AT END
                   ADD 1 TO KAS-GELESEN
                   IF KAS-SPIELER-ID = QUELL-ID
                     ADD 1 TO KAS-BETROFFEN
                     IF KAS-BETROFFEN <= 200
                       SET KP-IX TO KAS-BETROFFEN
                       MOVE KASSEN-SATZ TO KP-SATZ(KP-IX)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             IF KAS-DATEI-STATUS NOT = '10'
               DISPLAY 'Lesefehler auf dem Beitrags-Konto'
                 ' (Status ' KAS-DATEI-STATUS ').'
               SET FEHLER-AUFGETRETEN TO TRUE
             END-IF
             IF PHASE-AENDERN
               PERFORM VARYING KP-IX FROM 1 BY 1
                   UNTIL KP-IX > KAS-BETROFFEN OR KP-IX > 200
                 PERFORM BUCHE-KASSEN-SATZ-UM
               END-PERFORM
             END-IF
             CLOSE KASSE-DATEI
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Schreibt die gesammelte Buchung KP-IX unter der Ziel-Kennung
      * mit der naechsten freien Nummer neu und loescht sie unter
      * der Quell-Kennung; misslingt das Schreiben, bleibt die
      * Buchung bei der Quelle.
       BUCHE-KASSEN-SATZ-UM SECTION.
           MOVE KP-SATZ(KP-IX) TO KASSEN-SATZ
           MOVE KAS-SAISON-ID TO KAS-SAISON-SUCHE
           PERFORM ERMITTLE-ZIEL-LFDNR
           MOVE KP-SATZ(KP-IX) TO KASSEN-SATZ
           MOVE ZIEL-ID TO KAS-SPIELER-ID
           MOVE NEUE-LFDNR TO KAS-LFDNR
           WRITE KASSEN-SATZ
             INVALID KEY
               DISPLAY 'Fehler beim Umbuchen der Konto-Buchung'
                 ' (Status ' KAS-DATEI-STATUS ').'
               SET FEHLER-AUFGETRETEN TO TRUE
           END-WRITE
           IF KAS-DATEI-OK
             MOVE KP-SATZ(KP-IX) TO KASSEN-SATZ
             DELETE KASSE-DATEI
             IF KAS-DATEI-OK
               ADD 1 TO KAS-GEAENDERT
             ELSE
               DISPLAY 'Fehler beim Loeschen der Konto-Buchung'
                 ' der Quelle (Status ' KAS-DATEI-STATUS ').'
               SET FEHLER-AUFGETRETEN TO TRUE
             END-IF
           END-IF
           MOVE '00' TO KAS-DATEI-STATUS
           EXIT.

      *-----------------------------------------------------------------
      * Ermittelt die naechste freie laufende Nummer der Ziel-
      * Kennung in der Saison KAS-SAISON-SUCHE
       ERMITTLE-ZIEL-LFDNR SECTION.
           MOVE 1 TO NEUE-LFDNR
           MOVE KAS-SAISON-SUCHE TO KAS-SAISON-ID
           MOVE ZIEL-ID TO KAS-SPIELER-ID
           MOVE 0 TO KAS-LFDNR
           SET KAS-SUCHE-BEENDET TO FALSE
           START KASSE-DATEI KEY IS NOT LESS THAN KAS-SCHLUESSEL
             INVALID KEY
               SET KAS-SUCHE-BEENDET TO TRUE
           END-START
           PERFORM UNTIL KAS-SUCHE-BEENDET
             READ KASSE-DATEI NEXT RECORD
               AT END
                 SET KAS-SUCHE-BEENDET TO TRUE
               NOT AT END
                 IF KAS-SAISON-ID NOT = KAS-SAISON-SUCHE
                     OR KAS-SPIELER-ID NOT = ZIEL-ID
                   SET KAS-SUCHE-BEENDET TO TRUE
                 ELSE
                   COMPUTE NEUE-LFDNR = KAS-LFDNR + 1
                 END-IF
             END-READ
           END-PERFORM
           MOVE '00' TO KAS-DATEI-STATUS
           EXIT.

      *-----------------------------------------------------------------
      * Verarbeitet die Mannschafts-Zuordnung nach dem Muster des
      * Beitrags-Kontos. Hat das Ziel am selben Tag in derselben
      * Saison schon eine Zuordnung, bleibt die der Quelle
      * unveraendert und wird ausgewiesen.
       VERARBEITE-MANNZUO SECTION.
           MOVE 0 TO MZ-GELESEN MZ-BETROFFEN MZ-KOLLISION
           IF PHASE-ZAEHLEN
             OPEN INPUT MANNZUO-DATEI
           ELSE
             OPEN I-O MANNZUO-DATEI
           END-IF
           IF NOT MZ-DATEI-OK
             DISPLAY 'Mannschafts-Zuordnung nicht vorhanden (Status '
               MZ-DATEI-STATUS '); Teil entfaellt.'
           ELSE
             PERFORM UNTIL NOT MZ-DATEI-OK
               READ MANNZUO-DATEI NEXT RECORD
                 AT END
                   SET MZ-DATEI-ENDE TO TRUE
                 NOT AT END
                   ADD 1 TO MZ-GELESEN
                   IF MZ-SPIELER-ID = QUELL-ID
                     ADD 1 TO MZ-BETROFFEN
                     IF MZ-BETROFFEN <= 200
                       SET MP-IX TO MZ-BETROFFEN
                       MOVE MANNZUO-SATZ TO MP-SATZ(MP-IX)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             IF MZ-DATEI-STATUS NOT = '10'
               DISPLAY 'Lesefehler auf der Mannschafts-Zuordnung'
                 ' (Status ' MZ-DATEI-STATUS ').'
               SET FEHLER-AUFGETRETEN TO TRUE
             END-IF
             PERFORM VARYING MP-IX FROM 1 BY 1
                 UNTIL MP-IX > MZ-BETROFFEN OR MP-IX > 200
               PERFORM SCHREIBE-ZUORDNUNG-UM
             END-PERFORM
             CLOSE MANNZUO-DATEI
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Prueft die gesammelte Zuordnung MP-IX gegen die Zuordnungen
      * des Ziels und schreibt sie in der Aenderungs-Phase unter der
      * Ziel-Kennung neu; die der Quelle wird danach geloescht.
       SCHREIBE-ZUORDNUNG-UM SECTION.
           MOVE MP-SATZ(MP-IX) TO MANNZUO-SATZ
           MOVE ZIEL-ID TO MZ-SPIELER-ID
           READ MANNZUO-DATEI
             KEY IS MZ-SCHLUESSEL
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               ADD 1 TO MZ-KOLLISION
           END-READ
           IF MZ-DATEI-STATUS = '23' AND PHASE-AENDERN
             MOVE MP-SATZ(MP-IX) TO MANNZUO-SATZ
             MOVE ZIEL-ID TO MZ-SPIELER-ID
             WRITE MANNZUO-SATZ
               INVALID KEY
                 DISPLAY 'Fehler beim Umschreiben der Zuordnung'
                   ' (Status ' MZ-DATEI-STATUS ').'
                 SET FEHLER-AUFGETRETEN TO TRUE
             END-WRITE
             IF MZ-DATEI-OK
               MOVE MP-SATZ(MP-IX) TO MANNZUO-SATZ
               DELETE MANNZUO-DATEI
               IF MZ-DATEI-OK
                 ADD 1 TO MZ-GEAENDERT
               ELSE
                 DISPLAY 'Fehler beim Loeschen der Zuordnung der'
                   ' Quelle (Status ' MZ-DATEI-STATUS ').'
                 SET FEHLER-AUFGETRETEN TO TRUE
               END-IF
             END-IF
           END-IF
           MOVE '00' TO MZ-DATEI-STATUS
           EXIT.

      *-----------------------------------------------------------------
      * Verarbeitet die Pokal-Datei nach dem Muster der Paarungs-
      * Datei; umgesetzt werden beide Spieler und der Sieger.
       VERARBEITE-POKAL SECTION.
           MOVE 0 TO POK-GELESEN POK-BETROFFEN POK-GEGENSEITIG
           IF PHASE-ZAEHLEN
             OPEN INPUT POKAL-DATEI
           ELSE
             OPEN I-O POKAL-DATEI
           END-IF
           IF NOT POK-DATEI-OK
             DISPLAY 'Pokal-Datei nicht vorhanden (Status '
               POK-DATEI-STATUS '); Teil entfaellt.'
           ELSE
             PERFORM UNTIL NOT POK-DATEI-OK
               READ POKAL-DATEI NEXT RECORD
                 AT END
                   SET POK-DATEI-ENDE TO TRUE
                 NOT AT END
                   ADD 1 TO POK-GELESEN
                   PERFORM VERARBEITE-POKAL-SATZ
               END-READ
             END-PERFORM
             IF POK-DATEI-STATUS NOT = '10'
               DISPLAY 'Lesefehler auf der Pokal-Datei'
                 ' (Status ' POK-DATEI-STATUS ').'
               SET FEHLER-AUFGETRETEN TO TRUE
             END-IF
             CLOSE POKAL-DATEI
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Prueft und aendert eine Pokal-Begegnung
       VERARBEITE-POKAL-SATZ SECTION.
           SET SATZ-BETROFFEN TO FALSE
           IF (POK-SPIELER-X-ID = QUELL-ID
               AND POK-SPIELER-O-ID = ZIEL-ID)
               OR (POK-SPIELER-O-ID = QUELL-ID
               AND POK-SPIELER-X-ID = ZIEL-ID)
             ADD 1 TO POK-GEGENSEITIG
           ELSE
             IF POK-SPIELER-X-ID = QUELL-ID
                 OR POK-SPIELER-O-ID = QUELL-ID
                 OR POK-SIEGER-ID = QUELL-ID
               SET SATZ-BETROFFEN TO TRUE
               ADD 1 TO POK-BETROFFEN
             END-IF
           END-IF
           IF PHASE-AENDERN AND SATZ-BETROFFEN
             IF POK-SPIELER-X-ID = QUELL-ID
               MOVE ZIEL-ID TO POK-SPIELER-X-ID
             END-IF
             IF POK-SPIELER-O-ID = QUELL-ID
               MOVE ZIEL-ID TO POK-SPIELER-O-ID
             END-IF
             IF POK-SIEGER-ID = QUELL-ID
               MOVE ZIEL-ID TO POK-SIEGER-ID
             END-IF
             REWRITE POKAL-SATZ
               INVALID KEY
                 DISPLAY 'Fehler beim Zurueckschreiben der'
                   ' Pokal-Begegnung (Status '
                   POK-DATEI-STATUS ').'
                 SET FEHLER-AUFGETRETEN TO TRUE
               NOT INVALID KEY
                 ADD 1 TO POK-GEAENDERT
             END-REWRITE
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Verarbeitet das Spiel-Verzeichnis nach dem Muster der
      * Paarungs-Datei; der Steuersatz traegt keine Kennungen.
       VERARBEITE-SPIELVZ SECTION.
           MOVE 0 TO SV-GELESEN SV-BETROFFEN SV-GEGENSEITIG
           IF PHASE-ZAEHLEN
             OPEN INPUT SPIELVZ-DATEI
           ELSE
             OPEN I-O SPIELVZ-DATEI
           END-IF
           IF NOT SV-DATEI-OK
             DISPLAY 'Spiel-Verzeichnis nicht vorhanden (Status '
               SV-DATEI-STATUS '); Teil entfaellt.'
           ELSE
             PERFORM UNTIL NOT SV-DATEI-OK
               READ SPIELVZ-DATEI NEXT RECORD
                 AT END
                   SET SV-DATEI-ENDE TO TRUE
                 NOT AT END
                   ADD 1 TO SV-GELESEN
                   PERFORM VERARBEITE-SPIELVZ-SATZ
               END-READ
             END-PERFORM
             IF SV-DATEI-STATUS NOT = '10'
               DISPLAY 'Lesefehler auf dem Spiel-Verzeichnis'
                 ' (Status ' SV-DATEI-STATUS ').'
               SET FEHLER-AUFGETRETEN TO TRUE
             END-IF
             CLOSE SPIELVZ-DATEI
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Prueft und aendert einen Eintrag des Spiel-Verzeichnisses
       VERARBEITE-SPIELVZ-SATZ SECTION.
           SET SATZ-BETROFFEN TO FALSE
           IF (SV-SPIELER-X-ID = QUELL-ID
               AND SV-SPIELER-O-ID = ZIEL-ID)
               OR (SV-SPIELER-O-ID = QUELL-ID
               AND SV-SPIELER-X-ID = ZIEL-ID)
             ADD 1 TO SV-GEGENSEITIG
           ELSE
             IF SV-SPIELER-X-ID = QUELL-ID
                 OR SV-SPIELER-O-ID = QUELL-ID
               SET SATZ-BETROFFEN TO TRUE
               ADD 1 TO SV-BETROFFEN
             END-IF
           END-IF
           IF PHASE-AENDERN AND SATZ-BETROFFEN
             IF SV-SPIELER-X-ID = QUELL-ID
               MOVE ZIEL-ID TO SV-SPIELER-X-ID
             END-IF
             IF SV-SPIELER-O-ID = QUELL-ID
               MOVE ZIEL-ID TO SV-SPIELER-O-ID
             END-IF
             REWRITE SPIELVZ-SATZ
               INVALID KEY
                 DISPLAY 'Fehler beim Zurueckschreiben des'
                   ' Verzeichnis-Eintrags (Status '
                   SV-DATEI-STATUS ').'
                 SET FEHLER-AUFGETRETEN TO TRUE
               NOT INVALID KEY
                 ADD 1 TO SV-GEAENDERT
             END-REWRITE
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Verarbeitet die Abbruch-Datei nach dem Muster der Match-
      * Datei (Uebernahme-Datei ABBRNEU)
       VERARBEITE-ABBRUCH SECTION.
           MOVE 0 TO ABB-GELESEN ABB-BETROFFEN ABB-GEGENSEITIG
           SET ABB-TEIL-LAEUFT TO FALSE
           OPEN INPUT ABBRUCH-DATEI
           IF NOT ABB-DATEI-OK
             DISPLAY 'Abbruch-Datei nicht vorhanden (Status '
               ABB-DATEI-STATUS '); Teil entfaellt.'
           ELSE
             SET ABB-TEIL-LAEUFT TO TRUE
             IF PHASE-AENDERN
               OPEN OUTPUT ABBR-NEU-DATEI
               IF NOT ABBN-DATEI-OK
                 DISPLAY 'Uebernahme-Datei ABBRNEU konnte nicht'
                   ' angelegt werden (Status ' ABBN-DATEI-STATUS
                   '); Teil entfaellt.'
                 SET FEHLER-AUFGETRETEN TO TRUE
                 CLOSE ABBRUCH-DATEI
                 SET ABB-TEIL-LAEUFT TO FALSE
               END-IF
             END-IF
             IF ABB-TEIL-LAEUFT
               PERFORM UNTIL NOT ABB-SATZ-GELESEN
                 READ ABBRUCH-DATEI
                   AT END
                     SET ABB-DATEI-ENDE TO TRUE
                   NOT AT END
                     ADD 1 TO ABB-GELESEN
                     PERFORM VERARBEITE-ABBRUCH-SATZ
                 END-READ
               END-PERFORM
               IF ABB-DATEI-STATUS NOT = '10'
                 DISPLAY 'Lesefehler auf der Abbruch-Datei'
                   ' (Status ' ABB-DATEI-STATUS ').'
                 SET FEHLER-AUFGETRETEN TO TRUE
               END-IF
               CLOSE ABBRUCH-DATEI
               IF PHASE-AENDERN
                 CLOSE ABBR-NEU-DATEI
               END-IF
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Prueft und uebertraegt einen Abbruch-Satz
       VERARBEITE-ABBRUCH-SATZ SECTION.
           SET SATZ-BETROFFEN TO FALSE
           IF (ABB-SPIELER-X-ID = QUELL-ID
               AND ABB-SPIELER-O-ID = ZIEL-ID)
               OR (ABB-SPIELER-O-ID = QUELL-ID
               AND ABB-SPIELER-X-ID = ZIEL-ID)
             ADD 1 TO ABB-GEGENSEITIG
           ELSE
             IF ABB-SPIELER-X-ID = QUELL-ID
                 OR ABB-SPIELER-O-ID = QUELL-ID
               SET SATZ-BETROFFEN TO TRUE
               ADD 1 TO ABB-BETROFFEN
             END-IF
           END-IF
           IF PHASE-AENDERN
             IF SATZ-BETROFFEN
               IF ABB-SPIELER-X-ID = QUELL-ID
                 MOVE ZIEL-ID TO ABB-SPIELER-X-ID
               END-IF
               IF ABB-SPIELER-O-ID = QUELL-ID
                 MOVE ZIEL-ID TO ABB-SPIELER-O-ID
               END-IF
               ADD 1 TO ABB-GEAENDERT
             END-IF
             MOVE ABBRUCH-SATZ TO ABBR-NEU-SATZ
             WRITE ABBR-NEU-SATZ
             IF NOT ABBN-DATEI-OK
               DISPLAY 'Fehler beim Schreiben von ABBRNEU'
                 ' (Status ' ABBN-DATEI-STATUS ').'
               SET FEHLER-AUFGETRETEN TO TRUE
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Verarbeitet den Rekord-Stand nach dem Muster der Match-
      * Datei (Uebernahme-Datei REKNEU). Haelt die Quelle einen
      * Rekord, geht er an das Ziel; sonst bliebe die stillgelegte
      * Kennung bei gleichem Wert Inhaber, weil das Rekordbuch bei
      * Gleichstand den bisherigen Inhaber behaelt.
       VERARBEITE-REKORDE SECTION.
           MOVE 0 TO REK-GELESEN REK-BETROFFEN
           SET REK-TEIL-LAEUFT TO FALSE
           OPEN INPUT REKORDE-DATEI
           IF NOT REK-DATEI-OK
             DISPLAY 'Rekord-Stand nicht vorhanden (Status '
               REK-DATEI-STATUS '); Teil entfaellt.'
           ELSE
             SET REK-TEIL-LAEUFT TO TRUE
             IF PHASE-AENDERN
               OPEN OUTPUT REK-NEU-DATEI
               IF NOT REKN-DATEI-OK
                 DISPLAY 'Uebernahme-Datei REKNEU konnte nicht'
                   ' angelegt werden (Status ' REKN-DATEI-STATUS
                   '); Teil entfaellt.'
                 SET FEHLER-AUFGETRETEN TO TRUE
                 CLOSE REKORDE-DATEI
                 SET REK-TEIL-LAEUFT TO FALSE
               END-IF
             END-IF
             IF REK-TEIL-LAEUFT
               PERFORM UNTIL NOT REK-SATZ-GELESEN
                 READ REKORDE-DATEI
                   AT END
                     SET REK-DATEI-ENDE TO TRUE
                   NOT AT END
                     ADD 1 TO REK-GELESEN
                     PERFORM VERARBEITE-REKORD-SATZ
                 END-READ
               END-PERFORM
               IF REK-DATEI-STATUS NOT = '10'
                 DISPLAY 'Lesefehler auf dem Rekord-Stand'
                   ' (Status ' REK-DATEI-STATUS ').'
                 SET FEHLER-AUFGETRETEN TO TRUE
               END-IF
               CLOSE REKORDE-DATEI
               IF PHASE-AENDERN
                 CLOSE REK-NEU-DATEI
               END-IF
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Prueft und uebertraegt einen Rekord-Satz
       VERARBEITE-REKORD-SATZ SECTION.
           SET SATZ-BETROFFEN TO FALSE
           IF REK-SPIELER-ID = QUELL-ID
             SET SATZ-BETROFFEN TO TRUE
             ADD 1 TO REK-BETROFFEN
           END-IF
           IF PHASE-AENDERN
             IF SATZ-BETROFFEN
               MOVE ZIEL-ID TO REK-SPIELER-ID
               ADD 1 TO REK-GEAENDERT
             END-IF
             MOVE REKORD-SATZ TO REK-NEU-SATZ
             WRITE REK-NEU-SATZ
             IF NOT REKN-DATEI-OK
               DISPLAY 'Fehler beim Schreiben von REKNEU'
                 ' (Status ' REKN-DATEI-STATUS ').'
               SET FEHLER-AUFGETRETEN TO TRUE
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Legt die Quell-Kennung im Spieler-Stamm still; der Satz
      * bleibt erhalten, damit alte Berichte und Archive lesbar
             ' GEGENSEITIG ' PAAR-GEGENSEITIG
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE SPACES TO BERICHT-SATZ
           STRING 'KASSE:     GELESEN ' KAS-GELESEN
             ' BETROFFEN ' KAS-BETROFFEN
             ' GEAENDERT ' KAS-GEAENDERT
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE SPACES TO BERICHT-SATZ
           STRING 'MANNZUO:   GELESEN ' MZ-GELESEN
             ' BETROFFEN ' MZ-BETROFFEN
             ' GEAENDERT ' MZ-GEAENDERT
             ' KOLLISION ' MZ-KOLLISION
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE SPACES TO BERICHT-SATZ
           STRING 'POKAL:     GELESEN ' POK-GELESEN
             ' BETROFFEN ' POK-BETROFFEN
             ' GEAENDERT ' POK-GEAENDERT
             ' GEGENSEITIG ' POK-GEGENSEITIG
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE SPACES TO BERICHT-SATZ
           STRING 'SPIELVZ:   GELESEN ' SV-GELESEN
             ' BETROFFEN ' SV-BETROFFEN
             ' GEAENDERT ' SV-GEAENDERT
             ' GEGENSEITIG ' SV-GEGENSEITIG
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE SPACES TO BERICHT-SATZ
           STRING 'ABBRUCH:   GELESEN ' ABB-GELESEN
             ' BETROFFEN ' ABB-BETROFFEN
             ' GEAENDERT ' ABB-GEAENDERT
             ' GEGENSEITIG ' ABB-GEGENSEITIG
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE SPACES TO BERICHT-SATZ
           STRING 'REKORDE:   GELESEN ' REK-GELESEN
             ' BETROFFEN ' REK-BETROFFEN
             ' GEAENDERT ' REK-GEAENDERT
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE 'MATCH NACH DEM LAUF DURCH MATCHNEU ERSETZEN'
             TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE 'WERTHIST NACH DEM LAUF DURCH WERTHNEU ERSETZEN'
             TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE 'ABBRUCH NACH DEM LAUF DURCH ABBRNEU ERSETZEN'
             TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE 'REKORDE NACH DEM LAUF DURCH REKNEU ERSETZEN'
             TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE 'DANACH VOLLAUFBAU VON TTTWERT (LAUFART V) FAHREN'
             TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           PERFORM SCHREIBE-BERICHTZEILE
           IF ERG-GEGENSEITIG > 0 OR MATCH-GEGENSEITIG > 0
               OR WH-GEGENSEITIG > 0 OR PAAR-GEGENSEITIG > 0
               OR POK-GEGENSEITIG > 0 OR SV-GEGENSEITIG > 0
               OR ABB-GEGENSEITIG > 0
             MOVE SPACES TO BERICHT-SATZ
             STRING 'ACHTUNG: SAETZE DER BEIDEN KENNUNGEN'
               ' GEGENEINANDER BLIEBEN UNVERAENDERT'
               DELIMITED BY SIZE INTO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
           END-IF
           IF MZ-KOLLISION > 0
             MOVE SPACES TO BERICHT-SATZ
             STRING 'ACHTUNG: MANNSCHAFTS-ZUORDNUNGEN DER QUELLE MIT'
               ' GLEICHEM TAG BEIM ZIEL'
               DELIMITED BY SIZE INTO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
             MOVE '         BLIEBEN UNVERAENDERT (TTTSPLW PRUEFEN)'
               TO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
           END-IF
           IF FEHLER-AUFGETRETEN
             MOVE 'ACHTUNG: LAUF UNVOLLSTAENDIG (FEHLER GEMELDET)'
               TO BERICHT-SATZ
             ERG-GEAENDERT ', Match ' MATCH-GEAENDERT
             ', Wertungs-Historie ' WH-GEAENDERT
             ', Paarungen ' PAAR-GEAENDERT ' geaendert.'
           DISPLAY '  Konto ' KAS-GEAENDERT ', Mannschaften '
             MZ-GEAENDERT ', Pokal ' POK-GEAENDERT
             ', Verzeichnis ' SV-GEAENDERT ', Abbrueche '
             ABB-GEAENDERT ', Rekorde ' REK-GEAENDERT ' geaendert.'
           DISPLAY 'MATCH durch MATCHNEU, WERTHIST durch WERTHNEU,'
             ' ABBRUCH durch ABBRNEU und REKORDE durch REKNEU'
             ' ersetzen,'
           DISPLAY 'danach TTTWERT-Vollaufbau.'
           EXIT.

      *-----------------------------------------------------------------
