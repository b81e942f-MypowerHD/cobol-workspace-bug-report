       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TTTNERF.
      *****************************************************************
      * Nacherfassung extern gespielter Spiele: Spiele, die auf
      * Papier gespielt wurden (Weihnachtsfeier, Aussenstelle),
      * kommen ueber die Eingabedatei EXTERN (Satzbild TTTEXTS) mit
      * je einem Kopfsatz und der Zugliste ins System. Jedes Spiel
      * wird vor dem Buchen vollstaendig geprueft:
      *   - Kopfsatz: Spiel-Kennung, Datum (nicht in der Zukunft,
      *     nicht vor Saisonbeginn), registrierte aktive Spieler,
      *     Brettgroesse, offene Saison, erklaertes Ergebnis;
      *   - Zugliste: Marken im Wechsel, Feld im Brett und frei,
      *     kein Zug nach Spielende; der Spielstatus nach jedem Zug
      *     kommt wie in TTTM aus TTTSTAT;
      *   - das erklaerte Ergebnis muss dem Ergebnis der Zuege
      *     entsprechen;
      *   - dieselbe Spiel-Kennung darf am Spieltag nicht schon in
      *     der Ergebnis-Historie stehen (doppeltes Einspielen).
      * Angenommene Spiele werden wie ein Spiel aus TTTM gebucht:
      * Ergebnis-Satz (Uhrzeit 0, weil die Spielzeit nicht bekannt
      * ist), Spiel-Kopfsatz und Zugsaetze im Zug-Protokoll mit dem
      * Spieldatum samt Eintrag im Spiel-Verzeichnis, die offene
      * Paarung der beiden Spieler wird auf gespielt gesetzt.
      * Zurueckgewiesene Spiele gehen mit dem Abweisungsgrund im
      * Kopfsatz unveraendert in die Abweisungs-Datei NERFABW, die
      * berichtigt erneut eingespielt werden kann. Das Journal
      * NERFBER listet jedes Spiel mit seinem Ausgang und schliesst
      * mit der Abstimmung.
      * Ein Papierspiel liegt mit seinem Spieldatum meist vor dem
      * Wertungs-Pruefpunkt WERTKTRL (siehe TTTWERT); die
      * Weiterfuehrung der Wertung (Laufart W) setzt erst dahinter
      * auf und wuerde es nie werten. Solche Spiele werden im Journal
      * einzeln und in der Abstimmung gezaehlt gemeldet; nach dem
      * Lauf ist dann ein Vollaufbau der Wertung (Laufart V) zu
      * fahren.
      * Ein Prueflauf prueft nur und bucht nichts. Das Buchen ist
      * der Liga-Leitung vorbehalten (Anmeldung ueber TTTANM).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Extern gespielte Spiele, Kopf- und Zugsaetze
           SELECT EXTERN-DATEI ASSIGN TO 'EXTERN'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EXT-DATEI-STATUS.
      * Ergebnis-Historie: Doppelpruefung und neue Ergebnis-Saetze
           SELECT ERGEBNIS-DATEI ASSIGN TO 'ERGEBNIS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ERG-SCHLUESSEL
             FILE STATUS IS ERG-DATEI-STATUS.
      * Zug-Protokoll, angehaengt wie in TTTM
           SELECT PROTOKOLL-DATEI ASSIGN TO 'PROTOKOLL'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PROT-DATEI-STATUS.
      * Spieler-Stamm, nur lesend fuer die Pruefung der Kennungen
           SELECT SPIELER-DATEI ASSIGN TO 'SPIELER'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SP-ID
             FILE STATUS IS SP-DATEI-STATUS.
      * Saison-Stamm, nur lesend fuer die Pruefung der Saison
           SELECT SAISON-DATEI ASSIGN TO 'SAISON'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SAI-ID
             FILE STATUS IS SAI-DATEI-STATUS.
      * Paarungs-Datei des Spielplans: die offene Paarung der beiden
      * Spieler wird beim Buchen auf gespielt gesetzt
           SELECT PAARUNG-DATEI ASSIGN TO 'PAARUNG'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PAAR-SCHLUESSEL
             FILE STATUS IS PAAR-DATEI-STATUS.
      * Zurueckgewiesene Spiele zum Berichtigen, je Lauf neu angelegt
           SELECT NERFABW-DATEI ASSIGN TO 'NERFABW'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS NA-DATEI-STATUS.
      * Wertungs-Pruefpunkt, nur lesend (siehe TTTWERT)
           SELECT WERTKTRL-DATEI ASSIGN TO 'WERTKTRL'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WK-DATEI-STATUS.
      * Journal dieses Laufes, je Lauf neu angelegt
           SELECT NERFBER-DATEI ASSIGN TO 'NERFBER'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS NB-DATEI-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTERN-DATEI.
           COPY TTTEXTS.
       FD  ERGEBNIS-DATEI.
           COPY TTTERGW.
       FD  PROTOKOLL-DATEI.
           COPY TTTPROT.
           COPY TTTPRTK.
       FD  SPIELER-DATEI.
           COPY TTTSPLM.
       FD  SAISON-DATEI.
           COPY TTTSAIM.
       FD  PAARUNG-DATEI.
           COPY TTTPAAR.
       FD  NERFABW-DATEI.
      * Abweisungssatz als unveraendertes Abbild des Eingabesatzes
       01 NERFABW-SATZ PIC X(100).
       FD  WERTKTRL-DATEI.
           COPY TTTWKPT.
       FD  NERFBER-DATEI.
           COPY TTTBERD.
       WORKING-STORAGE SECTION.
       01 EXT-DATEI-STATUS PIC XX.
         88 EXT-DATEI-OK VALUE '00'.
         88 EXT-DATEI-ENDE VALUE '10'.
         88 EXT-SATZ-GELESEN VALUES '00' '04'.
       01 ERG-DATEI-STATUS PIC XX.
         88 ERG-DATEI-OK VALUE '00'.
       01 PROT-DATEI-STATUS PIC XX.
         88 PROT-DATEI-OK VALUE '00'.
       01 SP-DATEI-STATUS PIC XX.
         88 SP-DATEI-OK VALUE '00'.
       01 SAI-DATEI-STATUS PIC XX.
         88 SAI-DATEI-OK VALUE '00'.
       01 PAAR-DATEI-STATUS PIC XX.
         88 PAAR-DATEI-OK VALUE '00'.
         88 PAAR-DATEI-ENDE VALUE '10'.
       01 NA-DATEI-STATUS PIC XX.
         88 NA-DATEI-OK VALUE '00'.
       01 NB-DATEI-STATUS PIC XX.
         88 NB-DATEI-OK VALUE '00'.
       01 WK-DATEI-STATUS PIC XX.
         88 WK-DATEI-OK VALUE '00'.
           COPY TTTANMP.
      * Uebergabebereich der Spiel-Verzeichnis-Fuehrung TTTSVZ
           COPY TTTSVZP.
       01 BEDIENER-ANTWORT PIC X.
      * Laufart: Prueflauf ohne Buchung oder Buchungslauf
       01 LAUF-KZ PIC X VALUE 'P'.
         88 LAUF-PRUEFEN VALUE 'P'.
         88 LAUF-BUCHEN VALUE 'B'.
      * Schalter: steht ein Spielplan zur Verfuegung
       01 PAARUNG-KZ PIC X VALUE 'N'.
         88 PAARUNG-DATEI-OFFEN VALUE 'J' WHEN SET TO FALSE 'N'.
       01 HEUTE PIC 9(08).
      * Laufende Satznummer in der Eingabedatei, fuer das Journal
       01 ZEILEN-NR PIC 9(05) VALUE 0.
      * Kopfsatz des laufenden Spiels: Satzbild fuer die
      * Abweisungs-Datei und die Felder fuer Pruefung und Buchung.
      * Datum und Brettgroesse werden ueber X-Sichten uebernommen,
      * damit unlesbare Angaben erst in der Pruefung auffallen.
       01 KOPF-BILD PIC X(100).
       01 KOPF-ZEILE PIC 9(05).
       01 KOPF-SPIEL-ID PIC X(10).
       01 KOPF-DATUM PIC 9(08).
       01 KOPF-DATUM-X REDEFINES KOPF-DATUM PIC X(08).
       01 KOPF-SPIELER-X-ID PIC X(08).
       01 KOPF-SPIELER-O-ID PIC X(08).
       01 KOPF-BRETTGROESSE PIC 9(01).
         88 KOPF-BRETTGROESSE-GUELTIG VALUES 3 4 5.
       01 KOPF-BRETTGROESSE-X REDEFINES KOPF-BRETTGROESSE PIC X(01).
       01 KOPF-SAISON-ID PIC X(06).
       01 KOPF-ERGEBNIS PIC X(01).
       01 KOPF-GEWINNER PIC X(01).
      * Zugliste des laufenden Spiels als Satzbilder; mehr als 25
      * Zugsaetze werden gezaehlt, aber nicht mehr aufbewahrt
       01 ANZ-ZUGSAETZE PIC 9(03) VALUE 0.
       01 ZUGPUFFER.
         02 ZP-EINTRAG OCCURS 25 TIMES INDEXED BY ZP-IX.
           03 ZP-BILD PIC X(100).
           03 ZP-FELDER REDEFINES ZP-BILD.
             04 ZP-SATZART PIC X(01).
             04 FILLER PIC X(01).
             04 ZP-SPIELER PIC X(01).
             04 FILLER PIC X(01).
             04 ZP-X PIC 9(01).
             04 FILLER PIC X(01).
             04 ZP-Y PIC 9(01).
             04 FILLER PIC X(93).
      * Nachgespieltes Brett fuer die Pruefung ueber TTTSTAT;
      * zeilenweise flach abgelegt wie in TTTSTAT beschrieben
       01 BRETTGROESSE PIC 9 VALUE 3.
       01 MAX-ZUEGE PIC 9(02).
       01 SPIELFELD PIC X(25).
       01 ZELLEN-OFFSET PIC 9(02).
       01 AKTIVER-SPIELER PIC X.
       01 EINGABE-X PIC 9.
       01 EINGABE-Y PIC 9.
       01 GESPIELTE-ZUEGE PIC 9(02).
       01 SPIELSTATUS-ERGEBNIS PIC X(01).
         88 SPS-SIEG VALUE 'S'.
         88 SPS-UNENTSCHIEDEN VALUE 'U'.
         88 SPS-LAUFEND VALUE 'L'.
      * Ergebnis, das die Zuege ergeben
       01 ERMITTELTES-ERGEBNIS PIC X(01).
       01 ERMITTELTER-GEWINNER PIC X(01).
      * Grund der Zurueckweisung; SPACES solange das Spiel gilt
       01 ABWEIS-GRUND PIC X(47).
       01 ZUG-NR-ANZEIGE PIC 9(02).
      * Doppelpruefung ueber die Ergebnis-Saetze des Spieltags
       01 DOPPEL-KZ PIC X VALUE 'N'.
         88 DOPPEL-SUCHE-FERTIG VALUE 'J' WHEN SET TO FALSE 'N'.
      * Angesetzte Paarung zu den beiden Spielern (siehe TTTM)
       01 SPIELART-KZ PIC X VALUE 'F'.
         88 SPIEL-IST-ANGESETZT VALUE 'P'.
         88 SPIEL-IST-FREUNDSCHAFT VALUE 'F'.
       01 GEFUNDENE-PAARUNG PIC X(11).
      * Schalter: wurde ein Wertungs-Pruefpunkt gelesen
       01 PRUEFPUNKT-KZ PIC X VALUE 'N'.
         88 PRUEFPUNKT-VORHANDEN VALUE 'J' WHEN SET TO FALSE 'N'.
      * Schluessel des zuletzt gewerteten Ergebnis-Satzes aus dem
      * Pruefpunkt und Schluessel des laufenden Spiels; im Prueflauf
      * der Schluessel, den das Spiel beim Buchen erhielte
       01 PRUEFPUNKT-SCHLUESSEL.
         02 PP-DATUM PIC 9(08).
         02 PP-UHRZEIT PIC 9(08).
         02 PP-ZUG PIC 9(02).
         02 PP-SEQ PIC 9(02).
       01 SPIEL-SCHLUESSEL.
         02 SS-DATUM PIC 9(08).
         02 SS-UHRZEIT PIC 9(08).
         02 SS-ZUG PIC 9(02).
         02 SS-SEQ PIC 9(02).
      * Zaehlt die Versuche bei einer Schluesselkollision (siehe
      * SCHREIBE-ERGEBNIS-SATZ-NEUER-SCHLUESSEL in TTTM)
       01 ERG-VERSUCH PIC 9(03).
      * Druckfelder des Journals
       01 SPIEL-STAND PIC X(12).
      * Zaehler fuer die Abstimmung am Ende des Journals
       01 ZAEHLER.
         02 ANZ-GELESEN PIC 9(05) VALUE 0.
         02 ANZ-KOPFSAETZE PIC 9(05) VALUE 0.
         02 ANZ-ZUGSAETZE-GESAMT PIC 9(05) VALUE 0.
         02 ANZ-OHNE-KOPF PIC 9(05) VALUE 0.
         02 ANZ-ANGENOMMEN PIC 9(05) VALUE 0.
         02 ANZ-ABGEWIESEN PIC 9(05) VALUE 0.
         02 ANZ-ZUEGE-GEBUCHT PIC 9(05) VALUE 0.
         02 ANZ-PAARUNGEN-GESPIELT PIC 9(05) VALUE 0.
         02 ANZ-HINTER-PRUEFPUNKT PIC 9(05) VALUE 0.
       PROCEDURE DIVISION.
           DISPLAY 'Nacherfassung extern gespielter Spiele.'
           MOVE 'TTTNERF' TO ANM-PROGRAMM
           MOVE 'L' TO ANM-ROLLEN-ZUGELASSEN
           SET ANM-ANMELDEN TO TRUE
           CALL 'TTTANM' USING ANMELDUNG
           IF NOT ANM-ZUGELASSEN
             DISPLAY 'Ohne gueltige Anmeldung keine Nacherfassung;'
               ' Programm wird beendet.'
             STOP RUN
           END-IF
           DISPLAY 'Spiele buchen (B) oder nur pruefen (P)? '
             WITH NO ADVANCING
           ACCEPT BEDIENER-ANTWORT
           IF BEDIENER-ANTWORT = 'B' OR BEDIENER-ANTWORT = 'b'
             MOVE 'EXTERNE SPIELE BUCHEN' TO ANM-FUNKTIONS-TEXT
             PERFORM PRUEFE-BERECHTIGUNG
             IF ANM-ZUGELASSEN
               SET LAUF-BUCHEN TO TRUE
             ELSE
               DISPLAY 'Buchen nicht zugelassen; es wird nur'
                 ' geprueft.'
             END-IF
           END-IF
           ACCEPT HEUTE FROM DATE YYYYMMDD

           PERFORM OEFFNE-DATEIEN

           PERFORM LIES-EXTERN-SATZ
           PERFORM UNTIL NOT EXT-SATZ-GELESEN
             IF EXT-IST-KOPF
               PERFORM VERARBEITE-SPIEL
             ELSE
               PERFORM VERARBEITE-SATZ-OHNE-KOPF
             END-IF
           END-PERFORM
           IF EXT-DATEI-STATUS NOT = '10'
             DISPLAY 'Lesefehler auf der Eingabedatei'
               ' (Status ' EXT-DATEI-STATUS '); Lauf'
               ' unvollstaendig.'
             MOVE 'ACHTUNG: LAUF UNVOLLSTAENDIG (LESEFEHLER)'
               TO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
           END-IF

           PERFORM DRUCKE-ABSTIMMUNG
           PERFORM SCHLIESSE-DATEIEN
           STOP RUN.

      *-----------------------------------------------------------------
      * Prueft und protokolliert die Funktion in ANM-FUNKTIONS-TEXT
      * fuer den angemeldeten Bediener (Liga-Leitung)
       PRUEFE-BERECHTIGUNG SECTION.
           MOVE 'L' TO ANM-ROLLEN-ZUGELASSEN
           SET ANM-PRUEFEN TO TRUE
           CALL 'TTTANM' USING ANMELDUNG
           EXIT.

      *-----------------------------------------------------------------
      * Oeffnet alle Dateien des Laufes und schreibt die Kopfzeilen
      * des Journals. Ohne Eingabedatei, Spieler- oder Saison-Stamm
      * oder Ergebnis-Historie kann nicht geprueft werden; ohne
      * Spielplan laufen alle Spiele als Freundschaftsspiele.
       OEFFNE-DATEIEN SECTION.
           OPEN INPUT EXTERN-DATEI
           IF NOT EXT-DATEI-OK
             DISPLAY 'Eingabedatei konnte nicht geoeffnet werden'
               ' (Status ' EXT-DATEI-STATUS '); Programm wird'
               ' beendet.'
             STOP RUN
           END-IF
           OPEN INPUT SPIELER-DATEI
           IF NOT SP-DATEI-OK
             DISPLAY 'Kein Spieler-Stamm vorhanden (Status '
               SP-DATEI-STATUS '); Programm wird beendet.'
             CLOSE EXTERN-DATEI
             STOP RUN
           END-IF
           OPEN INPUT SAISON-DATEI
           IF NOT SAI-DATEI-OK
             DISPLAY 'Kein Saison-Stamm vorhanden (Status '
               SAI-DATEI-STATUS '); Programm wird beendet.'
             CLOSE EXTERN-DATEI SPIELER-DATEI
             STOP RUN
           END-IF
           IF LAUF-BUCHEN
             OPEN I-O ERGEBNIS-DATEI
           ELSE
             OPEN INPUT ERGEBNIS-DATEI
           END-IF
           IF NOT ERG-DATEI-OK
             DISPLAY 'Ergebnis-Historie konnte nicht geoeffnet werden'
               ' (Status ' ERG-DATEI-STATUS '); Programm wird'
               ' beendet.'
             CLOSE EXTERN-DATEI SPIELER-DATEI SAISON-DATEI
             STOP RUN
           END-IF
           IF LAUF-BUCHEN
      * Das Spiel-Verzeichnis vor dem Protokoll oeffnen (siehe TTTSVZ)
             SET SVP-OEFFNEN TO TRUE
             CALL 'TTTSVZ' USING SPIELVZ-AUFRUF
             OPEN EXTEND PROTOKOLL-DATEI
             IF NOT PROT-DATEI-OK
               OPEN OUTPUT PROTOKOLL-DATEI
               CLOSE PROTOKOLL-DATEI
               OPEN EXTEND PROTOKOLL-DATEI
             END-IF
             OPEN I-O PAARUNG-DATEI
           ELSE
             OPEN INPUT PAARUNG-DATEI
           END-IF
           IF PAAR-DATEI-OK
             SET PAARUNG-DATEI-OFFEN TO TRUE
           ELSE
             DISPLAY 'Kein Spielplan vorhanden (Status '
               PAAR-DATEI-STATUS '); alle Spiele laufen als'
               ' Freundschaftsspiele.'
           END-IF
           PERFORM LIES-PRUEFPUNKT
           OPEN OUTPUT NERFABW-DATEI
           IF NOT NA-DATEI-OK
             DISPLAY 'Abweisungs-Datei konnte nicht angelegt werden'
               ' (Status ' NA-DATEI-STATUS ').'
           END-IF
           OPEN OUTPUT NERFBER-DATEI
           IF NOT NB-DATEI-OK
             DISPLAY 'Journal konnte nicht angelegt werden'
               ' (Status ' NB-DATEI-STATUS ').'
           END-IF
           MOVE SPACES TO BERICHT-SATZ
           IF LAUF-BUCHEN
             STRING 'NACHERFASSUNG EXTERNER SPIELE VOM ' HEUTE
               ' - BUCHUNGSLAUF, BEDIENER ' ANM-BEDIENER-ID
               DELIMITED BY SIZE INTO BERICHT-SATZ
           ELSE
             STRING 'NACHERFASSUNG EXTERNER SPIELE VOM ' HEUTE
               ' - PRUEFLAUF, NICHTS GEBUCHT'
               DELIMITED BY SIZE INTO BERICHT-SATZ
           END-IF
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE ALL '-' TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE SPACES TO BERICHT-SATZ
           STRING 'ZEILE SPIEL-ID   DATUM    X-KENNUNG O-KENNUNG'
             ' ZUEGE ERG STAND'
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           EXIT.

      *-----------------------------------------------------------------
      * Liest den Wertungs-Pruefpunkt des letzten Wertungslaufes wie
      * TTTWERT; ohne Pruefpunkt faehrt der naechste Wertungslauf
      * ohnehin den Vollaufbau und wertet alle Spiele.
       LIES-PRUEFPUNKT SECTION.
           OPEN INPUT WERTKTRL-DATEI
           IF WK-DATEI-OK
             READ WERTKTRL-DATEI
               AT END
                 CONTINUE
               NOT AT END
                 IF WK-SCHLUESSEL IS NUMERIC
                     AND WK-LAUF-DATUM IS NUMERIC
                   MOVE WK-DATUM TO PP-DATUM
                   MOVE WK-UHRZEIT TO PP-UHRZEIT
                   MOVE WK-ZUG TO PP-ZUG
                   MOVE WK-SEQ TO PP-SEQ
                   SET PRUEFPUNKT-VORHANDEN TO TRUE
                 ELSE
                   DISPLAY 'Wertungs-Pruefpunkt ist unlesbar.'
                 END-IF
             END-READ
             CLOSE WERTKTRL-DATEI
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Liest den naechsten Satz der Eingabedatei und zaehlt ihn
       LIES-EXTERN-SATZ SECTION.
           READ EXTERN-DATEI
             AT END
               SET EXT-DATEI-ENDE TO TRUE
             NOT AT END
               ADD 1 TO ZEILEN-NR
               ADD 1 TO ANZ-GELESEN
           END-READ
           EXIT.

      *-----------------------------------------------------------------
      * Ein Satz vor dem ersten Kopfsatz gehoert zu keinem Spiel; er
      * wird im Journal gemeldet und in die Abweisungs-Datei
      * uebernommen.
       VERARBEITE-SATZ-OHNE-KOPF SECTION.
           ADD 1 TO ANZ-OHNE-KOPF
           MOVE SPACES TO BERICHT-SATZ
           STRING ZEILEN-NR ' SATZ OHNE SPIELKOPF UEBERGANGEN'
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE EXTERN-SATZ TO NERFABW-SATZ
           PERFORM SCHREIBE-ABWEIS-SATZ
           PERFORM LIES-EXTERN-SATZ
           EXIT.

      *-----------------------------------------------------------------
      * Verarbeitet ein Spiel: Kopfsatz uebernehmen, die folgenden
      * Saetze bis zum naechsten Kopfsatz als Zugliste sammeln,
      * pruefen und je nach Ausgang buchen oder zurueckweisen. Beim
      * Verlassen steht der naechste Kopfsatz bzw. das Dateiende an.
       VERARBEITE-SPIEL SECTION.
           ADD 1 TO ANZ-KOPFSAETZE
           MOVE SPACES TO ABWEIS-GRUND
           MOVE EXTERN-SATZ TO KOPF-BILD
           MOVE ZEILEN-NR TO KOPF-ZEILE
           MOVE EXT-SPIEL-ID TO KOPF-SPIEL-ID
           MOVE EXT-KOPF(12:8) TO KOPF-DATUM-X
           MOVE EXT-SPIELER-X-ID TO KOPF-SPIELER-X-ID
           MOVE EXT-SPIELER-O-ID TO KOPF-SPIELER-O-ID
           MOVE EXT-KOPF(39:1) TO KOPF-BRETTGROESSE-X
           MOVE EXT-SAISON-ID TO KOPF-SAISON-ID
           MOVE EXT-ERGEBNIS TO KOPF-ERGEBNIS
           MOVE EXT-GEWINNER TO KOPF-GEWINNER

           MOVE 0 TO ANZ-ZUGSAETZE
           PERFORM LIES-EXTERN-SATZ
           PERFORM UNTIL NOT EXT-SATZ-GELESEN OR EXT-IST-KOPF
             ADD 1 TO ANZ-ZUGSAETZE
             ADD 1 TO ANZ-ZUGSAETZE-GESAMT
             IF ANZ-ZUGSAETZE <= 25
               MOVE EXTERN-SATZ TO ZP-BILD(ANZ-ZUGSAETZE)
             END-IF
             PERFORM LIES-EXTERN-SATZ
           END-PERFORM

           PERFORM PRUEFE-KOPF
           IF ABWEIS-GRUND = SPACES
             PERFORM PRUEFE-ZUGLISTE
           END-IF
           IF ABWEIS-GRUND = SPACES
             PERFORM PRUEFE-DOPPELTES-SPIEL
           END-IF
           IF ABWEIS-GRUND = SPACES
             PERFORM SUCHE-ANGESETZTE-PAARUNG
             IF LAUF-BUCHEN
               PERFORM BUCHE-SPIEL
             END-IF
           END-IF

           IF ABWEIS-GRUND = SPACES
             ADD 1 TO ANZ-ANGENOMMEN
             EVALUATE TRUE
               WHEN LAUF-PRUEFEN
                 MOVE 'GEPRUEFT' TO SPIEL-STAND
               WHEN SPIEL-IST-ANGESETZT
                 MOVE SPACES TO SPIEL-STAND
                 STRING 'RUNDE ' GEFUNDENE-PAARUNG(7:2)
                   DELIMITED BY SIZE INTO SPIEL-STAND
               WHEN OTHER
                 MOVE 'FREUNDSCHAFT' TO SPIEL-STAND
             END-EVALUATE
             PERFORM SCHREIBE-SPIELZEILE
             PERFORM PRUEFE-WERTUNGS-PRUEFPUNKT
           ELSE
             ADD 1 TO ANZ-ABGEWIESEN
             MOVE 'ABGEWIESEN' TO SPIEL-STAND
             PERFORM SCHREIBE-SPIELZEILE
             MOVE SPACES TO BERICHT-SATZ
             STRING '      GRUND: ' ABWEIS-GRUND
               DELIMITED BY SIZE INTO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
             PERFORM SCHREIBE-ABGEWIESENES-SPIEL
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Prueft den Kopfsatz; der erste Fehler wird Abweisungsgrund.
      * Spieler und Saison werden erst gegen die Stammdateien
      * geprueft, wenn der Kopfsatz in sich stimmig ist.
       PRUEFE-KOPF SECTION.
           EVALUATE TRUE
             WHEN KOPF-SPIEL-ID = SPACES
               MOVE 'Spiel-Kennung fehlt' TO ABWEIS-GRUND
             WHEN KOPF-DATUM IS NOT NUMERIC
               MOVE 'Datum nicht lesbar' TO ABWEIS-GRUND
             WHEN KOPF-DATUM = 0
               MOVE 'Datum fehlt' TO ABWEIS-GRUND
             WHEN KOPF-DATUM > HEUTE
               MOVE 'Datum liegt in der Zukunft' TO ABWEIS-GRUND
             WHEN KOPF-BRETTGROESSE IS NOT NUMERIC
               MOVE 'Brettgroesse nicht 3, 4 oder 5' TO ABWEIS-GRUND
             WHEN NOT KOPF-BRETTGROESSE-GUELTIG
               MOVE 'Brettgroesse nicht 3, 4 oder 5' TO ABWEIS-GRUND
             WHEN KOPF-SPIELER-X-ID = SPACES
                 OR KOPF-SPIELER-O-ID = SPACES
               MOVE 'Spieler-Kennung fehlt' TO ABWEIS-GRUND
             WHEN KOPF-SPIELER-X-ID = KOPF-SPIELER-O-ID
               MOVE 'X und O sind derselbe Spieler' TO ABWEIS-GRUND
             WHEN KOPF-SAISON-ID = SPACES
               MOVE 'Saison fehlt' TO ABWEIS-GRUND
             WHEN KOPF-ERGEBNIS NOT = 'S' AND KOPF-ERGEBNIS NOT = 'U'
               MOVE 'Ergebnis nicht S oder U' TO ABWEIS-GRUND
             WHEN KOPF-ERGEBNIS = 'S'
                 AND KOPF-GEWINNER NOT = 'X'
                 AND KOPF-GEWINNER NOT = 'O'
               MOVE 'Gewinner-Marke fehlt (X oder O)' TO ABWEIS-GRUND
             WHEN KOPF-ERGEBNIS = 'U' AND KOPF-GEWINNER NOT = SPACE
               MOVE 'Gewinner bei Unentschieden angegeben'
                 TO ABWEIS-GRUND
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           IF ABWEIS-GRUND = SPACES
             MOVE KOPF-SPIELER-X-ID TO SP-ID
             PERFORM PRUEFE-SPIELER
           END-IF
           IF ABWEIS-GRUND = SPACES
             MOVE KOPF-SPIELER-O-ID TO SP-ID
             PERFORM PRUEFE-SPIELER
           END-IF
           IF ABWEIS-GRUND = SPACES
             PERFORM PRUEFE-SAISON
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Prueft die Kennung in SP-ID gegen den Spieler-Stamm: wie am
      * Spielbeginn in TTTM sind nur registrierte aktive Spieler
      * zugelassen.
       PRUEFE-SPIELER SECTION.
           READ SPIELER-DATEI
             KEY IS SP-ID
             INVALID KEY
               STRING 'Spieler ' SP-ID ' nicht registriert'
                 DELIMITED BY SIZE INTO ABWEIS-GRUND
             NOT INVALID KEY
               IF NOT SP-IST-AKTIV
                 STRING 'Spieler ' SP-ID ' ist stillgelegt'
                   DELIMITED BY SIZE INTO ABWEIS-GRUND
               END-IF
           END-READ
           EXIT.

      *-----------------------------------------------------------------
      * Prueft die Saison des Kopfsatzes: sie muss im Saison-Stamm
      * stehen und noch offen sein, das Spieldatum darf nicht vor
      * ihrem Beginn liegen. Spiele einer abgeschlossenen Saison
      * wuerden deren Schlusstabelle nachtraeglich veraendern.
       PRUEFE-SAISON SECTION.
           MOVE KOPF-SAISON-ID TO SAI-ID
           READ SAISON-DATEI
             KEY IS SAI-ID
             INVALID KEY
               STRING 'Saison ' KOPF-SAISON-ID ' unbekannt'
                 DELIMITED BY SIZE INTO ABWEIS-GRUND
             NOT INVALID KEY
               EVALUATE TRUE
                 WHEN NOT SAI-IST-OFFEN
                   STRING 'Saison ' KOPF-SAISON-ID
                     ' ist abgeschlossen'
                     DELIMITED BY SIZE INTO ABWEIS-GRUND
                 WHEN KOPF-DATUM < SAI-BEGINN
                   STRING 'Datum vor Beginn der Saison '
                     KOPF-SAISON-ID
                     DELIMITED BY SIZE INTO ABWEIS-GRUND
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-READ
           EXIT.

      *-----------------------------------------------------------------
      * Spielt die Zugliste auf einem leeren Brett nach und prueft
      * jeden Zug; der Spielstatus nach dem Zug kommt aus TTTSTAT.
      * Zum Schluss muss das Spiel beendet sein und sein Ergebnis
      * dem erklaerten Ergebnis entsprechen.
       PRUEFE-ZUGLISTE SECTION.
           MOVE KOPF-BRETTGROESSE TO BRETTGROESSE
           COMPUTE MAX-ZUEGE = BRETTGROESSE * BRETTGROESSE
           MOVE SPACES TO SPIELFELD
           MOVE SPACE TO AKTIVER-SPIELER
           MOVE 0 TO GESPIELTE-ZUEGE
           SET SPS-LAUFEND TO TRUE
           EVALUATE TRUE
             WHEN ANZ-ZUGSAETZE = 0
               MOVE 'Spiel ohne Zuege' TO ABWEIS-GRUND
             WHEN ANZ-ZUGSAETZE > MAX-ZUEGE
               MOVE 'Mehr Zuege als Felder auf dem Brett'
                 TO ABWEIS-GRUND
             WHEN OTHER
               PERFORM VARYING ZP-IX FROM 1 BY 1
                   UNTIL ZP-IX > ANZ-ZUGSAETZE
                   OR ABWEIS-GRUND NOT = SPACES
                 PERFORM PRUEFE-ZUG
               END-PERFORM
           END-EVALUATE
           IF ABWEIS-GRUND = SPACES
             EVALUATE TRUE
               WHEN SPS-SIEG
                 MOVE 'S' TO ERMITTELTES-ERGEBNIS
                 MOVE AKTIVER-SPIELER TO ERMITTELTER-GEWINNER
               WHEN SPS-UNENTSCHIEDEN
                 MOVE 'U' TO ERMITTELTES-ERGEBNIS
                 MOVE SPACE TO ERMITTELTER-GEWINNER
               WHEN OTHER
                 MOVE 'Spiel nach der Zugliste nicht beendet'
                   TO ABWEIS-GRUND
             END-EVALUATE
           END-IF
           IF ABWEIS-GRUND = SPACES
             IF ERMITTELTES-ERGEBNIS NOT = KOPF-ERGEBNIS
                 OR ERMITTELTER-GEWINNER NOT = KOPF-GEWINNER
               STRING 'Erklaert ' KOPF-ERGEBNIS KOPF-GEWINNER
                 ', die Zuege ergeben ' ERMITTELTES-ERGEBNIS
                 ERMITTELTER-GEWINNER
                 DELIMITED BY SIZE INTO ABWEIS-GRUND
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Prueft den Zug ZP-IX gegen die Regeln und setzt ihn auf das
      * Brett: Zugsatz, Spiel noch nicht beendet, Marke X oder O im
      * Wechsel mit dem Vorzug (die erste Marke eroeffnet), Feld im
      * Brett und frei.
       PRUEFE-ZUG SECTION.
           SET ZUG-NR-ANZEIGE TO ZP-IX
           EVALUATE TRUE
             WHEN ZP-SATZART(ZP-IX) NOT = 'Z'
               STRING 'Zug ' ZUG-NR-ANZEIGE ': kein Zugsatz'
                 DELIMITED BY SIZE INTO ABWEIS-GRUND
             WHEN NOT SPS-LAUFEND
               STRING 'Zug ' ZUG-NR-ANZEIGE ': Zug nach Spielende'
                 DELIMITED BY SIZE INTO ABWEIS-GRUND
             WHEN ZP-SPIELER(ZP-IX) NOT = 'X'
                 AND ZP-SPIELER(ZP-IX) NOT = 'O'
               STRING 'Zug ' ZUG-NR-ANZEIGE ': Marke nicht X oder O'
                 DELIMITED BY SIZE INTO ABWEIS-GRUND
             WHEN ZP-SPIELER(ZP-IX) = AKTIVER-SPIELER
               STRING 'Zug ' ZUG-NR-ANZEIGE ': ' AKTIVER-SPIELER
                 ' zieht zweimal hintereinander'
                 DELIMITED BY SIZE INTO ABWEIS-GRUND
             WHEN ZP-X(ZP-IX) IS NOT NUMERIC
                 OR ZP-Y(ZP-IX) IS NOT NUMERIC
               STRING 'Zug ' ZUG-NR-ANZEIGE ': Feld ist keine Zahl'
                 DELIMITED BY SIZE INTO ABWEIS-GRUND
             WHEN ZP-X(ZP-IX) < 1 OR ZP-X(ZP-IX) > BRETTGROESSE
                 OR ZP-Y(ZP-IX) < 1 OR ZP-Y(ZP-IX) > BRETTGROESSE
               STRING 'Zug ' ZUG-NR-ANZEIGE ': Feld ausserhalb des'
                 ' Bretts'
                 DELIMITED BY SIZE INTO ABWEIS-GRUND
             WHEN OTHER
               MOVE ZP-X(ZP-IX) TO EINGABE-X
               MOVE ZP-Y(ZP-IX) TO EINGABE-Y
               COMPUTE ZELLEN-OFFSET =
                   (EINGABE-Y - 1) * BRETTGROESSE + EINGABE-X
               IF SPIELFELD(ZELLEN-OFFSET:1) NOT = SPACE
                 STRING 'Zug ' ZUG-NR-ANZEIGE ': Feld ist bereits'
                   ' belegt'
                   DELIMITED BY SIZE INTO ABWEIS-GRUND
               ELSE
                 MOVE ZP-SPIELER(ZP-IX) TO AKTIVER-SPIELER
                 MOVE AKTIVER-SPIELER TO SPIELFELD(ZELLEN-OFFSET:1)
                 ADD 1 TO GESPIELTE-ZUEGE
                 CALL 'TTTSTAT' USING BRETTGROESSE SPIELFELD
                     AKTIVER-SPIELER EINGABE-X EINGABE-Y
                     GESPIELTE-ZUEGE MAX-ZUEGE SPIELSTATUS-ERGEBNIS
                 END-CALL
               END-IF
           END-EVALUATE
           EXIT.

      *-----------------------------------------------------------------
      * Sucht unter den Ergebnis-Saetzen des Spieltags einen nicht
      * stornierten Satz mit derselben Spiel-Kennung: dann ist das
      * Spiel schon gebucht (Eingabedatei doppelt eingespielt oder
      * Kennung schon von TTTM vergeben).
       PRUEFE-DOPPELTES-SPIEL SECTION.
           SET DOPPEL-SUCHE-FERTIG TO FALSE
           MOVE KOPF-DATUM TO ERG-DATUM
           MOVE 0 TO ERG-UHRZEIT
           MOVE 0 TO ERG-ZUG
           MOVE 0 TO ERG-SEQ
           START ERGEBNIS-DATEI
             KEY IS NOT LESS THAN ERG-SCHLUESSEL
             INVALID KEY
               SET DOPPEL-SUCHE-FERTIG TO TRUE
           END-START
           PERFORM UNTIL DOPPEL-SUCHE-FERTIG
             READ ERGEBNIS-DATEI NEXT RECORD
               AT END
                 SET DOPPEL-SUCHE-FERTIG TO TRUE
               NOT AT END
                 IF ERG-DATUM NOT = KOPF-DATUM
                   SET DOPPEL-SUCHE-FERTIG TO TRUE
                 ELSE
                   IF ERG-SPIEL-ID = KOPF-SPIEL-ID
                       AND NOT ERG-IST-STORNIERT
                     MOVE 'Spiel-Kennung am Spieltag schon gebucht'
                       TO ABWEIS-GRUND
                     SET DOPPEL-SUCHE-FERTIG TO TRUE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           EXIT.

      *-----------------------------------------------------------------
      * Sucht wie TTTM die offene Paarung der beiden Spieler mit
      * gleichen Marken in der Saison des Spiels; ohne Fund (oder
      * ohne Spielplan) laeuft das Spiel als Freundschaftsspiel.
       SUCHE-ANGESETZTE-PAARUNG SECTION.
           SET SPIEL-IST-FREUNDSCHAFT TO TRUE
           IF PAARUNG-DATEI-OFFEN
             MOVE KOPF-SAISON-ID TO PAAR-SAISON-ID
             MOVE 0 TO PAAR-RUNDE
             MOVE 0 TO PAAR-LFDNR
             START PAARUNG-DATEI
               KEY IS NOT LESS THAN PAAR-SCHLUESSEL
               INVALID KEY
                 SET PAAR-DATEI-ENDE TO TRUE
             END-START
             PERFORM UNTIL NOT PAAR-DATEI-OK
                 OR SPIEL-IST-ANGESETZT
               READ PAARUNG-DATEI NEXT RECORD
                 AT END
                   SET PAAR-DATEI-ENDE TO TRUE
                 NOT AT END
                   IF PAAR-SAISON-ID NOT = KOPF-SAISON-ID
                     SET PAAR-DATEI-ENDE TO TRUE
                   ELSE
                     IF PAAR-IST-OFFEN
                         AND PAAR-SPIELER-X-ID = KOPF-SPIELER-X-ID
                         AND PAAR-SPIELER-O-ID = KOPF-SPIELER-O-ID
                       SET SPIEL-IST-ANGESETZT TO TRUE
                       MOVE PAAR-SCHLUESSEL TO GEFUNDENE-PAARUNG
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             MOVE '00' TO PAAR-DATEI-STATUS
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Bucht ein angenommenes Spiel: zuerst der Ergebnis-Satz, damit
      * ein nicht schreibbares Ergebnis das Spiel zurueckweist, bevor
      * Zuege im Protokoll stehen; dann Kopfsatz und Zugsaetze im
      * Zug-Protokoll, der Ausgang im Spiel-Verzeichnis und zuletzt
      * die Paarung.
       BUCHE-SPIEL SECTION.
           PERFORM SCHREIBE-ERGEBNIS-SATZ
           IF ABWEIS-GRUND = SPACES
             MOVE ERG-SCHLUESSEL TO SVP-ERG-SCHLUESSEL
             PERFORM SCHREIBE-PROTOKOLL-KOPF
             PERFORM VARYING ZP-IX FROM 1 BY 1
                 UNTIL ZP-IX > ANZ-ZUGSAETZE
               PERFORM SCHREIBE-PROTOKOLL-SATZ
             END-PERFORM
             MOVE 'E' TO SVP-AUSGANG-KZ
             MOVE GESPIELTE-ZUEGE TO SVP-ZUEGE
             SET SVP-SPIELENDE TO TRUE
             CALL 'TTTSVZ' USING SPIELVZ-AUFRUF
             PERFORM MARKIERE-PAARUNG-GESPIELT
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Schreibt den Ergebnis-Satz des Spiels wie TTTM; als Uhrzeit
      * steht 0, weil die Spielzeit eines Papierspiels nicht bekannt
      * ist. ERG-SPIELER nennt wie in TTTM den Spieler des letzten
      * Zuges, bei einem Sieg also den Gewinner.
       SCHREIBE-ERGEBNIS-SATZ SECTION.
           MOVE KOPF-DATUM TO ERG-DATUM
           MOVE 0 TO ERG-UHRZEIT
           MOVE GESPIELTE-ZUEGE TO ERG-ZUG
           MOVE 0 TO ERG-SEQ
           MOVE AKTIVER-SPIELER TO ERG-SPIELER
           MOVE KOPF-ERGEBNIS TO ERG-ERGEBNIS
           MOVE KOPF-SPIELER-X-ID TO ERG-SPIELER-X-ID
           MOVE KOPF-SPIELER-O-ID TO ERG-SPIELER-O-ID
           MOVE KOPF-SPIEL-ID TO ERG-SPIEL-ID
           MOVE SPACE TO ERG-STORNO-KZ
           MOVE KOPF-SAISON-ID TO ERG-SAISON-ID
           IF SPIEL-IST-ANGESETZT
             SET ERG-IST-ANGESETZT TO TRUE
           ELSE
             SET ERG-IST-FREUNDSCHAFT TO TRUE
           END-IF
           MOVE SPACE TO ERG-POKAL-KZ
           SET ERG-EINGABE-EXTERN TO TRUE
           WRITE ERGEBNIS-SATZ
             INVALID KEY
               PERFORM SCHREIBE-ERGEBNIS-SATZ-NEUER-SCHLUESSEL
           END-WRITE
           IF NOT ERG-DATEI-OK
             STRING 'Ergebnis-Satz nicht schreibbar (Status '
               ERG-DATEI-STATUS ')'
               DELIMITED BY SIZE INTO ABWEIS-GRUND
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Wird nur bei Schluesselkollision aus SCHREIBE-ERGEBNIS-SATZ
      * angesprungen: ERG-SEQ hochzaehlen und erneut versuchen; die
      * Versuche zaehlt ERG-VERSUCH (siehe TTTM).
       SCHREIBE-ERGEBNIS-SATZ-NEUER-SCHLUESSEL SECTION.
           MOVE 0 TO ERG-VERSUCH
           PERFORM WITH TEST BEFORE UNTIL ERG-DATEI-OK
               OR ERG-VERSUCH > 99
             ADD 1 TO ERG-SEQ
             ADD 1 TO ERG-VERSUCH
             WRITE ERGEBNIS-SATZ
               INVALID KEY
                 CONTINUE
             END-WRITE
           END-PERFORM
           EXIT.

      *-----------------------------------------------------------------
      * Haengt den Spiel-Kopfsatz mit dem Spieldatum an das
      * Zug-Protokoll an (siehe TTTPRTK) und legt den Eintrag im
      * Spiel-Verzeichnis an
       SCHREIBE-PROTOKOLL-KOPF SECTION.
           MOVE SPACES TO PROTKOPF-SATZ
           MOVE '*S' TO PK-KENNZEICHEN
           MOVE KOPF-SPIEL-ID TO PK-SPIEL-ID
           MOVE KOPF-DATUM TO PK-DATUM
           MOVE KOPF-BRETTGROESSE TO PK-BRETTGROESSE
           MOVE KOPF-SPIELER-X-ID TO PK-SPIELER-X-ID
           MOVE KOPF-SPIELER-O-ID TO PK-SPIELER-O-ID
           WRITE PROTKOPF-SATZ
           IF NOT PROT-DATEI-OK
             DISPLAY 'Fehler beim Schreiben des Spiel-Kopfsatzes'
               ' (Status ' PROT-DATEI-STATUS ').'
           ELSE
             MOVE KOPF-SPIEL-ID TO SVP-SPIEL-ID
             MOVE KOPF-DATUM TO SVP-DATUM
             MOVE KOPF-BRETTGROESSE TO SVP-BRETTGROESSE
             MOVE KOPF-SPIELER-X-ID TO SVP-SPIELER-X-ID
             MOVE KOPF-SPIELER-O-ID TO SVP-SPIELER-O-ID
             SET SVP-KOPFSATZ TO TRUE
             CALL 'TTTSVZ' USING SPIELVZ-AUFRUF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Haengt den Zug ZP-IX an das Zug-Protokoll an; Uhrzeit und
      * Bedenkzeit sind bei einem Papierspiel nicht bekannt und
      * stehen auf 0.
       SCHREIBE-PROTOKOLL-SATZ SECTION.
           MOVE SPACES TO PROTOKOLL-SATZ
           SET PROT-ZUG TO ZP-IX
           MOVE ZP-SPIELER(ZP-IX) TO PROT-SPIELER
           MOVE ZP-X(ZP-IX) TO PROT-EINGABE-X
           MOVE ZP-Y(ZP-IX) TO PROT-EINGABE-Y
           MOVE KOPF-DATUM TO PROT-DATUM
           MOVE SPACE TO PROT-ART
           MOVE 0 TO PROT-UHRZEIT
           MOVE 0 TO PROT-BEDENKZEIT
           WRITE PROTOKOLL-SATZ
           IF PROT-DATEI-OK
             ADD 1 TO ANZ-ZUEGE-GEBUCHT
             SET SVP-ZUEGE TO ZP-IX
             SET SVP-ZUGSATZ TO TRUE
             CALL 'TTTSVZ' USING SPIELVZ-AUFRUF
           ELSE
             DISPLAY 'Fehler beim Schreiben des Protokoll-Satzes'
               ' (Status ' PROT-DATEI-STATUS ').'
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Setzt die gefundene Paarung mit dem Spieldatum auf gespielt
       MARKIERE-PAARUNG-GESPIELT SECTION.
           IF SPIEL-IST-ANGESETZT
             MOVE GEFUNDENE-PAARUNG TO PAAR-SCHLUESSEL
             READ PAARUNG-DATEI
               KEY IS PAAR-SCHLUESSEL
               INVALID KEY
                 DISPLAY 'Angesetzte Paarung nicht mehr in der'
                   ' Paarungs-Datei gefunden.'
               NOT INVALID KEY
                 SET PAAR-IST-GESPIELT TO TRUE
                 MOVE KOPF-DATUM TO PAAR-DATUM-GESPIELT
                 REWRITE PAARUNG-SATZ
                 IF PAAR-DATEI-OK
                   ADD 1 TO ANZ-PAARUNGEN-GESPIELT
                 ELSE
                   DISPLAY 'Fehler beim Markieren der Paarung'
                     ' (Status ' PAAR-DATEI-STATUS ').'
                 END-IF
             END-READ
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Meldet ein angenommenes Spiel, dessen Ergebnis-Schluessel
      * nicht hinter dem Wertungs-Pruefpunkt liegt: die
      * Weiterfuehrung der Wertung (Laufart W) erfasst es nicht.
      * Im Buchungslauf gilt der geschriebene Schluessel, im
      * Prueflauf der Schluessel, den SCHREIBE-ERGEBNIS-SATZ bilden
      * wird.
       PRUEFE-WERTUNGS-PRUEFPUNKT SECTION.
           IF PRUEFPUNKT-VORHANDEN
             IF LAUF-BUCHEN
               MOVE ERG-DATUM TO SS-DATUM
               MOVE ERG-UHRZEIT TO SS-UHRZEIT
               MOVE ERG-ZUG TO SS-ZUG
               MOVE ERG-SEQ TO SS-SEQ
             ELSE
               MOVE KOPF-DATUM TO SS-DATUM
               MOVE 0 TO SS-UHRZEIT
               MOVE GESPIELTE-ZUEGE TO SS-ZUG
               MOVE 0 TO SS-SEQ
             END-IF
             IF SPIEL-SCHLUESSEL NOT > PRUEFPUNKT-SCHLUESSEL
               ADD 1 TO ANZ-HINTER-PRUEFPUNKT
               MOVE SPACES TO BERICHT-SATZ
               STRING '      HINWEIS: VOR DEM WERTUNGS-PRUEFPUNKT,'
                 ' NUR VOLLAUFBAU (TTTWERT V) WERTET'
                 DELIMITED BY SIZE INTO BERICHT-SATZ
               PERFORM SCHREIBE-BERICHTZEILE
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Schreibt die Journalzeile des Spiels mit seinem Ausgang
      * (SPIEL-STAND)
       SCHREIBE-SPIELZEILE SECTION.
           MOVE SPACES TO BERICHT-SATZ
           STRING KOPF-ZEILE ' ' KOPF-SPIEL-ID ' ' KOPF-DATUM-X ' '
             KOPF-SPIELER-X-ID '  ' KOPF-SPIELER-O-ID '  '
             ANZ-ZUGSAETZE '  ' KOPF-ERGEBNIS KOPF-GEWINNER '  '
             SPIEL-STAND
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           EXIT.

      *-----------------------------------------------------------------
      * Uebernimmt das zurueckgewiesene Spiel in die Abweisungs-
      * Datei: Kopfsatz mit Abweisungsgrund, dann die aufbewahrten
      * Zugsaetze unveraendert
       SCHREIBE-ABGEWIESENES-SPIEL SECTION.
           MOVE KOPF-BILD TO NERFABW-SATZ
           MOVE ABWEIS-GRUND TO NERFABW-SATZ(54:47)
           PERFORM SCHREIBE-ABWEIS-SATZ
           PERFORM VARYING ZP-IX FROM 1 BY 1
               UNTIL ZP-IX > ANZ-ZUGSAETZE OR ZP-IX > 25
             MOVE ZP-BILD(ZP-IX) TO NERFABW-SATZ
             PERFORM SCHREIBE-ABWEIS-SATZ
           END-PERFORM
           EXIT.

      *-----------------------------------------------------------------
      * Schreibt den in NERFABW-SATZ vorbereiteten Satz auf die
      * Abweisungs-Datei
       SCHREIBE-ABWEIS-SATZ SECTION.
           WRITE NERFABW-SATZ
           IF NOT NA-DATEI-OK
             DISPLAY 'Fehler beim Schreiben des Abweisungs-Satzes'
               ' (Status ' NA-DATEI-STATUS ').'
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Abstimmung des Laufes auf Journal und Bildschirm: gelesene
      * Saetze = Kopfsaetze + Zugsaetze + Saetze ohne Spielkopf,
      * Kopfsaetze = angenommene + abgewiesene Spiele
       DRUCKE-ABSTIMMUNG SECTION.
           MOVE ALL '-' TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE SPACES TO BERICHT-SATZ
           STRING 'SAETZE GELESEN ' ANZ-GELESEN
             ' KOPF ' ANZ-KOPFSAETZE
             ' ZUG ' ANZ-ZUGSAETZE-GESAMT
             ' OHNE SPIELKOPF ' ANZ-OHNE-KOPF
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE SPACES TO BERICHT-SATZ
           STRING 'SPIELE ANGENOMMEN ' ANZ-ANGENOMMEN
             ' ABGEWIESEN ' ANZ-ABGEWIESEN
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE SPACES TO BERICHT-SATZ
           STRING 'ZUEGE GEBUCHT ' ANZ-ZUEGE-GEBUCHT
             ' PAARUNGEN AUF GESPIELT ' ANZ-PAARUNGEN-GESPIELT
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE SPACES TO BERICHT-SATZ
           STRING 'SPIELE VOR DEM WERTUNGS-PRUEFPUNKT '
             ANZ-HINTER-PRUEFPUNKT
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           IF ANZ-HINTER-PRUEFPUNKT > 0
             MOVE SPACES TO BERICHT-SATZ
             STRING 'ACHTUNG: NACH DEM LAUF DIE WERTUNG TTTWERT MIT'
               ' LAUFART V (VOLLAUFBAU) FAHREN'
               DELIMITED BY SIZE INTO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
           END-IF
           DISPLAY 'Nacherfassung beendet: ' ANZ-KOPFSAETZE
             ' Spiele gelesen, ' ANZ-ANGENOMMEN ' angenommen, '
             ANZ-ABGEWIESEN ' abgewiesen.'
           IF LAUF-PRUEFEN
             DISPLAY 'Prueflauf: es wurde nichts gebucht.'
           END-IF
           IF ANZ-HINTER-PRUEFPUNKT > 0
             DISPLAY ANZ-HINTER-PRUEFPUNKT ' Spiele liegen vor dem'
               ' Wertungs-Pruefpunkt; die Wertung TTTWERT mit'
               ' Laufart V (Vollaufbau) fahren.'
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Schreibt die in BERICHT-SATZ vorbereitete Zeile auf das
      * Journal.
       SCHREIBE-BERICHTZEILE SECTION.
           WRITE BERICHT-SATZ
           IF NOT NB-DATEI-OK
             DISPLAY 'Fehler beim Schreiben der Journalzeile'
               ' (Status ' NB-DATEI-STATUS ').'
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Schliesst alle Dateien des Laufes
       SCHLIESSE-DATEIEN SECTION.
           CLOSE EXTERN-DATEI
           CLOSE SPIELER-DATEI
           CLOSE SAISON-DATEI
           CLOSE ERGEBNIS-DATEI
           IF LAUF-BUCHEN
             CLOSE PROTOKOLL-DATEI
             SET SVP-SCHLIESSEN TO TRUE
             CALL 'TTTSVZ' USING SPIELVZ-AUFRUF
           END-IF
           IF PAARUNG-DATEI-OFFEN
             CLOSE PAARUNG-DATEI
           END-IF
           CLOSE NERFABW-DATEI
           CLOSE NERFBER-DATEI
           EXIT.
