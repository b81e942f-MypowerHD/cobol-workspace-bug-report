       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TTTMTAB.
      *****************************************************************
      * Mannschafts-Tabelle des Abteilungs-Wettbewerbs fuer eine
      * Saison: liest die Ergebnis-Historie der Saison (ohne
      * stornierte Saetze) und verbucht jedes Spiel auf den
      * Mannschaften der beiden Spieler, wie sie am Spieltag laut
      * Mannschafts-Zuordnung (TTTSPLW) galten. Spiele zweier
      * Spieler derselben Mannschaft zaehlen nicht; gehoert nur ein
      * Spieler einer Mannschaft an, zaehlt das Spiel nur fuer diese.
      * Unbenannte Spiele und Spiele ohne Mannschaft werden nur
      * gezaehlt. Ein Sieg bringt 2 Punkte, ein Unentschieden 1;
      * die Tabelle steht nach Punkten, dann nach Siegen.
      * Dieselbe Tabelle druckt TTTSAIS beim Saisonabschluss.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Ergebnis-Historie aus TTTM, nur lesend
           SELECT ERGEBNIS-DATEI ASSIGN TO 'ERGEBNIS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS ERG-SCHLUESSEL
             FILE STATUS IS ERG-DATEI-STATUS.
      * Saison-Stamm fuer die Vorgabe der offenen Saison
           SELECT SAISON-DATEI ASSIGN TO 'SAISON'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SAI-ID
             FILE STATUS IS SAI-DATEI-STATUS.
      * Mannschafts-Stamm fuer die Namen auf dem Bericht
           SELECT MANNSCHAFT-DATEI ASSIGN TO 'MANNSCHAFT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MN-ID
             FILE STATUS IS MN-DATEI-STATUS.
      * Mannschafts-Zuordnung je Saison, Spieler und Gueltigkeit
           SELECT MANNZUO-DATEI ASSIGN TO 'MANNZUO'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MZ-SCHLUESSEL
             FILE STATUS IS MZ-DATEI-STATUS.
      * Druckfassung der Mannschafts-Tabelle, je Lauf neu angelegt
           SELECT MTABBER-DATEI ASSIGN TO 'MTABBER'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MB-DATEI-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ERGEBNIS-DATEI.
           COPY TTTERGW.
       FD  SAISON-DATEI.
           COPY TTTSAIM.
       FD  MANNSCHAFT-DATEI.
           COPY TTTMANM.
       FD  MANNZUO-DATEI.
           COPY TTTMZUO.
       FD  MTABBER-DATEI.
           COPY TTTBERD.
       WORKING-STORAGE SECTION.
       01 ERG-DATEI-STATUS PIC XX.
         88 ERG-DATEI-OK VALUE '00'.
         88 ERG-DATEI-ENDE VALUE '10'.
       01 SAI-DATEI-STATUS PIC XX.
         88 SAI-DATEI-OK VALUE '00'.
         88 SAI-DATEI-ENDE VALUE '10'.
       01 MN-DATEI-STATUS PIC XX.
         88 MN-DATEI-OK VALUE '00'.
       01 MZ-DATEI-STATUS PIC XX.
         88 MZ-DATEI-OK VALUE '00'.
         88 MZ-DATEI-ENDE VALUE '10'.
       01 MB-DATEI-STATUS PIC XX.
         88 MB-DATEI-OK VALUE '00'.
      * Schalter: steht der Mannschafts-Stamm fuer die Namen bereit
       01 MANNSCHAFT-STAMM-KZ PIC X VALUE 'N'.
         88 MANNSCHAFT-STAMM-BEREIT VALUE 'J' WHEN SET TO FALSE 'N'.
      * Schalter: Lesefehler auf der Historie; die Tabelle ist dann
      * nur teilweise verbucht und wird entsprechend gekennzeichnet
       01 LESEFEHLER-KZ PIC X VALUE 'N'.
         88 LESEFEHLER-AUFGETRETEN VALUE 'J' WHEN SET TO FALSE 'N'.
      * Saison des Berichts; leer = die offene Saison
       01 SAISON-FILTER PIC X(06).
      * Zuordnungen der Saison in Schluesselfolge (Spieler, Ab-Datum)
       01 ANZ-ZUORDNUNGEN PIC 9(03) VALUE 0.
       01 ZUORDNUNGSTABELLE.
         02 ZT-EINTRAG OCCURS 200 TIMES INDEXED BY ZT-IX.
           03 ZT-SPIELER-ID PIC X(08).
           03 ZT-AB-DATUM PIC 9(08).
           03 ZT-MANNSCHAFT-ID PIC X(06).
      * Mannschafts-Tabelle der Saison
       01 ANZ-MANNSCHAFTEN PIC 9(02) VALUE 0.
       01 MANNSCHAFTSTABELLE.
         02 MT-EINTRAG OCCURS 30 TIMES INDEXED BY MT-IX.
           03 MT-MANNSCHAFT-ID PIC X(06).
           03 MT-NAME PIC X(30).
           03 MT-SPIELE PIC 9(05).
           03 MT-SIEGE PIC 9(05).
           03 MT-UNENTSCHIEDEN PIC 9(05).
           03 MT-NIEDERLAGEN PIC 9(05).
           03 MT-PUNKTE PIC 9(05).
           03 MT-GEDRUCKT-KZ PIC X.
             88 MT-ZEILE-GEDRUCKT VALUE 'J'.
      * Suche der am Spieltag gueltigen Mannschaft eines Spielers
       01 GESUCHTE-SPIELER-ID PIC X(08).
       01 GUELTIGE-MANNSCHAFT-ID PIC X(06).
       01 MANNSCHAFT-X-ID PIC X(06).
       01 MANNSCHAFT-O-ID PIC X(06).
       01 GESUCHTE-MANNSCHAFT-ID PIC X(06).
      * Marke, fuer die gerade verbucht wird (X oder O)
       01 VERBUCHTE-MARKE PIC X(01).
      * Auswahl der naechsten Druckzeile beim sortierten Ausgeben
       01 DRUCK-IX PIC 9(02).
       01 ANZ-GEDRUCKT PIC 9(02).
      * Zaehler fuer die Zeilen unter der Tabelle
       01 ZAEHLER.
         02 ANZ-SAISON-SAETZE PIC 9(05) VALUE 0.
         02 ANZ-STORNIERT PIC 9(05) VALUE 0.
         02 ANZ-UNBENANNT PIC 9(05) VALUE 0.
         02 ANZ-OHNE-MANNSCHAFT PIC 9(05) VALUE 0.
         02 ANZ-MANNSCHAFTSINTERN PIC 9(05) VALUE 0.
         02 ANZ-VERBUCHT PIC 9(05) VALUE 0.
       PROCEDURE DIVISION.
           DISPLAY 'Saison-Kennung (leer = offene Saison)? '
             WITH NO ADVANCING
           ACCEPT SAISON-FILTER
           IF SAISON-FILTER = SPACES
             PERFORM ERMITTLE-OFFENE-SAISON
           END-IF
           IF SAISON-FILTER = SPACES
             DISPLAY 'Keine Saison angegeben und keine offen;'
               ' Programm wird beendet.'
             STOP RUN
           END-IF

           OPEN OUTPUT MTABBER-DATEI
           IF NOT MB-DATEI-OK
             DISPLAY 'Mannschafts-Tabelle konnte nicht angelegt'
               ' werden (Status ' MB-DATEI-STATUS ').'
           END-IF
           MOVE SPACES TO BERICHT-SATZ
           STRING 'MANNSCHAFTS-TABELLE SAISON ' SAISON-FILTER
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE ALL '-' TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE

           PERFORM LADE-ZUORDNUNGEN
           OPEN INPUT MANNSCHAFT-DATEI
           IF MN-DATEI-OK
             SET MANNSCHAFT-STAMM-BEREIT TO TRUE
           END-IF
           OPEN INPUT ERGEBNIS-DATEI
           IF NOT ERG-DATEI-OK
             DISPLAY 'Ergebnis-Historie konnte nicht geoeffnet'
               ' werden (Status ' ERG-DATEI-STATUS ');'
               ' Tabelle bleibt leer.'
             SET ERG-DATEI-ENDE TO TRUE
           END-IF
           PERFORM UNTIL NOT ERG-DATEI-OK
             READ ERGEBNIS-DATEI NEXT RECORD
               AT END
                 SET ERG-DATEI-ENDE TO TRUE
               NOT AT END
                 IF ERG-SAISON-ID = SAISON-FILTER
                   IF ERG-IST-STORNIERT
                     ADD 1 TO ANZ-STORNIERT
                   ELSE
                     ADD 1 TO ANZ-SAISON-SAETZE
                     PERFORM VERBUCHE-MANNSCHAFTS-SATZ
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           IF ERG-DATEI-STATUS NOT = '10'
             DISPLAY 'Lesefehler auf der Ergebnis-Historie'
               ' (Status ' ERG-DATEI-STATUS '); Tabelle'
               ' unvollstaendig.'
             SET LESEFEHLER-AUFGETRETEN TO TRUE
           END-IF
           CLOSE ERGEBNIS-DATEI
           IF MANNSCHAFT-STAMM-BEREIT
             CLOSE MANNSCHAFT-DATEI
           END-IF

           PERFORM DRUCKE-MANNSCHAFTSTABELLE
           CLOSE MTABBER-DATEI
           DISPLAY 'Mannschafts-Tabelle ' SAISON-FILTER ': '
             ANZ-VERBUCHT ' Spiele verbucht, '
             ANZ-MANNSCHAFTSINTERN ' mannschaftsintern.'
           STOP RUN.

      *-----------------------------------------------------------------
      * Stellt fest, welche Saison offen ist, und nimmt sie als
      * Saison des Berichts; ohne Saison-Stamm bleibt sie leer.
       ERMITTLE-OFFENE-SAISON SECTION.
           OPEN INPUT SAISON-DATEI
           IF SAI-DATEI-OK
             PERFORM UNTIL NOT SAI-DATEI-OK
               READ SAISON-DATEI NEXT RECORD
                 AT END
                   SET SAI-DATEI-ENDE TO TRUE
                 NOT AT END
                   IF SAI-IST-OFFEN AND SAISON-FILTER = SPACES
                     MOVE SAI-ID TO SAISON-FILTER
                   END-IF
               END-READ
             END-PERFORM
             CLOSE SAISON-DATEI
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Laedt die Mannschafts-Zuordnungen der Saison; sie kommen in
      * Schluesselfolge, also je Spieler nach Ab-Datum geordnet.
       LADE-ZUORDNUNGEN SECTION.
           OPEN INPUT MANNZUO-DATEI
           IF NOT MZ-DATEI-OK
             DISPLAY 'Mannschafts-Zuordnung konnte nicht geoeffnet'
               ' werden (Status ' MZ-DATEI-STATUS '); kein Spiel'
               ' ist einer Mannschaft zuzuordnen.'
           ELSE
             MOVE SAISON-FILTER TO MZ-SAISON-ID
             MOVE LOW-VALUES TO MZ-SPIELER-ID
             MOVE 0 TO MZ-AB-DATUM
             START MANNZUO-DATEI KEY IS NOT LESS THAN MZ-SCHLUESSEL
               INVALID KEY
                 SET MZ-DATEI-ENDE TO TRUE
             END-START
             PERFORM UNTIL NOT MZ-DATEI-OK
               READ MANNZUO-DATEI NEXT RECORD
                 AT END
                   SET MZ-DATEI-ENDE TO TRUE
                 NOT AT END
                   IF MZ-SAISON-ID NOT = SAISON-FILTER
                     SET MZ-DATEI-ENDE TO TRUE
                   ELSE
                     PERFORM UEBERNIMM-ZUORDNUNG
                   END-IF
               END-READ
             END-PERFORM
             CLOSE MANNZUO-DATEI
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Uebernimmt den gelesenen Zuordnungs-Satz in die Tabelle
       UEBERNIMM-ZUORDNUNG SECTION.
           IF ANZ-ZUORDNUNGEN < 200
             ADD 1 TO ANZ-ZUORDNUNGEN
             SET ZT-IX TO ANZ-ZUORDNUNGEN
             MOVE MZ-SPIELER-ID TO ZT-SPIELER-ID(ZT-IX)
             MOVE MZ-AB-DATUM TO ZT-AB-DATUM(ZT-IX)
             MOVE MZ-MANNSCHAFT-ID TO ZT-MANNSCHAFT-ID(ZT-IX)
           ELSE
             DISPLAY 'Mehr als 200 Zuordnungen in der Saison;'
               ' Zuordnung ' MZ-SPIELER-ID ' ab ' MZ-AB-DATUM
               ' bleibt unberuecksichtigt.'
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Verbucht einen Ergebnis-Satz der Saison auf den Mannschaften
      * der beiden Spieler am Spieltag
       VERBUCHE-MANNSCHAFTS-SATZ SECTION.
           IF ERG-SPIELER-X-ID = SPACES OR ERG-SPIELER-O-ID = SPACES
             ADD 1 TO ANZ-UNBENANNT
           ELSE
             MOVE ERG-SPIELER-X-ID TO GESUCHTE-SPIELER-ID
             PERFORM ERMITTLE-MANNSCHAFT
             MOVE GUELTIGE-MANNSCHAFT-ID TO MANNSCHAFT-X-ID
             MOVE ERG-SPIELER-O-ID TO GESUCHTE-SPIELER-ID
             PERFORM ERMITTLE-MANNSCHAFT
             MOVE GUELTIGE-MANNSCHAFT-ID TO MANNSCHAFT-O-ID
             EVALUATE TRUE
               WHEN MANNSCHAFT-X-ID = SPACES
                   AND MANNSCHAFT-O-ID = SPACES
                 ADD 1 TO ANZ-OHNE-MANNSCHAFT
               WHEN MANNSCHAFT-X-ID = MANNSCHAFT-O-ID
                 ADD 1 TO ANZ-MANNSCHAFTSINTERN
               WHEN OTHER
                 ADD 1 TO ANZ-VERBUCHT
                 IF MANNSCHAFT-X-ID NOT = SPACES
                   MOVE MANNSCHAFT-X-ID TO GESUCHTE-MANNSCHAFT-ID
                   MOVE 'X' TO VERBUCHTE-MARKE
                   PERFORM FINDE-MANNSCHAFTSZEILE
                   PERFORM VERBUCHE-MANNSCHAFT
                 END-IF
                 IF MANNSCHAFT-O-ID NOT = SPACES
                   MOVE MANNSCHAFT-O-ID TO GESUCHTE-MANNSCHAFT-ID
                   MOVE 'O' TO VERBUCHTE-MARKE
                   PERFORM FINDE-MANNSCHAFTSZEILE
                   PERFORM VERBUCHE-MANNSCHAFT
                 END-IF
             END-EVALUATE
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Ermittelt die Mannschaft des Spielers GESUCHTE-SPIELER-ID am
      * Spieltag ERG-DATUM: der letzte Zuordnungs-Satz mit Ab-Datum
      * nicht nach dem Spieltag gilt; SPACES = keine Mannschaft.
       ERMITTLE-MANNSCHAFT SECTION.
           MOVE SPACES TO GUELTIGE-MANNSCHAFT-ID
           PERFORM VARYING ZT-IX FROM 1 BY 1
               UNTIL ZT-IX > ANZ-ZUORDNUNGEN
             IF ZT-SPIELER-ID(ZT-IX) = GESUCHTE-SPIELER-ID
                 AND ZT-AB-DATUM(ZT-IX) <= ERG-DATUM
               MOVE ZT-MANNSCHAFT-ID(ZT-IX) TO GUELTIGE-MANNSCHAFT-ID
             END-IF
           END-PERFORM
           EXIT.

      *-----------------------------------------------------------------
      * Verbucht den Satz auf der Zeile MT-IX fuer die Mannschaft
      * des Spielers mit der Marke VERBUCHTE-MARKE
       VERBUCHE-MANNSCHAFT SECTION.
           ADD 1 TO MT-SPIELE(MT-IX)
           IF ERG-HAT-GEWINNER
             IF ERG-SPIELER = VERBUCHTE-MARKE
               ADD 1 TO MT-SIEGE(MT-IX)
               ADD 2 TO MT-PUNKTE(MT-IX)
             ELSE
               ADD 1 TO MT-NIEDERLAGEN(MT-IX)
             END-IF
           ELSE
             ADD 1 TO MT-UNENTSCHIEDEN(MT-IX)
             ADD 1 TO MT-PUNKTE(MT-IX)
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Setzt MT-IX auf die Zeile der Mannschaft
      * GESUCHTE-MANNSCHAFT-ID und legt sie bei Bedarf an
       FINDE-MANNSCHAFTSZEILE SECTION.
           SET MT-IX TO 1
           SEARCH MT-EINTRAG
             AT END
               PERFORM LEGE-MANNSCHAFTSZEILE-AN
             WHEN MT-IX > ANZ-MANNSCHAFTEN
               PERFORM LEGE-MANNSCHAFTSZEILE-AN
             WHEN MT-MANNSCHAFT-ID(MT-IX) = GESUCHTE-MANNSCHAFT-ID
               CONTINUE
           END-SEARCH
           EXIT.

      *-----------------------------------------------------------------
      * Legt eine neue Tabellenzeile mit dem Namen aus dem
      * Mannschafts-Stamm an und stellt MT-IX darauf; ist die
      * Tabelle voll, wird die letzte Zeile zur Sammelzeile
      * *UEBRIG umgewidmet (siehe TTTREP).
       LEGE-MANNSCHAFTSZEILE-AN SECTION.
           IF ANZ-MANNSCHAFTEN < 30
             ADD 1 TO ANZ-MANNSCHAFTEN
             SET MT-IX TO ANZ-MANNSCHAFTEN
             MOVE GESUCHTE-MANNSCHAFT-ID TO MT-MANNSCHAFT-ID(MT-IX)
             MOVE SPACES TO MT-NAME(MT-IX)
             MOVE 0 TO MT-SPIELE(MT-IX) MT-SIEGE(MT-IX)
               MT-UNENTSCHIEDEN(MT-IX) MT-NIEDERLAGEN(MT-IX)
               MT-PUNKTE(MT-IX)
             MOVE SPACE TO MT-GEDRUCKT-KZ(MT-IX)
             IF MANNSCHAFT-STAMM-BEREIT
               MOVE GESUCHTE-MANNSCHAFT-ID TO MN-ID
               READ MANNSCHAFT-DATEI
                 KEY IS MN-ID
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE MN-NAME TO MT-NAME(MT-IX)
               END-READ
             END-IF
           ELSE
             DISPLAY 'Mehr als 30 Mannschaften in der Saison;'
               ' Mannschaft ' GESUCHTE-MANNSCHAFT-ID ' wird auf der'
               ' Sammelzeile *UEBRIG mitgezaehlt.'
             SET MT-IX TO ANZ-MANNSCHAFTEN
             IF MT-MANNSCHAFT-ID(MT-IX) NOT = '*UEBRIG'
               MOVE '*UEBRIG' TO MT-MANNSCHAFT-ID(MT-IX)
               MOVE 'WEITERE MANNSCHAFTEN' TO MT-NAME(MT-IX)
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Druckt die Mannschafts-Tabelle, die Mannschaft mit den
      * meisten Punkten zuerst, und darunter die nicht verbuchten
      * Spiele
       DRUCKE-MANNSCHAFTSTABELLE SECTION.
           IF LESEFEHLER-AUFGETRETEN
             MOVE 'ACHTUNG: TABELLE UNVOLLSTAENDIG (LESEFEHLER)'
               TO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
           END-IF
           MOVE SPACES TO BERICHT-SATZ
           STRING 'KENNUNG NAME                 SPIELE SIEGE'
             ' UNENTSCHIEDEN NIEDERLAGEN PUNKTE'
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE 0 TO ANZ-GEDRUCKT
           PERFORM UNTIL ANZ-GEDRUCKT = ANZ-MANNSCHAFTEN
             PERFORM WAEHLE-NAECHSTE-DRUCKZEILE
             PERFORM DRUCKE-MANNSCHAFTSZEILE
           END-PERFORM
           MOVE SPACES TO BERICHT-SATZ
           STRING 'SPIELE DER SAISON ' ANZ-SAISON-SAETZE
             ' VERBUCHT ' ANZ-VERBUCHT
             ' MANNSCHAFTSINTERN ' ANZ-MANNSCHAFTSINTERN
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE SPACES TO BERICHT-SATZ
           STRING 'OHNE MANNSCHAFT ' ANZ-OHNE-MANNSCHAFT
             ' UNBENANNT ' ANZ-UNBENANNT
             ' STORNIERT ' ANZ-STORNIERT
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           EXIT.

      *-----------------------------------------------------------------
      * Waehlt unter den noch nicht gedruckten Zeilen die mit den
      * meisten Punkten, bei Gleichstand den meisten Siegen aus und
      * stellt DRUCK-IX darauf
       WAEHLE-NAECHSTE-DRUCKZEILE SECTION.
           MOVE 0 TO DRUCK-IX
           PERFORM VARYING MT-IX FROM 1 BY 1
               UNTIL MT-IX > ANZ-MANNSCHAFTEN
             IF NOT MT-ZEILE-GEDRUCKT(MT-IX)
               EVALUATE TRUE
                 WHEN DRUCK-IX = 0
                   SET DRUCK-IX TO MT-IX
                 WHEN MT-PUNKTE(MT-IX) > MT-PUNKTE(DRUCK-IX)
                   SET DRUCK-IX TO MT-IX
                 WHEN MT-PUNKTE(MT-IX) = MT-PUNKTE(DRUCK-IX)
                     AND MT-SIEGE(MT-IX) > MT-SIEGE(DRUCK-IX)
                   SET DRUCK-IX TO MT-IX
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             END-IF
           END-PERFORM
           EXIT.

      *-----------------------------------------------------------------
      * Druckt die Zeile DRUCK-IX auf Bildschirm und Bericht und
      * markiert sie als gedruckt
       DRUCKE-MANNSCHAFTSZEILE SECTION.
           MOVE SPACES TO BERICHT-SATZ
           STRING MT-MANNSCHAFT-ID(DRUCK-IX) '  '
               MT-NAME(DRUCK-IX)(1:20) ' ' MT-SPIELE(DRUCK-IX) ' '
               MT-SIEGE(DRUCK-IX) ' ' MT-UNENTSCHIEDEN(DRUCK-IX)
               '         ' MT-NIEDERLAGEN(DRUCK-IX)
               '       ' MT-PUNKTE(DRUCK-IX)
               DELIMITED BY SIZE INTO BERICHT-SATZ
           DISPLAY BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE 'J' TO MT-GEDRUCKT-KZ(DRUCK-IX)
           ADD 1 TO ANZ-GEDRUCKT
           EXIT.

      *-----------------------------------------------------------------
      * Schreibt die in BERICHT-SATZ vorbereitete Zeile auf die
      * Mannschafts-Tabelle.
       SCHREIBE-BERICHTZEILE SECTION.
           WRITE BERICHT-SATZ
           IF NOT MB-DATEI-OK
             DISPLAY 'Fehler beim Schreiben der Berichtzeile'
               ' (Status ' MB-DATEI-STATUS ').'
           END-IF
           EXIT.
