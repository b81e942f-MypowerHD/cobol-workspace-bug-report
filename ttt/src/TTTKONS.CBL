       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TTTKONS.
      *****************************************************************
      * Naechtliche Konsistenzpruefung der Stammdateien gegeneinander.
      * TTTABGL prueft die Ergebnis-Historie gegen das Zug-Protokoll;
      * dieses Programm prueft, ob die Dateien untereinander
      * zusammenpassen, bevor Turniertabelle und Wertung aus ihnen
      * gerechnet werden:
      *   - Spieler-Kennungen der Ergebnis-Saetze, die im
      *     Spieler-Stamm fehlen;
      *   - Saison-Kennungen der Ergebnis- und Match-Saetze, die im
      *     Saison-Stamm fehlen;
      *   - gespielte Paarungen des Spielplans ohne gueltigen
      *     Ergebnis-Satz dieser beiden Spieler am Spieltag
      *     PAAR-DATUM-GESPIELT; Paarungen, die vor dem aeltesten
      *     Ergebnis-Satz gespielt wurden, sind mit ihrem Ergebnis
      *     archiviert (TTTARCH) und werden nur gezaehlt;
      *   - Wertungs-Saetze fuer Spieler, die im Stamm fehlen;
      *   - mehr als eine offene Saison.
      * Jeder Befund kommt auf den Konsistenzbericht KONSBER, als
      * SCHWER (verfaelscht Tabelle oder Saisonabschluss, nicht
      * lesbare Stammdateien oder Ergebnis-Historie) oder als
      * HINWEIS (stornierte Saetze, Wertungs-Saetze ohne Spieler,
      * Lesefehler). Leere Kennungen von Altsaetzen sind kein Befund.
      * Der Ausgang wird der Nachtlauf-Steuerung TTTNACH ueber
      * RETURN-CODE gemeldet: 0 = ohne Befund, 4 = nur Hinweise,
      * 8 = schwere Befunde; bei 8 haelt TTTNACH die Kette an.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Ergebnis-Historie aus TTTM, nur lesend; Suche je Spieltag
      * fuer die Paarungspruefung
           SELECT ERGEBNIS-DATEI ASSIGN TO 'ERGEBNIS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ERG-SCHLUESSEL
             FILE STATUS IS ERG-DATEI-STATUS.
      * Spieler-Stamm, nur lesend ueber die Kennung
           SELECT SPIELER-DATEI ASSIGN TO 'SPIELER'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SP-ID
             FILE STATUS IS SP-DATEI-STATUS.
      * Saison-Stamm, nur lesend ueber die Kennung und im Durchlauf
           SELECT SAISON-DATEI ASSIGN TO 'SAISON'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SAI-ID
             FILE STATUS IS SAI-DATEI-STATUS.
      * Match-Datei aus TTTM, nur lesend
           SELECT MATCH-DATEI ASSIGN TO 'MATCH'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MATCH-DATEI-STATUS.
      * Paarungs-Datei aus TTTPLAN, nur lesend
           SELECT PAARUNG-DATEI ASSIGN TO 'PAARUNG'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PAAR-SCHLUESSEL
             FILE STATUS IS PAAR-DATEI-STATUS.
      * Wertungs-Stamm aus TTTWERT, nur lesend
           SELECT WERTUNG-DATEI ASSIGN TO 'WERTUNG'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS WRT-SPIELER-ID
             FILE STATUS IS WRT-DATEI-STATUS.
      * Konsistenzbericht dieses Laufes, je Lauf neu angelegt
           SELECT KONSBER-DATEI ASSIGN TO 'KONSBER'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS KB-DATEI-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ERGEBNIS-DATEI.
           COPY TTTERGW.
       FD  SPIELER-DATEI.
           COPY TTTSPLM.
       FD  SAISON-DATEI.
           COPY TTTSAIM.
       FD  MATCH-DATEI.
           COPY TTTMTCH.
       FD  PAARUNG-DATEI.
           COPY TTTPAAR.
       FD  WERTUNG-DATEI.
           COPY TTTWRTM.
       FD  KONSBER-DATEI.
           COPY TTTBERD.
       WORKING-STORAGE SECTION.
       01 ERG-DATEI-STATUS PIC XX.
         88 ERG-DATEI-OK VALUE '00'.
         88 ERG-DATEI-ENDE VALUE '10'.
       01 SP-DATEI-STATUS PIC XX.
         88 SP-DATEI-OK VALUE '00'.
       01 SAI-DATEI-STATUS PIC XX.
         88 SAI-DATEI-OK VALUE '00'.
         88 SAI-DATEI-ENDE VALUE '10'.
       01 MATCH-DATEI-STATUS PIC XX.
         88 MATCH-DATEI-OK VALUE '00'.
         88 MATCH-DATEI-ENDE VALUE '10'.
         88 MATCH-SATZ-GELESEN VALUES '00' '04'.
       01 PAAR-DATEI-STATUS PIC XX.
         88 PAAR-DATEI-OK VALUE '00'.
         88 PAAR-DATEI-ENDE VALUE '10'.
       01 WRT-DATEI-STATUS PIC XX.
         88 WRT-DATEI-OK VALUE '00'.
         88 WRT-DATEI-ENDE VALUE '10'.
       01 KB-DATEI-STATUS PIC XX.
         88 KB-DATEI-OK VALUE '00'.
      * Schalter: welche Dateien stehen fuer die Pruefung bereit;
      * ein nicht lesbarer Stamm wird einmal als schwerer Befund
      * gemeldet, die Kennungen werden dann nicht gegen ihn geprueft
       01 DATEI-SCHALTER.
         02 ERG-OFFEN-KZ PIC X VALUE 'N'.
           88 ERG-DATEI-OFFEN VALUE 'J' WHEN SET TO FALSE 'N'.
         02 SP-OFFEN-KZ PIC X VALUE 'N'.
           88 SP-DATEI-OFFEN VALUE 'J' WHEN SET TO FALSE 'N'.
         02 SAI-OFFEN-KZ PIC X VALUE 'N'.
           88 SAI-DATEI-OFFEN VALUE 'J' WHEN SET TO FALSE 'N'.
      * Ergebnis der Nachschlage-Sections
       01 GEFUNDEN-KZ PIC X VALUE 'N'.
         88 KENNUNG-GEFUNDEN VALUE 'J' WHEN SET TO FALSE 'N'.
       01 PRUEF-SPIELER-ID PIC X(08).
       01 PRUEF-SAISON-ID PIC X(06).
      * Paarungspruefung: gueltiger bzw. nur stornierter Ergebnis-
      * Satz der beiden Spieler am Spieltag gefunden
       01 ERG-GEFUNDEN-KZ PIC X VALUE 'N'.
         88 ERGEBNIS-GEFUNDEN VALUE 'J' WHEN SET TO FALSE 'N'.
       01 STORNO-GEFUNDEN-KZ PIC X VALUE 'N'.
         88 NUR-STORNO-GEFUNDEN VALUE 'J' WHEN SET TO FALSE 'N'.
       01 SUCH-ENDE-KZ PIC X VALUE 'N'.
         88 SUCH-ENDE VALUE 'J' WHEN SET TO FALSE 'N'.
      * Datum des aeltesten Ergebnis-Satzes; was davor liegt, ist
      * archiviert. Ohne Ergebnis-Satz ist alles archiviert.
       01 ERG-AELTESTES-DATUM PIC 9(08) VALUE 99999999.
      * Vorbereiteter Befund fuer SCHREIBE-BEFUND
       01 BEFUND-SCHWERE PIC X(01).
         88 BEFUND-IST-SCHWER VALUE 'S'.
         88 BEFUND-IST-HINWEIS VALUE 'H'.
       01 BEFUND-DATEI PIC X(08).
       01 BEFUND-SCHLUESSEL PIC X(20).
       01 BEFUND-TEXT PIC X(40).
       01 BEFUND-SCHWERE-TEXT PIC X(08).
      * Zaehler fuer die Abstimmung am Laufende
       01 ZAEHLER.
         02 ANZ-ERG-GELESEN PIC 9(05) VALUE 0.
         02 ANZ-MATCH-GELESEN PIC 9(05) VALUE 0.
         02 ANZ-PAAR-GELESEN PIC 9(05) VALUE 0.
         02 ANZ-PAAR-GESPIELT PIC 9(05) VALUE 0.
         02 ANZ-PAAR-ARCHIVIERT PIC 9(05) VALUE 0.
         02 ANZ-WRT-GELESEN PIC 9(05) VALUE 0.
         02 ANZ-SAISONS PIC 9(05) VALUE 0.
         02 ANZ-OFFENE-SAISONS PIC 9(05) VALUE 0.
         02 ANZ-SCHWER PIC 9(05) VALUE 0.
         02 ANZ-HINWEISE PIC 9(05) VALUE 0.
       PROCEDURE DIVISION.
           PERFORM OEFFNE-DATEIEN
           PERFORM SCHREIBE-KOPFZEILEN
           PERFORM PRUEFE-SAISONS
           PERFORM PRUEFE-ERGEBNISSE
           PERFORM PRUEFE-MATCHES
           PERFORM PRUEFE-PAARUNGEN
           PERFORM PRUEFE-WERTUNGEN
           PERFORM SCHREIBE-ABSTIMMUNG
           PERFORM SCHLIESSE-DATEIEN
           EVALUATE TRUE
             WHEN ANZ-SCHWER > 0
               MOVE 8 TO RETURN-CODE
             WHEN ANZ-HINWEISE > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *-----------------------------------------------------------------
      * Oeffnet die Stammdateien fuer die Nachschlage-Pruefungen und
      * den Bericht. Die Bewegungsdateien (Match, Paarung, Wertung)
      * oeffnet ihre jeweilige Pruefung selbst.
       OEFFNE-DATEIEN SECTION.
           OPEN OUTPUT KONSBER-DATEI
           IF NOT KB-DATEI-OK
             DISPLAY 'Konsistenzbericht konnte nicht angelegt werden'
               ' (Status ' KB-DATEI-STATUS ').'
           END-IF
           OPEN INPUT SPIELER-DATEI
           IF SP-DATEI-OK
             SET SP-DATEI-OFFEN TO TRUE
           END-IF
           OPEN INPUT SAISON-DATEI
           IF SAI-DATEI-OK
             SET SAI-DATEI-OFFEN TO TRUE
           END-IF
           OPEN INPUT ERGEBNIS-DATEI
           IF ERG-DATEI-OK
             SET ERG-DATEI-OFFEN TO TRUE
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Kopfzeilen des Konsistenzberichts; nicht lesbare Stammdateien
      * werden gleich zu Beginn als Befund ausgewiesen
       SCHREIBE-KOPFZEILEN SECTION.
           MOVE 'KONSISTENZPRUEFUNG DER STAMMDATEIEN' TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE ALL '-' TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE 'BEFUND   DATEI    SCHLUESSEL           TEXT'
             TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           IF NOT SP-DATEI-OFFEN
             SET BEFUND-IST-SCHWER TO TRUE
             MOVE 'SPIELER' TO BEFUND-DATEI
             MOVE SPACES TO BEFUND-SCHLUESSEL
             MOVE SPACES TO BEFUND-TEXT
             STRING 'STAMM NICHT LESBAR (STATUS ' SP-DATEI-STATUS ')'
               DELIMITED BY SIZE INTO BEFUND-TEXT
             PERFORM SCHREIBE-BEFUND
           END-IF
           IF NOT SAI-DATEI-OFFEN
             SET BEFUND-IST-SCHWER TO TRUE
             MOVE 'SAISON' TO BEFUND-DATEI
             MOVE SPACES TO BEFUND-SCHLUESSEL
             MOVE SPACES TO BEFUND-TEXT
             STRING 'STAMM NICHT LESBAR (STATUS ' SAI-DATEI-STATUS ')'
               DELIMITED BY SIZE INTO BEFUND-TEXT
             PERFORM SCHREIBE-BEFUND
           END-IF
           IF NOT ERG-DATEI-OFFEN
             SET BEFUND-IST-SCHWER TO TRUE
             MOVE 'ERGEBNIS' TO BEFUND-DATEI
             MOVE SPACES TO BEFUND-SCHLUESSEL
             MOVE SPACES TO BEFUND-TEXT
             STRING 'HISTORIE NICHT LESBAR (STATUS ' ERG-DATEI-STATUS
               ')' DELIMITED BY SIZE INTO BEFUND-TEXT
             PERFORM SCHREIBE-BEFUND
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Zaehlt die offenen Saisons; mehr als eine offene Saison ist
      * ein schwerer Befund, jede offene Saison wird dann einzeln
      * ausgewiesen.
       PRUEFE-SAISONS SECTION.
           IF SAI-DATEI-OFFEN
             MOVE LOW-VALUES TO SAI-ID
             START SAISON-DATEI KEY IS NOT LESS THAN SAI-ID
               INVALID KEY
                 SET SAI-DATEI-ENDE TO TRUE
             END-START
             PERFORM UNTIL NOT SAI-DATEI-OK
               READ SAISON-DATEI NEXT RECORD
                 AT END
                   SET SAI-DATEI-ENDE TO TRUE
                 NOT AT END
                   ADD 1 TO ANZ-SAISONS
                   IF SAI-IST-OFFEN
                     ADD 1 TO ANZ-OFFENE-SAISONS
                   END-IF
               END-READ
             END-PERFORM
             MOVE '00' TO SAI-DATEI-STATUS
             IF ANZ-OFFENE-SAISONS > 1
               MOVE LOW-VALUES TO SAI-ID
               START SAISON-DATEI KEY IS NOT LESS THAN SAI-ID
                 INVALID KEY
                   SET SAI-DATEI-ENDE TO TRUE
               END-START
               PERFORM UNTIL NOT SAI-DATEI-OK
                 READ SAISON-DATEI NEXT RECORD
                   AT END
                     SET SAI-DATEI-ENDE TO TRUE
                   NOT AT END
                     IF SAI-IST-OFFEN
                       SET BEFUND-IST-SCHWER TO TRUE
                       MOVE 'SAISON' TO BEFUND-DATEI
                       MOVE SAI-ID TO BEFUND-SCHLUESSEL
                       MOVE SPACES TO BEFUND-TEXT
                       STRING 'EINE VON ' ANZ-OFFENE-SAISONS
                         ' OFFENEN SAISONS'
                         DELIMITED BY SIZE INTO BEFUND-TEXT
                       PERFORM SCHREIBE-BEFUND
                     END-IF
                 END-READ
               END-PERFORM
               MOVE '00' TO SAI-DATEI-STATUS
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Prueft Spieler- und Saison-Kennungen jedes Ergebnis-Satzes.
      * Befunde an stornierten Saetzen sind nur Hinweise, weil diese
      * Saetze in Tabelle und Wertung nicht mitzaehlen. Der erste
      * Satz traegt das aelteste Datum der Historie.
       PRUEFE-ERGEBNISSE SECTION.
           IF ERG-DATEI-OFFEN
             PERFORM UNTIL NOT ERG-DATEI-OK
               READ ERGEBNIS-DATEI NEXT RECORD
                 AT END
                   SET ERG-DATEI-ENDE TO TRUE
                 NOT AT END
                   ADD 1 TO ANZ-ERG-GELESEN
                   IF ANZ-ERG-GELESEN = 1
                     MOVE ERG-DATUM TO ERG-AELTESTES-DATUM
                   END-IF
                   PERFORM PRUEFE-ERGEBNIS-SATZ
               END-READ
             END-PERFORM
             IF ERG-DATEI-STATUS NOT = '10'
               SET BEFUND-IST-HINWEIS TO TRUE
               MOVE 'ERGEBNIS' TO BEFUND-DATEI
               MOVE SPACES TO BEFUND-SCHLUESSEL
               MOVE SPACES TO BEFUND-TEXT
               STRING 'LESEFEHLER NACH ' ANZ-ERG-GELESEN
                 ' SAETZEN (STATUS ' ERG-DATEI-STATUS ')'
                 DELIMITED BY SIZE INTO BEFUND-TEXT
               PERFORM SCHREIBE-BEFUND
             END-IF
             MOVE '00' TO ERG-DATEI-STATUS
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Prueft den gelesenen Ergebnis-Satz
       PRUEFE-ERGEBNIS-SATZ SECTION.
           IF ERG-IST-STORNIERT
             SET BEFUND-IST-HINWEIS TO TRUE
           ELSE
             SET BEFUND-IST-SCHWER TO TRUE
           END-IF
           MOVE 'ERGEBNIS' TO BEFUND-DATEI
           MOVE ERG-SCHLUESSEL TO BEFUND-SCHLUESSEL
           IF ERG-SPIELER-X-ID NOT = SPACES
             MOVE ERG-SPIELER-X-ID TO PRUEF-SPIELER-ID
             PERFORM SUCHE-SPIELER
             IF NOT KENNUNG-GEFUNDEN
               MOVE SPACES TO BEFUND-TEXT
               STRING 'X-KENNUNG ' ERG-SPIELER-X-ID
                 ' NICHT IM SPIELER-STAMM'
                 DELIMITED BY SIZE INTO BEFUND-TEXT
               PERFORM SCHREIBE-BEFUND
             END-IF
           END-IF
           IF ERG-SPIELER-O-ID NOT = SPACES
             MOVE ERG-SPIELER-O-ID TO PRUEF-SPIELER-ID
             PERFORM SUCHE-SPIELER
             IF NOT KENNUNG-GEFUNDEN
               MOVE SPACES TO BEFUND-TEXT
               STRING 'O-KENNUNG ' ERG-SPIELER-O-ID
                 ' NICHT IM SPIELER-STAMM'
                 DELIMITED BY SIZE INTO BEFUND-TEXT
               PERFORM SCHREIBE-BEFUND
             END-IF
           END-IF
           IF ERG-SAISON-ID NOT = SPACES
             MOVE ERG-SAISON-ID TO PRUEF-SAISON-ID
             PERFORM SUCHE-SAISON
             IF NOT KENNUNG-GEFUNDEN
               MOVE SPACES TO BEFUND-TEXT
               STRING 'SAISON ' ERG-SAISON-ID
                 ' NICHT IM SAISON-STAMM'
                 DELIMITED BY SIZE INTO BEFUND-TEXT
               PERFORM SCHREIBE-BEFUND
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Prueft die Saison-Kennung jedes Match-Satzes
       PRUEFE-MATCHES SECTION.
           OPEN INPUT MATCH-DATEI
           IF MATCH-DATEI-OK
             PERFORM UNTIL NOT MATCH-SATZ-GELESEN
               READ MATCH-DATEI
                 AT END
                   SET MATCH-DATEI-ENDE TO TRUE
                 NOT AT END
                   ADD 1 TO ANZ-MATCH-GELESEN
                   IF MATCH-SAISON-ID NOT = SPACES
                     MOVE MATCH-SAISON-ID TO PRUEF-SAISON-ID
                     PERFORM SUCHE-SAISON
                     IF NOT KENNUNG-GEFUNDEN
                       SET BEFUND-IST-SCHWER TO TRUE
                       MOVE 'MATCH' TO BEFUND-DATEI
                       MOVE SPACES TO BEFUND-SCHLUESSEL
                       STRING MATCH-DATUM ' ' MATCH-UHRZEIT
                         DELIMITED BY SIZE INTO BEFUND-SCHLUESSEL
                       MOVE SPACES TO BEFUND-TEXT
                       STRING 'SAISON ' MATCH-SAISON-ID
                         ' NICHT IM SAISON-STAMM'
                         DELIMITED BY SIZE INTO BEFUND-TEXT
                       PERFORM SCHREIBE-BEFUND
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE MATCH-DATEI
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Prueft jede gespielte Paarung gegen die Ergebnis-Historie;
      * Paarungen vor dem aeltesten Ergebnis-Satz sind archiviert.
      * Ohne lesbare Historie ist bereits der schwere Befund zur
      * Historie gemeldet und keine Paarung pruefbar.
       PRUEFE-PAARUNGEN SECTION.
           OPEN INPUT PAARUNG-DATEI
           IF PAAR-DATEI-OK
             PERFORM UNTIL NOT PAAR-DATEI-OK
               READ PAARUNG-DATEI NEXT RECORD
                 AT END
                   SET PAAR-DATEI-ENDE TO TRUE
                 NOT AT END
                   ADD 1 TO ANZ-PAAR-GELESEN
                   IF PAAR-IST-GESPIELT
                     ADD 1 TO ANZ-PAAR-GESPIELT
                     EVALUATE TRUE
                       WHEN NOT ERG-DATEI-OFFEN
                         CONTINUE
                       WHEN PAAR-DATUM-GESPIELT < ERG-AELTESTES-DATUM
                         ADD 1 TO ANZ-PAAR-ARCHIVIERT
                       WHEN OTHER
                         PERFORM PRUEFE-GESPIELTE-PAARUNG
                     END-EVALUATE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PAARUNG-DATEI
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Sucht in der Ergebnis-Historie am Spieltag der Paarung einen
      * gueltigen Satz der beiden Spieler, gleich mit welchen Marken
       PRUEFE-GESPIELTE-PAARUNG SECTION.
           SET ERGEBNIS-GEFUNDEN TO FALSE
           SET NUR-STORNO-GEFUNDEN TO FALSE
           IF ERG-DATEI-OFFEN
             MOVE PAAR-DATUM-GESPIELT TO ERG-DATUM
             MOVE 0 TO ERG-UHRZEIT
             MOVE 0 TO ERG-ZUG
             MOVE 0 TO ERG-SEQ
             SET SUCH-ENDE TO FALSE
             START ERGEBNIS-DATEI
               KEY IS NOT LESS THAN ERG-SCHLUESSEL
               INVALID KEY
                 SET SUCH-ENDE TO TRUE
             END-START
             PERFORM UNTIL SUCH-ENDE OR ERGEBNIS-GEFUNDEN
               READ ERGEBNIS-DATEI NEXT RECORD
                 AT END
                   SET SUCH-ENDE TO TRUE
                 NOT AT END
                   IF ERG-DATUM NOT = PAAR-DATUM-GESPIELT
                     SET SUCH-ENDE TO TRUE
                   ELSE
                     IF (ERG-SPIELER-X-ID = PAAR-SPIELER-X-ID
                         AND ERG-SPIELER-O-ID = PAAR-SPIELER-O-ID)
                       OR (ERG-SPIELER-X-ID = PAAR-SPIELER-O-ID
                         AND ERG-SPIELER-O-ID = PAAR-SPIELER-X-ID)
                       IF ERG-IST-STORNIERT
                         SET NUR-STORNO-GEFUNDEN TO TRUE
                       ELSE
                         SET ERGEBNIS-GEFUNDEN TO TRUE
                       END-IF
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             MOVE '00' TO ERG-DATEI-STATUS
           END-IF
           IF NOT ERGEBNIS-GEFUNDEN
             SET BEFUND-IST-SCHWER TO TRUE
             MOVE 'PAARUNG' TO BEFUND-DATEI
             MOVE SPACES TO BEFUND-SCHLUESSEL
             STRING PAAR-SAISON-ID ' ' PAAR-RUNDE ' ' PAAR-LFDNR
               DELIMITED BY SIZE INTO BEFUND-SCHLUESSEL
             MOVE SPACES TO BEFUND-TEXT
             IF NUR-STORNO-GEFUNDEN
               STRING PAAR-SPIELER-X-ID '/' PAAR-SPIELER-O-ID
                 ' NUR STORNO AM ' PAAR-DATUM-GESPIELT
                 DELIMITED BY SIZE INTO BEFUND-TEXT
             ELSE
               STRING PAAR-SPIELER-X-ID '/' PAAR-SPIELER-O-ID
                 ' KEIN ERG. AM ' PAAR-DATUM-GESPIELT
                 DELIMITED BY SIZE INTO BEFUND-TEXT
             END-IF
             PERFORM SCHREIBE-BEFUND
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Prueft jeden Wertungs-Satz gegen den Spieler-Stamm. Ein
      * Wertungs-Satz ohne Spieler verfaelscht keine Tabelle und ist
      * deshalb ein Hinweis; er gehoert mit TTTFUSI bzw. einem
      * Vollaufbau von TTTWERT bereinigt.
       PRUEFE-WERTUNGEN SECTION.
           OPEN INPUT WERTUNG-DATEI
           IF WRT-DATEI-OK
             PERFORM UNTIL NOT WRT-DATEI-OK
               READ WERTUNG-DATEI NEXT RECORD
                 AT END
                   SET WRT-DATEI-ENDE TO TRUE
                 NOT AT END
                   ADD 1 TO ANZ-WRT-GELESEN
                   MOVE WRT-SPIELER-ID TO PRUEF-SPIELER-ID
                   PERFORM SUCHE-SPIELER
                   IF NOT KENNUNG-GEFUNDEN
                     SET BEFUND-IST-HINWEIS TO TRUE
                     MOVE 'WERTUNG' TO BEFUND-DATEI
                     MOVE WRT-SPIELER-ID TO BEFUND-SCHLUESSEL
                     MOVE 'SPIELER NICHT IM SPIELER-STAMM'
                       TO BEFUND-TEXT
                     PERFORM SCHREIBE-BEFUND
                   END-IF
               END-READ
             END-PERFORM
             CLOSE WERTUNG-DATEI
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Sucht PRUEF-SPIELER-ID im Spieler-Stamm; ohne lesbaren Stamm
      * gilt jede Kennung als gefunden (siehe SCHREIBE-KOPFZEILEN)
       SUCHE-SPIELER SECTION.
           SET KENNUNG-GEFUNDEN TO FALSE
           IF NOT SP-DATEI-OFFEN
             SET KENNUNG-GEFUNDEN TO TRUE
           ELSE
             MOVE PRUEF-SPIELER-ID TO SP-ID
             READ SPIELER-DATEI
               KEY IS SP-ID
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 SET KENNUNG-GEFUNDEN TO TRUE
             END-READ
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Sucht PRUEF-SAISON-ID im Saison-Stamm; ohne lesbaren Stamm
      * gilt jede Kennung als gefunden (siehe SCHREIBE-KOPFZEILEN)
       SUCHE-SAISON SECTION.
           SET KENNUNG-GEFUNDEN TO FALSE
           IF NOT SAI-DATEI-OFFEN
             SET KENNUNG-GEFUNDEN TO TRUE
           ELSE
             MOVE PRUEF-SAISON-ID TO SAI-ID
             READ SAISON-DATEI
               KEY IS SAI-ID
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 SET KENNUNG-GEFUNDEN TO TRUE
             END-READ
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Schreibt den vorbereiteten Befund auf den Bericht und zaehlt
      * ihn nach seiner Schwere
       SCHREIBE-BEFUND SECTION.
           IF BEFUND-IST-SCHWER
             MOVE 'SCHWER' TO BEFUND-SCHWERE-TEXT
             ADD 1 TO ANZ-SCHWER
           ELSE
             MOVE 'HINWEIS' TO BEFUND-SCHWERE-TEXT
             ADD 1 TO ANZ-HINWEISE
           END-IF
           MOVE SPACES TO BERICHT-SATZ
           STRING BEFUND-SCHWERE-TEXT ' ' BEFUND-DATEI ' '
             BEFUND-SCHLUESSEL ' ' BEFUND-TEXT
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           EXIT.

      *-----------------------------------------------------------------
      * Abstimmungszeilen am Ende des Berichts und Meldung am
      * Bildschirm
       SCHREIBE-ABSTIMMUNG SECTION.
           MOVE ALL '-' TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE SPACES TO BERICHT-SATZ
           STRING 'ERGEBNIS-SAETZE ' ANZ-ERG-GELESEN
             ' MATCH-SAETZE ' ANZ-MATCH-GELESEN
             ' WERTUNGS-SAETZE ' ANZ-WRT-GELESEN
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE SPACES TO BERICHT-SATZ
           STRING 'PAARUNGEN ' ANZ-PAAR-GELESEN
             ' DAVON GESPIELT ' ANZ-PAAR-GESPIELT
             ' SAISONS ' ANZ-SAISONS
             ' DAVON OFFEN ' ANZ-OFFENE-SAISONS
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE SPACES TO BERICHT-SATZ
           STRING 'GESPIELTE PAARUNGEN VOR DER ERGEBNIS-HISTORIE'
             ' (ARCHIVIERT) ' ANZ-PAAR-ARCHIVIERT
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE SPACES TO BERICHT-SATZ
           STRING 'SCHWERE BEFUNDE ' ANZ-SCHWER
             ' HINWEISE ' ANZ-HINWEISE
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           IF ANZ-SCHWER > 0
             MOVE 'ACHTUNG: SCHWERE BEFUNDE VOR TABELLE UND WERTUNG'
               TO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
             MOVE '         BEREINIGEN (TTTKORR, TTTFUSI, TTTSAIS)'
               TO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
           END-IF
           DISPLAY 'Konsistenzpruefung beendet: ' ANZ-SCHWER
             ' schwere Befunde, ' ANZ-HINWEISE ' Hinweise'
             ' (Bericht KONSBER).'
           EXIT.

      *-----------------------------------------------------------------
      * Schliesst die offenen Dateien des Laufes
       SCHLIESSE-DATEIEN SECTION.
           IF ERG-DATEI-OFFEN
             CLOSE ERGEBNIS-DATEI
           END-IF
           IF SP-DATEI-OFFEN
             CLOSE SPIELER-DATEI
           END-IF
           IF SAI-DATEI-OFFEN
             CLOSE SAISON-DATEI
           END-IF
           CLOSE KONSBER-DATEI
           EXIT.

      *-----------------------------------------------------------------
      * Schreibt die in BERICHT-SATZ vorbereitete Zeile auf den
      * Konsistenzbericht.
       SCHREIBE-BERICHTZEILE SECTION.
           WRITE BERICHT-SATZ
           IF NOT KB-DATEI-OK
             DISPLAY 'Fehler beim Schreiben der Berichtzeile'
               ' (Status ' KB-DATEI-STATUS ').'
           END-IF
           EXIT.
