      * endete, dazu die durchschnittliche Spiellaenge in Zuegen.
      * Der Ausgang kommt aus dem zugehoerigen Satz der
      * Ergebnis-Historie; die Zuordnung laeuft wie in TTTABGL ueber
      * den Eintrag des Kopfsatzes (TTTPRTK) im Spiel-Verzeichnis
      * (TTTSVZM) und fuer Altspiele ohne Kopfsatz ueber die
      * Reihenfolge.
      * Korrektursaetze (PROT-ART 'K', Zugruecknahmen) werden
      * herausgerechnet, damit zurueckgenommene Zuege die Zahlen
      * nicht verfaelschen; stornierte Ergebnis-Saetze (TTTKORR)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Ergebnis-Historie aus TTTM, nur lesend, direkt ueber den
      * Schluessel
           SELECT ERGEBNIS-DATEI ASSIGN TO 'ERGEBNIS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ERG-SCHLUESSEL
             FILE STATUS IS ERG-DATEI-STATUS.
      * Spiel-Verzeichnis aus TTTM/TTTARCH, nur lesend
           SELECT SPIELVZ-DATEI ASSIGN TO 'SPIELVZ'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SV-SCHLUESSEL
             FILE STATUS IS SV-DATEI-STATUS.
      * Zug-fuer-Zug Protokoll aus TTTM, nur lesend
           SELECT PROTOKOLL-DATEI ASSIGN TO 'PROTOKOLL'
             ORGANIZATION IS LINE SEQUENTIAL
       FD  PROTOKOLL-DATEI.
           COPY TTTPROT.
           COPY TTTPRTK.
       FD  SPIELVZ-DATEI.
           COPY TTTSVZM.
       FD  ANALBER-DATEI.
           COPY TTTBERD.
       WORKING-STORAGE SECTION.
         88 PROT-SATZ-GELESEN VALUES '00' '04'.
       01 AB-DATEI-STATUS PIC XX.
         88 AB-DATEI-OK VALUE '00'.
       01 SV-DATEI-STATUS PIC XX.
         88 SV-DATEI-OK VALUE '00'.
      * Zuordnung des Ausgangs wie in TTTABGL: Schalter fuer die
      * geoeffneten Dateien, Ergebnis der Suche und der Schluessel
      * des zuletzt von einem Altspiel verbrauchten Ergebnis-Satzes
       01 ERG-HISTORIE-KZ PIC X VALUE 'N'.
         88 ERG-HISTORIE-VORHANDEN VALUE 'J' WHEN SET TO FALSE 'N'.
       01 VERZEICHNIS-KZ PIC X VALUE 'N'.
         88 VERZEICHNIS-VORHANDEN VALUE 'J' WHEN SET TO FALSE 'N'.
       01 EINTRAG-KZ PIC X VALUE 'N'.
         88 EINTRAG-GEFUNDEN VALUE 'J' WHEN SET TO FALSE 'N'.
       01 ERG-TREFFER-KZ PIC X VALUE 'N'.
         88 ERG-GEFUNDEN VALUE 'J' WHEN SET TO FALSE 'N'.
       01 SUCHE-KZ PIC X VALUE 'N'.
         88 SUCHE-BEENDET VALUE 'J' WHEN SET TO FALSE 'N'.
       01 ALT-SCHLUESSEL PIC X(20) VALUE ZERO.
      * Satznummer im Protokoll, Satznummer und Datum des Kopfsatzes
      * der gerade gesammelten Zugfolge
       01 PROT-SATZ-NR PIC 9(07) VALUE 0.
       01 KOPF-SATZ-NR PIC 9(07) VALUE 0.
       01 KOPF-DATUM PIC 9(08) VALUE 0.
      * Abgrenzung der Spiele im Protokoll, wie in TTTABGL
       01 VORIGER-ZUG PIC 9(02).
       01 ERSTER-SATZ-KZ PIC X VALUE 'J'.
         02 ANZ-VERDORBEN PIC 9(05) VALUE 0.
         02 ANZ-LEERE-FOLGEN PIC 9(05) VALUE 0.
         02 ANZ-ERG-STORNIERT PIC 9(05) VALUE 0.
         02 ANZ-OHNE-VERZEICHNIS PIC 9(05) VALUE 0.
      * Schalter: Lesefehler; die Zahlen sind dann unvollstaendig
       01 LESEFEHLER-KZ PIC X VALUE 'N'.
         88 LESEFEHLER-AUFGETRETEN VALUE 'J' WHEN SET TO FALSE 'N'.
       PROCEDURE DIVISION.
           PERFORM OEFFNE-DATEIEN

           PERFORM UNTIL NOT PROT-SATZ-GELESEN
             READ PROTOKOLL-DATEI
               AT END
                 SET PROT-DATEI-ENDE TO TRUE
               NOT AT END
                 ADD 1 TO PROT-SATZ-NR
                 PERFORM VERARBEITE-PROTOKOLL-SATZ
             END-READ
           END-PERFORM
             DISPLAY 'Ergebnis-Historie konnte nicht geoeffnet'
               ' werden (Status ' ERG-DATEI-STATUS ').'
             SET ERG-DATEI-ENDE TO TRUE
           ELSE
             SET ERG-HISTORIE-VORHANDEN TO TRUE
           END-IF
           OPEN INPUT SPIELVZ-DATEI
           IF SV-DATEI-OK
             SET VERZEICHNIS-VORHANDEN TO TRUE
           ELSE
             DISPLAY 'Spiel-Verzeichnis konnte nicht geoeffnet'
               ' werden (Status ' SV-DATEI-STATUS '); bitte TTTARCH'
               ' laufen lassen.'
           END-IF
           OPEN INPUT PROTOKOLL-DATEI
           IF NOT PROT-DATEI-OK
           PERFORM SCHREIBE-BERICHTZEILE
           EXIT.

      *-----------------------------------------------------------------
      * Sammelt die Protokoll-Saetze der laufenden Zugfolge, wie in
      * TTTABGL: ein Kopfsatz ist eine verlaessliche Spielgrenze
             SET IST-ERSTER-SATZ TO FALSE
             MOVE 0 TO VORIGER-ZUG
             MOVE PK-SPIEL-ID TO AKT-SPIEL-ID
             MOVE PROT-SATZ-NR TO KOPF-SATZ-NR
             IF PK-DATUM IS NUMERIC
               MOVE PK-DATUM TO KOPF-DATUM
             ELSE
               MOVE 0 TO KOPF-DATUM
             END-IF
             SET ZUGFOLGE-MIT-KOPF TO TRUE
             IF PK-BRETTGROESSE IS NUMERIC
                 AND PK-BRETTGROESSE >= 3 AND PK-BRETTGROESSE <= 5
                   OR ZT-Y(1) < 1 OR ZT-Y(1) > ANAL-BRETTGROESSE
                 ADD 1 TO ANZ-VERDORBEN
               ELSE
                 PERFORM ORDNE-ERGEBNIS-ZU
               END-IF
           END-EVALUATE
           MOVE 0 TO ANZ-ZUEGE
           MOVE SPACES TO AKT-SPIEL-ID
           MOVE 0 TO KOPF-SATZ-NR
           MOVE 0 TO KOPF-DATUM
           SET ZUGFOLGE-MIT-KOPF TO FALSE
           MOVE 0 TO KOPF-BRETTGROESSE
           EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Ordnet der Zugfolge ihren Ergebnis-Satz zu und verbucht die
      * Eroeffnung. Stornierte Saetze werden keiner Eroeffnung
      * zugerechnet; die Zugfolge faellt dann als ohne Ergebnis
      * heraus.
       ORDNE-ERGEBNIS-ZU SECTION.
           SET EINTRAG-GEFUNDEN TO FALSE
           IF ZUGFOLGE-MIT-KOPF
             PERFORM SUCHE-VERZEICHNIS-EINTRAG
           END-IF
           EVALUATE TRUE
             WHEN ZUGFOLGE-MIT-KOPF AND NOT EINTRAG-GEFUNDEN
               ADD 1 TO ANZ-OHNE-VERZEICHNIS
               ADD 1 TO ANZ-OHNE-ERGEBNIS
             WHEN OTHER
               PERFORM SUCHE-ERGEBNIS-SATZ
               EVALUATE TRUE
                 WHEN NOT ERG-GEFUNDEN
                   ADD 1 TO ANZ-OHNE-ERGEBNIS
                 WHEN ERG-IST-STORNIERT
                   ADD 1 TO ANZ-ERG-STORNIERT
                   ADD 1 TO ANZ-OHNE-ERGEBNIS
                 WHEN OTHER
                   PERFORM VERBUCHE-EROEFFNUNG
               END-EVALUATE
           END-EVALUATE
           EXIT.

      *-----------------------------------------------------------------
      * Sucht den Verzeichnis-Eintrag der Zugfolge, wie in TTTABGL:
      * gleiche Spiel-Kennung und gleiches Datum wie der Kopfsatz,
      * im laufenden Protokoll und mit der Satznummer des
      * Kopfsatzes.
       SUCHE-VERZEICHNIS-EINTRAG SECTION.
           SET EINTRAG-GEFUNDEN TO FALSE
           IF VERZEICHNIS-VORHANDEN
             MOVE AKT-SPIEL-ID TO SV-SPIEL-ID
             MOVE KOPF-DATUM TO SV-DATUM
             MOVE 0 TO SV-LFDNR
             SET SUCHE-BEENDET TO FALSE
             START SPIELVZ-DATEI KEY IS NOT LESS THAN SV-SCHLUESSEL
               INVALID KEY
                 SET SUCHE-BEENDET TO TRUE
             END-START
             PERFORM UNTIL SUCHE-BEENDET
               READ SPIELVZ-DATEI NEXT RECORD
                 AT END
                   SET SUCHE-BEENDET TO TRUE
                 NOT AT END
                   EVALUATE TRUE
                     WHEN SV-SPIEL-ID NOT = AKT-SPIEL-ID
                         OR SV-DATUM NOT = KOPF-DATUM
                       SET SUCHE-BEENDET TO TRUE
                     WHEN SV-IM-PROTOKOLL
                         AND SV-SATZ-NR = KOPF-SATZ-NR
                       SET EINTRAG-GEFUNDEN TO TRUE
                       SET SUCHE-BEENDET TO TRUE
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
               END-READ
             END-PERFORM
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Liest den Ergebnis-Satz zur Zugfolge, wie in TTTABGL: den im
      * Verzeichnis-Eintrag eingetragenen Satz, fuer Altspiele ohne
      * Kopfsatz den naechsten Satz ohne Spiel-Kennung hinter dem
      * zuletzt verbrauchten. Der Satz steht danach in
      * ERGEBNIS-SATZ.
       SUCHE-ERGEBNIS-SATZ SECTION.
           SET ERG-GEFUNDEN TO FALSE
           EVALUATE TRUE
             WHEN NOT ERG-HISTORIE-VORHANDEN
               CONTINUE
             WHEN ZUGFOLGE-MIT-KOPF
               IF SV-MIT-ERGEBNIS AND SV-ERG-SCHLUESSEL IS NUMERIC
                 MOVE SV-ERG-SCHLUESSEL TO ERG-SCHLUESSEL
                 READ ERGEBNIS-DATEI
                   KEY IS ERG-SCHLUESSEL
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     SET ERG-GEFUNDEN TO TRUE
                 END-READ
               END-IF
             WHEN OTHER
               MOVE ALT-SCHLUESSEL TO ERG-SCHLUESSEL
               SET SUCHE-BEENDET TO FALSE
               START ERGEBNIS-DATEI
                 KEY IS GREATER THAN ERG-SCHLUESSEL
                 INVALID KEY
                   SET SUCHE-BEENDET TO TRUE
               END-START
               PERFORM UNTIL SUCHE-BEENDET
                 READ ERGEBNIS-DATEI NEXT RECORD
                   AT END
                     SET SUCHE-BEENDET TO TRUE
                   NOT AT END
                     IF ERG-SPIEL-ID = SPACES
                       MOVE ERG-SCHLUESSEL TO ALT-SCHLUESSEL
                       SET ERG-GEFUNDEN TO TRUE
                       SET SUCHE-BEENDET TO TRUE
                     END-IF
                 END-READ
               END-PERFORM
           END-EVALUATE
           EXIT.

      *-----------------------------------------------------------------
      * Schreibt die Analyse-Zahlen der Zugfolge fort: Spiel und
      * Spiellaenge je Brettgroesse, Eroeffnungsfeld und Ausgang
      * aus Sicht des Eroeffners (Ergebnis-Satz in ERGEBNIS-SATZ).
       VERBUCHE-EROEFFNUNG SECTION.
           ADD 1 TO ANZ-AUSGEWERTET
           COMPUTE GROESSEN-IX = ANAL-BRETTGROESSE - 2
           ADD ANZ-ZUEGE TO AN-ZUEGE-SUMME(GROESSEN-IX)
           ADD 1 TO AN-ANZ(GROESSEN-IX, ERSTER-Y, ERSTER-X)
           EVALUATE TRUE
             WHEN ERG-ERGEBNIS = 'U'
               ADD 1 TO AN-UNENT(GROESSEN-IX, ERSTER-Y, ERSTER-X)
             WHEN ERG-SPIELER = EROEFFNER
               ADD 1 TO AN-SIEG(GROESSEN-IX, ERSTER-Y, ERSTER-X)
             WHEN OTHER
               ADD 1 TO AN-NIED(GROESSEN-IX, ERSTER-Y, ERSTER-X)
               DELIMITED BY SIZE INTO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
           END-IF
           IF ANZ-OHNE-VERZEICHNIS > 0
             MOVE SPACES TO BERICHT-SATZ
             STRING 'ZUGFOLGEN NICHT IM SPIELVERZEICHNIS '
               ANZ-OHNE-VERZEICHNIS
               ' - SPIELVERZEICHNIS MIT TTTARCH NEU AUFBAUEN'
               DELIMITED BY SIZE INTO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
           END-IF
           IF LESEFEHLER-AUFGETRETEN
             MOVE 'ACHTUNG: ANALYSE UNVOLLSTAENDIG (LESEFEHLER)'
               TO BERICHT-SATZ
       SCHLIESSE-DATEIEN SECTION.
           CLOSE ERGEBNIS-DATEI
           CLOSE PROTOKOLL-DATEI
           IF VERZEICHNIS-VORHANDEN
             CLOSE SPIELVZ-DATEI
           END-IF
           CLOSE ANALBER-DATEI
           EXIT.
