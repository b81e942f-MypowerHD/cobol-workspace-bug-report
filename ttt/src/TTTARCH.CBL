      * zusammen: ein Spiel wird nur als Ganzes archiviert, und zwar
      * wenn sein letzter Zug vor dem Stichtag liegt; Altsaetze ohne
      * Zugdatum gelten als aelter als jeder Stichtag.
      * Spiel-Verzeichnis: beim Aufteilen des Protokolls wird das
      * Verzeichnis (SPIELVZ, siehe TTTSVZM) neu aufgebaut. Jedes
      * Spiel mit Kopfsatz erhaelt seinen Fundort in PROTNEU bzw.
      * im Archiv dieses Laufes (mit dem Stichtag als Kennung der
      * Archivgeneration); vorhandene Eintraege behalten Ausgang
      * und Ergebnis-Schluessel. Fehlt ein Eintrag (Spiele aus der
      * Zeit vor dem Verzeichnis), wird er angelegt und der
      * Ergebnis-Satz gleicher Kennung und Zuganzahl vom Tag des
      * Kopfsatzes bzw. der Abbruch-Satz zugeordnet. Eintraege,
      * deren Spiel nicht mehr im Protokoll steht, werden entfernt;
      * der Steuersatz erhaelt die Satzzahl von PROTNEU. Ein Lauf
      * mit einem Stichtag, der vor dem ersten Spiel liegt,
      * archiviert nichts und baut nur das Verzeichnis auf.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PROT-NEU-DATEI ASSIGN TO 'PROTNEU'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PROTN-DATEI-STATUS.
      * Spiel-Verzeichnis, wird beim Aufteilen neu aufgebaut
           SELECT SPIELVZ-DATEI ASSIGN TO 'SPIELVZ'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SV-SCHLUESSEL
             FILE STATUS IS SV-DATEI-STATUS.
      * Abgebrochene Spiele aus TTTM, nur lesend fuer neu
      * anzulegende Verzeichnis-Eintraege
           SELECT ABBRUCH-DATEI ASSIGN TO 'ABBRUCH'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ABB-DATEI-STATUS.
      * Kontrollbericht dieses Laufes, je Lauf neu angelegt
           SELECT ARCHBER-DATEI ASSIGN TO 'ARCHBER'
             ORGANIZATION IS LINE SEQUENTIAL
           COPY TTTERGW.
       FD  ERG-ARCHIV-DATEI.
      * Archivsatz als unveraendertes Abbild des Ergebnis-Satzes
       01 ERG-ARCHIV-SATZ PIC X(58).
       FD  PROTOKOLL-DATEI.
           COPY TTTPROT.
           COPY TTTPRTK.
       01 PROT-ARCHIV-SATZ PIC X(42).
       FD  PROT-NEU-DATEI.
       01 PROT-NEU-SATZ PIC X(42).
       FD  SPIELVZ-DATEI.
           COPY TTTSVZM.
       FD  ABBRUCH-DATEI.
           COPY TTTABRS.
       FD  ARCHBER-DATEI.
           COPY TTTBERD.
       WORKING-STORAGE SECTION.
         88 PROTN-DATEI-OK VALUE '00'.
       01 ARCHB-DATEI-STATUS PIC XX.
         88 ARCHB-DATEI-OK VALUE '00'.
       01 SV-DATEI-STATUS PIC XX.
         88 SV-DATEI-OK VALUE '00'.
         88 SV-DATEI-ENDE VALUE '10'.
       01 ABB-DATEI-STATUS PIC XX.
         88 ABB-DATEI-OK VALUE '00'.
         88 ABB-DATEI-ENDE VALUE '10'.
         88 ABB-SATZ-GELESEN VALUES '00' '04'.
      * Stichtag des Bedieners; alles davor wird archiviert. Die
      * Eingabe laeuft ueber ein X-Feld, weil ACCEPT in ein
      * numerisches Feld unlesbare Eingaben stillschweigend in
         02 PUF-SATZ OCCURS 99 TIMES PIC X(42).
       01 PUF-IX PIC 9(03).
       01 LETZTES-ZUG-DATUM PIC X(08).
      * Satznummer des Kopfsatzes des gepufferten Spiels im
      * gelesenen Protokoll; 0 bei Spielen ohne Kopfsatz
       01 KOPF-SATZ-NR PIC 9(07) VALUE 0.
      * Kopfsatz des gepufferten Spiels (erster Puffersatz), Sicht
      * satzgleich mit TTTPRTK
       01 PUFFER-KOPF.
         02 PUK-KENNZEICHEN PIC X(02).
           88 PUK-IST-SPIELKOPF VALUE '*S'.
         02 FILLER PIC X(01).
         02 PUK-SPIEL-ID PIC X(10).
         02 FILLER PIC X(01).
         02 PUK-DATUM PIC 9(08).
         02 FILLER PIC X(01).
         02 PUK-BRETTGROESSE PIC 9(01).
         02 FILLER PIC X(01).
         02 PUK-SPIELER-X-ID PIC X(08).
         02 FILLER PIC X(01).
         02 PUK-SPIELER-O-ID PIC X(08).
         02 FILLER PIC X(07).
      * Neuaufbau des Spiel-Verzeichnisses: Schalter, Fundort des
      * gepufferten Spiels und Arbeitsfelder der Eintragssuche
       01 VERZEICHNIS-KZ PIC X VALUE 'N'.
         88 VERZEICHNIS-AKTIV VALUE 'J' WHEN SET TO FALSE 'N'.
       01 ERG-ZUGRIFF-KZ PIC X VALUE 'N'.
         88 ERG-LESBAR VALUE 'J' WHEN SET TO FALSE 'N'.
       01 SUCHE-KZ PIC X VALUE 'N'.
         88 SUCHE-BEENDET VALUE 'J' WHEN SET TO FALSE 'N'.
       01 ZIEL-KZ PIC X.
         88 ZIEL-ARCHIV VALUE 'A'.
         88 ZIEL-UEBERNAHME VALUE 'P'.
       01 ZIEL-SATZ-NR PIC 9(07).
       01 VZ-DATUM PIC 9(08).
       01 LETZTE-LFDNR PIC 9(02).
       01 ERSTER-U-SCHLUESSEL PIC X(20).
       01 GENAUER-U-SCHLUESSEL PIC X(20).
       01 LETZTER-ERG-SCHLUESSEL PIC X(20).
       01 GEFUNDENER-SCHLUESSEL PIC X(20).
      * Schalter: Lesefehler je Teil des Laufes; der Kontrollbericht
      * weist den Teil dann als unvollstaendig aus
       01 ERG-LESEFEHLER-KZ PIC X VALUE 'N'.
         02 PROT-ARCHIVIERT PIC 9(05) VALUE 0.
         02 PROT-UEBERNOMMEN PIC 9(05) VALUE 0.
         02 SPIELE-ARCHIVIERT PIC 9(05) VALUE 0.
         02 VZ-BISHER PIC 9(05) VALUE 0.
         02 VZ-UEBERNOMMEN PIC 9(05) VALUE 0.
         02 VZ-NEU PIC 9(05) VALUE 0.
         02 VZ-NEU-VERKNUEPFT PIC 9(05) VALUE 0.
         02 VZ-ENTFERNT PIC 9(05) VALUE 0.
         02 VZ-INS-ARCHIV PIC 9(05) VALUE 0.
       PROCEDURE DIVISION.
           DISPLAY 'Stichtag (JJJJMMTT); alles davor wird'
             ' archiviert: ' WITH NO ADVANCING
           MOVE STICHTAG-EINGABE TO STICHTAG

           PERFORM OEFFNE-BERICHT
      * Das Protokoll zuerst: neu anzulegende Verzeichnis-Eintraege
      * suchen ihren Ergebnis-Satz noch in der laufenden Historie
           PERFORM ARCHIVIERE-PROTOKOLL
           PERFORM ARCHIVIERE-ERGEBNISSE
           PERFORM SCHREIBE-ABSTIMMUNG
           CLOSE ARCHBER-DATEI
           GOBACK.
                 ' uebersprungen.'
               CLOSE PROTOKOLL-DATEI
               SET PROT-DATEI-ENDE TO TRUE
             ELSE
               PERFORM OEFFNE-SPIEL-VERZEICHNIS
             END-IF
           END-IF
      * TEST BEFORE, damit nach fehlgeschlagenem OPEN (oder einem
           CLOSE PROTOKOLL-DATEI
           CLOSE PROT-ARCHIV-DATEI
           CLOSE PROT-NEU-DATEI
           IF VERZEICHNIS-AKTIV
             PERFORM SCHLIESSE-VERZEICHNIS-AB
           END-IF
           EXIT.

      *-----------------------------------------------------------------
             WHEN PK-IST-SPIELKOPF
      * Nach dem Kopfsatz beginnt die Zugzaehlung des Spiels neu
               MOVE 0 TO VORIGER-ZUG
               MOVE PROT-GELESEN TO KOPF-SATZ-NR
             WHEN PROT-ZUG IS NUMERIC AND PROT-IST-KORREKTUR
               IF PROT-ZUG > 0
                 COMPUTE VORIGER-ZUG = PROT-ZUG - 1
      *-----------------------------------------------------------------
      * Schreibt das gepufferte Spiel als Ganzes in das Archiv
      * (letzter Zug vor dem Stichtag oder ohne Datum) oder in die
      * Uebernahme-Datei. Ein Spiel mit Kopfsatz wird mit seinem
      * neuen Fundort im Spiel-Verzeichnis eingetragen; VORIGER-ZUG
      * ist dabei noch die letzte Zugnummer des Spiels.
       SCHREIBE-GEPUFFERTES-SPIEL SECTION.
           IF LETZTES-ZUG-DATUM IS NUMERIC
               AND LETZTES-ZUG-DATUM >= STICHTAG
             SET ZIEL-UEBERNAHME TO TRUE
             COMPUTE ZIEL-SATZ-NR = PROT-UEBERNOMMEN + 1
           ELSE
             SET ZIEL-ARCHIV TO TRUE
             COMPUTE ZIEL-SATZ-NR = PROT-ARCHIVIERT + 1
           END-IF
           MOVE PUF-SATZ(1) TO PUFFER-KOPF
           IF VERZEICHNIS-AKTIV AND PUK-IST-SPIELKOPF
             PERFORM VERZEICHNE-SPIEL
           END-IF
           IF ZIEL-UEBERNAHME
             PERFORM VARYING PUF-IX FROM 1 BY 1
                 UNTIL PUF-IX > ANZ-GEPUFFERT
               MOVE PUF-SATZ(PUF-IX) TO PROT-NEU-SATZ
             END-PERFORM
           END-IF
           MOVE 0 TO ANZ-GEPUFFERT
           MOVE 0 TO KOPF-SATZ-NR
           EXIT.

      *-----------------------------------------------------------------
      * Oeffnet das Spiel-Verzeichnis fuer den Neuaufbau (legt es
      * beim ersten Lauf an) und kennzeichnet alle Eintraege des
      * laufenden Protokolls als "im Neuaufbau". Die Ergebnis-
      * Historie wird fuer die Zuordnung neuer Eintraege lesend
      * geoeffnet. Ohne Verzeichnis laeuft die Archivierung wie
      * bisher.
       OEFFNE-SPIEL-VERZEICHNIS SECTION.
           OPEN I-O SPIELVZ-DATEI
           IF SV-DATEI-STATUS = '35'
             OPEN OUTPUT SPIELVZ-DATEI
             CLOSE SPIELVZ-DATEI
             OPEN I-O SPIELVZ-DATEI
           END-IF
           IF NOT SV-DATEI-OK
             DISPLAY 'Spiel-Verzeichnis konnte nicht geoeffnet'
               ' werden (Status ' SV-DATEI-STATUS '); es wird nicht'
               ' neu aufgebaut.'
           ELSE
             SET VERZEICHNIS-AKTIV TO TRUE
             MOVE SPACES TO SV-SPIEL-ID
             MOVE 0 TO SV-DATUM
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
                   IF SV-IM-PROTOKOLL
                     SET SV-IM-NEUAUFBAU TO TRUE
                     REWRITE SPIELVZ-SATZ
                     ADD 1 TO VZ-BISHER
                   END-IF
               END-READ
             END-PERFORM
             OPEN INPUT ERGEBNIS-DATEI
             IF ERG-DATEI-OK
               SET ERG-LESBAR TO TRUE
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Traegt das gepufferte Spiel mit Kopfsatz im Verzeichnis ein.
      * Vorhandene Eintraege zu Kennung und Datum des Kopfsatzes
      * werden der Reihe nach vergeben; vorrangig der Eintrag, der
      * genau auf die bisherige Satznummer des Kopfsatzes zeigt.
      * Ohne freien Eintrag wird ein neuer angelegt.
       VERZEICHNE-SPIEL SECTION.
           IF PUK-DATUM IS NUMERIC
             MOVE PUK-DATUM TO VZ-DATUM
           ELSE
             MOVE 0 TO VZ-DATUM
           END-IF
           MOVE 0 TO LETZTE-LFDNR
           MOVE SPACES TO ERSTER-U-SCHLUESSEL
           MOVE SPACES TO GENAUER-U-SCHLUESSEL
           MOVE ZERO TO LETZTER-ERG-SCHLUESSEL
           MOVE PUK-SPIEL-ID TO SV-SPIEL-ID
           MOVE VZ-DATUM TO SV-DATUM
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
                 IF SV-SPIEL-ID = PUK-SPIEL-ID
                     AND SV-DATUM = VZ-DATUM
                   MOVE SV-LFDNR TO LETZTE-LFDNR
                   IF SV-IM-NEUAUFBAU
                     IF ERSTER-U-SCHLUESSEL = SPACES
                       MOVE SV-SCHLUESSEL TO ERSTER-U-SCHLUESSEL
                     END-IF
                     IF SV-SATZ-NR = KOPF-SATZ-NR
                         AND GENAUER-U-SCHLUESSEL = SPACES
                       MOVE SV-SCHLUESSEL TO GENAUER-U-SCHLUESSEL
                     END-IF
                   END-IF
                   IF SV-ERG-SCHLUESSEL IS NUMERIC
                       AND SV-ERG-SCHLUESSEL > LETZTER-ERG-SCHLUESSEL
                     MOVE SV-ERG-SCHLUESSEL TO LETZTER-ERG-SCHLUESSEL
                   END-IF
                 ELSE
                   SET SUCHE-BEENDET TO TRUE
                 END-IF
             END-READ
           END-PERFORM
           IF GENAUER-U-SCHLUESSEL NOT = SPACES
             MOVE GENAUER-U-SCHLUESSEL TO GEFUNDENER-SCHLUESSEL
           ELSE
             MOVE ERSTER-U-SCHLUESSEL TO GEFUNDENER-SCHLUESSEL
           END-IF
           IF GEFUNDENER-SCHLUESSEL NOT = SPACES
             PERFORM AKTUALISIERE-EINTRAG
           ELSE
             PERFORM LEGE-EINTRAG-AN
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Setzt den Fundort des vorhandenen Eintrags
      * GEFUNDENER-SCHLUESSEL; Ausgang und Ergebnis-Schluessel
      * bleiben stehen.
       AKTUALISIERE-EINTRAG SECTION.
           MOVE GEFUNDENER-SCHLUESSEL TO SV-SCHLUESSEL
           READ SPIELVZ-DATEI
             KEY IS SV-SCHLUESSEL
             INVALID KEY
               DISPLAY 'Verzeichnis-Eintrag ' GEFUNDENER-SCHLUESSEL
                 ' nicht mehr lesbar.'
             NOT INVALID KEY
               PERFORM SETZE-FUNDORT
               REWRITE SPIELVZ-SATZ
               IF SV-DATEI-OK
                 ADD 1 TO VZ-UEBERNOMMEN
               ELSE
                 DISPLAY 'Fehler beim Fortschreiben des Verzeichnis-'
                   'Eintrags (Status ' SV-DATEI-STATUS ').'
               END-IF
           END-READ
           EXIT.

      *-----------------------------------------------------------------
      * Legt den Eintrag eines noch nicht verzeichneten Spiels an
      * und ordnet ihm seinen Ergebnis- bzw. Abbruch-Satz zu.
       LEGE-EINTRAG-AN SECTION.
           IF LETZTE-LFDNR >= 99
             DISPLAY 'Mehr als 99 Spiele mit Kennung ' PUK-SPIEL-ID
               ' am ' VZ-DATUM '; Spiel wird nicht verzeichnet.'
           ELSE
             MOVE SPACES TO SPIELVZ-SATZ
             MOVE PUK-SPIEL-ID TO SV-SPIEL-ID
             MOVE VZ-DATUM TO SV-DATUM
             COMPUTE SV-LFDNR = LETZTE-LFDNR + 1
             PERFORM SETZE-FUNDORT
             MOVE VORIGER-ZUG TO SV-ZUEGE
             IF PUK-BRETTGROESSE IS NUMERIC
               MOVE PUK-BRETTGROESSE TO SV-BRETTGROESSE
             ELSE
               MOVE 3 TO SV-BRETTGROESSE
             END-IF
             MOVE PUK-SPIELER-X-ID TO SV-SPIELER-X-ID
             MOVE PUK-SPIELER-O-ID TO SV-SPIELER-O-ID
             SET SV-OFFEN TO TRUE
             MOVE ZERO TO SV-ERG-SCHLUESSEL
             PERFORM SUCHE-ERGEBNIS-ZUM-SPIEL
             IF SV-OFFEN
               PERFORM SUCHE-ABBRUCH-ZUM-SPIEL
             END-IF
             WRITE SPIELVZ-SATZ
             IF SV-DATEI-OK
               ADD 1 TO VZ-NEU
               IF NOT SV-OFFEN
                 ADD 1 TO VZ-NEU-VERKNUEPFT
               END-IF
             ELSE
               DISPLAY 'Fehler beim Anlegen des Verzeichnis-'
                 'Eintrags (Status ' SV-DATEI-STATUS ').'
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Fundort, Satznummer und Satzzahl des gepufferten Spiels
       SETZE-FUNDORT SECTION.
           IF ZIEL-ARCHIV
             SET SV-IM-ARCHIV TO TRUE
             MOVE STICHTAG TO SV-ARCHIV-STICHTAG
             ADD 1 TO VZ-INS-ARCHIV
           ELSE
             SET SV-IM-PROTOKOLL TO TRUE
             MOVE 0 TO SV-ARCHIV-STICHTAG
           END-IF
           MOVE ZIEL-SATZ-NR TO SV-SATZ-NR
           COMPUTE SV-SAETZE = ANZ-GEPUFFERT - 1
           EXIT.

      *-----------------------------------------------------------------
      * Sucht fuer einen neuen Eintrag den Ergebnis-Satz: gleiche
      * Spiel-Kennung, Zuganzahl gleich der letzten Zugnummer, vom
      * Tag des Kopfsatzes und nach dem Ergebnis-Satz, den ein
      * frueherer Eintrag derselben Kennung und desselben Tages
      * schon traegt (Serie, Wiederanlauf).
       SUCHE-ERGEBNIS-ZUM-SPIEL SECTION.
           IF ERG-LESBAR
             SET SUCHE-BEENDET TO FALSE
             IF LETZTER-ERG-SCHLUESSEL > ZERO
               MOVE LETZTER-ERG-SCHLUESSEL TO ERG-SCHLUESSEL
               START ERGEBNIS-DATEI KEY IS GREATER THAN ERG-SCHLUESSEL
                 INVALID KEY
                   SET SUCHE-BEENDET TO TRUE
               END-START
             ELSE
               MOVE VZ-DATUM TO ERG-DATUM
               MOVE 0 TO ERG-UHRZEIT
               MOVE 0 TO ERG-ZUG
               MOVE 0 TO ERG-SEQ
               START ERGEBNIS-DATEI
                 KEY IS NOT LESS THAN ERG-SCHLUESSEL
                 INVALID KEY
                   SET SUCHE-BEENDET TO TRUE
               END-START
             END-IF
             PERFORM UNTIL SUCHE-BEENDET
               READ ERGEBNIS-DATEI NEXT RECORD
                 AT END
                   SET SUCHE-BEENDET TO TRUE
                 NOT AT END
                   EVALUATE TRUE
                     WHEN ERG-DATUM > VZ-DATUM
                       SET SUCHE-BEENDET TO TRUE
                     WHEN ERG-SPIEL-ID = PUK-SPIEL-ID
                         AND ERG-ZUG = VORIGER-ZUG
                       SET SV-MIT-ERGEBNIS TO TRUE
                       MOVE ERG-SCHLUESSEL TO SV-ERG-SCHLUESSEL
                       SET SUCHE-BEENDET TO TRUE
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
               END-READ
             END-PERFORM
             MOVE '00' TO ERG-DATEI-STATUS
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Sucht fuer einen neuen Eintrag ohne Ergebnis-Satz einen
      * Abbruch-Satz gleicher Kennung, gleichen Tages und gleicher
      * Zuganzahl. Die Abbruch-Datei wird je Suche gelesen; das
      * betrifft nur Spiele, die noch nicht verzeichnet sind.
       SUCHE-ABBRUCH-ZUM-SPIEL SECTION.
           OPEN INPUT ABBRUCH-DATEI
           IF ABB-DATEI-OK
             PERFORM UNTIL NOT ABB-SATZ-GELESEN OR SV-ABGEBROCHEN
               READ ABBRUCH-DATEI
                 AT END
                   SET ABB-DATEI-ENDE TO TRUE
                 NOT AT END
                   IF ABB-SPIEL-ID = PUK-SPIEL-ID
                       AND ABB-DATUM = VZ-DATUM
                       AND ABB-ZUEGE = VORIGER-ZUG
                     SET SV-ABGEBROCHEN TO TRUE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ABBRUCH-DATEI
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Schliesst den Neuaufbau ab: Eintraege, deren Spiel nicht
      * mehr im Protokoll stand, werden entfernt - nach einem
      * Lesefehler auf dem Protokoll bleiben sie dagegen als
      * Eintraege des laufenden Protokolls stehen. Der Steuersatz
      * erhaelt die Satzzahl von PROTNEU, das das Protokoll ersetzt.
       SCHLIESSE-VERZEICHNIS-AB SECTION.
           MOVE SPACES TO SV-SPIEL-ID
           MOVE 0 TO SV-DATUM
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
                 IF SV-IM-NEUAUFBAU
                   IF PROT-LESEFEHLER
                     SET SV-IM-PROTOKOLL TO TRUE
                     REWRITE SPIELVZ-SATZ
                   ELSE
                     DELETE SPIELVZ-DATEI
                     ADD 1 TO VZ-ENTFERNT
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           MOVE SPACES TO SPIELVZ-SATZ
           MOVE SPACES TO SV-SPIEL-ID
           MOVE 0 TO SV-DATUM SV-LFDNR SV-ARCHIV-STICHTAG
             SV-SAETZE SV-ZUEGE SV-BRETTGROESSE
           MOVE ZERO TO SV-ERG-SCHLUESSEL
           SET SV-IST-STEUERSATZ TO TRUE
           MOVE PROT-UEBERNOMMEN TO SV-SATZ-NR
           REWRITE SPIELVZ-SATZ
             INVALID KEY
               WRITE SPIELVZ-SATZ
           END-REWRITE
           IF NOT SV-DATEI-OK
             DISPLAY 'Fehler beim Schreiben des Steuersatzes im'
               ' Spiel-Verzeichnis (Status ' SV-DATEI-STATUS ').'
           END-IF
           CLOSE SPIELVZ-DATEI
           IF ERG-LESBAR
             CLOSE ERGEBNIS-DATEI
             SET ERG-LESBAR TO FALSE
           END-IF
           EXIT.

      *-----------------------------------------------------------------
             ' SPIELE ' SPIELE-ARCHIVIERT
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           IF VERZEICHNIS-AKTIV
             MOVE SPACES TO BERICHT-SATZ
             STRING 'SPIELVERZEICHNIS: BISHER ' VZ-BISHER
               ' UEBERNOMMEN ' VZ-UEBERNOMMEN
               ' NEU ' VZ-NEU ' ENTFERNT ' VZ-ENTFERNT
               DELIMITED BY SIZE INTO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
             MOVE SPACES TO BERICHT-SATZ
             STRING 'SPIELVERZEICHNIS: NEU MIT ERGEBNIS/ABBRUCH '
               VZ-NEU-VERKNUEPFT ' INS ARCHIV ' VZ-INS-ARCHIV
               DELIMITED BY SIZE INTO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
           ELSE
             MOVE 'SPIELVERZEICHNIS NICHT NEU AUFGEBAUT'
               TO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
           END-IF
           IF ERG-LESEFEHLER
             MOVE SPACES TO BERICHT-SATZ
             STRING 'ACHTUNG: ERGEBNIS-TEIL WEGEN LESEFEHLER'
