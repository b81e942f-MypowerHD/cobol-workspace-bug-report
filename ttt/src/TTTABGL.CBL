      * Zugfolge und Zugfolgen ohne Ergebnis-Satz kommen auf den
      * Abweichungsbericht, damit die Turniertabelle belastbar ist.
      *
      * Die Zuordnung erfolgt ueber das Spiel-Verzeichnis (SPIELVZ,
      * siehe TTTSVZM): TTTM schreibt je Spielbeginn einen Kopfsatz
      * (TTTPRTK) in das Protokoll und verzeichnet das Spiel mit
      * der Satznummer des Kopfsatzes; am Spielende traegt es den
      * Schluessel des Ergebnis-Satzes bzw. den Abbruch ein. Jede
      * Zugfolge mit Kopfsatz findet so ihren Eintrag und ueber ihn
      * direkt ihren Ergebnis-Satz. Altspiele ohne Kopfsatz werden
      * weiterhin ueber die nicht mehr steigende Zugnummer
      * abgegrenzt und verbrauchen der Reihenfolge nach den jeweils
      * naechsten Ergebnis-Satz ohne Spiel-Kennung. Eine Zugfolge
      * mit Kopfsatz ohne Verzeichnis-Eintrag wird gemeldet; das
      * Verzeichnis ist dann durch einen TTTARCH-Lauf neu
      * aufzubauen.
      *
      * Ein Verlust auf Zeit (ERG-ERGEBNIS 'Z') endet ohne
      * Gewinnreihe; die Zugfolge bleibt beim Nachspielen offen.
      * Eine offene Zugfolge mit Kopfsatz wird darum gegen den
      * eingetragenen Zeitverlust-Satz verglichen (Spieler des
      * letzten Zuges und Zuganzahl) und ist dann keine Abweichung.
      * Ein Zeitverlust vor dem ersten Zug hat keine Zugfolge und
      * wird nicht als Ergebnis ohne Zugfolge gemeldet. Eine offene
      * Zugfolge, deren Eintrag TTTM als abgebrochen gekennzeichnet
      * hat, zaehlt gesondert als abgebrochenes Spiel.
      *
      * Am Ende wird die Ergebnis-Historie einmal durchgelesen: ein
      * Satz mit Spiel-Kennung, auf den kein Eintrag des laufenden
      * Protokolls verweist, und ein Altsatz hinter dem zuletzt
      * verbrauchten sind Ergebnisse ohne Zugfolge.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Sieg/Unentschieden-Historie aus TTTM, nur lesend; direkt
      * ueber den Schluessel aus dem Spiel-Verzeichnis und am Ende
      * in Schluesselfolge (Datum/Uhrzeit)
           SELECT ERGEBNIS-DATEI ASSIGN TO 'ERGEBNIS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ERG-SCHLUESSEL
             FILE STATUS IS ERG-DATEI-STATUS.
      * Zug-fuer-Zug Protokoll aus TTTM, nur lesend
           SELECT PROTOKOLL-DATEI ASSIGN TO 'PROTOKOLL'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PROT-DATEI-STATUS.
      * Spiel-Verzeichnis aus TTTM/TTTARCH, nur lesend
           SELECT SPIELVZ-DATEI ASSIGN TO 'SPIELVZ'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SV-SCHLUESSEL
             FILE STATUS IS SV-DATEI-STATUS.
      * Abweichungsbericht dieses Laufes, je Lauf neu angelegt
           SELECT ABGLEICH-DATEI ASSIGN TO 'ABGLEICH'
             ORGANIZATION IS LINE SEQUENTIAL
       FD  PROTOKOLL-DATEI.
           COPY TTTPROT.
           COPY TTTPRTK.
       FD  SPIELVZ-DATEI.
           COPY TTTSVZM.
       FD  ABGLEICH-DATEI.
           COPY TTTBERD.
       WORKING-STORAGE SECTION.
         88 PROT-SATZ-GELESEN VALUES '00' '04'.
       01 ABGL-DATEI-STATUS PIC XX.
         88 ABGL-DATEI-OK VALUE '00'.
       01 SV-DATEI-STATUS PIC XX.
         88 SV-DATEI-OK VALUE '00'.
      * Schalter: Ergebnis-Historie geoeffnet
       01 ERG-HISTORIE-KZ PIC X VALUE 'N'.
         88 ERG-HISTORIE-VORHANDEN VALUE 'J' WHEN SET TO FALSE 'N'.
      * Schalter: Spiel-Verzeichnis geoeffnet
       01 VERZEICHNIS-KZ PIC X VALUE 'N'.
         88 VERZEICHNIS-VORHANDEN VALUE 'J' WHEN SET TO FALSE 'N'.
      * Schalter: Verzeichnis-Eintrag der Zugfolge gefunden; der
      * Eintrag steht dann in SPIELVZ-SATZ
       01 EINTRAG-KZ PIC X VALUE 'N'.
         88 EINTRAG-GEFUNDEN VALUE 'J' WHEN SET TO FALSE 'N'.
      * Schalter: Ergebnis-Satz zur Zugfolge gefunden; der Satz
      * steht dann in ERGEBNIS-SATZ
       01 ERG-TREFFER-KZ PIC X VALUE 'N'.
         88 ERG-GEFUNDEN VALUE 'J' WHEN SET TO FALSE 'N'.
       01 SUCHE-KZ PIC X VALUE 'N'.
         88 SUCHE-BEENDET VALUE 'J' WHEN SET TO FALSE 'N'.
      * Schluessel des zuletzt von einem Altspiel verbrauchten
      * Ergebnis-Satzes ohne Spiel-Kennung; die Altsaetze werden
      * der Reihenfolge nach verbraucht
       01 ALT-SCHLUESSEL PIC X(20) VALUE ZERO.
      * Satznummer im Protokoll, Satznummer und Datum des Kopfsatzes
      * der gerade gesammelten Zugfolge
       01 PROT-SATZ-NR PIC 9(07) VALUE 0.
       01 KOPF-SATZ-NR PIC 9(07) VALUE 0.
       01 KOPF-DATUM PIC 9(08) VALUE 0.
      * Abgrenzung der Spiele im Protokoll, wie in TTTRPLY: ein
      * Kopfsatz eroeffnet verlaesslich ein neues Spiel; ohne
      * Kopfsatz beginnt ein neues Spiel, wenn die Zugnummer nicht
         02 ANZ-ZUGFOLGEN PIC 9(05) VALUE 0.
         02 ANZ-ABGESCHLOSSEN PIC 9(05) VALUE 0.
         02 ANZ-OFFEN PIC 9(05) VALUE 0.
         02 ANZ-ZEITVERLUST PIC 9(05) VALUE 0.
         02 ANZ-ABGEBROCHEN PIC 9(05) VALUE 0.
         02 ANZ-VERDORBEN PIC 9(05) VALUE 0.
         02 ANZ-ERG-SAETZE PIC 9(05) VALUE 0.
         02 ANZ-UEBEREINSTIMMEND PIC 9(05) VALUE 0.
         02 ANZ-ABWEICHUNGEN PIC 9(05) VALUE 0.
         02 ANZ-ERG-OHNE-ZUEGE PIC 9(05) VALUE 0.
         02 ANZ-ZUEGE-OHNE-ERG PIC 9(05) VALUE 0.
         02 ANZ-OHNE-VERZEICHNIS PIC 9(05) VALUE 0.
       PROCEDURE DIVISION.
           PERFORM OEFFNE-DATEIEN
           PERFORM SCHREIBE-KOPFZEILEN

           PERFORM UNTIL NOT PROT-SATZ-GELESEN
             READ PROTOKOLL-DATEI
               AT END
                 SET PROT-DATEI-ENDE TO TRUE
               NOT AT END
                 ADD 1 TO PROT-SATZ-NR
                 PERFORM VERARBEITE-PROTOKOLL-SATZ
             END-READ
           END-PERFORM
      * Oeffnet alle Dateien des Laufes. Fehlt die Ergebnis-Historie
      * oder das Protokoll, laeuft der Abgleich mit einer leeren
      * Seite weiter und weist jeden Satz der anderen Seite aus.
      * Ohne Spiel-Verzeichnis wird jede Zugfolge mit Kopfsatz als
      * nicht verzeichnet gemeldet.
       OEFFNE-DATEIEN SECTION.
           OPEN INPUT ERGEBNIS-DATEI
           IF NOT ERG-DATEI-OK
             DISPLAY 'Ergebnis-Historie konnte nicht geoeffnet werden'
               ' (Status ' ERG-DATEI-STATUS ').'
             SET ERG-DATEI-ENDE TO TRUE
           ELSE
             SET ERG-HISTORIE-VORHANDEN TO TRUE
           END-IF
           OPEN INPUT SPIELVZ-DATEI
           IF SV-DATEI-OK
             SET VERZEICHNIS-VORHANDEN TO TRUE
           ELSE
             DISPLAY 'Spiel-Verzeichnis konnte nicht geoeffnet werden'
               ' (Status ' SV-DATEI-STATUS '); bitte TTTARCH laufen'
               ' lassen.'
           END-IF
           OPEN INPUT PROTOKOLL-DATEI
           IF NOT PROT-DATEI-OK
           PERFORM SCHREIBE-BERICHTZEILE
           EXIT.

      *-----------------------------------------------------------------
      * Sammelt die Protokoll-Saetze der laufenden Zugfolge; an der
      * Spielgrenze wird die fertige Zugfolge erst ausgewertet und
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
           ELSE
           IF PROT-ZUG IS NUMERIC
      * Angaben fuer die naechste Zugfolge geleert.
       WERTE-ZUGFOLGE-AUS SECTION.
           ADD 1 TO ANZ-ZUGFOLGEN
           SET EINTRAG-GEFUNDEN TO FALSE
           IF ZUGFOLGE-MIT-KOPF
             PERFORM SUCHE-VERZEICHNIS-EINTRAG
           END-IF
           PERFORM LEITE-BRETTGROESSE-AB
           MOVE SPACE TO ABGL-SPIELFELD
           SET AUSGANG-OFFEN TO TRUE
           END-PERFORM

           EVALUATE TRUE
             WHEN AUSGANG-VERDORBEN
               CONTINUE
             WHEN ZUGFOLGE-MIT-KOPF AND NOT EINTRAG-GEFUNDEN
               PERFORM MELDE-FEHLENDEN-EINTRAG
             WHEN AUSGANG-SIEG OR AUSGANG-UNENTSCHIEDEN
               ADD 1 TO ANZ-ABGESCHLOSSEN
               PERFORM VERGLEICHE-MIT-ERGEBNIS-SATZ
             WHEN OTHER
               PERFORM PRUEFE-OFFENE-ZUGFOLGE
           END-EVALUATE

           MOVE 0 TO ANZ-ZUEGE
           MOVE SPACES TO AKT-SPIEL-ID
           MOVE 0 TO KOPF-SATZ-NR
           MOVE 0 TO KOPF-DATUM
           SET ZUGFOLGE-MIT-KOPF TO FALSE
           EXIT.

      *-----------------------------------------------------------------
      * Sucht den Verzeichnis-Eintrag der Zugfolge: gleiche Spiel-
      * Kennung und gleiches Datum wie der Kopfsatz, im laufenden
      * Protokoll und mit der Satznummer des Kopfsatzes.
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
      * Meldet eine Zugfolge mit Kopfsatz, die nicht im Spiel-
      * Verzeichnis steht; sie wird nicht verglichen.
       MELDE-FEHLENDEN-EINTRAG SECTION.
           ADD 1 TO ANZ-OHNE-VERZEICHNIS
           MOVE SPACES TO BERICHT-SATZ
           STRING 'ZUGFOLGE ' ANZ-ZUGFOLGEN ' (KENNUNG '
             AKT-SPIEL-ID ', SATZ ' KOPF-SATZ-NR
             '): NICHT IM SPIELVERZEICHNIS'
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           EXIT.

      *-----------------------------------------------------------------
      * Leitet die Brettgroesse der Zugfolge aus der groessten
      * vorkommenden Koordinate ab

      *-----------------------------------------------------------------
      * Vergleicht die abgeschlossene Zugfolge mit dem zugehoerigen
      * Ergebnis-Satz: Ausgang, Spieler des letzten Zuges und
      * Zuganzahl muessen uebereinstimmen.
       VERGLEICHE-MIT-ERGEBNIS-SATZ SECTION.
           PERFORM SUCHE-ERGEBNIS-SATZ
           IF NOT ERG-GEFUNDEN
             ADD 1 TO ANZ-ZUEGE-OHNE-ERG
             MOVE SPACES TO BERICHT-SATZ
             STRING 'ZUGFOLGE ' ANZ-ZUGFOLGEN ' (KENNUNG '
               DELIMITED BY SIZE INTO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
           ELSE
             PERFORM VERGLEICHE-GEFUNDENEN-SATZ
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Vergleicht die Zugfolge mit dem gefundenen Ergebnis-Satz.
       VERGLEICHE-GEFUNDENEN-SATZ SECTION.
           SET VERGLEICH-ABWEICHEND TO FALSE
           IF ERG-ERGEBNIS NOT = SPIEL-AUSGANG
             PERFORM MELDE-AUSGANG-ABWEICHUNG
           END-IF
           IF ERG-SPIELER NOT = ABGL-SPIELER
             PERFORM MELDE-SPIELER-ABWEICHUNG
           END-IF
           IF ERG-ZUG NOT = ABGL-GESPIELT
             PERFORM MELDE-ZUGZAHL-ABWEICHUNG
           END-IF
           IF VERGLEICH-ABWEICHEND
             ADD 1 TO ANZ-ABWEICHUNGEN
           ELSE
             ADD 1 TO ANZ-UEBEREINSTIMMEND
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Eine offen gebliebene Zugfolge mit Kopfsatz kann ein Verlust
      * auf Zeit sein: traegt ihr Eintrag einen Zeitverlust-Satz,
      * wird er auf Spieler des letzten Zuges (= Gewinner) und
      * Zuganzahl verglichen; ein anderer eingetragener Ausgang ist
      * eine Abweichung im Ausgang. Ist der Eintrag als abgebrochen
      * gekennzeichnet, zaehlt die Zugfolge als abgebrochenes Spiel;
      * nur was dann bleibt, ist wie bisher ein offenes Spiel.
       PRUEFE-OFFENE-ZUGFOLGE SECTION.
           SET ERG-GEFUNDEN TO FALSE
           IF ZUGFOLGE-MIT-KOPF AND SV-MIT-ERGEBNIS
             PERFORM SUCHE-ERGEBNIS-SATZ
           END-IF
           EVALUATE TRUE
             WHEN ZUGFOLGE-MIT-KOPF AND SV-ABGEBROCHEN
               ADD 1 TO ANZ-ABGEBROCHEN
             WHEN NOT ERG-GEFUNDEN
               ADD 1 TO ANZ-OFFEN
             WHEN ERG-ERGEBNIS = 'Z'
               PERFORM VERGLEICHE-ZEITVERLUST
             WHEN OTHER
               PERFORM VERGLEICHE-GEFUNDENEN-SATZ
           END-EVALUATE
           EXIT.

      *-----------------------------------------------------------------
      * Vergleicht die offene Zugfolge mit dem gefundenen Zeitverlust-
      * Satz.
       VERGLEICHE-ZEITVERLUST SECTION.
           ADD 1 TO ANZ-ZEITVERLUST
           SET VERGLEICH-ABWEICHEND TO FALSE
           IF ERG-SPIELER NOT = ABGL-SPIELER
             PERFORM MELDE-SPIELER-ABWEICHUNG
           END-IF
           IF ERG-ZUG NOT = ABGL-GESPIELT
             PERFORM MELDE-ZUGZAHL-ABWEICHUNG
           END-IF
           IF VERGLEICH-ABWEICHEND
             ADD 1 TO ANZ-ABWEICHUNGEN
           ELSE
             ADD 1 TO ANZ-UEBEREINSTIMMEND
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Liest den Ergebnis-Satz zur Zugfolge: bei einer Zugfolge mit
      * Kopfsatz den im Verzeichnis-Eintrag eingetragenen Satz, bei
      * einer Zugfolge ohne Kopfsatz den naechsten Satz ohne Spiel-
      * Kennung hinter dem zuletzt verbrauchten (Altsaetze, wie
      * bisher der Reihenfolge nach). Der Satz steht danach in
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
           SET VERGLEICH-ABWEICHEND TO TRUE
           MOVE SPACES TO BERICHT-SATZ
           STRING 'ZUGFOLGE ' ANZ-ZUGFOLGEN ' / ERGEBNIS '
             ERG-DATUM ' ' ERG-UHRZEIT
             ': AUSGANG ' ERG-ERGEBNIS
             ' GEMELDET, ' SPIEL-AUSGANG ' NACHGESPIELT'
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           SET VERGLEICH-ABWEICHEND TO TRUE
           MOVE SPACES TO BERICHT-SATZ
           STRING 'ZUGFOLGE ' ANZ-ZUGFOLGEN ' / ERGEBNIS '
             ERG-DATUM ' ' ERG-UHRZEIT
             ': SPIELER ' ERG-SPIELER
             ' GEMELDET, ' ABGL-SPIELER ' NACHGESPIELT'
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           SET VERGLEICH-ABWEICHEND TO TRUE
           MOVE SPACES TO BERICHT-SATZ
           STRING 'ZUGFOLGE ' ANZ-ZUGFOLGEN ' / ERGEBNIS '
             ERG-DATUM ' ' ERG-UHRZEIT
             ': ' ERG-ZUG ' ZUEGE GEMELDET, '
             ABGL-GESPIELT ' NACHGESPIELT'
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           EXIT.

      *-----------------------------------------------------------------
      * Liest nach dem Protokoll-Ende die Ergebnis-Historie einmal
      * in Schluesselfolge durch und weist jeden Satz ohne Zugfolge
      * aus: einen Altsatz ohne Spiel-Kennung hinter dem zuletzt
      * verbrauchten, einen Satz mit Spiel-Kennung, auf den kein
      * Eintrag des laufenden Protokolls verweist. Ein Verlust auf
      * Zeit vor dem ersten Zug hat keine Zugfolge und gilt als
      * uebereinstimmend.
       MELDE-UNVERBRAUCHTE-ERGEBNISSE SECTION.
           IF ERG-HISTORIE-VORHANDEN
             MOVE '00' TO ERG-DATEI-STATUS
             MOVE ZERO TO ERG-SCHLUESSEL
             START ERGEBNIS-DATEI KEY IS NOT LESS THAN ERG-SCHLUESSEL
               INVALID KEY
                 SET ERG-DATEI-ENDE TO TRUE
             END-START
           END-IF
           PERFORM UNTIL NOT ERG-DATEI-OK
             READ ERGEBNIS-DATEI NEXT RECORD
               AT END
                 SET ERG-DATEI-ENDE TO TRUE
               NOT AT END
                 ADD 1 TO ANZ-ERG-SAETZE
                 PERFORM PRUEFE-ERGEBNIS-SATZ
             END-READ
           END-PERFORM
      * Alles ausser Dateiende (Status 10) ist ein Lesefehler; der
      * Abgleich darf dann nicht wie ein vollstaendiger aussehen
           IF ERG-DATEI-STATUS NOT = '10'
             DISPLAY 'Lesefehler auf der Ergebnis-Historie'
               ' (Status ' ERG-DATEI-STATUS '); Abgleich'
               ' unvollstaendig.'
             SET ERG-LESEFEHLER TO TRUE
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Prueft, ob der gelesene Ergebnis-Satz einer Zugfolge
      * zugeordnet war, und meldet ihn sonst.
       PRUEFE-ERGEBNIS-SATZ SECTION.
           SET ERG-GEFUNDEN TO FALSE
           EVALUATE TRUE
             WHEN ERG-ERGEBNIS = 'Z' AND ERG-ZUG = 0
               ADD 1 TO ANZ-ZEITVERLUST
               ADD 1 TO ANZ-UEBEREINSTIMMEND
               SET ERG-GEFUNDEN TO TRUE
             WHEN ERG-SPIEL-ID = SPACES
               IF ERG-SCHLUESSEL NOT > ALT-SCHLUESSEL
                 SET ERG-GEFUNDEN TO TRUE
               END-IF
             WHEN OTHER
               PERFORM SUCHE-VERWEIS-IM-VERZEICHNIS
           END-EVALUATE
           IF NOT ERG-GEFUNDEN
             ADD 1 TO ANZ-ERG-OHNE-ZUEGE
             MOVE SPACES TO BERICHT-SATZ
             STRING 'ERGEBNIS ' ERG-DATUM ' '
               ERG-UHRZEIT
               ' (' ERG-SPIELER '/' ERG-ERGEBNIS
               ', KENNUNG ' ERG-SPIEL-ID
               '): KEINE ZUGFOLGE IM PROTOKOLL'
               DELIMITED BY SIZE INTO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Sucht unter den Verzeichnis-Eintraegen der Spiel-Kennung des
      * Ergebnis-Satzes einen Eintrag des laufenden Protokolls, der
      * auf diesen Satz verweist.
       SUCHE-VERWEIS-IM-VERZEICHNIS SECTION.
           IF VERZEICHNIS-VORHANDEN
             MOVE ERG-SPIEL-ID TO SV-SPIEL-ID
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
                   EVALUATE TRUE
                     WHEN SV-SPIEL-ID NOT = ERG-SPIEL-ID
                       SET SUCHE-BEENDET TO TRUE
                     WHEN SV-IM-PROTOKOLL AND SV-MIT-ERGEBNIS
                         AND SV-ERG-SCHLUESSEL = ERG-SCHLUESSEL
                       SET ERG-GEFUNDEN TO TRUE
                       SET SUCHE-BEENDET TO TRUE
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
               END-READ
             END-PERFORM
           END-IF
           EXIT.

      *-----------------------------------------------------------------
             ' ABGESCHLOSSEN ' ANZ-ABGESCHLOSSEN
             ' OFFEN ' ANZ-OFFEN
             ' VERDORBEN ' ANZ-VERDORBEN
             ' ZEIT ' ANZ-ZEITVERLUST
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE SPACES TO BERICHT-SATZ
           MOVE SPACES TO BERICHT-SATZ
           STRING 'ERGEBNIS OHNE ZUGFOLGE ' ANZ-ERG-OHNE-ZUEGE
             ' ZUGFOLGE OHNE ERGEBNIS ' ANZ-ZUEGE-OHNE-ERG
             ' ABGEBROCHEN ' ANZ-ABGEBROCHEN
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           IF ANZ-OHNE-VERZEICHNIS > 0
             MOVE SPACES TO BERICHT-SATZ
             STRING 'ZUGFOLGEN NICHT IM SPIELVERZEICHNIS '
               ANZ-OHNE-VERZEICHNIS
               ' - SPIELVERZEICHNIS MIT TTTARCH NEU AUFBAUEN'
               DELIMITED BY SIZE INTO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
           END-IF
           IF PROT-LESEFEHLER
             MOVE SPACES TO BERICHT-SATZ
             STRING 'ACHTUNG: ABGLEICH WEGEN LESEFEHLER AUF DEM'
       SCHLIESSE-DATEIEN SECTION.
           CLOSE ERGEBNIS-DATEI
           CLOSE PROTOKOLL-DATEI
           IF VERZEICHNIS-VORHANDEN
             CLOSE SPIELVZ-DATEI
           END-IF
           CLOSE ABGLEICH-DATEI
           EXIT.
