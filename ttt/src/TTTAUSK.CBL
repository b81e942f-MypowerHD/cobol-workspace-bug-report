      *     bereitgestellte Archiv-Generationen und zeigt die
      *     Trefferliste mit Herkunft am Bildschirm.
      *   Funktion N (Nachspielen): sucht zur gewaehlten Treffer-
      *     zeile das Spiel im Spiel-Verzeichnis (TTTSVZM) und liest
      *     seine Zugfolge ab der dort verzeichneten Satznummer im
      *     laufenden Zug-Protokoll bzw. in der passenden Protokoll-
      *     Archivgeneration; ohne Verzeichnis-Eintrag wird wie
      *     bisher ueber die Spiel-Kennung gesucht. Die Zugfolge
      *     wird Zug fuer Zug nachgespielt - im selben Spielfeld-
      *     Format wie TTTRPLY, damit auch ein archivierter
      *     Streitfall am Bildschirm geklaert werden kann.
      *   Funktion X (Export):      schreibt die Trefferliste im
      *     Semikolon-Format von TTTEXPO auf die Extraktdatei
      *     AUSKEXP, fuer die Jahresvergleiche der Verwaltung ueber
           SELECT PROTARCH3-DATEI ASSIGN TO 'PROTARCH3'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PROT-DATEI-STATUS.
      * Spiel-Verzeichnis aus TTTM/TTTARCH, nur lesend
           SELECT SPIELVZ-DATEI ASSIGN TO 'SPIELVZ'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SV-SCHLUESSEL
             FILE STATUS IS SV-DATEI-STATUS.
      * Semikolon-getrennter Extrakt der Trefferliste, je Lauf neu
           SELECT AUSKEXP-DATEI ASSIGN TO 'AUSKEXP'
             ORGANIZATION IS LINE SEQUENTIAL
           COPY TTTERGW.
       FD  ERGARCH1-DATEI.
      * Archivsatz als unveraendertes Abbild des Ergebnis-Satzes
       01 ERGA1-SATZ PIC X(58).
       FD  ERGARCH2-DATEI.
       01 ERGA2-SATZ PIC X(58).
       FD  ERGARCH3-DATEI.
       01 ERGA3-SATZ PIC X(58).
       FD  PROTOKOLL-DATEI.
           COPY TTTPROT.
           COPY TTTPRTK.
       01 PROTA2-SATZ PIC X(42).
       FD  PROTARCH3-DATEI.
       01 PROTA3-SATZ PIC X(42).
       FD  SPIELVZ-DATEI.
           COPY TTTSVZM.
       FD  AUSKEXP-DATEI.
       01 EXPORT-SATZ PIC X(100).
       WORKING-STORAGE SECTION.
         88 PROT-SATZ-GELESEN VALUES '00' '04'.
       01 EXP-DATEI-STATUS PIC XX.
         88 EXP-DATEI-OK VALUE '00'.
       01 SV-DATEI-STATUS PIC XX.
         88 SV-DATEI-OK VALUE '00'.
      * Arbeits-Sicht auf einen (auch archivierten) Ergebnis-Satz,
      * satzgleich mit TTTERGW (wie die ALT-Sicht in TTTERGU von
      * Hand nachgefuehrt); kuerzere Altsaetze lassen die juengeren
         02 AE-STORNO-KZ PIC X(01).
         02 AE-SAISON-ID PIC X(06).
         02 AE-SPIELART-KZ PIC X(01).
         02 AE-POKAL-KZ PIC X(01).
         02 AE-EINGABE-KZ PIC X(01).
      * Arbeits-Sicht auf einen (auch archivierten) Protokoll-Satz
      * in beiden Satzformaten, satzgleich mit TTTPROT und TTTPRTK
       01 ARCH-PROT-SATZ.
         02 FILLER PIC X(01).
         02 AP-ART PIC X(01).
           88 AP-IST-KORREKTUR VALUE 'K'.
         02 FILLER PIC X(01).
         02 AP-UHRZEIT PIC 9(08).
         02 FILLER PIC X(01).
         02 AP-BEDENKZEIT PIC 9(05).
         02 FILLER PIC X(07).
       01 ARCH-KOPF-SATZ REDEFINES ARCH-PROT-SATZ.
         02 AK-KENNZEICHEN PIC X(02).
           88 AK-IST-SPIELKOPF VALUE '*S'.
       01 WEITERE-KZ PIC X.
         88 WEITERE-ZUGFOLGEN VALUE 'J' WHEN SET TO FALSE 'N'.
       01 VORIGER-ZUG PIC 9(02).
      * Verzeichnis-Eintrag des gewaehlten Treffers: bevorzugt der
      * Eintrag, der auf genau diesen Ergebnis-Satz verweist, sonst
      * der erste Eintrag der Kennung vom Datum des Treffers
       01 VZ-SUCHE-KZ PIC X.
         88 VZ-SUCHE-BEENDET VALUE 'J' WHEN SET TO FALSE 'N'.
       01 VZ-TREFFER-KZ PIC X.
         88 VZ-EINTRAG-GENAU VALUE 'G'.
         88 VZ-EINTRAG-DATUM VALUE 'D'.
         88 VZ-KEIN-EINTRAG VALUE ' '.
       01 VZ-ANZ-EINTRAEGE PIC 9(03).
       01 VZ-EINTRAG.
         02 VZ-ORT-KZ PIC X(01).
           88 VZ-IM-PROTOKOLL VALUE 'P'.
           88 VZ-IM-ARCHIV VALUE 'A'.
         02 VZ-DATUM PIC 9(08).
         02 VZ-SATZ-NR PIC 9(07).
         02 VZ-SAETZE PIC 9(03).
      * Gelesene Saetze der Protokoll-Quelle beim Anspringen
       01 QUELLEN-SATZ-NR PIC 9(07).
       01 KOPF-KZ PIC X.
         88 KOPFSATZ-BESTAETIGT VALUE 'J' WHEN SET TO FALSE 'N'.
      * Nachspiel-Umgebung, Spielfeld wie in TTTRPLY
       01 BRETTGROESSE PIC 9 VALUE 3.
       01 SPIELFELD.
           EXIT.

      *-----------------------------------------------------------------
      * Sucht die Zugfolge des gewaehlten Treffers: zuerst ueber
      * das Spiel-Verzeichnis, sonst die erste Zugfolge zur Spiel-
      * Kennung und zum Datum des Treffers, erst im laufenden
      * Protokoll, dann in den Archiv-Generationen. Die Zugfolge
      * beginnt mit dem passenden Kopfsatz und endet am naechsten
      * Kopfsatz oder an einer nicht mehr steigenden Zugnummer.
       SUCHE-ZUGFOLGE SECTION.
           SET ZUGFOLGE-GEFUNDEN TO FALSE
           SET WEITERE-ZUGFOLGEN TO FALSE
           MOVE 0 TO ANZ-ZUEGE
           MOVE 3 TO BRETTGROESSE
           PERFORM SUCHE-IM-VERZEICHNIS
           IF NOT VZ-KEIN-EINTRAG
             PERFORM SPRINGE-ZUGFOLGE-AN
           END-IF
           IF NOT ZUGFOLGE-GEFUNDEN
             PERFORM VARYING QUELLE FROM 0 BY 1
                 UNTIL QUELLE > ANZ-GENERATIONEN
                 OR ZUGFOLGE-GEFUNDEN
               PERFORM DURCHSUCHE-PROTOKOLL-QUELLE
             END-PERFORM
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Sucht den Verzeichnis-Eintrag des gewaehlten Treffers unter
      * den Eintraegen seiner Spiel-Kennung: vorrangig den Eintrag,
      * der auf den Ergebnis-Satz mit Datum und Uhrzeit des
      * Treffers verweist, sonst den ersten vom Datum des Treffers.
      * Mehrere Eintraege der Kennung (Serie, Wiederanlauf) werden
      * als weitere Zugfolgen vermerkt.
       SUCHE-IM-VERZEICHNIS SECTION.
           SET VZ-KEIN-EINTRAG TO TRUE
           MOVE 0 TO VZ-ANZ-EINTRAEGE
           OPEN INPUT SPIELVZ-DATEI
           IF SV-DATEI-OK
             MOVE TR-SPIEL-ID(TREFFER-WAHL) TO SV-SPIEL-ID
             MOVE 0 TO SV-DATUM
             MOVE 0 TO SV-LFDNR
             SET VZ-SUCHE-BEENDET TO FALSE
             START SPIELVZ-DATEI KEY IS NOT LESS THAN SV-SCHLUESSEL
               INVALID KEY
                 SET VZ-SUCHE-BEENDET TO TRUE
             END-START
             PERFORM UNTIL VZ-SUCHE-BEENDET
               READ SPIELVZ-DATEI NEXT RECORD
                 AT END
                   SET VZ-SUCHE-BEENDET TO TRUE
                 NOT AT END
                   IF SV-SPIEL-ID NOT = TR-SPIEL-ID(TREFFER-WAHL)
                     SET VZ-SUCHE-BEENDET TO TRUE
                   ELSE
                     PERFORM PRUEFE-VERZEICHNIS-EINTRAG
                   END-IF
               END-READ
             END-PERFORM
             CLOSE SPIELVZ-DATEI
             IF VZ-ANZ-EINTRAEGE > 1
               SET WEITERE-ZUGFOLGEN TO TRUE
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Prueft einen Verzeichnis-Eintrag der Kennung und merkt ihn
      * sich, wenn er besser passt als der bisher gemerkte
       PRUEFE-VERZEICHNIS-EINTRAG SECTION.
           IF VZ-ANZ-EINTRAEGE < 999
             ADD 1 TO VZ-ANZ-EINTRAEGE
           END-IF
           IF SV-IM-PROTOKOLL OR SV-IM-ARCHIV
             EVALUATE TRUE
               WHEN VZ-EINTRAG-GENAU
                 CONTINUE
               WHEN SV-MIT-ERGEBNIS
                   AND SV-ERG-DATUM = TR-DATUM(TREFFER-WAHL)
                   AND SV-ERG-UHRZEIT = TR-UHRZEIT(TREFFER-WAHL)
                 SET VZ-EINTRAG-GENAU TO TRUE
                 PERFORM MERKE-VERZEICHNIS-EINTRAG
               WHEN VZ-KEIN-EINTRAG
                   AND SV-DATUM = TR-DATUM(TREFFER-WAHL)
                 SET VZ-EINTRAG-DATUM TO TRUE
                 PERFORM MERKE-VERZEICHNIS-EINTRAG
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Uebernimmt den gelesenen Verzeichnis-Eintrag
       MERKE-VERZEICHNIS-EINTRAG SECTION.
           MOVE SV-ORT-KZ TO VZ-ORT-KZ
           MOVE SV-DATUM TO VZ-DATUM
           MOVE SV-SATZ-NR TO VZ-SATZ-NR
           MOVE SV-SAETZE TO VZ-SAETZE
           EXIT.

      *-----------------------------------------------------------------
      * Springt die Zugfolge des Verzeichnis-Eintrags an: im
      * laufenden Protokoll, bei einem archivierten Spiel in der
      * ersten bereitgestellten Archiv-Generation, deren Satz an der
      * verzeichneten Stelle der Kopfsatz des Spiels ist.
       SPRINGE-ZUGFOLGE-AN SECTION.
           IF VZ-IM-PROTOKOLL
             MOVE 0 TO QUELLE
             PERFORM LIES-ZUGFOLGE-AB-SATZ
           ELSE
             PERFORM VARYING QUELLE FROM 1 BY 1
                 UNTIL QUELLE > ANZ-GENERATIONEN
                 OR ZUGFOLGE-GEFUNDEN
               PERFORM LIES-ZUGFOLGE-AB-SATZ
             END-PERFORM
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Liest in der Protokoll-Quelle QUELLE bis zur verzeichneten
      * Satznummer vor, prueft dort den Kopfsatz und sammelt die
      * verzeichneten Folgesaetze. Die Zugfolge endet auch hier
      * vorzeitig am naechsten Kopfsatz oder an einer nicht mehr
      * steigenden Zugnummer.
       LIES-ZUGFOLGE-AB-SATZ SECTION.
           PERFORM OEFFNE-PROTOKOLL-QUELLE
           IF PROT-DATEI-OK
             MOVE 0 TO QUELLEN-SATZ-NR
             SET KOPFSATZ-BESTAETIGT TO FALSE
             SET SAMMLE-ZUEGE TO FALSE
             PERFORM UNTIL NOT PROT-SATZ-GELESEN
                 OR QUELLEN-SATZ-NR >= VZ-SATZ-NR
               PERFORM LIES-PROTOKOLL-QUELLEN-SATZ
               IF PROT-SATZ-GELESEN
                 ADD 1 TO QUELLEN-SATZ-NR
               END-IF
             END-PERFORM
             IF QUELLEN-SATZ-NR = VZ-SATZ-NR
                 AND AK-IST-SPIELKOPF
                 AND AK-SPIEL-ID = TR-SPIEL-ID(TREFFER-WAHL)
                 AND AK-DATUM = VZ-DATUM
               SET KOPFSATZ-BESTAETIGT TO TRUE
               SET SAMMLE-ZUEGE TO TRUE
               MOVE 0 TO ANZ-ZUEGE
               MOVE 0 TO VORIGER-ZUG
               IF AK-BRETTGROESSE IS NUMERIC
                   AND AK-BRETTGROESSE >= 3
                   AND AK-BRETTGROESSE <= 5
                 MOVE AK-BRETTGROESSE TO BRETTGROESSE
               ELSE
                 MOVE 3 TO BRETTGROESSE
               END-IF
             END-IF
             PERFORM UNTIL NOT SAMMLE-ZUEGE
                 OR NOT PROT-SATZ-GELESEN
                 OR QUELLEN-SATZ-NR >= VZ-SATZ-NR + VZ-SAETZE
               PERFORM LIES-PROTOKOLL-QUELLEN-SATZ
               IF PROT-SATZ-GELESEN
                 ADD 1 TO QUELLEN-SATZ-NR
                 PERFORM VERARBEITE-ZUGFOLGEN-SATZ
               END-IF
             END-PERFORM
             PERFORM SCHLIESSE-PROTOKOLL-QUELLE
      * Alle verzeichneten Saetze gesammelt, oder die Zugfolge ist
      * an einer Spielgrenze zu Ende gegangen
             IF KOPFSATZ-BESTAETIGT
               SET SAMMLE-ZUEGE TO FALSE
               SET ZUGFOLGE-GEFUNDEN TO TRUE
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
