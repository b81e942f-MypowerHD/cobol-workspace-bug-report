       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TTTSVZ.
      *****************************************************************
      * Fuehrung des Spiel-Verzeichnisses (SPIELVZ, Satzbild TTTSVZM)
      * fuer die Programme, die an das Zug-Protokoll anhaengen (TTTM,
      * TTTNERF). Aus den Programmen ausgelagert, damit Satzzaehlung
      * und Eintraege ueberall gleich gefuehrt werden.
      *   Funktion O (Oeffnen):   oeffnet das Verzeichnis (legt es
      *     beim allerersten Aufruf an). Fehlt der Steuersatz mit
      *     der Satzzahl des Protokolls, wird das Protokoll einmal
      *     gezaehlt; der Aufruf muss darum vor dem Oeffnen des
      *     Protokolls zum Anhaengen liegen.
      *   Funktion K (Kopfsatz):  zaehlt den geschriebenen Kopfsatz
      *     und legt den Eintrag des Spiels mit der naechsten
      *     laufenden Nummer zu Kennung und Datum an.
      *   Funktion Z (Zugsatz):   zaehlt den geschriebenen Zug- oder
      *     Korrektursatz und schreibt Satz- und Zugzahl des Spiels
      *     fort, damit auch ein unterbrochenes Spiel stimmt.
      *   Funktion E (Spielende): traegt Ausgang und Ergebnis-
      *     Schluessel ein.
      *   Funktion C (Schliessen).
      * Kann das Verzeichnis nicht geoeffnet werden, laufen die
      * weiteren Aufrufe leer; das Spiel selbst wird davon nicht
      * behindert, und der naechste TTTARCH-Lauf baut das
      * Verzeichnis wieder vollstaendig auf.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Spiel-Verzeichnis, Schluessel Kennung/Datum/laufende Nummer
           SELECT SPIELVZ-DATEI ASSIGN TO 'SPIELVZ'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SV-SCHLUESSEL
             FILE STATUS IS SV-DATEI-STATUS.
      * Zug-Protokoll, nur zum einmaligen Zaehlen der Saetze
           SELECT PROTOKOLL-DATEI ASSIGN TO 'PROTOKOLL'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PROT-DATEI-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SPIELVZ-DATEI.
           COPY TTTSVZM.
       FD  PROTOKOLL-DATEI.
      * Protokollsatz als Abbild; gezaehlt wird jeder Satz
       01 PROT-ZAEHL-SATZ PIC X(42).
       WORKING-STORAGE SECTION.
       01 SV-DATEI-STATUS PIC XX.
         88 SV-DATEI-OK VALUE '00'.
         88 SV-DATEI-ENDE VALUE '10'.
       01 PROT-DATEI-STATUS PIC XX.
         88 PROT-DATEI-OK VALUE '00'.
         88 PROT-DATEI-ENDE VALUE '10'.
         88 PROT-SATZ-GELESEN VALUES '00' '04'.
      * Schalter: Verzeichnis offen und benutzbar
       01 VERZEICHNIS-KZ PIC X VALUE 'N'.
         88 VERZEICHNIS-OFFEN VALUE 'J' WHEN SET TO FALSE 'N'.
      * Satzzahl des laufenden Protokolls laut Steuersatz
       01 PROT-SATZ-NR PIC 9(07).
      * Schluessel des Eintrags zum letzten Kopfsatz; SPACES, solange
      * in diesem Lauf noch kein Spiel begonnen hat
       01 AKT-SCHLUESSEL PIC X(20) VALUE SPACES.
      * Hoechste vergebene laufende Nummer zu Kennung und Datum
       01 LETZTE-LFDNR PIC 9(02).
       01 SUCHE-KZ PIC X VALUE 'N'.
         88 SUCHE-BEENDET VALUE 'J' WHEN SET TO FALSE 'N'.
       LINKAGE SECTION.
           COPY TTTSVZP.
       PROCEDURE DIVISION USING SPIELVZ-AUFRUF.
           SET SVP-NICHT-AUSGEFUEHRT TO TRUE
           EVALUATE TRUE
             WHEN SVP-OEFFNEN
               PERFORM OEFFNE-VERZEICHNIS
             WHEN SVP-KOPFSATZ AND VERZEICHNIS-OFFEN
               PERFORM ZAEHLE-PROTOKOLL-SATZ
               PERFORM TRAGE-SPIEL-EIN
             WHEN SVP-ZUGSATZ AND VERZEICHNIS-OFFEN
               PERFORM ZAEHLE-PROTOKOLL-SATZ
               PERFORM VERBUCHE-ZUGSATZ
             WHEN SVP-SPIELENDE AND VERZEICHNIS-OFFEN
               PERFORM VERBUCHE-SPIELENDE
             WHEN SVP-SCHLIESSEN AND VERZEICHNIS-OFFEN
               CLOSE SPIELVZ-DATEI
               SET VERZEICHNIS-OFFEN TO FALSE
               MOVE SPACES TO AKT-SCHLUESSEL
               SET SVP-AUSGEFUEHRT TO TRUE
             WHEN SVP-KOPFSATZ OR SVP-ZUGSATZ OR SVP-SPIELENDE
                 OR SVP-SCHLIESSEN
               CONTINUE
             WHEN OTHER
               DISPLAY 'TTTSVZ: unbekannte Funktion ' SVP-FUNKTION
           END-EVALUATE
           GOBACK.

      *-----------------------------------------------------------------
      * Funktion O: oeffnet das Verzeichnis und stellt sicher, dass
      * der Steuersatz mit der Satzzahl des Protokolls vorhanden ist.
       OEFFNE-VERZEICHNIS SECTION.
           MOVE SPACES TO AKT-SCHLUESSEL
           OPEN I-O SPIELVZ-DATEI
           IF SV-DATEI-STATUS = '35'
             OPEN OUTPUT SPIELVZ-DATEI
             CLOSE SPIELVZ-DATEI
             OPEN I-O SPIELVZ-DATEI
           END-IF
           IF NOT SV-DATEI-OK
             DISPLAY 'Spiel-Verzeichnis konnte nicht geoeffnet'
               ' werden (Status ' SV-DATEI-STATUS '); es wird in'
               ' diesem Lauf nicht gefuehrt.'
           ELSE
             SET VERZEICHNIS-OFFEN TO TRUE
             PERFORM LIES-STEUERSATZ
             IF SV-DATEI-STATUS = '23'
               PERFORM ZAEHLE-PROTOKOLL
               MOVE SPACES TO SPIELVZ-SATZ
               MOVE SPACES TO SV-SPIEL-ID
               MOVE 0 TO SV-DATUM SV-LFDNR SV-ARCHIV-STICHTAG
                 SV-SAETZE SV-ZUEGE SV-BRETTGROESSE
                 SV-ERG-SCHLUESSEL
               SET SV-IST-STEUERSATZ TO TRUE
               MOVE PROT-SATZ-NR TO SV-SATZ-NR
               WRITE SPIELVZ-SATZ
               IF NOT SV-DATEI-OK
                 DISPLAY 'Fehler beim Anlegen des Steuersatzes im'
                   ' Spiel-Verzeichnis (Status ' SV-DATEI-STATUS ').'
               END-IF
             END-IF
             SET SVP-AUSGEFUEHRT TO TRUE
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Liest den Steuersatz; PROT-SATZ-NR traegt danach die
      * Satzzahl des Protokolls. Status 23 = noch kein Steuersatz.
       LIES-STEUERSATZ SECTION.
           MOVE SPACES TO SV-SPIEL-ID
           MOVE 0 TO SV-DATUM
           MOVE 0 TO SV-LFDNR
           READ SPIELVZ-DATEI
             KEY IS SV-SCHLUESSEL
             INVALID KEY
               MOVE 0 TO PROT-SATZ-NR
             NOT INVALID KEY
               MOVE SV-SATZ-NR TO PROT-SATZ-NR
           END-READ
           EXIT.

      *-----------------------------------------------------------------
      * Zaehlt die Saetze des vorhandenen Protokolls, wenn das
      * Verzeichnis neu ist oder der Steuersatz fehlt. Ein fehlendes
      * Protokoll hat 0 Saetze.
       ZAEHLE-PROTOKOLL SECTION.
           MOVE 0 TO PROT-SATZ-NR
           OPEN INPUT PROTOKOLL-DATEI
           IF PROT-DATEI-OK
             PERFORM UNTIL NOT PROT-SATZ-GELESEN
               READ PROTOKOLL-DATEI
                 AT END
                   SET PROT-DATEI-ENDE TO TRUE
                 NOT AT END
                   ADD 1 TO PROT-SATZ-NR
               END-READ
             END-PERFORM
             CLOSE PROTOKOLL-DATEI
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Zaehlt den soeben angehaengten Protokollsatz im Steuersatz;
      * PROT-SATZ-NR ist danach seine Satznummer. Der Steuersatz
      * wird bei jedem Satz fortgeschrieben, damit die Zaehlung auch
      * nach einem Programmabbruch stimmt.
       ZAEHLE-PROTOKOLL-SATZ SECTION.
           PERFORM LIES-STEUERSATZ
           ADD 1 TO PROT-SATZ-NR
           MOVE SPACES TO SPIELVZ-SATZ
           MOVE SPACES TO SV-SPIEL-ID
           MOVE 0 TO SV-DATUM SV-LFDNR SV-ARCHIV-STICHTAG
             SV-SAETZE SV-ZUEGE SV-BRETTGROESSE SV-ERG-SCHLUESSEL
           SET SV-IST-STEUERSATZ TO TRUE
           MOVE PROT-SATZ-NR TO SV-SATZ-NR
           REWRITE SPIELVZ-SATZ
             INVALID KEY
               WRITE SPIELVZ-SATZ
           END-REWRITE
           IF NOT SV-DATEI-OK
             DISPLAY 'Fehler beim Fortschreiben des Steuersatzes im'
               ' Spiel-Verzeichnis (Status ' SV-DATEI-STATUS ').'
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Funktion K: legt den Eintrag des soeben begonnenen Spiels
      * an. Die laufende Nummer folgt auf die hoechste schon
      * vergebene zu Kennung und Datum.
       TRAGE-SPIEL-EIN SECTION.
           MOVE SPACES TO AKT-SCHLUESSEL
           MOVE 0 TO LETZTE-LFDNR
           MOVE SVP-SPIEL-ID TO SV-SPIEL-ID
           MOVE SVP-DATUM TO SV-DATUM
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
                 IF SV-SPIEL-ID = SVP-SPIEL-ID
                     AND SV-DATUM = SVP-DATUM
                   MOVE SV-LFDNR TO LETZTE-LFDNR
                 ELSE
                   SET SUCHE-BEENDET TO TRUE
                 END-IF
             END-READ
           END-PERFORM
           IF LETZTE-LFDNR >= 99
             DISPLAY 'Mehr als 99 Spiele mit Kennung ' SVP-SPIEL-ID
               ' am ' SVP-DATUM '; Spiel wird nicht verzeichnet.'
           ELSE
             MOVE SPACES TO SPIELVZ-SATZ
             MOVE SVP-SPIEL-ID TO SV-SPIEL-ID
             MOVE SVP-DATUM TO SV-DATUM
             COMPUTE SV-LFDNR = LETZTE-LFDNR + 1
             SET SV-IM-PROTOKOLL TO TRUE
             MOVE 0 TO SV-ARCHIV-STICHTAG
             MOVE PROT-SATZ-NR TO SV-SATZ-NR
             MOVE 0 TO SV-SAETZE
             MOVE 0 TO SV-ZUEGE
             MOVE SVP-BRETTGROESSE TO SV-BRETTGROESSE
             MOVE SVP-SPIELER-X-ID TO SV-SPIELER-X-ID
             MOVE SVP-SPIELER-O-ID TO SV-SPIELER-O-ID
             SET SV-OFFEN TO TRUE
             MOVE ZERO TO SV-ERG-SCHLUESSEL
             WRITE SPIELVZ-SATZ
             IF SV-DATEI-OK
               MOVE SV-SCHLUESSEL TO AKT-SCHLUESSEL
               MOVE SV-LFDNR TO SVP-LFDNR
               SET SVP-AUSGEFUEHRT TO TRUE
             ELSE
               DISPLAY 'Fehler beim Schreiben des Verzeichnis-'
                 'Eintrags (Status ' SV-DATEI-STATUS ').'
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Funktion Z: Satz- und Zugzahl des laufenden Spiels
       VERBUCHE-ZUGSATZ SECTION.
           IF AKT-SCHLUESSEL NOT = SPACES
             MOVE AKT-SCHLUESSEL TO SV-SCHLUESSEL
             READ SPIELVZ-DATEI
               KEY IS SV-SCHLUESSEL
               INVALID KEY
                 DISPLAY 'Verzeichnis-Eintrag des laufenden Spiels'
                   ' nicht gefunden.'
               NOT INVALID KEY
                 ADD 1 TO SV-SAETZE
                 MOVE SVP-ZUEGE TO SV-ZUEGE
                 REWRITE SPIELVZ-SATZ
                 IF SV-DATEI-OK
                   SET SVP-AUSGEFUEHRT TO TRUE
                 END-IF
             END-READ
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Funktion E: Ausgang des laufenden Spiels mit dem Schluessel
      * seines Ergebnis-Satzes
       VERBUCHE-SPIELENDE SECTION.
           IF AKT-SCHLUESSEL NOT = SPACES
             MOVE AKT-SCHLUESSEL TO SV-SCHLUESSEL
             READ SPIELVZ-DATEI
               KEY IS SV-SCHLUESSEL
               INVALID KEY
                 DISPLAY 'Verzeichnis-Eintrag des laufenden Spiels'
                   ' nicht gefunden.'
               NOT INVALID KEY
                 MOVE SVP-AUSGANG-KZ TO SV-AUSGANG-KZ
                 MOVE SVP-ZUEGE TO SV-ZUEGE
                 IF SVP-ERG-SCHLUESSEL IS NUMERIC
                   MOVE SVP-ERG-SCHLUESSEL TO SV-ERG-SCHLUESSEL
                 ELSE
                   MOVE ZERO TO SV-ERG-SCHLUESSEL
                 END-IF
                 REWRITE SPIELVZ-SATZ
                 IF SV-DATEI-OK
                   SET SVP-AUSGEFUEHRT TO TRUE
                 END-IF
             END-READ
           END-IF
           EXIT.
