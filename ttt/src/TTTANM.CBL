       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TTTANM.
      *****************************************************************
      * Bediener-Anmeldung und Berechtigungspruefung fuer die
      * Wartungs- und Korrekturprogramme. Aus den Programmen
      * ausgelagert, damit Anmeldung, Rollenpruefung und
      * Sicherheits-Protokoll ueberall gleich ablaufen.
      *   Funktion A (Anmelden):  erfragt Bediener-Kennung und
      *     Kennwort (hoechstens drei Versuche), prueft sie gegen den
      *     Bediener-Stamm und die Rolle gegen die vom Aufrufer
      *     zugelassenen Rollen.
      *   Funktion P (Pruefen):   prueft vor einer datenaendernden
      *     Funktion die Rolle des angemeldeten Bedieners.
      *   Funktion E (Eintragen): schreibt den uebergebenen
      *     Funktionstext ohne Pruefung ins Protokoll.
      * Jede Anmeldung, jede Abweisung und jede zugelassene oder
      * verweigerte Funktion wird im Sicherheits-Protokoll SICHLOG
      * festgehalten, das TTTBEDW fuer den Liga-Ausschuss druckt.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Bediener-Stamm, nur gelesen
           SELECT BEDIENER-DATEI ASSIGN TO 'BEDIENER'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BED-ID
             FILE STATUS IS BED-DATEI-STATUS.
      * Sicherheits-Protokoll, wird nur angehaengt und nie geaendert
           SELECT SICHLOG-DATEI ASSIGN TO 'SICHLOG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SLOG-DATEI-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BEDIENER-DATEI.
           COPY TTTBEDM.
       FD  SICHLOG-DATEI.
           COPY TTTSLOG.
       WORKING-STORAGE SECTION.
       01 BED-DATEI-STATUS PIC XX.
         88 BED-DATEI-OK VALUE '00'.
       01 SLOG-DATEI-STATUS PIC XX.
         88 SLOG-DATEI-OK VALUE '00'.
      * Eingaben der Anmeldung
       01 EINGABE-BEDIENER-ID PIC X(08).
       01 EINGABE-KENNWORT PIC X(08).
      * Fehlversuche der laufenden Anmeldung; nach dem dritten wird
      * die Anmeldung abgebrochen
       01 ANZ-VERSUCHE PIC 9(01).
       01 MAX-VERSUCHE PIC 9(01) VALUE 3.
      * Schalter: Anmeldung beendet (erfolgreich, abgebrochen oder
      * nach dem letzten Fehlversuch)
       01 ANMELDUNG-ENDE-KZ PIC X VALUE 'N'.
         88 ANMELDUNG-BEENDET VALUE 'J' WHEN SET TO FALSE 'N'.
      * Schalter: Rolle ist fuer Programm bzw. Funktion zugelassen
       01 ROLLE-KZ PIC X VALUE 'N'.
         88 ROLLE-ZUGELASSEN VALUE 'J' WHEN SET TO FALSE 'N'.
       01 ANZ-ROLLEN-TREFFER PIC 9(02).
      * Vorbereitete Angaben des naechsten Protokollsatzes; der
      * Satzbereich wird erst in SCHREIBE-PROTOKOLL-SATZ gefuellt
       01 PROT-BEDIENER PIC X(08).
       01 PROT-ART PIC X(01).
       01 PROT-ROLLE PIC X(01).
       01 PROT-TEXT PIC X(40).
       LINKAGE SECTION.
           COPY TTTANMP.
       PROCEDURE DIVISION USING ANMELDUNG.
           SET ANM-ABGEWIESEN TO TRUE
           EVALUATE TRUE
             WHEN ANM-ANMELDEN
               PERFORM MELDE-AN
             WHEN ANM-PRUEFEN
               PERFORM PRUEFE-FUNKTION
             WHEN ANM-EINTRAGEN
               MOVE ANM-BEDIENER-ID TO PROT-BEDIENER
               MOVE 'F' TO PROT-ART
               MOVE ANM-ROLLE TO PROT-ROLLE
               MOVE ANM-FUNKTIONS-TEXT TO PROT-TEXT
               PERFORM SCHREIBE-PROTOKOLL-SATZ
               SET ANM-ZUGELASSEN TO TRUE
             WHEN OTHER
               DISPLAY 'TTTANM: unbekannte Funktion ' ANM-FUNKTION
           END-EVALUATE
           GOBACK.

      *-----------------------------------------------------------------
      * Funktion A: Anmeldung mit Kennung und Kennwort gegen den
      * Bediener-Stamm. Ohne lesbaren Stamm meldet sich niemand an;
      * der erste Bediener wird mit TTTBEDW angelegt.
       MELDE-AN SECTION.
           MOVE SPACES TO ANM-BEDIENER-ID
           MOVE SPACE TO ANM-ROLLE
           OPEN INPUT BEDIENER-DATEI
           IF NOT BED-DATEI-OK
             DISPLAY 'Bediener-Stamm konnte nicht geoeffnet werden'
               ' (Status ' BED-DATEI-STATUS ');'
               ' Bediener mit TTTBEDW anlegen.'
             MOVE SPACES TO PROT-BEDIENER
             MOVE 'Z' TO PROT-ART
             MOVE SPACE TO PROT-ROLLE
             MOVE 'BEDIENER-STAMM NICHT LESBAR' TO PROT-TEXT
             PERFORM SCHREIBE-PROTOKOLL-SATZ
           ELSE
             MOVE 0 TO ANZ-VERSUCHE
             SET ANMELDUNG-BEENDET TO FALSE
             PERFORM UNTIL ANMELDUNG-BEENDET
               PERFORM ERFRAGE-ANMELDUNG
             END-PERFORM
             CLOSE BEDIENER-DATEI
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Ein Anmeldeversuch. Leere Kennung bricht ab. Ob die
      * Kennung oder das Kennwort falsch war, steht nur im
      * Protokoll, nicht auf dem Bildschirm.
       ERFRAGE-ANMELDUNG SECTION.
           ADD 1 TO ANZ-VERSUCHE
           DISPLAY ANM-PROGRAMM ' Bediener-Kennung? '
             WITH NO ADVANCING
           ACCEPT EINGABE-BEDIENER-ID
           IF EINGABE-BEDIENER-ID = SPACES
             DISPLAY 'Anmeldung abgebrochen.'
             SET ANMELDUNG-BEENDET TO TRUE
           ELSE
             DISPLAY 'Kennwort? ' WITH NO ADVANCING
             ACCEPT EINGABE-KENNWORT
             MOVE EINGABE-BEDIENER-ID TO PROT-BEDIENER
             MOVE SPACE TO PROT-ROLLE
             MOVE SPACES TO PROT-TEXT
             MOVE EINGABE-BEDIENER-ID TO BED-ID
             READ BEDIENER-DATEI
               KEY IS BED-ID
               INVALID KEY
                 MOVE 'UNBEKANNTE KENNUNG' TO PROT-TEXT
               NOT INVALID KEY
                 MOVE BED-ROLLE TO PROT-ROLLE
                 EVALUATE TRUE
                   WHEN NOT BED-IST-AKTIV
                     MOVE 'BEDIENER STILLGELEGT' TO PROT-TEXT
                   WHEN BED-KENNWORT NOT = EINGABE-KENNWORT
                     MOVE 'FALSCHES KENNWORT' TO PROT-TEXT
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
             END-READ
             IF PROT-TEXT = SPACES
               PERFORM PRUEFE-ANMELDE-ROLLE
             ELSE
               MOVE 'Z' TO PROT-ART
               PERFORM SCHREIBE-PROTOKOLL-SATZ
               DISPLAY 'Kennung oder Kennwort ungueltig.'
               IF ANZ-VERSUCHE NOT < MAX-VERSUCHE
                 DISPLAY MAX-VERSUCHE ' Fehlversuche;'
                   ' Anmeldung abgebrochen.'
                 SET ANMELDUNG-BEENDET TO TRUE
               END-IF
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Kennung und Kennwort stimmen: die Rolle muss fuer das
      * aufrufende Programm zugelassen sein. Eine unzulaessige
      * Rolle beendet die Anmeldung ohne weiteren Versuch.
       PRUEFE-ANMELDE-ROLLE SECTION.
           MOVE BED-ROLLE TO ANM-ROLLE
           PERFORM PRUEFE-ROLLE
           IF ROLLE-ZUGELASSEN
             MOVE BED-ID TO ANM-BEDIENER-ID
             SET ANM-ZUGELASSEN TO TRUE
             MOVE 'A' TO PROT-ART
             MOVE 'ANMELDUNG' TO PROT-TEXT
             DISPLAY 'Angemeldet: ' BED-ID ' ' BED-NAME
               ' (Rolle ' BED-ROLLE ').'
           ELSE
             MOVE SPACE TO ANM-ROLLE
             MOVE 'Z' TO PROT-ART
             STRING 'ROLLE ' BED-ROLLE ' FUER PROGRAMM NICHT ZUGELASSEN'
               DELIMITED BY SIZE INTO PROT-TEXT
             DISPLAY 'Bediener ' BED-ID ' (Rolle ' BED-ROLLE
               ') ist fuer ' ANM-PROGRAMM ' nicht zugelassen.'
           END-IF
           PERFORM SCHREIBE-PROTOKOLL-SATZ
           SET ANMELDUNG-BEENDET TO TRUE
           EXIT.

      *-----------------------------------------------------------------
      * Funktion P: Rolle des angemeldeten Bedieners gegen die fuer
      * die Funktion zugelassenen Rollen pruefen und den Aufruf
      * protokollieren, zugelassen wie verweigert.
       PRUEFE-FUNKTION SECTION.
           MOVE ANM-BEDIENER-ID TO PROT-BEDIENER
           MOVE ANM-ROLLE TO PROT-ROLLE
           MOVE ANM-FUNKTIONS-TEXT TO PROT-TEXT
           IF ANM-BEDIENER-ID = SPACES
             SET ROLLE-ZUGELASSEN TO FALSE
           ELSE
             PERFORM PRUEFE-ROLLE
           END-IF
           IF ROLLE-ZUGELASSEN
             SET ANM-ZUGELASSEN TO TRUE
             MOVE 'F' TO PROT-ART
           ELSE
             MOVE 'V' TO PROT-ART
             DISPLAY 'Funktion ' ANM-FUNKTIONS-TEXT
             DISPLAY '  ist fuer Rolle ' ANM-ROLLE
               ' nicht zugelassen.'
           END-IF
           PERFORM SCHREIBE-PROTOKOLL-SATZ
           EXIT.

      *-----------------------------------------------------------------
      * Ist ANM-ROLLE in ANM-ROLLEN-ZUGELASSEN enthalten? Eine leere
      * Liste laesst jede Rolle zu, eine leere Rolle keine.
       PRUEFE-ROLLE SECTION.
           SET ROLLE-ZUGELASSEN TO FALSE
           IF ANM-ROLLE NOT = SPACE
             IF ANM-ROLLEN-ZUGELASSEN = SPACES
               SET ROLLE-ZUGELASSEN TO TRUE
             ELSE
               MOVE 0 TO ANZ-ROLLEN-TREFFER
               INSPECT ANM-ROLLEN-ZUGELASSEN
                 TALLYING ANZ-ROLLEN-TREFFER FOR ALL ANM-ROLLE
               IF ANZ-ROLLEN-TREFFER > 0
                 SET ROLLE-ZUGELASSEN TO TRUE
               END-IF
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Haengt den vorbereiteten Satz an das Sicherheits-Protokoll
      * an; das Protokoll wird beim allerersten Aufruf angelegt
      * (OPEN EXTEND einer fehlenden Datei legt sie nicht an).
       SCHREIBE-PROTOKOLL-SATZ SECTION.
           OPEN EXTEND SICHLOG-DATEI
           IF NOT SLOG-DATEI-OK
             OPEN OUTPUT SICHLOG-DATEI
             CLOSE SICHLOG-DATEI
             OPEN EXTEND SICHLOG-DATEI
           END-IF
           IF NOT SLOG-DATEI-OK
             DISPLAY 'Sicherheits-Protokoll konnte nicht geoeffnet'
               ' werden (Status ' SLOG-DATEI-STATUS ').'
           ELSE
      * Satzbereich erst leeren, damit die FILLER-Trennzeichen mit
      * Leerzeichen belegt sind (siehe SCHREIBE-AUDIT-SATZ in TTTKORR)
             MOVE SPACES TO SICHLOG-SATZ
             ACCEPT SLOG-DATUM FROM DATE YYYYMMDD
             ACCEPT SLOG-UHRZEIT FROM TIME
             MOVE PROT-BEDIENER TO SLOG-BEDIENER
             MOVE ANM-PROGRAMM TO SLOG-PROGRAMM
             MOVE PROT-ART TO SLOG-ART
             MOVE PROT-ROLLE TO SLOG-ROLLE
             MOVE PROT-TEXT TO SLOG-TEXT
             WRITE SICHLOG-SATZ
             IF NOT SLOG-DATEI-OK
               DISPLAY 'Fehler beim Schreiben des Sicherheits-'
                 'Protokolls (Status ' SLOG-DATEI-STATUS ').'
             END-IF
             CLOSE SICHLOG-DATEI
           END-IF
           EXIT.
