       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TTTBEDW.
      *****************************************************************
      * Wartung des Bediener-Stamms und Druck des Sicherheits-
      * Protokolls fuer den Liga-Ausschuss.
      *   Funktion A (Anlegen), R (Rolle aendern), K (Kennwort
      *     setzen), S (Stilllegen), W (Wieder aktivieren):
      *     nur fuer Bediener der Rolle B (Betrieb).
      *   Funktion L (Liste):   listet den Bediener-Stamm ohne
      *     Kennwoerter.
      *   Funktion P (Protokoll): druckt das Sicherheits-Protokoll
      *     SICHLOG fuer einen Datumsbereich auf SICHBER, mit den
      *     Summen je Eintragsart.
      * Anmelden duerfen sich Liga-Leitung und Betrieb. Ist der
      * Bediener-Stamm noch leer, wird vor der Anmeldung der erste
      * Bediener mit der Rolle B angelegt; die Erstanlage wird im
      * Sicherheits-Protokoll vermerkt.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Bediener-Stamm, ein Satz pro zugelassenem Bediener
           SELECT BEDIENER-DATEI ASSIGN TO 'BEDIENER'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BED-ID
             FILE STATUS IS BED-DATEI-STATUS.
      * Sicherheits-Protokoll aus TTTANM, nur lesend
           SELECT SICHLOG-DATEI ASSIGN TO 'SICHLOG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SLOG-DATEI-STATUS.
      * Druck des Sicherheits-Protokolls, je Lauf neu angelegt
           SELECT SICHBER-DATEI ASSIGN TO 'SICHBER'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SB-DATEI-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BEDIENER-DATEI.
           COPY TTTBEDM.
       FD  SICHLOG-DATEI.
           COPY TTTSLOG.
       FD  SICHBER-DATEI.
           COPY TTTBERD.
       WORKING-STORAGE SECTION.
       01 BED-DATEI-STATUS PIC XX.
         88 BED-DATEI-OK VALUE '00'.
         88 BED-DATEI-ENDE VALUE '10'.
       01 SLOG-DATEI-STATUS PIC XX.
         88 SLOG-DATEI-OK VALUE '00'.
         88 SLOG-DATEI-ENDE VALUE '10'.
       01 SB-DATEI-STATUS PIC XX.
         88 SB-DATEI-OK VALUE '00'.
       01 BEDIENER-ANTWORT PIC X.
         88 ANTWORT-ANLEGEN VALUES 'A' 'a'.
         88 ANTWORT-ROLLE VALUES 'R' 'r'.
         88 ANTWORT-KENNWORT VALUES 'K' 'k'.
         88 ANTWORT-STILLLEGEN VALUES 'S' 's'.
         88 ANTWORT-WIEDER-AKTIV VALUES 'W' 'w'.
         88 ANTWORT-LISTE VALUES 'L' 'l'.
         88 ANTWORT-PROTOKOLL VALUES 'P' 'p'.
         88 ANTWORT-ENDE VALUES 'E' 'e'.
           COPY TTTANMP.
      * Schalter: Bediener-Stamm enthaelt noch keinen Satz
       01 STAMM-LEER-KZ PIC X VALUE 'N'.
         88 STAMM-LEER VALUE 'J' WHEN SET TO FALSE 'N'.
      * Eingaben der Stammpflege
       01 EINGABE-BEDIENER-ID PIC X(08).
       01 EINGABE-NAME PIC X(30).
       01 EINGABE-ROLLE PIC X(01).
         88 EINGABE-ROLLE-GUELTIG VALUES 'S' 'L' 'B'.
       01 EINGABE-KENNWORT PIC X(08).
       01 EINGABE-KENNWORT-2 PIC X(08).
      * Datumsbereich des Protokolldrucks; Eingabe ueber X-Felder,
      * damit unlesbare Eingaben erkannt werden (siehe TTTKORR)
       01 VON-DATUM-EINGABE PIC X(08).
       01 BIS-DATUM-EINGABE PIC X(08).
       01 VON-DATUM PIC 9(08).
       01 BIS-DATUM PIC 9(08).
       01 ANZ-GELISTET PIC 9(05).
      * Summen des Protokolldrucks je Eintragsart
       01 PROTOKOLL-SUMMEN.
         02 ANZ-ANMELDUNGEN PIC 9(05).
         02 ANZ-ABWEISUNGEN PIC 9(05).
         02 ANZ-FUNKTIONEN PIC 9(05).
         02 ANZ-VERWEIGERT PIC 9(05).
       PROCEDURE DIVISION.
           PERFORM PRUEFE-STAMM-LEER
           IF STAMM-LEER
             PERFORM LEGE-ERSTEN-BEDIENER-AN
           END-IF

           MOVE 'TTTBEDW' TO ANM-PROGRAMM
           MOVE 'LB' TO ANM-ROLLEN-ZUGELASSEN
           SET ANM-ANMELDEN TO TRUE
           CALL 'TTTANM' USING ANMELDUNG
           IF NOT ANM-ZUGELASSEN
             DISPLAY 'Ohne gueltige Anmeldung keine Bediener-Pflege;'
               ' Programm wird beendet.'
             STOP RUN
           END-IF

           PERFORM OEFFNE-BEDIENER-DATEI

           PERFORM UNTIL ANTWORT-ENDE OR NOT BED-DATEI-OK
             DISPLAY SPACE
             DISPLAY 'Bediener-Stamm: A = Anlegen, R = Rolle,'
               ' K = Kennwort, S = Stilllegen, W = Wieder aktivieren,'
             DISPLAY '  L = Liste, P = Protokoll drucken, E = Ende'
             DISPLAY 'Funktion? ' WITH NO ADVANCING
             ACCEPT BEDIENER-ANTWORT
             EVALUATE TRUE
               WHEN ANTWORT-ANLEGEN
                 MOVE 'BEDIENER ANLEGEN' TO ANM-FUNKTIONS-TEXT
                 PERFORM PRUEFE-BERECHTIGUNG
                 IF ANM-ZUGELASSEN
                   PERFORM LEGE-BEDIENER-AN
                 END-IF
               WHEN ANTWORT-ROLLE
                 MOVE 'BEDIENER ROLLE AENDERN' TO ANM-FUNKTIONS-TEXT
                 PERFORM PRUEFE-BERECHTIGUNG
                 IF ANM-ZUGELASSEN
                   PERFORM AENDERE-ROLLE
                 END-IF
               WHEN ANTWORT-KENNWORT
                 MOVE 'BEDIENER KENNWORT SETZEN' TO ANM-FUNKTIONS-TEXT
                 PERFORM PRUEFE-BERECHTIGUNG
                 IF ANM-ZUGELASSEN
                   PERFORM SETZE-KENNWORT
                 END-IF
               WHEN ANTWORT-STILLLEGEN
                 MOVE 'BEDIENER STILLLEGEN' TO ANM-FUNKTIONS-TEXT
                 PERFORM PRUEFE-BERECHTIGUNG
                 IF ANM-ZUGELASSEN
                   PERFORM LEGE-BEDIENER-STILL
                 END-IF
               WHEN ANTWORT-WIEDER-AKTIV
                 MOVE 'BEDIENER WIEDER AKTIVIEREN'
                   TO ANM-FUNKTIONS-TEXT
                 PERFORM PRUEFE-BERECHTIGUNG
                 IF ANM-ZUGELASSEN
                   PERFORM AKTIVIERE-BEDIENER
                 END-IF
               WHEN ANTWORT-LISTE
                 PERFORM LISTE-BEDIENER
               WHEN ANTWORT-PROTOKOLL
                 PERFORM DRUCKE-PROTOKOLL
               WHEN ANTWORT-ENDE
                 CONTINUE
               WHEN OTHER
                 DISPLAY 'Unbekannte Funktion.'
             END-EVALUATE
           END-PERFORM

           CLOSE BEDIENER-DATEI
           STOP RUN.

      *-----------------------------------------------------------------
      * Stellt fest, ob der Bediener-Stamm fehlt oder noch keinen
      * Satz enthaelt; nur dann ist die Erstanlage ohne Anmeldung
      * erlaubt.
       PRUEFE-STAMM-LEER SECTION.
           SET STAMM-LEER TO FALSE
           OPEN INPUT BEDIENER-DATEI
           IF BED-DATEI-STATUS = '35'
             SET STAMM-LEER TO TRUE
           ELSE
             IF BED-DATEI-OK
               MOVE LOW-VALUES TO BED-ID
               START BEDIENER-DATEI KEY IS NOT LESS THAN BED-ID
                 INVALID KEY
                   SET STAMM-LEER TO TRUE
               END-START
               IF NOT STAMM-LEER
                 READ BEDIENER-DATEI NEXT RECORD
                   AT END
                     SET STAMM-LEER TO TRUE
                 END-READ
               END-IF
               CLOSE BEDIENER-DATEI
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Oeffnet den Bediener-Stamm zur Pflege; legt ihn beim
      * allerersten Aufruf an (Status 35). Jeder andere Fehler wird
      * gemeldet statt den Stamm durch Neuanlegen zu verlieren.
       OEFFNE-BEDIENER-DATEI SECTION.
           OPEN I-O BEDIENER-DATEI
           IF BED-DATEI-STATUS = '35'
             OPEN OUTPUT BEDIENER-DATEI
             CLOSE BEDIENER-DATEI
             OPEN I-O BEDIENER-DATEI
           END-IF
           IF NOT BED-DATEI-OK
             DISPLAY 'Bediener-Stamm konnte nicht geoeffnet werden'
               ' (Status ' BED-DATEI-STATUS ').'
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Erstanlage: der leere Stamm erhaelt seinen ersten Bediener
      * mit der Rolle B, der danach alle weiteren Bediener anlegt.
       LEGE-ERSTEN-BEDIENER-AN SECTION.
           DISPLAY 'Bediener-Stamm ist leer; zuerst einen Bediener'
             ' der Rolle B (Betrieb) anlegen.'
           PERFORM OEFFNE-BEDIENER-DATEI
           IF BED-DATEI-OK
             MOVE 'B' TO EINGABE-ROLLE
             PERFORM ERFASSE-BEDIENER
             CLOSE BEDIENER-DATEI
             IF BED-DATEI-OK AND EINGABE-BEDIENER-ID NOT = SPACES
               MOVE 'TTTBEDW' TO ANM-PROGRAMM
               MOVE EINGABE-BEDIENER-ID TO ANM-BEDIENER-ID
               MOVE 'B' TO ANM-ROLLE
               MOVE 'ERSTANLAGE BEDIENER-STAMM' TO ANM-FUNKTIONS-TEXT
               SET ANM-EINTRAGEN TO TRUE
               CALL 'TTTANM' USING ANMELDUNG
               MOVE SPACES TO ANM-BEDIENER-ID
               MOVE SPACE TO ANM-ROLLE
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Prueft die datenaendernde Funktion in ANM-FUNKTIONS-TEXT;
      * die Pflege des Bediener-Stamms ist dem Betrieb vorbehalten.
       PRUEFE-BERECHTIGUNG SECTION.
           MOVE 'B' TO ANM-ROLLEN-ZUGELASSEN
           SET ANM-PRUEFEN TO TRUE
           CALL 'TTTANM' USING ANMELDUNG
           EXIT.

      *-----------------------------------------------------------------
      * Erfragt die Bediener-Kennung fuer die gewaehlte Funktion
       ERFRAGE-BEDIENER-ID SECTION.
           DISPLAY 'Bediener-Kennung (max. 8 Stellen)? '
             WITH NO ADVANCING
           ACCEPT EINGABE-BEDIENER-ID
           EXIT.

      *-----------------------------------------------------------------
      * Erfragt das neue Kennwort zweimal; stimmen die Eingaben
      * nicht ueberein oder ist es leer, bleibt EINGABE-KENNWORT leer.
       ERFRAGE-KENNWORT SECTION.
           DISPLAY 'Kennwort (max. 8 Stellen)? ' WITH NO ADVANCING
           ACCEPT EINGABE-KENNWORT
           DISPLAY 'Kennwort wiederholen? ' WITH NO ADVANCING
           ACCEPT EINGABE-KENNWORT-2
           IF EINGABE-KENNWORT = SPACES
             DISPLAY 'Leeres Kennwort ist nicht zulaessig.'
           ELSE
             IF EINGABE-KENNWORT NOT = EINGABE-KENNWORT-2
               DISPLAY 'Kennwoerter stimmen nicht ueberein.'
               MOVE SPACES TO EINGABE-KENNWORT
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Funktion A: neuen Bediener anlegen
       LEGE-BEDIENER-AN SECTION.
           DISPLAY 'Rolle (S = Spieler, L = Liga-Leitung,'
             ' B = Betrieb)? ' WITH NO ADVANCING
           ACCEPT EINGABE-ROLLE
           IF EINGABE-ROLLE = 's' OR 'l' OR 'b'
             INSPECT EINGABE-ROLLE CONVERTING 'slb' TO 'SLB'
           END-IF
           IF NOT EINGABE-ROLLE-GUELTIG
             DISPLAY 'Rolle muss S, L oder B sein.'
           ELSE
             PERFORM ERFASSE-BEDIENER
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Erfasst Kennung, Name und Kennwort eines neuen Bedieners mit
      * der Rolle aus EINGABE-ROLLE; vergebene Kennungen werden
      * abgewiesen.
       ERFASSE-BEDIENER SECTION.
           PERFORM ERFRAGE-BEDIENER-ID
           IF EINGABE-BEDIENER-ID = SPACES
             DISPLAY 'Keine Kennung eingegeben.'
           ELSE
             DISPLAY 'Vollstaendiger Name? ' WITH NO ADVANCING
             ACCEPT EINGABE-NAME
             PERFORM ERFRAGE-KENNWORT
             IF EINGABE-KENNWORT = SPACES
               DISPLAY 'Bediener nicht angelegt.'
               MOVE SPACES TO EINGABE-BEDIENER-ID
             ELSE
               MOVE EINGABE-BEDIENER-ID TO BED-ID
               MOVE EINGABE-NAME TO BED-NAME
               MOVE EINGABE-KENNWORT TO BED-KENNWORT
               MOVE EINGABE-ROLLE TO BED-ROLLE
               SET BED-IST-AKTIV TO TRUE
               WRITE BEDIENER-SATZ
                 INVALID KEY
                   DISPLAY 'Kennung ' EINGABE-BEDIENER-ID
                     ' ist bereits vergeben.'
                   MOVE SPACES TO EINGABE-BEDIENER-ID
                   MOVE '00' TO BED-DATEI-STATUS
                 NOT INVALID KEY
                   DISPLAY 'Bediener ' EINGABE-BEDIENER-ID
                     ' mit Rolle ' EINGABE-ROLLE ' angelegt.'
               END-WRITE
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Funktion R: Rolle eines Bedieners aendern. Der angemeldete
      * Bediener kann sich die Rolle B nicht selbst entziehen, damit
      * der Stamm nicht ohne Betreuer bleibt.
       AENDERE-ROLLE SECTION.
           PERFORM ERFRAGE-BEDIENER-ID
           MOVE EINGABE-BEDIENER-ID TO BED-ID
           READ BEDIENER-DATEI
             KEY IS BED-ID
             INVALID KEY
               DISPLAY 'Kein Bediener mit Kennung '
                 EINGABE-BEDIENER-ID ' vorhanden.'
               MOVE '00' TO BED-DATEI-STATUS
             NOT INVALID KEY
               DISPLAY 'Bisherige Rolle ' BED-ROLLE
                 '. Neue Rolle (S/L/B)? ' WITH NO ADVANCING
               ACCEPT EINGABE-ROLLE
               IF EINGABE-ROLLE = 's' OR 'l' OR 'b'
                 INSPECT EINGABE-ROLLE CONVERTING 'slb' TO 'SLB'
               END-IF
               EVALUATE TRUE
                 WHEN NOT EINGABE-ROLLE-GUELTIG
                   DISPLAY 'Rolle muss S, L oder B sein.'
                 WHEN BED-ID = ANM-BEDIENER-ID
                     AND EINGABE-ROLLE NOT = 'B'
                   DISPLAY 'Die eigene Rolle B kann nicht entzogen'
                     ' werden.'
                 WHEN OTHER
                   MOVE EINGABE-ROLLE TO BED-ROLLE
                   REWRITE BEDIENER-SATZ
                   IF BED-DATEI-OK
                     DISPLAY 'Bediener ' BED-ID ' hat jetzt Rolle '
                       BED-ROLLE '.'
                   ELSE
                     DISPLAY 'Fehler beim Aendern der Rolle'
                       ' (Status ' BED-DATEI-STATUS ').'
                   END-IF
               END-EVALUATE
           END-READ
           EXIT.

      *-----------------------------------------------------------------
      * Funktion K: Kennwort eines Bedieners neu setzen
       SETZE-KENNWORT SECTION.
           PERFORM ERFRAGE-BEDIENER-ID
           MOVE EINGABE-BEDIENER-ID TO BED-ID
           READ BEDIENER-DATEI
             KEY IS BED-ID
             INVALID KEY
               DISPLAY 'Kein Bediener mit Kennung '
                 EINGABE-BEDIENER-ID ' vorhanden.'
               MOVE '00' TO BED-DATEI-STATUS
             NOT INVALID KEY
               PERFORM ERFRAGE-KENNWORT
               IF EINGABE-KENNWORT NOT = SPACES
                 MOVE EINGABE-KENNWORT TO BED-KENNWORT
                 REWRITE BEDIENER-SATZ
                 IF BED-DATEI-OK
                   DISPLAY 'Kennwort fuer ' BED-ID ' gesetzt.'
                 ELSE
                   DISPLAY 'Fehler beim Setzen des Kennworts'
                     ' (Status ' BED-DATEI-STATUS ').'
                 END-IF
               END-IF
           END-READ
           EXIT.

      *-----------------------------------------------------------------
      * Funktion S: Bediener stilllegen; der Satz bleibt fuer das
      * Sicherheits-Protokoll erhalten. Der angemeldete Bediener
      * kann sich nicht selbst stilllegen.
       LEGE-BEDIENER-STILL SECTION.
           PERFORM ERFRAGE-BEDIENER-ID
           IF EINGABE-BEDIENER-ID = ANM-BEDIENER-ID
             DISPLAY 'Der angemeldete Bediener kann sich nicht'
               ' selbst stilllegen.'
           ELSE
             MOVE EINGABE-BEDIENER-ID TO BED-ID
             READ BEDIENER-DATEI
               KEY IS BED-ID
               INVALID KEY
                 DISPLAY 'Kein Bediener mit Kennung '
                   EINGABE-BEDIENER-ID ' vorhanden.'
                 MOVE '00' TO BED-DATEI-STATUS
               NOT INVALID KEY
                 SET BED-IST-STILLGELEGT TO TRUE
                 REWRITE BEDIENER-SATZ
                 IF BED-DATEI-OK
                   DISPLAY 'Bediener ' BED-ID ' stillgelegt.'
                 ELSE
                   DISPLAY 'Fehler beim Stilllegen'
                     ' (Status ' BED-DATEI-STATUS ').'
                 END-IF
             END-READ
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Funktion W: stillgelegten Bediener wieder aktivieren
       AKTIVIERE-BEDIENER SECTION.
           PERFORM ERFRAGE-BEDIENER-ID
           MOVE EINGABE-BEDIENER-ID TO BED-ID
           READ BEDIENER-DATEI
             KEY IS BED-ID
             INVALID KEY
               DISPLAY 'Kein Bediener mit Kennung '
                 EINGABE-BEDIENER-ID ' vorhanden.'
               MOVE '00' TO BED-DATEI-STATUS
             NOT INVALID KEY
               SET BED-IST-AKTIV TO TRUE
               REWRITE BEDIENER-SATZ
               IF BED-DATEI-OK
                 DISPLAY 'Bediener ' BED-ID ' wieder aktiv.'
               ELSE
                 DISPLAY 'Fehler beim Aktivieren'
                   ' (Status ' BED-DATEI-STATUS ').'
               END-IF
           END-READ
           EXIT.

      *-----------------------------------------------------------------
      * Funktion L: listet den Bediener-Stamm in Kennungsfolge;
      * Kennwoerter werden nicht angezeigt.
       LISTE-BEDIENER SECTION.
           MOVE 0 TO ANZ-GELISTET
           MOVE LOW-VALUES TO BED-ID
           START BEDIENER-DATEI KEY IS NOT LESS THAN BED-ID
             INVALID KEY
               SET BED-DATEI-ENDE TO TRUE
           END-START
           DISPLAY 'KENNUNG  NAME                           ROLLE AKTIV'
           PERFORM UNTIL NOT BED-DATEI-OK
             READ BEDIENER-DATEI NEXT RECORD
               AT END
                 SET BED-DATEI-ENDE TO TRUE
               NOT AT END
                 ADD 1 TO ANZ-GELISTET
                 DISPLAY BED-ID ' ' BED-NAME ' ' BED-ROLLE
                   '     ' BED-AKTIV-KZ
             END-READ
           END-PERFORM
           DISPLAY ANZ-GELISTET ' Bediener im Stamm.'
           MOVE '00' TO BED-DATEI-STATUS
           EXIT.

      *-----------------------------------------------------------------
      * Funktion P: druckt das Sicherheits-Protokoll fuer den
      * erfragten Datumsbereich mit den Summen je Eintragsart
       DRUCKE-PROTOKOLL SECTION.
           DISPLAY 'Von Datum (JJJJMMTT, leer = Anfang)? '
             WITH NO ADVANCING
           ACCEPT VON-DATUM-EINGABE
           DISPLAY 'Bis Datum (JJJJMMTT, leer = heute)? '
             WITH NO ADVANCING
           ACCEPT BIS-DATUM-EINGABE
           IF VON-DATUM-EINGABE = SPACES
             MOVE 0 TO VON-DATUM
           ELSE
             IF VON-DATUM-EINGABE IS NUMERIC
               MOVE VON-DATUM-EINGABE TO VON-DATUM
             ELSE
               MOVE 99999999 TO VON-DATUM
             END-IF
           END-IF
           IF BIS-DATUM-EINGABE = SPACES
             MOVE 99999999 TO BIS-DATUM
           ELSE
             IF BIS-DATUM-EINGABE IS NUMERIC
               MOVE BIS-DATUM-EINGABE TO BIS-DATUM
             ELSE
               MOVE 0 TO BIS-DATUM
             END-IF
           END-IF
           IF VON-DATUM > BIS-DATUM
             DISPLAY 'Datumsbereich nicht lesbar.'
           ELSE
             OPEN INPUT SICHLOG-DATEI
             IF NOT SLOG-DATEI-OK
               DISPLAY 'Sicherheits-Protokoll konnte nicht geoeffnet'
                 ' werden (Status ' SLOG-DATEI-STATUS ').'
             ELSE
               PERFORM SCHREIBE-PROTOKOLL-BERICHT
               CLOSE SICHLOG-DATEI
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Liest das Sicherheits-Protokoll und schreibt den Bericht
       SCHREIBE-PROTOKOLL-BERICHT SECTION.
           INITIALIZE PROTOKOLL-SUMMEN
           OPEN OUTPUT SICHBER-DATEI
           IF NOT SB-DATEI-OK
             DISPLAY 'Sicherheits-Protokoll konnte nicht angelegt'
               ' werden (Status ' SB-DATEI-STATUS ').'
           ELSE
             MOVE SPACES TO BERICHT-SATZ
             STRING 'SICHERHEITS-PROTOKOLL VOM ' VON-DATUM
               ' BIS ' BIS-DATUM
               DELIMITED BY SIZE INTO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
             MOVE ALL '-' TO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
             MOVE 'DATUM    UHRZEIT  BEDIENER PROGRAMM A R TEXT'
               TO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
             PERFORM UNTIL NOT SLOG-DATEI-OK
               READ SICHLOG-DATEI
                 AT END
                   SET SLOG-DATEI-ENDE TO TRUE
                 NOT AT END
                   IF SLOG-DATUM NOT < VON-DATUM
                       AND SLOG-DATUM NOT > BIS-DATUM
                     PERFORM DRUCKE-PROTOKOLL-ZEILE
                   END-IF
               END-READ
             END-PERFORM
             MOVE ALL '-' TO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
             MOVE SPACES TO BERICHT-SATZ
             STRING 'ANMELDUNGEN: ' ANZ-ANMELDUNGEN
               '   ABGEWIESENE ANMELDUNGEN: ' ANZ-ABWEISUNGEN
               DELIMITED BY SIZE INTO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
             MOVE SPACES TO BERICHT-SATZ
             STRING 'FUNKTIONEN:  ' ANZ-FUNKTIONEN
               '   VERWEIGERTE FUNKTIONEN:   ' ANZ-VERWEIGERT
               DELIMITED BY SIZE INTO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
             MOVE 'ART: A = ANMELDUNG, Z = ANMELDUNG ABGEWIESEN,'
               TO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
             MOVE '     F = FUNKTION, V = FUNKTION VERWEIGERT'
               TO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
             CLOSE SICHBER-DATEI
             DISPLAY 'Sicherheits-Protokoll gedruckt: ' ANZ-ANMELDUNGEN
               ' Anmeldungen, ' ANZ-ABWEISUNGEN ' Abweisungen, '
               ANZ-FUNKTIONEN ' Funktionen, ' ANZ-VERWEIGERT
               ' verweigert.'
           END-IF
           MOVE '00' TO SLOG-DATEI-STATUS
           EXIT.

      *-----------------------------------------------------------------
      * Eine Zeile des Protokolldrucks; zaehlt die Eintragsart
       DRUCKE-PROTOKOLL-ZEILE SECTION.
           EVALUATE TRUE
             WHEN SLOG-IST-ANMELDUNG
               ADD 1 TO ANZ-ANMELDUNGEN
             WHEN SLOG-IST-ABWEISUNG
               ADD 1 TO ANZ-ABWEISUNGEN
             WHEN SLOG-IST-FUNKTION
               ADD 1 TO ANZ-FUNKTIONEN
             WHEN SLOG-IST-VERWEIGERT
               ADD 1 TO ANZ-VERWEIGERT
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           MOVE SPACES TO BERICHT-SATZ
           STRING SLOG-DATUM ' ' SLOG-UHRZEIT ' ' SLOG-BEDIENER ' '
             SLOG-PROGRAMM ' ' SLOG-ART ' ' SLOG-ROLLE ' '
             SLOG-TEXT
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           EXIT.

      *-----------------------------------------------------------------
      * Schreibt eine Zeile des Protokolldrucks
       SCHREIBE-BERICHTZEILE SECTION.
           WRITE BERICHT-SATZ
           IF NOT SB-DATEI-OK
             DISPLAY 'Fehler beim Schreiben der Berichtzeile'
               ' (Status ' SB-DATEI-STATUS ').'
           END-IF
           EXIT.
