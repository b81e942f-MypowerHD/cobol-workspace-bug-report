      * stilllegen, reaktivieren und auflisten. Der Stamm wird von
      * TTTM (Spielerabfrage am Spielbeginn) und TTTREP (Namen in
      * der Turniertabelle) gelesen.
      * Dazu die Mannschaften des Abteilungs-Wettbewerbs: Mannschaften
      * anlegen und auflisten, Spieler je Saison ab einem Datum einer
      * Mannschaft zuordnen (jede Aenderung ein eigener Satz) und den
      * Zuordnungs-Verlauf eines Spielers zeigen. Die Spieler-Liste
      * zeigt die heute gueltige Mannschaft in der offenen Saison.
      * Anmelden darf jeder Bediener (TTTANM); Anlegen, Stilllegen
      * und Reaktivieren sind der Liga-Leitung vorbehalten und werden
      * im Sicherheits-Protokoll vermerkt.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SP-ID
             FILE STATUS IS SP-DATEI-STATUS.
      * Mannschafts-Stamm, ein Satz pro Abteilungs-Mannschaft
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
      * Saison-Stamm, nur lesend fuer die Saison der Zuordnung
           SELECT SAISON-DATEI ASSIGN TO 'SAISON'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SAI-ID
             FILE STATUS IS SAI-DATEI-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SPIELER-DATEI.
           COPY TTTSPLM.
       FD  MANNSCHAFT-DATEI.
           COPY TTTMANM.
       FD  MANNZUO-DATEI.
           COPY TTTMZUO.
       FD  SAISON-DATEI.
           COPY TTTSAIM.
       WORKING-STORAGE SECTION.
       01 SP-DATEI-STATUS PIC XX.
         88 SP-DATEI-OK VALUE '00'.
         88 SP-DATEI-ENDE VALUE '10'.
       01 MN-DATEI-STATUS PIC XX.
         88 MN-DATEI-OK VALUE '00'.
         88 MN-DATEI-ENDE VALUE '10'.
       01 MZ-DATEI-STATUS PIC XX.
         88 MZ-DATEI-OK VALUE '00'.
         88 MZ-DATEI-ENDE VALUE '10'.
       01 SAI-DATEI-STATUS PIC XX.
         88 SAI-DATEI-OK VALUE '00'.
         88 SAI-DATEI-ENDE VALUE '10'.
       01 BEDIENER-ANTWORT PIC X.
         88 ANTWORT-ANLEGEN VALUES 'A' 'a'.
         88 ANTWORT-STILLLEGEN VALUES 'S' 's'.
         88 ANTWORT-REAKTIVIEREN VALUES 'R' 'r'.
         88 ANTWORT-LISTE VALUES 'L' 'l'.
         88 ANTWORT-MANNSCHAFT-NEU VALUES 'N' 'n'.
         88 ANTWORT-MANNSCHAFTEN VALUES 'M' 'm'.
         88 ANTWORT-ZUORDNEN VALUES 'Z' 'z'.
         88 ANTWORT-VERLAUF VALUES 'V' 'v'.
         88 ANTWORT-ENDE VALUES 'E' 'e'.
           COPY TTTANMP.
       01 EINGABE-SPIELER-ID PIC X(08).
       01 EINGABE-SPIELER-NAME PIC X(30).
       01 ANZ-GELISTET PIC 9(05).
      * Eingaben der Mannschafts-Funktionen. Das Ab-Datum laeuft
      * ueber ein X-Feld, weil ACCEPT in ein numerisches Feld
      * unlesbare Eingaben stillschweigend in Nullen wandelt.
       01 EINGABE-MANNSCHAFT-ID PIC X(06).
       01 EINGABE-MANNSCHAFT-NAME PIC X(30).
       01 EINGABE-SAISON-ID PIC X(06).
       01 EINGABE-AB-DATUM PIC X(08).
      * Kennung der gerade offenen Saison; SPACES = keine offen
       01 OFFENE-SAISON-ID PIC X(06).
       01 HEUTE PIC 9(08).
      * Ergebnis der Suche nach der gueltigen Mannschaft eines
      * Spielers (SPACES = keine) und die Suchkriterien
       01 GESUCHTE-SPIELER-ID PIC X(08).
       01 GESUCHTE-SAISON-ID PIC X(06).
       01 STICHTAG PIC 9(08).
       01 GUELTIGE-MANNSCHAFT-ID PIC X(06).
      * Schalter: Eingaben der Zuordnung in Ordnung
       01 ZUORDNUNG-KZ PIC X VALUE 'N'.
         88 ZUORDNUNG-GUELTIG VALUE 'J' WHEN SET TO FALSE 'N'.
       PROCEDURE DIVISION.
           MOVE 'TTTSPLW' TO ANM-PROGRAMM
           MOVE SPACES TO ANM-ROLLEN-ZUGELASSEN
           SET ANM-ANMELDEN TO TRUE
           CALL 'TTTANM' USING ANMELDUNG
           IF NOT ANM-ZUGELASSEN
             DISPLAY 'Ohne gueltige Anmeldung keine Spieler-Pflege;'
               ' Programm wird beendet.'
             STOP RUN
           END-IF

           PERFORM OEFFNE-SPIELER-DATEI
           PERFORM OEFFNE-MANNSCHAFTS-DATEIEN

           PERFORM UNTIL ANTWORT-ENDE
             DISPLAY SPACE
             DISPLAY 'Spieler-Stamm: A = Anlegen, S = Stilllegen,'
               ' R = Reaktivieren, L = Liste, E = Ende'
             DISPLAY 'Mannschaften:  N = Neue Mannschaft,'
               ' M = Mannschaften, Z = Zuordnen, V = Verlauf'
             DISPLAY 'Funktion? ' WITH NO ADVANCING
             ACCEPT BEDIENER-ANTWORT
             EVALUATE TRUE
               WHEN ANTWORT-ANLEGEN
                 MOVE 'SPIELER ANLEGEN' TO ANM-FUNKTIONS-TEXT
                 PERFORM PRUEFE-BERECHTIGUNG
                 IF ANM-ZUGELASSEN
                   PERFORM LEGE-SPIELER-AN
                 END-IF
               WHEN ANTWORT-STILLLEGEN
                 MOVE 'SPIELER STILLLEGEN' TO ANM-FUNKTIONS-TEXT
                 PERFORM PRUEFE-BERECHTIGUNG
                 IF ANM-ZUGELASSEN
                   PERFORM LEGE-SPIELER-STILL
                 END-IF
               WHEN ANTWORT-REAKTIVIEREN
                 MOVE 'SPIELER REAKTIVIEREN' TO ANM-FUNKTIONS-TEXT
                 PERFORM PRUEFE-BERECHTIGUNG
                 IF ANM-ZUGELASSEN
                   PERFORM REAKTIVIERE-SPIELER
                 END-IF
               WHEN ANTWORT-LISTE
                 PERFORM LISTE-SPIELER
               WHEN ANTWORT-MANNSCHAFT-NEU
                 MOVE 'MANNSCHAFT ANLEGEN' TO ANM-FUNKTIONS-TEXT
                 PERFORM PRUEFE-BERECHTIGUNG
                 IF ANM-ZUGELASSEN
                   PERFORM LEGE-MANNSCHAFT-AN
                 END-IF
               WHEN ANTWORT-MANNSCHAFTEN
                 PERFORM LISTE-MANNSCHAFTEN
               WHEN ANTWORT-ZUORDNEN
                 MOVE 'MANNSCHAFT ZUORDNEN' TO ANM-FUNKTIONS-TEXT
                 PERFORM PRUEFE-BERECHTIGUNG
                 IF ANM-ZUGELASSEN
                   PERFORM ORDNE-SPIELER-ZU
                 END-IF
               WHEN ANTWORT-VERLAUF
                 PERFORM ZEIGE-ZUORDNUNGS-VERLAUF
               WHEN ANTWORT-ENDE
                 CONTINUE
               WHEN OTHER
           END-PERFORM

           CLOSE SPIELER-DATEI
           CLOSE MANNSCHAFT-DATEI
           CLOSE MANNZUO-DATEI
           CLOSE SAISON-DATEI
           STOP RUN.

      *-----------------------------------------------------------------
      * Prueft und protokolliert die datenaendernde Funktion in
      * ANM-FUNKTIONS-TEXT; sie ist der Liga-Leitung vorbehalten.
       PRUEFE-BERECHTIGUNG SECTION.
           MOVE 'L' TO ANM-ROLLEN-ZUGELASSEN
           SET ANM-PRUEFEN TO TRUE
           CALL 'TTTANM' USING ANMELDUNG
           EXIT.

      *-----------------------------------------------------------------
      * Oeffnet den Spieler-Stamm; legt ihn beim allerersten Aufruf
      * an, falls er noch nicht existiert (Status 35). Jeder andere
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Oeffnet Mannschafts-Stamm und Mannschafts-Zuordnung zur
      * Pflege, beide beim allerersten Aufruf angelegt (Status 35),
      * und den Saison-Stamm zum Lesen. Fehlt der Saison-Stamm,
      * laesst sich keiner Saison zuordnen; das wird bei der
      * Zuordnung gemeldet.
       OEFFNE-MANNSCHAFTS-DATEIEN SECTION.
           OPEN I-O MANNSCHAFT-DATEI
           IF MN-DATEI-STATUS = '35'
             OPEN OUTPUT MANNSCHAFT-DATEI
             CLOSE MANNSCHAFT-DATEI
             OPEN I-O MANNSCHAFT-DATEI
           END-IF
           IF NOT MN-DATEI-OK
             DISPLAY 'Mannschafts-Stamm konnte nicht geoeffnet werden'
               ' (Status ' MN-DATEI-STATUS ').'
           END-IF
           OPEN I-O MANNZUO-DATEI
           IF MZ-DATEI-STATUS = '35'
             OPEN OUTPUT MANNZUO-DATEI
             CLOSE MANNZUO-DATEI
             OPEN I-O MANNZUO-DATEI
           END-IF
           IF NOT MZ-DATEI-OK
             DISPLAY 'Mannschafts-Zuordnung konnte nicht geoeffnet'
               ' werden (Status ' MZ-DATEI-STATUS ').'
           END-IF
           OPEN INPUT SAISON-DATEI
           EXIT.

      *-----------------------------------------------------------------
      * Erfragt die Spieler-Kennung fuer die gewaehlte Funktion
       ERFRAGE-SPIELER-ID SECTION.
             INVALID KEY
               SET SP-DATEI-ENDE TO TRUE
           END-START
           PERFORM ERMITTLE-OFFENE-SAISON
           ACCEPT HEUTE FROM DATE YYYYMMDD
           MOVE OFFENE-SAISON-ID TO GESUCHTE-SAISON-ID
           MOVE HEUTE TO STICHTAG
           IF OFFENE-SAISON-ID = SPACES
             DISPLAY 'Keine Saison offen; Mannschaften werden nicht'
               ' gezeigt.'
           END-IF
           DISPLAY 'KENNUNG  NAME                           AKTIV'
             ' MANNSCHAFT'
           PERFORM UNTIL NOT SP-DATEI-OK
             READ SPIELER-DATEI NEXT RECORD
               AT END
                 SET SP-DATEI-ENDE TO TRUE
               NOT AT END
                 ADD 1 TO ANZ-GELISTET
                 MOVE SP-ID TO GESUCHTE-SPIELER-ID
                 PERFORM ERMITTLE-MANNSCHAFT
                 DISPLAY SP-ID ' ' SP-NAME ' ' SP-AKTIV-KZ
                   '     ' GUELTIGE-MANNSCHAFT-ID
             END-READ
           END-PERFORM
           DISPLAY ANZ-GELISTET ' Spieler im Stamm.'
           MOVE '00' TO SP-DATEI-STATUS
           EXIT.

      *-----------------------------------------------------------------
      * Stellt fest, welche Saison offen ist (SPACES = keine), wie
      * in TTTSAIS
       ERMITTLE-OFFENE-SAISON SECTION.
           MOVE SPACES TO OFFENE-SAISON-ID
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
                 IF SAI-IST-OFFEN AND OFFENE-SAISON-ID = SPACES
                   MOVE SAI-ID TO OFFENE-SAISON-ID
                 END-IF
             END-READ
           END-PERFORM
           MOVE '00' TO SAI-DATEI-STATUS
           EXIT.

      *-----------------------------------------------------------------
      * Ermittelt die Mannschaft des Spielers GESUCHTE-SPIELER-ID in
      * der Saison GESUCHTE-SAISON-ID zum STICHTAG: der letzte Satz
      * mit Ab-Datum nicht nach dem Stichtag gilt; SPACES, wenn der
      * Spieler zu dem Tag keiner Mannschaft angehoert.
       ERMITTLE-MANNSCHAFT SECTION.
           MOVE SPACES TO GUELTIGE-MANNSCHAFT-ID
           IF GESUCHTE-SAISON-ID NOT = SPACES
             MOVE GESUCHTE-SAISON-ID TO MZ-SAISON-ID
             MOVE GESUCHTE-SPIELER-ID TO MZ-SPIELER-ID
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
                   IF MZ-SAISON-ID NOT = GESUCHTE-SAISON-ID
                       OR MZ-SPIELER-ID NOT = GESUCHTE-SPIELER-ID
                       OR MZ-AB-DATUM > STICHTAG
                     SET MZ-DATEI-ENDE TO TRUE
                   ELSE
                     MOVE MZ-MANNSCHAFT-ID TO GUELTIGE-MANNSCHAFT-ID
                   END-IF
               END-READ
             END-PERFORM
             MOVE '00' TO MZ-DATEI-STATUS
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Legt eine neue Mannschaft an; vergebene Kennungen werden
      * abgewiesen
       LEGE-MANNSCHAFT-AN SECTION.
           DISPLAY 'Mannschafts-Kennung (max. 6 Stellen)? '
             WITH NO ADVANCING
           ACCEPT EINGABE-MANNSCHAFT-ID
           IF EINGABE-MANNSCHAFT-ID = SPACES
             DISPLAY 'Keine Kennung eingegeben.'
           ELSE
             DISPLAY 'Name der Mannschaft (Abteilung)? '
               WITH NO ADVANCING
             ACCEPT EINGABE-MANNSCHAFT-NAME
             MOVE EINGABE-MANNSCHAFT-ID TO MN-ID
             MOVE EINGABE-MANNSCHAFT-NAME TO MN-NAME
             SET MN-IST-AKTIV TO TRUE
             WRITE MANNSCHAFT-SATZ
               INVALID KEY
                 DISPLAY 'Mannschaft ' EINGABE-MANNSCHAFT-ID
                   ' ist bereits vorhanden.'
               NOT INVALID KEY
                 DISPLAY 'Mannschaft ' EINGABE-MANNSCHAFT-ID
                   ' angelegt.'
             END-WRITE
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Listet alle Mannschaften des Stamms in Kennungsfolge
       LISTE-MANNSCHAFTEN SECTION.
           MOVE 0 TO ANZ-GELISTET
           MOVE LOW-VALUES TO MN-ID
           START MANNSCHAFT-DATEI KEY IS NOT LESS THAN MN-ID
             INVALID KEY
               SET MN-DATEI-ENDE TO TRUE
           END-START
           DISPLAY 'KENNUNG NAME                           AKTIV'
           PERFORM UNTIL NOT MN-DATEI-OK
             READ MANNSCHAFT-DATEI NEXT RECORD
               AT END
                 SET MN-DATEI-ENDE TO TRUE
               NOT AT END
                 ADD 1 TO ANZ-GELISTET
                 DISPLAY MN-ID '  ' MN-NAME ' ' MN-AKTIV-KZ
             END-READ
           END-PERFORM
           DISPLAY ANZ-GELISTET ' Mannschaften im Stamm.'
           MOVE '00' TO MN-DATEI-STATUS
           EXIT.

      *-----------------------------------------------------------------
      * Ordnet einen Spieler in einer Saison ab einem Datum einer
      * Mannschaft zu; leere Mannschaft = Austritt. Jede Aenderung
      * wird als eigener Satz gefuehrt; eine zweite Aenderung mit
      * demselben Ab-Datum ersetzt die erste.
       ORDNE-SPIELER-ZU SECTION.
           SET ZUORDNUNG-GUELTIG TO TRUE
           PERFORM ERFRAGE-SPIELER-ID
           MOVE EINGABE-SPIELER-ID TO SP-ID
           READ SPIELER-DATEI
             KEY IS SP-ID
             INVALID KEY
               DISPLAY 'Kein Spieler mit Kennung '
                 EINGABE-SPIELER-ID ' vorhanden.'
               SET ZUORDNUNG-GUELTIG TO FALSE
           END-READ
           IF ZUORDNUNG-GUELTIG
             PERFORM ERFRAGE-ZUORDNUNGS-SAISON
           END-IF
           IF ZUORDNUNG-GUELTIG
             PERFORM ERFRAGE-ZUORDNUNGS-MANNSCHAFT
           END-IF
           IF ZUORDNUNG-GUELTIG
             PERFORM SCHREIBE-ZUORDNUNG
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Erfragt Saison und Ab-Datum der Zuordnung. Die Saison muss
      * im Stamm stehen und darf nicht geschlossen sein; das Ab-Datum
      * darf nicht vor ihrem Beginn liegen (leer = heute, bei einer
      * noch nicht begonnenen Saison ihr Beginn).
       ERFRAGE-ZUORDNUNGS-SAISON SECTION.
           PERFORM ERMITTLE-OFFENE-SAISON
           DISPLAY 'Saison (leer = offene Saison ' OFFENE-SAISON-ID
             ')? ' WITH NO ADVANCING
           ACCEPT EINGABE-SAISON-ID
           IF EINGABE-SAISON-ID = SPACES
             MOVE OFFENE-SAISON-ID TO EINGABE-SAISON-ID
           END-IF
           MOVE EINGABE-SAISON-ID TO SAI-ID
           READ SAISON-DATEI
             KEY IS SAI-ID
             INVALID KEY
               DISPLAY 'Saison ' EINGABE-SAISON-ID
                 ' nicht im Saison-Stamm.'
               SET ZUORDNUNG-GUELTIG TO FALSE
             NOT INVALID KEY
               IF SAI-IST-GESCHLOSSEN
                 DISPLAY 'Saison ' SAI-ID ' ist geschlossen;'
                   ' Zuordnung nicht mehr aenderbar.'
                 SET ZUORDNUNG-GUELTIG TO FALSE
               END-IF
           END-READ
           IF ZUORDNUNG-GUELTIG AND NOT SAI-DATEI-OK
             DISPLAY 'Saison-Stamm nicht lesbar'
               ' (Status ' SAI-DATEI-STATUS ').'
             SET ZUORDNUNG-GUELTIG TO FALSE
           END-IF
           MOVE '00' TO SAI-DATEI-STATUS
           IF ZUORDNUNG-GUELTIG
             DISPLAY 'Gueltig ab (JJJJMMTT, leer = heute)? '
               WITH NO ADVANCING
             ACCEPT EINGABE-AB-DATUM
             ACCEPT HEUTE FROM DATE YYYYMMDD
             EVALUATE TRUE
               WHEN EINGABE-AB-DATUM IS NUMERIC
                 MOVE EINGABE-AB-DATUM TO STICHTAG
               WHEN HEUTE < SAI-BEGINN
                 MOVE SAI-BEGINN TO STICHTAG
               WHEN OTHER
                 MOVE HEUTE TO STICHTAG
             END-EVALUATE
             IF STICHTAG < SAI-BEGINN
               DISPLAY 'Ab-Datum liegt vor dem Saisonbeginn '
                 SAI-BEGINN '.'
               SET ZUORDNUNG-GUELTIG TO FALSE
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Erfragt die neue Mannschaft; sie muss im Stamm stehen und
      * aktiv sein. Leer beendet die Zuordnung.
       ERFRAGE-ZUORDNUNGS-MANNSCHAFT SECTION.
           MOVE EINGABE-SPIELER-ID TO GESUCHTE-SPIELER-ID
           MOVE EINGABE-SAISON-ID TO GESUCHTE-SAISON-ID
           PERFORM ERMITTLE-MANNSCHAFT
           DISPLAY 'Bisherige Mannschaft: ' GUELTIGE-MANNSCHAFT-ID
           DISPLAY 'Neue Mannschaft (leer = keine)? '
             WITH NO ADVANCING
           ACCEPT EINGABE-MANNSCHAFT-ID
           IF EINGABE-MANNSCHAFT-ID = GUELTIGE-MANNSCHAFT-ID
             DISPLAY 'Keine Aenderung.'
             SET ZUORDNUNG-GUELTIG TO FALSE
           END-IF
           IF ZUORDNUNG-GUELTIG AND EINGABE-MANNSCHAFT-ID NOT = SPACES
             MOVE EINGABE-MANNSCHAFT-ID TO MN-ID
             READ MANNSCHAFT-DATEI
               KEY IS MN-ID
               INVALID KEY
                 DISPLAY 'Keine Mannschaft mit Kennung '
                   EINGABE-MANNSCHAFT-ID ' vorhanden.'
                 SET ZUORDNUNG-GUELTIG TO FALSE
               NOT INVALID KEY
                 IF NOT MN-IST-AKTIV
                   DISPLAY 'Mannschaft ' MN-ID ' ist aufgeloest.'
                   SET ZUORDNUNG-GUELTIG TO FALSE
                 END-IF
             END-READ
             MOVE '00' TO MN-DATEI-STATUS
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Schreibt den Zuordnungs-Satz; gibt es zu Saison, Spieler und
      * Ab-Datum schon einen, wird er ersetzt.
       SCHREIBE-ZUORDNUNG SECTION.
           MOVE EINGABE-SAISON-ID TO MZ-SAISON-ID
           MOVE EINGABE-SPIELER-ID TO MZ-SPIELER-ID
           MOVE STICHTAG TO MZ-AB-DATUM
           MOVE EINGABE-MANNSCHAFT-ID TO MZ-MANNSCHAFT-ID
           MOVE ANM-BEDIENER-ID TO MZ-ERFASST-VON
           MOVE HEUTE TO MZ-ERFASST-AM
           WRITE MANNZUO-SATZ
             INVALID KEY
               REWRITE MANNZUO-SATZ
               IF MZ-DATEI-OK
                 DISPLAY 'Zuordnung ab ' STICHTAG ' ersetzt.'
               ELSE
                 DISPLAY 'Fehler beim Ersetzen der Zuordnung'
                   ' (Status ' MZ-DATEI-STATUS ').'
               END-IF
             NOT INVALID KEY
               DISPLAY 'Spieler ' EINGABE-SPIELER-ID ' ab ' STICHTAG
                 ' in Mannschaft ' EINGABE-MANNSCHAFT-ID '.'
           END-WRITE
           EXIT.

      *-----------------------------------------------------------------
      * Zeigt alle Zuordnungs-Saetze eines Spielers ueber alle
      * Saisons in Schluesselfolge
       ZEIGE-ZUORDNUNGS-VERLAUF SECTION.
           PERFORM ERFRAGE-SPIELER-ID
           MOVE 0 TO ANZ-GELISTET
           MOVE LOW-VALUES TO MZ-SCHLUESSEL
           START MANNZUO-DATEI KEY IS NOT LESS THAN MZ-SCHLUESSEL
             INVALID KEY
               SET MZ-DATEI-ENDE TO TRUE
           END-START
           DISPLAY 'SAISON AB-DATUM MANNSCHAFT ERFASST VON/AM'
           PERFORM UNTIL NOT MZ-DATEI-OK
             READ MANNZUO-DATEI NEXT RECORD
               AT END
                 SET MZ-DATEI-ENDE TO TRUE
               NOT AT END
                 IF MZ-SPIELER-ID = EINGABE-SPIELER-ID
                   ADD 1 TO ANZ-GELISTET
                   DISPLAY MZ-SAISON-ID ' ' MZ-AB-DATUM ' '
                     MZ-MANNSCHAFT-ID '     ' MZ-ERFASST-VON ' '
                     MZ-ERFASST-AM
                 END-IF
             END-READ
           END-PERFORM
           DISPLAY ANZ-GELISTET ' Zuordnungen.'
           MOVE '00' TO MZ-DATEI-STATUS
           EXIT.
