       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TTTFAIR.
      *****************************************************************
      * Fair-Play-Pruefung der gewerteten Spiele eines vom Bediener
      * gewaehlten Datumsbereichs. Gewertet ist wie in TTTWERT jedes
      * nicht stornierte Spiel zweier registrierter Spieler. Der
      * Bericht FAIRBER weist vier Arten von Auffaelligkeiten aus
      * und listet jeweils die Spiele dazu, damit die Liga-Leitung
      * sie in TTTRPLY oder TTTAUSK ansehen und ueber TTTKORR
      * handeln kann:
      *   1. Haeufung: dieselben zwei Spieler spielen innerhalb von
      *      FENSTER-TAGE Tagen mindestens FENSTER-SPIELE gewertete
      *      Spiele gegeneinander;
      *   2. schnelle Niederlagen: ein Spieler verliert mindestens
      *      SCHWELLE-SCHNELL Spiele in der kleinstmoeglichen
      *      Zugzahl (Gewinnreihe ohne jede Abwehr, hoechstens
      *      2 x Brettgroesse Zuege); Brettgroesse und die
      *      Bedenkzeit des Verlierers kommen aus dem Zug-Protokoll,
      *      Spiele ohne Kopfsatz gelten als 3x3;
      *   3. Wertungsgewinn: ein Spieler gewinnt in der Wertungs-
      *      Historie mindestens SCHWELLE-GEWINN Punkte, davon
      *      mindestens ANTEIL-GEWINN Prozent gegen einen einzigen
      *      Gegner;
      *   4. Eingabequelle: gewertete Spiele gegen den
      *      Computergegner oder aus der Zuege-Datei (Batchbetrieb).
      * Den Kopfsatz eines Anwaerters im Zug-Protokoll weist das
      * Spiel-Verzeichnis SPIELVZ ueber den Ergebnis-Schluessel aus;
      * ohne Verzeichnis-Eintrag gilt der erste noch nicht
      * zugeordnete Kopfsatz mit Spiel-Kennung und Datum, dessen
      * Zugfolge mit der Zugzahl des Ergebnisses endet.
      * Das Zug-Protokoll reicht nur bis zur letzten Archivierung
      * (TTTARCH); fuer aeltere Spiele bleibt die Bedenkzeit offen.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Ergebnis-Historie, nur lesend
           SELECT ERGEBNIS-DATEI ASSIGN TO 'ERGEBNIS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ERG-SCHLUESSEL
             FILE STATUS IS ERG-DATEI-STATUS.
      * Wertungs-Historie aus TTTWERT, nur lesend
           SELECT WERTHIST-DATEI ASSIGN TO 'WERTHIST'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WH-DATEI-STATUS.
      * Zug-Protokoll, nur lesend
           SELECT PROTOKOLL-DATEI ASSIGN TO 'PROTOKOLL'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PROT-DATEI-STATUS.
      * Spieler-Stamm fuer die Namen auf dem Bericht
           SELECT SPIELER-DATEI ASSIGN TO 'SPIELER'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SP-ID
             FILE STATUS IS SP-DATEI-STATUS.
      * Spiel-Verzeichnis aus TTTM/TTTARCH, nur lesend
           SELECT SPIELVZ-DATEI ASSIGN TO 'SPIELVZ'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SV-SCHLUESSEL
             FILE STATUS IS SV-DATEI-STATUS.
      * Fair-Play-Bericht dieses Laufes, je Lauf neu angelegt
           SELECT FAIRBER-DATEI ASSIGN TO 'FAIRBER'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FB-DATEI-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ERGEBNIS-DATEI.
           COPY TTTERGW.
       FD  WERTHIST-DATEI.
           COPY TTTWRTH.
       FD  PROTOKOLL-DATEI.
           COPY TTTPROT.
           COPY TTTPRTK.
       FD  SPIELER-DATEI.
           COPY TTTSPLM.
       FD  SPIELVZ-DATEI.
           COPY TTTSVZM.
       FD  FAIRBER-DATEI.
           COPY TTTBERD.
       WORKING-STORAGE SECTION.
       01 ERG-DATEI-STATUS PIC XX.
         88 ERG-DATEI-OK VALUE '00'.
         88 ERG-DATEI-ENDE VALUE '10'.
       01 WH-DATEI-STATUS PIC XX.
         88 WH-DATEI-OK VALUE '00'.
         88 WH-DATEI-ENDE VALUE '10'.
         88 WH-SATZ-GELESEN VALUES '00' '04'.
       01 PROT-DATEI-STATUS PIC XX.
         88 PROT-DATEI-OK VALUE '00'.
         88 PROT-DATEI-ENDE VALUE '10'.
         88 PROT-SATZ-GELESEN VALUES '00' '04'.
       01 SP-DATEI-STATUS PIC XX.
         88 SP-DATEI-OK VALUE '00'.
       01 FB-DATEI-STATUS PIC XX.
         88 FB-DATEI-OK VALUE '00'.
       01 SV-DATEI-STATUS PIC XX.
         88 SV-DATEI-OK VALUE '00'.
      * Schalter: steht der Spieler-Stamm fuer die Namen bereit
       01 SPIELER-STAMM-KZ PIC X VALUE 'N'.
         88 SPIELER-STAMM-BEREIT VALUE 'J' WHEN SET TO FALSE 'N'.
      * Datumsbereich und Haeufungs-Fenster des Bedieners; leere
      * Eingaben bedeuten keine Einschraenkung bzw. die Vorgabe. Die
      * Eingabe laeuft ueber X-Felder, weil ACCEPT in ein
      * numerisches Feld unlesbare Eingaben stillschweigend in
      * Nullen wandelt.
       01 VON-DATUM-EINGABE PIC X(08).
       01 BIS-DATUM-EINGABE PIC X(08).
       01 VON-DATUM PIC 9(08).
       01 BIS-DATUM PIC 9(08).
       01 ZAHL-EINGABE PIC X(02).
       01 FENSTER-TAGE PIC 9(02) VALUE 7.
       01 FENSTER-SPIELE PIC 9(02) VALUE 5.
      * Feste Schwellen der Pruefungen 2 und 3
       01 SCHWELLE-SCHNELL PIC 9(02) VALUE 2.
       01 SCHWELLE-GEWINN PIC 9(04) VALUE 50.
       01 ANTEIL-GEWINN PIC 9(03) VALUE 60.
      * Spielerpaare des Bereichs, die Kennungen aufsteigend
      * geordnet; je Paar die Tagesnummern und Daten der letzten
      * FENSTER-SPIELE Spiele fuer die Haeufungs-Pruefung und der
      * Wertungsgewinn beider Spieler gegeneinander
       01 ANZ-PAARE PIC 9(03) VALUE 0.
       01 PAARTABELLE.
         02 PT-EINTRAG OCCURS 200 TIMES INDEXED BY PT-IX.
           03 PT-ID-1 PIC X(08).
           03 PT-ID-2 PIC X(08).
           03 PT-SPIELE PIC 9(05).
           03 PT-ANZ-IM-FENSTER PIC 9(02).
           03 PT-FENSTER OCCURS 20 TIMES.
             04 PT-F-DATUM PIC 9(08).
             04 PT-F-TAGNR PIC 9(07).
           03 PT-HAEUFUNG-KZ PIC X.
             88 PT-IST-HAEUFUNG VALUE 'J'.
           03 PT-HAEUFUNG-VON PIC 9(08).
           03 PT-HAEUFUNG-BIS PIC 9(08).
           03 PT-GEWINN-1 PIC S9(05).
           03 PT-GEWINN-2 PIC S9(05).
      * Spieler des Bereichs mit Niederlagen, schnellen Niederlagen
      * und Wertungsgewinn
       01 ANZ-EINTRAEGE PIC 9(02) VALUE 0.
       01 SPIELERTABELLE.
         02 SPL-EINTRAG OCCURS 50 TIMES INDEXED BY SPL-IX.
           03 SPL-SPIELER-ID PIC X(08).
           03 SPL-NAME PIC X(30).
           03 SPL-NIEDERLAGEN PIC 9(05).
           03 SPL-SCHNELL PIC 9(05).
           03 SPL-GEWINN PIC S9(05).
      * Siege mit hoechstens 10 Zuegen (2 x groesste Brettgroesse)
      * als Anwaerter auf schnelle Niederlagen; Brettgroesse und
      * Bedenkzeit des Verlierers kommen aus dem Zug-Protokoll
       01 ANZ-KANDIDATEN PIC 9(03) VALUE 0.
       01 KANDIDATENTABELLE.
         02 KT-EINTRAG OCCURS 300 TIMES INDEXED BY KT-IX.
           03 KT-DATUM PIC 9(08).
           03 KT-UHRZEIT PIC 9(08).
           03 KT-SEQ PIC 9(02).
           03 KT-SPIEL-ID PIC X(10).
           03 KT-VERLIERER-ID PIC X(08).
           03 KT-GEWINNER-ID PIC X(08).
           03 KT-VERLIERER-MARKE PIC X.
           03 KT-ZUEGE PIC 9(02).
           03 KT-BRETTGROESSE PIC 9(01).
           03 KT-BEDENKZEIT PIC 9(05).
           03 KT-PROTOKOLL-KZ PIC X.
             88 KT-IM-PROTOKOLL VALUE 'J'.
      * Satznummer des Kopfsatzes im Zug-Protokoll laut Spiel-
      * Verzeichnis; 0 = kein Eintrag im laufenden Protokoll
           03 KT-SATZ-NR PIC 9(07).
      * Kandidat der laufenden Zugfolge im Zug-Protokoll; 0 = keiner.
      * Brettgroesse, Bedenkzeit des Verlierers und letzte Zugnummer
      * werden erst am Ende der Zugfolge uebernommen; ohne Verzeichnis-
      * Eintrag nur, wenn die Zugfolge zum Ergebnis passt.
       01 AKT-KANDIDAT PIC 9(03) VALUE 0.
       01 AKT-BRETTGROESSE PIC 9(01).
       01 AKT-BEDENKZEIT PIC 9(05).
       01 AKT-LETZTER-ZUG PIC 9(02).
      * Schalter: Suche im Spiel-Verzeichnis beendet
       01 VZ-SUCHE-KZ PIC X VALUE 'N'.
         88 VZ-SUCHE-BEENDET VALUE 'J' WHEN SET TO FALSE 'N'.
      * Arbeitsfelder des gelesenen Spiels
       01 ID-KLEIN PIC X(08).
       01 ID-GROSS PIC X(08).
       01 GESUCHTE-SPIELER-ID PIC X(08).
       01 GEWINNER-ID PIC X(08).
       01 VERLIERER-ID PIC X(08).
       01 TAGNR PIC 9(07).
       01 FX PIC 9(02).
       01 GEWINN-X PIC S9(05).
       01 GEWINN-O PIC S9(05).
      * Auswertung des Wertungsgewinns je Spieler
       01 BESTER-GEGNER-IX PIC 9(03).
       01 BESTER-GEWINN PIC S9(05).
       01 PAAR-GEWINN PIC S9(05).
       01 GEWINN-ANTEIL PIC 9(05).
       01 GEGNER-ID PIC X(08).
      * Druckfelder
       01 GEWINN-ANZEIGE PIC S9(05) SIGN IS LEADING SEPARATE.
       01 GEWINN-ANZEIGE-2 PIC S9(05) SIGN IS LEADING SEPARATE.
       01 QUELLE-TEXT PIC X(08).
       01 BEDENKZEIT-TEXT PIC X(05).
      * Zaehler fuer Abstimmung und Zusammenfassung
       01 ZAEHLER.
         02 ANZ-ERG-GELESEN PIC 9(05) VALUE 0.
         02 ANZ-GEWERTET PIC 9(05) VALUE 0.
         02 ANZ-STORNIERT PIC 9(05) VALUE 0.
         02 ANZ-UNBENANNT PIC 9(05) VALUE 0.
         02 ANZ-QUELLE-UNBEKANNT PIC 9(05) VALUE 0.
         02 ANZ-WH-GELESEN PIC 9(05) VALUE 0.
         02 ANZ-WH-IM-BEREICH PIC 9(05) VALUE 0.
         02 ANZ-PROT-GELESEN PIC 9(07) VALUE 0.
         02 ANZ-HAEUFUNGEN PIC 9(03) VALUE 0.
         02 ANZ-SCHNELL-SPIELER PIC 9(03) VALUE 0.
         02 ANZ-GEWINN-SPIELER PIC 9(03) VALUE 0.
         02 ANZ-QUELLE-SPIELE PIC 9(05) VALUE 0.
       PROCEDURE DIVISION.
           DISPLAY 'Von-Datum (JJJJMMTT, leer = offen)? '
             WITH NO ADVANCING
           ACCEPT VON-DATUM-EINGABE
           DISPLAY 'Bis-Datum (JJJJMMTT, leer = offen)? '
             WITH NO ADVANCING
           ACCEPT BIS-DATUM-EINGABE
           IF VON-DATUM-EINGABE IS NUMERIC
             MOVE VON-DATUM-EINGABE TO VON-DATUM
           ELSE
             MOVE 0 TO VON-DATUM
           END-IF
           IF BIS-DATUM-EINGABE IS NUMERIC
             MOVE BIS-DATUM-EINGABE TO BIS-DATUM
           ELSE
             MOVE 99999999 TO BIS-DATUM
           END-IF
           DISPLAY 'Haeufung: Fenster in Tagen (leer = 7)? '
             WITH NO ADVANCING
           ACCEPT ZAHL-EINGABE
           PERFORM RUECKE-ZAHL-NACH
           IF ZAHL-EINGABE IS NUMERIC AND ZAHL-EINGABE NOT = '00'
             MOVE ZAHL-EINGABE TO FENSTER-TAGE
           END-IF
           DISPLAY 'Haeufung: Spiele im Fenster (2-20, leer = 5)? '
             WITH NO ADVANCING
           ACCEPT ZAHL-EINGABE
           PERFORM RUECKE-ZAHL-NACH
           IF ZAHL-EINGABE IS NUMERIC
               AND ZAHL-EINGABE >= '02' AND ZAHL-EINGABE <= '20'
             MOVE ZAHL-EINGABE TO FENSTER-SPIELE
           END-IF

           PERFORM OEFFNE-DATEIEN
           PERFORM LIES-ERGEBNISSE
           PERFORM LIES-PROTOKOLL
           PERFORM LIES-WERTHIST

           PERFORM DRUCKE-HAEUFUNGEN
           PERFORM DRUCKE-SCHNELLE-NIEDERLAGEN
           PERFORM DRUCKE-WERTUNGSGEWINNE
           PERFORM DRUCKE-EINGABEQUELLEN
           PERFORM DRUCKE-ABSTIMMUNG
           PERFORM SCHLIESSE-DATEIEN
           STOP RUN.

      *-----------------------------------------------------------------
      * Einstellige Eingaben stehen linksbuendig im Feld und waeren
      * wegen des Leerzeichens nicht numerisch; darum nachruecken
      * (wie die Serienlaenge in TTTM)
       RUECKE-ZAHL-NACH SECTION.
           IF ZAHL-EINGABE(1:1) NOT = SPACE
               AND ZAHL-EINGABE(2:1) = SPACE
             MOVE ZAHL-EINGABE(1:1) TO ZAHL-EINGABE(2:1)
             MOVE '0' TO ZAHL-EINGABE(1:1)
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Oeffnet die Dateien des Laufes und schreibt die Kopfzeilen.
      * Ohne Ergebnis-Historie gibt es nichts zu pruefen; Wertungs-
      * Historie und Zug-Protokoll duerfen fehlen, dann entfallen
      * die davon abhaengigen Angaben.
       OEFFNE-DATEIEN SECTION.
           OPEN INPUT ERGEBNIS-DATEI
           IF NOT ERG-DATEI-OK
             DISPLAY 'Ergebnis-Historie konnte nicht geoeffnet werden'
               ' (Status ' ERG-DATEI-STATUS '); Programm wird'
               ' beendet.'
             STOP RUN
           END-IF
           OPEN INPUT SPIELER-DATEI
           IF SP-DATEI-OK
             SET SPIELER-STAMM-BEREIT TO TRUE
           END-IF
           OPEN OUTPUT FAIRBER-DATEI
           IF NOT FB-DATEI-OK
             DISPLAY 'Fair-Play-Bericht konnte nicht angelegt werden'
               ' (Status ' FB-DATEI-STATUS ').'
           END-IF
           MOVE SPACES TO BERICHT-SATZ
           STRING 'FAIR-PLAY-PRUEFUNG GEWERTETER SPIELE VON '
             VON-DATUM ' BIS ' BIS-DATUM
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE SPACES TO BERICHT-SATZ
           STRING 'HAEUFUNG AB ' FENSTER-SPIELE ' SPIELEN IN '
             FENSTER-TAGE ' TAGEN, SCHNELLE NIEDERLAGEN AB '
             SCHWELLE-SCHNELL ', GEWINN AB ' SCHWELLE-GEWINN
             ' (' ANTEIL-GEWINN '%)'
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           EXIT.

      *-----------------------------------------------------------------
      * Erster Durchgang ueber die Ergebnis-Historie ab dem
      * Von-Datum: Paare mit Haeufungs-Pruefung, Niederlagen je
      * Spieler, Anwaerter auf schnelle Niederlagen
       LIES-ERGEBNISSE SECTION.
           MOVE VON-DATUM TO ERG-DATUM
           MOVE 0 TO ERG-UHRZEIT
           MOVE 0 TO ERG-ZUG
           MOVE 0 TO ERG-SEQ
           START ERGEBNIS-DATEI
             KEY IS NOT LESS THAN ERG-SCHLUESSEL
             INVALID KEY
               SET ERG-DATEI-ENDE TO TRUE
           END-START
           PERFORM UNTIL NOT ERG-DATEI-OK
             READ ERGEBNIS-DATEI NEXT RECORD
               AT END
                 SET ERG-DATEI-ENDE TO TRUE
               NOT AT END
                 IF ERG-DATUM > BIS-DATUM
                   SET ERG-DATEI-ENDE TO TRUE
                 ELSE
                   ADD 1 TO ANZ-ERG-GELESEN
                   PERFORM VERARBEITE-ERGEBNIS
                 END-IF
             END-READ
           END-PERFORM
           IF NOT ERG-DATEI-ENDE
             DISPLAY 'Lesefehler auf der Ergebnis-Historie'
               ' (Status ' ERG-DATEI-STATUS ').'
             MOVE 'ACHTUNG: BERICHT UNVOLLSTAENDIG (LESEFEHLER)'
               TO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Verbucht ein Ergebnis des Bereichs; nur gewertete Spiele
      * (nicht storniert, beide Spieler benannt) zaehlen.
       VERARBEITE-ERGEBNIS SECTION.
           EVALUATE TRUE
             WHEN ERG-IST-STORNIERT
               ADD 1 TO ANZ-STORNIERT
             WHEN ERG-SPIELER-X-ID = SPACES
                 OR ERG-SPIELER-O-ID = SPACES
               ADD 1 TO ANZ-UNBENANNT
             WHEN OTHER
               ADD 1 TO ANZ-GEWERTET
               IF ERG-EINGABE-KZ = SPACE
                 ADD 1 TO ANZ-QUELLE-UNBEKANNT
               END-IF
               PERFORM ORDNE-PAAR
               PERFORM FINDE-PAARZEILE
               IF PT-IX <= ANZ-PAARE
                 PERFORM PRUEFE-HAEUFUNG
               END-IF
               IF ERG-HAT-GEWINNER
                 PERFORM VERBUCHE-NIEDERLAGE
               END-IF
           END-EVALUATE
           EXIT.

      *-----------------------------------------------------------------
      * Ordnet die beiden Kennungen des Ergebnis-Satzes aufsteigend
      * als Paarschluessel
       ORDNE-PAAR SECTION.
           IF ERG-SPIELER-X-ID < ERG-SPIELER-O-ID
             MOVE ERG-SPIELER-X-ID TO ID-KLEIN
             MOVE ERG-SPIELER-O-ID TO ID-GROSS
           ELSE
             MOVE ERG-SPIELER-O-ID TO ID-KLEIN
             MOVE ERG-SPIELER-X-ID TO ID-GROSS
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Setzt PT-IX auf die Zeile des Paares ID-KLEIN/ID-GROSS und
      * legt sie bei Bedarf an; ist die Tabelle voll, steht PT-IX
      * hinter der letzten Zeile und das Paar bleibt unberuecksichtigt.
       FINDE-PAARZEILE SECTION.
           SET PT-IX TO 1
           SEARCH PT-EINTRAG
             AT END
               PERFORM LEGE-PAARZEILE-AN
             WHEN PT-IX > ANZ-PAARE
               PERFORM LEGE-PAARZEILE-AN
             WHEN PT-ID-1(PT-IX) = ID-KLEIN
                 AND PT-ID-2(PT-IX) = ID-GROSS
               CONTINUE
           END-SEARCH
           EXIT.

      *-----------------------------------------------------------------
      * Legt eine neue Paarzeile an und stellt PT-IX darauf
       LEGE-PAARZEILE-AN SECTION.
           IF ANZ-PAARE < 200
             ADD 1 TO ANZ-PAARE
             SET PT-IX TO ANZ-PAARE
             MOVE ID-KLEIN TO PT-ID-1(PT-IX)
             MOVE ID-GROSS TO PT-ID-2(PT-IX)
             MOVE 0 TO PT-SPIELE(PT-IX) PT-ANZ-IM-FENSTER(PT-IX)
               PT-HAEUFUNG-VON(PT-IX) PT-HAEUFUNG-BIS(PT-IX)
               PT-GEWINN-1(PT-IX) PT-GEWINN-2(PT-IX)
             MOVE SPACE TO PT-HAEUFUNG-KZ(PT-IX)
           ELSE
             DISPLAY 'Mehr als 200 Spielerpaare im Bereich; Paar '
               ID-KLEIN '/' ID-GROSS ' wird nicht geprueft.'
             SET PT-IX TO 201
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Fuehrt das Fenster der letzten FENSTER-SPIELE Spiele des
      * Paares fort. Liegen zwischen dem aeltesten und dem neuen
      * Spiel des vollen Fensters weniger als FENSTER-TAGE Tage, ist
      * das eine Haeufung; festgehalten wird der Zeitraum vom Beginn
      * der ersten bis zum Ende der letzten Haeufung.
       PRUEFE-HAEUFUNG SECTION.
           ADD 1 TO PT-SPIELE(PT-IX)
           IF ERG-DATUM IS NUMERIC
             COMPUTE TAGNR = FUNCTION INTEGER-OF-DATE(ERG-DATUM)
           ELSE
             MOVE 0 TO TAGNR
           END-IF
           IF PT-ANZ-IM-FENSTER(PT-IX) < FENSTER-SPIELE
             ADD 1 TO PT-ANZ-IM-FENSTER(PT-IX)
           ELSE
             PERFORM VARYING FX FROM 1 BY 1
                 UNTIL FX >= FENSTER-SPIELE
               MOVE PT-FENSTER(PT-IX, FX + 1) TO PT-FENSTER(PT-IX, FX)
             END-PERFORM
           END-IF
           MOVE PT-ANZ-IM-FENSTER(PT-IX) TO FX
           MOVE ERG-DATUM TO PT-F-DATUM(PT-IX, FX)
           MOVE TAGNR TO PT-F-TAGNR(PT-IX, FX)
           IF PT-ANZ-IM-FENSTER(PT-IX) = FENSTER-SPIELE
             IF TAGNR - PT-F-TAGNR(PT-IX, 1) < FENSTER-TAGE
               IF NOT PT-IST-HAEUFUNG(PT-IX)
                 SET PT-IST-HAEUFUNG(PT-IX) TO TRUE
                 MOVE PT-F-DATUM(PT-IX, 1) TO PT-HAEUFUNG-VON(PT-IX)
                 ADD 1 TO ANZ-HAEUFUNGEN
               END-IF
               MOVE ERG-DATUM TO PT-HAEUFUNG-BIS(PT-IX)
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Verbucht die Niederlage beim Verlierer; ein Sieg am Brett mit
      * hoechstens 10 Zuegen wird Anwaerter auf eine schnelle
      * Niederlage (endgueltig nach der Brettgroesse aus dem
      * Zug-Protokoll)
       VERBUCHE-NIEDERLAGE SECTION.
           IF ERG-SPIELER = 'X'
             MOVE ERG-SPIELER-X-ID TO GEWINNER-ID
             MOVE ERG-SPIELER-O-ID TO VERLIERER-ID
           ELSE
             MOVE ERG-SPIELER-O-ID TO GEWINNER-ID
             MOVE ERG-SPIELER-X-ID TO VERLIERER-ID
           END-IF
           MOVE VERLIERER-ID TO GESUCHTE-SPIELER-ID
           PERFORM FINDE-SPIELERZEILE
           IF SPL-IX <= ANZ-EINTRAEGE
             ADD 1 TO SPL-NIEDERLAGEN(SPL-IX)
           END-IF
           IF ERG-IST-SIEG AND ERG-ZUG <= 10
             IF ANZ-KANDIDATEN < 300
               ADD 1 TO ANZ-KANDIDATEN
               SET KT-IX TO ANZ-KANDIDATEN
               MOVE ERG-DATUM TO KT-DATUM(KT-IX)
               MOVE ERG-UHRZEIT TO KT-UHRZEIT(KT-IX)
               MOVE ERG-SEQ TO KT-SEQ(KT-IX)
               MOVE ERG-SPIEL-ID TO KT-SPIEL-ID(KT-IX)
               MOVE VERLIERER-ID TO KT-VERLIERER-ID(KT-IX)
               MOVE GEWINNER-ID TO KT-GEWINNER-ID(KT-IX)
               IF ERG-SPIELER = 'X'
                 MOVE 'O' TO KT-VERLIERER-MARKE(KT-IX)
               ELSE
                 MOVE 'X' TO KT-VERLIERER-MARKE(KT-IX)
               END-IF
               MOVE ERG-ZUG TO KT-ZUEGE(KT-IX)
               MOVE 3 TO KT-BRETTGROESSE(KT-IX)
               MOVE 0 TO KT-BEDENKZEIT(KT-IX)
               MOVE 'N' TO KT-PROTOKOLL-KZ(KT-IX)
               MOVE 0 TO KT-SATZ-NR(KT-IX)
             ELSE
               DISPLAY 'Mehr als 300 kurze Siege im Bereich; Spiel '
                 ERG-SPIEL-ID ' vom ' ERG-DATUM ' wird nicht'
                 ' geprueft.'
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Setzt SPL-IX auf die Zeile des Spielers GESUCHTE-SPIELER-ID
      * und legt sie bei Bedarf mit dem Namen aus dem Spieler-Stamm
      * an; ist die Tabelle voll, steht SPL-IX hinter der letzten
      * Zeile und der Spieler bleibt unberuecksichtigt.
       FINDE-SPIELERZEILE SECTION.
           SET SPL-IX TO 1
           SEARCH SPL-EINTRAG
             AT END
               PERFORM LEGE-SPIELERZEILE-AN
             WHEN SPL-IX > ANZ-EINTRAEGE
               PERFORM LEGE-SPIELERZEILE-AN
             WHEN SPL-SPIELER-ID(SPL-IX) = GESUCHTE-SPIELER-ID
               CONTINUE
           END-SEARCH
           EXIT.

      *-----------------------------------------------------------------
      * Legt eine neue Spielerzeile an und stellt SPL-IX darauf
       LEGE-SPIELERZEILE-AN SECTION.
           IF ANZ-EINTRAEGE < 50
             ADD 1 TO ANZ-EINTRAEGE
             SET SPL-IX TO ANZ-EINTRAEGE
             MOVE GESUCHTE-SPIELER-ID TO SPL-SPIELER-ID(SPL-IX)
             MOVE SPACES TO SPL-NAME(SPL-IX)
             MOVE 0 TO SPL-NIEDERLAGEN(SPL-IX) SPL-SCHNELL(SPL-IX)
               SPL-GEWINN(SPL-IX)
             IF SPIELER-STAMM-BEREIT
               MOVE GESUCHTE-SPIELER-ID TO SP-ID
               READ SPIELER-DATEI
                 KEY IS SP-ID
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE SP-NAME TO SPL-NAME(SPL-IX)
               END-READ
             END-IF
           ELSE
             DISPLAY 'Mehr als 50 Spieler im Bereich; Spieler '
               GESUCHTE-SPIELER-ID ' wird nicht geprueft.'
             SET SPL-IX TO 51
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Durchgang ueber das Zug-Protokoll: zu jedem Anwaerter wird
      * ueber seinen Spiel-Kopfsatz die Brettgroesse uebernommen und
      * die Bedenkzeit des Verlierers aus den Zugsaetzen
      * aufsummiert. Danach stehen die schnellen Niederlagen je
      * Spieler fest.
       LIES-PROTOKOLL SECTION.
           IF ANZ-KANDIDATEN > 0
             PERFORM SUCHE-KANDIDATEN-IM-VERZEICHNIS
             OPEN INPUT PROTOKOLL-DATEI
             IF NOT PROT-DATEI-OK
               DISPLAY 'Zug-Protokoll konnte nicht geoeffnet werden'
                 ' (Status ' PROT-DATEI-STATUS '); Brettgroesse 3'
                 ' angenommen, Bedenkzeit unbekannt.'
             ELSE
               PERFORM UNTIL NOT PROT-SATZ-GELESEN
                 READ PROTOKOLL-DATEI
                   AT END
                     SET PROT-DATEI-ENDE TO TRUE
                   NOT AT END
                     ADD 1 TO ANZ-PROT-GELESEN
                     PERFORM VERARBEITE-PROTOKOLL-SATZ
                 END-READ
               END-PERFORM
               PERFORM SCHLIESSE-ZUGFOLGE-AB
               CLOSE PROTOKOLL-DATEI
             END-IF
           END-IF
           PERFORM VARYING KT-IX FROM 1 BY 1
               UNTIL KT-IX > ANZ-KANDIDATEN
             IF KT-ZUEGE(KT-IX) <= 2 * KT-BRETTGROESSE(KT-IX)
               MOVE KT-VERLIERER-ID(KT-IX) TO GESUCHTE-SPIELER-ID
               PERFORM FINDE-SPIELERZEILE
               IF SPL-IX <= ANZ-EINTRAEGE
                 ADD 1 TO SPL-SCHNELL(SPL-IX)
               END-IF
             END-IF
           END-PERFORM
           EXIT.

      *-----------------------------------------------------------------
      * Sucht zu jedem Anwaerter den Eintrag im Spiel-Verzeichnis,
      * der auf seinen Ergebnis-Satz verweist, und merkt sich die
      * Satznummer des Kopfsatzes im laufenden Protokoll. Ohne
      * Verzeichnis bleibt es bei der Zuordnung ueber Kennung,
      * Datum und Zugzahl.
       SUCHE-KANDIDATEN-IM-VERZEICHNIS SECTION.
           OPEN INPUT SPIELVZ-DATEI
           IF SV-DATEI-OK
             PERFORM VARYING KT-IX FROM 1 BY 1
                 UNTIL KT-IX > ANZ-KANDIDATEN
               IF KT-SPIEL-ID(KT-IX) NOT = SPACES
                 PERFORM SUCHE-KANDIDAT-IM-VERZEICHNIS
               END-IF
             END-PERFORM
             CLOSE SPIELVZ-DATEI
           ELSE
             DISPLAY 'Spiel-Verzeichnis nicht verfuegbar (Status '
               SV-DATEI-STATUS '); Zuordnung ueber Kennung, Datum'
               ' und Zugzahl.'
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Liest die Verzeichnis-Eintraege der Spiel-Kennung des
      * Anwaerters KT-IX (siehe SUCHE-IM-VERZEICHNIS in TTTAUSK)
       SUCHE-KANDIDAT-IM-VERZEICHNIS SECTION.
           MOVE KT-SPIEL-ID(KT-IX) TO SV-SPIEL-ID
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
                 IF SV-SPIEL-ID NOT = KT-SPIEL-ID(KT-IX)
                   SET VZ-SUCHE-BEENDET TO TRUE
                 ELSE
                   IF SV-IM-PROTOKOLL AND SV-MIT-ERGEBNIS
                       AND SV-ERG-DATUM = KT-DATUM(KT-IX)
                       AND SV-ERG-UHRZEIT = KT-UHRZEIT(KT-IX)
                       AND SV-ERG-ZUG = KT-ZUEGE(KT-IX)
                       AND SV-ERG-SEQ = KT-SEQ(KT-IX)
                     MOVE SV-SATZ-NR TO KT-SATZ-NR(KT-IX)
                     SET VZ-SUCHE-BEENDET TO TRUE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           MOVE '00' TO SV-DATEI-STATUS
           EXIT.

      *-----------------------------------------------------------------
      * Ein Kopfsatz schliesst die vorige Zugfolge ab und stellt den
      * Anwaerter der folgenden ein: den, dessen Verzeichnis-Eintrag
      * auf diesen Satz zeigt, sonst den ersten noch nicht
      * zugeordneten Anwaerter ohne Verzeichnis-Eintrag mit gleicher
      * Spiel-Kennung und gleichem Datum. Zugsaetze des Verlierers
      * (ohne Korrektursaetze) tragen ihre Bedenkzeit bei.
       VERARBEITE-PROTOKOLL-SATZ SECTION.
           IF PK-IST-SPIELKOPF
             PERFORM SCHLIESSE-ZUGFOLGE-AB
             PERFORM VARYING KT-IX FROM 1 BY 1
                 UNTIL KT-IX > ANZ-KANDIDATEN OR AKT-KANDIDAT > 0
               IF KT-SATZ-NR(KT-IX) = ANZ-PROT-GELESEN
                 SET AKT-KANDIDAT TO KT-IX
               END-IF
             END-PERFORM
             PERFORM VARYING KT-IX FROM 1 BY 1
                 UNTIL KT-IX > ANZ-KANDIDATEN OR AKT-KANDIDAT > 0
               IF KT-SPIEL-ID(KT-IX) = PK-SPIEL-ID
                   AND KT-SPIEL-ID(KT-IX) NOT = SPACES
                   AND KT-DATUM(KT-IX) = PK-DATUM
                   AND KT-SATZ-NR(KT-IX) = 0
                   AND NOT KT-IM-PROTOKOLL(KT-IX)
                 SET AKT-KANDIDAT TO KT-IX
               END-IF
             END-PERFORM
             IF AKT-KANDIDAT > 0
               IF PK-BRETTGROESSE IS NUMERIC
                   AND PK-BRETTGROESSE >= 3 AND PK-BRETTGROESSE <= 5
                 MOVE PK-BRETTGROESSE TO AKT-BRETTGROESSE
               END-IF
             END-IF
           ELSE
             IF AKT-KANDIDAT > 0 AND NOT PROT-IST-KORREKTUR
               IF PROT-ZUG IS NUMERIC
                 MOVE PROT-ZUG TO AKT-LETZTER-ZUG
               END-IF
               IF PROT-SPIELER = KT-VERLIERER-MARKE(AKT-KANDIDAT)
                   AND PROT-BEDENKZEIT IS NUMERIC
                 ADD PROT-BEDENKZEIT TO AKT-BEDENKZEIT
               END-IF
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Schliesst die Zugfolge des laufenden Anwaerters ab: mit
      * Verzeichnis-Eintrag gilt sie ohne weiteres, sonst nur, wenn
      * ihr letzter Zug die Zugzahl des Ergebnisses traegt. Dann
      * werden Brettgroesse und Bedenkzeit uebernommen; danach ist
      * kein Anwaerter mehr eingestellt.
       SCHLIESSE-ZUGFOLGE-AB SECTION.
           IF AKT-KANDIDAT > 0
             IF KT-SATZ-NR(AKT-KANDIDAT) > 0
                 OR AKT-LETZTER-ZUG = KT-ZUEGE(AKT-KANDIDAT)
               MOVE 'J' TO KT-PROTOKOLL-KZ(AKT-KANDIDAT)
               MOVE AKT-BRETTGROESSE TO KT-BRETTGROESSE(AKT-KANDIDAT)
               MOVE AKT-BEDENKZEIT TO KT-BEDENKZEIT(AKT-KANDIDAT)
             END-IF
           END-IF
           MOVE 0 TO AKT-KANDIDAT
           MOVE 3 TO AKT-BRETTGROESSE
           MOVE 0 TO AKT-BEDENKZEIT
           MOVE 0 TO AKT-LETZTER-ZUG
           EXIT.

      *-----------------------------------------------------------------
      * Durchgang ueber die Wertungs-Historie: Wertungsgewinn je
      * Spieler und je Paar im Datumsbereich
       LIES-WERTHIST SECTION.
           OPEN INPUT WERTHIST-DATEI
           IF NOT WH-DATEI-OK
             DISPLAY 'Wertungs-Historie konnte nicht geoeffnet werden'
               ' (Status ' WH-DATEI-STATUS '); keine Pruefung des'
               ' Wertungsgewinns.'
           ELSE
             PERFORM UNTIL NOT WH-SATZ-GELESEN
               READ WERTHIST-DATEI
                 AT END
                   SET WH-DATEI-ENDE TO TRUE
                 NOT AT END
                   ADD 1 TO ANZ-WH-GELESEN
                   PERFORM VERARBEITE-WERTHIST-SATZ
               END-READ
             END-PERFORM
             CLOSE WERTHIST-DATEI
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Verbucht die Wertungsbewegung beider Spieler eines Satzes
       VERARBEITE-WERTHIST-SATZ SECTION.
           IF WH-DATUM IS NUMERIC AND WH-X-ALT IS NUMERIC
               AND WH-X-NEU IS NUMERIC AND WH-O-ALT IS NUMERIC
               AND WH-O-NEU IS NUMERIC
             IF WH-DATUM >= VON-DATUM AND WH-DATUM <= BIS-DATUM
               ADD 1 TO ANZ-WH-IM-BEREICH
               COMPUTE GEWINN-X = WH-X-NEU - WH-X-ALT
               COMPUTE GEWINN-O = WH-O-NEU - WH-O-ALT
               MOVE WH-SPIELER-X-ID TO GESUCHTE-SPIELER-ID
               PERFORM FINDE-SPIELERZEILE
               IF SPL-IX <= ANZ-EINTRAEGE
                 ADD GEWINN-X TO SPL-GEWINN(SPL-IX)
               END-IF
               MOVE WH-SPIELER-O-ID TO GESUCHTE-SPIELER-ID
               PERFORM FINDE-SPIELERZEILE
               IF SPL-IX <= ANZ-EINTRAEGE
                 ADD GEWINN-O TO SPL-GEWINN(SPL-IX)
               END-IF
               IF WH-SPIELER-X-ID < WH-SPIELER-O-ID
                 MOVE WH-SPIELER-X-ID TO ID-KLEIN
                 MOVE WH-SPIELER-O-ID TO ID-GROSS
               ELSE
                 MOVE WH-SPIELER-O-ID TO ID-KLEIN
                 MOVE WH-SPIELER-X-ID TO ID-GROSS
               END-IF
               PERFORM FINDE-PAARZEILE
               IF PT-IX <= ANZ-PAARE
                 IF WH-SPIELER-X-ID = ID-KLEIN
                   ADD GEWINN-X TO PT-GEWINN-1(PT-IX)
                   ADD GEWINN-O TO PT-GEWINN-2(PT-IX)
                 ELSE
                   ADD GEWINN-O TO PT-GEWINN-1(PT-IX)
                   ADD GEWINN-X TO PT-GEWINN-2(PT-IX)
                 END-IF
               END-IF
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Teil 1: Paare mit Haeufung und ihre Spiele im Zeitraum der
      * Haeufung
       DRUCKE-HAEUFUNGEN SECTION.
           MOVE ALL '-' TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE '1. HAEUFUNG GEWERTETER SPIELE EINES PAARES'
             TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           PERFORM VARYING PT-IX FROM 1 BY 1
               UNTIL PT-IX > ANZ-PAARE
             IF PT-IST-HAEUFUNG(PT-IX)
               MOVE SPACES TO BERICHT-SATZ
               STRING 'PAAR ' PT-ID-1(PT-IX) '/' PT-ID-2(PT-IX)
                 ' SPIELE IM BEREICH ' PT-SPIELE(PT-IX)
                 ' HAEUFUNG ' PT-HAEUFUNG-VON(PT-IX)
                 '-' PT-HAEUFUNG-BIS(PT-IX)
                 DELIMITED BY SIZE INTO BERICHT-SATZ
               PERFORM SCHREIBE-BERICHTZEILE
               PERFORM DRUCKE-SPIELE-DES-PAARES
             END-IF
           END-PERFORM
           IF ANZ-HAEUFUNGEN = 0
             MOVE '   KEINE' TO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Listet die gewerteten Spiele des Paares PT-IX im Zeitraum
      * seiner Haeufung
       DRUCKE-SPIELE-DES-PAARES SECTION.
           PERFORM SCHREIBE-SPIELKOPF
           MOVE PT-HAEUFUNG-VON(PT-IX) TO ERG-DATUM
           MOVE 0 TO ERG-UHRZEIT
           MOVE 0 TO ERG-ZUG
           MOVE 0 TO ERG-SEQ
           START ERGEBNIS-DATEI
             KEY IS NOT LESS THAN ERG-SCHLUESSEL
             INVALID KEY
               SET ERG-DATEI-ENDE TO TRUE
           END-START
           PERFORM UNTIL NOT ERG-DATEI-OK
             READ ERGEBNIS-DATEI NEXT RECORD
               AT END
                 SET ERG-DATEI-ENDE TO TRUE
               NOT AT END
                 IF ERG-DATUM > PT-HAEUFUNG-BIS(PT-IX)
                   SET ERG-DATEI-ENDE TO TRUE
                 ELSE
                   IF NOT ERG-IST-STORNIERT
                       AND ((ERG-SPIELER-X-ID = PT-ID-1(PT-IX)
                       AND ERG-SPIELER-O-ID = PT-ID-2(PT-IX))
                       OR (ERG-SPIELER-X-ID = PT-ID-2(PT-IX)
                       AND ERG-SPIELER-O-ID = PT-ID-1(PT-IX)))
                     PERFORM DRUCKE-SPIELZEILE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           EXIT.

      *-----------------------------------------------------------------
      * Teil 2: Spieler mit mindestens SCHWELLE-SCHNELL schnellen
      * Niederlagen und die Spiele dazu mit der Bedenkzeit des
      * Verlierers (in Sekunden; '?' ohne Zug-Protokoll)
       DRUCKE-SCHNELLE-NIEDERLAGEN SECTION.
           MOVE ALL '-' TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE '2. NIEDERLAGEN IN DER KLEINSTMOEGLICHEN ZUGZAHL'
             TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           PERFORM VARYING SPL-IX FROM 1 BY 1
               UNTIL SPL-IX > ANZ-EINTRAEGE
             IF SPL-SCHNELL(SPL-IX) >= SCHWELLE-SCHNELL
               ADD 1 TO ANZ-SCHNELL-SPIELER
               MOVE SPACES TO BERICHT-SATZ
               STRING SPL-SPIELER-ID(SPL-IX) ' '
                 SPL-NAME(SPL-IX)(1:20)
                 ' SCHNELLE NIEDERLAGEN ' SPL-SCHNELL(SPL-IX)
                 ' VON ' SPL-NIEDERLAGEN(SPL-IX)
                 DELIMITED BY SIZE INTO BERICHT-SATZ
               PERFORM SCHREIBE-BERICHTZEILE
               MOVE SPACES TO BERICHT-SATZ
               STRING '   DATUM    UHRZEIT  SPIEL-ID   GEWINNER '
                 ' ZUEGE BRETT BEDENKZEIT'
                 DELIMITED BY SIZE INTO BERICHT-SATZ
               PERFORM SCHREIBE-BERICHTZEILE
               PERFORM VARYING KT-IX FROM 1 BY 1
                   UNTIL KT-IX > ANZ-KANDIDATEN
                 IF KT-VERLIERER-ID(KT-IX) = SPL-SPIELER-ID(SPL-IX)
                     AND KT-ZUEGE(KT-IX)
                       <= 2 * KT-BRETTGROESSE(KT-IX)
                   PERFORM DRUCKE-KANDIDATENZEILE
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM
           IF ANZ-SCHNELL-SPIELER = 0
             MOVE '   KEINE' TO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Druckt die schnelle Niederlage KT-IX
       DRUCKE-KANDIDATENZEILE SECTION.
           IF KT-IM-PROTOKOLL(KT-IX)
             MOVE KT-BEDENKZEIT(KT-IX) TO BEDENKZEIT-TEXT
           ELSE
             MOVE '    ?' TO BEDENKZEIT-TEXT
           END-IF
           MOVE SPACES TO BERICHT-SATZ
           STRING '   ' KT-DATUM(KT-IX) ' ' KT-UHRZEIT(KT-IX) ' '
             KT-SPIEL-ID(KT-IX) ' ' KT-GEWINNER-ID(KT-IX) '  '
             KT-ZUEGE(KT-IX) '    ' KT-BRETTGROESSE(KT-IX)
             '     ' BEDENKZEIT-TEXT
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           EXIT.

      *-----------------------------------------------------------------
      * Teil 3: Spieler mit hohem Wertungsgewinn, der ueberwiegend
      * gegen einen Gegner erzielt wurde, mit den Saetzen der
      * Wertungs-Historie gegen diesen Gegner
       DRUCKE-WERTUNGSGEWINNE SECTION.
           MOVE ALL '-' TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE '3. WERTUNGSGEWINN UEBERWIEGEND GEGEN EINEN GEGNER'
             TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           PERFORM VARYING SPL-IX FROM 1 BY 1
               UNTIL SPL-IX > ANZ-EINTRAEGE
             IF SPL-GEWINN(SPL-IX) >= SCHWELLE-GEWINN
               PERFORM PRUEFE-GEWINN-GEGEN-GEGNER
             END-IF
           END-PERFORM
           IF ANZ-GEWINN-SPIELER = 0
             MOVE '   KEINE' TO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Sucht fuer den Spieler SPL-IX den Gegner, gegen den er am
      * meisten gewonnen hat; erreicht dieser Anteil ANTEIL-GEWINN
      * Prozent des Gesamtgewinns, wird der Spieler ausgewiesen.
       PRUEFE-GEWINN-GEGEN-GEGNER SECTION.
           MOVE 0 TO BESTER-GEGNER-IX
           MOVE 0 TO BESTER-GEWINN
           PERFORM VARYING PT-IX FROM 1 BY 1
               UNTIL PT-IX > ANZ-PAARE
             EVALUATE TRUE
               WHEN PT-ID-1(PT-IX) = SPL-SPIELER-ID(SPL-IX)
                 MOVE PT-GEWINN-1(PT-IX) TO PAAR-GEWINN
               WHEN PT-ID-2(PT-IX) = SPL-SPIELER-ID(SPL-IX)
                 MOVE PT-GEWINN-2(PT-IX) TO PAAR-GEWINN
               WHEN OTHER
                 MOVE 0 TO PAAR-GEWINN
             END-EVALUATE
             IF PAAR-GEWINN > BESTER-GEWINN
               MOVE PAAR-GEWINN TO BESTER-GEWINN
               SET BESTER-GEGNER-IX TO PT-IX
             END-IF
           END-PERFORM
           IF BESTER-GEGNER-IX > 0
             COMPUTE GEWINN-ANTEIL =
                 BESTER-GEWINN * 100 / SPL-GEWINN(SPL-IX)
             IF GEWINN-ANTEIL >= ANTEIL-GEWINN
               ADD 1 TO ANZ-GEWINN-SPIELER
               SET PT-IX TO BESTER-GEGNER-IX
               IF PT-ID-1(PT-IX) = SPL-SPIELER-ID(SPL-IX)
                 MOVE PT-ID-2(PT-IX) TO GEGNER-ID
               ELSE
                 MOVE PT-ID-1(PT-IX) TO GEGNER-ID
               END-IF
               MOVE SPL-GEWINN(SPL-IX) TO GEWINN-ANZEIGE
               MOVE BESTER-GEWINN TO GEWINN-ANZEIGE-2
               MOVE SPACES TO BERICHT-SATZ
               STRING SPL-SPIELER-ID(SPL-IX) ' '
                 SPL-NAME(SPL-IX)(1:20) ' GEWINN ' GEWINN-ANZEIGE
                 ' DAVON ' GEWINN-ANZEIGE-2 ' GEGEN ' GEGNER-ID
                 DELIMITED BY SIZE INTO BERICHT-SATZ
               PERFORM SCHREIBE-BERICHTZEILE
               PERFORM DRUCKE-WERTHIST-DES-PAARES
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Listet die Saetze der Wertungs-Historie im Datumsbereich
      * zwischen dem Spieler SPL-IX und GEGNER-ID
       DRUCKE-WERTHIST-DES-PAARES SECTION.
           MOVE SPACES TO BERICHT-SATZ
           STRING '   DATUM    UHRZEIT  X-KENNUNG ALT  NEU '
             ' O-KENNUNG ALT  NEU'
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           OPEN INPUT WERTHIST-DATEI
           PERFORM UNTIL NOT WH-SATZ-GELESEN
             READ WERTHIST-DATEI
               AT END
                 SET WH-DATEI-ENDE TO TRUE
               NOT AT END
                 IF WH-DATUM IS NUMERIC
                     AND WH-DATUM >= VON-DATUM
                     AND WH-DATUM <= BIS-DATUM
                     AND ((WH-SPIELER-X-ID = SPL-SPIELER-ID(SPL-IX)
                     AND WH-SPIELER-O-ID = GEGNER-ID)
                     OR (WH-SPIELER-O-ID = SPL-SPIELER-ID(SPL-IX)
                     AND WH-SPIELER-X-ID = GEGNER-ID))
                   MOVE SPACES TO BERICHT-SATZ
                   STRING '   ' WH-DATUM ' ' WH-UHRZEIT ' '
                     WH-SPIELER-X-ID '  ' WH-X-ALT ' ' WH-X-NEU '  '
                     WH-SPIELER-O-ID '  ' WH-O-ALT ' ' WH-O-NEU
                     DELIMITED BY SIZE INTO BERICHT-SATZ
                   PERFORM SCHREIBE-BERICHTZEILE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE WERTHIST-DATEI
           EXIT.

      *-----------------------------------------------------------------
      * Teil 4: gewertete Spiele gegen den Computergegner oder aus
      * der Zuege-Datei; Altsaetze ohne Eingabequelle werden nur
      * gezaehlt
       DRUCKE-EINGABEQUELLEN SECTION.
           MOVE ALL '-' TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE '4. GEWERTETE SPIELE GEGEN DEN COMPUTER ODER AUS DATEI'
             TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           PERFORM SCHREIBE-SPIELKOPF
           MOVE VON-DATUM TO ERG-DATUM
           MOVE 0 TO ERG-UHRZEIT
           MOVE 0 TO ERG-ZUG
           MOVE 0 TO ERG-SEQ
           START ERGEBNIS-DATEI
             KEY IS NOT LESS THAN ERG-SCHLUESSEL
             INVALID KEY
               SET ERG-DATEI-ENDE TO TRUE
           END-START
           PERFORM UNTIL NOT ERG-DATEI-OK
             READ ERGEBNIS-DATEI NEXT RECORD
               AT END
                 SET ERG-DATEI-ENDE TO TRUE
               NOT AT END
                 IF ERG-DATUM > BIS-DATUM
                   SET ERG-DATEI-ENDE TO TRUE
                 ELSE
                   IF NOT ERG-IST-STORNIERT
                       AND ERG-SPIELER-X-ID NOT = SPACES
                       AND ERG-SPIELER-O-ID NOT = SPACES
                       AND (ERG-EINGABE-COMPUTER
                       OR ERG-EINGABE-DATEI)
                     ADD 1 TO ANZ-QUELLE-SPIELE
                     PERFORM DRUCKE-SPIELZEILE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           IF ANZ-QUELLE-SPIELE = 0
             MOVE '   KEINE' TO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Kopfzeile der Spiel-Listen aus der Ergebnis-Historie
       SCHREIBE-SPIELKOPF SECTION.
           MOVE SPACES TO BERICHT-SATZ
           STRING '   DATUM    UHRZEIT  SPIEL-ID   X-KENNUNG'
             ' O-KENNUNG ERG ZUEGE QUELLE'
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           EXIT.

      *-----------------------------------------------------------------
      * Druckt den gelesenen Ergebnis-Satz als Zeile einer Spiel-
      * Liste; das Ergebnis erscheint als Art und Gewinner-Marke
       DRUCKE-SPIELZEILE SECTION.
           EVALUATE TRUE
             WHEN ERG-EINGABE-TERMINAL
               MOVE 'TERMINAL' TO QUELLE-TEXT
             WHEN ERG-EINGABE-COMPUTER
               MOVE 'COMPUTER' TO QUELLE-TEXT
             WHEN ERG-EINGABE-DATEI
               MOVE 'DATEI' TO QUELLE-TEXT
             WHEN ERG-EINGABE-EXTERN
               MOVE 'EXTERN' TO QUELLE-TEXT
             WHEN OTHER
               MOVE '?' TO QUELLE-TEXT
           END-EVALUATE
           MOVE SPACES TO BERICHT-SATZ
           STRING '   ' ERG-DATUM ' ' ERG-UHRZEIT ' ' ERG-SPIEL-ID
             ' ' ERG-SPIELER-X-ID '  ' ERG-SPIELER-O-ID '  '
             ERG-ERGEBNIS ERG-SPIELER '  ' ERG-ZUG '    '
             QUELLE-TEXT
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           EXIT.

      *-----------------------------------------------------------------
      * Zusammenfassung und Abstimmung auf Bericht und Bildschirm
       DRUCKE-ABSTIMMUNG SECTION.
           MOVE ALL '-' TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE SPACES TO BERICHT-SATZ
           STRING 'ERGEBNISSE ' ANZ-ERG-GELESEN
             ' GEWERTET ' ANZ-GEWERTET
             ' STORNIERT ' ANZ-STORNIERT
             ' UNBENANNT ' ANZ-UNBENANNT
             ' QUELLE UNBEKANNT ' ANZ-QUELLE-UNBEKANNT
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE SPACES TO BERICHT-SATZ
           STRING 'WERTUNGS-HISTORIE ' ANZ-WH-GELESEN
             ' IM BEREICH ' ANZ-WH-IM-BEREICH
             ' ZUG-PROTOKOLL ' ANZ-PROT-GELESEN
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE SPACES TO BERICHT-SATZ
           STRING 'AUFFAELLIG: PAARE ' ANZ-HAEUFUNGEN
             ' SCHNELL ' ANZ-SCHNELL-SPIELER
             ' GEWINN ' ANZ-GEWINN-SPIELER
             ' QUELLE ' ANZ-QUELLE-SPIELE
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           DISPLAY 'Fair-Play-Pruefung beendet: ' ANZ-GEWERTET
             ' gewertete Spiele; auffaellig ' ANZ-HAEUFUNGEN
             ' Paare, ' ANZ-SCHNELL-SPIELER ' + '
             ANZ-GEWINN-SPIELER ' Spieler, ' ANZ-QUELLE-SPIELE
             ' Spiele nach Quelle.'
           EXIT.

      *-----------------------------------------------------------------
      * Schreibt die in BERICHT-SATZ vorbereitete Zeile auf den
      * Fair-Play-Bericht.
       SCHREIBE-BERICHTZEILE SECTION.
           WRITE BERICHT-SATZ
           IF NOT FB-DATEI-OK
             DISPLAY 'Fehler beim Schreiben der Berichtzeile'
               ' (Status ' FB-DATEI-STATUS ').'
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Schliesst alle Dateien des Laufes
       SCHLIESSE-DATEIEN SECTION.
           CLOSE ERGEBNIS-DATEI
           IF SPIELER-STAMM-BEREIT
             CLOSE SPIELER-DATEI
           END-IF
           CLOSE FAIRBER-DATEI
           EXIT.
