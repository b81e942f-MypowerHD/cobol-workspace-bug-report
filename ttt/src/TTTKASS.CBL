       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TTTKASS.
      *****************************************************************
      * Kasse der Buero-Liga: Startgebuehren und Preisgelder je
      * Spieler und Saison im Beitrags-Konto (KASSE-DATEI):
      *   Funktion B (Bedingungen): setzt Saisongebuehr und die
      *     Preisanteile der Plaetze 1 bis 3 einer Saison, solange
      *     sie nicht geschlossen ist.
      *   Funktion F (Faellig):     stellt jedem aktiven Spieler, der
      *     in der Saison noch keine Gebuehr hat, die Saisongebuehr.
      *   Funktion Z (Zahlung):     bucht eine Gebuehrenzahlung bis
      *     zur Hoehe der offenen Gebuehr.
      *   Funktion R (Erstattung):  bucht die Rueckzahlung bezahlter
      *     Gebuehr an einen Spieler; die erstattete Gebuehr ist
      *     damit auch nicht mehr faellig.
      *   Funktion A (Auszahlung):  bucht die Auszahlung eines vom
      *     Saisonabschluss (TTTSAIS) zuerkannten Preises.
      *   Funktion K (Kassenbestand): traegt den gezaehlten Bestand
      *     der Saisonkasse ein.
      *   Funktion V (Verlauf):     zeigt alle Buchungen eines
      *     Spielers ueber alle Saisons.
      *   Funktion D (Druck):       druckt die Kassen-Abrechnung
      *     einer Saison je Spieler auf KASSBER und stimmt die Kasse
      *     ab: eingenommene Gebuehren abzueglich Erstattungen und
      *     ausgezahlter Preise muessen den gezaehlten Bestand
      *     ergeben. In einer nicht geschlossenen Saison erscheinen
      *     auch die aktiven Spieler ohne jede Buchung mit der
      *     Saisongebuehr als faellig und offen, wie TTTPLAN sie
      *     anmahnt.
      * Fehlt bei einer Zahlung die Gebuehren-Buchung des Spielers,
      * wird sie mit der Saisongebuehr vorweg gebucht. TTTPLAN
      * warnt vor Spielern mit offener Gebuehr.
      * Anmelden darf jeder Bediener (TTTANM); alle Buchungen sind
      * der Liga-Leitung vorbehalten und werden im Sicherheits-
      * Protokoll vermerkt.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Beitrags-Konto, ein Satz pro Buchung
           SELECT KASSE-DATEI ASSIGN TO 'KASSE'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KAS-SCHLUESSEL
             FILE STATUS IS KAS-DATEI-STATUS.
      * Spieler-Stamm, nur lesend fuer Namen und aktive Spieler
           SELECT SPIELER-DATEI ASSIGN TO 'SPIELER'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SP-ID
             FILE STATUS IS SP-DATEI-STATUS.
      * Saison-Stamm, nur lesend fuer die Saison der Buchung
           SELECT SAISON-DATEI ASSIGN TO 'SAISON'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SAI-ID
             FILE STATUS IS SAI-DATEI-STATUS.
      * Kassen-Abrechnung, je Lauf neu angelegt
           SELECT KASSBER-DATEI ASSIGN TO 'KASSBER'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS KBER-DATEI-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  KASSE-DATEI.
           COPY TTTKASM.
       FD  SPIELER-DATEI.
           COPY TTTSPLM.
       FD  SAISON-DATEI.
           COPY TTTSAIM.
       FD  KASSBER-DATEI.
           COPY TTTBERD.
       WORKING-STORAGE SECTION.
       01 KAS-DATEI-STATUS PIC XX.
         88 KAS-DATEI-OK VALUE '00'.
         88 KAS-DATEI-ENDE VALUE '10'.
       01 SP-DATEI-STATUS PIC XX.
         88 SP-DATEI-OK VALUE '00'.
         88 SP-DATEI-ENDE VALUE '10'.
       01 SAI-DATEI-STATUS PIC XX.
         88 SAI-DATEI-OK VALUE '00'.
         88 SAI-DATEI-ENDE VALUE '10'.
       01 KBER-DATEI-STATUS PIC XX.
         88 KBER-DATEI-OK VALUE '00'.
       01 BEDIENER-ANTWORT PIC X.
         88 ANTWORT-BEDINGUNGEN VALUES 'B' 'b'.
         88 ANTWORT-FAELLIG VALUES 'F' 'f'.
         88 ANTWORT-ZAHLUNG VALUES 'Z' 'z'.
         88 ANTWORT-ERSTATTUNG VALUES 'R' 'r'.
         88 ANTWORT-AUSZAHLUNG VALUES 'A' 'a'.
         88 ANTWORT-KASSENBESTAND VALUES 'K' 'k'.
         88 ANTWORT-VERLAUF VALUES 'V' 'v'.
         88 ANTWORT-DRUCK VALUES 'D' 'd'.
         88 ANTWORT-ENDE VALUES 'E' 'e'.
           COPY TTTANMP.
      * Eigenes Feld fuer Rueckfragen, damit die Antwort nicht die
      * Funktionswahl der Menueschleife ueberschreibt
       01 BESTAETIGUNG PIC X.
      * Eingaben der Kassen-Funktionen. Betraege und Anteile laufen
      * ueber X-Felder, weil ACCEPT in ein numerisches Feld
      * unlesbare Eingaben stillschweigend in Nullen wandelt.
       01 EINGABE-SPIELER-ID PIC X(08).
       01 EINGABE-SAISON-ID PIC X(06).
       01 EINGABE-BETRAG PIC X(10).
       01 EINGABE-ANTEIL PIC X(03).
       01 EINGABE-VERMERK PIC X(30).
      * Kennung der gerade offenen Saison; SPACES = keine offen
       01 OFFENE-SAISON-ID PIC X(06).
       01 HEUTE PIC 9(08).
       01 ANZ-GELISTET PIC 9(05).
      * Schalter: Eingaben der Buchung in Ordnung
       01 BUCHUNG-KZ PIC X VALUE 'N'.
         88 BUCHUNG-GUELTIG VALUE 'J' WHEN SET TO FALSE 'N'.
      * Schalter: Bedingungssatz der Saison vorhanden
       01 BEDINGUNGEN-KZ PIC X VALUE 'N'.
         88 BEDINGUNGEN-VORHANDEN VALUE 'J' WHEN SET TO FALSE 'N'.
      * Schalter: Betrag 0 ist als Eingabe zulaessig (Kassenbestand)
       01 NULLBETRAG-KZ PIC X VALUE 'N'.
         88 NULLBETRAG-ERLAUBT VALUE 'J' WHEN SET TO FALSE 'N'.
      * Bedingungen der gewaehlten Saison aus dem Bedingungssatz
       01 SAISON-GEBUEHR PIC 9(05)V99.
       01 SAISON-ANTEILE.
         02 SAISON-ANTEIL PIC 9(03) OCCURS 3 TIMES.
       01 ANTEIL-IX PIC 9(01).
       01 ANTEIL-SUMME PIC 9(03).
       01 GEZAEHLTER-BESTAND PIC 9(07)V99.
       01 BESTAND-DATUM PIC 9(08).
      * Konto eines Spielers in einer Saison
       01 GESUCHTE-SAISON-ID PIC X(06).
       01 GESUCHTE-SPIELER-ID PIC X(08).
       01 KONTO-NAME PIC X(30).
       01 LETZTE-LFDNR PIC 9(03).
       01 ANZ-FAELLIG-BUCHUNGEN PIC 9(03).
       01 SPIELER-SUMMEN.
         02 SUMME-FAELLIG PIC 9(07)V99.
         02 SUMME-BEZAHLT PIC 9(07)V99.
         02 SUMME-ERSTATTET PIC 9(07)V99.
         02 SUMME-ZUERKANNT PIC 9(07)V99.
         02 SUMME-AUSGEZAHLT PIC 9(07)V99.
      * Offene Gebuehr (negativ = Guthaben), noch erstattbare
      * Zahlung und noch nicht ausgezahlter Preis des Kontos
       01 OFFENE-GEBUEHR PIC S9(07)V99.
       01 ERSTATTBAR PIC S9(07)V99.
       01 OFFENER-PREIS PIC S9(07)V99.
      * Neue Buchung: Art, Betrag, Vorschlag und Obergrenze
       01 NEUE-BUCHUNGSART PIC X(01).
       01 BUCHUNGS-BETRAG PIC 9(05)V99.
       01 BUCHUNGS-VERMERK PIC X(30).
       01 VORSCHLAG-BETRAG PIC 9(05)V99.
       01 BETRAG-GRENZE PIC 9(05)V99.
       01 PRUEF-BETRAG PIC S9(07)V99.
      * Zaehler der Faelligstellung
       01 ANZ-GESTELLT PIC 9(05).
       01 ANZ-SCHON-GESTELLT PIC 9(05).
      * Summen der Saison-Abrechnung
       01 VORIGE-SPIELER-ID PIC X(08).
       01 ANZ-KONTEN PIC 9(05).
      * Aktive Spieler ohne Buchung in der offenen Saison, denen die
      * Saisongebuehr als faellig angerechnet wird
       01 ANZ-OHNE-BUCHUNG PIC 9(05).
       01 SAISON-SUMMEN.
         02 GES-FAELLIG PIC 9(07)V99.
         02 GES-BEZAHLT PIC 9(07)V99.
         02 GES-ERSTATTET PIC 9(07)V99.
         02 GES-ZUERKANNT PIC 9(07)V99.
         02 GES-AUSGEZAHLT PIC 9(07)V99.
         02 GES-OFFEN PIC 9(07)V99.
       01 SOLL-BESTAND PIC S9(07)V99.
       01 KASSEN-DIFFERENZ PIC S9(07)V99.
       01 NETTO-GEBUEHREN PIC S9(07)V99.
      * Druckaufbereitung der Betraege
       01 AUSGABE-FELDER.
         02 AUS-FAELLIG PIC ZZZZ9.99.
         02 AUS-BEZAHLT PIC ZZZZ9.99.
         02 AUS-ERSTATTET PIC ZZZZ9.99.
         02 AUS-ZUERKANNT PIC ZZZZ9.99.
         02 AUS-AUSGEZAHLT PIC ZZZZ9.99.
         02 AUS-OFFEN PIC -ZZZ9.99.
         02 AUS-BETRAG PIC ZZZZ9.99.
         02 AUS-SUMME PIC -ZZZZZZ9.99.
       PROCEDURE DIVISION.
           MOVE 'TTTKASS' TO ANM-PROGRAMM
           MOVE SPACES TO ANM-ROLLEN-ZUGELASSEN
           SET ANM-ANMELDEN TO TRUE
           CALL 'TTTANM' USING ANMELDUNG
           IF NOT ANM-ZUGELASSEN
             DISPLAY 'Ohne gueltige Anmeldung keine Kasse;'
               ' Programm wird beendet.'
             STOP RUN
           END-IF

           PERFORM OEFFNE-DATEIEN

           PERFORM UNTIL ANTWORT-ENDE OR NOT KAS-DATEI-OK
             DISPLAY SPACE
             DISPLAY 'Kasse: B = Bedingungen, F = Gebuehren faellig,'
               ' Z = Zahlung, R = Erstattung,'
             DISPLAY '       A = Preis auszahlen, K = Kassenbestand,'
               ' V = Verlauf, D = Abrechnung, E = Ende'
             DISPLAY 'Funktion? ' WITH NO ADVANCING
             ACCEPT BEDIENER-ANTWORT
             EVALUATE TRUE
               WHEN ANTWORT-BEDINGUNGEN
                 MOVE 'KASSE BEDINGUNGEN' TO ANM-FUNKTIONS-TEXT
                 PERFORM PRUEFE-BERECHTIGUNG
                 IF ANM-ZUGELASSEN
                   PERFORM SETZE-BEDINGUNGEN
                 END-IF
               WHEN ANTWORT-FAELLIG
                 MOVE 'KASSE GEBUEHREN FAELLIG' TO ANM-FUNKTIONS-TEXT
                 PERFORM PRUEFE-BERECHTIGUNG
                 IF ANM-ZUGELASSEN
                   PERFORM STELLE-GEBUEHREN-FAELLIG
                 END-IF
               WHEN ANTWORT-ZAHLUNG
                 MOVE 'KASSE ZAHLUNG' TO ANM-FUNKTIONS-TEXT
                 PERFORM PRUEFE-BERECHTIGUNG
                 IF ANM-ZUGELASSEN
                   MOVE 'Z' TO NEUE-BUCHUNGSART
                   PERFORM BUCHE-BEWEGUNG
                 END-IF
               WHEN ANTWORT-ERSTATTUNG
                 MOVE 'KASSE ERSTATTUNG' TO ANM-FUNKTIONS-TEXT
                 PERFORM PRUEFE-BERECHTIGUNG
                 IF ANM-ZUGELASSEN
                   MOVE 'R' TO NEUE-BUCHUNGSART
                   PERFORM BUCHE-BEWEGUNG
                 END-IF
               WHEN ANTWORT-AUSZAHLUNG
                 MOVE 'KASSE PREIS AUSZAHLEN' TO ANM-FUNKTIONS-TEXT
                 PERFORM PRUEFE-BERECHTIGUNG
                 IF ANM-ZUGELASSEN
                   MOVE 'A' TO NEUE-BUCHUNGSART
                   PERFORM BUCHE-BEWEGUNG
                 END-IF
               WHEN ANTWORT-KASSENBESTAND
                 MOVE 'KASSE BESTAND' TO ANM-FUNKTIONS-TEXT
                 PERFORM PRUEFE-BERECHTIGUNG
                 IF ANM-ZUGELASSEN
                   PERFORM ERFASSE-KASSENBESTAND
                 END-IF
               WHEN ANTWORT-VERLAUF
                 PERFORM ZEIGE-KONTO-VERLAUF
               WHEN ANTWORT-DRUCK
                 PERFORM DRUCKE-ABRECHNUNG
               WHEN ANTWORT-ENDE
                 CONTINUE
               WHEN OTHER
                 DISPLAY 'Unbekannte Funktion.'
             END-EVALUATE
           END-PERFORM

           CLOSE KASSE-DATEI
           CLOSE SPIELER-DATEI
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
      * Oeffnet das Beitrags-Konto zur Pflege; legt es beim
      * allerersten Aufruf an, falls es noch nicht existiert
      * (Status 35). Jeder andere Fehler wird gemeldet statt das
      * Konto durch Neuanlegen zu verlieren. Spieler- und Saison-
      * Stamm werden nur gelesen.
       OEFFNE-DATEIEN SECTION.
           OPEN I-O KASSE-DATEI
           IF KAS-DATEI-STATUS = '35'
             OPEN OUTPUT KASSE-DATEI
             CLOSE KASSE-DATEI
             OPEN I-O KASSE-DATEI
           END-IF
           IF NOT KAS-DATEI-OK
             DISPLAY 'Beitrags-Konto konnte nicht geoeffnet werden'
               ' (Status ' KAS-DATEI-STATUS ').'
           END-IF
           OPEN INPUT SPIELER-DATEI
           IF NOT SP-DATEI-OK
             DISPLAY 'Spieler-Stamm konnte nicht geoeffnet werden'
               ' (Status ' SP-DATEI-STATUS ').'
           END-IF
           OPEN INPUT SAISON-DATEI
           IF NOT SAI-DATEI-OK
             DISPLAY 'Kein Saison-Stamm vorhanden (Status '
               SAI-DATEI-STATUS '); Saison mit TTTSAIS eroeffnen.'
           END-IF
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
               OR OFFENE-SAISON-ID NOT = SPACES
             READ SAISON-DATEI NEXT RECORD
               AT END
                 SET SAI-DATEI-ENDE TO TRUE
               NOT AT END
                 IF SAI-IST-OFFEN
                   MOVE SAI-ID TO OFFENE-SAISON-ID
                 END-IF
             END-READ
           END-PERFORM
           MOVE '00' TO SAI-DATEI-STATUS
           EXIT.

      *-----------------------------------------------------------------
      * Erfragt die Saison der Funktion (leer = offene Saison); sie
      * muss im Saison-Stamm stehen. Der Saison-Satz bleibt fuer
      * den Aufrufer gelesen, die Bedingungen der Saison stehen in
      * SAISON-GEBUEHR und SAISON-ANTEILE.
       ERFRAGE-SAISON SECTION.
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
               SET BUCHUNG-GUELTIG TO FALSE
           END-READ
           IF BUCHUNG-GUELTIG AND NOT SAI-DATEI-OK
             DISPLAY 'Saison-Stamm nicht lesbar'
               ' (Status ' SAI-DATEI-STATUS ').'
             SET BUCHUNG-GUELTIG TO FALSE
           END-IF
           MOVE '00' TO SAI-DATEI-STATUS
           IF BUCHUNG-GUELTIG
             MOVE EINGABE-SAISON-ID TO GESUCHTE-SAISON-ID
             PERFORM LIES-BEDINGUNGEN
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Erfragt den Spieler der Buchung; er muss im Spieler-Stamm
      * stehen, darf aber stillgelegt sein (Erstattung, Auszahlung).
       ERFRAGE-SPIELER SECTION.
           DISPLAY 'Spieler-Kennung? ' WITH NO ADVANCING
           ACCEPT EINGABE-SPIELER-ID
           MOVE EINGABE-SPIELER-ID TO SP-ID
           READ SPIELER-DATEI
             KEY IS SP-ID
             INVALID KEY
               DISPLAY 'Kein Spieler mit Kennung '
                 EINGABE-SPIELER-ID ' vorhanden.'
               SET BUCHUNG-GUELTIG TO FALSE
             NOT INVALID KEY
               MOVE SP-ID TO GESUCHTE-SPIELER-ID
               MOVE SP-NAME TO KONTO-NAME
           END-READ
           MOVE '00' TO SP-DATEI-STATUS
           EXIT.

      *-----------------------------------------------------------------
      * Liest den Bedingungssatz der Saison GESUCHTE-SAISON-ID; ohne
      * Bedingungssatz sind Gebuehr, Anteile und Bestand 0.
       LIES-BEDINGUNGEN SECTION.
           SET BEDINGUNGEN-VORHANDEN TO FALSE
           MOVE 0 TO SAISON-GEBUEHR
           MOVE ZERO TO SAISON-ANTEILE
           MOVE 0 TO GEZAEHLTER-BESTAND
           MOVE 0 TO BESTAND-DATUM
           MOVE GESUCHTE-SAISON-ID TO KAS-SAISON-ID
           MOVE SPACES TO KAS-SPIELER-ID
           MOVE 0 TO KAS-LFDNR
           READ KASSE-DATEI
             KEY IS KAS-SCHLUESSEL
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF KAS-IST-BEDINGUNGSSATZ
                 SET BEDINGUNGEN-VORHANDEN TO TRUE
                 MOVE KAS-BETRAG TO SAISON-GEBUEHR
                 PERFORM VARYING ANTEIL-IX FROM 1 BY 1
                     UNTIL ANTEIL-IX > 3
                   MOVE KAS-PREIS-ANTEIL(ANTEIL-IX)
                     TO SAISON-ANTEIL(ANTEIL-IX)
                 END-PERFORM
                 MOVE KAS-KASSENBESTAND TO GEZAEHLTER-BESTAND
                 MOVE KAS-BESTAND-DATUM TO BESTAND-DATUM
               END-IF
           END-READ
           MOVE '00' TO KAS-DATEI-STATUS
           EXIT.

      *-----------------------------------------------------------------
      * Summiert das Konto des Spielers GESUCHTE-SPIELER-ID in der
      * Saison GESUCHTE-SAISON-ID und merkt die letzte laufende
      * Nummer fuer die naechste Buchung. Die Bedingungen der
      * Saison muessen gelesen sein (LIES-BEDINGUNGEN).
       SUMMIERE-SPIELERKONTO SECTION.
           PERFORM NULLE-SPIELER-SUMMEN
           MOVE 0 TO LETZTE-LFDNR
           MOVE GESUCHTE-SAISON-ID TO KAS-SAISON-ID
           MOVE GESUCHTE-SPIELER-ID TO KAS-SPIELER-ID
           MOVE 0 TO KAS-LFDNR
           START KASSE-DATEI KEY IS NOT LESS THAN KAS-SCHLUESSEL
             INVALID KEY
               SET KAS-DATEI-ENDE TO TRUE
           END-START
           PERFORM UNTIL NOT KAS-DATEI-OK
             READ KASSE-DATEI NEXT RECORD
               AT END
                 SET KAS-DATEI-ENDE TO TRUE
               NOT AT END
                 IF KAS-SAISON-ID NOT = GESUCHTE-SAISON-ID
                     OR KAS-SPIELER-ID NOT = GESUCHTE-SPIELER-ID
                   SET KAS-DATEI-ENDE TO TRUE
                 ELSE
                   MOVE KAS-LFDNR TO LETZTE-LFDNR
                   PERFORM VERBUCHE-IN-SUMMEN
                 END-IF
             END-READ
           END-PERFORM
           MOVE '00' TO KAS-DATEI-STATUS
           PERFORM BERECHNE-OFFENE-BETRAEGE
           EXIT.

      *-----------------------------------------------------------------
      * Setzt die Summen eines Spielerkontos auf 0
       NULLE-SPIELER-SUMMEN SECTION.
           MOVE ZERO TO SPIELER-SUMMEN
           MOVE 0 TO ANZ-FAELLIG-BUCHUNGEN
           EXIT.

      *-----------------------------------------------------------------
      * Verbucht die gelesene Buchung auf den Summen des Kontos
       VERBUCHE-IN-SUMMEN SECTION.
           EVALUATE TRUE
             WHEN KAS-GEBUEHR-FAELLIG
               ADD KAS-BETRAG TO SUMME-FAELLIG
               ADD 1 TO ANZ-FAELLIG-BUCHUNGEN
             WHEN KAS-GEBUEHR-BEZAHLT
               ADD KAS-BETRAG TO SUMME-BEZAHLT
             WHEN KAS-ERSTATTUNG
               ADD KAS-BETRAG TO SUMME-ERSTATTET
             WHEN KAS-PREIS-ZUERKANNT
               ADD KAS-BETRAG TO SUMME-ZUERKANNT
             WHEN KAS-PREIS-AUSGEZAHLT
               ADD KAS-BETRAG TO SUMME-AUSGEZAHLT
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           EXIT.

      *-----------------------------------------------------------------
      * Berechnet aus den Summen die offenen Betraege des Kontos.
      * Hat der Spieler noch keine Gebuehren-Buchung, gilt die
      * Saisongebuehr als faellig, wie in TTTPLAN. Eine Erstattung
      * nimmt die Zahlung zurueck und erlaesst die Gebuehr in
      * gleicher Hoehe: offen = faellig - (bezahlt - erstattet)
      * - erstattet, also faellig - bezahlt.
       BERECHNE-OFFENE-BETRAEGE SECTION.
           IF ANZ-FAELLIG-BUCHUNGEN = 0
             COMPUTE OFFENE-GEBUEHR = SAISON-GEBUEHR - SUMME-BEZAHLT
           ELSE
             COMPUTE OFFENE-GEBUEHR = SUMME-FAELLIG - SUMME-BEZAHLT
           END-IF
           COMPUTE ERSTATTBAR = SUMME-BEZAHLT - SUMME-ERSTATTET
           COMPUTE OFFENER-PREIS = SUMME-ZUERKANNT - SUMME-AUSGEZAHLT
           EXIT.

      *-----------------------------------------------------------------
      * Erfragt einen Betrag (z.B. 12.50); leer uebernimmt den
      * Vorschlag VORSCHLAG-BETRAG. Der Betrag muss groesser 0 sein
      * (0 nur bei NULLBETRAG-ERLAUBT) und darf BETRAG-GRENZE nicht
      * uebersteigen.
       ERFRAGE-BETRAG SECTION.
           MOVE VORSCHLAG-BETRAG TO AUS-BETRAG
           DISPLAY 'Betrag (z.B. 12.50, leer = ' AUS-BETRAG ')? '
             WITH NO ADVANCING
           ACCEPT EINGABE-BETRAG
           EVALUATE TRUE
             WHEN EINGABE-BETRAG = SPACES
               MOVE VORSCHLAG-BETRAG TO PRUEF-BETRAG
             WHEN FUNCTION TEST-NUMVAL(EINGABE-BETRAG) = 0
               COMPUTE PRUEF-BETRAG = FUNCTION NUMVAL(EINGABE-BETRAG)
                 ON SIZE ERROR
                   MOVE -1 TO PRUEF-BETRAG
               END-COMPUTE
             WHEN OTHER
               MOVE -1 TO PRUEF-BETRAG
           END-EVALUATE
           EVALUATE TRUE
             WHEN PRUEF-BETRAG < 0
               DISPLAY 'Kein gueltiger Betrag.'
               SET BUCHUNG-GUELTIG TO FALSE
             WHEN PRUEF-BETRAG = 0 AND NOT NULLBETRAG-ERLAUBT
               DISPLAY 'Betrag 0 wird nicht gebucht.'
               SET BUCHUNG-GUELTIG TO FALSE
             WHEN PRUEF-BETRAG > BETRAG-GRENZE
               MOVE BETRAG-GRENZE TO AUS-BETRAG
               DISPLAY 'Betrag uebersteigt die Hoechstgrenze '
                 AUS-BETRAG '.'
               SET BUCHUNG-GUELTIG TO FALSE
             WHEN OTHER
               MOVE PRUEF-BETRAG TO BUCHUNGS-BETRAG
           END-EVALUATE
           EXIT.

      *-----------------------------------------------------------------
      * Schreibt eine Buchung der Art NEUE-BUCHUNGSART ueber
      * BUCHUNGS-BETRAG auf das Konto GESUCHTE-SPIELER-ID in der
      * Saison GESUCHTE-SAISON-ID mit der naechsten laufenden Nummer
       SCHREIBE-BUCHUNG SECTION.
           IF LETZTE-LFDNR = 999
             DISPLAY 'Konto ' GESUCHTE-SPIELER-ID ' ist in Saison '
               GESUCHTE-SAISON-ID ' voll; nicht gebucht.'
           ELSE
             ACCEPT HEUTE FROM DATE YYYYMMDD
             MOVE GESUCHTE-SAISON-ID TO KAS-SAISON-ID
             MOVE GESUCHTE-SPIELER-ID TO KAS-SPIELER-ID
             COMPUTE KAS-LFDNR = LETZTE-LFDNR + 1
             MOVE NEUE-BUCHUNGSART TO KAS-BUCHUNGS-KZ
             MOVE BUCHUNGS-BETRAG TO KAS-BETRAG
             MOVE HEUTE TO KAS-BUCHUNGS-DATUM
             MOVE 0 TO KAS-PLATZ
             MOVE BUCHUNGS-VERMERK TO KAS-VERMERK
             MOVE ANM-BEDIENER-ID TO KAS-ERFASST-VON
             MOVE HEUTE TO KAS-ERFASST-AM
             WRITE KASSEN-SATZ
               INVALID KEY
                 DISPLAY 'Buchung ' KAS-SCHLUESSEL
                   ' ist bereits vorhanden.'
                 MOVE '00' TO KAS-DATEI-STATUS
               NOT INVALID KEY
                 MOVE KAS-LFDNR TO LETZTE-LFDNR
                 MOVE BUCHUNGS-BETRAG TO AUS-BETRAG
                 DISPLAY 'Gebucht: ' GESUCHTE-SPIELER-ID ' '
                   GESUCHTE-SAISON-ID ' Art ' NEUE-BUCHUNGSART ' '
                   AUS-BETRAG
             END-WRITE
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Funktion B: setzt Saisongebuehr und Preisanteile einer
      * Saison. Nach dem Schliessen sind die Preise vergeben; die
      * Bedingungen der Saison bleiben dann unveraendert.
       SETZE-BEDINGUNGEN SECTION.
           SET BUCHUNG-GUELTIG TO TRUE
           SET NULLBETRAG-ERLAUBT TO FALSE
           PERFORM ERFRAGE-SAISON
           IF BUCHUNG-GUELTIG AND SAI-IST-GESCHLOSSEN
             DISPLAY 'Saison ' SAI-ID ' ist geschlossen;'
               ' Bedingungen nicht mehr aenderbar.'
             SET BUCHUNG-GUELTIG TO FALSE
           END-IF
           IF BUCHUNG-GUELTIG
             DISPLAY 'Saisongebuehr je Spieler:'
             MOVE SAISON-GEBUEHR TO VORSCHLAG-BETRAG
             MOVE 99999.99 TO BETRAG-GRENZE
             PERFORM ERFRAGE-BETRAG
           END-IF
           IF BUCHUNG-GUELTIG
             MOVE 0 TO ANTEIL-SUMME
             PERFORM VARYING ANTEIL-IX FROM 1 BY 1
                 UNTIL ANTEIL-IX > 3 OR NOT BUCHUNG-GUELTIG
               PERFORM ERFRAGE-ANTEIL
             END-PERFORM
           END-IF
           IF BUCHUNG-GUELTIG AND ANTEIL-SUMME > 100
             DISPLAY 'Preisanteile zusammen ' ANTEIL-SUMME
               ' Prozent; hoechstens 100 zulaessig.'
             SET BUCHUNG-GUELTIG TO FALSE
           END-IF
           IF BUCHUNG-GUELTIG
             PERFORM SCHREIBE-BEDINGUNGEN
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Erfragt den Preisanteil des Platzes ANTEIL-IX in Prozent der
      * Netto-Gebuehren der Saison (leer = bisheriger Anteil)
       ERFRAGE-ANTEIL SECTION.
           DISPLAY 'Preisanteil Platz ' ANTEIL-IX ' in Prozent'
             ' (leer = ' SAISON-ANTEIL(ANTEIL-IX) ')? '
             WITH NO ADVANCING
           ACCEPT EINGABE-ANTEIL
           EVALUATE TRUE
             WHEN EINGABE-ANTEIL = SPACES
               CONTINUE
             WHEN FUNCTION TRIM(EINGABE-ANTEIL) IS NUMERIC
               MOVE FUNCTION TRIM(EINGABE-ANTEIL)
                 TO SAISON-ANTEIL(ANTEIL-IX)
             WHEN OTHER
               DISPLAY 'Kein gueltiger Anteil.'
               SET BUCHUNG-GUELTIG TO FALSE
           END-EVALUATE
           ADD SAISON-ANTEIL(ANTEIL-IX) TO ANTEIL-SUMME
           EXIT.

      *-----------------------------------------------------------------
      * Schreibt den Bedingungssatz der Saison neu oder ersetzt ihn;
      * der gezaehlte Kassenbestand bleibt dabei erhalten.
       SCHREIBE-BEDINGUNGEN SECTION.
           ACCEPT HEUTE FROM DATE YYYYMMDD
           MOVE BUCHUNGS-BETRAG TO SAISON-GEBUEHR
           PERFORM BAUE-BEDINGUNGSSATZ
           IF BEDINGUNGEN-VORHANDEN
             REWRITE KASSEN-SATZ
           ELSE
             WRITE KASSEN-SATZ
           END-IF
           IF KAS-DATEI-OK
             MOVE SAISON-GEBUEHR TO AUS-BETRAG
             DISPLAY 'Saison ' GESUCHTE-SAISON-ID ': Gebuehr '
               AUS-BETRAG ', Preisanteile ' SAISON-ANTEIL(1) ' '
               SAISON-ANTEIL(2) ' ' SAISON-ANTEIL(3) ' Prozent.'
           ELSE
             DISPLAY 'Fehler beim Schreiben der Bedingungen'
               ' (Status ' KAS-DATEI-STATUS ').'
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Baut den Bedingungssatz der Saison GESUCHTE-SAISON-ID aus
      * den gemerkten Bedingungen auf
       BAUE-BEDINGUNGSSATZ SECTION.
           MOVE GESUCHTE-SAISON-ID TO KAS-SAISON-ID
           MOVE SPACES TO KAS-SPIELER-ID
           MOVE 0 TO KAS-LFDNR
           SET KAS-IST-BEDINGUNGSSATZ TO TRUE
           MOVE SAISON-GEBUEHR TO KAS-BETRAG
           MOVE HEUTE TO KAS-BUCHUNGS-DATUM
           MOVE 0 TO KAS-PLATZ
           MOVE SPACES TO KAS-VERMERK
           PERFORM VARYING ANTEIL-IX FROM 1 BY 1
               UNTIL ANTEIL-IX > 3
             MOVE SAISON-ANTEIL(ANTEIL-IX)
               TO KAS-PREIS-ANTEIL(ANTEIL-IX)
           END-PERFORM
           MOVE GEZAEHLTER-BESTAND TO KAS-KASSENBESTAND
           MOVE BESTAND-DATUM TO KAS-BESTAND-DATUM
           MOVE ANM-BEDIENER-ID TO KAS-ERFASST-VON
           MOVE HEUTE TO KAS-ERFASST-AM
           EXIT.

      *-----------------------------------------------------------------
      * Funktion F: stellt jedem aktiven Spieler, der in der Saison
      * noch keine Gebuehren-Buchung hat, die Saisongebuehr; wer
      * schon eine hat, bleibt unberuehrt, so dass die Funktion
      * fuer nachgemeldete Spieler wiederholt werden darf.
       STELLE-GEBUEHREN-FAELLIG SECTION.
           SET BUCHUNG-GUELTIG TO TRUE
           PERFORM ERFRAGE-SAISON
           IF BUCHUNG-GUELTIG AND SAI-IST-GESCHLOSSEN
             DISPLAY 'Saison ' SAI-ID ' ist geschlossen;'
               ' keine Gebuehren mehr faellig zu stellen.'
             SET BUCHUNG-GUELTIG TO FALSE
           END-IF
           IF BUCHUNG-GUELTIG AND SAISON-GEBUEHR = 0
             DISPLAY 'Fuer Saison ' GESUCHTE-SAISON-ID ' ist keine'
               ' Gebuehr gesetzt; erst Bedingungen (B) setzen.'
             SET BUCHUNG-GUELTIG TO FALSE
           END-IF
           IF BUCHUNG-GUELTIG
             MOVE SAISON-GEBUEHR TO AUS-BETRAG
             DISPLAY 'Gebuehr ' AUS-BETRAG ' fuer Saison '
               GESUCHTE-SAISON-ID ' allen aktiven Spielern'
               ' stellen (J/N)? ' WITH NO ADVANCING
             ACCEPT BESTAETIGUNG
             IF BESTAETIGUNG = 'J' OR BESTAETIGUNG = 'j'
               PERFORM STELLE-AKTIVEN-GEBUEHR
             ELSE
               DISPLAY 'Es wurde nichts gebucht.'
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Laeuft ueber den Spieler-Stamm und stellt den aktiven
      * Spielern ohne Gebuehren-Buchung die Saisongebuehr
       STELLE-AKTIVEN-GEBUEHR SECTION.
           MOVE 0 TO ANZ-GESTELLT
           MOVE 0 TO ANZ-SCHON-GESTELLT
           MOVE 'F' TO NEUE-BUCHUNGSART
           MOVE SAISON-GEBUEHR TO BUCHUNGS-BETRAG
           MOVE 'SAISONGEBUEHR' TO BUCHUNGS-VERMERK
           MOVE LOW-VALUES TO SP-ID
           START SPIELER-DATEI KEY IS NOT LESS THAN SP-ID
             INVALID KEY
               SET SP-DATEI-ENDE TO TRUE
           END-START
           PERFORM UNTIL NOT SP-DATEI-OK
             READ SPIELER-DATEI NEXT RECORD
               AT END
                 SET SP-DATEI-ENDE TO TRUE
               NOT AT END
                 IF SP-IST-AKTIV
                   MOVE SP-ID TO GESUCHTE-SPIELER-ID
                   PERFORM SUMMIERE-SPIELERKONTO
                   IF ANZ-FAELLIG-BUCHUNGEN = 0
                     PERFORM SCHREIBE-BUCHUNG
                     ADD 1 TO ANZ-GESTELLT
                   ELSE
                     ADD 1 TO ANZ-SCHON-GESTELLT
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           MOVE '00' TO SP-DATEI-STATUS
           DISPLAY ANZ-GESTELLT ' Gebuehren gestellt, '
             ANZ-SCHON-GESTELLT ' Spieler hatten schon eine.'
           EXIT.

      *-----------------------------------------------------------------
      * Funktionen Z, R und A: bucht eine Zahlung, Erstattung oder
      * Preis-Auszahlung (NEUE-BUCHUNGSART) auf ein Spielerkonto.
      * Vorschlag und Obergrenze des Betrags sind die offene Gebuehr,
      * die bezahlte und noch nicht erstattete Gebuehr bzw. der
      * zuerkannte und noch nicht ausgezahlte Preis.
       BUCHE-BEWEGUNG SECTION.
           SET BUCHUNG-GUELTIG TO TRUE
           SET NULLBETRAG-ERLAUBT TO FALSE
           PERFORM ERFRAGE-SPIELER
           IF BUCHUNG-GUELTIG
             PERFORM ERFRAGE-SAISON
           END-IF
           IF BUCHUNG-GUELTIG
             PERFORM SUMMIERE-SPIELERKONTO
             PERFORM ZEIGE-KONTOSTAND
             MOVE 0 TO PRUEF-BETRAG
             EVALUATE NEUE-BUCHUNGSART
               WHEN 'Z'
                 MOVE OFFENE-GEBUEHR TO PRUEF-BETRAG
               WHEN 'R'
                 MOVE ERSTATTBAR TO PRUEF-BETRAG
               WHEN 'A'
                 MOVE OFFENER-PREIS TO PRUEF-BETRAG
             END-EVALUATE
             IF PRUEF-BETRAG > 0
               MOVE PRUEF-BETRAG TO VORSCHLAG-BETRAG
               MOVE PRUEF-BETRAG TO BETRAG-GRENZE
               PERFORM ERFRAGE-BETRAG
             ELSE
               DISPLAY 'Auf dem Konto ist dafuer nichts offen;'
                 ' nicht gebucht.'
               SET BUCHUNG-GUELTIG TO FALSE
             END-IF
           END-IF
           IF BUCHUNG-GUELTIG
             DISPLAY 'Vermerk (z.B. bar, Ueberweisung)? '
               WITH NO ADVANCING
             ACCEPT EINGABE-VERMERK
             IF NEUE-BUCHUNGSART = 'Z' AND ANZ-FAELLIG-BUCHUNGEN = 0
               PERFORM STELLE-GEBUEHR-VORWEG
             END-IF
             MOVE EINGABE-VERMERK TO BUCHUNGS-VERMERK
             PERFORM SCHREIBE-BUCHUNG
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Bucht vor der ersten Zahlung eines Spielers ohne Gebuehren-
      * Buchung die Saisongebuehr, damit die Abrechnung die Zahlung
      * gegen eine Faelligkeit zeigt
       STELLE-GEBUEHR-VORWEG SECTION.
           MOVE BUCHUNGS-BETRAG TO VORSCHLAG-BETRAG
           MOVE 'F' TO NEUE-BUCHUNGSART
           MOVE SAISON-GEBUEHR TO BUCHUNGS-BETRAG
           MOVE 'SAISONGEBUEHR' TO BUCHUNGS-VERMERK
           PERFORM SCHREIBE-BUCHUNG
           MOVE 'Z' TO NEUE-BUCHUNGSART
           MOVE VORSCHLAG-BETRAG TO BUCHUNGS-BETRAG
           EXIT.

      *-----------------------------------------------------------------
      * Zeigt den Kontostand des gesuchten Spielers in der Saison
       ZEIGE-KONTOSTAND SECTION.
           PERFORM BEREITE-BETRAEGE-AUF
           DISPLAY 'Konto ' GESUCHTE-SPIELER-ID ' ' KONTO-NAME(1:20)
             ' Saison ' GESUCHTE-SAISON-ID
           DISPLAY '  FAELLIG  BEZAHLT ERSTATT.    PREIS  AUSGEZ.'
             '    OFFEN'
           DISPLAY ' ' AUS-FAELLIG ' ' AUS-BEZAHLT ' ' AUS-ERSTATTET
             ' ' AUS-ZUERKANNT ' ' AUS-AUSGEZAHLT ' ' AUS-OFFEN
           EXIT.

      *-----------------------------------------------------------------
      * Bereitet die Summen des Kontos zum Drucken auf; ohne
      * Gebuehren-Buchung erscheint die Saisongebuehr als faellig.
       BEREITE-BETRAEGE-AUF SECTION.
           IF ANZ-FAELLIG-BUCHUNGEN = 0
             MOVE SAISON-GEBUEHR TO AUS-FAELLIG
           ELSE
             MOVE SUMME-FAELLIG TO AUS-FAELLIG
           END-IF
           MOVE SUMME-BEZAHLT TO AUS-BEZAHLT
           MOVE SUMME-ERSTATTET TO AUS-ERSTATTET
           MOVE SUMME-ZUERKANNT TO AUS-ZUERKANNT
           MOVE SUMME-AUSGEZAHLT TO AUS-AUSGEZAHLT
           MOVE OFFENE-GEBUEHR TO AUS-OFFEN
           EXIT.

      *-----------------------------------------------------------------
      * Funktion K: traegt den gezaehlten Bestand der Saisonkasse in
      * den Bedingungssatz ein; fehlt er, wird er ohne Gebuehr und
      * Preisanteile angelegt.
       ERFASSE-KASSENBESTAND SECTION.
           SET BUCHUNG-GUELTIG TO TRUE
           SET NULLBETRAG-ERLAUBT TO TRUE
           PERFORM ERFRAGE-SAISON
           IF BUCHUNG-GUELTIG
             DISPLAY 'Gezaehlter Kassenbestand der Saison '
               GESUCHTE-SAISON-ID ':'
             MOVE 0 TO VORSCHLAG-BETRAG
             MOVE 99999.99 TO BETRAG-GRENZE
             PERFORM ERFRAGE-BETRAG
           END-IF
           IF BUCHUNG-GUELTIG
             ACCEPT HEUTE FROM DATE YYYYMMDD
             MOVE BUCHUNGS-BETRAG TO GEZAEHLTER-BESTAND
             MOVE HEUTE TO BESTAND-DATUM
             PERFORM BAUE-BEDINGUNGSSATZ
             IF BEDINGUNGEN-VORHANDEN
               REWRITE KASSEN-SATZ
             ELSE
               WRITE KASSEN-SATZ
             END-IF
             IF KAS-DATEI-OK
               MOVE BUCHUNGS-BETRAG TO AUS-BETRAG
               DISPLAY 'Kassenbestand ' AUS-BETRAG ' vom ' HEUTE
                 ' eingetragen.'
             ELSE
               DISPLAY 'Fehler beim Eintragen des Kassenbestands'
                 ' (Status ' KAS-DATEI-STATUS ').'
             END-IF
           END-IF
           SET NULLBETRAG-ERLAUBT TO FALSE
           EXIT.

      *-----------------------------------------------------------------
      * Funktion V: zeigt alle Buchungen eines Spielers ueber alle
      * Saisons in Schluesselfolge
       ZEIGE-KONTO-VERLAUF SECTION.
           DISPLAY 'Spieler-Kennung? ' WITH NO ADVANCING
           ACCEPT EINGABE-SPIELER-ID
           MOVE 0 TO ANZ-GELISTET
           MOVE LOW-VALUES TO KAS-SCHLUESSEL
           START KASSE-DATEI KEY IS NOT LESS THAN KAS-SCHLUESSEL
             INVALID KEY
               SET KAS-DATEI-ENDE TO TRUE
           END-START
           DISPLAY 'SAISON NR  ART   BETRAG DATUM    PL VERMERK'
           PERFORM UNTIL NOT KAS-DATEI-OK
             READ KASSE-DATEI NEXT RECORD
               AT END
                 SET KAS-DATEI-ENDE TO TRUE
               NOT AT END
                 IF KAS-SPIELER-ID = EINGABE-SPIELER-ID
                     AND NOT KAS-IST-BEDINGUNGSSATZ
                   ADD 1 TO ANZ-GELISTET
                   MOVE KAS-BETRAG TO AUS-BETRAG
                   DISPLAY KAS-SAISON-ID ' ' KAS-LFDNR ' '
                     KAS-BUCHUNGS-KZ '  ' AUS-BETRAG ' '
                     KAS-BUCHUNGS-DATUM ' ' KAS-PLATZ ' '
                     KAS-VERMERK
                 END-IF
             END-READ
           END-PERFORM
           DISPLAY ANZ-GELISTET ' Buchungen (F = Gebuehr faellig,'
             ' Z = Zahlung, R = Erstattung, P = Preis,'
             ' A = Auszahlung).'
           MOVE '00' TO KAS-DATEI-STATUS
           EXIT.

      *-----------------------------------------------------------------
      * Funktion D: druckt die Kassen-Abrechnung einer Saison mit
      * einer Zeile je Spielerkonto, den Saisonsummen und der
      * Abstimmung der Kasse auf die Kassen-Abrechnung KASSBER.
       DRUCKE-ABRECHNUNG SECTION.
           SET BUCHUNG-GUELTIG TO TRUE
           PERFORM ERFRAGE-SAISON
           IF BUCHUNG-GUELTIG
             OPEN OUTPUT KASSBER-DATEI
             IF NOT KBER-DATEI-OK
               DISPLAY 'Kassen-Abrechnung konnte nicht angelegt'
                 ' werden (Status ' KBER-DATEI-STATUS ').'
             END-IF
             PERFORM DRUCKE-ABRECHNUNGSKOPF
             PERFORM DRUCKE-SPIELERKONTEN
             PERFORM DRUCKE-SAISONSUMMEN
             PERFORM DRUCKE-KASSENABSTIMMUNG
             CLOSE KASSBER-DATEI
             DISPLAY 'Kassen-Abrechnung geschrieben: ' ANZ-KONTEN
               ' Spielerkonten.'
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Druckt Kopf und Bedingungen der Saison
       DRUCKE-ABRECHNUNGSKOPF SECTION.
           MOVE SPACES TO BERICHT-SATZ
           IF SAI-IST-GESCHLOSSEN
             STRING 'KASSEN-ABRECHNUNG SAISON ' GESUCHTE-SAISON-ID
               ' (GESCHLOSSEN AM ' SAI-ENDE ')'
               DELIMITED BY SIZE INTO BERICHT-SATZ
           ELSE
             STRING 'KASSEN-ABRECHNUNG SAISON ' GESUCHTE-SAISON-ID
               ' (OFFEN)'
               DELIMITED BY SIZE INTO BERICHT-SATZ
           END-IF
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE ALL '-' TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           IF BEDINGUNGEN-VORHANDEN
             MOVE SAISON-GEBUEHR TO AUS-BETRAG
             MOVE SPACES TO BERICHT-SATZ
             STRING 'SAISONGEBUEHR ' AUS-BETRAG
               '  PREISANTEILE PLATZ 1-3: ' SAISON-ANTEIL(1) ' '
               SAISON-ANTEIL(2) ' ' SAISON-ANTEIL(3) ' PROZENT'
               DELIMITED BY SIZE INTO BERICHT-SATZ
           ELSE
             MOVE 'KEINE BEDINGUNGEN FUER DIE SAISON GESETZT'
               TO BERICHT-SATZ
           END-IF
           PERFORM SCHREIBE-BERICHTZEILE
           EXIT.

      *-----------------------------------------------------------------
      * Liest die Buchungen der Saison in Schluesselfolge und druckt
      * je Spieler eine Kontozeile (Gruppenwechsel auf dem Spieler);
      * danach die aktiven Spieler ohne Buchung
       DRUCKE-SPIELERKONTEN SECTION.
           MOVE 0 TO ANZ-KONTEN
           MOVE 0 TO ANZ-OHNE-BUCHUNG
           MOVE ZERO TO SAISON-SUMMEN
           MOVE SPACES TO VORIGE-SPIELER-ID
           PERFORM NULLE-SPIELER-SUMMEN
           MOVE ALL '-' TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE SPACES TO BERICHT-SATZ
           STRING 'KENNUNG  NAME             FAELLIG  BEZAHLT'
             ' ERSTATT.    PREIS  AUSGEZ.    OFFEN'
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE GESUCHTE-SAISON-ID TO KAS-SAISON-ID
           MOVE SPACES TO KAS-SPIELER-ID
           MOVE 0 TO KAS-LFDNR
           START KASSE-DATEI KEY IS NOT LESS THAN KAS-SCHLUESSEL
             INVALID KEY
               SET KAS-DATEI-ENDE TO TRUE
           END-START
           PERFORM UNTIL NOT KAS-DATEI-OK
             READ KASSE-DATEI NEXT RECORD
               AT END
                 SET KAS-DATEI-ENDE TO TRUE
               NOT AT END
                 IF KAS-SAISON-ID NOT = GESUCHTE-SAISON-ID
                   SET KAS-DATEI-ENDE TO TRUE
                 ELSE
                   IF NOT KAS-IST-BEDINGUNGSSATZ
                     IF KAS-SPIELER-ID NOT = VORIGE-SPIELER-ID
                       PERFORM SCHLIESSE-SPIELERKONTO-AB
                       MOVE KAS-SPIELER-ID TO VORIGE-SPIELER-ID
                     END-IF
                     PERFORM VERBUCHE-IN-SUMMEN
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           IF KAS-DATEI-STATUS NOT = '10'
             DISPLAY 'Lesefehler auf dem Beitrags-Konto'
               ' (Status ' KAS-DATEI-STATUS '); Abrechnung'
               ' unvollstaendig.'
             MOVE 'ACHTUNG: ABRECHNUNG UNVOLLSTAENDIG (LESEFEHLER)'
               TO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
           END-IF
           MOVE '00' TO KAS-DATEI-STATUS
           PERFORM SCHLIESSE-SPIELERKONTO-AB
           IF NOT SAI-IST-GESCHLOSSEN AND SAISON-GEBUEHR > 0
             PERFORM DRUCKE-KONTEN-OHNE-BUCHUNG
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Laeuft ueber den Spieler-Stamm und druckt fuer jeden aktiven
      * Spieler ohne Buchung in der Saison eine Kontozeile mit der
      * Saisongebuehr als faellig und offen, wie TTTPLAN ihn vor
      * der Paarungsplanung anmahnt. Nur fuer die nicht
      * geschlossene Saison: wer heute aktiv ist, muss es in einer
      * frueheren Saison nicht gewesen sein.
       DRUCKE-KONTEN-OHNE-BUCHUNG SECTION.
           MOVE LOW-VALUES TO SP-ID
           START SPIELER-DATEI KEY IS NOT LESS THAN SP-ID
             INVALID KEY
               SET SP-DATEI-ENDE TO TRUE
           END-START
           PERFORM UNTIL NOT SP-DATEI-OK
             READ SPIELER-DATEI NEXT RECORD
               AT END
                 SET SP-DATEI-ENDE TO TRUE
               NOT AT END
                 IF SP-IST-AKTIV
                   MOVE SP-ID TO GESUCHTE-SPIELER-ID
                   PERFORM SUMMIERE-SPIELERKONTO
                   IF LETZTE-LFDNR = 0
                     ADD 1 TO ANZ-OHNE-BUCHUNG
                     MOVE SP-ID TO VORIGE-SPIELER-ID
                     MOVE SP-NAME TO KONTO-NAME
                     PERFORM DRUCKE-KONTOZEILE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           MOVE '00' TO SP-DATEI-STATUS
           PERFORM NULLE-SPIELER-SUMMEN
           IF ANZ-OHNE-BUCHUNG > 0
             MOVE SPACES TO BERICHT-SATZ
             STRING ANZ-OHNE-BUCHUNG ' AKTIVE SPIELER OHNE BUCHUNG;'
               ' SAISONGEBUEHR ALS FAELLIG GERECHNET'
               DELIMITED BY SIZE INTO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Druckt die Kontozeile des Spielers VORIGE-SPIELER-ID und
      * setzt die Kontosummen zurueck; vor dem ersten Konto ist
      * nichts zu drucken.
       SCHLIESSE-SPIELERKONTO-AB SECTION.
           IF VORIGE-SPIELER-ID NOT = SPACES
             MOVE SPACES TO KONTO-NAME
             MOVE VORIGE-SPIELER-ID TO SP-ID
             READ SPIELER-DATEI
               KEY IS SP-ID
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE SP-NAME TO KONTO-NAME
             END-READ
             MOVE '00' TO SP-DATEI-STATUS
             PERFORM DRUCKE-KONTOZEILE
           END-IF
           PERFORM NULLE-SPIELER-SUMMEN
           EXIT.

      *-----------------------------------------------------------------
      * Druckt die Kontozeile des Spielers VORIGE-SPIELER-ID mit dem
      * Namen KONTO-NAME aus den Kontosummen und zaehlt sie in die
      * Saisonsummen
       DRUCKE-KONTOZEILE SECTION.
           ADD 1 TO ANZ-KONTEN
           PERFORM BERECHNE-OFFENE-BETRAEGE
           PERFORM BEREITE-BETRAEGE-AUF
           MOVE SPACES TO BERICHT-SATZ
           STRING VORIGE-SPIELER-ID ' ' KONTO-NAME(1:16) ' '
             AUS-FAELLIG ' ' AUS-BEZAHLT ' ' AUS-ERSTATTET ' '
             AUS-ZUERKANNT ' ' AUS-AUSGEZAHLT ' ' AUS-OFFEN
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           IF ANZ-FAELLIG-BUCHUNGEN = 0
             ADD SAISON-GEBUEHR TO GES-FAELLIG
           ELSE
             ADD SUMME-FAELLIG TO GES-FAELLIG
           END-IF
           ADD SUMME-BEZAHLT TO GES-BEZAHLT
           ADD SUMME-ERSTATTET TO GES-ERSTATTET
           ADD SUMME-ZUERKANNT TO GES-ZUERKANNT
           ADD SUMME-AUSGEZAHLT TO GES-AUSGEZAHLT
           IF OFFENE-GEBUEHR > 0
             ADD OFFENE-GEBUEHR TO GES-OFFEN
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Druckt die Summen der Saison ueber alle Spielerkonten
       DRUCKE-SAISONSUMMEN SECTION.
           MOVE ALL '-' TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE GES-FAELLIG TO AUS-SUMME
           MOVE SPACES TO BERICHT-SATZ
           STRING 'GEBUEHREN FAELLIG              ' AUS-SUMME
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE GES-OFFEN TO AUS-SUMME
           MOVE SPACES TO BERICHT-SATZ
           STRING 'GEBUEHREN NOCH OFFEN           ' AUS-SUMME
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE GES-ZUERKANNT TO AUS-SUMME
           MOVE SPACES TO BERICHT-SATZ
           STRING 'PREISE ZUERKANNT               ' AUS-SUMME
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           COMPUTE OFFENER-PREIS = GES-ZUERKANNT - GES-AUSGEZAHLT
           MOVE OFFENER-PREIS TO AUS-SUMME
           MOVE SPACES TO BERICHT-SATZ
           STRING 'PREISE NOCH AUSZUZAHLEN        ' AUS-SUMME
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           COMPUTE NETTO-GEBUEHREN = GES-BEZAHLT - GES-ERSTATTET
           IF GES-ZUERKANNT > NETTO-GEBUEHREN
             MOVE SPACES TO BERICHT-SATZ
             STRING 'ACHTUNG: ZUERKANNTE PREISE UEBERSTEIGEN DIE'
               ' NETTO-GEBUEHREN'
               DELIMITED BY SIZE INTO BERICHT-SATZ
             DISPLAY BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Stimmt die Kasse ab: eingenommene Gebuehren abzueglich
      * Erstattungen und ausgezahlter Preise ergeben den
      * rechnerischen Bestand, der mit dem gezaehlten Bestand aus
      * dem Bedingungssatz uebereinstimmen muss.
       DRUCKE-KASSENABSTIMMUNG SECTION.
           MOVE ALL '-' TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE 'ABSTIMMUNG DER KASSE' TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE GES-BEZAHLT TO AUS-SUMME
           MOVE SPACES TO BERICHT-SATZ
           STRING 'GEBUEHREN EINGENOMMEN          ' AUS-SUMME
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE GES-ERSTATTET TO AUS-SUMME
           MOVE SPACES TO BERICHT-SATZ
           STRING 'ABZUEGLICH ERSTATTUNGEN        ' AUS-SUMME
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE GES-AUSGEZAHLT TO AUS-SUMME
           MOVE SPACES TO BERICHT-SATZ
           STRING 'ABZUEGLICH PREISE AUSGEZAHLT   ' AUS-SUMME
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           COMPUTE SOLL-BESTAND = GES-BEZAHLT - GES-ERSTATTET
             - GES-AUSGEZAHLT
           MOVE SOLL-BESTAND TO AUS-SUMME
           MOVE SPACES TO BERICHT-SATZ
           STRING 'RECHNERISCHER KASSENBESTAND    ' AUS-SUMME
             DELIMITED BY SIZE INTO BERICHT-SATZ
           DISPLAY BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           IF BESTAND-DATUM = 0
             MOVE 'KASSENBESTAND NICHT GEZAEHLT; KEINE ABSTIMMUNG'
               TO BERICHT-SATZ
             DISPLAY BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
           ELSE
             MOVE GEZAEHLTER-BESTAND TO AUS-SUMME
             MOVE SPACES TO BERICHT-SATZ
             STRING 'GEZAEHLTER KASSENBESTAND       ' AUS-SUMME
               ' VOM ' BESTAND-DATUM
               DELIMITED BY SIZE INTO BERICHT-SATZ
             DISPLAY BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
             COMPUTE KASSEN-DIFFERENZ = GEZAEHLTER-BESTAND
               - SOLL-BESTAND
             IF KASSEN-DIFFERENZ = 0
               MOVE 'KASSE STIMMT' TO BERICHT-SATZ
             ELSE
               MOVE KASSEN-DIFFERENZ TO AUS-SUMME
               MOVE SPACES TO BERICHT-SATZ
               STRING 'ACHTUNG: KASSENDIFFERENZ       ' AUS-SUMME
                 DELIMITED BY SIZE INTO BERICHT-SATZ
             END-IF
             DISPLAY BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Schreibt die in BERICHT-SATZ vorbereitete Zeile auf die
      * Kassen-Abrechnung.
       SCHREIBE-BERICHTZEILE SECTION.
           WRITE BERICHT-SATZ
           IF NOT KBER-DATEI-OK
             DISPLAY 'Fehler beim Schreiben der Berichtzeile'
               ' (Status ' KBER-DATEI-STATUS ').'
           END-IF
           EXIT.
