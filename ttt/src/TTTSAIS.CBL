      *     Ranglisten-Stand aus dem Wertungs-Stamm auf den
      *     Saison-Abschlussbericht SAISBER, setzt die Saison auf
      *     geschlossen und bietet an, die naechste zu eroeffnen.
      *     Neben der Spieler-Tabelle steht die Schlusstabelle des
      *     Abteilungs-Wettbewerbs nach den Regeln von TTTMTAB.
      *     Aus der Abschlusstabelle werden die Preise der Saison
      *     vergeben: die Spieler auf den Plaetzen 1 bis 3 erhalten
      *     ihren Anteil an den Netto-Gebuehren der Saison laut
      *     Bedingungssatz im Beitrags-Konto (TTTKASS) als Preis-
      *     Buchung.
      *     Nach dem Schliessen wird das Rekordbuch (TTTREKB) neu
      *     gedruckt und der Rekord-Stand fortgeschrieben.
      * TTTM stempelt neue Ergebnis- und Match-Saetze mit der
      * offenen Saison; TTTREP und TTTWERT werten je Saison aus.
      * Anmelden darf jeder Bediener (TTTANM); Anlegen und
      * Schliessen sind der Liga-Leitung vorbehalten und werden im
      * Sicherheits-Protokoll vermerkt.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS WRT-SPIELER-ID
             FILE STATUS IS WRT-DATEI-STATUS.
      * Mannschafts-Stamm und Mannschafts-Zuordnung, nur lesend fuer
      * die Mannschafts-Tabelle der zu schliessenden Saison
           SELECT MANNSCHAFT-DATEI ASSIGN TO 'MANNSCHAFT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MN-ID
             FILE STATUS IS MN-DATEI-STATUS.
           SELECT MANNZUO-DATEI ASSIGN TO 'MANNZUO'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MZ-SCHLUESSEL
             FILE STATUS IS MZ-DATEI-STATUS.
      * Beitrags-Konto aus TTTKASS fuer die Preise der Saison
           SELECT KASSE-DATEI ASSIGN TO 'KASSE'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KAS-SCHLUESSEL
             FILE STATUS IS KAS-DATEI-STATUS.
      * Saison-Abschlussbericht, je Lauf neu angelegt
           SELECT SAISBER-DATEI ASSIGN TO 'SAISBER'
             ORGANIZATION IS LINE SEQUENTIAL
           COPY TTTSPLM.
       FD  WERTUNG-DATEI.
           COPY TTTWRTM.
       FD  MANNSCHAFT-DATEI.
           COPY TTTMANM.
       FD  MANNZUO-DATEI.
           COPY TTTMZUO.
       FD  KASSE-DATEI.
           COPY TTTKASM.
       FD  SAISBER-DATEI.
           COPY TTTBERD.
       WORKING-STORAGE SECTION.
       01 WRT-DATEI-STATUS PIC XX.
         88 WRT-DATEI-OK VALUE '00'.
         88 WRT-DATEI-ENDE VALUE '10'.
       01 MN-DATEI-STATUS PIC XX.
         88 MN-DATEI-OK VALUE '00'.
       01 MZ-DATEI-STATUS PIC XX.
         88 MZ-DATEI-OK VALUE '00'.
         88 MZ-DATEI-ENDE VALUE '10'.
       01 KAS-DATEI-STATUS PIC XX.
         88 KAS-DATEI-OK VALUE '00'.
         88 KAS-DATEI-ENDE VALUE '10'.
       01 SB-DATEI-STATUS PIC XX.
         88 SB-DATEI-OK VALUE '00'.
       01 BEDIENER-ANTWORT PIC X.
         88 ANTWORT-ANLEGEN VALUES 'A' 'a'.
         88 ANTWORT-SCHLIESSEN VALUES 'S' 's'.
         88 ANTWORT-ENDE VALUES 'E' 'e'.
           COPY TTTANMP.
      * Eigenes Feld fuer Rueckfragen, damit die Antwort nicht die
      * Funktionswahl der Menueschleife ueberschreibt
       01 BESTAETIGUNG PIC X.
           03 TAB-NIEDERLAGEN PIC 9(05).
           03 TAB-GEDRUCKT-KZ PIC X.
             88 TAB-ZEILE-GEDRUCKT VALUE 'J'.
      * Platz in der Abschlusstabelle; nur registrierte Spieler
      * erhalten einen Platz (nicht die Marken X/O der Altsaetze
      * und nicht die Sammelzeile), 0 = ohne Platz
           03 TAB-PLATZ PIC 9(02).
      * Kennungen der beiden Teilnehmer des gelesenen Satzes und des
      * Siegers bzw. letzten Spielers; bei Altsaetzen die Marken
       01 SATZ-SPIELER-X-ID PIC X(08).
      * Auswahl der naechsten Druckzeile beim sortierten Ausgeben
       01 DRUCK-IX PIC 9(02).
       01 ANZ-GEDRUCKT PIC 9(02).
       01 ANZ-PLAETZE PIC 9(02).
      * Zaehler des Saisonabschlusses
       01 ZAEHLER.
         02 ANZ-SAISON-SAETZE PIC 9(05) VALUE 0.
         02 ANZ-STORNIERT PIC 9(05) VALUE 0.
         02 ANZ-WERTUNGEN PIC 9(05) VALUE 0.
      * Schalter: steht der Mannschafts-Stamm fuer die Namen bereit
       01 MANNSCHAFT-STAMM-KZ PIC X VALUE 'N'.
         88 MANNSCHAFT-STAMM-BEREIT VALUE 'J' WHEN SET TO FALSE 'N'.
      * Mannschafts-Zuordnungen der zu schliessenden Saison in
      * Schluesselfolge (Spieler, Ab-Datum), wie in TTTMTAB
       01 ANZ-ZUORDNUNGEN PIC 9(03) VALUE 0.
       01 ZUORDNUNGSTABELLE.
         02 ZT-EINTRAG OCCURS 200 TIMES INDEXED BY ZT-IX.
           03 ZT-SPIELER-ID PIC X(08).
           03 ZT-AB-DATUM PIC 9(08).
           03 ZT-MANNSCHAFT-ID PIC X(06).
      * Mannschafts-Tabelle der zu schliessenden Saison
       01 ANZ-MANNSCHAFTEN PIC 9(02) VALUE 0.
       01 MANNSCHAFTSTABELLE.
         02 MT-EINTRAG OCCURS 30 TIMES INDEXED BY MT-IX.
           03 MT-MANNSCHAFT-ID PIC X(06).
           03 MT-NAME PIC X(30).
           03 MT-SPIELE PIC 9(05).
           03 MT-SIEGE PIC 9(05).
           03 MT-UNENTSCHIEDEN PIC 9(05).
           03 MT-NIEDERLAGEN PIC 9(05).
           03 MT-PUNKTE PIC 9(05).
           03 MT-GEDRUCKT-KZ PIC X.
             88 MT-ZEILE-GEDRUCKT VALUE 'J'.
      * Suche der am Spieltag gueltigen Mannschaft eines Spielers
       01 GUELTIGE-MANNSCHAFT-ID PIC X(06).
       01 MANNSCHAFT-X-ID PIC X(06).
       01 MANNSCHAFT-O-ID PIC X(06).
       01 GESUCHTE-MANNSCHAFT-ID PIC X(06).
       01 VERBUCHTE-MARKE PIC X(01).
      * Preisvergabe aus dem Beitrags-Konto: Preisanteile der
      * Plaetze 1 bis 3 in Prozent, Preisfonds = Netto-Gebuehren
      * der Saison (Zahlungen abzueglich Erstattungen)
       01 PREISBEDINGUNGEN-KZ PIC X VALUE 'N'.
         88 PREISBEDINGUNGEN-VORHANDEN VALUE 'J'
           WHEN SET TO FALSE 'N'.
       01 PREISE-VERGEBEN-KZ PIC X VALUE 'N'.
         88 PREISE-SCHON-VERGEBEN VALUE 'J' WHEN SET TO FALSE 'N'.
       01 PREIS-ANTEILE.
         02 PREIS-ANTEIL PIC 9(03) OCCURS 3 TIMES.
       01 PREIS-PLATZ PIC 9(01).
       01 PREISFONDS PIC S9(07)V99.
       01 PREIS-BETRAG PIC 9(05)V99.
       01 LETZTE-LFDNR PIC 9(03).
       01 ANZ-PREISE PIC 9(01).
       01 AUS-BETRAG PIC -ZZZZZ9.99.
       01 MANNSCHAFTS-ZAEHLER.
         02 ANZ-UNBENANNT PIC 9(05) VALUE 0.
         02 ANZ-OHNE-MANNSCHAFT PIC 9(05) VALUE 0.
         02 ANZ-MANNSCHAFTSINTERN PIC 9(05) VALUE 0.
         02 ANZ-VERBUCHT PIC 9(05) VALUE 0.
       PROCEDURE DIVISION.
           MOVE 'TTTSAIS' TO ANM-PROGRAMM
           MOVE SPACES TO ANM-ROLLEN-ZUGELASSEN
           SET ANM-ANMELDEN TO TRUE
           CALL 'TTTANM' USING ANMELDUNG
           IF NOT ANM-ZUGELASSEN
             DISPLAY 'Ohne gueltige Anmeldung keine Saison-Verwaltung;'
               ' Programm wird beendet.'
             STOP RUN
           END-IF

           PERFORM OEFFNE-SAISON-DATEI

           PERFORM UNTIL ANTWORT-ENDE OR NOT SAI-DATEI-OK
               WHEN ANTWORT-LISTE
                 PERFORM LISTE-SAISONS
               WHEN ANTWORT-ANLEGEN
                 MOVE 'SAISON ANLEGEN' TO ANM-FUNKTIONS-TEXT
                 PERFORM PRUEFE-BERECHTIGUNG
                 IF ANM-ZUGELASSEN
                   PERFORM LEGE-SAISON-AN
                 END-IF
               WHEN ANTWORT-SCHLIESSEN
                 MOVE 'SAISON SCHLIESSEN' TO ANM-FUNKTIONS-TEXT
                 PERFORM PRUEFE-BERECHTIGUNG
                 IF ANM-ZUGELASSEN
                   PERFORM SCHLIESSE-SAISON
                 END-IF
               WHEN ANTWORT-ENDE
                 CONTINUE
               WHEN OTHER
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
      * Oeffnet den Saison-Stamm; legt ihn beim allerersten Aufruf
      * an, falls er noch nicht existiert (Status 35). Jeder andere
             IF BESTAETIGUNG = 'J' OR BESTAETIGUNG = 'j'
               PERFORM SCHREIBE-ABSCHLUSSBERICHT
               PERFORM SETZE-SAISON-GESCHLOSSEN
               IF SAI-DATEI-OK
                 PERFORM DRUCKE-REKORDBUCH
               END-IF
               IF SAI-DATEI-OK
                 DISPLAY 'Naechste Saison gleich eroeffnen (J/N)? '
                   WITH NO ADVANCING
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Druckt nach dem Schliessen das Rekordbuch (TTTREKB), das
      * den Rekord-Stand auf die eben geschlossene Saison
      * fortschreibt. TTTREKB liest den Saison-Stamm selbst; er
      * wird dafuer geschlossen und danach wieder geoeffnet.
       DRUCKE-REKORDBUCH SECTION.
           CLOSE SAISON-DATEI
           CALL 'TTTREKB'
           CANCEL 'TTTREKB'
           PERFORM OEFFNE-SAISON-DATEI
           EXIT.

      *-----------------------------------------------------------------
      * Setzt die offene Saison auf geschlossen und traegt das
      * heutige Datum als Ende ein
           PERFORM SCHREIBE-BERICHTZEILE
           PERFORM BAUE-ABSCHLUSSTABELLE
           PERFORM DRUCKE-ABSCHLUSSTABELLE
           PERFORM VERGEBE-PREISE
           PERFORM DRUCKE-MANNSCHAFTSTABELLE
           PERFORM DRUCKE-RANGLISTEN-STAND
           CLOSE SAISBER-DATEI
           DISPLAY 'Abschlussbericht geschrieben: '
           MOVE 0 TO ANZ-EINTRAEGE
           MOVE 0 TO ANZ-SAISON-SAETZE
           MOVE 0 TO ANZ-STORNIERT
           MOVE 0 TO ANZ-MANNSCHAFTEN
           MOVE 0 TO ANZ-UNBENANNT ANZ-OHNE-MANNSCHAFT
             ANZ-MANNSCHAFTSINTERN ANZ-VERBUCHT
           PERFORM LADE-ZUORDNUNGEN
           OPEN INPUT MANNSCHAFT-DATEI
           IF MN-DATEI-OK
             SET MANNSCHAFT-STAMM-BEREIT TO TRUE
           END-IF
           OPEN INPUT ERGEBNIS-DATEI
           IF NOT ERG-DATEI-OK
             DISPLAY 'Ergebnis-Historie konnte nicht geoeffnet'
                   ELSE
                     ADD 1 TO ANZ-SAISON-SAETZE
                     PERFORM VERBUCHE-ERGEBNIS-SATZ
                     PERFORM VERBUCHE-MANNSCHAFTS-SATZ
                   END-IF
                 END-IF
             END-READ
           IF SPIELER-STAMM-BEREIT
             CLOSE SPIELER-DATEI
           END-IF
           IF MANNSCHAFT-STAMM-BEREIT
             CLOSE MANNSCHAFT-DATEI
             SET MANNSCHAFT-STAMM-BEREIT TO FALSE
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * GESUCHTE-SPIELER-ID
       VERBUCHE-TEILNEHMER SECTION.
           ADD 1 TO TAB-SPIELE(TAB-IX)
           IF ERG-HAT-GEWINNER
             IF GESUCHTE-SPIELER-ID = SATZ-SIEGER-ID
               ADD 1 TO TAB-SIEGE(TAB-IX)
             ELSE
             MOVE 0 TO TAB-SPIELE(TAB-IX) TAB-SIEGE(TAB-IX)
               TAB-UNENTSCHIEDEN(TAB-IX) TAB-NIEDERLAGEN(TAB-IX)
             MOVE SPACE TO TAB-GEDRUCKT-KZ(TAB-IX)
             MOVE 0 TO TAB-PLATZ(TAB-IX)
             IF SPIELER-STAMM-BEREIT
               MOVE GESUCHTE-SPIELER-ID TO SP-ID
               READ SPIELER-DATEI
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE 0 TO ANZ-GEDRUCKT
           MOVE 0 TO ANZ-PLAETZE
           PERFORM UNTIL ANZ-GEDRUCKT = ANZ-EINTRAEGE
             PERFORM WAEHLE-NAECHSTE-DRUCKZEILE
             PERFORM DRUCKE-SPIELER-ZEILE

      *-----------------------------------------------------------------
      * Druckt die Zeile DRUCK-IX auf Bildschirm und Bericht und
      * markiert sie als gedruckt. Die Druckfolge ist die Platzfolge
      * der Preisvergabe; bei gleicher Siegzahl entscheidet wie auf
      * dem Bericht die Reihenfolge der Tabelle.
       DRUCKE-SPIELER-ZEILE SECTION.
           IF TAB-SPIELER-ID(DRUCK-IX) NOT = '*UEBRIGE'
               AND TAB-NAME(DRUCK-IX) NOT = SPACES
             ADD 1 TO ANZ-PLAETZE
             MOVE ANZ-PLAETZE TO TAB-PLATZ(DRUCK-IX)
           END-IF
           MOVE SPACES TO BERICHT-SATZ
           STRING TAB-SPIELER-ID(DRUCK-IX) ' '
               TAB-NAME(DRUCK-IX)(1:20) ' ' TAB-SPIELE(DRUCK-IX) ' '
           ADD 1 TO ANZ-GEDRUCKT
           EXIT.

      *-----------------------------------------------------------------
      * Vergibt die Preise der zu schliessenden Saison: jeder der
      * Plaetze 1 bis 3 mit Preisanteil erhaelt seinen Anteil am
      * Preisfonds als Preis-Buchung im Beitrags-Konto. Ohne
      * Bedingungssatz oder Preisfonds wird nichts vergeben; hat
      * die Saison schon Preis-Buchungen (abgebrochener Abschluss),
      * wird nicht doppelt vergeben.
       VERGEBE-PREISE SECTION.
           MOVE ALL '-' TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE 'PREISGELDER' TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE 0 TO ANZ-PREISE
           OPEN I-O KASSE-DATEI
           IF NOT KAS-DATEI-OK
             DISPLAY 'Beitrags-Konto konnte nicht geoeffnet werden'
               ' (Status ' KAS-DATEI-STATUS '); keine Preise'
               ' vergeben.'
             MOVE 'KEIN BEITRAGS-KONTO; KEINE PREISE VERGEBEN'
               TO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
           ELSE
             PERFORM LIES-PREISBEDINGUNGEN
             IF PREISBEDINGUNGEN-VORHANDEN
               PERFORM ERMITTLE-PREISFONDS
             END-IF
             EVALUATE TRUE
               WHEN NOT PREISBEDINGUNGEN-VORHANDEN
                 MOVE 'KEINE PREISBEDINGUNGEN FUER DIE SAISON'
                   TO BERICHT-SATZ
                 PERFORM SCHREIBE-BERICHTZEILE
               WHEN PREISE-SCHON-VERGEBEN
                 MOVE 'PREISE DER SAISON SIND SCHON VERGEBEN'
                   TO BERICHT-SATZ
                 DISPLAY BERICHT-SATZ
                 PERFORM SCHREIBE-BERICHTZEILE
               WHEN OTHER
                 MOVE PREISFONDS TO AUS-BETRAG
                 MOVE SPACES TO BERICHT-SATZ
                 STRING 'PREISFONDS (NETTO-GEBUEHREN) ' AUS-BETRAG
                   DELIMITED BY SIZE INTO BERICHT-SATZ
                 PERFORM SCHREIBE-BERICHTZEILE
                 IF PREISFONDS > 0
                   PERFORM VARYING PREIS-PLATZ FROM 1 BY 1
                       UNTIL PREIS-PLATZ > 3
                     PERFORM VERGEBE-PREIS-FUER-PLATZ
                   END-PERFORM
                 END-IF
             END-EVALUATE
             CLOSE KASSE-DATEI
           END-IF
           DISPLAY ANZ-PREISE ' Preise im Beitrags-Konto gebucht.'
           EXIT.

      *-----------------------------------------------------------------
      * Liest die Preisanteile aus dem Bedingungssatz der Saison
       LIES-PREISBEDINGUNGEN SECTION.
           SET PREISBEDINGUNGEN-VORHANDEN TO FALSE
           MOVE ZERO TO PREIS-ANTEILE
           MOVE OFFENE-SAISON-ID TO KAS-SAISON-ID
           MOVE SPACES TO KAS-SPIELER-ID
           MOVE 0 TO KAS-LFDNR
           READ KASSE-DATEI
             KEY IS KAS-SCHLUESSEL
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF KAS-IST-BEDINGUNGSSATZ
                 SET PREISBEDINGUNGEN-VORHANDEN TO TRUE
                 PERFORM VARYING PREIS-PLATZ FROM 1 BY 1
                     UNTIL PREIS-PLATZ > 3
                   MOVE KAS-PREIS-ANTEIL(PREIS-PLATZ)
                     TO PREIS-ANTEIL(PREIS-PLATZ)
                 END-PERFORM
               END-IF
           END-READ
           MOVE '00' TO KAS-DATEI-STATUS
           EXIT.

      *-----------------------------------------------------------------
      * Ermittelt den Preisfonds aus den Buchungen der Saison und
      * stellt fest, ob schon Preise gebucht sind
       ERMITTLE-PREISFONDS SECTION.
           MOVE 0 TO PREISFONDS
           SET PREISE-SCHON-VERGEBEN TO FALSE
           MOVE OFFENE-SAISON-ID TO KAS-SAISON-ID
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
                 IF KAS-SAISON-ID NOT = OFFENE-SAISON-ID
                   SET KAS-DATEI-ENDE TO TRUE
                 ELSE
                   EVALUATE TRUE
                     WHEN KAS-GEBUEHR-BEZAHLT
                       ADD KAS-BETRAG TO PREISFONDS
                     WHEN KAS-ERSTATTUNG
                       SUBTRACT KAS-BETRAG FROM PREISFONDS
                     WHEN KAS-PREIS-ZUERKANNT
                       SET PREISE-SCHON-VERGEBEN TO TRUE
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
                 END-IF
             END-READ
           END-PERFORM
           MOVE '00' TO KAS-DATEI-STATUS
           EXIT.

      *-----------------------------------------------------------------
      * Vergibt den Preis des Platzes PREIS-PLATZ an den Spieler mit
      * diesem Platz in der Abschlusstabelle
       VERGEBE-PREIS-FUER-PLATZ SECTION.
           IF PREIS-ANTEIL(PREIS-PLATZ) > 0
             COMPUTE PREIS-BETRAG ROUNDED =
               PREISFONDS * PREIS-ANTEIL(PREIS-PLATZ) / 100
             SET TAB-IX TO 1
             SEARCH STAND-EINTRAG
               AT END
                 PERFORM MELDE-UNBESETZTEN-PLATZ
               WHEN TAB-IX > ANZ-EINTRAEGE
                 PERFORM MELDE-UNBESETZTEN-PLATZ
               WHEN TAB-PLATZ(TAB-IX) = PREIS-PLATZ
                 PERFORM BUCHE-PREIS
             END-SEARCH
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Vermerkt auf dem Bericht, dass der Platz PREIS-PLATZ nicht
      * besetzt ist; sein Preis bleibt im Fonds
       MELDE-UNBESETZTEN-PLATZ SECTION.
           MOVE SPACES TO BERICHT-SATZ
           STRING 'PLATZ ' PREIS-PLATZ ' NICHT BESETZT;'
             ' PREIS BLEIBT IM FONDS'
             DELIMITED BY SIZE INTO BERICHT-SATZ
           DISPLAY BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           EXIT.

      *-----------------------------------------------------------------
      * Bucht den Preis PREIS-BETRAG fuer den Spieler der Zeile
      * TAB-IX mit der naechsten laufenden Nummer seines Kontos
       BUCHE-PREIS SECTION.
           MOVE 0 TO LETZTE-LFDNR
           MOVE OFFENE-SAISON-ID TO KAS-SAISON-ID
           MOVE TAB-SPIELER-ID(TAB-IX) TO KAS-SPIELER-ID
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
                 IF KAS-SAISON-ID NOT = OFFENE-SAISON-ID
                     OR KAS-SPIELER-ID NOT = TAB-SPIELER-ID(TAB-IX)
                   SET KAS-DATEI-ENDE TO TRUE
                 ELSE
                   MOVE KAS-LFDNR TO LETZTE-LFDNR
                 END-IF
             END-READ
           END-PERFORM
           MOVE '00' TO KAS-DATEI-STATUS
           ACCEPT HEUTE FROM DATE YYYYMMDD
           MOVE OFFENE-SAISON-ID TO KAS-SAISON-ID
           MOVE TAB-SPIELER-ID(TAB-IX) TO KAS-SPIELER-ID
           COMPUTE KAS-LFDNR = LETZTE-LFDNR + 1
           SET KAS-PREIS-ZUERKANNT TO TRUE
           MOVE PREIS-BETRAG TO KAS-BETRAG
           MOVE HEUTE TO KAS-BUCHUNGS-DATUM
           MOVE PREIS-PLATZ TO KAS-PLATZ
           MOVE SPACES TO KAS-VERMERK
           STRING 'PREIS PLATZ ' PREIS-PLATZ ' SAISONABSCHLUSS'
             DELIMITED BY SIZE INTO KAS-VERMERK
           MOVE ANM-BEDIENER-ID TO KAS-ERFASST-VON
           MOVE HEUTE TO KAS-ERFASST-AM
           MOVE PREIS-BETRAG TO AUS-BETRAG
           MOVE SPACES TO BERICHT-SATZ
           WRITE KASSEN-SATZ
             INVALID KEY
               STRING 'PLATZ ' PREIS-PLATZ ' '
                 TAB-SPIELER-ID(TAB-IX) ' PREIS NICHT GEBUCHT'
                 ' (STATUS ' KAS-DATEI-STATUS ')'
                 DELIMITED BY SIZE INTO BERICHT-SATZ
               MOVE '00' TO KAS-DATEI-STATUS
             NOT INVALID KEY
               ADD 1 TO ANZ-PREISE
               STRING 'PLATZ ' PREIS-PLATZ ' '
                 TAB-SPIELER-ID(TAB-IX) ' '
                 TAB-NAME(TAB-IX)(1:20) ' ' AUS-BETRAG
                 DELIMITED BY SIZE INTO BERICHT-SATZ
           END-WRITE
           DISPLAY BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           EXIT.

      *-----------------------------------------------------------------
      * Laedt die Mannschafts-Zuordnungen der zu schliessenden
      * Saison; sie kommen in Schluesselfolge, also je Spieler nach
      * Ab-Datum geordnet.
       LADE-ZUORDNUNGEN SECTION.
           MOVE 0 TO ANZ-ZUORDNUNGEN
           OPEN INPUT MANNZUO-DATEI
           IF MZ-DATEI-OK
             MOVE OFFENE-SAISON-ID TO MZ-SAISON-ID
             MOVE LOW-VALUES TO MZ-SPIELER-ID
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
                   IF MZ-SAISON-ID NOT = OFFENE-SAISON-ID
                     SET MZ-DATEI-ENDE TO TRUE
                   ELSE
                     PERFORM UEBERNIMM-ZUORDNUNG
                   END-IF
               END-READ
             END-PERFORM
             CLOSE MANNZUO-DATEI
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Uebernimmt den gelesenen Zuordnungs-Satz in die Tabelle
       UEBERNIMM-ZUORDNUNG SECTION.
           IF ANZ-ZUORDNUNGEN < 200
             ADD 1 TO ANZ-ZUORDNUNGEN
             SET ZT-IX TO ANZ-ZUORDNUNGEN
             MOVE MZ-SPIELER-ID TO ZT-SPIELER-ID(ZT-IX)
             MOVE MZ-AB-DATUM TO ZT-AB-DATUM(ZT-IX)
             MOVE MZ-MANNSCHAFT-ID TO ZT-MANNSCHAFT-ID(ZT-IX)
           ELSE
             DISPLAY 'Mehr als 200 Zuordnungen in der Saison;'
               ' Zuordnung ' MZ-SPIELER-ID ' ab ' MZ-AB-DATUM
               ' bleibt unberuecksichtigt.'
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Verbucht einen Ergebnis-Satz der Saison auf den Mannschaften
      * der beiden Spieler am Spieltag; Spiele zweier Spieler
      * derselben Mannschaft zaehlen nicht (siehe TTTMTAB).
       VERBUCHE-MANNSCHAFTS-SATZ SECTION.
           IF ERG-SPIELER-X-ID = SPACES OR ERG-SPIELER-O-ID = SPACES
             ADD 1 TO ANZ-UNBENANNT
           ELSE
             MOVE ERG-SPIELER-X-ID TO GESUCHTE-SPIELER-ID
             PERFORM ERMITTLE-MANNSCHAFT
             MOVE GUELTIGE-MANNSCHAFT-ID TO MANNSCHAFT-X-ID
             MOVE ERG-SPIELER-O-ID TO GESUCHTE-SPIELER-ID
             PERFORM ERMITTLE-MANNSCHAFT
             MOVE GUELTIGE-MANNSCHAFT-ID TO MANNSCHAFT-O-ID
             EVALUATE TRUE
               WHEN MANNSCHAFT-X-ID = SPACES
                   AND MANNSCHAFT-O-ID = SPACES
                 ADD 1 TO ANZ-OHNE-MANNSCHAFT
               WHEN MANNSCHAFT-X-ID = MANNSCHAFT-O-ID
                 ADD 1 TO ANZ-MANNSCHAFTSINTERN
               WHEN OTHER
                 ADD 1 TO ANZ-VERBUCHT
                 IF MANNSCHAFT-X-ID NOT = SPACES
                   MOVE MANNSCHAFT-X-ID TO GESUCHTE-MANNSCHAFT-ID
                   MOVE 'X' TO VERBUCHTE-MARKE
                   PERFORM FINDE-MANNSCHAFTSZEILE
                   PERFORM VERBUCHE-MANNSCHAFT
                 END-IF
                 IF MANNSCHAFT-O-ID NOT = SPACES
                   MOVE MANNSCHAFT-O-ID TO GESUCHTE-MANNSCHAFT-ID
                   MOVE 'O' TO VERBUCHTE-MARKE
                   PERFORM FINDE-MANNSCHAFTSZEILE
                   PERFORM VERBUCHE-MANNSCHAFT
                 END-IF
             END-EVALUATE
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Ermittelt die Mannschaft des Spielers GESUCHTE-SPIELER-ID am
      * Spieltag ERG-DATUM: der letzte Zuordnungs-Satz mit Ab-Datum
      * nicht nach dem Spieltag gilt; SPACES = keine Mannschaft.
       ERMITTLE-MANNSCHAFT SECTION.
           MOVE SPACES TO GUELTIGE-MANNSCHAFT-ID
           PERFORM VARYING ZT-IX FROM 1 BY 1
               UNTIL ZT-IX > ANZ-ZUORDNUNGEN
             IF ZT-SPIELER-ID(ZT-IX) = GESUCHTE-SPIELER-ID
                 AND ZT-AB-DATUM(ZT-IX) <= ERG-DATUM
               MOVE ZT-MANNSCHAFT-ID(ZT-IX) TO GUELTIGE-MANNSCHAFT-ID
             END-IF
           END-PERFORM
           EXIT.

      *-----------------------------------------------------------------
      * Verbucht den Satz auf der Zeile MT-IX fuer die Mannschaft
      * des Spielers mit der Marke VERBUCHTE-MARKE
       VERBUCHE-MANNSCHAFT SECTION.
           ADD 1 TO MT-SPIELE(MT-IX)
           IF ERG-HAT-GEWINNER
             IF ERG-SPIELER = VERBUCHTE-MARKE
               ADD 1 TO MT-SIEGE(MT-IX)
               ADD 2 TO MT-PUNKTE(MT-IX)
             ELSE
               ADD 1 TO MT-NIEDERLAGEN(MT-IX)
             END-IF
           ELSE
             ADD 1 TO MT-UNENTSCHIEDEN(MT-IX)
             ADD 1 TO MT-PUNKTE(MT-IX)
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Setzt MT-IX auf die Zeile der Mannschaft
      * GESUCHTE-MANNSCHAFT-ID und legt sie bei Bedarf an
       FINDE-MANNSCHAFTSZEILE SECTION.
           SET MT-IX TO 1
           SEARCH MT-EINTRAG
             AT END
               PERFORM LEGE-MANNSCHAFTSZEILE-AN
             WHEN MT-IX > ANZ-MANNSCHAFTEN
               PERFORM LEGE-MANNSCHAFTSZEILE-AN
             WHEN MT-MANNSCHAFT-ID(MT-IX) = GESUCHTE-MANNSCHAFT-ID
               CONTINUE
           END-SEARCH
           EXIT.

      *-----------------------------------------------------------------
      * Legt eine neue Tabellenzeile mit dem Namen aus dem
      * Mannschafts-Stamm an und stellt MT-IX darauf; ist die
      * Tabelle voll, wird die letzte Zeile zur Sammelzeile
      * *UEBRIG umgewidmet.
       LEGE-MANNSCHAFTSZEILE-AN SECTION.
           IF ANZ-MANNSCHAFTEN < 30
             ADD 1 TO ANZ-MANNSCHAFTEN
             SET MT-IX TO ANZ-MANNSCHAFTEN
             MOVE GESUCHTE-MANNSCHAFT-ID TO MT-MANNSCHAFT-ID(MT-IX)
             MOVE SPACES TO MT-NAME(MT-IX)
             MOVE 0 TO MT-SPIELE(MT-IX) MT-SIEGE(MT-IX)
               MT-UNENTSCHIEDEN(MT-IX) MT-NIEDERLAGEN(MT-IX)
               MT-PUNKTE(MT-IX)
             MOVE SPACE TO MT-GEDRUCKT-KZ(MT-IX)
             IF MANNSCHAFT-STAMM-BEREIT
               MOVE GESUCHTE-MANNSCHAFT-ID TO MN-ID
               READ MANNSCHAFT-DATEI
                 KEY IS MN-ID
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE MN-NAME TO MT-NAME(MT-IX)
               END-READ
             END-IF
           ELSE
             DISPLAY 'Mehr als 30 Mannschaften in der Saison;'
               ' Mannschaft ' GESUCHTE-MANNSCHAFT-ID ' wird auf der'
               ' Sammelzeile *UEBRIG mitgezaehlt.'
             SET MT-IX TO ANZ-MANNSCHAFTEN
             IF MT-MANNSCHAFT-ID(MT-IX) NOT = '*UEBRIG'
               MOVE '*UEBRIG' TO MT-MANNSCHAFT-ID(MT-IX)
               MOVE 'WEITERE MANNSCHAFTEN' TO MT-NAME(MT-IX)
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Druckt die Mannschafts-Tabelle der Saison, die Mannschaft
      * mit den meisten Punkten zuerst; ohne Zuordnungen entfaellt
      * sie mit einem Hinweis
       DRUCKE-MANNSCHAFTSTABELLE SECTION.
           MOVE ALL '-' TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE 'MANNSCHAFTS-TABELLE' TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           IF ANZ-ZUORDNUNGEN = 0
             MOVE 'KEINE MANNSCHAFTS-ZUORDNUNGEN IN DER SAISON'
               TO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
           ELSE
             MOVE SPACES TO BERICHT-SATZ
             STRING 'KENNUNG NAME                 SPIELE SIEGE'
               ' UNENTSCHIEDEN NIEDERLAGEN PUNKTE'
               DELIMITED BY SIZE INTO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
             MOVE 0 TO ANZ-GEDRUCKT
             PERFORM UNTIL ANZ-GEDRUCKT = ANZ-MANNSCHAFTEN
               PERFORM WAEHLE-NAECHSTE-MANNSCHAFT
               PERFORM DRUCKE-MANNSCHAFTSZEILE
             END-PERFORM
             MOVE SPACES TO BERICHT-SATZ
             STRING 'VERBUCHT ' ANZ-VERBUCHT
               ' MANNSCHAFTSINTERN ' ANZ-MANNSCHAFTSINTERN
               ' OHNE MANNSCHAFT ' ANZ-OHNE-MANNSCHAFT
               ' UNBENANNT ' ANZ-UNBENANNT
               DELIMITED BY SIZE INTO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Waehlt unter den noch nicht gedruckten Mannschaften die mit
      * den meisten Punkten, bei Gleichstand den meisten Siegen aus
      * und stellt DRUCK-IX darauf
       WAEHLE-NAECHSTE-MANNSCHAFT SECTION.
           MOVE 0 TO DRUCK-IX
           PERFORM VARYING MT-IX FROM 1 BY 1
               UNTIL MT-IX > ANZ-MANNSCHAFTEN
             IF NOT MT-ZEILE-GEDRUCKT(MT-IX)
               EVALUATE TRUE
                 WHEN DRUCK-IX = 0
                   SET DRUCK-IX TO MT-IX
                 WHEN MT-PUNKTE(MT-IX) > MT-PUNKTE(DRUCK-IX)
                   SET DRUCK-IX TO MT-IX
                 WHEN MT-PUNKTE(MT-IX) = MT-PUNKTE(DRUCK-IX)
                     AND MT-SIEGE(MT-IX) > MT-SIEGE(DRUCK-IX)
                   SET DRUCK-IX TO MT-IX
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             END-IF
           END-PERFORM
           EXIT.

      *-----------------------------------------------------------------
      * Druckt die Mannschaft DRUCK-IX auf Bildschirm und Bericht und
      * markiert sie als gedruckt
       DRUCKE-MANNSCHAFTSZEILE SECTION.
           MOVE SPACES TO BERICHT-SATZ
           STRING MT-MANNSCHAFT-ID(DRUCK-IX) '  '
               MT-NAME(DRUCK-IX)(1:20) ' ' MT-SPIELE(DRUCK-IX) ' '
               MT-SIEGE(DRUCK-IX) ' ' MT-UNENTSCHIEDEN(DRUCK-IX)
               '         ' MT-NIEDERLAGEN(DRUCK-IX)
               '       ' MT-PUNKTE(DRUCK-IX)
               DELIMITED BY SIZE INTO BERICHT-SATZ
           DISPLAY BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE 'J' TO MT-GEDRUCKT-KZ(DRUCK-IX)
           ADD 1 TO ANZ-GEDRUCKT
           EXIT.

      *-----------------------------------------------------------------
      * Druckt den Ranglisten-Stand aus dem Wertungs-Stamm als
      * eingefrorene Schlusswertung der Saison
