      *     des Spieler-Stamms die Rundenturnier-Paarungen (jeder
      *     gegen jeden) der offenen Saison und schreibt sie in die
      *     Paarungs-Datei; bei ungerader Spielerzahl setzt je Runde
      *     ein Spieler aus (Freilos). Spieler, die die Gebuehr
      *     der offenen Saison im Beitrags-Konto (TTTKASS) nicht
      *     bezahlt haben, werden gemeldet und koennen auf Rueckfrage
      *     aus dem Spielplan genommen werden.
      *   Funktion B (Bericht):    druckt die offenen Paarungen je
      *     Spieler auf den Spielplan-Bericht PLANBER, damit jeder
      *     sieht, gegen wen er noch anzutreten hat.
      * angetretenen Spieler und setzt sie beim Schreiben des
      * Ergebnis-Satzes auf gespielt; Spiele ohne Ansetzung laufen
      * als Freundschaftsspiele und sind so gekennzeichnet.
      * Anmelden darf jeder Bediener (TTTANM); das Generieren ist
      * der Liga-Leitung vorbehalten und wird im Sicherheits-
      * Protokoll vermerkt.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS SAI-ID
             FILE STATUS IS SAI-DATEI-STATUS.
      * Beitrags-Konto aus TTTKASS, nur lesend fuer die offenen
      * Gebuehren der offenen Saison
           SELECT KASSE-DATEI ASSIGN TO 'KASSE'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KAS-SCHLUESSEL
             FILE STATUS IS KAS-DATEI-STATUS.
      * Paarungs-Datei, wird hier erzeugt und gelistet
           SELECT PAARUNG-DATEI ASSIGN TO 'PAARUNG'
             ORGANIZATION IS INDEXED
           COPY TTTSPLM.
       FD  SAISON-DATEI.
           COPY TTTSAIM.
       FD  KASSE-DATEI.
           COPY TTTKASM.
       FD  PAARUNG-DATEI.
           COPY TTTPAAR.
       FD  PLANBER-DATEI.
         88 SP-DATEI-ENDE VALUE '10'.
       01 SAI-DATEI-STATUS PIC XX.
         88 SAI-DATEI-OK VALUE '00'.
       01 KAS-DATEI-STATUS PIC XX.
         88 KAS-DATEI-OK VALUE '00'.
         88 KAS-DATEI-ENDE VALUE '10'.
       01 PAAR-DATEI-STATUS PIC XX.
         88 PAAR-DATEI-OK VALUE '00'.
         88 PAAR-DATEI-ENDE VALUE '10'.
         88 ANTWORT-BERICHT VALUES 'B' 'b'.
         88 ANTWORT-LISTE VALUES 'L' 'l'.
         88 ANTWORT-ENDE VALUES 'E' 'e'.
           COPY TTTANMP.
      * Eigenes Feld fuer Rueckfragen, damit die Antwort nicht die
      * Funktionswahl der Menueschleife ueberschreibt
       01 BESTAETIGUNG PIC X.
       01 ANZ-TEILNEHMER PIC 9(02) VALUE 0.
       01 TEILNEHMER-TABELLE.
         02 TN-ID OCCURS 50 TIMES PIC X(08).
      * Gebuehren-Pruefung der aktiven Spieler: J = Gebuehr der
      * offenen Saison nicht bezahlt. Ohne Gebuehren-Buchung gilt
      * die Saisongebuehr aus dem Bedingungssatz, wie in TTTKASS.
       01 GEBUEHREN-TABELLE.
         02 TN-GEBUEHR-OFFEN-KZ OCCURS 50 TIMES PIC X(01).
       01 ANZ-UNBEZAHLT PIC 9(02) VALUE 0.
       01 SAISON-GEBUEHR PIC 9(05)V99.
       01 ANZ-FAELLIG-BUCHUNGEN PIC 9(03).
       01 GEBUEHREN-SUMMEN.
         02 SUMME-FAELLIG PIC 9(07)V99.
         02 SUMME-BEZAHLT PIC 9(07)V99.
       01 OFFENE-GEBUEHR PIC S9(07)V99.
       01 AUS-BETRAG PIC ZZZZ9.99.
      * Stellungs-Tabelle des Rundenturniers: TN-Index je Position;
      * Position 1 steht fest, die uebrigen rotieren je Runde
       01 POSITIONS-TABELLE.
       01 BER-IX PIC 9(02).
       01 GESUCHTE-SPIELER-ID PIC X(08).
       PROCEDURE DIVISION.
           MOVE 'TTTPLAN' TO ANM-PROGRAMM
           MOVE SPACES TO ANM-ROLLEN-ZUGELASSEN
           SET ANM-ANMELDEN TO TRUE
           CALL 'TTTANM' USING ANMELDUNG
           IF NOT ANM-ZUGELASSEN
             DISPLAY 'Ohne gueltige Anmeldung kein Spielplan;'
               ' Programm wird beendet.'
             STOP RUN
           END-IF

           PERFORM ERMITTLE-OFFENE-SAISON
           PERFORM OEFFNE-PAARUNG-DATEI

             ACCEPT BEDIENER-ANTWORT
             EVALUATE TRUE
               WHEN ANTWORT-GENERIEREN
                 MOVE 'SPIELPLAN GENERIEREN' TO ANM-FUNKTIONS-TEXT
                 PERFORM PRUEFE-BERECHTIGUNG
                 IF ANM-ZUGELASSEN
                   PERFORM GENERIERE-SPIELPLAN
                 END-IF
               WHEN ANTWORT-BERICHT
                 PERFORM DRUCKE-OFFENE-PAARUNGEN
               WHEN ANTWORT-LISTE
           CLOSE PAARUNG-DATEI
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
      * Ermittelt die offene Saison aus dem Saison-Stamm; ohne
      * offene Saison laesst sich kein Spielplan erzeugen.
             END-PERFORM
             CLOSE SPIELER-DATEI
           END-IF
           IF ANZ-AKTIVE > 0
             PERFORM PRUEFE-GEBUEHREN
           END-IF
           MOVE ANZ-AKTIVE TO ANZ-TEILNEHMER
      * Die Rotation des Rundenturniers braucht eine gerade
      * Teilnehmerzahl; der Platzhalter faengt den Aussetzer ab
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Prueft fuer jeden geladenen aktiven Spieler die Gebuehr der
      * offenen Saison im Beitrags-Konto und meldet, wer sie nicht
      * bezahlt hat; auf Rueckfrage werden diese Spieler aus der
      * Teilnehmer-Tabelle genommen. Ohne Beitrags-Konto wird
      * nicht geprueft.
       PRUEFE-GEBUEHREN SECTION.
           MOVE 0 TO ANZ-UNBEZAHLT
           OPEN INPUT KASSE-DATEI
           IF NOT KAS-DATEI-OK
             DISPLAY 'Kein Beitrags-Konto vorhanden (Status '
               KAS-DATEI-STATUS '); Gebuehren werden nicht geprueft.'
           ELSE
             PERFORM LIES-SAISONGEBUEHR
             PERFORM VARYING TN-A FROM 1 BY 1
                 UNTIL TN-A > ANZ-AKTIVE
               PERFORM PRUEFE-SPIELER-GEBUEHR
             END-PERFORM
             CLOSE KASSE-DATEI
             IF ANZ-UNBEZAHLT > 0
               PERFORM NIMM-UNBEZAHLTE-HERAUS
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Liest die Saisongebuehr der offenen Saison aus ihrem
      * Bedingungssatz; ohne Bedingungssatz ist sie 0.
       LIES-SAISONGEBUEHR SECTION.
           MOVE 0 TO SAISON-GEBUEHR
           MOVE OFFENE-SAISON-ID TO KAS-SAISON-ID
           MOVE SPACES TO KAS-SPIELER-ID
           MOVE 0 TO KAS-LFDNR
           READ KASSE-DATEI
             KEY IS KAS-SCHLUESSEL
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF KAS-IST-BEDINGUNGSSATZ
                 MOVE KAS-BETRAG TO SAISON-GEBUEHR
               END-IF
           END-READ
           MOVE '00' TO KAS-DATEI-STATUS
           EXIT.

      *-----------------------------------------------------------------
      * Summiert Gebuehr und Zahlungen des Spielers
      * TN-ID(TN-A) in der offenen Saison und merkt ihn vor, wenn
      * Gebuehr offen ist
       PRUEFE-SPIELER-GEBUEHR SECTION.
           MOVE 'N' TO TN-GEBUEHR-OFFEN-KZ(TN-A)
           MOVE ZERO TO GEBUEHREN-SUMMEN
           MOVE 0 TO ANZ-FAELLIG-BUCHUNGEN
           MOVE OFFENE-SAISON-ID TO KAS-SAISON-ID
           MOVE TN-ID(TN-A) TO KAS-SPIELER-ID
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
                     OR KAS-SPIELER-ID NOT = TN-ID(TN-A)
                   SET KAS-DATEI-ENDE TO TRUE
                 ELSE
                   EVALUATE TRUE
                     WHEN KAS-GEBUEHR-FAELLIG
                       ADD KAS-BETRAG TO SUMME-FAELLIG
                       ADD 1 TO ANZ-FAELLIG-BUCHUNGEN
                     WHEN KAS-GEBUEHR-BEZAHLT
                       ADD KAS-BETRAG TO SUMME-BEZAHLT
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
                 END-IF
             END-READ
           END-PERFORM
           MOVE '00' TO KAS-DATEI-STATUS
           IF ANZ-FAELLIG-BUCHUNGEN = 0
             MOVE SAISON-GEBUEHR TO SUMME-FAELLIG
           END-IF
      * Eine Erstattung erlaesst die Gebuehr in gleicher Hoehe,
      * offen bleibt wie in TTTKASS faellig - bezahlt
           COMPUTE OFFENE-GEBUEHR = SUMME-FAELLIG - SUMME-BEZAHLT
           IF OFFENE-GEBUEHR > 0
             MOVE 'J' TO TN-GEBUEHR-OFFEN-KZ(TN-A)
             ADD 1 TO ANZ-UNBEZAHLT
             MOVE OFFENE-GEBUEHR TO AUS-BETRAG
             DISPLAY 'ACHTUNG: Spieler ' TN-ID(TN-A) ' hat die'
               ' Gebuehr der Saison nicht bezahlt (offen '
               AUS-BETRAG ').'
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Nimmt auf Rueckfrage die Spieler mit offener Gebuehr aus der
      * Teilnehmer-Tabelle; sonst bleiben sie nach der Warnung im
      * Spielplan.
       NIMM-UNBEZAHLTE-HERAUS SECTION.
           DISPLAY ANZ-UNBEZAHLT ' aktive Spieler mit offener'
             ' Gebuehr; aus dem Spielplan nehmen (J/N)? '
             WITH NO ADVANCING
           ACCEPT BESTAETIGUNG
           IF BESTAETIGUNG = 'J' OR BESTAETIGUNG = 'j'
             MOVE 0 TO TN-B
             PERFORM VARYING TN-A FROM 1 BY 1
                 UNTIL TN-A > ANZ-AKTIVE
               IF TN-GEBUEHR-OFFEN-KZ(TN-A) NOT = 'J'
                 ADD 1 TO TN-B
                 MOVE TN-ID(TN-A) TO TN-ID(TN-B)
               END-IF
             END-PERFORM
             MOVE TN-B TO ANZ-AKTIVE
             DISPLAY ANZ-UNBEZAHLT ' Spieler bleiben ohne'
               ' Ansetzungen.'
           ELSE
             DISPLAY 'Spieler mit offener Gebuehr bleiben im'
               ' Spielplan.'
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Erzeugt die Paarungen nach dem Rotationsverfahren: Position
      * 1 steht fest, die uebrigen Positionen rotieren je Runde um
