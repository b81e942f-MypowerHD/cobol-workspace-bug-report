       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TTTREKB.
      *****************************************************************
      * Rekordbuch der Buero-Liga ueber alle Saisons: liest die
      * laufende Ergebnis-Historie und bis zu drei Archiv-
      * Generationen der Monatsend-Archivierung (TTTARCH), die
      * Wertungs-Historie, die Serien (MATCH) und den Saison-Stamm
      * und druckt auf REKBER die Rekorde aller Zeiten:
      *   laengste Siegserie und laengste Serie ohne Niederlage,
      *   schnellster Sieg je Brettgroesse, meiste Spiele, hoechste
      *   je erreichte Wertung mit Datum, meiste Saisontitel und
      *   meiste gewonnene Serien.
      * Es zaehlen wie in TTTWERT nur gewertete Spiele (nicht
      * storniert, beide Spieler benannt); ein Verlust auf Zeit
      * zaehlt als Sieg des Gegners, der schnellste Sieg aber nur
      * mit Gewinnreihe am Brett. Die Brettgroesse steht nur im
      * Spiel-Kopfsatz des Zug-Protokolls; darum werden dafuer auch
      * das laufende Protokoll und die Protokoll-Archive gelesen,
      * und Spiele ohne Kopfsatz bleiben beim schnellsten Sieg
      * aussen vor. Saisontitel erhaelt, wer in einer geschlossenen
      * Saison die meisten Siege hat (wie die Abschlusstabelle von
      * TTTSAIS); bei Gleichstand alle Spieler mit den meisten
      * Siegen.
      * Die Archiv-Generationen stellt die Bedienung wie fuer TTTAUSK
      * unter ERGARCH1-3 und PROTARCH1-3 bereit, hier aber in
      * zeitlicher Folge (1 = aelteste), weil die Serien die Spiele
      * in ihrer Reihenfolge brauchen.
      * Der Rekord-Stand des letzten Saisonabschlusses steht auf
      * REKORDE. Ein besserer Wert ist ein neuer Rekord und wird mit
      * dem bisherigen Inhaber gedruckt; ein Rekord, der im Lauf nicht
      * mehr erreicht wird (z.B. weil eine Generation fehlt), bleibt
      * mit Hinweis stehen. TTTSAIS ruft das Rekordbuch nach jedem
      * Saisonabschluss auf; ist die zuletzt geschlossene Saison
      * neuer als der Rekord-Stand, wird REKORDE fortgeschrieben,
      * sonst ist der Ausdruck ein Zwischenstand.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Laufende Ergebnis-Historie, nur lesend
           SELECT ERGEBNIS-DATEI ASSIGN TO 'ERGEBNIS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS ERG-SCHLUESSEL
             FILE STATUS IS ERG-DATEI-STATUS.
      * Archiv-Generationen der Ergebnis-Historie, nur lesend
           SELECT ERGARCH1-DATEI ASSIGN TO 'ERGARCH1'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ARCH-DATEI-STATUS.
           SELECT ERGARCH2-DATEI ASSIGN TO 'ERGARCH2'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ARCH-DATEI-STATUS.
           SELECT ERGARCH3-DATEI ASSIGN TO 'ERGARCH3'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ARCH-DATEI-STATUS.
      * Laufendes Zug-Protokoll, nur lesend
           SELECT PROTOKOLL-DATEI ASSIGN TO 'PROTOKOLL'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PROT-DATEI-STATUS.
      * Archiv-Generationen des Zug-Protokolls, nur lesend
           SELECT PROTARCH1-DATEI ASSIGN TO 'PROTARCH1'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PROT-DATEI-STATUS.
           SELECT PROTARCH2-DATEI ASSIGN TO 'PROTARCH2'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PROT-DATEI-STATUS.
           SELECT PROTARCH3-DATEI ASSIGN TO 'PROTARCH3'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PROT-DATEI-STATUS.
      * Wertungs-Historie aus TTTWERT, nur lesend
           SELECT WERTHIST-DATEI ASSIGN TO 'WERTHIST'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WH-DATEI-STATUS.
      * Abgeschlossene Serien aus TTTM, nur lesend
           SELECT MATCH-DATEI ASSIGN TO 'MATCH'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MATCH-DATEI-STATUS.
      * Saison-Stamm, nur lesend
           SELECT SAISON-DATEI ASSIGN TO 'SAISON'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS SAI-ID
             FILE STATUS IS SAI-DATEI-STATUS.
      * Spieler-Stamm fuer die Namen im Rekordbuch
           SELECT SPIELER-DATEI ASSIGN TO 'SPIELER'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SP-ID
             FILE STATUS IS SP-DATEI-STATUS.
      * Rekord-Stand des letzten Saisonabschlusses
           SELECT REKORDE-DATEI ASSIGN TO 'REKORDE'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REK-DATEI-STATUS.
      * Rekordbuch, je Lauf neu angelegt
           SELECT REKBER-DATEI ASSIGN TO 'REKBER'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RB-DATEI-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ERGEBNIS-DATEI.
           COPY TTTERGW.
       FD  ERGARCH1-DATEI.
      * Archivsatz als unveraendertes Abbild des Ergebnis-Satzes
       01 ERGA1-SATZ PIC X(58).
       FD  ERGARCH2-DATEI.
       01 ERGA2-SATZ PIC X(58).
       FD  ERGARCH3-DATEI.
       01 ERGA3-SATZ PIC X(58).
       FD  PROTOKOLL-DATEI.
      * Protokoll-Satz als Abbild (Zugsatz oder Spiel-Kopfsatz),
      * ausgewertet ueber die Arbeits-Sicht ARCH-PROT-SATZ
       01 PROT-LESE-SATZ PIC X(42).
       FD  PROTARCH1-DATEI.
       01 PROTA1-SATZ PIC X(42).
       FD  PROTARCH2-DATEI.
       01 PROTA2-SATZ PIC X(42).
       FD  PROTARCH3-DATEI.
       01 PROTA3-SATZ PIC X(42).
       FD  WERTHIST-DATEI.
           COPY TTTWRTH.
       FD  MATCH-DATEI.
           COPY TTTMTCH.
       FD  SAISON-DATEI.
           COPY TTTSAIM.
       FD  SPIELER-DATEI.
           COPY TTTSPLM.
       FD  REKORDE-DATEI.
           COPY TTTREKS.
       FD  REKBER-DATEI.
           COPY TTTBERD.
       WORKING-STORAGE SECTION.
       01 ERG-DATEI-STATUS PIC XX.
         88 ERG-DATEI-OK VALUE '00'.
         88 ERG-DATEI-ENDE VALUE '10'.
       01 ARCH-DATEI-STATUS PIC XX.
         88 ARCH-DATEI-OK VALUE '00'.
         88 ARCH-DATEI-ENDE VALUE '10'.
         88 ARCH-SATZ-GELESEN VALUES '00' '04'.
       01 PROT-DATEI-STATUS PIC XX.
         88 PROT-DATEI-OK VALUE '00'.
         88 PROT-DATEI-ENDE VALUE '10'.
         88 PROT-SATZ-GELESEN VALUES '00' '04'.
       01 WH-DATEI-STATUS PIC XX.
         88 WH-DATEI-OK VALUE '00'.
         88 WH-DATEI-ENDE VALUE '10'.
         88 WH-SATZ-GELESEN VALUES '00' '04'.
       01 MATCH-DATEI-STATUS PIC XX.
         88 MATCH-DATEI-OK VALUE '00'.
         88 MATCH-DATEI-ENDE VALUE '10'.
         88 MATCH-SATZ-GELESEN VALUES '00' '04'.
       01 SAI-DATEI-STATUS PIC XX.
         88 SAI-DATEI-OK VALUE '00'.
         88 SAI-DATEI-ENDE VALUE '10'.
       01 SP-DATEI-STATUS PIC XX.
         88 SP-DATEI-OK VALUE '00'.
       01 REK-DATEI-STATUS PIC XX.
         88 REK-DATEI-OK VALUE '00'.
         88 REK-DATEI-ENDE VALUE '10'.
         88 REK-SATZ-GELESEN VALUES '00' '04'.
       01 RB-DATEI-STATUS PIC XX.
         88 RB-DATEI-OK VALUE '00'.
      * Schalter: steht der Spieler-Stamm fuer die Namen bereit
       01 SPIELER-STAMM-KZ PIC X VALUE 'N'.
         88 SPIELER-STAMM-BEREIT VALUE 'J' WHEN SET TO FALSE 'N'.
      * Anzahl der bereitgestellten Archiv-Generationen (0-3)
       01 ANZ-GENERATIONEN-EINGABE PIC X.
       01 ANZ-GENERATIONEN PIC 9 VALUE 0.
      * Gerade gelesene Quelle: 0 = laufende Datei, 1-3 = Archiv
       01 QUELLE PIC 9.
      * Arbeits-Sicht auf einen (auch archivierten) Ergebnis-Satz,
      * satzgleich mit TTTERGW wie in TTTAUSK; kuerzere Altsaetze
      * lassen die juengeren Felder leer
       01 ARCH-ERGEBNIS-SATZ.
         02 AE-SCHLUESSEL.
           03 AE-DATUM PIC 9(08).
           03 AE-UHRZEIT PIC 9(08).
           03 AE-ZUG PIC 9(02).
           03 AE-SEQ PIC 9(02).
         02 AE-SPIELER PIC X(01).
         02 AE-ERGEBNIS PIC X(01).
           88 AE-IST-SIEG VALUE 'S'.
           88 AE-HAT-GEWINNER VALUES 'S' 'Z'.
         02 AE-SPIELER-X-ID PIC X(08).
         02 AE-SPIELER-O-ID PIC X(08).
         02 AE-SPIEL-ID PIC X(10).
         02 AE-STORNO-KZ PIC X(01).
           88 AE-IST-STORNIERT VALUE 'S'.
         02 AE-SAISON-ID PIC X(06).
         02 AE-SPIELART-KZ PIC X(01).
         02 AE-POKAL-KZ PIC X(01).
         02 AE-EINGABE-KZ PIC X(01).
      * Arbeits-Sicht auf einen (auch archivierten) Protokoll-Satz
      * in beiden Satzformaten, satzgleich mit TTTPROT und TTTPRTK
       01 ARCH-PROT-SATZ.
         02 AP-ZUG PIC 9(02).
         02 FILLER PIC X(01).
         02 AP-SPIELER PIC X(01).
         02 FILLER PIC X(01).
         02 AP-EINGABE-X PIC 9(01).
         02 FILLER PIC X(01).
         02 AP-EINGABE-Y PIC 9(01).
         02 FILLER PIC X(01).
         02 AP-DATUM PIC 9(08).
         02 FILLER PIC X(01).
         02 AP-ART PIC X(01).
           88 AP-IST-KORREKTUR VALUE 'K'.
         02 FILLER PIC X(22).
       01 ARCH-KOPF-SATZ REDEFINES ARCH-PROT-SATZ.
         02 AK-KENNZEICHEN PIC X(02).
           88 AK-IST-SPIELKOPF VALUE '*S'.
         02 FILLER PIC X(01).
         02 AK-SPIEL-ID PIC X(10).
         02 FILLER PIC X(01).
         02 AK-DATUM PIC 9(08).
         02 FILLER PIC X(01).
         02 AK-BRETTGROESSE PIC 9(01).
         02 FILLER PIC X(18).
      * Laufende Zugfolge im Protokoll: Kopfdaten und die Nummer des
      * letzten angenommenen Zuges
       01 ZUGFOLGE-KZ PIC X VALUE 'N'.
         88 ZUGFOLGE-MIT-KOPF VALUE 'J' WHEN SET TO FALSE 'N'.
       01 AKT-SPIEL-ID PIC X(10).
       01 AKT-DATUM PIC 9(08).
       01 AKT-BRETTGROESSE PIC 9(01).
       01 AKT-ZUEGE PIC 9(02).
      * Anwaerter auf den schnellsten Sieg je Brettgroesse (3x3 bis
      * 5x5): die 25 kuerzesten Zugfolgen mit Kopfsatz. Ob eine davon
      * ein Sieg war, stellt erst der Durchgang ueber die Ergebnisse
      * fest; abgebrochene und stornierte Spiele fallen dabei heraus.
       01 KANDIDATEN.
         02 KG-GROESSE OCCURS 3 TIMES INDEXED BY KG-IX.
           03 KG-ANZ PIC 9(02).
           03 KG-EINTRAG OCCURS 25 TIMES INDEXED BY KE-IX.
             04 KE-ZUEGE PIC 9(02).
             04 KE-SPIEL-ID PIC X(10).
             04 KE-DATUM PIC 9(08).
             04 KE-GEWINNER-ID PIC X(08).
             04 KE-SIEG-KZ PIC X.
               88 KE-IST-SIEG VALUE 'J'.
       01 LAENGSTE-IX PIC 9(02).
      * Spieler aller Zeiten mit ihren laufenden und besten Serien
      * und Zaehlern
       01 ANZ-EINTRAEGE PIC 9(03) VALUE 0.
       01 SPIELERTABELLE.
         02 SPL-EINTRAG OCCURS 200 TIMES INDEXED BY SPL-IX.
           03 SPL-SPIELER-ID PIC X(08).
           03 SPL-SPIELE PIC 9(05).
           03 SPL-LETZTES-SPIEL PIC 9(08).
           03 SPL-SIEGE-FOLGE PIC 9(05).
           03 SPL-SIEGE-FOLGE-VON PIC 9(08).
           03 SPL-SIEGE-REKORD PIC 9(05).
           03 SPL-SIEGE-REKORD-VON PIC 9(08).
           03 SPL-SIEGE-REKORD-BIS PIC 9(08).
           03 SPL-UNGESCHL-FOLGE PIC 9(05).
           03 SPL-UNGESCHL-FOLGE-VON PIC 9(08).
           03 SPL-UNGESCHL-REKORD PIC 9(05).
           03 SPL-UNGESCHL-REKORD-VON PIC 9(08).
           03 SPL-UNGESCHL-REKORD-BIS PIC 9(08).
           03 SPL-SAISON-SIEGE PIC 9(05).
           03 SPL-TITEL PIC 9(05).
           03 SPL-LETZTER-TITEL PIC 9(08).
           03 SPL-SERIEN PIC 9(05).
           03 SPL-LETZTE-SERIE PIC 9(08).
       01 GESUCHTE-SPIELER-ID PIC X(08).
       01 SPIELER-MARKE PIC X(01).
       01 GEWINNER-ID PIC X(08).
      * Saisons des Stamms; gewertet = Titel bereits vergeben
       01 ANZ-SAISONS PIC 9(03) VALUE 0.
       01 SAISONTABELLE.
         02 SZ-EINTRAG OCCURS 100 TIMES INDEXED BY SZ-IX.
           03 SZ-ID PIC X(06).
           03 SZ-ENDE PIC 9(08).
           03 SZ-STATUS-KZ PIC X(01).
             88 SZ-IST-GESCHLOSSEN VALUE 'G'.
           03 SZ-GEWERTET-KZ PIC X(01).
             88 SZ-IST-GEWERTET VALUE 'J'.
      * Saison der gerade gelesenen Spiele und zuletzt geschlossene
      * Saison des Stamms
       01 AKT-SAISON-ID PIC X(06) VALUE SPACES.
       01 LETZTE-SAISON-ID PIC X(06) VALUE SPACES.
       01 LETZTE-SAISON-ENDE PIC 9(08) VALUE 0.
       01 MEISTE-SAISON-SIEGE PIC 9(05).
      * Datum des zuletzt gelesenen Spiels fuer die Pruefung der
      * zeitlichen Folge der Quellen
       01 LETZTES-DATUM PIC 9(08) VALUE 0.
      * Rekord-Arten des Rekordbuchs mit der Richtung des Vergleichs:
      * H = hoeherer Wert ist besser, N = niedrigerer Wert
       01 REKORD-ARTEN.
         02 FILLER PIC X(31) VALUE 'LAENGSTE SIEGSERIE            H'.
         02 FILLER PIC X(31) VALUE 'LAENGSTE SERIE UNGESCHLAGEN   H'.
         02 FILLER PIC X(31) VALUE 'SCHNELLSTER SIEG 3X3 (ZUEGE)  N'.
         02 FILLER PIC X(31) VALUE 'SCHNELLSTER SIEG 4X4 (ZUEGE)  N'.
         02 FILLER PIC X(31) VALUE 'SCHNELLSTER SIEG 5X5 (ZUEGE)  N'.
         02 FILLER PIC X(31) VALUE 'MEISTE SPIELE                 H'.
         02 FILLER PIC X(31) VALUE 'HOECHSTE WERTUNG              H'.
         02 FILLER PIC X(31) VALUE 'MEISTE SAISONTITEL            H'.
         02 FILLER PIC X(31) VALUE 'MEISTE GEWONNENE SERIEN       H'.
       01 FILLER REDEFINES REKORD-ARTEN.
         02 RA-EINTRAG OCCURS 9 TIMES.
           03 RA-TEXT PIC X(30).
           03 RA-RICHTUNG PIC X(01).
             88 RA-HOEHER-BESSER VALUE 'H'.
      * Rekordbuch: je Rekord-Art der Wert dieses Laufes (LAUF), der
      * gespeicherte Stand (ALT) und der gedruckte Stand (BUCH)
       01 REKORDBUCH.
         02 RB-EINTRAG OCCURS 9 TIMES INDEXED BY RB-IX.
           03 RB-LAUF-KZ PIC X(01).
             88 RB-LAUF-VORHANDEN VALUE 'J'.
           03 RB-LAUF.
             04 RB-LAUF-WERT PIC 9(05).
             04 RB-LAUF-SPIELER-ID PIC X(08).
             04 RB-LAUF-VON-DATUM PIC 9(08).
             04 RB-LAUF-DATUM PIC 9(08).
             04 RB-LAUF-SPIEL-ID PIC X(10).
           03 RB-ALT-KZ PIC X(01).
             88 RB-ALT-VORHANDEN VALUE 'J'.
           03 RB-ALT.
             04 RB-ALT-WERT PIC 9(05).
             04 RB-ALT-SPIELER-ID PIC X(08).
             04 RB-ALT-VON-DATUM PIC 9(08).
             04 RB-ALT-DATUM PIC 9(08).
             04 RB-ALT-SPIEL-ID PIC X(10).
           03 RB-BUCH-KZ PIC X(01).
             88 RB-BUCH-VORHANDEN VALUE 'J'.
             88 RB-BUCH-NEU VALUE 'N'.
             88 RB-BUCH-AUS-STAND VALUE 'S'.
           03 RB-BUCH.
             04 RB-BUCH-WERT PIC 9(05).
             04 RB-BUCH-SPIELER-ID PIC X(08).
             04 RB-BUCH-VON-DATUM PIC 9(08).
             04 RB-BUCH-DATUM PIC 9(08).
             04 RB-BUCH-SPIEL-ID PIC X(10).
       01 RA-IX PIC 9(02).
      * Anwaerter auf einen Rekord, satzgleich mit RB-LAUF
       01 REKORD-KANDIDAT.
         02 KR-WERT PIC 9(05).
         02 KR-SPIELER-ID PIC X(08).
         02 KR-VON-DATUM PIC 9(08).
         02 KR-DATUM PIC 9(08).
         02 KR-SPIEL-ID PIC X(10).
      * Schalter: Anwaerter uebertrifft den bisherigen Wert
       01 BESSER-KZ PIC X VALUE 'N'.
         88 KANDIDAT-IST-BESSER VALUE 'J' WHEN SET TO FALSE 'N'.
      * Saison des gespeicherten Rekord-Stands; SPACES = noch keiner
       01 STAND-SAISON-ID PIC X(06) VALUE SPACES.
      * Schalter: Ausgabe zum Saisonabschluss, Rekord-Stand wird
      * fortgeschrieben
       01 ABSCHLUSS-KZ PIC X VALUE 'N'.
         88 AUSGABE-ZUM-ABSCHLUSS VALUE 'J' WHEN SET TO FALSE 'N'.
       01 HEUTE PIC 9(08).
       01 NAME-ANZEIGE PIC X(20).
       01 WERT-ANZEIGE PIC ZZZZ9.
       01 ZAHL-ANZEIGE PIC Z(06)9.
      * Zaehler fuer die Abstimmung unter dem Rekordbuch
       01 ZAEHLER.
         02 ANZ-ERG-GELESEN PIC 9(07) VALUE 0.
         02 ANZ-GEWERTET PIC 9(07) VALUE 0.
         02 ANZ-STORNIERT PIC 9(07) VALUE 0.
         02 ANZ-UNBENANNT PIC 9(07) VALUE 0.
         02 ANZ-UNLESBAR PIC 9(07) VALUE 0.
         02 ANZ-AUSSER-FOLGE PIC 9(07) VALUE 0.
         02 ANZ-PROT-GELESEN PIC 9(07) VALUE 0.
         02 ANZ-ZUGFOLGEN PIC 9(07) VALUE 0.
         02 ANZ-WH-GELESEN PIC 9(07) VALUE 0.
         02 ANZ-MATCH-GELESEN PIC 9(07) VALUE 0.
         02 ANZ-NICHT-ERFASST PIC 9(07) VALUE 0.
         02 ANZ-SAISON-WIEDER PIC 9(07) VALUE 0.
         02 ANZ-TITEL-SAISONS PIC 9(03) VALUE 0.
       PROCEDURE DIVISION.
           DISPLAY 'Rekordbuch. Bereitgestellte Archiv-Generationen'
             ' (0-3, 1 = aelteste)? ' WITH NO ADVANCING
           ACCEPT ANZ-GENERATIONEN-EINGABE
           IF ANZ-GENERATIONEN-EINGABE IS NUMERIC
               AND ANZ-GENERATIONEN-EINGABE <= '3'
             MOVE ANZ-GENERATIONEN-EINGABE TO ANZ-GENERATIONEN
           ELSE
             MOVE 0 TO ANZ-GENERATIONEN
           END-IF

           PERFORM LADE-SAISONS
           PERFORM LADE-REKORD-STAND
           PERFORM OEFFNE-BERICHT
           PERFORM VARYING KG-IX FROM 1 BY 1 UNTIL KG-IX > 3
             MOVE 0 TO KG-ANZ(KG-IX)
           END-PERFORM

           PERFORM VARYING QUELLE FROM 0 BY 1
               UNTIL QUELLE > ANZ-GENERATIONEN
             PERFORM LIES-PROTOKOLL-QUELLE
           END-PERFORM
           PERFORM VARYING QUELLE FROM 1 BY 1
               UNTIL QUELLE > ANZ-GENERATIONEN
             PERFORM LIES-ERGEBNIS-ARCHIV
           END-PERFORM
           PERFORM LIES-LAUFENDE-ERGEBNISSE
           PERFORM WERTE-SAISON-AUS
           PERFORM LIES-WERTHIST
           PERFORM LIES-MATCHES

           PERFORM ERMITTLE-REKORDE
           PERFORM VERGLEICHE-REKORD-STAND
           PERFORM DRUCKE-REKORDBUCH
           IF AUSGABE-ZUM-ABSCHLUSS
             PERFORM SCHREIBE-REKORD-STAND
           END-IF
           CLOSE REKBER-DATEI
           GOBACK.

      *-----------------------------------------------------------------
      * Laedt die Saisons des Stamms und stellt die zuletzt
      * geschlossene Saison (spaetestes Ende-Datum) fest
       LADE-SAISONS SECTION.
           OPEN INPUT SAISON-DATEI
           IF NOT SAI-DATEI-OK
             DISPLAY 'Saison-Stamm konnte nicht geoeffnet werden'
               ' (Status ' SAI-DATEI-STATUS '); keine Saisontitel.'
           ELSE
             PERFORM UNTIL NOT SAI-DATEI-OK
               READ SAISON-DATEI NEXT RECORD
                 AT END
                   SET SAI-DATEI-ENDE TO TRUE
                 NOT AT END
                   PERFORM UEBERNIMM-SAISON
               END-READ
             END-PERFORM
             CLOSE SAISON-DATEI
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Uebernimmt den gelesenen Saison-Satz in die Tabelle
       UEBERNIMM-SAISON SECTION.
           IF ANZ-SAISONS < 100
             ADD 1 TO ANZ-SAISONS
             SET SZ-IX TO ANZ-SAISONS
             MOVE SAI-ID TO SZ-ID(SZ-IX)
             MOVE SAI-ENDE TO SZ-ENDE(SZ-IX)
             MOVE SAI-STATUS-KZ TO SZ-STATUS-KZ(SZ-IX)
             MOVE 'N' TO SZ-GEWERTET-KZ(SZ-IX)
             IF SAI-IST-GESCHLOSSEN AND SAI-ENDE >= LETZTE-SAISON-ENDE
               MOVE SAI-ID TO LETZTE-SAISON-ID
               MOVE SAI-ENDE TO LETZTE-SAISON-ENDE
             END-IF
           ELSE
             DISPLAY 'Mehr als 100 Saisons im Stamm; Saison '
               SAI-ID ' bleibt bei den Titeln unberuecksichtigt.'
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Laedt den Rekord-Stand des letzten Saisonabschlusses; fehlt
      * er, gibt es noch keine bisherigen Inhaber. Ist seit dem
      * Stand eine Saison geschlossen worden, ist dies die Ausgabe
      * zum Saisonabschluss.
       LADE-REKORD-STAND SECTION.
           PERFORM VARYING RB-IX FROM 1 BY 1 UNTIL RB-IX > 9
             MOVE 'N' TO RB-LAUF-KZ(RB-IX) RB-ALT-KZ(RB-IX)
             MOVE SPACE TO RB-BUCH-KZ(RB-IX)
           END-PERFORM
           OPEN INPUT REKORDE-DATEI
           IF REK-DATEI-OK
             PERFORM UNTIL NOT REK-SATZ-GELESEN
               READ REKORDE-DATEI
                 AT END
                   SET REK-DATEI-ENDE TO TRUE
                 NOT AT END
                   IF REK-ART IS NUMERIC
                       AND REK-ART >= 1 AND REK-ART <= 9
                       AND REK-WERT IS NUMERIC
                     SET RB-IX TO REK-ART
                     MOVE 'J' TO RB-ALT-KZ(RB-IX)
                     MOVE REK-WERT TO RB-ALT-WERT(RB-IX)
                     MOVE REK-SPIELER-ID TO RB-ALT-SPIELER-ID(RB-IX)
                     MOVE REK-VON-DATUM TO RB-ALT-VON-DATUM(RB-IX)
                     MOVE REK-DATUM TO RB-ALT-DATUM(RB-IX)
                     MOVE REK-SPIEL-ID TO RB-ALT-SPIEL-ID(RB-IX)
                     MOVE REK-STAND-SAISON TO STAND-SAISON-ID
                   END-IF
               END-READ
             END-PERFORM
             CLOSE REKORDE-DATEI
           END-IF
           IF LETZTE-SAISON-ID NOT = SPACES
               AND LETZTE-SAISON-ID NOT = STAND-SAISON-ID
             SET AUSGABE-ZUM-ABSCHLUSS TO TRUE
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Legt das Rekordbuch an und schreibt die Kopfzeilen
       OEFFNE-BERICHT SECTION.
           OPEN OUTPUT REKBER-DATEI
           IF NOT RB-DATEI-OK
             DISPLAY 'Rekordbuch konnte nicht angelegt werden'
               ' (Status ' RB-DATEI-STATUS ').'
           END-IF
           ACCEPT HEUTE FROM DATE YYYYMMDD
           MOVE SPACES TO BERICHT-SATZ
           IF AUSGABE-ZUM-ABSCHLUSS
             STRING 'REKORDBUCH DER BUERO-LIGA ZUM ABSCHLUSS DER'
               ' SAISON ' LETZTE-SAISON-ID ' (' HEUTE ')'
               DELIMITED BY SIZE INTO BERICHT-SATZ
           ELSE
             STRING 'REKORDBUCH DER BUERO-LIGA, ZWISCHENSTAND VOM '
               HEUTE
               DELIMITED BY SIZE INTO BERICHT-SATZ
           END-IF
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE SPACES TO BERICHT-SATZ
           STRING 'QUELLEN: LAUFENDE DATEIEN UND ' ANZ-GENERATIONEN
             ' ARCHIV-GENERATION(EN), STAND ' STAND-SAISON-ID
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE ALL '-' TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           EXIT.

      *-----------------------------------------------------------------
      * Liest das Zug-Protokoll der Quelle QUELLE (0 = laufend) und
      * nimmt jede Zugfolge mit Kopfsatz als Anwaerter auf den
      * schnellsten Sieg ihrer Brettgroesse auf
       LIES-PROTOKOLL-QUELLE SECTION.
           EVALUATE QUELLE
             WHEN 0
               OPEN INPUT PROTOKOLL-DATEI
             WHEN 1
               OPEN INPUT PROTARCH1-DATEI
             WHEN 2
               OPEN INPUT PROTARCH2-DATEI
             WHEN 3
               OPEN INPUT PROTARCH3-DATEI
           END-EVALUATE
           IF NOT PROT-DATEI-OK
             DISPLAY 'Zug-Protokoll der Quelle ' QUELLE
               ' nicht lesbar (Status ' PROT-DATEI-STATUS
               '); wird uebergangen.'
           ELSE
             SET ZUGFOLGE-MIT-KOPF TO FALSE
             PERFORM UNTIL NOT PROT-SATZ-GELESEN
               PERFORM LIES-PROTOKOLL-SATZ
               IF PROT-SATZ-GELESEN
                 ADD 1 TO ANZ-PROT-GELESEN
                 PERFORM VERARBEITE-PROTOKOLL-SATZ
               END-IF
             END-PERFORM
             PERFORM SCHLIESSE-ZUGFOLGE-AB
             EVALUATE QUELLE
               WHEN 0
                 CLOSE PROTOKOLL-DATEI
               WHEN 1
                 CLOSE PROTARCH1-DATEI
               WHEN 2
                 CLOSE PROTARCH2-DATEI
               WHEN 3
                 CLOSE PROTARCH3-DATEI
             END-EVALUATE
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Liest den naechsten Protokoll-Satz der Quelle QUELLE in die
      * Arbeits-Sicht
       LIES-PROTOKOLL-SATZ SECTION.
           MOVE SPACES TO ARCH-PROT-SATZ
           EVALUATE QUELLE
             WHEN 0
               READ PROTOKOLL-DATEI
                 AT END
                   SET PROT-DATEI-ENDE TO TRUE
                 NOT AT END
                   MOVE PROT-LESE-SATZ TO ARCH-PROT-SATZ
               END-READ
             WHEN 1
               READ PROTARCH1-DATEI
                 AT END
                   SET PROT-DATEI-ENDE TO TRUE
                 NOT AT END
                   MOVE PROTA1-SATZ TO ARCH-PROT-SATZ
               END-READ
             WHEN 2
               READ PROTARCH2-DATEI
                 AT END
                   SET PROT-DATEI-ENDE TO TRUE
                 NOT AT END
                   MOVE PROTA2-SATZ TO ARCH-PROT-SATZ
               END-READ
             WHEN 3
               READ PROTARCH3-DATEI
                 AT END
                   SET PROT-DATEI-ENDE TO TRUE
                 NOT AT END
                   MOVE PROTA3-SATZ TO ARCH-PROT-SATZ
               END-READ
           END-EVALUATE
           EXIT.

      *-----------------------------------------------------------------
      * Ein Kopfsatz schliesst die vorige Zugfolge ab und beginnt
      * eine neue; Zugsaetze (ohne Korrektursaetze) fuehren die
      * Nummer des letzten angenommenen Zuges fort.
       VERARBEITE-PROTOKOLL-SATZ SECTION.
           IF AK-IST-SPIELKOPF
             PERFORM SCHLIESSE-ZUGFOLGE-AB
             SET ZUGFOLGE-MIT-KOPF TO TRUE
             MOVE AK-SPIEL-ID TO AKT-SPIEL-ID
             MOVE AK-DATUM TO AKT-DATUM
             MOVE AK-BRETTGROESSE TO AKT-BRETTGROESSE
             MOVE 0 TO AKT-ZUEGE
           ELSE
             IF ZUGFOLGE-MIT-KOPF AND AP-ZUG IS NUMERIC
                 AND NOT AP-IST-KORREKTUR
               MOVE AP-ZUG TO AKT-ZUEGE
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Nimmt die abgeschlossene Zugfolge als Anwaerter auf: ist die
      * Liste ihrer Brettgroesse voll, verdraengt sie die laengste
      * Zugfolge der Liste, wenn sie kuerzer ist. Ein Sieg braucht
      * mindestens 2 x Brettgroesse - 1 Zuege; kuerzere Zugfolgen
      * (unterbrochene Spiele) kommen nicht in Frage.
       SCHLIESSE-ZUGFOLGE-AB SECTION.
           IF ZUGFOLGE-MIT-KOPF
             ADD 1 TO ANZ-ZUGFOLGEN
             IF AKT-BRETTGROESSE IS NUMERIC
                 AND AKT-BRETTGROESSE >= 3 AND AKT-BRETTGROESSE <= 5
                 AND AKT-SPIEL-ID NOT = SPACES
                 AND AKT-DATUM IS NUMERIC
                 AND AKT-ZUEGE >= 2 * AKT-BRETTGROESSE - 1
               SET KG-IX TO AKT-BRETTGROESSE
               SET KG-IX DOWN BY 2
               IF KG-ANZ(KG-IX) < 25
                 ADD 1 TO KG-ANZ(KG-IX)
                 MOVE KG-ANZ(KG-IX) TO LAENGSTE-IX
               ELSE
                 MOVE 1 TO LAENGSTE-IX
                 PERFORM VARYING KE-IX FROM 2 BY 1 UNTIL KE-IX > 25
                   IF KE-ZUEGE(KG-IX, KE-IX)
                       > KE-ZUEGE(KG-IX, LAENGSTE-IX)
                     SET LAENGSTE-IX TO KE-IX
                   END-IF
                 END-PERFORM
                 IF AKT-ZUEGE >= KE-ZUEGE(KG-IX, LAENGSTE-IX)
                   MOVE 0 TO LAENGSTE-IX
                 END-IF
               END-IF
               IF LAENGSTE-IX > 0
                 SET KE-IX TO LAENGSTE-IX
                 MOVE AKT-ZUEGE TO KE-ZUEGE(KG-IX, KE-IX)
                 MOVE AKT-SPIEL-ID TO KE-SPIEL-ID(KG-IX, KE-IX)
                 MOVE AKT-DATUM TO KE-DATUM(KG-IX, KE-IX)
                 MOVE SPACES TO KE-GEWINNER-ID(KG-IX, KE-IX)
                 MOVE 'N' TO KE-SIEG-KZ(KG-IX, KE-IX)
               END-IF
             END-IF
           END-IF
           SET ZUGFOLGE-MIT-KOPF TO FALSE
           EXIT.

      *-----------------------------------------------------------------
      * Liest die Archiv-Generation QUELLE der Ergebnis-Historie;
      * eine nicht bereitgestellte Generation wird gemeldet und
      * uebergangen.
       LIES-ERGEBNIS-ARCHIV SECTION.
           EVALUATE QUELLE
             WHEN 1
               OPEN INPUT ERGARCH1-DATEI
             WHEN 2
               OPEN INPUT ERGARCH2-DATEI
             WHEN 3
               OPEN INPUT ERGARCH3-DATEI
           END-EVALUATE
           IF NOT ARCH-DATEI-OK
             DISPLAY 'Archiv-Generation ' QUELLE ' (ERGARCH'
               QUELLE ') nicht lesbar (Status '
               ARCH-DATEI-STATUS '); wird uebergangen.'
           ELSE
             PERFORM UNTIL NOT ARCH-SATZ-GELESEN
               MOVE SPACES TO ARCH-ERGEBNIS-SATZ
               EVALUATE QUELLE
                 WHEN 1
                   READ ERGARCH1-DATEI
                     AT END
                       SET ARCH-DATEI-ENDE TO TRUE
                     NOT AT END
                       MOVE ERGA1-SATZ TO ARCH-ERGEBNIS-SATZ
                   END-READ
                 WHEN 2
                   READ ERGARCH2-DATEI
                     AT END
                       SET ARCH-DATEI-ENDE TO TRUE
                     NOT AT END
                       MOVE ERGA2-SATZ TO ARCH-ERGEBNIS-SATZ
                   END-READ
                 WHEN 3
                   READ ERGARCH3-DATEI
                     AT END
                       SET ARCH-DATEI-ENDE TO TRUE
                     NOT AT END
                       MOVE ERGA3-SATZ TO ARCH-ERGEBNIS-SATZ
                   END-READ
               END-EVALUATE
               IF ARCH-SATZ-GELESEN
                 PERFORM VERARBEITE-ERGEBNIS
               END-IF
             END-PERFORM
             EVALUATE QUELLE
               WHEN 1
                 CLOSE ERGARCH1-DATEI
               WHEN 2
                 CLOSE ERGARCH2-DATEI
               WHEN 3
                 CLOSE ERGARCH3-DATEI
             END-EVALUATE
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Liest die laufende Ergebnis-Historie nach den Archiven
       LIES-LAUFENDE-ERGEBNISSE SECTION.
           OPEN INPUT ERGEBNIS-DATEI
           IF NOT ERG-DATEI-OK
             DISPLAY 'Ergebnis-Historie konnte nicht geoeffnet'
               ' werden (Status ' ERG-DATEI-STATUS ').'
           ELSE
             PERFORM UNTIL NOT ERG-DATEI-OK
               READ ERGEBNIS-DATEI NEXT RECORD
                 AT END
                   SET ERG-DATEI-ENDE TO TRUE
                 NOT AT END
                   MOVE SPACES TO ARCH-ERGEBNIS-SATZ
                   MOVE ERGEBNIS-SATZ TO ARCH-ERGEBNIS-SATZ
                   PERFORM VERARBEITE-ERGEBNIS
               END-READ
             END-PERFORM
             IF ERG-DATEI-STATUS NOT = '10'
               DISPLAY 'Lesefehler auf der Ergebnis-Historie'
                 ' (Status ' ERG-DATEI-STATUS '); Rekordbuch'
                 ' unvollstaendig.'
               MOVE 'ACHTUNG: REKORDBUCH UNVOLLSTAENDIG (LESEFEHLER)'
                 TO BERICHT-SATZ
               PERFORM SCHREIBE-BERICHTZEILE
             END-IF
             CLOSE ERGEBNIS-DATEI
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Verbucht einen Ergebnis-Satz (Arbeits-Sicht); nur gewertete
      * Spiele zaehlen. Beginnt eine andere Saison, werden die
      * Titel der vorigen vergeben.
       VERARBEITE-ERGEBNIS SECTION.
           ADD 1 TO ANZ-ERG-GELESEN
           EVALUATE TRUE
             WHEN AE-DATUM IS NOT NUMERIC
               ADD 1 TO ANZ-UNLESBAR
             WHEN AE-IST-STORNIERT
               ADD 1 TO ANZ-STORNIERT
             WHEN AE-SPIELER-X-ID = SPACES
                 OR AE-SPIELER-O-ID = SPACES
               ADD 1 TO ANZ-UNBENANNT
             WHEN OTHER
               ADD 1 TO ANZ-GEWERTET
               IF AE-DATUM < LETZTES-DATUM
                 ADD 1 TO ANZ-AUSSER-FOLGE
               END-IF
               MOVE AE-DATUM TO LETZTES-DATUM
               IF AE-SAISON-ID NOT = SPACES
                   AND AE-SAISON-ID NOT = AKT-SAISON-ID
                 PERFORM WERTE-SAISON-AUS
                 MOVE AE-SAISON-ID TO AKT-SAISON-ID
               END-IF
               MOVE AE-SPIELER-X-ID TO GESUCHTE-SPIELER-ID
               MOVE 'X' TO SPIELER-MARKE
               PERFORM VERBUCHE-SPIELER
               MOVE AE-SPIELER-O-ID TO GESUCHTE-SPIELER-ID
               MOVE 'O' TO SPIELER-MARKE
               PERFORM VERBUCHE-SPIELER
               IF AE-IST-SIEG AND AE-SPIEL-ID NOT = SPACES
                 PERFORM MARKIERE-SIEG
               END-IF
           END-EVALUATE
           EXIT.

      *-----------------------------------------------------------------
      * Verbucht das Spiel beim Spieler GESUCHTE-SPIELER-ID mit der
      * Marke SPIELER-MARKE: Spielzahl, Siegserie, Serie ohne
      * Niederlage und Siege der laufenden Saison
       VERBUCHE-SPIELER SECTION.
           PERFORM FINDE-SPIELERZEILE
           IF SPL-IX <= ANZ-EINTRAEGE
             ADD 1 TO SPL-SPIELE(SPL-IX)
             MOVE AE-DATUM TO SPL-LETZTES-SPIEL(SPL-IX)
             EVALUATE TRUE
               WHEN AE-HAT-GEWINNER AND AE-SPIELER = SPIELER-MARKE
                 IF SPL-SIEGE-FOLGE(SPL-IX) = 0
                   MOVE AE-DATUM TO SPL-SIEGE-FOLGE-VON(SPL-IX)
                 END-IF
                 ADD 1 TO SPL-SIEGE-FOLGE(SPL-IX)
                 IF SPL-UNGESCHL-FOLGE(SPL-IX) = 0
                   MOVE AE-DATUM TO SPL-UNGESCHL-FOLGE-VON(SPL-IX)
                 END-IF
                 ADD 1 TO SPL-UNGESCHL-FOLGE(SPL-IX)
                 IF AE-SAISON-ID NOT = SPACES
                   ADD 1 TO SPL-SAISON-SIEGE(SPL-IX)
                 END-IF
               WHEN AE-HAT-GEWINNER
                 MOVE 0 TO SPL-SIEGE-FOLGE(SPL-IX)
                 MOVE 0 TO SPL-UNGESCHL-FOLGE(SPL-IX)
               WHEN OTHER
                 MOVE 0 TO SPL-SIEGE-FOLGE(SPL-IX)
                 IF SPL-UNGESCHL-FOLGE(SPL-IX) = 0
                   MOVE AE-DATUM TO SPL-UNGESCHL-FOLGE-VON(SPL-IX)
                 END-IF
                 ADD 1 TO SPL-UNGESCHL-FOLGE(SPL-IX)
             END-EVALUATE
             IF SPL-SIEGE-FOLGE(SPL-IX) > SPL-SIEGE-REKORD(SPL-IX)
               MOVE SPL-SIEGE-FOLGE(SPL-IX) TO SPL-SIEGE-REKORD(SPL-IX)
               MOVE SPL-SIEGE-FOLGE-VON(SPL-IX)
                 TO SPL-SIEGE-REKORD-VON(SPL-IX)
               MOVE AE-DATUM TO SPL-SIEGE-REKORD-BIS(SPL-IX)
             END-IF
             IF SPL-UNGESCHL-FOLGE(SPL-IX)
                 > SPL-UNGESCHL-REKORD(SPL-IX)
               MOVE SPL-UNGESCHL-FOLGE(SPL-IX)
                 TO SPL-UNGESCHL-REKORD(SPL-IX)
               MOVE SPL-UNGESCHL-FOLGE-VON(SPL-IX)
                 TO SPL-UNGESCHL-REKORD-VON(SPL-IX)
               MOVE AE-DATUM TO SPL-UNGESCHL-REKORD-BIS(SPL-IX)
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Markiert den Anwaerter mit derselben Spiel-Kennung, demselben
      * Datum und der Zugzahl des Ergebnisses als Sieg und haelt den
      * Gewinner fest
       MARKIERE-SIEG SECTION.
           IF AE-SPIELER = 'X'
             MOVE AE-SPIELER-X-ID TO GEWINNER-ID
           ELSE
             MOVE AE-SPIELER-O-ID TO GEWINNER-ID
           END-IF
           PERFORM VARYING KG-IX FROM 1 BY 1 UNTIL KG-IX > 3
             PERFORM VARYING KE-IX FROM 1 BY 1
                 UNTIL KE-IX > KG-ANZ(KG-IX)
               IF KE-SPIEL-ID(KG-IX, KE-IX) = AE-SPIEL-ID
                   AND KE-DATUM(KG-IX, KE-IX) = AE-DATUM
                   AND KE-ZUEGE(KG-IX, KE-IX) = AE-ZUG
                   AND NOT KE-IST-SIEG(KG-IX, KE-IX)
                 MOVE 'J' TO KE-SIEG-KZ(KG-IX, KE-IX)
                 MOVE GEWINNER-ID TO KE-GEWINNER-ID(KG-IX, KE-IX)
               END-IF
             END-PERFORM
           END-PERFORM
           EXIT.

      *-----------------------------------------------------------------
      * Vergibt die Titel der Saison AKT-SAISON-ID: in einer
      * geschlossenen Saison erhalten alle Spieler mit den meisten
      * Siegen einen Titel. Danach beginnen die Saison-Siege neu.
      * Taucht eine schon gewertete Saison spaeter wieder auf
      * (Generationen nicht in zeitlicher Folge), wird das gezaehlt.
       WERTE-SAISON-AUS SECTION.
           IF AKT-SAISON-ID NOT = SPACES
             SET SZ-IX TO 1
             SEARCH SZ-EINTRAG
               AT END
                 CONTINUE
               WHEN SZ-IX > ANZ-SAISONS
                 CONTINUE
               WHEN SZ-ID(SZ-IX) = AKT-SAISON-ID
                 IF SZ-IST-GEWERTET(SZ-IX)
                   ADD 1 TO ANZ-SAISON-WIEDER
                 ELSE
                   IF SZ-IST-GESCHLOSSEN(SZ-IX)
                     MOVE 'J' TO SZ-GEWERTET-KZ(SZ-IX)
                     PERFORM VERGIB-TITEL
                   END-IF
                 END-IF
             END-SEARCH
           END-IF
           PERFORM VARYING SPL-IX FROM 1 BY 1
               UNTIL SPL-IX > ANZ-EINTRAEGE
             MOVE 0 TO SPL-SAISON-SIEGE(SPL-IX)
           END-PERFORM
           EXIT.

      *-----------------------------------------------------------------
      * Vergibt den Titel der Saison SZ-IX an alle Spieler mit den
      * meisten Saison-Siegen
       VERGIB-TITEL SECTION.
           MOVE 0 TO MEISTE-SAISON-SIEGE
           PERFORM VARYING SPL-IX FROM 1 BY 1
               UNTIL SPL-IX > ANZ-EINTRAEGE
             IF SPL-SAISON-SIEGE(SPL-IX) > MEISTE-SAISON-SIEGE
               MOVE SPL-SAISON-SIEGE(SPL-IX) TO MEISTE-SAISON-SIEGE
             END-IF
           END-PERFORM
           IF MEISTE-SAISON-SIEGE > 0
             ADD 1 TO ANZ-TITEL-SAISONS
             PERFORM VARYING SPL-IX FROM 1 BY 1
                 UNTIL SPL-IX > ANZ-EINTRAEGE
               IF SPL-SAISON-SIEGE(SPL-IX) = MEISTE-SAISON-SIEGE
                 ADD 1 TO SPL-TITEL(SPL-IX)
                 MOVE SZ-ENDE(SZ-IX) TO SPL-LETZTER-TITEL(SPL-IX)
               END-IF
             END-PERFORM
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Setzt SPL-IX auf die Zeile des Spielers GESUCHTE-SPIELER-ID
      * und legt sie bei Bedarf an; ist die Tabelle voll, steht
      * SPL-IX hinter der letzten Zeile und das Spiel wird fuer den
      * Spieler nur gezaehlt.
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
           IF ANZ-EINTRAEGE < 200
             ADD 1 TO ANZ-EINTRAEGE
             SET SPL-IX TO ANZ-EINTRAEGE
             MOVE GESUCHTE-SPIELER-ID TO SPL-SPIELER-ID(SPL-IX)
             MOVE 0 TO SPL-SPIELE(SPL-IX) SPL-LETZTES-SPIEL(SPL-IX)
               SPL-SIEGE-FOLGE(SPL-IX) SPL-SIEGE-FOLGE-VON(SPL-IX)
               SPL-SIEGE-REKORD(SPL-IX) SPL-SIEGE-REKORD-VON(SPL-IX)
               SPL-SIEGE-REKORD-BIS(SPL-IX)
               SPL-UNGESCHL-FOLGE(SPL-IX)
               SPL-UNGESCHL-FOLGE-VON(SPL-IX)
               SPL-UNGESCHL-REKORD(SPL-IX)
               SPL-UNGESCHL-REKORD-VON(SPL-IX)
               SPL-UNGESCHL-REKORD-BIS(SPL-IX)
               SPL-SAISON-SIEGE(SPL-IX) SPL-TITEL(SPL-IX)
               SPL-LETZTER-TITEL(SPL-IX) SPL-SERIEN(SPL-IX)
               SPL-LETZTE-SERIE(SPL-IX)
           ELSE
             ADD 1 TO ANZ-NICHT-ERFASST
             SET SPL-IX TO 201
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Hoechste je erreichte Wertung aus der Wertungs-Historie; bei
      * gleichem Wert zaehlt, wer ihn zuerst erreicht hat
       LIES-WERTHIST SECTION.
           OPEN INPUT WERTHIST-DATEI
           IF NOT WH-DATEI-OK
             DISPLAY 'Wertungs-Historie konnte nicht geoeffnet werden'
               ' (Status ' WH-DATEI-STATUS '); keine hoechste'
               ' Wertung.'
           ELSE
             SET RB-IX TO 7
             MOVE SPACES TO REKORD-KANDIDAT
             PERFORM UNTIL NOT WH-SATZ-GELESEN
               READ WERTHIST-DATEI
                 AT END
                   SET WH-DATEI-ENDE TO TRUE
                 NOT AT END
                   ADD 1 TO ANZ-WH-GELESEN
                   IF WH-DATUM IS NUMERIC AND WH-X-NEU IS NUMERIC
                       AND WH-SPIELER-X-ID NOT = SPACES
                     MOVE WH-X-NEU TO KR-WERT
                     MOVE WH-SPIELER-X-ID TO KR-SPIELER-ID
                     MOVE WH-DATUM TO KR-VON-DATUM KR-DATUM
                     PERFORM UEBERNIMM-WENN-BESSER
                   END-IF
                   IF WH-DATUM IS NUMERIC AND WH-O-NEU IS NUMERIC
                       AND WH-SPIELER-O-ID NOT = SPACES
                     MOVE WH-O-NEU TO KR-WERT
                     MOVE WH-SPIELER-O-ID TO KR-SPIELER-ID
                     MOVE WH-DATUM TO KR-VON-DATUM KR-DATUM
                     PERFORM UEBERNIMM-WENN-BESSER
                   END-IF
               END-READ
             END-PERFORM
             CLOSE WERTHIST-DATEI
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Gewonnene Serien je Spieler aus der Match-Datei
       LIES-MATCHES SECTION.
           OPEN INPUT MATCH-DATEI
           IF NOT MATCH-DATEI-OK
             DISPLAY 'Match-Datei konnte nicht geoeffnet werden'
               ' (Status ' MATCH-DATEI-STATUS '); keine Serien.'
           ELSE
             PERFORM UNTIL NOT MATCH-SATZ-GELESEN
               READ MATCH-DATEI
                 AT END
                   SET MATCH-DATEI-ENDE TO TRUE
                 NOT AT END
                   ADD 1 TO ANZ-MATCH-GELESEN
                   PERFORM VERBUCHE-MATCH
               END-READ
             END-PERFORM
             CLOSE MATCH-DATEI
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Verbucht den Seriensieg beim benannten Gewinner der Serie;
      * ausgeglichene Serien ('-') und unbenannte Spieler zaehlen
      * nicht
       VERBUCHE-MATCH SECTION.
           EVALUATE MATCH-GEWINNER
             WHEN 'X'
               MOVE MATCH-SPIELER-X-ID TO GESUCHTE-SPIELER-ID
             WHEN 'O'
               MOVE MATCH-SPIELER-O-ID TO GESUCHTE-SPIELER-ID
             WHEN OTHER
               MOVE SPACES TO GESUCHTE-SPIELER-ID
           END-EVALUATE
           IF GESUCHTE-SPIELER-ID NOT = SPACES
             PERFORM FINDE-SPIELERZEILE
             IF SPL-IX <= ANZ-EINTRAEGE
               ADD 1 TO SPL-SERIEN(SPL-IX)
               IF MATCH-DATUM IS NUMERIC
                 MOVE MATCH-DATUM TO SPL-LETZTE-SERIE(SPL-IX)
               END-IF
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Ermittelt aus den Tabellen den Wert dieses Laufes je
      * Rekord-Art; die hoechste Wertung steht schon aus der
      * Wertungs-Historie fest
       ERMITTLE-REKORDE SECTION.
           PERFORM VARYING SPL-IX FROM 1 BY 1
               UNTIL SPL-IX > ANZ-EINTRAEGE
             MOVE SPACES TO REKORD-KANDIDAT
             MOVE SPL-SPIELER-ID(SPL-IX) TO KR-SPIELER-ID
             SET RB-IX TO 1
             MOVE SPL-SIEGE-REKORD(SPL-IX) TO KR-WERT
             MOVE SPL-SIEGE-REKORD-VON(SPL-IX) TO KR-VON-DATUM
             MOVE SPL-SIEGE-REKORD-BIS(SPL-IX) TO KR-DATUM
             PERFORM UEBERNIMM-WENN-BESSER
             SET RB-IX TO 2
             MOVE SPL-UNGESCHL-REKORD(SPL-IX) TO KR-WERT
             MOVE SPL-UNGESCHL-REKORD-VON(SPL-IX) TO KR-VON-DATUM
             MOVE SPL-UNGESCHL-REKORD-BIS(SPL-IX) TO KR-DATUM
             PERFORM UEBERNIMM-WENN-BESSER
             SET RB-IX TO 6
             MOVE SPL-SPIELE(SPL-IX) TO KR-WERT
             MOVE SPL-LETZTES-SPIEL(SPL-IX) TO KR-VON-DATUM KR-DATUM
             PERFORM UEBERNIMM-WENN-BESSER
             SET RB-IX TO 8
             MOVE SPL-TITEL(SPL-IX) TO KR-WERT
             MOVE SPL-LETZTER-TITEL(SPL-IX) TO KR-VON-DATUM KR-DATUM
             PERFORM UEBERNIMM-WENN-BESSER
             SET RB-IX TO 9
             MOVE SPL-SERIEN(SPL-IX) TO KR-WERT
             MOVE SPL-LETZTE-SERIE(SPL-IX) TO KR-VON-DATUM KR-DATUM
             PERFORM UEBERNIMM-WENN-BESSER
           END-PERFORM
           PERFORM VARYING KG-IX FROM 1 BY 1 UNTIL KG-IX > 3
             SET RB-IX TO KG-IX
             SET RB-IX UP BY 2
             PERFORM VARYING KE-IX FROM 1 BY 1
                 UNTIL KE-IX > KG-ANZ(KG-IX)
               IF KE-IST-SIEG(KG-IX, KE-IX)
                 MOVE KE-ZUEGE(KG-IX, KE-IX) TO KR-WERT
                 MOVE KE-GEWINNER-ID(KG-IX, KE-IX) TO KR-SPIELER-ID
                 MOVE KE-DATUM(KG-IX, KE-IX) TO KR-VON-DATUM KR-DATUM
                 MOVE KE-SPIEL-ID(KG-IX, KE-IX) TO KR-SPIEL-ID
                 PERFORM UEBERNIMM-WENN-BESSER
               END-IF
             END-PERFORM
           END-PERFORM
           EXIT.

      *-----------------------------------------------------------------
      * Uebernimmt den Anwaerter als Wert dieses Laufes der Rekord-
      * Art RB-IX, wenn er ihn uebertrifft; bei gleichem Wert
      * zaehlt, wer ihn frueher erreicht hat. Ein Wert 0 ist kein
      * Rekord.
       UEBERNIMM-WENN-BESSER SECTION.
           SET KANDIDAT-IST-BESSER TO FALSE
           SET RA-IX TO RB-IX
           EVALUATE TRUE
             WHEN KR-WERT = 0
               CONTINUE
             WHEN NOT RB-LAUF-VORHANDEN(RB-IX)
               SET KANDIDAT-IST-BESSER TO TRUE
             WHEN KR-WERT = RB-LAUF-WERT(RB-IX)
               IF KR-DATUM < RB-LAUF-DATUM(RB-IX)
                 SET KANDIDAT-IST-BESSER TO TRUE
               END-IF
             WHEN RA-HOEHER-BESSER(RA-IX)
               IF KR-WERT > RB-LAUF-WERT(RB-IX)
                 SET KANDIDAT-IST-BESSER TO TRUE
               END-IF
             WHEN OTHER
               IF KR-WERT < RB-LAUF-WERT(RB-IX)
                 SET KANDIDAT-IST-BESSER TO TRUE
               END-IF
           END-EVALUATE
           IF KANDIDAT-IST-BESSER
             MOVE 'J' TO RB-LAUF-KZ(RB-IX)
             MOVE REKORD-KANDIDAT TO RB-LAUF(RB-IX)
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Stellt je Rekord-Art den Stand des Rekordbuchs fest: ein
      * besserer Wert als der gespeicherte ist ein neuer Rekord;
      * bei gleichem Wert bleibt der bisherige Inhaber; ein nicht
      * mehr erreichter Rekord bleibt aus dem Stand erhalten
       VERGLEICHE-REKORD-STAND SECTION.
           PERFORM VARYING RB-IX FROM 1 BY 1 UNTIL RB-IX > 9
             SET RA-IX TO RB-IX
             EVALUATE TRUE
               WHEN RB-LAUF-VORHANDEN(RB-IX)
                   AND NOT RB-ALT-VORHANDEN(RB-IX)
                 MOVE 'J' TO RB-BUCH-KZ(RB-IX)
                 MOVE RB-LAUF(RB-IX) TO RB-BUCH(RB-IX)
               WHEN NOT RB-LAUF-VORHANDEN(RB-IX)
                   AND RB-ALT-VORHANDEN(RB-IX)
                 MOVE 'S' TO RB-BUCH-KZ(RB-IX)
                 MOVE RB-ALT(RB-IX) TO RB-BUCH(RB-IX)
               WHEN NOT RB-LAUF-VORHANDEN(RB-IX)
                 MOVE SPACE TO RB-BUCH-KZ(RB-IX)
               WHEN RB-LAUF-WERT(RB-IX) = RB-ALT-WERT(RB-IX)
                 MOVE 'J' TO RB-BUCH-KZ(RB-IX)
                 MOVE RB-ALT(RB-IX) TO RB-BUCH(RB-IX)
               WHEN RA-HOEHER-BESSER(RA-IX)
                   AND RB-LAUF-WERT(RB-IX) > RB-ALT-WERT(RB-IX)
                 MOVE 'N' TO RB-BUCH-KZ(RB-IX)
                 MOVE RB-LAUF(RB-IX) TO RB-BUCH(RB-IX)
               WHEN NOT RA-HOEHER-BESSER(RA-IX)
                   AND RB-LAUF-WERT(RB-IX) < RB-ALT-WERT(RB-IX)
                 MOVE 'N' TO RB-BUCH-KZ(RB-IX)
                 MOVE RB-LAUF(RB-IX) TO RB-BUCH(RB-IX)
               WHEN OTHER
                 MOVE 'S' TO RB-BUCH-KZ(RB-IX)
                 MOVE RB-ALT(RB-IX) TO RB-BUCH(RB-IX)
             END-EVALUATE
           END-PERFORM
           EXIT.

      *-----------------------------------------------------------------
      * Druckt das Rekordbuch: je Rekord-Art Wert, Inhaber und
      * Datum, bei einem neuen Rekord den bisherigen Inhaber, danach
      * die Abstimmung
       DRUCKE-REKORDBUCH SECTION.
           OPEN INPUT SPIELER-DATEI
           IF SP-DATEI-OK
             SET SPIELER-STAMM-BEREIT TO TRUE
           END-IF
           MOVE SPACES TO BERICHT-SATZ
           STRING 'REKORD                         WERT INHABER '
             '                      DATUM'
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE ALL '-' TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           PERFORM VARYING RB-IX FROM 1 BY 1 UNTIL RB-IX > 9
             SET RA-IX TO RB-IX
             PERFORM DRUCKE-REKORD
           END-PERFORM
           IF SPIELER-STAMM-BEREIT
             CLOSE SPIELER-DATEI
           END-IF
           PERFORM DRUCKE-ABSTIMMUNG
           EXIT.

      *-----------------------------------------------------------------
      * Druckt die Zeilen der Rekord-Art RB-IX
       DRUCKE-REKORD SECTION.
           MOVE SPACES TO BERICHT-SATZ
           IF RB-BUCH-KZ(RB-IX) = SPACE
             STRING RA-TEXT(RA-IX) '     - NOCH KEIN REKORD'
               DELIMITED BY SIZE INTO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
           ELSE
             MOVE RB-BUCH-WERT(RB-IX) TO WERT-ANZEIGE
             MOVE RB-BUCH-SPIELER-ID(RB-IX) TO GESUCHTE-SPIELER-ID
             PERFORM ERMITTLE-NAME
             STRING RA-TEXT(RA-IX) ' ' WERT-ANZEIGE ' '
               RB-BUCH-SPIELER-ID(RB-IX) ' ' NAME-ANZEIGE ' '
               RB-BUCH-DATUM(RB-IX)
               DELIMITED BY SIZE INTO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
             PERFORM DRUCKE-REKORD-ZUSATZ
             IF RB-BUCH-NEU(RB-IX)
               MOVE RB-ALT-WERT(RB-IX) TO WERT-ANZEIGE
               MOVE RB-ALT-SPIELER-ID(RB-IX) TO GESUCHTE-SPIELER-ID
               PERFORM ERMITTLE-NAME
               MOVE SPACES TO BERICHT-SATZ
               STRING '  *** NEUER REKORD *** BISHER: ' WERT-ANZEIGE
                 ' ' RB-ALT-SPIELER-ID(RB-IX) ' ' NAME-ANZEIGE ' '
                 RB-ALT-DATUM(RB-IX)
                 DELIMITED BY SIZE INTO BERICHT-SATZ
               PERFORM SCHREIBE-BERICHTZEILE
             END-IF
             IF RB-BUCH-AUS-STAND(RB-IX)
               MOVE SPACES TO BERICHT-SATZ
               STRING '  AUS DEM STAND ' STAND-SAISON-ID
                 '; IN DIESEM LAUF NICHT ERREICHT'
                 ' (ARCHIVE BEREITGESTELLT?)'
                 DELIMITED BY SIZE INTO BERICHT-SATZ
               PERFORM SCHREIBE-BERICHTZEILE
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Zusatzzeile zum Rekord: Zeitraum einer Serie oder Spiel-
      * Kennung des schnellsten Sieges
       DRUCKE-REKORD-ZUSATZ SECTION.
           MOVE SPACES TO BERICHT-SATZ
           EVALUATE RB-IX
             WHEN 1
             WHEN 2
               STRING '  SERIE VOM ' RB-BUCH-VON-DATUM(RB-IX)
                 ' BIS ' RB-BUCH-DATUM(RB-IX)
                 DELIMITED BY SIZE INTO BERICHT-SATZ
               PERFORM SCHREIBE-BERICHTZEILE
             WHEN 3
             WHEN 4
             WHEN 5
               STRING '  SPIEL ' RB-BUCH-SPIEL-ID(RB-IX)
                 DELIMITED BY SIZE INTO BERICHT-SATZ
               PERFORM SCHREIBE-BERICHTZEILE
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           EXIT.

      *-----------------------------------------------------------------
      * Name des Spielers GESUCHTE-SPIELER-ID aus dem Spieler-Stamm
       ERMITTLE-NAME SECTION.
           MOVE SPACES TO NAME-ANZEIGE
           IF SPIELER-STAMM-BEREIT
             MOVE GESUCHTE-SPIELER-ID TO SP-ID
             READ SPIELER-DATEI
               KEY IS SP-ID
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE SP-NAME TO NAME-ANZEIGE
             END-READ
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Abstimmung der gelesenen Saetze unter dem Rekordbuch
       DRUCKE-ABSTIMMUNG SECTION.
           MOVE ALL '-' TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE ANZ-ERG-GELESEN TO ZAHL-ANZEIGE
           MOVE SPACES TO BERICHT-SATZ
           STRING 'ERGEBNIS-SAETZE GELESEN          ' ZAHL-ANZEIGE
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE ANZ-GEWERTET TO ZAHL-ANZEIGE
           MOVE SPACES TO BERICHT-SATZ
           STRING '  DAVON GEWERTET                 ' ZAHL-ANZEIGE
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE ANZ-STORNIERT TO ZAHL-ANZEIGE
           MOVE SPACES TO BERICHT-SATZ
           STRING '  DAVON STORNIERT                ' ZAHL-ANZEIGE
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE ANZ-UNBENANNT TO ZAHL-ANZEIGE
           MOVE SPACES TO BERICHT-SATZ
           STRING '  DAVON UNBENANNT                ' ZAHL-ANZEIGE
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE ANZ-UNLESBAR TO ZAHL-ANZEIGE
           MOVE SPACES TO BERICHT-SATZ
           STRING '  DAVON UNLESBAR                 ' ZAHL-ANZEIGE
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE ANZ-PROT-GELESEN TO ZAHL-ANZEIGE
           MOVE SPACES TO BERICHT-SATZ
           STRING 'PROTOKOLL-SAETZE GELESEN         ' ZAHL-ANZEIGE
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE ANZ-ZUGFOLGEN TO ZAHL-ANZEIGE
           MOVE SPACES TO BERICHT-SATZ
           STRING '  ZUGFOLGEN MIT KOPFSATZ         ' ZAHL-ANZEIGE
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE ANZ-WH-GELESEN TO ZAHL-ANZEIGE
           MOVE SPACES TO BERICHT-SATZ
           STRING 'WERTUNGS-SAETZE GELESEN          ' ZAHL-ANZEIGE
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE ANZ-MATCH-GELESEN TO ZAHL-ANZEIGE
           MOVE SPACES TO BERICHT-SATZ
           STRING 'SERIEN GELESEN                   ' ZAHL-ANZEIGE
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE ANZ-TITEL-SAISONS TO ZAHL-ANZEIGE
           MOVE SPACES TO BERICHT-SATZ
           STRING 'SAISONS MIT TITELVERGABE         ' ZAHL-ANZEIGE
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           IF ANZ-AUSSER-FOLGE > 0 OR ANZ-SAISON-WIEDER > 0
             MOVE ANZ-AUSSER-FOLGE TO ZAHL-ANZEIGE
             MOVE SPACES TO BERICHT-SATZ
             STRING 'ACHTUNG: SPIELE AUSSER ZEITFOLGE ' ZAHL-ANZEIGE
               ' - GENERATIONEN IN FALSCHER FOLGE?'
               DELIMITED BY SIZE INTO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
           END-IF
           IF ANZ-NICHT-ERFASST > 0
             MOVE ANZ-NICHT-ERFASST TO ZAHL-ANZEIGE
             MOVE SPACES TO BERICHT-SATZ
             STRING 'ACHTUNG: MEHR ALS 200 SPIELER, NICHT ERFASST '
               ZAHL-ANZEIGE
               DELIMITED BY SIZE INTO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
           END-IF
           IF AUSGABE-ZUM-ABSCHLUSS
             MOVE SPACES TO BERICHT-SATZ
             STRING 'REKORD-STAND FORTGESCHRIEBEN AUF SAISON '
               LETZTE-SAISON-ID
               DELIMITED BY SIZE INTO BERICHT-SATZ
           ELSE
             MOVE 'ZWISCHENSTAND; REKORD-STAND UNVERAENDERT'
               TO BERICHT-SATZ
           END-IF
           PERFORM SCHREIBE-BERICHTZEILE
           EXIT.

      *-----------------------------------------------------------------
      * Schreibt den gedruckten Stand des Rekordbuchs als neuen
      * Rekord-Stand zur zuletzt geschlossenen Saison
       SCHREIBE-REKORD-STAND SECTION.
           OPEN OUTPUT REKORDE-DATEI
           IF NOT REK-DATEI-OK
             DISPLAY 'Rekord-Stand konnte nicht geschrieben werden'
               ' (Status ' REK-DATEI-STATUS ').'
           ELSE
             PERFORM VARYING RB-IX FROM 1 BY 1 UNTIL RB-IX > 9
               IF RB-BUCH-KZ(RB-IX) NOT = SPACE
                 MOVE SPACES TO REKORD-SATZ
                 SET RA-IX TO RB-IX
                 MOVE RA-IX TO REK-ART
                 MOVE RB-BUCH-WERT(RB-IX) TO REK-WERT
                 MOVE RB-BUCH-SPIELER-ID(RB-IX) TO REK-SPIELER-ID
                 MOVE RB-BUCH-VON-DATUM(RB-IX) TO REK-VON-DATUM
                 MOVE RB-BUCH-DATUM(RB-IX) TO REK-DATUM
                 MOVE RB-BUCH-SPIEL-ID(RB-IX) TO REK-SPIEL-ID
                 MOVE LETZTE-SAISON-ID TO REK-STAND-SAISON
                 WRITE REKORD-SATZ
               END-IF
             END-PERFORM
             CLOSE REKORDE-DATEI
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Schreibt die aufbereitete Zeile in das Rekordbuch
       SCHREIBE-BERICHTZEILE SECTION.
           WRITE BERICHT-SATZ
           IF NOT RB-DATEI-OK
             DISPLAY 'Fehler beim Schreiben der Berichtzeile'
               ' (Status ' RB-DATEI-STATUS ').'
           END-IF
           EXIT.
