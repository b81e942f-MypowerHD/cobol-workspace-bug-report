       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TTTABRB.
      *****************************************************************
      * Abbruch-Bericht ueber die Abbruch-Datei: liest die von TTTM
      * je abgebrochenem Spiel geschriebenen Abbruch-Saetze eines vom
      * Bediener gewaehlten Datumsbereichs, listet die einzelnen
      * Abbrueche und druckt
      *   - je Spieler die Anzahl seiner abgebrochenen Spiele, davon
      *     beim Abbruch selbst am Zug und davon auf eine angesetzte
      *     Paarung des Spielplans,
      *   - je Abbruchgrund die Anzahl, dazu die dadurch
      *     abgebrochenen Serien,
      *   - die angesetzten Paarungen mit Abbruechen, die laut
      *     Paarungs-Datei noch immer offen und damit durch den
      *     abgebrochenen Versuch blockiert sind.
      * Die Namen kommen wie in TTTREP aus dem Spieler-Stamm;
      * unbenannte Spiele laufen unter den Marken X und O.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Abbruch-Saetze aus TTTM, nur lesend
           SELECT ABBRUCH-DATEI ASSIGN TO 'ABBRUCH'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ABB-DATEI-STATUS.
      * Spieler-Stamm fuer die Namen auf dem Bericht
           SELECT SPIELER-DATEI ASSIGN TO 'SPIELER'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SP-ID
             FILE STATUS IS SP-DATEI-STATUS.
      * Paarungs-Datei des Spielplans (TTTPLAN), nur lesend fuer den
      * aktuellen Stand der Paarungen mit Abbruechen
           SELECT PAARUNG-DATEI ASSIGN TO 'PAARUNG'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PAAR-SCHLUESSEL
             FILE STATUS IS PAAR-DATEI-STATUS.
      * Abbruch-Bericht dieses Laufes, je Lauf neu angelegt
           SELECT ABRBER-DATEI ASSIGN TO 'ABRBER'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AB-DATEI-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ABBRUCH-DATEI.
           COPY TTTABRS.
       FD  SPIELER-DATEI.
           COPY TTTSPLM.
       FD  PAARUNG-DATEI.
           COPY TTTPAAR.
       FD  ABRBER-DATEI.
           COPY TTTBERD.
       WORKING-STORAGE SECTION.
       01 ABB-DATEI-STATUS PIC XX.
         88 ABB-DATEI-OK VALUE '00'.
         88 ABB-DATEI-ENDE VALUE '10'.
      * Status 04 (Satz laenger als beschrieben, abgeschnitten) darf
      * den Lesedurchgang nicht beenden; der Satz wird wie jeder
      * andere unlesbare Satz uebergangen.
         88 ABB-SATZ-GELESEN VALUES '00' '04'.
       01 SP-DATEI-STATUS PIC XX.
         88 SP-DATEI-OK VALUE '00'.
       01 PAAR-DATEI-STATUS PIC XX.
         88 PAAR-DATEI-OK VALUE '00'.
       01 AB-DATEI-STATUS PIC XX.
         88 AB-DATEI-OK VALUE '00'.
      * Schalter: stehen Spieler-Stamm und Paarungs-Datei bereit
       01 SPIELER-STAMM-KZ PIC X VALUE 'N'.
         88 SPIELER-STAMM-BEREIT VALUE 'J' WHEN SET TO FALSE 'N'.
       01 PAARUNG-KZ PIC X VALUE 'N'.
         88 PAARUNG-DATEI-BEREIT VALUE 'J' WHEN SET TO FALSE 'N'.
      * Datumsbereich des Bedieners; leere Eingaben bedeuten keine
      * Einschraenkung. Die Eingabe laeuft ueber X-Felder, weil
      * ACCEPT in ein numerisches Feld unlesbare Eingaben
      * stillschweigend in Nullen wandelt.
       01 VON-DATUM-EINGABE PIC X(08).
       01 BIS-DATUM-EINGABE PIC X(08).
       01 VON-DATUM PIC 9(08).
       01 BIS-DATUM PIC 9(08).
      * Abbruch-Bilanz je Spieler; je Abbruch-Satz kommen hoechstens
      * zwei Zeilen hinzu
       01 ANZ-EINTRAEGE PIC 9(02) VALUE 0.
       01 SPIELERTABELLE.
         02 SPL-EINTRAG OCCURS 50 TIMES INDEXED BY SPL-IX.
           03 SPL-SPIELER-ID PIC X(08).
           03 SPL-NAME PIC X(30).
           03 SPL-ABBRUECHE PIC 9(05).
           03 SPL-AM-ZUG PIC 9(05).
           03 SPL-ANGESETZT PIC 9(05).
           03 SPL-GEDRUCKT-KZ PIC X.
             88 SPL-ZEILE-GEDRUCKT VALUE 'J'.
      * Angesetzte Paarungen mit Abbruechen und Anzahl der
      * abgebrochenen Versuche je Paarung
       01 ANZ-PAARUNGEN PIC 9(03) VALUE 0.
       01 PAARUNGSTABELLE.
         02 PT-EINTRAG OCCURS 200 TIMES INDEXED BY PT-IX.
           03 PT-PAARUNG PIC X(11).
           03 PT-SPIELER-X-ID PIC X(08).
           03 PT-SPIELER-O-ID PIC X(08).
           03 PT-VERSUCHE PIC 9(03).
      * Anzahl der Abbrueche je Grund
       01 GRUND-ZAEHLER.
         02 ANZ-GRUND-DATEI-ENDE PIC 9(05) VALUE 0.
         02 ANZ-GRUND-DATEI-FEHLT PIC 9(05) VALUE 0.
         02 ANZ-GRUND-BEDIENER PIC 9(05) VALUE 0.
         02 ANZ-GRUND-UNBEKANNT PIC 9(05) VALUE 0.
         02 ANZ-SERIEN-ABGEBROCHEN PIC 9(05) VALUE 0.
      * Kennungen der beiden Teilnehmer des gelesenen Satzes und des
      * Spielers am Zug; bei unbenannten Spielen die Marken
       01 SATZ-SPIELER-X-ID PIC X(08).
       01 SATZ-SPIELER-O-ID PIC X(08).
       01 SATZ-AM-ZUG-ID PIC X(08).
       01 GESUCHTE-SPIELER-ID PIC X(08).
      * Auswahl der naechsten Druckzeile beim sortierten Ausgeben
       01 DRUCK-IX PIC 9(02).
       01 ANZ-GEDRUCKT PIC 9(02).
      * Druckfelder
       01 GRUND-TEXT PIC X(24).
       01 GRUND-ANZAHL PIC 9(05).
       01 PAARUNGS-STAND PIC X(10).
      * Zaehler fuer die Abstimmung am Ende des Berichts
       01 ZAEHLER.
         02 ANZ-GELESEN PIC 9(05) VALUE 0.
         02 ANZ-IM-BEREICH PIC 9(05) VALUE 0.
         02 ANZ-UNLESBAR PIC 9(05) VALUE 0.
         02 ANZ-BLOCKIERT PIC 9(03) VALUE 0.
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

           PERFORM OEFFNE-DATEIEN

      * TEST BEFORE, damit nach fehlgeschlagenem OPEN (oder einem
      * Lesefehler mitten in der Datei) nicht weitergelesen wird
           PERFORM UNTIL NOT ABB-SATZ-GELESEN
             READ ABBRUCH-DATEI
               AT END
                 SET ABB-DATEI-ENDE TO TRUE
               NOT AT END
                 ADD 1 TO ANZ-GELESEN
                 PERFORM VERARBEITE-ABBRUCH-SATZ
             END-READ
           END-PERFORM
           IF ABB-DATEI-STATUS NOT = '10'
             DISPLAY 'Lesefehler auf der Abbruch-Datei'
               ' (Status ' ABB-DATEI-STATUS '); Bericht'
               ' unvollstaendig.'
             MOVE 'ACHTUNG: BERICHT UNVOLLSTAENDIG (LESEFEHLER)'
               TO BERICHT-SATZ
             PERFORM SCHREIBE-BERICHTZEILE
           END-IF

           PERFORM DRUCKE-SPIELERBILANZ
           PERFORM DRUCKE-GRUENDE
           PERFORM DRUCKE-PAARUNGEN
           PERFORM DRUCKE-ABSTIMMUNG
           PERFORM SCHLIESSE-DATEIEN
           STOP RUN.

      *-----------------------------------------------------------------
      * Oeffnet alle Dateien des Laufes und schreibt die Kopfzeilen
      * der Abbruchliste. Eine fehlende Abbruch-Datei bedeutet nur,
      * dass noch kein Spiel abgebrochen wurde.
       OEFFNE-DATEIEN SECTION.
           OPEN INPUT ABBRUCH-DATEI
           IF NOT ABB-DATEI-OK
             DISPLAY 'Abbruch-Datei konnte nicht geoeffnet werden'
               ' (Status ' ABB-DATEI-STATUS '); noch keine'
               ' Abbrueche vorhanden.'
             SET ABB-DATEI-ENDE TO TRUE
           END-IF
           OPEN INPUT SPIELER-DATEI
           IF SP-DATEI-OK
             SET SPIELER-STAMM-BEREIT TO TRUE
           END-IF
           OPEN INPUT PAARUNG-DATEI
           IF PAAR-DATEI-OK
             SET PAARUNG-DATEI-BEREIT TO TRUE
           END-IF
           OPEN OUTPUT ABRBER-DATEI
           IF NOT AB-DATEI-OK
             DISPLAY 'Abbruch-Bericht konnte nicht angelegt werden'
               ' (Status ' AB-DATEI-STATUS ').'
           END-IF
           MOVE SPACES TO BERICHT-SATZ
           STRING 'ABGEBROCHENE SPIELE VON ' VON-DATUM
             ' BIS ' BIS-DATUM
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE ALL '-' TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE SPACES TO BERICHT-SATZ
           STRING 'DATUM    SPIEL-ID   X-KENNUNG O-KENNUNG ZUEGE'
             ' AM ZUG GRUND SERIE RUNDE'
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           EXIT.

      *-----------------------------------------------------------------
      * Verbucht einen Abbruch-Satz des Datumsbereichs: Detailzeile
      * auf die Abbruchliste, Bilanz beider Teilnehmer, Grund und
      * Paarung. Saetze mit unlesbarem Datum werden gezaehlt und
      * uebergangen.
       VERARBEITE-ABBRUCH-SATZ SECTION.
           IF ABB-DATUM IS NOT NUMERIC
             ADD 1 TO ANZ-UNLESBAR
           ELSE
             IF ABB-DATUM >= VON-DATUM
                 AND ABB-DATUM <= BIS-DATUM
               ADD 1 TO ANZ-IM-BEREICH
               PERFORM SCHREIBE-ABBRUCHZEILE
               PERFORM VERBUCHE-ABBRUCH
               PERFORM VERBUCHE-GRUND
               IF ABB-PAARUNG NOT = SPACES
                 PERFORM VERBUCHE-PAARUNG
               END-IF
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Schreibt die Detailzeile des Abbruchs auf die Abbruchliste;
      * die Serie erscheint als Spiel-Nr/Serienlaenge, die Runde nur
      * bei einer angesetzten Paarung.
       SCHREIBE-ABBRUCHZEILE SECTION.
           MOVE SPACES TO BERICHT-SATZ
           STRING ABB-DATUM ' ' ABB-SPIEL-ID ' '
             ABB-SPIELER-X-ID '  ' ABB-SPIELER-O-ID '  '
             ABB-ZUEGE '    ' ABB-AM-ZUG '      ' ABB-GRUND
             '     ' ABB-SERIE-SPIEL-NR '/' ABB-SERIENLAENGE
             DELIMITED BY SIZE INTO BERICHT-SATZ
           IF ABB-PAARUNG NOT = SPACES
             MOVE ABB-PAAR-RUNDE TO BERICHT-SATZ(66:2)
           END-IF
           IF ABB-IST-POKALSPIEL
             MOVE 'POKAL' TO BERICHT-SATZ(66:5)
           END-IF
           PERFORM SCHREIBE-BERICHTZEILE
           EXIT.

      *-----------------------------------------------------------------
      * Verbucht den Abbruch auf den Bilanzzeilen beider Teilnehmer:
      * beide nehmen einen Abbruch wahr, der Spieler am Zug zaehlt
      * ihn zusaetzlich als eigenen, ein Abbruch auf eine angesetzte
      * Paarung zaehlt fuer beide als angesetzt.
       VERBUCHE-ABBRUCH SECTION.
           MOVE ABB-SPIELER-X-ID TO SATZ-SPIELER-X-ID
           IF SATZ-SPIELER-X-ID = SPACES
             MOVE 'X' TO SATZ-SPIELER-X-ID
           END-IF
           MOVE ABB-SPIELER-O-ID TO SATZ-SPIELER-O-ID
           IF SATZ-SPIELER-O-ID = SPACES
             MOVE 'O' TO SATZ-SPIELER-O-ID
           END-IF
           EVALUATE ABB-AM-ZUG
             WHEN 'X'
               MOVE SATZ-SPIELER-X-ID TO SATZ-AM-ZUG-ID
             WHEN 'O'
               MOVE SATZ-SPIELER-O-ID TO SATZ-AM-ZUG-ID
             WHEN OTHER
               MOVE SPACES TO SATZ-AM-ZUG-ID
           END-EVALUATE

           MOVE SATZ-SPIELER-X-ID TO GESUCHTE-SPIELER-ID
           PERFORM FINDE-SPIELERZEILE
           PERFORM VERBUCHE-TEILNEHMER

           MOVE SATZ-SPIELER-O-ID TO GESUCHTE-SPIELER-ID
           PERFORM FINDE-SPIELERZEILE
           PERFORM VERBUCHE-TEILNEHMER
           EXIT.

      *-----------------------------------------------------------------
      * Verbucht den Abbruch auf der Zeile SPL-IX fuer den
      * Teilnehmer GESUCHTE-SPIELER-ID
       VERBUCHE-TEILNEHMER SECTION.
           ADD 1 TO SPL-ABBRUECHE(SPL-IX)
           IF GESUCHTE-SPIELER-ID = SATZ-AM-ZUG-ID
             ADD 1 TO SPL-AM-ZUG(SPL-IX)
           END-IF
           IF ABB-PAARUNG NOT = SPACES
             ADD 1 TO SPL-ANGESETZT(SPL-IX)
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Zaehlt den Abbruch unter seinem Grund; ein Abbruch in einer
      * Serie (Serienlaenge groesser 1) hat die Serie abgebrochen.
       VERBUCHE-GRUND SECTION.
           EVALUATE TRUE
             WHEN ABB-GRUND-DATEI-ENDE
               ADD 1 TO ANZ-GRUND-DATEI-ENDE
             WHEN ABB-GRUND-DATEI-FEHLT
               ADD 1 TO ANZ-GRUND-DATEI-FEHLT
             WHEN ABB-GRUND-BEDIENER
               ADD 1 TO ANZ-GRUND-BEDIENER
             WHEN OTHER
               ADD 1 TO ANZ-GRUND-UNBEKANNT
           END-EVALUATE
           IF ABB-SERIENLAENGE IS NUMERIC
               AND ABB-SERIENLAENGE > 1
             ADD 1 TO ANZ-SERIEN-ABGEBROCHEN
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Zaehlt den abgebrochenen Versuch bei seiner angesetzten
      * Paarung; eine neue Paarung bekommt eine neue Zeile. Ist die
      * Tabelle voll, wird die Paarung nur gemeldet.
       VERBUCHE-PAARUNG SECTION.
           SET PT-IX TO 1
           SEARCH PT-EINTRAG
             AT END
               PERFORM LEGE-PAARUNGSZEILE-AN
             WHEN PT-IX > ANZ-PAARUNGEN
               PERFORM LEGE-PAARUNGSZEILE-AN
             WHEN PT-PAARUNG(PT-IX) = ABB-PAARUNG
               ADD 1 TO PT-VERSUCHE(PT-IX)
           END-SEARCH
           EXIT.

      *-----------------------------------------------------------------
      * Legt eine neue Paarungszeile mit dem ersten Versuch an
       LEGE-PAARUNGSZEILE-AN SECTION.
           IF ANZ-PAARUNGEN < 200
             ADD 1 TO ANZ-PAARUNGEN
             SET PT-IX TO ANZ-PAARUNGEN
             MOVE ABB-PAARUNG TO PT-PAARUNG(PT-IX)
             MOVE ABB-SPIELER-X-ID TO PT-SPIELER-X-ID(PT-IX)
             MOVE ABB-SPIELER-O-ID TO PT-SPIELER-O-ID(PT-IX)
             MOVE 1 TO PT-VERSUCHE(PT-IX)
           ELSE
             DISPLAY 'Mehr als 200 Paarungen mit Abbruechen;'
               ' Paarung ' ABB-PAARUNG ' wird nicht ausgewiesen.'
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Setzt SPL-IX auf die Zeile des Spielers
      * GESUCHTE-SPIELER-ID; ist noch keine vorhanden, wird eine
      * neue Zeile angelegt und der Name aus dem Spieler-Stamm
      * dazugelesen. Ist die Tabelle voll, faengt die letzte Zeile
      * alle weiteren Spieler auf.
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
      * Legt eine neue Bilanzzeile fuer GESUCHTE-SPIELER-ID an und
      * stellt SPL-IX darauf; ist die Tabelle voll, wird die letzte
      * Zeile zur Sammelzeile *UEBRIGE umgewidmet (siehe TTTREP).
       LEGE-SPIELERZEILE-AN SECTION.
           IF ANZ-EINTRAEGE < 50
             ADD 1 TO ANZ-EINTRAEGE
             SET SPL-IX TO ANZ-EINTRAEGE
             MOVE GESUCHTE-SPIELER-ID TO SPL-SPIELER-ID(SPL-IX)
             MOVE SPACES TO SPL-NAME(SPL-IX)
             MOVE 0 TO SPL-ABBRUECHE(SPL-IX) SPL-AM-ZUG(SPL-IX)
               SPL-ANGESETZT(SPL-IX)
             MOVE SPACE TO SPL-GEDRUCKT-KZ(SPL-IX)
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
             DISPLAY 'Mehr als 50 Spieler in der Abbruch-Datei;'
               ' Spieler ' GESUCHTE-SPIELER-ID ' wird auf der'
               ' Sammelzeile *UEBRIGE mitgezaehlt.'
             SET SPL-IX TO ANZ-EINTRAEGE
             IF SPL-SPIELER-ID(SPL-IX) NOT = '*UEBRIGE'
               MOVE '*UEBRIGE' TO SPL-SPIELER-ID(SPL-IX)
               MOVE 'WEITERE SPIELER' TO SPL-NAME(SPL-IX)
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Druckt die Abbruch-Bilanz je Spieler, Spieler mit den meisten
      * Abbruechen am Zug zuerst.
       DRUCKE-SPIELERBILANZ SECTION.
           MOVE ALL '-' TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE 'ABBRUECHE JE SPIELER' TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE SPACES TO BERICHT-SATZ
           STRING 'KENNUNG  NAME                 ABBRUECHE'
             ' DAVON AM ZUG DAVON ANGESETZT'
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE 0 TO ANZ-GEDRUCKT
           PERFORM UNTIL ANZ-GEDRUCKT = ANZ-EINTRAEGE
             PERFORM WAEHLE-NAECHSTE-DRUCKZEILE
             PERFORM DRUCKE-BILANZZEILE
           END-PERFORM
           EXIT.

      *-----------------------------------------------------------------
      * Waehlt unter den noch nicht gedruckten Zeilen die mit den
      * meisten Abbruechen am Zug aus und stellt DRUCK-IX darauf
       WAEHLE-NAECHSTE-DRUCKZEILE SECTION.
           MOVE 0 TO DRUCK-IX
           PERFORM VARYING SPL-IX FROM 1 BY 1
               UNTIL SPL-IX > ANZ-EINTRAEGE
             IF NOT SPL-ZEILE-GEDRUCKT(SPL-IX)
               IF DRUCK-IX = 0
                 SET DRUCK-IX TO SPL-IX
               ELSE
                 IF SPL-AM-ZUG(SPL-IX) > SPL-AM-ZUG(DRUCK-IX)
                   SET DRUCK-IX TO SPL-IX
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           EXIT.

      *-----------------------------------------------------------------
      * Druckt die Bilanzzeile DRUCK-IX auf Bildschirm und Bericht
      * und markiert sie als gedruckt
       DRUCKE-BILANZZEILE SECTION.
           MOVE SPACES TO BERICHT-SATZ
           STRING SPL-SPIELER-ID(DRUCK-IX) ' '
             SPL-NAME(DRUCK-IX)(1:20) ' '
             SPL-ABBRUECHE(DRUCK-IX) '     '
             SPL-AM-ZUG(DRUCK-IX) '        '
             SPL-ANGESETZT(DRUCK-IX)
             DELIMITED BY SIZE INTO BERICHT-SATZ
           DISPLAY BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE 'J' TO SPL-GEDRUCKT-KZ(DRUCK-IX)
           ADD 1 TO ANZ-GEDRUCKT
           EXIT.

      *-----------------------------------------------------------------
      * Druckt die Anzahl der Abbrueche je Grund und die dadurch
      * abgebrochenen Serien
       DRUCKE-GRUENDE SECTION.
           MOVE ALL '-' TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE 'ABBRUECHE JE GRUND' TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE 'D ZUEGE-DATEI ZU ENDE' TO GRUND-TEXT
           MOVE ANZ-GRUND-DATEI-ENDE TO GRUND-ANZAHL
           PERFORM DRUCKE-GRUNDZEILE
           MOVE 'F ZUEGE-DATEI NICHT DA' TO GRUND-TEXT
           MOVE ANZ-GRUND-DATEI-FEHLT TO GRUND-ANZAHL
           PERFORM DRUCKE-GRUNDZEILE
           MOVE 'B ABBRUCH DURCH BEDIENER' TO GRUND-TEXT
           MOVE ANZ-GRUND-BEDIENER TO GRUND-ANZAHL
           PERFORM DRUCKE-GRUNDZEILE
           IF ANZ-GRUND-UNBEKANNT > 0
             MOVE '  GRUND UNBEKANNT' TO GRUND-TEXT
             MOVE ANZ-GRUND-UNBEKANNT TO GRUND-ANZAHL
             PERFORM DRUCKE-GRUNDZEILE
           END-IF
           MOVE SPACES TO BERICHT-SATZ
           STRING 'DADURCH ABGEBROCHENE SERIEN ' ANZ-SERIEN-ABGEBROCHEN
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           EXIT.

      *-----------------------------------------------------------------
      * Druckt eine Zeile der Gruende: GRUND-TEXT mit der Anzahl,
      * die der Aufrufer in GRUND-ANZAHL bereitgestellt hat
       DRUCKE-GRUNDZEILE SECTION.
           MOVE SPACES TO BERICHT-SATZ
           STRING GRUND-TEXT ' ' GRUND-ANZAHL
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           EXIT.

      *-----------------------------------------------------------------
      * Druckt die angesetzten Paarungen mit Abbruechen und ihren
      * aktuellen Stand in der Paarungs-Datei; eine noch offene
      * Paarung ist durch den abgebrochenen Versuch blockiert.
       DRUCKE-PAARUNGEN SECTION.
           MOVE ALL '-' TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE 'ANGESETZTE PAARUNGEN MIT ABBRUECHEN' TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE SPACES TO BERICHT-SATZ
           STRING 'SAISON RUNDE LFD  X-KENNUNG O-KENNUNG VERSUCHE'
             ' STAND'
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE 0 TO ANZ-BLOCKIERT
           PERFORM VARYING PT-IX FROM 1 BY 1
               UNTIL PT-IX > ANZ-PAARUNGEN
             PERFORM DRUCKE-PAARUNGSZEILE
           END-PERFORM
           EXIT.

      *-----------------------------------------------------------------
      * Liest den aktuellen Stand der Paarung PT-IX und druckt sie
       DRUCKE-PAARUNGSZEILE SECTION.
           IF PAARUNG-DATEI-BEREIT
             MOVE PT-PAARUNG(PT-IX) TO PAAR-SCHLUESSEL
             READ PAARUNG-DATEI
               KEY IS PAAR-SCHLUESSEL
               INVALID KEY
                 MOVE 'UNBEKANNT' TO PAARUNGS-STAND
               NOT INVALID KEY
                 IF PAAR-IST-OFFEN
                   MOVE 'BLOCKIERT' TO PAARUNGS-STAND
                   ADD 1 TO ANZ-BLOCKIERT
                 ELSE
                   MOVE 'GESPIELT' TO PAARUNGS-STAND
                 END-IF
             END-READ
           ELSE
             MOVE 'UNBEKANNT' TO PAARUNGS-STAND
           END-IF
           MOVE SPACES TO BERICHT-SATZ
           STRING PT-PAARUNG(PT-IX)(1:6) ' ' PT-PAARUNG(PT-IX)(7:2)
             '    ' PT-PAARUNG(PT-IX)(9:3) '  '
             PT-SPIELER-X-ID(PT-IX) '  ' PT-SPIELER-O-ID(PT-IX)
             '  ' PT-VERSUCHE(PT-IX) '      ' PAARUNGS-STAND
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           EXIT.

      *-----------------------------------------------------------------
      * Abstimmung des Laufes auf Bericht und Bildschirm
       DRUCKE-ABSTIMMUNG SECTION.
           MOVE ALL '-' TO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           MOVE SPACES TO BERICHT-SATZ
           STRING 'GELESEN ' ANZ-GELESEN
             ' IM BEREICH ' ANZ-IM-BEREICH
             ' UNLESBAR ' ANZ-UNLESBAR
             ' PAARUNGEN BLOCKIERT ' ANZ-BLOCKIERT
             DELIMITED BY SIZE INTO BERICHT-SATZ
           PERFORM SCHREIBE-BERICHTZEILE
           DISPLAY 'Abbruch-Bericht beendet: ' ANZ-GELESEN
             ' gelesen, ' ANZ-IM-BEREICH ' im Bereich, '
             ANZ-BLOCKIERT ' Paarungen blockiert.'
           EXIT.

      *-----------------------------------------------------------------
      * Schreibt die in BERICHT-SATZ vorbereitete Zeile auf den
      * Abbruch-Bericht.
       SCHREIBE-BERICHTZEILE SECTION.
           WRITE BERICHT-SATZ
           IF NOT AB-DATEI-OK
             DISPLAY 'Fehler beim Schreiben der Berichtzeile'
               ' (Status ' AB-DATEI-STATUS ').'
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Schliesst alle Dateien des Laufes
       SCHLIESSE-DATEIEN SECTION.
           CLOSE ABBRUCH-DATEI
           IF SPIELER-STAMM-BEREIT
             CLOSE SPIELER-DATEI
           END-IF
           IF PAARUNG-DATEI-BEREIT
             CLOSE PAARUNG-DATEI
           END-IF
           CLOSE ABRBER-DATEI
           EXIT.
