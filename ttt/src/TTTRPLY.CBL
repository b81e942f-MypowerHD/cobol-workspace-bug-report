       PROGRAM-ID.  TTTRPLY.
      *****************************************************************
      * Wiedergabe eines strittigen Spiels aus dem Zug-Protokoll:
      * der Bediener nennt die Spiel-Kennung, das Programm zeigt die
      * Spiele dieser Kennung aus dem Spiel-Verzeichnis (SPIELVZ,
      * siehe TTTSVZM) und spielt das gewaehlte Spiel ab seinem
      * Kopfsatz in der PROTOKOLL-DATEI Zug fuer Zug auf dem
      * Bildschirm nach - im selben Spielfeld-Format wie
      * DISPLAY-SPIELFELD in TTTM, damit der Streitfall am
      * Bildschirm statt auf Papier geklaert werden kann. Spiele in
      * einer Archivgeneration spielt TTTAUSK (Funktion N) nach.
      * Altspiele ohne Kopfsatz stehen nicht im Verzeichnis; ohne
      * Kennung werden sie aus dem Protokoll aufgelistet und ueber
      * die Satznummer ihres ersten Zuges gewaehlt.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PROTOKOLL-DATEI ASSIGN TO 'PROTOKOLL'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PROT-DATEI-STATUS.
      * Spiel-Verzeichnis aus TTTM/TTTARCH, nur lesend
           SELECT SPIELVZ-DATEI ASSIGN TO 'SPIELVZ'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SV-SCHLUESSEL
             FILE STATUS IS SV-DATEI-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROTOKOLL-DATEI.
           COPY TTTPROT.
           COPY TTTPRTK.
       FD  SPIELVZ-DATEI.
           COPY TTTSVZM.
       WORKING-STORAGE SECTION.
       01 PROT-DATEI-STATUS PIC XX.
         88 PROT-DATEI-OK VALUE '00'.
      * den Lesedurchgang nicht beenden; der Satz wird wie jeder
      * andere unlesbare Satz uebergangen.
         88 PROT-SATZ-GELESEN VALUES '00' '04'.
       01 SV-DATEI-STATUS PIC XX.
         88 SV-DATEI-OK VALUE '00'.
      * Abgrenzung der Altspiele: seit TTTM Spiel-Kopfsaetze
      * (TTTPRTK) schreibt, beginnt ein Spiel verlaesslich mit
      * seinem Kopfsatz. Altspiele ohne Kopfsatz werden weiterhin
      * daran erkannt, dass die Zugnummer nicht mehr fortlaufend
      * steigt (TTTM beginnt jedes Spiel bei Zug 01 bzw. setzt bei
      * einem Wiederanlauf mitten in der Zaehlung fort).
       01 VORIGER-ZUG PIC 9(02).
       01 ERSTER-SATZ-KZ PIC X VALUE 'J'.
         88 IST-ERSTER-SATZ VALUE 'J' WHEN SET TO FALSE 'N'.
      * Laufende Satznummer im Protokoll
       01 SATZ-NR PIC 9(07).
      * Vom Bediener genannte Spiel-Kennung; leer = Altspiele
       01 SUCH-KENNUNG PIC X(10).
      * Gerade abgegrenztes Spiel beim Durchlesen nach Altspielen
       01 AKT-SPIEL.
         02 AKT-ERSTER-SATZ PIC 9(07).
         02 AKT-ZUEGE PIC 9(03).
         02 AKT-BRETTGROESSE PIC 9.
         02 AKT-LETZTER-SPIELER PIC X.
         02 AKT-KOPF-KZ PIC X.
           88 AKT-MIT-KOPF VALUE 'J' WHEN SET TO FALSE 'N'.
      * Durchlesen nach Altspielen: Liste anzeigen oder das
      * gewaehlte Altspiel vermessen
       01 DURCHLAUF-KZ PIC X.
         88 ALTSPIELE-ANZEIGEN VALUE 'A'.
         88 ALTSPIEL-SUCHEN VALUE 'S'.
      * Anzahl angezeigter Spiele bzw. Verzeichnis-Eintraege
       01 ANZ-SPIELE PIC 9(03).
       01 SUCHE-KZ PIC X VALUE 'N'.
         88 SUCHE-BEENDET VALUE 'J' WHEN SET TO FALSE 'N'.
      * Vom Bediener gewaehlter Verzeichnis-Eintrag (laufende Nummer
      * der Anzeige) bzw. Satznummer des ersten Zuges eines Altspiels
       01 SPIEL-WAHL PIC 9(03).
       01 SATZ-WAHL PIC 9(07).
      * Gewaehltes Spiel: Einstiegssatz, Anzahl der Zug- und
      * Korrektursaetze und Brettgroesse
       01 GEWAEHLTES-SPIEL.
         02 GEW-ERSTER-SATZ PIC 9(07).
         02 GEW-ZUEGE PIC 9(03).
         02 GEW-BRETTGROESSE PIC 9.
         02 GEW-KZ PIC X VALUE 'N'.
           88 SPIEL-GEWAEHLT VALUE 'J' WHEN SET TO FALSE 'N'.
      * Schalter: der Einstiegssatz ist ein Kopfsatz, der gegen den
      * Verzeichnis-Eintrag geprueft wird
         02 GEW-KOPF-KZ PIC X VALUE 'N'.
           88 GEW-MIT-KOPF VALUE 'J' WHEN SET TO FALSE 'N'.
         02 GEW-DATUM PIC 9(08).
      * Anzeigetext zum Fundort eines Verzeichnis-Eintrags
       01 ORT-TEXT PIC X(08).
      * Anzahl beim Nachspielen bereits angezeigter Zuege
       01 NACHGESPIELTE-ZUEGE PIC 9(03).
      * Groesse des Spielfeldes
       01 BRETTGROESSE PIC 9 VALUE 3.
      * 3x3 bis 5x5 Matrix des Spielfeldes, wie in TTTM
       01 SPIELFELD.
       01 SPIEL-ENDE-KZ PIC X VALUE 'N'.
         88 SPIELGRENZE-ERREICHT VALUE 'J' WHEN SET TO FALSE 'N'.
       PROCEDURE DIVISION.
           DISPLAY 'Spiel-Kennung (leer = Altspiele ohne Kennung): '
             WITH NO ADVANCING
           ACCEPT SUCH-KENNUNG

           IF SUCH-KENNUNG = SPACES
             PERFORM WAEHLE-ALTSPIEL
           ELSE
             PERFORM WAEHLE-VERZEICHNIS-EINTRAG
           END-IF
           IF SPIEL-GEWAEHLT
             PERFORM SPIELE-NACH
           END-IF
           STOP RUN.

      *-----------------------------------------------------------------
      * Zeigt die Verzeichnis-Eintraege der genannten Spiel-Kennung
      * an, laesst den Bediener waehlen und liest den gewaehlten
      * Eintrag. Ein Spiel in einer Archivgeneration wird nur
      * nachgewiesen.
       WAEHLE-VERZEICHNIS-EINTRAG SECTION.
           OPEN INPUT SPIELVZ-DATEI
           IF NOT SV-DATEI-OK
             DISPLAY 'Spiel-Verzeichnis konnte nicht geoeffnet werden'
               ' (Status ' SV-DATEI-STATUS '); bitte TTTARCH laufen'
               ' lassen.'
           ELSE
             PERFORM ZEIGE-SPIEL-VERZEICHNIS
             IF ANZ-SPIELE = 0
               DISPLAY 'Keine Spiele mit Kennung ' SUCH-KENNUNG
                 ' im Spiel-Verzeichnis.'
             ELSE
               PERFORM WAEHLE-SPIEL
               IF SPIEL-WAHL > 0
                 PERFORM LIES-GEWAEHLTEN-EINTRAG
               END-IF
             END-IF
             CLOSE SPIELVZ-DATEI
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Positioniert auf den ersten Verzeichnis-Eintrag der
      * genannten Spiel-Kennung
       STARTE-VERZEICHNIS SECTION.
           MOVE SUCH-KENNUNG TO SV-SPIEL-ID
           MOVE 0 TO SV-DATUM
           MOVE 0 TO SV-LFDNR
           SET SUCHE-BEENDET TO FALSE
           START SPIELVZ-DATEI KEY IS NOT LESS THAN SV-SCHLUESSEL
             INVALID KEY
               SET SUCHE-BEENDET TO TRUE
           END-START
           EXIT.

      *-----------------------------------------------------------------
      * Zeigt die Verzeichnis-Eintraege der Spiel-Kennung zur
      * Auswahl an, in der Reihenfolge der Kopfsaetze
       ZEIGE-SPIEL-VERZEICHNIS SECTION.
           MOVE 0 TO ANZ-SPIELE
           DISPLAY SPACE
           DISPLAY 'SPIELE MIT KENNUNG ' SUCH-KENNUNG
           DISPLAY 'NR  DATUM    LFD ORT      STICHTAG ZUEGE FELD'
             ' SPIELER X/O       AUSGANG'
           PERFORM STARTE-VERZEICHNIS
           PERFORM UNTIL SUCHE-BEENDET
             READ SPIELVZ-DATEI NEXT RECORD
               AT END
                 SET SUCHE-BEENDET TO TRUE
               NOT AT END
                 IF SV-SPIEL-ID NOT = SUCH-KENNUNG
                   SET SUCHE-BEENDET TO TRUE
                 ELSE
                   PERFORM ZEIGE-VERZEICHNIS-EINTRAG
                 END-IF
             END-READ
           END-PERFORM
           EXIT.

      *-----------------------------------------------------------------
      * Zeigt den gelesenen Verzeichnis-Eintrag als Auswahlzeile
       ZEIGE-VERZEICHNIS-EINTRAG SECTION.
           IF ANZ-SPIELE < 999
             ADD 1 TO ANZ-SPIELE
           END-IF
           IF SV-IM-ARCHIV
             MOVE 'ARCHIV' TO ORT-TEXT
           ELSE
             MOVE 'LAUFEND' TO ORT-TEXT
           END-IF
           DISPLAY ANZ-SPIELE ' ' SV-DATUM ' ' SV-LFDNR '  '
             ORT-TEXT ' ' SV-ARCHIV-STICHTAG ' ' SV-ZUEGE '    '
             SV-BRETTGROESSE 'x' SV-BRETTGROESSE '  '
             SV-SPIELER-X-ID '/' SV-SPIELER-O-ID ' '
             SV-AUSGANG-KZ
           EXIT.

      *-----------------------------------------------------------------
      * Liest die Spielauswahl des Bedieners; 0 oder eine unlesbare
      * Eingabe beendet das Programm ohne Nachspielen.
       WAEHLE-SPIEL SECTION.
           DISPLAY 'Welches Spiel nachspielen (1-' ANZ-SPIELE
             ', 0 = Ende)? ' WITH NO ADVANCING
           ACCEPT SPIEL-WAHL
           IF SPIEL-WAHL IS NOT NUMERIC OR SPIEL-WAHL > ANZ-SPIELE
             DISPLAY 'Keine gueltige Spielnummer; Programmende.'
             MOVE 0 TO SPIEL-WAHL
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Liest den gewaehlten Eintrag erneut (SPIEL-WAHL-ter Eintrag
      * der Kennung) und uebernimmt Einstiegssatz, Satzzahl und
      * Brettgroesse fuer das Nachspielen.
       LIES-GEWAEHLTEN-EINTRAG SECTION.
           MOVE 0 TO ANZ-SPIELE
           PERFORM STARTE-VERZEICHNIS
           PERFORM UNTIL SUCHE-BEENDET
             READ SPIELVZ-DATEI NEXT RECORD
               AT END
                 SET SUCHE-BEENDET TO TRUE
               NOT AT END
                 ADD 1 TO ANZ-SPIELE
                 IF ANZ-SPIELE >= SPIEL-WAHL
                   SET SUCHE-BEENDET TO TRUE
                 END-IF
             END-READ
           END-PERFORM
           EVALUATE TRUE
             WHEN ANZ-SPIELE NOT = SPIEL-WAHL
                 OR SV-SPIEL-ID NOT = SUCH-KENNUNG
               DISPLAY 'Verzeichnis-Eintrag nicht mehr lesbar;'
                 ' Programmende.'
             WHEN SV-IM-ARCHIV
               DISPLAY 'Das Spiel liegt in der Protokoll-Archiv'
                 'generation vom ' SV-ARCHIV-STICHTAG
                 '; Wiedergabe ueber TTTAUSK (Funktion N).'
             WHEN OTHER
               MOVE SV-SATZ-NR TO GEW-ERSTER-SATZ
               MOVE SV-SAETZE TO GEW-ZUEGE
               MOVE SV-DATUM TO GEW-DATUM
               IF SV-BRETTGROESSE IS NUMERIC
                   AND SV-BRETTGROESSE >= 3 AND SV-BRETTGROESSE <= 5
                 MOVE SV-BRETTGROESSE TO GEW-BRETTGROESSE
               ELSE
                 MOVE 3 TO GEW-BRETTGROESSE
               END-IF
               SET GEW-MIT-KOPF TO TRUE
               SET SPIEL-GEWAEHLT TO TRUE
           END-EVALUATE
           EXIT.

      *-----------------------------------------------------------------
      * Altspiele ohne Kopfsatz: listet sie aus dem Protokoll auf,
      * liest die Satznummer des ersten Zuges des gewuenschten
      * Spiels und vermisst dieses Spiel in einem zweiten
      * Durchgang.
       WAEHLE-ALTSPIEL SECTION.
           SET ALTSPIELE-ANZEIGEN TO TRUE
           MOVE 0 TO ANZ-SPIELE
           DISPLAY SPACE
           DISPLAY 'ALTSPIELE OHNE KENNUNG IM ZUG-PROTOKOLL'
           DISPLAY 'AB SATZ ZUEGE FELD LETZTER SPIELER'
           PERFORM DURCHLIES-PROTOKOLL
           IF ANZ-SPIELE = 0
             DISPLAY 'Das Zug-Protokoll enthaelt keine Altspiele.'
           ELSE
             DISPLAY 'Satznummer des Spiels (0 = Ende)? '
               WITH NO ADVANCING
             ACCEPT SATZ-WAHL
             IF SATZ-WAHL IS NOT NUMERIC
               MOVE 0 TO SATZ-WAHL
             END-IF
             IF SATZ-WAHL > 0
               SET ALTSPIEL-SUCHEN TO TRUE
               PERFORM DURCHLIES-PROTOKOLL
               IF NOT SPIEL-GEWAEHLT
                 DISPLAY 'Kein Altspiel ab Satz ' SATZ-WAHL
                   '; Programmende.'
               END-IF
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Liest das Protokoll durch und grenzt die Spiele anhand der
      * Kopfsaetze und Zugnummern ab; jedes abgeschlossene Spiel
      * geht an SCHLIESSE-SPIEL-AB.
       DURCHLIES-PROTOKOLL SECTION.
           MOVE 0 TO SATZ-NR
           MOVE 0 TO AKT-ZUEGE
           SET AKT-MIT-KOPF TO FALSE
           SET IST-ERSTER-SATZ TO TRUE
           OPEN INPUT PROTOKOLL-DATEI
           IF NOT PROT-DATEI-OK
           END-IF
      * TEST BEFORE, damit nach fehlgeschlagenem OPEN (oder einem
      * Lesefehler mitten in der Datei) nicht weitergelesen wird
           PERFORM UNTIL NOT PROT-SATZ-GELESEN OR SPIEL-GEWAEHLT
             READ PROTOKOLL-DATEI
               AT END
                 SET PROT-DATEI-ENDE TO TRUE
                 PERFORM VERARBEITE-VERZEICHNIS-SATZ
             END-READ
           END-PERFORM
           IF NOT SPIEL-GEWAEHLT
             PERFORM SCHLIESSE-SPIEL-AB
           END-IF
           CLOSE PROTOKOLL-DATEI
           EXIT.

      *-----------------------------------------------------------------
      * Ordnet einen Protokoll-Satz dem laufenden oder einem neuen
      * Spiel zu. Ein Spiel-Kopfsatz eroeffnet verlaesslich ein neues
      * Spiel; ohne Kopfsatz beginnt ein neues Spiel, wenn die
      * Zugnummer nicht mehr steigt. Saetze mit unlesbarer
      * Zugnummer werden uebergangen.
       VERARBEITE-VERZEICHNIS-SATZ SECTION.
           IF PK-IST-SPIELKOPF
             PERFORM SCHLIESSE-SPIEL-AB
             PERFORM BEGINNE-NEUES-SPIEL
             SET AKT-MIT-KOPF TO TRUE
             SET IST-ERSTER-SATZ TO FALSE
             MOVE 0 TO VORIGER-ZUG
           ELSE
           IF PROT-ZUG IS NOT NUMERIC
             IF ALTSPIELE-ANZEIGEN
               DISPLAY 'Unlesbarer Protokoll-Satz ' SATZ-NR
                 ' wird uebergangen.'
             END-IF
           ELSE
      * Ein Korrektursatz (Zugruecknahme) traegt die Zugnummer des
      * zurueckgenommenen Zuges und ist keine Spielgrenze; nach ihm
      * wird dieselbe Zugnummer neu vergeben.
             IF IST-ERSTER-SATZ OR (PROT-ZUG <= VORIGER-ZUG
                 AND NOT PROT-IST-KORREKTUR)
               PERFORM SCHLIESSE-SPIEL-AB
               PERFORM BEGINNE-NEUES-SPIEL
             END-IF
             SET IST-ERSTER-SATZ TO FALSE
             ELSE
               MOVE PROT-ZUG TO VORIGER-ZUG
             END-IF
             ADD 1 TO AKT-ZUEGE
             MOVE PROT-SPIELER TO AKT-LETZTER-SPIELER
      * Groessere Koordinaten als 5 koennen nur aus einem verdorbenen
      * Satz stammen; das Spielfeld ist hoechstens 5x5.
             IF PROT-EINGABE-X IS NUMERIC
                 AND PROT-EINGABE-X > AKT-BRETTGROESSE
                 AND PROT-EINGABE-X <= 5
               MOVE PROT-EINGABE-X TO AKT-BRETTGROESSE
             END-IF
             IF PROT-EINGABE-Y IS NUMERIC
                 AND PROT-EINGABE-Y > AKT-BRETTGROESSE
                 AND PROT-EINGABE-Y <= 5
               MOVE PROT-EINGABE-Y TO AKT-BRETTGROESSE
             END-IF
           END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Beginnt ein neues Spiel ab dem gerade gelesenen Satz
       BEGINNE-NEUES-SPIEL SECTION.
           MOVE SATZ-NR TO AKT-ERSTER-SATZ
           MOVE 0 TO AKT-ZUEGE
           MOVE 3 TO AKT-BRETTGROESSE
           MOVE SPACE TO AKT-LETZTER-SPIELER
           SET AKT-MIT-KOPF TO FALSE
           EXIT.

      *-----------------------------------------------------------------
      * Schliesst das laufende Spiel ab: ein Altspiel ohne Kopfsatz
      * wird angezeigt bzw., wenn es das gewaehlte ist, fuer das
      * Nachspielen uebernommen.
       SCHLIESSE-SPIEL-AB SECTION.
           IF AKT-ZUEGE > 0 AND NOT AKT-MIT-KOPF
             IF ALTSPIELE-ANZEIGEN
               IF ANZ-SPIELE < 999
                 ADD 1 TO ANZ-SPIELE
               END-IF
               DISPLAY AKT-ERSTER-SATZ ' ' AKT-ZUEGE '   '
                 AKT-BRETTGROESSE 'x' AKT-BRETTGROESSE '  '
                 AKT-LETZTER-SPIELER
             ELSE
               IF AKT-ERSTER-SATZ = SATZ-WAHL
                 MOVE AKT-ERSTER-SATZ TO GEW-ERSTER-SATZ
                 MOVE AKT-ZUEGE TO GEW-ZUEGE
                 MOVE AKT-BRETTGROESSE TO GEW-BRETTGROESSE
                 SET GEW-MIT-KOPF TO FALSE
                 SET SPIEL-GEWAEHLT TO TRUE
               END-IF
             END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Nachspielen: bis zum Einstiegssatz des gewaehlten Spiels
      * vorlesen, dann jeden Zug auf das leere Spielfeld setzen und
      * das Feld nach jedem Zug anzeigen, bis die Endstellung
      * erreicht ist oder der Bediener abbricht. Der Einstiegssatz
      * eines verzeichneten Spiels muss sein Kopfsatz sein; sonst
      * passt das Verzeichnis nicht mehr zum Protokoll.
       SPIELE-NACH SECTION.
           MOVE GEW-BRETTGROESSE TO BRETTGROESSE
           MOVE SPACE TO SPIELFELD
           MOVE 0 TO NACHGESPIELTE-ZUEGE
           MOVE 0 TO SATZ-NR
      * TEST BEFORE, damit nach fehlgeschlagenem OPEN (oder einem
      * Lesefehler mitten in der Datei) nicht weitergelesen wird
           PERFORM UNTIL NOT PROT-SATZ-GELESEN
               OR NACHGESPIELTE-ZUEGE >= GEW-ZUEGE
               OR NACHSPIELEN-ABGEBROCHEN
               OR SPIELGRENZE-ERREICHT
             READ PROTOKOLL-DATEI
                 SET PROT-DATEI-ENDE TO TRUE
               NOT AT END
                 ADD 1 TO SATZ-NR
                 EVALUATE TRUE
                   WHEN SATZ-NR < GEW-ERSTER-SATZ
                     CONTINUE
                   WHEN SATZ-NR = GEW-ERSTER-SATZ AND GEW-MIT-KOPF
                     PERFORM PRUEFE-KOPFSATZ
                   WHEN PK-IST-SPIELKOPF
                     SET SPIELGRENZE-ERREICHT TO TRUE
                   WHEN PROT-ZUG IS NUMERIC
                     PERFORM ZEIGE-NAECHSTEN-ZUG
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
             END-READ
           END-PERFORM
           CLOSE PROTOKOLL-DATEI
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Prueft den Einstiegssatz eines verzeichneten Spiels gegen
      * Kennung und Datum des Verzeichnis-Eintrags
       PRUEFE-KOPFSATZ SECTION.
           IF NOT PK-IST-SPIELKOPF
               OR PK-SPIEL-ID NOT = SUCH-KENNUNG
               OR PK-DATUM NOT = GEW-DATUM
             DISPLAY 'Satz ' SATZ-NR ' ist nicht der Kopfsatz des'
               ' Spiels; das Spiel-Verzeichnis passt nicht zum'
               ' Protokoll. Bitte TTTARCH laufen lassen.'
             SET NACHSPIELEN-ABGEBROCHEN TO TRUE
           END-IF
           EXIT.

      *-----------------------------------------------------------------
      * Setzt den naechsten protokollierten Zug auf das Spielfeld,
      * zeigt das Feld an und wartet auf den Bediener (E = Ende).
             END-IF
             PERFORM DISPLAY-SPIELFELD
           END-IF
           IF NACHGESPIELTE-ZUEGE < GEW-ZUEGE
             DISPLAY 'Weiter mit Eingabe (E = Ende): '
               WITH NO ADVANCING
             ACCEPT BEDIENER-ANTWORT
