      * Nachtlauf-Steuerung: faehrt die naechtliche Kette
      *   1 TTTSICH (Sicherung)
      *   2 TTTABGL (Abgleich)
      *   3 TTTKONS (Konsistenzpruefung der Stammdateien)
      *   4 TTTREP  (Turniertabelle)
      *   5 TTTWERT (Wertungslauf)
      *   6 TTTARCH (Archivierung)
      * in fester Reihenfolge und protokolliert jeden Schritt im
      * Nachtlauf-Protokoll LAUFLOG (Beginn/Ende, Satzzahlen und
      * Dateistatus der Hauptdateien vor dem Schritt, Ausgang).
      * er fehlerfrei durchgelaufen ist. Nach jedem Aufruf wird das
      * gerufene Programm mit CANCEL zurueckgesetzt, damit ein
      * Wiederholungslauf mit frischem Arbeitsspeicher beginnt.
      * Meldet ein Schritt ueber RETURN-CODE 8 oder hoeher (TTTKONS
      * bei schweren Befunden), gilt er ohne Rueckfrage als
      * fehlgeschlagen und die Kette haelt an, bevor Tabelle und
      * Wertung aus fehlerhaften Stammdaten gerechnet werden.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Funktionswahl der Menueschleife ueberschreibt
       01 BESTAETIGUNG PIC X.
      * Die Schritte der Kette in fester Reihenfolge
       01 ANZ-SCHRITTE PIC 9(02) VALUE 6.
       01 SCHRITT-TABELLE.
         02 FILLER PIC X(08) VALUE 'TTTSICH'.
         02 FILLER PIC X(08) VALUE 'TTTABGL'.
         02 FILLER PIC X(08) VALUE 'TTTKONS'.
         02 FILLER PIC X(08) VALUE 'TTTREP'.
         02 FILLER PIC X(08) VALUE 'TTTWERT'.
         02 FILLER PIC X(08) VALUE 'TTTARCH'.
       01 FILLER REDEFINES SCHRITT-TABELLE.
         02 SCHRITT-PROGRAMM OCCURS 6 TIMES PIC X(08).
       01 SCHRITT-NR PIC 9(02).
       01 START-SCHRITT PIC 9(02).
      * Lauftag; die Kette eines Tages haengt an diesem Datum
       01 LAUFTAG PIC 9(08).
      * Stand der Schritte des Lauftags aus dem Nachtlauf-Protokoll
       01 SCHRITT-STAND.
         02 STAND-KZ OCCURS 6 TIMES PIC X.
      * ' ' = noch nicht gelaufen, sonst LAUF-AUSGANG-KZ
       01 STAND-IX PIC 9(02).
      * Schalter fuer den Ablauf der Kette
         88 KETTE-ABGEBROCHEN VALUE 'J' WHEN SET TO FALSE 'N'.
       01 AUFRUF-KZ PIC X.
         88 AUFRUF-GESCHEITERT VALUE 'J' WHEN SET TO FALSE 'N'.
      * Rueckgabewert (RETURN-CODE) des zuletzt gerufenen Schritts
       01 SCHRITT-RUECKGABE PIC 9(04).
      * Satzzahlen der Hauptdateien vor dem Schritt
       01 ERG-SATZZAHL PIC 9(05).
       01 ERG-ZAEHL-STATUS PIC X(02).
             DISPLAY 'Schritt ' SCHRITT-NR ': '
               SCHRITT-PROGRAMM(SCHRITT-NR) ' wird gestartet.'
             SET AUFRUF-GESCHEITERT TO FALSE
             MOVE 0 TO RETURN-CODE
             CALL SCHRITT-PROGRAMM(SCHRITT-NR)
               ON EXCEPTION
                 DISPLAY 'Programm '
                   ' konnte nicht gerufen werden.'
                 SET AUFRUF-GESCHEITERT TO TRUE
             END-CALL
             MOVE RETURN-CODE TO SCHRITT-RUECKGABE
             MOVE 0 TO RETURN-CODE
             CANCEL SCHRITT-PROGRAMM(SCHRITT-NR)
             EVALUATE TRUE
               WHEN AUFRUF-GESCHEITERT
                 PERFORM SCHREIBE-SCHRITT-ENDE-FEHLER
                 SET KETTE-ABGEBROCHEN TO TRUE
               WHEN SCHRITT-RUECKGABE >= 8
                 DISPLAY 'Schritt ' SCHRITT-NR ' ('
                   SCHRITT-PROGRAMM(SCHRITT-NR) ') meldet schwere'
                   ' Befunde (Rueckgabe ' SCHRITT-RUECKGABE ');'
                   ' Kette wird angehalten.'
                 PERFORM SCHREIBE-SCHRITT-ENDE-FEHLER
                 SET KETTE-ABGEBROCHEN TO TRUE
               WHEN OTHER
                 DISPLAY 'Schritt ' SCHRITT-NR ' ('
                   SCHRITT-PROGRAMM(SCHRITT-NR) ') fehlerfrei'
                   ' abgeschlossen (J/N)? ' WITH NO ADVANCING
                 ACCEPT BESTAETIGUNG
                 IF BESTAETIGUNG = 'J' OR BESTAETIGUNG = 'j'
                   PERFORM SCHREIBE-SCHRITT-ENDE-OK
                 ELSE
                   PERFORM SCHREIBE-SCHRITT-ENDE-FEHLER
                   SET KETTE-ABGEBROCHEN TO TRUE
                 END-IF
             END-EVALUATE
           END-IF
           EXIT.

