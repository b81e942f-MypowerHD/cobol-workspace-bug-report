      *****************************************************************
      * Einmalige Umstellung der Ergebnis-Historie auf die jeweils
      * aktuelle Satzbeschreibung (TTTERGW): liest die Altdatei im
      * zuletzt auf Platte eingesetzten Satzaufbau (56 Stellen, mit
      * Spielart, aber ohne Pokal-Kennzeichen und Eingabequelle) und
      * baut die Historie im aktuellen Aufbau (58 Stellen) neu auf;
      * die neuen Felder der Altsaetze bleiben leer und laufen in
      * den Auswertungen wie vorgesehen als Altsaetze. Bei den
      * frueheren Erweiterungen (22 auf 38 und 38 auf 56 Stellen)
      * wurde genauso verfahren; der jeweils zuletzt eingesetzte
      * Aufbau steht unten als ALT-SATZ.
      *
      * Ablauf beim Einsatz: die laufende ERGEBNIS-Datei auf den
      * Namen ERGALT umstellen, diesen Lauf starten (er legt die
       DATA DIVISION.
       FILE SECTION.
       FD  ERGALT-DATEI.
      * Alter Satzaufbau der Ergebnis-Historie (56 Stellen), wie
      * TTTERGW vor der Erweiterung um Pokal-Kennzeichen und
      * Eingabequelle
       01 ALT-SATZ.
         02 ALT-SCHLUESSEL.
           03 ALT-DATUM PIC 9(08).
         02 ALT-ERGEBNIS PIC X(01).
         02 ALT-SPIELER-X-ID PIC X(08).
         02 ALT-SPIELER-O-ID PIC X(08).
         02 ALT-SPIEL-ID PIC X(10).
         02 ALT-STORNO-KZ PIC X(01).
         02 ALT-SAISON-ID PIC X(06).
         02 ALT-SPIELART-KZ PIC X(01).
       FD  ERGEBNIS-DATEI.
           COPY TTTERGW.
       WORKING-STORAGE SECTION.
           MOVE ALT-ERGEBNIS TO ERG-ERGEBNIS
           MOVE ALT-SPIELER-X-ID TO ERG-SPIELER-X-ID
           MOVE ALT-SPIELER-O-ID TO ERG-SPIELER-O-ID
           MOVE ALT-SPIEL-ID TO ERG-SPIEL-ID
           MOVE ALT-STORNO-KZ TO ERG-STORNO-KZ
           MOVE ALT-SAISON-ID TO ERG-SAISON-ID
           MOVE ALT-SPIELART-KZ TO ERG-SPIELART-KZ
           MOVE SPACE TO ERG-POKAL-KZ
           MOVE SPACE TO ERG-EINGABE-KZ
           WRITE ERGEBNIS-SATZ
             INVALID KEY
               DISPLAY 'Doppelter Schluessel beim Umstellen: '
