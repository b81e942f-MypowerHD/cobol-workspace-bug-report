      *****************************************************************
      * Satzbeschreibung des Beitrags- und Preisgeld-Kontos
      * (KASSE-DATEI). Ein Satz pro Buchung eines Spielers in einer
      * Saison, adressiert ueber Saison, Spieler und eine laufende
      * Nummer je Spieler und Saison; Buchungen werden nie geaendert,
      * eine Berichtigung ist eine weitere Buchung. Je Saison fuehrt
      * der Bedingungssatz (Spieler leer, Nr 0) die Saisongebuehr,
      * die Preisanteile der ersten Plaetze und den zuletzt
      * gezaehlten Kassenbestand.
      * Gebuehren, Zahlungen, Erstattungen und Auszahlungen bucht
      * der Kassenwart in TTTKASS; die Preise bucht der
      * Saisonabschluss TTTSAIS aus der Abschlusstabelle. TTTPLAN
      * liest die Gebuehren der offenen Saison.
      *****************************************************************
       01 KASSEN-SATZ.
         02 KAS-SCHLUESSEL.
           03 KAS-SAISON-ID PIC X(06).
           03 KAS-SPIELER-ID PIC X(08).
           03 KAS-LFDNR PIC 9(03).
         02 KAS-BUCHUNGS-KZ PIC X(01).
           88 KAS-GEBUEHR-FAELLIG VALUE 'F'.
           88 KAS-GEBUEHR-BEZAHLT VALUE 'Z'.
           88 KAS-ERSTATTUNG VALUE 'R'.
           88 KAS-PREIS-ZUERKANNT VALUE 'P'.
           88 KAS-PREIS-AUSGEZAHLT VALUE 'A'.
           88 KAS-IST-BEDINGUNGSSATZ VALUE 'S'.
      * Betrag der Buchung, immer positiv; die Richtung ergibt sich
      * aus der Buchungsart. Im Bedingungssatz die Saisongebuehr.
         02 KAS-BETRAG PIC 9(05)V99.
         02 KAS-BUCHUNGS-DATUM PIC 9(08).
      * Platz in der Abschlusstabelle bei Preisen, sonst 0
         02 KAS-PLATZ PIC 9(02).
         02 KAS-VERMERK PIC X(30).
      * Sicht des Bedingungssatzes: Preisanteile der Plaetze 1 bis 3
      * in Prozent der Netto-Gebuehren der Saison und der zuletzt
      * gezaehlte Kassenbestand der Saison mit Zaehldatum
         02 KAS-BEDINGUNGEN REDEFINES KAS-VERMERK.
           03 KAS-PREIS-ANTEIL PIC 9(03) OCCURS 3 TIMES.
           03 KAS-KASSENBESTAND PIC 9(07)V99.
           03 KAS-BESTAND-DATUM PIC 9(08).
           03 FILLER PIC X(04).
      * Angemeldeter Bediener (TTTANM) und Tag der Erfassung
         02 KAS-ERFASST-VON PIC X(08).
         02 KAS-ERFASST-AM PIC 9(08).
