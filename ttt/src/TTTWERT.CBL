      * Spiel verschiebt die Wertungen beider Teilnehmer: der Sieger
      * gewinnt, der Verlierer verliert, skaliert mit dem
      * Wertungsabstand; ein Unentschieden naehert beide Wertungen
      * einander an. Ein Verlust auf Zeit wird wie ein Sieg des
      * Gegners gewertet. Je Spiel entsteht ein Satz in der
      * Wertungs-Historie, und der Ranglisten-Bericht zeigt je
      * Spieler die aktuelle Wertung und ihre Bewegung seit
      * Monatsanfang.
             MOVE RANG-WERTUNG(X-ZEILE) TO WH-X-ALT
             MOVE RANG-WERTUNG(O-ZEILE) TO WH-O-ALT

             IF ERG-HAT-GEWINNER
               PERFORM WERTE-SIEG
             ELSE
               PERFORM WERTE-UNENTSCHIEDEN
