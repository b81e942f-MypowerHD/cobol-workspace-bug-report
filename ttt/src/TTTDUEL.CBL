           PERFORM FINDE-PAAR-ZEILE
           IF DU-ZEILE > 0
             ADD 1 TO DU-SPIELE(DU-ZEILE)
             IF ERG-HAT-GEWINNER
               PERFORM VERBUCHE-SIEG
             ELSE
               ADD 1 TO DU-UNENTSCHIEDEN(DU-ZEILE)
