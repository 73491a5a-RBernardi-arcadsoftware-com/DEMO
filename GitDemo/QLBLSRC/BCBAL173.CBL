                  DELIMITED BY SIZE INTO WLC-DTCM.
           MOVE WK-AGE                 TO WLC-AGE.
           MOVE SPACE                  TO WLC-LIB.
      ***** LA DATE PROMISE PAR L'ACCUSE FOURNISSEUR (BCBAL197)
      ***** PREVAUT SUR LA DATE DEMANDEE A LA COMMANDE.
           IF CHDPAA OF CMH-ENR-DDS NOT = SPACES
               MOVE CHDPAA OF CMH-ENR-DDS  TO WK-DTLIV (1:2)
               MOVE CHDPMM OF CMH-ENR-DDS  TO WK-DTLIV (3:2)
               MOVE CHDPJJ OF CMH-ENR-DDS  TO WK-DTLIV (5:2)
               IF WK-DTLIV < WK-TODAY
                   MOVE "LIVRAISON PROMISE DEPASSEE" TO WLC-LIB
                   ADD 1  TO  CPT-RET
               END-IF
           ELSE
               IF CHDLAA OF CMH-ENR-DDS NOT = SPACES
                   MOVE CHDLAA OF CMH-ENR-DDS  TO WK-DTLIV (1:2)
                   MOVE CHDLMM OF CMH-ENR-DDS  TO WK-DTLIV (3:2)
                   MOVE CHDLJJ OF CMH-ENR-DDS  TO WK-DTLIV (5:2)
                   IF WK-DTLIV < WK-TODAY
                       MOVE "LIVRAISON ATTENDUE DEPASSEE"
                                               TO WLC-LIB
                       ADD 1  TO  CPT-RET
                   END-IF
               END-IF
           END-IF.
           WRITE LST-ENR-DDS FROM WLIGNE-CMD.
      *
