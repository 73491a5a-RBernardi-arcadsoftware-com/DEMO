           MOVE ERNORD OF ER-ENR-DDS  TO  FANORD OF FA-ENR-DDS.
           READ BPFFAC INVALID GO TO RAPPROCHE-EXIT.
      ***** FACTURE DEJA RAPPROCHEE LORS D'UN RUN PRECEDENT (OU DEJA
      ***** REPRISE DANS UNE PROPOSITION DE PAIEMENT BCBAL166, VIREE
      ***** OU ACQUITTEE EN BANQUE BCBAL188/BCBAL189, OU REFUSEE
      ***** EN LITIGE BCBAL192) - UNE
      ***** FACTURE "I" (RECEPTION INTROUVABLE) RESTE CANDIDATE : SA
      ***** RECEPTION PEUT ETRE ARRIVEE DEPUIS.
           IF FAETAT OF FA-ENR-DDS = "R" OR
              FAETAT OF FA-ENR-DDS = "E" OR
              FAETAT OF FA-ENR-DDS = "P" OR
              FAETAT OF FA-ENR-DDS = "V" OR
              FAETAT OF FA-ENR-DDS = "A" OR
              FAETAT OF FA-ENR-DDS = "J"
               GO TO RAPPROCHE-EXIT.
      *
           PERFORM RAPPROCHE-CALC THRU RAPPROCHE-CALC-EXIT.
           READ BPFFAC INVALID GO TO RAPPROCHE-M61-EXIT.
           IF FAETAT OF FA-ENR-DDS = "R" OR
              FAETAT OF FA-ENR-DDS = "E" OR
              FAETAT OF FA-ENR-DDS = "P" OR
              FAETAT OF FA-ENR-DDS = "V" OR
              FAETAT OF FA-ENR-DDS = "A" OR
              FAETAT OF FA-ENR-DDS = "J"
               GO TO RAPPROCHE-M61-EXIT.
      *
           MOVE ER61-ENR-DDS  TO  ER-ENR-DDS.
           MOVE FAMMFA OF FA-ENR-DDS  TO GXMMRC.
           MOVE FAJJFA OF FA-ENR-DDS  TO GXJJRC.
           MOVE ZERO                  TO GXMPA  GXMTVA GXMRIS GXMRF
                                         GXMCOO GXMNEG GXMRGD GXMTRS
                                         GXMREG GXMDEB GXMEPX GXMETV.
           MOVE WK-MCHG               TO GXMCHG.
           MOVE WK-TODAY              TO GXRUND.
           MOVE SPACE                 TO GXSTAT.
