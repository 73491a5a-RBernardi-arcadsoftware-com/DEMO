      ******* MOIS ROULES DANS BPFERM61. UNE ENTETE EST A PROVISIONNER
      ******* SI AUCUNE FACTURE N'EST SAISIE SUR ERCNUL + ERNORD, OU
      ******* SI LA FACTURE EST RESTEE "I" (RECEPTION INTROUVABLE AU
      ******* RAPPROCHEMENT), "E" (ECART NON REGLE) OU "J" (REFUSEE
      ******* EN LITIGE, UNE NOUVELLE FACTURE EST ATTENDUE). LES ENTETES
      ******* CONTREPASSEES (ERDIFF "99", BCBAL164) SONT EXCLUES.
      ****************************************************************
       SELECT-GRNI.
               MOVE "X"   TO  WK-ETAT-FAC
               GO  TO  CTL-GRNI-EXIT.
           IF FAETAT OF FA-ENR-DDS = "I" OR
              FAETAT OF FA-ENR-DDS = "E" OR
              FAETAT OF FA-ENR-DDS = "J"
               MOVE VRAI                  TO TOP-GRNI
               MOVE FAETAT OF FA-ENR-DDS  TO WK-ETAT-FAC.
       CTL-GRNI-EXIT.
               IF SRT-ETAT = "I"
                   MOVE "FACTURE SANS RECEPTION"  TO WLD-LIB
               ELSE
                   IF SRT-ETAT = "J"
                       MOVE "FACTURE REFUSEE EN LITIGE" TO WLD-LIB
                   ELSE
                       MOVE "AUCUNE FACTURE SAISIE"   TO WLD-LIB
                   END-IF
               END-IF
           END-IF.
           WRITE LST-ENR-DDS FROM WLIGNE-DET.
