      *
      ****************************************************************
      ******* VALIDATION : ACTION ET CLEF, TAUX DANS LES BORNES
      ******* (0 A 100), FRCODR, FRBLOQ, FRINSP, FRAUTF LIMITES A
      ******* LEURS VALEURS LEGALES, MOTIF OBLIGATOIRE SUR
      ******* BLOCAGE/DEBLOCAGE, EXISTENCE (OU NON) DE LA FICHE
      ******* SELON L'ACTION.
      ****************************************************************
       CTL-MVT.
           MOVE FAUX  TO  TOP-VALIDE.
           IF MTNJPD OF MT-ENR-DDS NOT NUMERIC
               MOVE "DELAI REGLEMENT NON NUMERIQUE" TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
           IF MTINSP OF MT-ENR-DDS NOT = SPACE AND
              MTINSP OF MT-ENR-DDS NOT = "O"
               MOVE "FRINSP INVALIDE ( /O)"   TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
           IF MTAUTF OF MT-ENR-DDS NOT = SPACE AND
              MTAUTF OF MT-ENR-DDS NOT = "O"
               MOVE "FRAUTF INVALIDE ( /O)"   TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
      ***** L'AUTOFACTURE EST EMISE EN MONNAIE LOCALE SUR LES CUMULS
      ***** DE RECEPTION : PAS D'AUTOFACTURATION EN DEVISE.
           IF MTAUTF OF MT-ENR-DDS = "O" AND
              MTDEV  OF MT-ENR-DDS NOT = SPACES
               MOVE "AUTOFACTURATION EN DEVISE" TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
           IF MTPAYS OF MT-ENR-DDS NOT = SPACES AND
              (MTPAYS OF MT-ENR-DDS (1:1) NOT ALPHABETIC OR
               MTPAYS OF MT-ENR-DDS (2:1) NOT ALPHABETIC OR
               MTPAYS OF MT-ENR-DDS (1:1) = SPACE OR
               MTPAYS OF MT-ENR-DDS (2:1) = SPACE)
               MOVE "FRPAYS INVALIDE"         TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
      ***** UN CHANGEMENT D'ETAT DE BLOCAGE PAR "M" EXIGE AUSSI SON
      ***** MOTIF : IL DOIT TOUJOURS RESTER UNE TRACE MOTIVEE.
           IF TOP-CREAT = FAUX AND
                                         OF FR-ENR-DDS.
           MOVE MTDEV  OF MT-ENR-DDS  TO FRDEV  OF ZPRFR
                                         OF FR-ENR-DDS.
           MOVE MTINSP OF MT-ENR-DDS  TO FRINSP OF ZPRFR
                                         OF FR-ENR-DDS.
           MOVE MTAUTF OF MT-ENR-DDS  TO FRAUTF OF ZPRFR
                                         OF FR-ENR-DDS.
           MOVE MTPAYS OF MT-ENR-DDS  TO FRPAYS OF ZPRFR
                                         OF FR-ENR-DDS.
       MVT-VERS-FICHE-EXIT.
           EXIT.
      *
               MOVE FRDEV OF ZPRFR OF WKFR-AVANT   TO WK-OLD
               MOVE FRDEV OF ZPRFR OF FR-ENR-DDS   TO WK-NEW
               PERFORM ECR-LOG THRU ECR-LOG-EXIT.
           IF FRINSP OF ZPRFR OF FR-ENR-DDS
              NOT = FRINSP OF ZPRFR OF WKFR-AVANT
               MOVE "FRINSP"  TO WK-ZONE
               MOVE FRINSP OF ZPRFR OF WKFR-AVANT  TO WK-OLD
               MOVE FRINSP OF ZPRFR OF FR-ENR-DDS  TO WK-NEW
               PERFORM ECR-LOG THRU ECR-LOG-EXIT.
           IF FRAUTF OF ZPRFR OF FR-ENR-DDS
              NOT = FRAUTF OF ZPRFR OF WKFR-AVANT
               MOVE "FRAUTF"  TO WK-ZONE
               MOVE FRAUTF OF ZPRFR OF WKFR-AVANT  TO WK-OLD
               MOVE FRAUTF OF ZPRFR OF FR-ENR-DDS  TO WK-NEW
               PERFORM ECR-LOG THRU ECR-LOG-EXIT.
           IF FRPAYS OF ZPRFR OF FR-ENR-DDS
              NOT = FRPAYS OF ZPRFR OF WKFR-AVANT
               MOVE "FRPAYS"  TO WK-ZONE
               MOVE FRPAYS OF ZPRFR OF WKFR-AVANT  TO WK-OLD
               MOVE FRPAYS OF ZPRFR OF FR-ENR-DDS  TO WK-NEW
               PERFORM ECR-LOG THRU ECR-LOG-EXIT.
       LOG-DIFFERENCES-EXIT.
           EXIT.
      *
