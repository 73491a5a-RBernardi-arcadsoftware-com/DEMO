      *****************************************************************
      * COPY NAME..................: . SROTB                         *
      * FUNCTION...................: . MISE A JOUR DU BUDGET D'ACHAT  *
      *         .                      BPFOTB (ENGAGE/REALISE) ET DU  *
      *         .                      REGISTRE D'ENGAGEMENTS BPFENG  *
      * OTHER COPIES REQUIRED......: . WKOTB EN WORKING               *
      *         .                      FD BPFOTB (OTB-ENR-DDS),       *
      *         .                      FD BPFENG (ENG-ENR-DDS) ET     *
      *         .                      FD BPFCMDL (CML-ENR-DDS) DANS  *
      *         .                      LE PROGRAMME APPELANT          *
      * COPY LOCATION..............: . PROCEDURE                      *
      *****************************************************************
      *
      ***** OUVERTURE DES DEUX FICHIERS EN MISE A JOUR, CREES AU
      ***** PREMIER PASSAGE (AUCUN BUDGET = RESTE A ACHETER NUL).
       OUVRE-OTB.
           OPEN I-O    BPFOTB.
           IF ST = "35"
               OPEN OUTPUT BPFOTB
               CLOSE BPFOTB
               OPEN I-O BPFOTB
           END-IF.
           OPEN I-O    BPFENG.
           IF ST = "35"
               OPEN OUTPUT BPFENG
               CLOSE BPFENG
               OPEN I-O BPFENG
           END-IF.
       OUVRE-OTB-EXIT.
           EXIT.
      *
      ***** CREE-ENG : LIGNE DE COMMANDE CML-ENR-DDS QUI VIENT D'ETRE
      ***** CONFIRMEE. WK-OTB-FAM/AA/MM RENSEIGNES PAR L'APPELANT
      ***** (FAMILLE DE L'ARTICLE, MOIS DE LIVRAISON DE LA COMMANDE) :
      ***** LA LIGNE EST ENGAGEE POUR CLQTER * CLPA DANS CETTE CASE.
       CREE-ENG.
           MOVE EXTERNALLY-DESCRIBED-KEY OF CML-ENR-DDS
                                 TO  EXTERNALLY-DESCRIBED-KEY
                                     OF ENG-ENR-DDS.
           READ BPFENG INVALID
               MOVE SPACE        TO  ENG-ENR-DDS
               MOVE EXTERNALLY-DESCRIBED-KEY OF CML-ENR-DDS
                                 TO  EXTERNALLY-DESCRIBED-KEY
                                     OF ENG-ENR-DDS
               MOVE WK-OTB-FAM   TO  ENFAM  OF ENG-ENR-DDS
               MOVE WK-OTB-AA    TO  ENAA   OF ENG-ENR-DDS
               MOVE WK-OTB-MM    TO  ENMM   OF ENG-ENR-DDS
               MOVE ZERO         TO  ENMENG OF ENG-ENR-DDS
               ACCEPT WK-OTB-DATE FROM DATE
               MOVE WK-OTB-DATE  TO  ENDTCF OF ENG-ENR-DDS
               WRITE ENG-ENR-DDS INVALID CONTINUE
               END-WRITE
           END-READ.
           PERFORM REVAL-ENG     THRU  REVAL-ENG-EXIT.
       CREE-ENG-EXIT.
           EXIT.
      *
      ***** REVAL-ENG : APRES TOUTE MISE A JOUR DE LA LIGNE CML-ENR-DDS
      ***** (RECEPTION, CONTREPASSATION, ACCUSE FOURNISSEUR), LA VALEUR
      ***** ENGAGEE EST RECALCULEE SUR LE RELIQUAT ; L'ECART EST PORTE
      ***** DANS LA CASE D'ORIGINE. LIGNE ABSENTE DE BPFENG (COMMANDE
      ***** NON CONFIRMEE PAR BCBAL172) : RIEN A FAIRE. LES EMBALLAGES
      ***** CONSIGNES (099), HORS REALISE, NE SONT PAS REEVALUES.
       REVAL-ENG.
           MOVE EXTERNALLY-DESCRIBED-KEY OF CML-ENR-DDS
                                 TO  EXTERNALLY-DESCRIBED-KEY
                                     OF ENG-ENR-DDS.
           READ BPFENG INVALID GO TO REVAL-ENG-EXIT.
           IF ENFAM OF ENG-ENR-DDS = "099"
               GO TO REVAL-ENG-EXIT.
           IF CLETAT OF CML-ENR-DDS = "S" OR
              CLQTER OF CML-ENR-DDS NOT > ZERO
               MOVE ZERO         TO  WK-OTB-NEW
           ELSE
               COMPUTE WK-OTB-NEW ROUNDED = CLQTER OF CML-ENR-DDS
                                          * CLPA   OF CML-ENR-DDS
           END-IF.
           COMPUTE WK-OTB-MT = WK-OTB-NEW - ENMENG OF ENG-ENR-DDS.
           IF WK-OTB-MT = ZERO
               GO TO REVAL-ENG-EXIT.
           MOVE WK-OTB-NEW       TO  ENMENG OF ENG-ENR-DDS.
           REWRITE ENG-ENR-DDS INVALID GO TO REVAL-ENG-EXIT.
           MOVE ENFAM OF ENG-ENR-DDS  TO  WK-OTB-FAM.
           MOVE ENAA  OF ENG-ENR-DDS  TO  WK-OTB-AA.
           MOVE ENMM  OF ENG-ENR-DDS  TO  WK-OTB-MM.
           MOVE "E"              TO  WK-OTB-NAT.
           PERFORM MAJ-OTB       THRU  MAJ-OTB-EXIT.
       REVAL-ENG-EXIT.
           EXIT.
      *
      ***** MAJ-OTB : AJOUT DE WK-OTB-MT (SIGNE) A L'ENGAGE OU AU
      ***** REALISE DE LA CASE WK-OTB-FAM/AA/MM, CREEE SANS BUDGET SI
      ***** ELLE N'EXISTE PAS ENCORE.
       MAJ-OTB.
           MOVE WK-OTB-FAM       TO  OBFAM OF OTB-ENR-DDS.
           MOVE WK-OTB-AA        TO  OBAA  OF OTB-ENR-DDS.
           MOVE WK-OTB-MM        TO  OBMM  OF OTB-ENR-DDS.
           MOVE FAUX             TO  WK-OTB-NOUV.
           READ BPFOTB INVALID
               MOVE VRAI         TO  WK-OTB-NOUV
               MOVE SPACE        TO  OTB-ENR-DDS
               MOVE WK-OTB-FAM   TO  OBFAM   OF OTB-ENR-DDS
               MOVE WK-OTB-AA    TO  OBAA    OF OTB-ENR-DDS
               MOVE WK-OTB-MM    TO  OBMM    OF OTB-ENR-DDS
               MOVE ZERO         TO  OBMBUD  OF OTB-ENR-DDS
                                     OBMENG  OF OTB-ENR-DDS
                                     OBMREA  OF OTB-ENR-DDS
                                     OBDTREV OF OTB-ENR-DDS
           END-READ.
           IF WK-OTB-NAT = "R"
               ADD WK-OTB-MT     TO  OBMREA OF OTB-ENR-DDS
           ELSE
               ADD WK-OTB-MT     TO  OBMENG OF OTB-ENR-DDS
           END-IF.
           IF WK-OTB-NOUV = VRAI
               WRITE OTB-ENR-DDS INVALID CONTINUE
               END-WRITE
           ELSE
               REWRITE OTB-ENR-DDS INVALID CONTINUE
               END-REWRITE
           END-IF.
       MAJ-OTB-EXIT.
           EXIT.
      *
       FERME-OTB.
           CLOSE BPFOTB BPFENG.
       FERME-OTB-EXIT.
           EXIT.
