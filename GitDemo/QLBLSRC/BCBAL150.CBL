                   WITH DUPLICATES
                   FILE STATUS  IS ST.
      *
      *---<QUARANTAINE QUALITE : UNE LIGNE PAR GROUPE RECU EN STOCK
      *    BLOQUE (ARINSP / FRINSP = "O") - DECISIONS BCBAL184>-------*
           SELECT  BPFQUA
                   ASSIGN       TO DATABASE-BPFQUA
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF QUA-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  BPFOTB
                   ASSIGN       TO DATABASE-BPFOTB
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF OTB-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  BPFENG
                   ASSIGN       TO DATABASE-BPFENG
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF ENG-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  BPFAUT
                   ASSIGN       TO DATABASE-BPFAUT
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF AUT-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  BPFSECJ
                   ASSIGN       TO DATABASE-BPFSECJ
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
       FD  BPFALREC  LABEL RECORD STANDARD.
       01  RCA-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFALREC.
      *
       FD  BPFQUA  LABEL RECORD STANDARD.
       01  QUA-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFQUA.
      *
       FD  BPFOTB  LABEL RECORD STANDARD.
       01  OTB-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFOTB.
      *
       FD  BPFENG  LABEL RECORD STANDARD.
       01  ENG-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFENG.
      *
       FD  BPFAUT  LABEL RECORD STANDARD.
       01  AUT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFAUT.
      *
       FD  BPFSECJ  LABEL RECORD STANDARD.
       01  SJ-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFSECJ.
      /
       WORKING-STORAGE SECTION.
       77  CPT-LUS           PIC 9(6) VALUE ZERO.
       77  NEG-STK                PIC S9(8)V9(3) COMP-3.
       77  WK-DEP-DELTA           PIC S9(8)V9(3) COMP-3.
       77  OLD-ARSTK              PIC S9(8)V9(3) COMP-3.
       77  OLD-ARSTKB             PIC S9(8)V9(3) COMP-3.
       77  OLD-STK                PIC S9(8)V9(3) COMP-3.
       77  NEW-STK                PIC S9(8)V9(3) COMP-3.
       77  CAL-PRX                PIC S9(10)V9(5) COMP-3.
       77  WK-TOL-DRPR            PIC S9(3)V9(2) COMP-3 VALUE +15.00.
       77  WSTAT-AN               PIC XX.
       77  WSTAT-MOIS             PIC XX.
      *---<CONTROLE QUALITE : FRINSP DU FOURNISSEUR DE L'ENTETE EN
      *    COURS (CAPTURE A LA RUPTURE D'ENTETE, ZPFFR ETANT RELU EN
      *    LECTURE ANTICIPEE) - TOP-QUAR : GROUPE POSTE EN STOCK
      *    BLOQUE (ARSTKB) AU LIEU DU STOCK LIBRE>--------------------*
       77  WERINSP                PIC X    VALUE SPACE.
       77  TOP-QUAR               PIC 1    VALUE B"0".
      *
       01  WCIDD             PIC X(5) VALUE SPACES.
       01  WCIDL             PIC X(5) VALUE SPACES.
           COPY    WKGENERAL.
           COPY    WKMESSAGE.
           COPY    WKLDA.
           COPY    WKAUTOR.
           COPY    WKOTB.
           COPY    WKRUNC.
      *
       01  DATE-JOUR   VALUE SPACES.
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
           END-IF.
      *
      ***** REPRISE SUR RECEPTION EXISTANTE : FONCTION SENSIBLE,
      ***** RESERVEE AUX UTILISATEURS HABILITES (BPFAUT). POUR UN
      ***** UTILISATEUR NON HABILITE LA DEMANDE EST JOURNALISEE
      ***** (BPFSECJ) ET IGNOREE : LE RUN DU JOUR SE DEROULE SANS
      ***** REPRISE ET LA RECEPTION RESTE EN ANOMALIE 09.
           IF WLDA-TOP-REPINEX = "O"
               MOVE "REPINEX"       TO WK-AUT-FONC
               MOVE SPACE           TO WK-AUT-PARM
               STRING "ORDRE " WLDA-NORD-REPINEX
                       DELIMITED  BY SIZE
                       INTO  WK-AUT-PARM
               PERFORM CTL-AUTOR THRU CTL-AUTOR-EXIT
               IF WK-AUT-OK = FAUX
                   MOVE SPACE       TO WLDA-TOP-REPINEX
                   MOVE SPACE       TO WK-MESSAGE-LIB
                   STRING " " WK-AUT-USER " " WK-AUT-LIB
                          " - REPRISE IGNOREE"
                           DELIMITED  BY SIZE
                           INTO  WK-MESSAGE-LIB
                   PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               END-IF
           END-IF.
      *
      ***** DISJONCTEUR SUR LE TAUX D'ANOMALIES : SEUILS EN LDA,
      ***** SINON VALEURS PAR DEFAUT DU PROGRAMME.
           IF WLDA-ANO-PLANCH NUMERIC AND WLDA-ANO-PLANCH > ZERO
               CLOSE BPFLOT
               OPEN I-O BPFLOT
           END-IF.
      ***** QUARANTAINE QUALITE (CREEE AU PREMIER RUN)
           OPEN I-O     BPFQUA.
           IF ST = "35"
               OPEN OUTPUT BPFQUA
               CLOSE BPFQUA
               OPEN I-O BPFQUA
           END-IF.
      ***** BUDGET D'ACHAT ET REGISTRE DES ENGAGEMENTS (CREES AU
      ***** PREMIER RUN)
           PERFORM OUVRE-OTB THRU OUVRE-OTB-EXIT.
      *
      ***** EXTRAITS DU JOUR : VIDES A CHAQUE RUN NORMAL, CONSERVES
      ***** ET COMPLETES QUAND LE RUN REPREND SUR POINT DE CONTROLE
           MOVE AZJJLV OF AZ-ENR-DDS  TO  WERJJL.
           MOVE AZCAPP OF AZ-ENR-DDS  TO  WERCAPP.
           MOVE AZNORD OF AZ-ENR-DDS  TO  WERNORD.
           MOVE FRINSP OF ZPRFR       TO  WERINSP.
           PERFORM  CTL-CMD-ENT  THRU  CTL-CMD-ENT-EXIT.
      *
       INIT-RUPT-ARTICLE.
           CLOSE  BPFALZA ZPFFR  APFCC
                  BPFAR100 BPFSK BPFDR BPFERM61 BPFER
                  BPFALANO BPFALCKP BPFCACL BPFGLEX BPFPRXH
                  BPFCMDH BPFCMDL BPFALREC BPFEMB BPFSTKD BPFLOT
                  BPFQUA.
           PERFORM FERME-OTB THRU FERME-OTB-EXIT.
           IF  TOP-SIMUL = FAUX
               CLOSE BPFERJ BPFDRJ BPFANOJ
           END-IF.
           STOP    RUN.
      *
       COPY SRMSGBATCH.
       COPY SRAUTOR.
       COPY SROTB.
       COPY SRRUNCTL.
      /
       LECT.
               MOVE AZCNFE OF AZ-ENR-DDS TO AACNFE
               MOVE AZNORD OF AZ-ENR-DDS TO AANORD
               PERFORM ECR-ANO THRU ECR-ANO-EXIT
               PERFORM SECJ-REPINEX THRU SECJ-REPINEX-EXIT
               PERFORM INIT-ER THRU INIT-ER-EXIT
               GO   TO    CONT-ENT-REC-EXIT.
      *
                   MOVE AZCNFE OF AZ-ENR-DDS TO AACNFE
                   MOVE AZNORD OF AZ-ENR-DDS TO AANORD
                   PERFORM ECR-ANO THRU ECR-ANO-EXIT
                   PERFORM SECJ-REPINEX THRU SECJ-REPINEX-EXIT
                   PERFORM INIT-ER THRU INIT-ER-EXIT
                   GO CONT-ENT-REC-EXIT
               END-IF
           PERFORM INIT-ER THRU INIT-ER-EXIT.
       CONT-ENT-REC-EXIT.
           EXIT.
      *
      ***** JOURNAL DE SECURITE : REPRISE EFFECTIVEMENT APPLIQUEE
      ***** (PAS EN SIMULATION, RIEN N'ETANT ECRIT)
       SECJ-REPINEX.
           IF TOP-SIMUL = VRAI
               GO TO SECJ-REPINEX-EXIT.
           MOVE SPACE           TO WK-AUT-PARM.
           STRING "FOURN. " AZCNFE OF AZ-ENR-DDS
                  " ORDRE " AZNORD OF AZ-ENR-DDS
                   DELIMITED  BY SIZE
                   INTO  WK-AUT-PARM.
           MOVE "E"             TO WK-AUT-RES.
           IF TOP-OVERRIDE = VRAI
               MOVE "REPRISE SUR RECEPT. EXISTANTE" TO WK-AUT-LIB
           ELSE
               MOVE "REPRISE SUR RECEPT. MENSUELLE" TO WK-AUT-LIB
           END-IF.
           PERFORM ECR-SECJ THRU ECR-SECJ-EXIT.
       SECJ-REPINEX-EXIT.
           EXIT.
      /
      ****************************************************************
      ******* RAPPROCHEMENT DE L'ENTETE AVEC LA COMMANDE D'ACHAT :
               MOVE SPACE  TO CLETAT OF CML-ENR-DDS.
           IF TOP-SIMUL = FAUX
               REWRITE CML-ENR-DDS INVALID CONTINUE.
      ***** LA RECEPTION LIBERE L'ENGAGE DE LA LIGNE (REEVALUE SUR LE
      ***** NOUVEAU RELIQUAT) ; LE REALISE EST PORTE APRES L'ECRITURE
      ***** DE LA LIGNE DE RECEPTION (MAJ-OTB-REA).
           IF TOP-SIMUL = FAUX
               PERFORM REVAL-ENG THRU REVAL-ENG-EXIT.
       CTL-CMD-LIG-EXIT.
           EXIT.
      /
               END-IF
           END-IF.
      *
      ******* Controle qualite : un article ou un fournisseur soumis
      ******* a inspection fait entrer la quantite recue en stock
      ******* bloque (ARSTKB) - elle y attend la decision qualite
      ******* BCBAL184. Un retour (quantite negative) et un article
      ******* fictif ne passent jamais en quarantaine.
           MOVE FAUX  TO  TOP-QUAR.
           IF DR-QT > ZERO AND ARSTKE OF AR-ENR-DDS NOT = "F" AND
              (ARINSP OF AR-ENR-DDS = "O" OR WERINSP = "O")
               MOVE VRAI  TO  TOP-QUAR.
      *
      ******* Sauvegarde des stocks et prx anciens
           MOVE ARSTK  OF AR-ENR-DDS TO OLD-STK.
      ******* Cumul sur compteur quantit� re�ue
      ******* Mise � jour des stocks et des PRX SI PAS FICTIF
           IF ARSTKE OF AR-ENR-DDS NOT = "F"
              MOVE ARSTK OF AR-ENR-DDS   TO OLD-ARSTK
              MOVE ARSTKB OF AR-ENR-DDS  TO OLD-ARSTKB
              MOVE ARPRX OF AR-ENR-DDS   TO OLD-ARPRX
              MOVE VRAI                  TO TOP-PRX-CALC
              IF TOP-QUAR = VRAI
                  ADD DR-QT              TO ARSTKB OF AR-ENR-DDS
              ELSE
                  ADD DR-QT              TO ARSTK OF AR-ENR-DDS
              END-IF
              IF ARSTK OF AR-ENR-DDS < 0
                   MOVE ARSTK OF AR-ENR-DDS TO NEG-STK
                   MOVE ZERO TO ARSTK OF AR-ENR-DDS
                COMPUTE CAL-PRX =
                   ( (ARPRX OF AR-ENR-DDS *
                      (OLD-ARSTK + ARSTPP OF AR-ENR-DDS
                                 + OLD-ARSTKB) )  +
                   ( DR-PR               * DR-QT                 ) ) /
                   ( ARSTK OF AR-ENR-DDS + ARSTPP OF AR-ENR-DDS
                                         + ARSTKB OF AR-ENR-DDS )
           MOVE AZJJLV OF WKAA        TO SKFTJJ OF SK-ENR-DDS.
           MOVE WDEP-POSTE            TO SKDEP  OF SK-ENR-DDS.
           MOVE WLOT-DR               TO SKLOT  OF SK-ENR-DDS.
      ******* Entree en quarantaine : le stock libre ne bouge pas
      ******* (variation nulle, chainage BCBAL156 preserve), la
      ******* quantite bloquee est portee en quantite informative.
           IF TOP-QUAR = VRAI
              MOVE "08"               TO SKTYPE OF SK-ENR-DDS
              MOVE "80"               TO SKMOTF OF SK-ENR-DDS
              MOVE DR-QT              TO SKSTKO OF SK-ENR-DDS.
 
      ******* Mise � jour article   (MODE SIMULATION = PAS D'ECRITURE)
           IF TOP-SIMUL = FAUX
      ******* reportee sur le depot de l'article - la somme des
      ******* depots reste ainsi egale a ARSTK.
           IF ARSTKE OF AR-ENR-DDS NOT = "F" AND TOP-SIMUL = FAUX
              AND TOP-QUAR = FAUX
              COMPUTE WK-DEP-DELTA = NEW-STK - OLD-STK
              PERFORM MAJ-STKDEP THRU MAJ-STKDEP-EXIT.

      ******* Stock par lot : maintenu au meme grain que le groupe
      ******* (article + lot) pour les articles suivis en lot.
           IF ARSTKE OF AR-ENR-DDS NOT = "F" AND TOP-SIMUL = FAUX AND
              ARLCON OF AR-ENR-DDS = "O" AND WLOT-DR NOT = SPACES AND
              TOP-QUAR = FAUX
              PERFORM MAJ-LOT THRU MAJ-LOT-EXIT.

      ******* Quarantaine : le depot et le lot ne seront alimentes
      ******* qu'a la liberation (BCBAL184), la ligne BPFQUA garde
      ******* tout ce qu'il faut pour le faire.
           IF TOP-QUAR = VRAI AND TOP-SIMUL = FAUX
              PERFORM MAJ-QUA THRU MAJ-QUA-EXIT.

      ******* Constitution BPFDR et �criture
           PERFORM INIT-DR THRU INIT-DR-EXIT.
           IF TOP-SIMUL = FAUX
      *
           IF TOP-SIMUL = FAUX
               WRITE DRJ-ENR-DDS FROM DR-ENR-DDS
               PERFORM MAJ-OTB-REA THRU MAJ-OTB-REA-EXIT
           END-IF.
      *
           ADD   1   TO   CPT-ECR.
      *
       VALID-RECEP-EXIT.
           EXIT.
      /
      ****************************************************************
      ******* BUDGET D'ACHAT : LA VALEUR RECUE (WMPA) ENTRE DANS LE
      ******* REALISE DE LA FAMILLE POUR LE MOIS DE LIVRAISON. LES
      ******* EMBALLAGES CONSIGNES (FAMILLE 099) RESTENT HORS BUDGET.
      ****************************************************************
       MAJ-OTB-REA.
           IF DRFAM OF DR-ENR-DDS = "099"
               GO  TO  MAJ-OTB-REA-EXIT.
           MOVE DRFAM OF DR-ENR-DDS  TO WK-OTB-FAM.
           MOVE WERAAL               TO WK-OTB-AA.
           MOVE WERMML               TO WK-OTB-MM.
           MOVE "R"                  TO WK-OTB-NAT.
           MOVE WMPA                 TO WK-OTB-MT.
           PERFORM MAJ-OTB THRU MAJ-OTB-EXIT.
       MAJ-OTB-REA-EXIT.
           EXIT.
      /***************************************************************
      ******* SOUS-ROUTINE INITIALISATION DE BPFDR
      ****************************************************************
               MOVE WLOT-DR              TO LTLOT  OF LOT-ENR-DDS
               MOVE ZERO                 TO LTQTE  OF LOT-ENR-DDS
               MOVE ZERO                 TO LTDMAJ OF LOT-ENR-DDS
               MOVE SPACE                TO LTBLOQ OF LOT-ENR-DDS
               MOVE ZERO                 TO LTDBLQ OF LOT-ENR-DDS
               WRITE LOT-ENR-DDS
           END-READ.
           MOVE WERCNUF               TO LTCNUF OF LOT-ENR-DDS.
           REWRITE LOT-ENR-DDS INVALID CONTINUE.
       MAJ-LOT-EXIT.
           EXIT.
      /
      ****************************************************************
      ******* SOUS-ROUTINE MAJ DE LA QUARANTAINE QUALITE : UNE LIGNE
      ******* PAR GROUPE (ARTICLE + LOT + DEPOT) DE LA RECEPTION. UNE
      ******* REPRISE AUTORISEE SUR RECEPTION EXISTANTE RETROUVE LA
      ******* LIGNE ET Y CUMULE, COMME LE STOCK PAR LOT.
      ****************************************************************
       MAJ-QUA.
           MOVE WERCNUF               TO QUCNUL OF QUA-ENR-DDS.
           MOVE WERAAL                TO QUAALV OF QUA-ENR-DDS.
           MOVE WERMML                TO QUMMLV OF QUA-ENR-DDS.
           MOVE WERJJL                TO QUJJLV OF QUA-ENR-DDS.
           MOVE WERNORD               TO QUNORD OF QUA-ENR-DDS.
           MOVE ARRAC OF AR-ENR-DDS   TO QURAC  OF QUA-ENR-DDS.
           MOVE ARCCC OF AR-ENR-DDS   TO QUCCC  OF QUA-ENR-DDS.
           MOVE ARVPV OF AR-ENR-DDS   TO QUVPV  OF QUA-ENR-DDS.
           MOVE WLOT-DR               TO QULOT  OF QUA-ENR-DDS.
           MOVE WDEP-POSTE            TO QUDEP  OF QUA-ENR-DDS.
           READ BPFQUA INVALID
               MOVE ZERO              TO QUQTEI OF QUA-ENR-DDS
                                         QUQTE  OF QUA-ENR-DDS
                                         QUQTEL OF QUA-ENR-DDS
                                         QUQTER OF QUA-ENR-DDS
                                         QUQTED OF QUA-ENR-DDS
                                         QUPA   OF QUA-ENR-DDS
                                         QUDMAJ OF QUA-ENR-DDS
               MOVE SPACE             TO QUETAT OF QUA-ENR-DDS
               MOVE ERAARC OF ER-ENR-DDS TO QUAARC OF QUA-ENR-DDS
               MOVE ERMMRC OF ER-ENR-DDS TO QUMMRC OF QUA-ENR-DDS
               MOVE ERJJRC OF ER-ENR-DDS TO QUJJRC OF QUA-ENR-DDS
               MOVE WDLC-AA           TO QUAADL OF QUA-ENR-DDS
               MOVE WDLC-MM           TO QUMMDL OF QUA-ENR-DDS
               MOVE WDLC-JJ           TO QUJJDL OF QUA-ENR-DDS
               WRITE QUA-ENR-DDS
           END-READ.
           ADD DR-QT                  TO QUQTEI OF QUA-ENR-DDS
                                         QUQTE  OF QUA-ENR-DDS.
           MOVE DR-PR                 TO QUPA   OF QUA-ENR-DDS.
           MOVE SPACE                 TO QUETAT OF QUA-ENR-DDS.
           MOVE AN   OF DATE-JOUR     TO QUDMAJ OF QUA-ENR-DDS (1:2).
           MOVE MOI  OF DATE-JOUR     TO QUDMAJ OF QUA-ENR-DDS (3:2).
           MOVE JOUR OF DATE-JOUR     TO QUDMAJ OF QUA-ENR-DDS (5:2).
           REWRITE QUA-ENR-DDS INVALID CONTINUE.
       MAJ-QUA-EXIT.
           EXIT.
      /
       MAJ-ENT-REC.
           IF TOP-SIMUL = VRAI GO TO MAJ-ENT-REC-EXIT.
           MOVE JOUR OF DATE-JOUR     TO GXRUND (5:2).
           MOVE SPACE                 TO GXSTAT.
           MOVE SPACES                TO GXLOT.
           MOVE ZERO                  TO GXMCHG GXMREG GXMDEB
                                         GXMEPX GXMETV.
           WRITE GLX-ENR-DDS.
       ECR-GLEX-EXIT.
           EXIT.
