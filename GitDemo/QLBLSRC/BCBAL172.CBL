                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF AR-ENR-DDS
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
       FD  BPFAR100  LABEL RECORD STANDARD.
       01  AR-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFAR100.
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
      *
      /
       WORKING-STORAGE SECTION.
       77  CPT-LIG                  PIC 9(6) VALUE ZERO.
       77  TOP-FIN-LIG              PIC 1    VALUE B"0".
       77  CPT-DEP                  PIC 9(6) VALUE ZERO.
       77  IX-MAX                   PIC S9(4) COMP-3 VALUE ZERO.
       77  WTF-FAM-CHERCHE          PIC X(3) VALUE SPACES.
       77  WK-LIV-AA                PIC XX   VALUE SPACES.
       77  WK-LIV-MM                PIC XX   VALUE SPACES.
       77  WK-VAL                   PIC S9(11)V9(3) COMP-3.
       77  WK-RESTE                 PIC S9(11)V9(3) COMP-3.
       77  WK-ED-VAL                PIC -(10)9,999.
       77  WK-ED-RESTE              PIC -(10)9,999.
      *
      ***** ENGAGEMENT DE LA COMMANDE PAR FAMILLE (CONTROLE DU BUDGET
      ***** D'ACHAT - MEME GABARIT QUE LA TABLE FAMILLES DE BCBAL169)
       01  WTAB-FAM.
           05  WTF-ENTRY OCCURS 400 TIMES INDEXED BY IX-FAM.
               10  WTF-FAM           PIC X(3).
               10  WTF-VAL           PIC S9(11)V9(3) COMP-3.
      *
           COPY    WKREFPGM         REPLACING SPACE BY "BCBAL172*A".
           COPY    WKGENERAL.
           COPY    WKMESSAGE.
           COPY    WKLDA.
           COPY    WKAUTOR.
           COPY    WKOTB.
      *
      /
      ********************
      ***** SON ETAT "P" PASSE A BLANC ET BCBAL150 POURRA DESORMAIS
      ***** Y RAPPROCHER LES RECEPTIONS.
           ACCEPT   WKLDA  FROM  LDA.
      *
      ***** FONCTION SENSIBLE : L'UTILISATEUR DU TRAVAIL DOIT ETRE
      ***** HABILITE (BPFAUT) AVANT TOUT TRAITEMENT. UN REFUS EST
      ***** JOURNALISE DANS BPFSECJ PAR CTL-AUTOR.
           MOVE "CONFCMD"       TO WK-AUT-FONC.
           MOVE SPACE           TO WK-AUT-PARM.
           STRING "FOURN. " WLDA-CFCNUF " COMMANDE " WLDA-CFNORD
                   DELIMITED  BY SIZE
                   INTO  WK-AUT-PARM.
           PERFORM CTL-AUTOR THRU CTL-AUTOR-EXIT.
           IF WK-AUT-OK = FAUX
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " " WK-AUT-USER " " WK-AUT-LIB " - REFUS"
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
      *
           IF WLDA-CFCNUF = SPACES OR WLDA-CFNORD = SPACES
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " FOURNISSEUR/COMMANDE ABSENT EN LDA "
           OPEN I-O    BPFCMDH
                       BPFAR100.
           OPEN INPUT  BPFCMDL.
           PERFORM OUVRE-OTB THRU OUVRE-OTB-EXIT.
      *
           MOVE WLDA-CFCNUF  TO CHCNUF OF CMH-ENR-DDS.
           MOVE WLDA-CFNORD  TO CHNORD OF CMH-ENR-DDS.
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
      *
      ***** BUDGET D'ACHAT : LA COMMANDE NE DOIT PAS FAIRE DEPASSER A
      ***** UNE FAMILLE SON RESTE A ACHETER (BPFOTB) DU MOIS DE
      ***** LIVRAISON. SIMPLE ALERTE, OU REFUS SI WLDA-OTB-REFUS = "O"
      ***** (AUCUNE MISE A JOUR N'A ENCORE ETE FAITE).
           PERFORM CTL-OTB THRU CTL-OTB-EXIT.
           IF CPT-DEP > ZERO AND WLDA-OTB-REFUS = "O"
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " CONFIRMATION REFUSEE - BUDGET D'ACHAT DEPASSE"
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
      *
           MOVE SPACE  TO CHETAT OF CMH-ENR-DDS.
      ***** LA COMMANDE CONFIRMEE PART AU FOURNISSEUR PAR LE PROCHAIN
      ***** FICHIER DE COMMANDES BCBAL196.
           MOVE "A"    TO CHENV  OF CMH-ENR-DDS.
           REWRITE CMH-ENR-DDS INVALID
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " MAJ COMMANDE IMPOSSIBLE " REF-PGM
           PERFORM MAJ-ARSTPP THRU MAJ-ARSTPP-EXIT.
      *
           CLOSE  BPFCMDH BPFCMDL BPFAR100.
           PERFORM FERME-OTB THRU FERME-OTB-EXIT.
      *
      ***** JOURNAL DE SECURITE : CONFIRMATION EFFECTUEE
           MOVE "E"             TO WK-AUT-RES.
           MOVE SPACE           TO WK-AUT-LIB.
           STRING "CONFIRMEE : " CPT-LIG " LIGNES"
                   DELIMITED  BY SIZE
                   INTO  WK-AUT-LIB.
           PERFORM ECR-SECJ THRU ECR-SECJ-EXIT.
      *
           MOVE SPACE TO WK-MESSAGE-LIB.
           STRING  " COMMANDE " WLDA-CFCNUF "/" WLDA-CFNORD
           STOP    RUN.
      *
       COPY SRMSGBATCH.
       COPY SRAUTOR.
       COPY SROTB.
      /
      ****************************************************************
      ******* REPORT DES RELIQUATS DE LA COMMANDE CONFIRMEE DANS
           ADD CLQTER OF CML-ENR-DDS  TO ARSTPP OF AR-ENR-DDS.
           REWRITE AR-ENR-DDS INVALID CONTINUE.
           ADD 1  TO  CPT-LIG.
      ***** LA LIGNE ENTRE DANS L'ENGAGE DE SA FAMILLE POUR LE MOIS
      ***** DE LIVRAISON DE LA COMMANDE (REGISTRE BPFENG), SAUF LES
      ***** EMBALLAGES CONSIGNES (099) QUI NE SONT JAMAIS REALISES.
           IF ARFAM OF AR-ENR-DDS = "099"
               GO TO MAJ-ARSTPP-ART-EXIT.
           MOVE ARFAM OF AR-ENR-DDS  TO WK-OTB-FAM.
           MOVE WK-LIV-AA            TO WK-OTB-AA.
           MOVE WK-LIV-MM            TO WK-OTB-MM.
           PERFORM CREE-ENG THRU CREE-ENG-EXIT.
       MAJ-ARSTPP-ART-EXIT.
           EXIT.
      /
      ****************************************************************
      ******* CONTROLE DU BUDGET D'ACHAT : LES RELIQUATS DE LA COMMANDE
      ******* (CLQTER * CLPA) SONT CUMULES PAR FAMILLE ET COMPARES AU
      ******* RESTE A ACHETER DE LA FAMILLE POUR LE MOIS DE LIVRAISON
      ******* PREVU (CHDLAA/MM, A DEFAUT MOIS DE COMMANDE). UNE CASE
      ******* SANS BUDGET A UN RESTE A ACHETER NUL.
      ****************************************************************
       CTL-OTB.
           MOVE ZERO  TO  CPT-DEP.
           IF CHDLAA OF CMH-ENR-DDS NOT = SPACES AND
              CHDLMM OF CMH-ENR-DDS NOT = SPACES
               MOVE CHDLAA OF CMH-ENR-DDS  TO WK-LIV-AA
               MOVE CHDLMM OF CMH-ENR-DDS  TO WK-LIV-MM
           ELSE
               MOVE CHAACM OF CMH-ENR-DDS  TO WK-LIV-AA
               MOVE CHMMCM OF CMH-ENR-DDS  TO WK-LIV-MM
           END-IF.
           PERFORM INIT-TABLE THRU INIT-TABLE-EXIT.
           MOVE SPACE     TO CML-ENR-DDS.
           MOVE WLDA-CFCNUF TO CLCNUF OF CML-ENR-DDS.
           MOVE WLDA-CFNORD TO CLNORD OF CML-ENR-DDS.
           MOVE LOW-VALUE TO CLRAC  OF CML-ENR-DDS.
           MOVE LOW-VALUE TO CLCCC  OF CML-ENR-DDS.
           MOVE LOW-VALUE TO CLVPV  OF CML-ENR-DDS.
           START BPFCMDL KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF CML-ENR-DDS
                 INVALID GO TO CTL-OTB-EXIT.
           MOVE FAUX  TO TOP-FIN-LIG.
           PERFORM LECT-CML THRU LECT-CML-EXIT.
           PERFORM UNTIL TOP-FIN-LIG = VRAI
               IF CLQTER OF CML-ENR-DDS > ZERO
                   PERFORM CUMUL-OTB THRU CUMUL-OTB-EXIT
               END-IF
               PERFORM LECT-CML THRU LECT-CML-EXIT
           END-PERFORM.
           SET IX-FAM TO 1.
           PERFORM UNTIL IX-FAM > IX-MAX
               PERFORM CTL-OTB-FAM THRU CTL-OTB-FAM-EXIT
               SET IX-FAM UP BY 1
           END-PERFORM.
       CTL-OTB-EXIT.
           EXIT.
      *
       CUMUL-OTB.
           MOVE CLRAC OF CML-ENR-DDS  TO ARRAC OF AR-ENR-DDS.
           MOVE CLCCC OF CML-ENR-DDS  TO ARCCC OF AR-ENR-DDS.
           MOVE CLVPV OF CML-ENR-DDS  TO ARVPV OF AR-ENR-DDS.
           READ BPFAR100 INVALID GO TO CUMUL-OTB-EXIT.
      ***** EMBALLAGES CONSIGNES (FAMILLE 099) HORS BUDGET D'ACHAT
           IF ARFAM OF AR-ENR-DDS = "099"
               GO TO CUMUL-OTB-EXIT.
           MOVE ARFAM OF AR-ENR-DDS   TO WTF-FAM-CHERCHE.
           PERFORM CHERCHE-FAM THRU CHERCHE-FAM-EXIT.
           COMPUTE WK-VAL ROUNDED = CLQTER OF CML-ENR-DDS
                                  * CLPA   OF CML-ENR-DDS.
           ADD WK-VAL                 TO WTF-VAL (IX-FAM).
       CUMUL-OTB-EXIT.
           EXIT.
      *
       CTL-OTB-FAM.
           MOVE WTF-FAM (IX-FAM)  TO OBFAM OF OTB-ENR-DDS.
           MOVE WK-LIV-AA         TO OBAA  OF OTB-ENR-DDS.
           MOVE WK-LIV-MM         TO OBMM  OF OTB-ENR-DDS.
           READ BPFOTB INVALID
               MOVE ZERO          TO WK-RESTE
           NOT INVALID
               COMPUTE WK-RESTE = OBMBUD OF OTB-ENR-DDS
                                - OBMREA OF OTB-ENR-DDS
                                - OBMENG OF OTB-ENR-DDS
           END-READ.
           IF WTF-VAL (IX-FAM) NOT > WK-RESTE
               GO TO CTL-OTB-FAM-EXIT.
           ADD 1  TO  CPT-DEP.
           MOVE WTF-VAL (IX-FAM)  TO WK-ED-VAL.
           MOVE WK-RESTE          TO WK-ED-RESTE.
           MOVE SPACE             TO WK-MESSAGE-LIB.
           STRING " DEPASSEMENT FAM " WTF-FAM (IX-FAM)
                  " " WK-LIV-MM "/" WK-LIV-AA
                  " CDE " WK-ED-VAL " RESTE " WK-ED-RESTE
                   DELIMITED  BY SIZE
                   INTO  WK-MESSAGE-LIB.
           PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT.
       CTL-OTB-FAM-EXIT.
           EXIT.
      *
       INIT-TABLE.
           MOVE ZERO  TO  IX-MAX.
           SET IX-FAM TO 1.
           PERFORM 400 TIMES
               MOVE SPACE TO WTF-FAM (IX-FAM)
               MOVE ZERO  TO WTF-VAL (IX-FAM)
               SET IX-FAM UP BY 1
           END-PERFORM.
       INIT-TABLE-EXIT.
           EXIT.
      *
       CHERCHE-FAM.
           SET IX-FAM TO 1.
           PERFORM UNTIL IX-FAM > IX-MAX
                      OR WTF-FAM (IX-FAM) = WTF-FAM-CHERCHE
               SET IX-FAM UP BY 1
           END-PERFORM.
           IF IX-FAM > IX-MAX
               IF IX-MAX < 400
                   ADD 1 TO IX-MAX
                   SET IX-FAM TO IX-MAX
                   MOVE WTF-FAM-CHERCHE TO WTF-FAM (IX-FAM)
               ELSE
                   MOVE SPACE           TO WK-MESSAGE-LIB
                   STRING " TABLE FAMILLES PLEINE (400)"
                           DELIMITED  BY SIZE
                           INTO  WK-MESSAGE-LIB
                   PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
                   GO  TO  TILT
               END-IF
           END-IF.
       CHERCHE-FAM-EXIT.
           EXIT.
