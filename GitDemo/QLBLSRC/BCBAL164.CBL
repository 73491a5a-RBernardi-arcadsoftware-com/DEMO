                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF STD-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  BPFQUA
                   ASSIGN       TO DATABASE-BPFQUA
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF QUA-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  BPFFAC
                   ASSIGN       TO DATABASE-BPFFAC
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
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
       FD  BPFSTKD  LABEL RECORD STANDARD.
       01  STD-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFSTKD.
      *
       FD  BPFQUA  LABEL RECORD STANDARD.
       01  QUA-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFQUA.
      *
       FD  BPFFAC    LABEL RECORD STANDARD.
       01  FA-ENR-DDS.
       FD  BPFRVLST  LABEL RECORD STANDARD.
       01  LST-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFRVLST.
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
      *    SUR ARDEP POUR LES LIGNES ANTERIEURES AU SUIVI PAR DEPOT>--*
       77  WK-DEP-CTR               PIC XX VALUE SPACES.
       77  WK-QTE-TOT               PIC S9(9)V9(3) COMP-3 VALUE ZERO.
      *---<PART DE LA LIGNE ENCORE EN QUARANTAINE (STOCK BLOQUE) ET
      *    PART EN STOCK LIBRE>----------------------------------------*
       77  WK-QTE-QUA               PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WK-QTE-LIB               PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WSTAT-AN                 PIC XX.
       77  WK-AA-N                  PIC 99   VALUE ZERO.
       77  WSTAT-MOIS               PIC XX.
      *
           COPY    WKREFPGM         REPLACING SPACE BY "BCBAL164*A".
           COPY    WKGENERAL.
           COPY    WKMESSAGE.
           COPY    WKLDA.
           COPY    WKAUTOR.
           COPY    WKOTB.
      *
       01  DATE-JOUR   VALUE SPACES.
           05  AN          PIC XX.
      *
      ***** ENTETE A CONTREPASSER : RECUE EN LDA
           ACCEPT   WKLDA  FROM  LDA.
      *
      ***** FONCTION SENSIBLE : L'UTILISATEUR DU TRAVAIL DOIT ETRE
      ***** HABILITE (BPFAUT) AVANT TOUT TRAITEMENT. UN REFUS EST
      ***** JOURNALISE DANS BPFSECJ PAR CTL-AUTOR.
           MOVE "CONTREP"       TO WK-AUT-FONC.
           MOVE SPACE           TO WK-AUT-PARM.
           STRING "FOURN. " WLDA-RVCNUL " ORDRE " WLDA-RVNORD
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
           IF WLDA-RVCNUL = SPACES OR WLDA-RVNORD = SPACES
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " FOURNISSEUR/ORDRE ABSENT EN LDA "
               CLOSE BPFLOT
               OPEN I-O BPFLOT
           END-IF.
      ***** STOCK EN QUARANTAINE (CREE AU PREMIER RUN)
           OPEN I-O    BPFQUA.
           IF ST = "35"
               OPEN OUTPUT BPFQUA
               CLOSE BPFQUA
               OPEN I-O BPFQUA
           END-IF.
           OPEN INPUT  BPFERM61
                       BPFFAC.
           OPEN I-O    BPFDR.
               OPEN OUTPUT BPFGLEX
           END-IF.
           OPEN OUTPUT BPFRVLST.
           PERFORM OUVRE-OTB THRU OUVRE-OTB-EXIT.
      *
           PERFORM CHERCHE-ENTETE THRU CHERCHE-ENTETE-EXIT.
           PERFORM CTL-FACTURE THRU CTL-FACTURE-EXIT.
           WRITE LST-ENR-DDS FROM WLIGNE-TOTAL.
      *
           CLOSE  BPFER BPFERM61 BPFDR BPFSK BPFAR100 BPFSTKD BPFLOT
                  BPFQUA BPFCMDH BPFCMDL BPFFAC BPFGLEX BPFRVLST.
           PERFORM FERME-OTB THRU FERME-OTB-EXIT.
      *
      ***** JOURNAL DE SECURITE : CONTREPASSATION EFFECTUEE
           MOVE "E"             TO WK-AUT-RES.
           MOVE SPACE           TO WK-AUT-LIB.
           STRING "CONTREPASSEES : " CPT-LIG " LIGNES"
                   DELIMITED  BY SIZE
                   INTO  WK-AUT-LIB.
           PERFORM ECR-SECJ THRU ECR-SECJ-EXIT.
      *
           MOVE SPACE TO WK-MESSAGE-LIB.
           STRING  " LIGNES : " CPT-LIG
           STOP    RUN.
      *
       COPY SRMSGBATCH.
       COPY SRAUTOR.
       COPY SROTB.
      /
      ****************************************************************
      ******* RECHERCHE DE L'ENTETE A CONTREPASSER : BALAYAGE
      ******* REFUS SI LA FACTURE EST DEJA RAPPROCHEE (BCBAL153) :
      ******* CONTREPASSER UNE RECEPTION DONT LA FACTURE EST LETTREE
      ******* DESEQUILIBRERAIT LE RAPPROCHEMENT ET LE GL.
      ******* SEULE EXCEPTION : L'AUTOFACTURE (FAAUTF = "F"), EMISE
      ******* PAR NOUS SUR LES CUMULS DE L'ENTETE - BCBAL198 L'ANNULE
      ******* PAR UN AVOIR D'AUTOFACTURATION DES QU'IL TROUVE L'ENTETE
      ******* CONTREPASSEE.
      ****************************************************************
       CTL-FACTURE.
           MOVE WLDA-RVCNUL  TO  FACNUF OF FA-ENR-DDS.
           MOVE WLDA-RVNORD  TO  FANORD OF FA-ENR-DDS.
           READ BPFFAC INVALID GO TO CTL-FACTURE-EXIT.
           IF FAAUTF OF FA-ENR-DDS = "F"
               GO  TO  CTL-FACTURE-EXIT.
           IF FAETAT OF FA-ENR-DDS = "R" OR
              FAETAT OF FA-ENR-DDS = "E" OR
              FAETAT OF FA-ENR-DDS = "P" OR
              FAETAT OF FA-ENR-DDS = "V" OR
              FAETAT OF FA-ENR-DDS = "A"
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " FACTURE DEJA RAPPROCHEE (ETAT "
                      FAETAT OF FA-ENR-DDS ") - REFUS"
      *
           ADD 1                      TO CPT-LIG.
           ADD DRQTE OF DR-ENR-DDS    TO WK-QTE-TOT.
           PERFORM CONTRE-OTB-REA THRU CONTRE-OTB-REA-EXIT.
      *
           MOVE DRDEP OF DR-ENR-DDS   TO WK-DEP-CTR.
           IF WK-DEP-CTR = SPACES
               WRITE LST-ENR-DDS FROM WLIGNE-DET
               GO  TO  CONTRE-LIGNE-EXIT.
      *
      ***** LA PART DE LA LIGNE ENCORE EN QUARANTAINE RESSORT DU STOCK
      ***** BLOQUE (ARSTKB), SEUL LE RESTE (RECU EN LIBRE OU DEJA
      ***** LIBERE PAR BCBAL184) RESSORT DU STOCK LIBRE.
           PERFORM CONTRE-QUA THRU CONTRE-QUA-EXIT.
           COMPUTE WK-QTE-LIB = DRQTE OF DR-ENR-DDS - WK-QTE-QUA.
           MOVE ARSTK OF AR-ENR-DDS   TO OLD-STK.
           SUBTRACT WK-QTE-LIB FROM ARSTK OF AR-ENR-DDS.
           IF ARSTK OF AR-ENR-DDS < ZERO
               MOVE ZERO  TO ARSTK OF AR-ENR-DDS
               ADD  1     TO CPT-NEG.
           PERFORM MAJ-STKDEP THRU MAJ-STKDEP-EXIT.
      ***** STOCK PAR LOT : LA QUANTITE ANNULEE RESSORT DU LOT DE LA
      ***** LIGNE (DRLOT, POSE PAR BCBAL150)
           IF DRLOT OF DR-ENR-DDS NOT = SPACES AND
              WK-QTE-LIB NOT = ZERO
               PERFORM CONTRE-LOT THRU CONTRE-LOT-EXIT.
      ***** RELIQUAT DE COMMANDE : SEULEMENT SI LA RECEPTION AVAIT
      ***** ETE RAPPROCHEE D'UNE COMMANDE (ERNCMD SERVI PAR
           MOVE DRQTE OF DR-ENR-DDS    TO WLD-QTE.
           MOVE OLD-STK                TO WLD-STKA.
           MOVE NEW-STK                TO WLD-STKN.
           IF WK-QTE-QUA NOT = ZERO
               MOVE "CONTREPASSEE (QUARANTAINE)" TO WLD-LIB
           ELSE
               MOVE "CONTREPASSEE"     TO WLD-LIB.
           WRITE LST-ENR-DDS FROM WLIGNE-DET.
       CONTRE-LIGNE-EXIT.
           EXIT.
           MOVE SS OF HEURE-JOUR      TO SKSSM  OF SK-ENR-DDS.
           MOVE WSTAT-AN              TO SKAN   OF SK-ENR-DDS.
           MOVE WSTAT-MOIS            TO SKMOIS OF SK-ENR-DDS.
           COMPUTE SKSTKO OF SK-ENR-DDS = ZERO - WK-QTE-QUA.
           MOVE "0"                   TO SKNATO OF SK-ENR-DDS.
           MOVE OLD-STK               TO SKSTKD OF SK-ENR-DDS.
           MOVE "1"                   TO SKNATD OF SK-ENR-DDS.
           MOVE ARVPV OF AR-ENR-DDS   TO LTVPV  OF LOT-ENR-DDS.
           MOVE DRLOT OF DR-ENR-DDS   TO LTLOT  OF LOT-ENR-DDS.
           READ BPFLOT INVALID GO TO CONTRE-LOT-EXIT.
           SUBTRACT WK-QTE-LIB FROM LTQTE OF LOT-ENR-DDS.
           IF LTQTE OF LOT-ENR-DDS < ZERO
               MOVE ZERO  TO LTQTE OF LOT-ENR-DDS.
           MOVE AN   OF DATE-JOUR     TO LTDMAJ OF LOT-ENR-DDS (1:2).
           EXIT.
      *
      ****************************************************************
      ******* CONTREPASSATION DE LA QUARANTAINE : LA LIGNE BPFQUA DE
      ******* LA RECEPTION (FOURNISSEUR, NUMERO, DATE DE RECEPTION,
      ******* ARTICLE, LOT, DEPOT) EST CHERCHEE DEPUIS LE DEBUT DU
      ******* FOURNISSEUR. CE QUI Y EST ENCORE BLOQUE EST RETIRE DE
      ******* ARSTKB ET DE LA LIGNE, SOLDEE SI ELLE EST VIDE. LA
      ******* QUANTITE CONCERNEE EST PORTEE EN QUANTITE INFORMATIVE
      ******* NEGATIVE DU MOUVEMENT "03".
      ****************************************************************
       CONTRE-QUA.
           MOVE ZERO  TO WK-QTE-QUA.
           IF DRQTE OF DR-ENR-DDS NOT > ZERO
               GO  TO  CONTRE-QUA-EXIT.
           MOVE LOW-VALUE             TO QUA-ENR-DDS.
           MOVE ERCNUL OF ER-ENR-DDS  TO QUCNUL OF QUA-ENR-DDS.
           START BPFQUA KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF QUA-ENR-DDS
                 INVALID GO TO CONTRE-QUA-EXIT.
       CONTRE-QUA-LIRE.
           READ BPFQUA NEXT RECORD AT END GO TO CONTRE-QUA-EXIT.
           IF QUCNUL OF QUA-ENR-DDS NOT = ERCNUL OF ER-ENR-DDS
               GO  TO  CONTRE-QUA-EXIT.
           IF QUNORD OF QUA-ENR-DDS NOT = ERNORD OF ER-ENR-DDS OR
              QUAARC OF QUA-ENR-DDS NOT = DRAARC OF DR-ENR-DDS OR
              QUMMRC OF QUA-ENR-DDS NOT = DRMMRC OF DR-ENR-DDS OR
              QUJJRC OF QUA-ENR-DDS NOT = DRJJRC OF DR-ENR-DDS OR
              QURAC  OF QUA-ENR-DDS NOT = ARRAC  OF AR-ENR-DDS OR
              QUCCC  OF QUA-ENR-DDS NOT = ARCCC  OF AR-ENR-DDS OR
              QUVPV  OF QUA-ENR-DDS NOT = ARVPV  OF AR-ENR-DDS OR
              QULOT  OF QUA-ENR-DDS NOT = DRLOT  OF DR-ENR-DDS OR
              QUDEP  OF QUA-ENR-DDS NOT = WK-DEP-CTR
               GO  TO  CONTRE-QUA-LIRE.
           IF QUETAT OF QUA-ENR-DDS NOT = SPACE OR
              QUQTE  OF QUA-ENR-DDS NOT > ZERO
               GO  TO  CONTRE-QUA-EXIT.
      *
           MOVE DRQTE OF DR-ENR-DDS   TO WK-QTE-QUA.
           IF WK-QTE-QUA > QUQTE OF QUA-ENR-DDS
               MOVE QUQTE OF QUA-ENR-DDS  TO WK-QTE-QUA.
           SUBTRACT WK-QTE-QUA FROM QUQTE  OF QUA-ENR-DDS
                                    QUQTEI OF QUA-ENR-DDS.
           IF QUQTE OF QUA-ENR-DDS NOT > ZERO
               MOVE "S"  TO QUETAT OF QUA-ENR-DDS.
           MOVE AN   OF DATE-JOUR     TO QUDMAJ OF QUA-ENR-DDS (1:2).
           MOVE MOI  OF DATE-JOUR     TO QUDMAJ OF QUA-ENR-DDS (3:2).
           MOVE JOUR OF DATE-JOUR     TO QUDMAJ OF QUA-ENR-DDS (5:2).
           REWRITE QUA-ENR-DDS INVALID CONTINUE.
           SUBTRACT WK-QTE-QUA FROM ARSTKB OF AR-ENR-DDS.
           IF ARSTKB OF AR-ENR-DDS < ZERO
               MOVE ZERO  TO ARSTKB OF AR-ENR-DDS.
       CONTRE-QUA-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* RETABLISSEMENT DU RELIQUAT DE LA LIGNE DE COMMANDE
      ******* (INVERSE DE CTL-CMD-LIG BCBAL150) : LA QUANTITE ANNULEE
      ******* REDEVIENT A RECEVOIR, UNE LIGNE SOLDEE EST ROUVERTE.
              CLETAT OF CML-ENR-DDS = "S"
               MOVE SPACE  TO CLETAT OF CML-ENR-DDS.
           REWRITE CML-ENR-DDS INVALID CONTINUE.
      ***** LA QUANTITE REDEVENUE A RECEVOIR EST DE NOUVEAU ENGAGEE
      ***** (BUDGET D'ACHAT, REEVALUATION SUR LE RELIQUAT)
           PERFORM REVAL-ENG THRU REVAL-ENG-EXIT.
       RETAB-CMD-LIG-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* BUDGET D'ACHAT : LA VALEUR RECUE (DRPA * DRQTE, CF.
      ******* INIT-DR BCBAL150) SORT DU REALISE DE LA FAMILLE POUR LE
      ******* MOIS DE LA RECEPTION. ANNEE DRAARC CODEE SIECLE PAR
      ******* SRAFER2O (HIGH-VALUE + DERNIER CHIFFRE) : RAMENEE A LA
      ******* DECENNIE EN COURS. EMBALLAGES (099) HORS BUDGET.
      ****************************************************************
       CONTRE-OTB-REA.
           IF DRFAM OF DR-ENR-DDS = "099"
               GO  TO  CONTRE-OTB-REA-EXIT.
           IF DRAARC OF DR-ENR-DDS (1:1) = HIGH-VALUE
               MOVE AN OF DATE-JOUR (1:1)        TO WK-AA-N (1:1)
               MOVE DRAARC OF DR-ENR-DDS (2:1)   TO WK-AA-N (2:1)
               IF WK-AA-N > AN OF DATE-JOUR AND WK-AA-N NOT < 10
                   SUBTRACT 10 FROM WK-AA-N
               END-IF
           ELSE
               MOVE DRAARC OF DR-ENR-DDS         TO WK-AA-N
           END-IF.
           MOVE DRFAM OF DR-ENR-DDS   TO WK-OTB-FAM.
           MOVE WK-AA-N               TO WK-OTB-AA.
           MOVE DRMMRC OF DR-ENR-DDS  TO WK-OTB-MM.
           MOVE "R"                   TO WK-OTB-NAT.
           COMPUTE WK-OTB-MT ROUNDED = ZERO - DRPA OF DR-ENR-DDS
                                            * DRQTE OF DR-ENR-DDS.
           PERFORM MAJ-OTB THRU MAJ-OTB-EXIT.
       CONTRE-OTB-REA-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* REOUVERTURE DE L'ENTETE DE COMMANDE : LES LIGNES
      ******* SOLDEES SONT RECOMPTEES DEPUIS BPFCMDL (MEME PRINCIPE
      ******* QUE MAJ-CMD-ENT DE BCBAL150).
           MOVE JOUR OF DATE-JOUR     TO GXRUND (5:2).
           MOVE SPACE                 TO GXSTAT.
           MOVE SPACES                TO GXLOT.
           MOVE ZERO                  TO GXMCHG GXMREG GXMDEB
                                         GXMEPX GXMETV.
           WRITE GLX-ENR-DDS.
       ECR-GLEX-CONTRE-EXIT.
           EXIT.
