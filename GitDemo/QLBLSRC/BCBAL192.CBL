       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCBAL192.
      /
      ***********************
       ENVIRONMENT DIVISION.
      ***********************
      *
       CONFIGURATION SECTION.
      ***********************
      *
       SOURCE-COMPUTER. IBM-S38.
       OBJECT-COMPUTER. IBM-S38.
       COPY WSPECNAMES.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  BPFLITM
                   ASSIGN       TO DATABASE-BPFLITM
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFLIT
                   ASSIGN       TO DATABASE-BPFLIT
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF LI-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  BPFLITLG
                   ASSIGN       TO DATABASE-BPFLITLG
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFFAC
                   ASSIGN       TO DATABASE-BPFFAC
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF FA-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  BPFER
                   ASSIGN       TO DATABASE-BPFER
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF ER-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  BPFERM61
                   ASSIGN       TO DATABASE-BPFERM61
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF ER61-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  BPFGLEX
                   ASSIGN       TO DATABASE-BPFGLEX
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFLILST
                   ASSIGN       TO DATABASE-BPFLILST
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  BPFLITM  LABEL RECORD STANDARD.
       01  ML-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFLITM.
      *
       FD  BPFLIT    LABEL RECORD STANDARD.
       01  LI-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFLIT.
      *
       FD  BPFLITLG  LABEL RECORD STANDARD.
       01  LL-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFLITLG.
      *
       FD  BPFFAC    LABEL RECORD STANDARD.
       01  FA-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFFAC.
      *
       FD  BPFER     LABEL RECORD STANDARD.
       01  ER-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFER.
      *
       FD  BPFERM61  LABEL RECORD STANDARD.
       01  ER61-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFERM61.
      *
       FD  BPFGLEX  LABEL RECORD STANDARD.
       01  GLX-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFGLEX.
      *
       FD  BPFLILST  LABEL RECORD STANDARD.
       01  LST-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFLILST.
      *
      /
       WORKING-STORAGE SECTION.
       77  CPT-OUV                  PIC 9(6) VALUE ZERO.
       77  CPT-LUS                  PIC 9(6) VALUE ZERO.
       77  CPT-APP                  PIC 9(6) VALUE ZERO.
       77  CPT-REJ                  PIC 9(6) VALUE ZERO.
       77  CPT-ACC                  PIC 9(6) VALUE ZERO.
       77  CPT-REF                  PIC 9(6) VALUE ZERO.
       77  TOP-FIN                  PIC 1    VALUE B"0".
       77  TOP-VALIDE               PIC 1    VALUE B"0".
       77  TOP-TROUVE               PIC 1    VALUE B"0".
       77  TOP-MVT                  PIC 1    VALUE B"0".
       77  WK-TODAY                 PIC 9(6) VALUE ZERO.
       77  WK-HEURE                 PIC 9(6) VALUE ZERO.
       77  WK-LIB-REJ               PIC X(30) VALUE SPACES.
      *
      ***** ZONES D'ECHANGE AVEC ECR-LOG ET ECR-DETAIL
       77  WK-ACT                   PIC X     VALUE SPACE.
       77  WK-ETAV                  PIC X     VALUE SPACE.
       77  WK-OPER                  PIC X(10) VALUE SPACES.
       77  WK-NOTE                  PIC X(60) VALUE SPACES.
      *
           COPY    WKREFPGM         REPLACING SPACE BY "BCBAL192*A".
           COPY    WKGENERAL.
           COPY    WKMESSAGE.
      *
      ***** IMAGE DU LITIGE CREE (CF. CREE-LITIGE)
       01  WKLI-SAUVE.
           COPY  DDS-ALL-FORMAT OF BPFLIT.
      *
       01  DATE-JOUR   VALUE SPACES.
           05  AN          PIC XX.
           05  MOI         PIC XX.
           05  JOUR        PIC XX.
      *
       01  HEURE-JOUR  VALUE SPACES.
           05  HH          PIC XX.
           05  MN          PIC XX.
           05  SS          PIC XX.
           05  CC          PIC XX.
      *
       01  WLIGNE-ENTETE.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(44)
               VALUE "LITIGES FACTURES FOURNISSEURS - DECISIONS   ".
           05  FILLER                PIC X(3)  VALUE "DU ".
           05  WLE-RUND              PIC 9(6).
           05  FILLER                PIC X(78) VALUE SPACE.
      *
       01  WLIGNE-DET.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-ACT               PIC X.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-CNUF              PIC X(6).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-NORD              PIC X(5).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-NFAC              PIC X(7).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-OPER              PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-ETAV              PIC X.
           05  FILLER                PIC X(2)  VALUE "->".
           05  WLD-ETAP              PIC X.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-MLIT              PIC -(8)9,999.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-LIB               PIC X(30).
           05  FILLER                PIC X(42) VALUE SPACE.
      *
       01  WLIGNE-TOTAL.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(18)
               VALUE "LITIGES OUVERTS : ".
           05  WLT-OUV               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(14) VALUE "  DECISIONS : ".
           05  WLT-APP               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(12) VALUE "  REJETEES :".
           05  WLT-REJ               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(12) VALUE "  ACCEPTES :".
           05  WLT-ACC               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(12) VALUE "  REFUSES : ".
           05  WLT-REF               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(28) VALUE SPACE.
      *
      /
      ********************
       PROCEDURE DIVISION.
      ********************
       DEBUT-PROG.
      ***** MESSAGE DE DEBUT
           MOVE    SPACE       TO  WK-MESSAGE-LIB.
           STRING " DEBUT ---> " REF-PGM
                   DELIMITED  BY SIZE
                   INTO  WK-MESSAGE-LIB.
           PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT.
           ACCEPT   DATE-JOUR  FROM  DATE.
           ACCEPT   HEURE-JOUR FROM  TIME.
           MOVE AN OF DATE-JOUR   TO WK-TODAY (1:2).
           MOVE MOI OF DATE-JOUR  TO WK-TODAY (3:2).
           MOVE JOUR OF DATE-JOUR TO WK-TODAY (5:2).
           MOVE HH OF HEURE-JOUR  TO WK-HEURE (1:2).
           MOVE MN OF HEURE-JOUR  TO WK-HEURE (3:2).
           MOVE SS OF HEURE-JOUR  TO WK-HEURE (5:2).
      *
      ***** DECISIONS DU JOUR : FICHIER FACULTATIF, L'OUVERTURE DES
      ***** LITIGES SUR LES NOUVELLES FACTURES "E" SE FAIT A CHAQUE RUN.
           MOVE VRAI  TO TOP-MVT.
           OPEN INPUT  BPFLITM.
           IF ST = "35"
               MOVE FAUX  TO TOP-MVT
           END-IF.
      ***** LITIGES (CREE AU PREMIER RUN)
           OPEN I-O    BPFLIT.
           IF ST = "35"
               OPEN OUTPUT BPFLIT
               CLOSE BPFLIT
               OPEN I-O BPFLIT
           END-IF.
      ***** JOURNAL CUMULATIF : ON CONSERVE L'HISTORIQUE (CF. ZPFFRLG
      ***** DANS BCBAL176)
           OPEN EXTEND BPFLITLG.
           IF ST = "35"
               OPEN OUTPUT BPFLITLG
           END-IF.
           OPEN I-O    BPFFAC.
           OPEN INPUT  BPFER
                       BPFERM61.
      ***** EXTRACTION COMPTABLE : ON CONSERVE LES EXTRACTIONS NON
      ***** ENCORE REPRISES PAR LA COMPTABILITE (CF. BCBAL150).
           OPEN EXTEND BPFGLEX.
           IF ST = "35"
               OPEN OUTPUT BPFGLEX
           END-IF.
           OPEN OUTPUT BPFLILST.
      *
           MOVE WK-TODAY     TO WLE-RUND.
           WRITE LST-ENR-DDS FROM WLIGNE-ENTETE.
      *
           PERFORM OUVRE-LITIGES THRU OUVRE-LITIGES-EXIT.
      *
           IF TOP-MVT = VRAI
               MOVE FAUX  TO TOP-FIN
               PERFORM LECT-MVT THRU LECT-MVT-EXIT
               PERFORM UNTIL TOP-FIN = VRAI
                   PERFORM TRAIT-MVT THRU TRAIT-MVT-EXIT
                   PERFORM LECT-MVT THRU LECT-MVT-EXIT
               END-PERFORM
               CLOSE BPFLITM
           END-IF.
      *
           MOVE CPT-OUV      TO WLT-OUV.
           MOVE CPT-APP      TO WLT-APP.
           MOVE CPT-REJ      TO WLT-REJ.
           MOVE CPT-ACC      TO WLT-ACC.
           MOVE CPT-REF      TO WLT-REF.
           WRITE LST-ENR-DDS FROM WLIGNE-TOTAL.
      *
           CLOSE  BPFLIT BPFLITLG BPFFAC BPFER BPFERM61 BPFGLEX
                  BPFLILST.
      *
           MOVE SPACE TO WK-MESSAGE-LIB.
           STRING  " OUVERTS : " CPT-OUV
                   "   LUS : " CPT-LUS
                   "   APPLIQUES : " CPT-APP
                   "   REJETES : " CPT-REJ
                   DELIMITED BY SIZE  INTO WK-MESSAGE-LIB.
           PERFORM AFF-MESSAGE        THRU    AFF-MESSAGE-EXIT.
      *
           MOVE    SPACE       TO  WK-MESSAGE-LIB.
           STRING "  FIN  ---> " REF-PGM
                   DELIMITED  BY SIZE
                   INTO  WK-MESSAGE-LIB.
           PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT.
           STOP    RUN.
      *
       COPY SRMSGBATCH.
      /
      ****************************************************************
      ******* OUVERTURE AUTOMATIQUE : TOUTE FACTURE RESTEE EN ECART
      ******* ("E", BCBAL153) SANS LITIGE EN RECOIT UN, QUALIFIE PAR
      ******* LE CODE ERDIFF DE SON ENTETE ET VALORISE DES ECARTS
      ******* POSES AU RAPPROCHEMENT. L'ACHETEUR EST AFFECTE ENSUITE
      ******* PAR UNE DECISION "O".
      ****************************************************************
       OUVRE-LITIGES.
           MOVE LOW-VALUE TO FA-ENR-DDS.
           START BPFFAC KEY NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF FA-ENR-DDS
                 INVALID GO TO OUVRE-LITIGES-EXIT.
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-FAC THRU LECT-FAC-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               IF FAETAT OF FA-ENR-DDS = "E"
                   MOVE FACNUF OF FA-ENR-DDS  TO LICNUF OF LI-ENR-DDS
                   MOVE FANORD OF FA-ENR-DDS  TO LINORD OF LI-ENR-DDS
                   READ BPFLIT INVALID
                       PERFORM CREE-LITIGE THRU CREE-LITIGE-EXIT
                   END-READ
               END-IF
               PERFORM LECT-FAC THRU LECT-FAC-EXIT
           END-PERFORM.
       OUVRE-LITIGES-EXIT.
           EXIT.
      *
       LECT-FAC.
           READ BPFFAC NEXT RECORD AT END MOVE VRAI TO TOP-FIN.
       LECT-FAC-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* CREATION DU LITIGE DE LA FACTURE EN ZONE FA-ENR-DDS.
      ******* ENTETE INTROUVABLE (BASCULEE PUIS EPUREE) : LE LITIGE
      ******* EST OUVERT SANS MONTANT, A VALORISER PAR L'ACHETEUR.
      ****************************************************************
       CREE-LITIGE.
           MOVE SPACE                 TO LI-ENR-DDS.
           MOVE FACNUF OF FA-ENR-DDS  TO LICNUF OF LI-ENR-DDS.
           MOVE FANORD OF FA-ENR-DDS  TO LINORD OF LI-ENR-DDS.
           MOVE FANFAC OF FA-ENR-DDS  TO LINFAC OF LI-ENR-DDS.
           MOVE ZERO                  TO LIECHT OF LI-ENR-DDS
                                         LIECTV OF LI-ENR-DDS
                                         LIMLIT OF LI-ENR-DDS
                                         LIDTCL OF LI-ENR-DDS.
           PERFORM CHERCHE-ER THRU CHERCHE-ER-EXIT.
           IF TOP-TROUVE = VRAI
               MOVE ERDIFF OF ER-ENR-DDS  TO LIMOTF OF LI-ENR-DDS
               COMPUTE LIECHT OF LI-ENR-DDS = ERARPA OF ER-ENR-DDS
                                            + ERFTRS OF ER-ENR-DDS
                                            - ERMTRS OF ER-ENR-DDS
               MOVE ERARTV OF ER-ENR-DDS  TO LIECTV OF LI-ENR-DDS
               COMPUTE LIMLIT OF LI-ENR-DDS = LIECHT OF LI-ENR-DDS
                                            + LIECTV OF LI-ENR-DDS
           ELSE
               MOVE "ENTETE DE RECEPTION INTROUVABLE"
                                          TO LINOTE OF LI-ENR-DDS.
           MOVE WK-TODAY              TO LIDTOU OF LI-ENR-DDS.
           MOVE SPACE                 TO LIETAT OF LI-ENR-DDS.
           MOVE REF-PGM               TO LIOPER OF LI-ENR-DDS.
           ADD 1  TO  CPT-OUV.
           MOVE "O"                   TO WK-ACT.
           MOVE SPACE                 TO WK-ETAV.
           MOVE REF-PGM               TO WK-OPER.
           MOVE LINOTE OF LI-ENR-DDS  TO WK-NOTE.
           PERFORM ECR-LOG THRU ECR-LOG-EXIT.
           MOVE "OUVERTURE AUTOMATIQUE"   TO WK-LIB-REJ.
           PERFORM ECR-DETAIL THRU ECR-DETAIL-EXIT.
      ***** L'IMAGE EST GARDEE : LA DECISION QUI A PROVOQUE
      ***** L'OUVERTURE S'APPLIQUE ENSUITE SUR LE MEME LITIGE.
           MOVE LI-ENR-DDS            TO WKLI-SAUVE.
           WRITE LI-ENR-DDS INVALID
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " ECRITURE BPFLIT IMPOSSIBLE " REF-PGM
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
           MOVE WKLI-SAUVE            TO LI-ENR-DDS.
       CREE-LITIGE-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* RECHERCHE DE L'ENTETE DE RECEPTION DE LA FACTURE :
      ******* BALAYAGE SUR ERCNUL + ERNORD (CF. BCBAL164), PUIS DANS
      ******* LE MENSUEL BPFERM61. L'ENTETE EST RAMENEE DANS
      ******* ER-ENR-DDS.
      ****************************************************************
       CHERCHE-ER.
           MOVE FAUX  TO TOP-TROUVE.
           MOVE LOW-VALUE  TO ER-ENR-DDS.
           START BPFER KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF ER-ENR-DDS
                 INVALID GO TO CHERCHE-ER-M61.
       CHERCHE-ER-LIRE.
           READ BPFER NEXT RECORD AT END GO TO CHERCHE-ER-M61.
           IF ERCNUL OF ER-ENR-DDS = FACNUF OF FA-ENR-DDS AND
              ERNORD OF ER-ENR-DDS = FANORD OF FA-ENR-DDS
               MOVE VRAI  TO TOP-TROUVE
               GO  TO  CHERCHE-ER-EXIT.
           GO  TO  CHERCHE-ER-LIRE.
       CHERCHE-ER-M61.
           MOVE LOW-VALUE  TO ER61-ENR-DDS.
           START BPFERM61 KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF ER61-ENR-DDS
                 INVALID GO TO CHERCHE-ER-EXIT.
       CHERCHE-ER-M61-LIRE.
           READ BPFERM61 NEXT RECORD AT END GO TO CHERCHE-ER-EXIT.
           IF ERCNUL OF ER61-ENR-DDS = FACNUF OF FA-ENR-DDS AND
              ERNORD OF ER61-ENR-DDS = FANORD OF FA-ENR-DDS
               MOVE ER61-ENR-DDS  TO ER-ENR-DDS
               MOVE VRAI  TO TOP-TROUVE
               GO  TO  CHERCHE-ER-EXIT.
           GO  TO  CHERCHE-ER-M61-LIRE.
       CHERCHE-ER-EXIT.
           EXIT.
      /
       LECT-MVT.
           READ BPFLITM NEXT RECORD AT END MOVE VRAI TO TOP-FIN
                                           GO TO LECT-MVT-EXIT.
           ADD  1       TO  CPT-LUS.
       LECT-MVT-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* TRAITEMENT D'UNE DECISION : VALIDATION PUIS APPLICATION.
      ******* CHAQUE DECISION APPLIQUEE DONNE UNE LIGNE BPFLITLG AVEC
      ******* ETAT AVANT/APRES, DATE/HEURE, OPERATEUR ET NOTE.
      ****************************************************************
       TRAIT-MVT.
           PERFORM CTL-MVT THRU CTL-MVT-EXIT.
           IF TOP-VALIDE = FAUX
               ADD 1  TO  CPT-REJ
               MOVE SPACE                 TO WLD-ETAV WLD-ETAP
               MOVE MLACT  OF ML-ENR-DDS  TO WLD-ACT
               MOVE MLCNUF OF ML-ENR-DDS  TO WLD-CNUF
               MOVE MLNORD OF ML-ENR-DDS  TO WLD-NORD
               MOVE SPACES                TO WLD-NFAC
               MOVE MLOPER OF ML-ENR-DDS  TO WLD-OPER
               MOVE ZERO                  TO WLD-MLIT
               MOVE WK-LIB-REJ            TO WLD-LIB
               WRITE LST-ENR-DDS FROM WLIGNE-DET
               GO  TO  TRAIT-MVT-EXIT.
      *
           MOVE LIETAT OF LI-ENR-DDS  TO WK-ETAV.
           IF MLACT OF ML-ENR-DDS = "O"
               PERFORM APPLIQUE-QUALIF THRU APPLIQUE-QUALIF-EXIT.
           IF MLACT OF ML-ENR-DDS = "A"
               PERFORM APPLIQUE-ACCEPT THRU APPLIQUE-ACCEPT-EXIT.
           IF MLACT OF ML-ENR-DDS = "T"
               MOVE "T"    TO LIETAT OF LI-ENR-DDS
               MOVE "EN ATTENTE D'AVOIR"   TO WK-LIB-REJ.
           IF MLACT OF ML-ENR-DDS = "J"
               PERFORM APPLIQUE-REFUS THRU APPLIQUE-REFUS-EXIT.
      *
           MOVE MLOPER OF ML-ENR-DDS  TO LIOPER OF LI-ENR-DDS.
           IF MLNOTE OF ML-ENR-DDS NOT = SPACES
               MOVE MLNOTE OF ML-ENR-DDS  TO LINOTE OF LI-ENR-DDS.
      *
           ADD 1  TO  CPT-APP.
           MOVE MLACT  OF ML-ENR-DDS  TO WK-ACT.
           MOVE MLOPER OF ML-ENR-DDS  TO WK-OPER.
           MOVE MLNOTE OF ML-ENR-DDS  TO WK-NOTE.
           PERFORM ECR-LOG THRU ECR-LOG-EXIT.
           PERFORM ECR-DETAIL THRU ECR-DETAIL-EXIT.
           REWRITE LI-ENR-DDS INVALID
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " MAJ BPFLIT IMPOSSIBLE " REF-PGM
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
       TRAIT-MVT-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* VALIDATION : ACTION, OPERATEUR, NOTE OBLIGATOIRE SUR
      ******* ACCEPTATION ET REFUS, FACTURE EXISTANTE ET TOUJOURS EN
      ******* ECART, LITIGE NON CLOS. UNE FACTURE "E" ARRIVEE DEPUIS
      ******* LA DERNIERE OUVERTURE RECOIT SON LITIGE AU PASSAGE.
      ****************************************************************
       CTL-MVT.
           MOVE FAUX  TO  TOP-VALIDE.
           MOVE SPACE TO  WK-LIB-REJ.
           IF MLACT OF ML-ENR-DDS NOT = "O" AND
              MLACT OF ML-ENR-DDS NOT = "A" AND
              MLACT OF ML-ENR-DDS NOT = "T" AND
              MLACT OF ML-ENR-DDS NOT = "J"
               MOVE "ACTION INCONNUE"         TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
           IF MLOPER OF ML-ENR-DDS = SPACES
               MOVE "OPERATEUR ABSENT"        TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
           IF (MLACT OF ML-ENR-DDS = "A" OR
               MLACT OF ML-ENR-DDS = "J") AND
              MLNOTE OF ML-ENR-DDS = SPACES
               MOVE "NOTE OBLIGATOIRE"        TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
      *
           MOVE MLCNUF OF ML-ENR-DDS  TO  FACNUF OF FA-ENR-DDS.
           MOVE MLNORD OF ML-ENR-DDS  TO  FANORD OF FA-ENR-DDS.
           READ BPFFAC INVALID
               MOVE "FACTURE INCONNUE"        TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
           IF FAETAT OF FA-ENR-DDS NOT = "E"
               MOVE SPACE  TO WK-LIB-REJ
               STRING "FACTURE NON EN ECART (ETAT "
                      FAETAT OF FA-ENR-DDS ")"
                       DELIMITED  BY SIZE
                       INTO  WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
      *
           MOVE MLCNUF OF ML-ENR-DDS  TO  LICNUF OF LI-ENR-DDS.
           MOVE MLNORD OF ML-ENR-DDS  TO  LINORD OF LI-ENR-DDS.
           READ BPFLIT INVALID
               PERFORM CREE-LITIGE THRU CREE-LITIGE-EXIT
           END-READ.
           IF LIETAT OF LI-ENR-DDS = "A" OR
              LIETAT OF LI-ENR-DDS = "J"
               MOVE "LITIGE DEJA CLOS"        TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
           IF MLACT OF ML-ENR-DDS = "T" AND
              LIETAT OF LI-ENR-DDS = "T"
               MOVE "DEJA EN ATTENTE D'AVOIR" TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
           MOVE VRAI  TO  TOP-VALIDE.
       CTL-MVT-EXIT.
           EXIT.
      *
      ***** QUALIFICATION : SEULES LES ZONES SERVIES SONT REPRISES
       APPLIQUE-QUALIF.
           IF MLMOTF OF ML-ENR-DDS NOT = SPACES
               MOVE MLMOTF OF ML-ENR-DDS  TO LIMOTF OF LI-ENR-DDS.
           IF MLACH OF ML-ENR-DDS NOT = SPACES
               MOVE MLACH OF ML-ENR-DDS   TO LIACH OF LI-ENR-DDS.
           MOVE "QUALIFIE"            TO WK-LIB-REJ.
       APPLIQUE-QUALIF-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* ACCEPTATION DE L'ECART : LA FACTURE REPASSE "R" ET PART
      ******* A LA PROCHAINE PROPOSITION DE PAIEMENT (BCBAL166) POUR
      ******* SON MONTANT FACTURE ; L'ECART AVEC LA RECEPTION DEJA
      ******* PASSEE AU GL EST EXTRAIT SUR LE COMPTE D'ECART SUR PRIX.
      ****************************************************************
       APPLIQUE-ACCEPT.
           IF LIECHT OF LI-ENR-DDS NOT = ZERO OR
              LIECTV OF LI-ENR-DDS NOT = ZERO
               PERFORM ECR-GLEX-EPX THRU ECR-GLEX-EPX-EXIT.
           MOVE "R"       TO FAETAT OF FA-ENR-DDS.
           MOVE WK-TODAY  TO FARUND OF FA-ENR-DDS.
           REWRITE FA-ENR-DDS INVALID
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " MAJ FACTURE IMPOSSIBLE " REF-PGM
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
           MOVE "A"       TO LIETAT OF LI-ENR-DDS.
           MOVE WK-TODAY  TO LIDTCL OF LI-ENR-DDS.
           ADD 1  TO  CPT-ACC.
           MOVE "ECART ACCEPTE - FACT. LIBEREE"   TO WK-LIB-REJ.
       APPLIQUE-ACCEPT-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* REFUS : LA FACTURE EST RENVOYEE AU FOURNISSEUR ("J",
      ******* MOTIF DANS FAMOTR). ELLE NE SERA NI PAYEE NI RAPPROCHEE ;
      ******* LA RECEPTION RESTE A FACTURER (BCBAL167).
      ****************************************************************
       APPLIQUE-REFUS.
           MOVE "J"       TO FAETAT OF FA-ENR-DDS.
           MOVE MLNOTE OF ML-ENR-DDS  TO FAMOTR OF FA-ENR-DDS.
           MOVE WK-TODAY  TO FARUND OF FA-ENR-DDS.
           REWRITE FA-ENR-DDS INVALID
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " MAJ FACTURE IMPOSSIBLE " REF-PGM
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
           MOVE "J"       TO LIETAT OF LI-ENR-DDS.
           MOVE WK-TODAY  TO LIDTCL OF LI-ENR-DDS.
           ADD 1  TO  CPT-REF.
           MOVE "FACTURE REFUSEE AU FOURNISSEUR"  TO WK-LIB-REJ.
       APPLIQUE-REFUS-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* EXTRACTION COMPTABLE DE L'ECART ACCEPTE : MEMES ZONES
      ******* D'IDENTIFICATION QUE L'EXTRACTION DE RECEPTION, DATE DE
      ******* LA FACTURE, MONTANTS A ZERO SAUF GXMEPX/GXMETV.
      ****************************************************************
       ECR-GLEX-EPX.
           MOVE FACNUF OF FA-ENR-DDS  TO GXCNFE.
           MOVE FANORD OF FA-ENR-DDS  TO GXNORD.
           MOVE FAAAFA OF FA-ENR-DDS  TO GXAARC.
           MOVE FAMMFA OF FA-ENR-DDS  TO GXMMRC.
           MOVE FAJJFA OF FA-ENR-DDS  TO GXJJRC.
           MOVE ZERO                  TO GXMPA  GXMTVA GXMRIS GXMRF
                                         GXMCOO GXMNEG GXMRGD GXMTRS
                                         GXMCHG GXMREG GXMDEB.
           MOVE LIECHT OF LI-ENR-DDS  TO GXMEPX.
           MOVE LIECTV OF LI-ENR-DDS  TO GXMETV.
           MOVE WK-TODAY              TO GXRUND.
           MOVE SPACE                 TO GXSTAT.
           MOVE SPACES                TO GXLOT.
           WRITE GLX-ENR-DDS.
       ECR-GLEX-EPX-EXIT.
           EXIT.
      *
      ***** LIGNE DE JOURNAL (LITIGE EN ZONE LI-ENR-DDS APRES DECISION,
      ***** AVANT SON ECRITURE)
       ECR-LOG.
           MOVE LICNUF OF LI-ENR-DDS  TO LLCNUF.
           MOVE LINORD OF LI-ENR-DDS  TO LLNORD.
           MOVE LINFAC OF LI-ENR-DDS  TO LLNFAC.
           MOVE WK-ACT                TO LLACT.
           MOVE WK-ETAV               TO LLETAV.
           MOVE LIETAT OF LI-ENR-DDS  TO LLETAP.
           MOVE LIMOTF OF LI-ENR-DDS  TO LLMOTF.
           MOVE LIACH  OF LI-ENR-DDS  TO LLACH.
           MOVE LIMLIT OF LI-ENR-DDS  TO LLMLIT.
           MOVE WK-TODAY              TO LLDATE.
           MOVE WK-HEURE              TO LLHEURE.
           MOVE WK-OPER               TO LLOPER.
           MOVE WK-NOTE               TO LLNOTE.
           WRITE LL-ENR-DDS.
       ECR-LOG-EXIT.
           EXIT.
      *
       ECR-DETAIL.
           MOVE WK-ACT                TO WLD-ACT.
           MOVE LICNUF OF LI-ENR-DDS  TO WLD-CNUF.
           MOVE LINORD OF LI-ENR-DDS  TO WLD-NORD.
           MOVE LINFAC OF LI-ENR-DDS  TO WLD-NFAC.
           MOVE WK-OPER               TO WLD-OPER.
           MOVE WK-ETAV               TO WLD-ETAV.
           MOVE LIETAT OF LI-ENR-DDS  TO WLD-ETAP.
           MOVE LIMLIT OF LI-ENR-DDS  TO WLD-MLIT.
           MOVE WK-LIB-REJ            TO WLD-LIB.
           WRITE LST-ENR-DDS FROM WLIGNE-DET.
       ECR-DETAIL-EXIT.
           EXIT.
