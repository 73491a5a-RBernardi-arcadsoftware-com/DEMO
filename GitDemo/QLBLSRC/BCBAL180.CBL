       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCBAL180.
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
           SELECT  BPFSOR
                   ASSIGN       TO DATABASE-BPFSOR
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFAR100
                   ASSIGN       TO DATABASE-BPFAR100
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF AR-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  BPFSK
                   ASSIGN       TO DATABASE-BPFSK
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF SK-ENR-DDS
                                   WITH DUPLICATES
                   FILE STATUS  IS ST.
      *
           SELECT  BPFSTKD
                   ASSIGN       TO DATABASE-BPFSTKD
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF STD-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  BPFLOT
                   ASSIGN       TO DATABASE-BPFLOT
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF LOT-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  BPFSOLST
                   ASSIGN       TO DATABASE-BPFSOLST
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  BPFSOR  LABEL RECORD STANDARD.
       01  SO-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFSOR.
      *
       FD  BPFAR100  LABEL RECORD STANDARD.
       01  AR-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFAR100.
      *
       FD  BPFSK  LABEL RECORD STANDARD.
       01   SK-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFSK.
      *
       FD  BPFSTKD  LABEL RECORD STANDARD.
       01  STD-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFSTKD.
      *
       FD  BPFLOT  LABEL RECORD STANDARD.
       01  LOT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFLOT.
      *
       FD  BPFSOLST  LABEL RECORD STANDARD.
       01  LST-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFSOLST.
      *
      /
       WORKING-STORAGE SECTION.
       77  CPT-LUS                  PIC 9(6) VALUE ZERO.
       77  CPT-SOR                  PIC 9(6) VALUE ZERO.
       77  CPT-EXC                  PIC 9(6) VALUE ZERO.
       77  CPT-MVT                  PIC 9(6) VALUE ZERO.
       77  TOP-FIN                  PIC 1    VALUE B"0".
       77  TOP-FIN-LOT              PIC 1    VALUE B"0".
       77  TOP-VALIDE               PIC 1    VALUE B"0".
       77  WK-TODAY                 PIC 9(6) VALUE ZERO.
       77  WK-LIB-REJ               PIC X(30) VALUE SPACES.
       77  WK-DEP                   PIC XX   VALUE SPACES.
       77  WK-DISPO                 PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WK-DISPO-LOT             PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WK-RESTE                 PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WK-QTE-MVT               PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WK-VAL                   PIC S9(9)V9(3) COMP-3 VALUE ZERO.
       77  WK-TOT-VAL               PIC S9(9)V9(3) COMP-3 VALUE ZERO.
       77  OLD-STK                  PIC S9(8)V9(3) COMP-3.
       77  WK-DEP-DELTA             PIC S9(8)V9(3) COMP-3.
       77  WSTAT-AN                 PIC XX.
       77  WSTAT-MOIS               PIC XX.
      *
      ***** LOT A CONSOMMER EN PREMIER (DLUO LA PLUS PROCHE) ET SA
      ***** CLEF DE TRI SIECLE COMPRIS : SSAAMMJJ, 99999999 QUAND LE
      ***** LOT N'A PAS DE DLUO (CONSOMME APRES LES LOTS DATES).
       77  WK-LOT-FEFO              PIC X(10) VALUE SPACES.
       77  WK-CLE-MIN               PIC 9(8)  VALUE ZERO.
       01  WK-CLE-DLUO              PIC 9(8)  VALUE ZERO.
       01  WK-CLE-DLUO-R REDEFINES WK-CLE-DLUO.
           05  WK-CLE-SS            PIC 9(2).
           05  WK-CLE-AA            PIC 9(2).
           05  WK-CLE-MM            PIC 9(2).
           05  WK-CLE-JJ            PIC 9(2).
       01  WK-DTDLU.
           05  WK-DTDLU-AA  PIC 9(2).
           05  WK-DTDLU-MM  PIC 9(2).
           05  WK-DTDLU-JJ  PIC 9(2).
      *
           COPY    WKREFPGM         REPLACING SPACE BY "BCBAL180*A".
           COPY    WKGENERAL.
           COPY    WKMESSAGE.
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
      *DEBUT AF0*
           COPY WKAFSK.
      *FIN   AF0*
      *
       01  WLIGNE-ENTETE.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(44)
               VALUE "SORTIES MAGASINS - EXCEPTIONS NON PASSEES AU".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLE-RUND              PIC 9(6).
           05  FILLER                PIC X(80) VALUE SPACE.
      *
       01  WLIGNE-DET.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-CID               PIC X(6).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-NDOC              PIC X(7).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-RAC               PIC X(6).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-CCC               PIC X.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-VPV               PIC XX.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-DEP               PIC XX.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-MOTF              PIC XX.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-QTE               PIC -(8)9,999.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-DISPO             PIC -(8)9,999.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-LIB               PIC X(30).
           05  FILLER                PIC X(35) VALUE SPACE.
      *
       01  WLIGNE-TOTAL.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(16)
               VALUE "LIGNES LUES   : ".
           05  WLT-LUS               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(12) VALUE "  PASSEES : ".
           05  WLT-SOR               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(15) VALUE "  EXCEPTIONS : ".
           05  WLT-EXC               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(17)
               VALUE "  VALEUR AU PRX :".
           05  WLT-VAL               PIC -(9)9,999.
           05  FILLER                PIC X(36) VALUE SPACE.
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
      *
      ***** RECUPERATION AN MOIS STAT (MEME PERIODE STATISTIQUE QUE
      ***** LES MOUVEMENTS DE RECEPTION DE BCBAL150)
           CALL  "BCLRC530" USING WSTAT-AN WSTAT-MOIS.
      *
           OPEN I-O    BPFSOR.
           IF ST = "35"
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " BPFSOR INEXISTANT - RIEN A TRAITER"
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
           OPEN I-O    BPFAR100
                       BPFSK.
      ***** STOCK PAR DEPOT ET PAR LOT (CREES AU PREMIER RUN)
           OPEN I-O    BPFSTKD.
           IF ST = "35"
               OPEN OUTPUT BPFSTKD
               CLOSE BPFSTKD
               OPEN I-O BPFSTKD
           END-IF.
           OPEN I-O    BPFLOT.
           IF ST = "35"
               OPEN OUTPUT BPFLOT
               CLOSE BPFLOT
               OPEN I-O BPFLOT
           END-IF.
           OPEN OUTPUT BPFSOLST.
      *
           MOVE WK-TODAY     TO WLE-RUND.
           WRITE LST-ENR-DDS FROM WLIGNE-ENTETE.
      *
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-SOR THRU LECT-SOR-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               IF SOETAT OF SO-ENR-DDS = SPACE
                   PERFORM TRAIT-SORTIE THRU TRAIT-SORTIE-EXIT
               END-IF
               PERFORM LECT-SOR THRU LECT-SOR-EXIT
           END-PERFORM.
      *
           MOVE CPT-LUS      TO WLT-LUS.
           MOVE CPT-SOR      TO WLT-SOR.
           MOVE CPT-EXC      TO WLT-EXC.
           MOVE WK-TOT-VAL   TO WLT-VAL.
           WRITE LST-ENR-DDS FROM WLIGNE-TOTAL.
      *
           CLOSE  BPFSOR BPFAR100 BPFSK BPFSTKD BPFLOT BPFSOLST.
      *
           MOVE SPACE TO WK-MESSAGE-LIB.
           STRING  " LUS : " CPT-LUS
                   "   PASSEES : " CPT-SOR
                   "   EXCEPTIONS : " CPT-EXC
                   "   MVTS : " CPT-MVT
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
       LECT-SOR.
           READ BPFSOR NEXT RECORD AT END MOVE VRAI TO TOP-FIN.
       LECT-SOR-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* TRAITEMENT D'UNE SORTIE : CONTROLE DE LA DISPONIBILITE
      ******* (ARTICLE, DEPOT EMETTEUR, LOTS) PUIS SORTIE. UNE SORTIE
      ******* QUI RENDRAIT NEGATIF L'ARTICLE, LE DEPOT OU LES LOTS
      ******* N'EST PAS PASSEE : ELLE EST LISTEE EN EXCEPTION ET
      ******* MARQUEE "E" (A CORRIGER PUIS REMETTRE A BLANC).
      ****************************************************************
       TRAIT-SORTIE.
           ADD 1  TO  CPT-LUS.
           PERFORM CTL-SORTIE THRU CTL-SORTIE-EXIT.
           IF TOP-VALIDE = FAUX
               PERFORM ECR-EXCEPTION THRU ECR-EXCEPTION-EXIT
               MOVE "E"       TO SOETAT OF SO-ENR-DDS
               MOVE WK-TODAY  TO SORUND OF SO-ENR-DDS
               REWRITE SO-ENR-DDS
               GO  TO  TRAIT-SORTIE-EXIT.
      *
           IF ARLCON OF AR-ENR-DDS = "O"
               PERFORM SORTIE-LOTS THRU SORTIE-LOTS-EXIT
           ELSE
               MOVE SOQTE OF SO-ENR-DDS  TO WK-QTE-MVT
               MOVE SPACES               TO LTLOT OF LOT-ENR-DDS
               PERFORM ECR-MVT THRU ECR-MVT-EXIT
           END-IF.
      *
           IF ARSTK OF AR-ENR-DDS  = ZERO AND
              ARSTKE OF AR-ENR-DDS = SPACE
                     MOVE  "M" TO ARSTKE OF  AR-ENR-DDS.
           IF ARSTK OF AR-ENR-DDS  NOT = ZERO AND
              ARSTKE OF AR-ENR-DDS = "M"
                     MOVE  SPACE TO ARSTKE OF  AR-ENR-DDS.
           REWRITE AR-ENR-DDS INVALID
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " MAJ ARTICLE IMPOSSIBLE " REF-PGM
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
      *
      ***** STOCK PAR DEPOT : LA SORTIE EST IMPUTEE AU DEPOT EMETTEUR
      ***** AVEC LA MEME VARIATION QUE ARSTK (CONTROLE BCBAL170).
           COMPUTE WK-DEP-DELTA = ZERO - SOQTE OF SO-ENR-DDS.
           PERFORM MAJ-STKDEP THRU MAJ-STKDEP-EXIT.
      *
           COMPUTE WK-VAL ROUNDED =
                   SOQTE OF SO-ENR-DDS * ARPRX OF AR-ENR-DDS.
           ADD WK-VAL     TO WK-TOT-VAL.
           ADD 1          TO CPT-SOR.
           MOVE "T"       TO SOETAT OF SO-ENR-DDS.
           MOVE WK-TODAY  TO SORUND OF SO-ENR-DDS.
           REWRITE SO-ENR-DDS.
       TRAIT-SORTIE-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* CONTROLES : QUANTITE, MOTIF, ARTICLE CONNU ET NON
      ******* FICTIF, PUIS DISPONIBLE SUFFISANT SUR L'ARTICLE, SUR LE
      ******* DEPOT EMETTEUR ET, POUR UN ARTICLE SUIVI EN LOT, SUR LA
      ******* SOMME DE SES LOTS NON BLOQUES. WK-DISPO PORTE LE
      ******* DISPONIBLE EDITE.
      ****************************************************************
       CTL-SORTIE.
           MOVE FAUX  TO  TOP-VALIDE.
           MOVE SPACE TO  WK-LIB-REJ.
           MOVE ZERO  TO  WK-DISPO.
           MOVE SODEP OF SO-ENR-DDS  TO WK-DEP.
           IF SOQTE OF SO-ENR-DDS NOT NUMERIC OR
              SOQTE OF SO-ENR-DDS NOT > ZERO
               MOVE "QUANTITE INVALIDE"          TO WK-LIB-REJ
               GO  TO  CTL-SORTIE-EXIT.
           IF SOMOTF OF SO-ENR-DDS = SPACES
               MOVE "60"  TO SOMOTF OF SO-ENR-DDS.
           IF SOMOTF OF SO-ENR-DDS NOT = "60" AND
              SOMOTF OF SO-ENR-DDS NOT = "61" AND
              SOMOTF OF SO-ENR-DDS NOT = "62"
               MOVE "MOTIF DE SORTIE INVALIDE"   TO WK-LIB-REJ
               GO  TO  CTL-SORTIE-EXIT.
      *
           MOVE SORAC OF SO-ENR-DDS  TO ARRAC OF AR-ENR-DDS.
           MOVE SOCCC OF SO-ENR-DDS  TO ARCCC OF AR-ENR-DDS.
           MOVE SOVPV OF SO-ENR-DDS  TO ARVPV OF AR-ENR-DDS.
           READ BPFAR100 INVALID
               MOVE "ARTICLE INCONNU"            TO WK-LIB-REJ
               GO  TO  CTL-SORTIE-EXIT.
           IF ARSTKE OF AR-ENR-DDS = "F"
               MOVE "ARTICLE FICTIF - NON SORTI" TO WK-LIB-REJ
               GO  TO  CTL-SORTIE-EXIT.
           IF WK-DEP = SPACES
               MOVE ARDEP OF AR-ENR-DDS  TO WK-DEP.
           IF WK-DEP = WK-DEP-TRANSIT
               MOVE "DEPOT DE TRANSIT INTERDIT"  TO WK-LIB-REJ
               GO  TO  CTL-SORTIE-EXIT.
      *
           MOVE ARSTK OF AR-ENR-DDS  TO WK-DISPO.
           IF ARSTK OF AR-ENR-DDS < SOQTE OF SO-ENR-DDS
               MOVE "STOCK ARTICLE INSUFFISANT"  TO WK-LIB-REJ
               GO  TO  CTL-SORTIE-EXIT.
      *
           MOVE ARRAC OF AR-ENR-DDS   TO SDRAC  OF STD-ENR-DDS.
           MOVE ARCCC OF AR-ENR-DDS   TO SDCCC  OF STD-ENR-DDS.
           MOVE ARVPV OF AR-ENR-DDS   TO SDVPV  OF STD-ENR-DDS.
           MOVE WK-DEP                TO SDDEP  OF STD-ENR-DDS.
           READ BPFSTKD INVALID
               MOVE ZERO  TO SDSTK OF STD-ENR-DDS.
           MOVE SDSTK OF STD-ENR-DDS  TO WK-DISPO.
           IF SDSTK OF STD-ENR-DDS < SOQTE OF SO-ENR-DDS
               MOVE "STOCK DEPOT INSUFFISANT"    TO WK-LIB-REJ
               GO  TO  CTL-SORTIE-EXIT.
      *
           IF ARLCON OF AR-ENR-DDS = "O"
               PERFORM SCAN-LOTS THRU SCAN-LOTS-EXIT
               MOVE WK-DISPO-LOT  TO WK-DISPO
               IF WK-DISPO-LOT < SOQTE OF SO-ENR-DDS
                   MOVE "STOCK LOTS INSUFFISANT" TO WK-LIB-REJ
                   GO  TO  CTL-SORTIE-EXIT
               END-IF
           END-IF.
           MOVE VRAI  TO  TOP-VALIDE.
       CTL-SORTIE-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* BALAYAGE DES LOTS DE L'ARTICLE (LA CLEF DE BPFLOT
      ******* COMMENCE PAR L'ARTICLE) : CUMUL DU DISPONIBLE DANS
      ******* WK-DISPO-LOT ET RECHERCHE DU LOT A LA DLUO LA PLUS
      ******* PROCHE DANS WK-LOT-FEFO (PREMIER EXPIRE, PREMIER SORTI).
      ****************************************************************
       SCAN-LOTS.
           MOVE ZERO       TO WK-DISPO-LOT.
           MOVE SPACES     TO WK-LOT-FEFO.
           MOVE 99999999   TO WK-CLE-MIN.
           MOVE ARRAC OF AR-ENR-DDS  TO LTRAC OF LOT-ENR-DDS.
           MOVE ARCCC OF AR-ENR-DDS  TO LTCCC OF LOT-ENR-DDS.
           MOVE ARVPV OF AR-ENR-DDS  TO LTVPV OF LOT-ENR-DDS.
           MOVE LOW-VALUE            TO LTLOT OF LOT-ENR-DDS.
           START BPFLOT KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF LOT-ENR-DDS
                 INVALID GO TO SCAN-LOTS-EXIT.
           MOVE FAUX  TO TOP-FIN-LOT.
           PERFORM LECT-LOT THRU LECT-LOT-EXIT.
      ***** UN LOT BLOQUE PAR UN RAPPEL FOURNISSEUR (LTBLOQ "B",
      ***** BCBAL200) N'EST NI DISPONIBLE NI CANDIDAT A LA SORTIE.
           PERFORM UNTIL TOP-FIN-LOT = VRAI
               IF LTQTE OF LOT-ENR-DDS > ZERO AND
                  LTBLOQ OF LOT-ENR-DDS NOT = "B"
                   ADD LTQTE OF LOT-ENR-DDS  TO WK-DISPO-LOT
                   PERFORM CALC-CLE-DLUO THRU CALC-CLE-DLUO-EXIT
                   IF WK-LOT-FEFO = SPACES OR
                      WK-CLE-DLUO < WK-CLE-MIN
                       MOVE WK-CLE-DLUO          TO WK-CLE-MIN
                       MOVE LTLOT OF LOT-ENR-DDS TO WK-LOT-FEFO
                   END-IF
               END-IF
               PERFORM LECT-LOT THRU LECT-LOT-EXIT
           END-PERFORM.
       SCAN-LOTS-EXIT.
           EXIT.
      *
       LECT-LOT.
           READ BPFLOT NEXT RECORD AT END MOVE VRAI TO TOP-FIN-LOT
                                          GO TO LECT-LOT-EXIT.
           IF LTRAC OF LOT-ENR-DDS NOT = ARRAC OF AR-ENR-DDS OR
              LTCCC OF LOT-ENR-DDS NOT = ARCCC OF AR-ENR-DDS OR
              LTVPV OF LOT-ENR-DDS NOT = ARVPV OF AR-ENR-DDS
               MOVE VRAI TO TOP-FIN-LOT.
       LECT-LOT-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* CLEF DE TRI DE LA DLUO : L'ANNEE SUR 2 CHIFFRES EST
      ******* COMPLETEE DU SIECLE PAR LE PIVOT WK-PIVOT-SIECLE (UN LOT
      ******* 99 DOIT PASSER AVANT UN LOT 01). SANS DLUO : EN DERNIER.
      ****************************************************************
       CALC-CLE-DLUO.
           MOVE 99999999  TO WK-CLE-DLUO.
           MOVE LTAADL OF LOT-ENR-DDS  TO WK-DTDLU (1:2).
           MOVE LTMMDL OF LOT-ENR-DDS  TO WK-DTDLU (3:2).
           MOVE LTJJDL OF LOT-ENR-DDS  TO WK-DTDLU (5:2).
           IF WK-DTDLU NOT NUMERIC
               GO  TO  CALC-CLE-DLUO-EXIT.
           IF LTAADL OF LOT-ENR-DDS > WK-PIVOT-SIECLE
               MOVE 19  TO WK-CLE-SS
           ELSE
               MOVE 20  TO WK-CLE-SS
           END-IF.
           MOVE WK-DTDLU-AA  TO WK-CLE-AA.
           MOVE WK-DTDLU-MM  TO WK-CLE-MM.
           MOVE WK-DTDLU-JJ  TO WK-CLE-JJ.
       CALC-CLE-DLUO-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* SORTIE D'UN ARTICLE SUIVI EN LOT : LA QUANTITE EST PRISE
      ******* LOT PAR LOT, DLUO LA PLUS PROCHE D'ABORD, JUSQU'A
      ******* EPUISEMENT. CHAQUE LOT ENTAME DONNE SON PROPRE MOUVEMENT
      ******* BPFSK (SKLOT RENSEIGNE). LE DISPONIBLE DES LOTS A ETE
      ******* CONTROLE AU PREALABLE : LA BOUCLE NE PEUT PAS S'EPUISER
      ******* AVANT LA QUANTITE DEMANDEE.
      ****************************************************************
       SORTIE-LOTS.
           MOVE SOQTE OF SO-ENR-DDS  TO WK-RESTE.
           PERFORM UNTIL WK-RESTE NOT > ZERO
               PERFORM SCAN-LOTS THRU SCAN-LOTS-EXIT
               IF WK-LOT-FEFO = SPACES
                   MOVE SPACE           TO WK-MESSAGE-LIB
                   STRING " LOTS EPUISES EN COURS DE SORTIE "
                          SORAC OF SO-ENR-DDS
                           DELIMITED  BY SIZE
                           INTO  WK-MESSAGE-LIB
                   PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
                   GO  TO  TILT
               END-IF
               PERFORM SORTIE-UN-LOT THRU SORTIE-UN-LOT-EXIT
           END-PERFORM.
       SORTIE-LOTS-EXIT.
           EXIT.
      *
       SORTIE-UN-LOT.
           MOVE ARRAC OF AR-ENR-DDS  TO LTRAC OF LOT-ENR-DDS.
           MOVE ARCCC OF AR-ENR-DDS  TO LTCCC OF LOT-ENR-DDS.
           MOVE ARVPV OF AR-ENR-DDS  TO LTVPV OF LOT-ENR-DDS.
           MOVE WK-LOT-FEFO          TO LTLOT OF LOT-ENR-DDS.
           READ BPFLOT INVALID
               GO  TO  TILT.
           IF LTQTE OF LOT-ENR-DDS < WK-RESTE
               MOVE LTQTE OF LOT-ENR-DDS  TO WK-QTE-MVT
           ELSE
               MOVE WK-RESTE              TO WK-QTE-MVT
           END-IF.
           SUBTRACT WK-QTE-MVT  FROM LTQTE OF LOT-ENR-DDS.
           MOVE AN   OF DATE-JOUR     TO LTDMAJ OF LOT-ENR-DDS (1:2).
           MOVE MOI  OF DATE-JOUR     TO LTDMAJ OF LOT-ENR-DDS (3:2).
           MOVE JOUR OF DATE-JOUR     TO LTDMAJ OF LOT-ENR-DDS (5:2).
           REWRITE LOT-ENR-DDS INVALID CONTINUE.
           PERFORM ECR-MVT THRU ECR-MVT-EXIT.
           SUBTRACT WK-QTE-MVT  FROM WK-RESTE.
       SORTIE-UN-LOT-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* MOUVEMENT DE SORTIE (TYPE "05", MOTIF DE LA LIGNE) :
      ******* STOCK DEPART = ARSTK AVANT CE MOUVEMENT, VARIATION
      ******* NEGATIVE. ARSTK EST DECREMENTE A CHAQUE MOUVEMENT POUR
      ******* QUE LES MOUVEMENTS SUCCESSIFS D'UNE MEME SORTIE (UN PAR
      ******* LOT) RESTENT CHAINES POUR L'AUDIT BCBAL156.
      ****************************************************************
       ECR-MVT.
           MOVE ARSTK OF AR-ENR-DDS  TO OLD-STK.
           SUBTRACT WK-QTE-MVT  FROM ARSTK OF AR-ENR-DDS.
      *
           MOVE ARRAC  OF AR-ENR-DDS  TO SKRAC  OF SK-ENR-DDS.
           MOVE ARCCC  OF AR-ENR-DDS  TO SKCCC  OF SK-ENR-DDS.
           MOVE ARVPV  OF AR-ENR-DDS  TO SKVPV  OF SK-ENR-DDS.
           MOVE ARMOD  OF AR-ENR-DDS  TO SKMOD  OF SK-ENR-DDS.
      *DEBUT AF0*
           IF AN OF DATE-JOUR > WK-PIVOT-SIECLE
              MOVE "19"               TO WK-SKXXM-SS
           ELSE
              MOVE "20"               TO WK-SKXXM-SS
           END-IF
           MOVE AN   OF DATE-JOUR     TO WK-SKAAM-S.
           MOVE MOI  OF DATE-JOUR     TO WK-SKMMM-S.
           MOVE JOUR OF DATE-JOUR     TO WK-SKJJM-S.
           PERFORM SRAFSK2O
      *FIN   AF0*
           MOVE HH OF HEURE-JOUR      TO SKHHM  OF SK-ENR-DDS.
           MOVE MN OF HEURE-JOUR      TO SKMNM  OF SK-ENR-DDS.
           MOVE SS OF HEURE-JOUR      TO SKSSM  OF SK-ENR-DDS.
           MOVE WSTAT-AN              TO SKAN   OF SK-ENR-DDS.
           MOVE WSTAT-MOIS            TO SKMOIS OF SK-ENR-DDS.
           MOVE ZERO                  TO SKSTKO OF SK-ENR-DDS.
           MOVE "0"                   TO SKNATO OF SK-ENR-DDS.
           MOVE OLD-STK               TO SKSTKD OF SK-ENR-DDS.
           MOVE "1"                   TO SKNATD OF SK-ENR-DDS.
           COMPUTE SKSTKV OF SK-ENR-DDS = ZERO - WK-QTE-MVT.
           MOVE "05"                  TO SKTYPE OF SK-ENR-DDS.
           MOVE SOMOTF OF SO-ENR-DDS  TO SKMOTF OF SK-ENR-DDS.
           MOVE SOCID  OF SO-ENR-DDS  TO SKCID  OF SK-ENR-DDS.
           MOVE SONDOC OF SO-ENR-DDS  TO SKNFAC OF SK-ENR-DDS.
           MOVE ZERO                  TO SKNPLT OF SK-ENR-DDS.
           MOVE SOAASO OF SO-ENR-DDS  TO SKFTAA OF SK-ENR-DDS.
           MOVE SOMMSO OF SO-ENR-DDS  TO SKFTMM OF SK-ENR-DDS.
           MOVE SOJJSO OF SO-ENR-DDS  TO SKFTJJ OF SK-ENR-DDS.
           MOVE WK-DEP                TO SKDEP  OF SK-ENR-DDS.
           MOVE LTLOT  OF LOT-ENR-DDS TO SKLOT  OF SK-ENR-DDS.
           WRITE SK-ENR-DDS.
           ADD 1  TO  CPT-MVT.
       ECR-MVT-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* MAJ DU STOCK PAR DEPOT (MEME PRINCIPE QUE MAJ-STKDEP
      ******* DE BCBAL150) SUR LE DEPOT EMETTEUR DE LA SORTIE.
      ****************************************************************
       MAJ-STKDEP.
           MOVE ARRAC OF AR-ENR-DDS   TO SDRAC  OF STD-ENR-DDS.
           MOVE ARCCC OF AR-ENR-DDS   TO SDCCC  OF STD-ENR-DDS.
           MOVE ARVPV OF AR-ENR-DDS   TO SDVPV  OF STD-ENR-DDS.
           MOVE WK-DEP                TO SDDEP  OF STD-ENR-DDS.
           READ BPFSTKD INVALID
               MOVE ARRAC OF AR-ENR-DDS  TO SDRAC  OF STD-ENR-DDS
               MOVE ARCCC OF AR-ENR-DDS  TO SDCCC  OF STD-ENR-DDS
               MOVE ARVPV OF AR-ENR-DDS  TO SDVPV  OF STD-ENR-DDS
               MOVE WK-DEP               TO SDDEP  OF STD-ENR-DDS
               MOVE ZERO                 TO SDSTK  OF STD-ENR-DDS
               MOVE ZERO                 TO SDDMAJ OF STD-ENR-DDS
               WRITE STD-ENR-DDS
           END-READ.
           ADD WK-DEP-DELTA           TO SDSTK  OF STD-ENR-DDS.
           MOVE AN   OF DATE-JOUR     TO SDDMAJ OF STD-ENR-DDS (1:2).
           MOVE MOI  OF DATE-JOUR     TO SDDMAJ OF STD-ENR-DDS (3:2).
           MOVE JOUR OF DATE-JOUR     TO SDDMAJ OF STD-ENR-DDS (5:2).
           REWRITE STD-ENR-DDS INVALID CONTINUE.
       MAJ-STKDEP-EXIT.
           EXIT.
      *
       ECR-EXCEPTION.
           ADD 1  TO  CPT-EXC.
           MOVE SOCID  OF SO-ENR-DDS  TO WLD-CID.
           MOVE SONDOC OF SO-ENR-DDS  TO WLD-NDOC.
           MOVE SORAC  OF SO-ENR-DDS  TO WLD-RAC.
           MOVE SOCCC  OF SO-ENR-DDS  TO WLD-CCC.
           MOVE SOVPV  OF SO-ENR-DDS  TO WLD-VPV.
           MOVE WK-DEP                TO WLD-DEP.
           MOVE SOMOTF OF SO-ENR-DDS  TO WLD-MOTF.
           IF SOQTE OF SO-ENR-DDS NUMERIC
               MOVE SOQTE OF SO-ENR-DDS  TO WLD-QTE
           ELSE
               MOVE ZERO                 TO WLD-QTE
           END-IF.
           MOVE WK-DISPO              TO WLD-DISPO.
           MOVE WK-LIB-REJ            TO WLD-LIB.
           WRITE LST-ENR-DDS FROM WLIGNE-DET.
       ECR-EXCEPTION-EXIT.
           EXIT.
      *
      *DEBUT AF0*
           COPY SRAFSK2O.
      *FIN   AF0*
