       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCBAL181.
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
           SELECT  BPFTRF
                   ASSIGN       TO DATABASE-BPFTRF
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF TF-ENR-DDS
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
           SELECT  BPFTELST
                   ASSIGN       TO DATABASE-BPFTELST
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  BPFTRF  LABEL RECORD STANDARD.
       01  TF-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFTRF.
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
       FD  BPFTELST  LABEL RECORD STANDARD.
       01  LST-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFTELST.
      *
      /
       WORKING-STORAGE SECTION.
       77  CPT-LUS                  PIC 9(6) VALUE ZERO.
       77  CPT-EXP                  PIC 9(6) VALUE ZERO.
       77  CPT-REJ                  PIC 9(6) VALUE ZERO.
       77  TOP-FIN                  PIC 1    VALUE B"0".
       77  TOP-VALIDE               PIC 1    VALUE B"0".
       77  WK-TODAY                 PIC 9(6) VALUE ZERO.
       77  WK-LIB-REJ               PIC X(30) VALUE SPACES.
       77  WK-DEP                   PIC XX   VALUE SPACES.
       77  WK-DISPO                 PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WK-VAL                   PIC S9(9)V9(3) COMP-3 VALUE ZERO.
       77  WK-TOT-VAL               PIC S9(9)V9(3) COMP-3 VALUE ZERO.
       77  WK-DEP-DELTA             PIC S9(8)V9(3) COMP-3.
       77  WSTAT-AN                 PIC XX.
       77  WSTAT-MOIS               PIC XX.
      *
           COPY    WKREFPGM         REPLACING SPACE BY "BCBAL181*A".
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
               VALUE "EXPEDITION DES TRANSFERTS ENTRE DEPOTS   DU ".
           05  WLE-RUND              PIC 9(6).
           05  FILLER                PIC X(81) VALUE SPACE.
      *
       01  WLIGNE-DET.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-NTRF              PIC X(7).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-RAC               PIC X(6).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-CCC               PIC X.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-VPV               PIC XX.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-LOT               PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-DEPS              PIC XX.
           05  FILLER                PIC X(4)  VALUE " -> ".
           05  WLD-DEPD              PIC XX.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-QTE               PIC -(8)9,999.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-DISPO             PIC -(8)9,999.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-LIB               PIC X(30).
           05  FILLER                PIC X(28) VALUE SPACE.
      *
       01  WLIGNE-TOTAL.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(16)
               VALUE "TRANSFERTS LUS: ".
           05  WLT-LUS               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(13) VALUE "  EXPEDIES : ".
           05  WLT-EXP               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(12) VALUE "  REFUSES : ".
           05  WLT-REJ               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(17)
               VALUE "  VALEUR AU PRX :".
           05  WLT-VAL               PIC -(9)9,999.
           05  FILLER                PIC X(38) VALUE SPACE.
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
           OPEN I-O    BPFTRF.
           IF ST = "35"
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " BPFTRF INEXISTANT - RIEN A TRAITER"
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
           OPEN INPUT  BPFAR100.
           OPEN I-O    BPFSK.
      ***** STOCK PAR DEPOT (CREE AU PREMIER RUN)
           OPEN I-O    BPFSTKD.
           IF ST = "35"
               OPEN OUTPUT BPFSTKD
               CLOSE BPFSTKD
               OPEN I-O BPFSTKD
           END-IF.
           OPEN INPUT  BPFLOT.
           OPEN OUTPUT BPFTELST.
      *
           MOVE WK-TODAY     TO WLE-RUND.
           WRITE LST-ENR-DDS FROM WLIGNE-ENTETE.
      *
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-TRF THRU LECT-TRF-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               IF TFETAT OF TF-ENR-DDS = SPACE
                   PERFORM TRAIT-TRF THRU TRAIT-TRF-EXIT
               END-IF
               PERFORM LECT-TRF THRU LECT-TRF-EXIT
           END-PERFORM.
      *
           MOVE CPT-LUS      TO WLT-LUS.
           MOVE CPT-EXP      TO WLT-EXP.
           MOVE CPT-REJ      TO WLT-REJ.
           MOVE WK-TOT-VAL   TO WLT-VAL.
           WRITE LST-ENR-DDS FROM WLIGNE-TOTAL.
      *
           CLOSE  BPFTRF BPFAR100 BPFSK BPFSTKD BPFLOT BPFTELST.
      *
           MOVE SPACE TO WK-MESSAGE-LIB.
           STRING  " LUS : " CPT-LUS
                   "   EXPEDIES : " CPT-EXP
                   "   REFUSES : " CPT-REJ
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
       LECT-TRF.
           READ BPFTRF NEXT RECORD AT END MOVE VRAI TO TOP-FIN.
       LECT-TRF-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* EXPEDITION D'UN TRANSFERT : LA QUANTITE QUITTE LE DEPOT
      ******* SOURCE ET ENTRE DANS LE DEPOT DE TRANSIT. ARSTK N'EST PAS
      ******* MODIFIE : LE MOUVEMENT BPFSK "06" PORTE UN STOCK DEPART
      ******* EGAL A ARSTK ET UNE VARIATION NULLE (LE CHAINAGE BCBAL156
      ******* EST CONSERVE), LA QUANTITE DEPLACEE EST DANS SKSTKO.
      ****************************************************************
       TRAIT-TRF.
           ADD 1  TO  CPT-LUS.
           PERFORM CTL-TRF THRU CTL-TRF-EXIT.
           IF TOP-VALIDE = FAUX
               ADD 1  TO  CPT-REJ
               MOVE WK-LIB-REJ  TO WLD-LIB
               PERFORM ECR-DETAIL THRU ECR-DETAIL-EXIT
               MOVE "E"         TO TFETAT OF TF-ENR-DDS
               MOVE WK-LIB-REJ  TO TFLIB  OF TF-ENR-DDS
               MOVE WK-TODAY    TO TFRUND OF TF-ENR-DDS
               REWRITE TF-ENR-DDS INVALID CONTINUE
               END-REWRITE
               GO  TO  TRAIT-TRF-EXIT.
      *
           MOVE TFDEPS OF TF-ENR-DDS  TO WK-DEP.
           COMPUTE WK-DEP-DELTA = ZERO - TFQTE OF TF-ENR-DDS.
           PERFORM MAJ-STKDEP THRU MAJ-STKDEP-EXIT.
           MOVE WK-DEP-TRANSIT        TO WK-DEP.
           MOVE TFQTE OF TF-ENR-DDS   TO WK-DEP-DELTA.
           PERFORM MAJ-STKDEP THRU MAJ-STKDEP-EXIT.
      *
           PERFORM ECR-MVT THRU ECR-MVT-EXIT.
      *
           COMPUTE WK-VAL ROUNDED =
                   TFQTE OF TF-ENR-DDS * ARPRX OF AR-ENR-DDS.
           ADD WK-VAL     TO WK-TOT-VAL.
           ADD 1          TO CPT-EXP.
           MOVE "EXPEDIE - EN TRANSIT"  TO WLD-LIB.
           PERFORM ECR-DETAIL THRU ECR-DETAIL-EXIT.
           MOVE "X"       TO TFETAT OF TF-ENR-DDS.
           MOVE SPACES    TO TFLIB  OF TF-ENR-DDS.
           MOVE AN   OF DATE-JOUR  TO TFAAEX OF TF-ENR-DDS.
           MOVE MOI  OF DATE-JOUR  TO TFMMEX OF TF-ENR-DDS.
           MOVE JOUR OF DATE-JOUR  TO TFJJEX OF TF-ENR-DDS.
           MOVE WK-TODAY  TO TFRUND OF TF-ENR-DDS.
           REWRITE TF-ENR-DDS INVALID
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " MAJ BPFTRF IMPOSSIBLE " REF-PGM
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
       TRAIT-TRF-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* CONTROLES : QUANTITE, DEPOTS RENSEIGNES ET DIFFERENTS
      ******* (LE DEPOT DE TRANSIT EST INTERDIT DES DEUX COTES),
      ******* ARTICLE CONNU ET NON FICTIF, LOT OBLIGATOIRE, NON BLOQUE
      ******* ET SUFFISANT POUR UN ARTICLE SUIVI EN LOT, DISPONIBLE DU
      ******* DEPOT SOURCE SUFFISANT (PAS DE DEPOT NEGATIF).
      ****************************************************************
       CTL-TRF.
           MOVE FAUX  TO  TOP-VALIDE.
           MOVE SPACE TO  WK-LIB-REJ.
           MOVE ZERO  TO  WK-DISPO.
           IF TFQTE OF TF-ENR-DDS NOT NUMERIC OR
              TFQTE OF TF-ENR-DDS NOT > ZERO
               MOVE "QUANTITE INVALIDE"          TO WK-LIB-REJ
               GO  TO  CTL-TRF-EXIT.
           IF TFDEPS OF TF-ENR-DDS = SPACES OR
              TFDEPD OF TF-ENR-DDS = SPACES
               MOVE "DEPOT SOURCE OU DEST. ABSENT" TO WK-LIB-REJ
               GO  TO  CTL-TRF-EXIT.
           IF TFDEPS OF TF-ENR-DDS = TFDEPD OF TF-ENR-DDS
               MOVE "DEPOTS SOURCE ET DEST. EGAUX" TO WK-LIB-REJ
               GO  TO  CTL-TRF-EXIT.
           IF TFDEPS OF TF-ENR-DDS = WK-DEP-TRANSIT OR
              TFDEPD OF TF-ENR-DDS = WK-DEP-TRANSIT
               MOVE "DEPOT DE TRANSIT INTERDIT"  TO WK-LIB-REJ
               GO  TO  CTL-TRF-EXIT.
      *
           MOVE TFRAC OF TF-ENR-DDS  TO ARRAC OF AR-ENR-DDS.
           MOVE TFCCC OF TF-ENR-DDS  TO ARCCC OF AR-ENR-DDS.
           MOVE TFVPV OF TF-ENR-DDS  TO ARVPV OF AR-ENR-DDS.
           READ BPFAR100 INVALID
               MOVE "ARTICLE INCONNU"            TO WK-LIB-REJ
               GO  TO  CTL-TRF-EXIT.
           IF ARSTKE OF AR-ENR-DDS = "F"
               MOVE "ARTICLE FICTIF - NON TRANSFERE" TO WK-LIB-REJ
               GO  TO  CTL-TRF-EXIT.
      *
           IF ARLCON OF AR-ENR-DDS = "O"
               IF TFLOT OF TF-ENR-DDS = SPACES
                   MOVE "LOT OBLIGATOIRE"        TO WK-LIB-REJ
                   GO  TO  CTL-TRF-EXIT
               END-IF
               MOVE ARRAC OF AR-ENR-DDS  TO LTRAC OF LOT-ENR-DDS
               MOVE ARCCC OF AR-ENR-DDS  TO LTCCC OF LOT-ENR-DDS
               MOVE ARVPV OF AR-ENR-DDS  TO LTVPV OF LOT-ENR-DDS
               MOVE TFLOT OF TF-ENR-DDS  TO LTLOT OF LOT-ENR-DDS
               READ BPFLOT INVALID
                   MOVE "LOT INCONNU"            TO WK-LIB-REJ
                   GO  TO  CTL-TRF-EXIT
               END-READ
               IF LTBLOQ OF LOT-ENR-DDS = "B"
                   MOVE "LOT BLOQUE - RAPPEL FOURN." TO WK-LIB-REJ
                   GO  TO  CTL-TRF-EXIT
               END-IF
               MOVE LTQTE OF LOT-ENR-DDS  TO WK-DISPO
               IF LTQTE OF LOT-ENR-DDS < TFQTE OF TF-ENR-DDS
                   MOVE "STOCK DU LOT INSUFFISANT" TO WK-LIB-REJ
                   GO  TO  CTL-TRF-EXIT
               END-IF
           ELSE
               MOVE SPACES  TO TFLOT OF TF-ENR-DDS
           END-IF.
      *
           MOVE ARRAC OF AR-ENR-DDS    TO SDRAC  OF STD-ENR-DDS.
           MOVE ARCCC OF AR-ENR-DDS    TO SDCCC  OF STD-ENR-DDS.
           MOVE ARVPV OF AR-ENR-DDS    TO SDVPV  OF STD-ENR-DDS.
           MOVE TFDEPS OF TF-ENR-DDS   TO SDDEP  OF STD-ENR-DDS.
           READ BPFSTKD INVALID
               MOVE ZERO  TO SDSTK OF STD-ENR-DDS.
           MOVE SDSTK OF STD-ENR-DDS  TO WK-DISPO.
           IF SDSTK OF STD-ENR-DDS < TFQTE OF TF-ENR-DDS
               MOVE "STOCK DEPOT SOURCE INSUFFISANT" TO WK-LIB-REJ
               GO  TO  CTL-TRF-EXIT.
           MOVE VRAI  TO  TOP-VALIDE.
       CTL-TRF-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* MOUVEMENT D'EXPEDITION (TYPE "06", MOTIF "70") SUR LE
      ******* DEPOT SOURCE : STOCK DEPART = ARSTK, VARIATION NULLE,
      ******* QUANTITE SORTIE DU DEPOT (NEGATIVE) DANS SKSTKO. LE
      ******* NUMERO DE TRANSFERT EST PORTE PAR SKNFAC ET LE DEPOT
      ******* DESTINATAIRE PAR SKCID.
      ****************************************************************
       ECR-MVT.
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
           COMPUTE SKSTKO OF SK-ENR-DDS = ZERO - TFQTE OF TF-ENR-DDS.
           MOVE "0"                   TO SKNATO OF SK-ENR-DDS.
           MOVE ARSTK  OF AR-ENR-DDS  TO SKSTKD OF SK-ENR-DDS.
           MOVE "1"                   TO SKNATD OF SK-ENR-DDS.
           MOVE ZERO                  TO SKSTKV OF SK-ENR-DDS.
           MOVE "06"                  TO SKTYPE OF SK-ENR-DDS.
           MOVE "70"                  TO SKMOTF OF SK-ENR-DDS.
           MOVE TFDEPD OF TF-ENR-DDS  TO SKCID  OF SK-ENR-DDS.
           MOVE TFNTRF OF TF-ENR-DDS  TO SKNFAC OF SK-ENR-DDS.
           MOVE ZERO                  TO SKNPLT OF SK-ENR-DDS.
           MOVE AN   OF DATE-JOUR     TO SKFTAA OF SK-ENR-DDS.
           MOVE MOI  OF DATE-JOUR     TO SKFTMM OF SK-ENR-DDS.
           MOVE JOUR OF DATE-JOUR     TO SKFTJJ OF SK-ENR-DDS.
           MOVE TFDEPS OF TF-ENR-DDS  TO SKDEP  OF SK-ENR-DDS.
           MOVE TFLOT  OF TF-ENR-DDS  TO SKLOT  OF SK-ENR-DDS.
           WRITE SK-ENR-DDS.
       ECR-MVT-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* MAJ DU STOCK PAR DEPOT (MEME PRINCIPE QUE MAJ-STKDEP
      ******* DE BCBAL150) SUR LE DEPOT WK-DEP.
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
       ECR-DETAIL.
           MOVE TFNTRF OF TF-ENR-DDS  TO WLD-NTRF.
           MOVE TFRAC  OF TF-ENR-DDS  TO WLD-RAC.
           MOVE TFCCC  OF TF-ENR-DDS  TO WLD-CCC.
           MOVE TFVPV  OF TF-ENR-DDS  TO WLD-VPV.
           MOVE TFLOT  OF TF-ENR-DDS  TO WLD-LOT.
           MOVE TFDEPS OF TF-ENR-DDS  TO WLD-DEPS.
           MOVE TFDEPD OF TF-ENR-DDS  TO WLD-DEPD.
           IF TFQTE OF TF-ENR-DDS NUMERIC
               MOVE TFQTE OF TF-ENR-DDS  TO WLD-QTE
           ELSE
               MOVE ZERO                 TO WLD-QTE
           END-IF.
           MOVE WK-DISPO              TO WLD-DISPO.
           WRITE LST-ENR-DDS FROM WLIGNE-DET.
       ECR-DETAIL-EXIT.
           EXIT.
      *
      *DEBUT AF0*
           COPY SRAFSK2O.
      *FIN   AF0*
