       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCBAL182.
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
           SELECT  BPFTRFMT
                   ASSIGN       TO DATABASE-BPFTRFMT
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
           SELECT  BPFTRLST
                   ASSIGN       TO DATABASE-BPFTRLST
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
       FD  BPFTRFMT  LABEL RECORD STANDARD.
       01  TM-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFTRFMT.
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
       FD  BPFTRLST  LABEL RECORD STANDARD.
       01  LST-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFTRLST.
      *
      /
       WORKING-STORAGE SECTION.
       77  CPT-LUS                  PIC 9(6) VALUE ZERO.
       77  CPT-REC                  PIC 9(6) VALUE ZERO.
       77  CPT-REJ                  PIC 9(6) VALUE ZERO.
       77  CPT-ARL                  PIC 9(6) VALUE ZERO.
       77  CPT-ARC                  PIC 9(6) VALUE ZERO.
       77  CPT-ARR                  PIC 9(6) VALUE ZERO.
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
           COPY    WKREFPGM         REPLACING SPACE BY "BCBAL182*A".
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
               VALUE "RECEPTION DES TRANSFERTS ENTRE DEPOTS    DU ".
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
       01  WLIGNE-TOTARR.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(16)
               VALUE "ARRIVEES LUES : ".
           05  WLA-ARL               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(13) VALUE "  CONFIRMEES:".
           05  WLA-ARC               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(12) VALUE "  REFUSEES: ".
           05  WLA-ARR               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(69) VALUE SPACE.
      *
       01  WLIGNE-TOTAL.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(16)
               VALUE "TRANSFERTS LUS: ".
           05  WLT-LUS               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(13) VALUE "  RECUS    : ".
           05  WLT-REC               PIC ZZZ,ZZ9.
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
      ***** STOCK PAR DEPOT : LE TRANSIT A ETE ALIMENTE PAR BCBAL181
           OPEN I-O    BPFSTKD.
           IF ST = "35"
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " BPFSTKD INEXISTANT - AUCUN STOCK PAR DEPOT"
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
           OPEN OUTPUT BPFTRLST.
      *
           MOVE WK-TODAY     TO WLE-RUND.
           WRITE LST-ENR-DDS FROM WLIGNE-ENTETE.
      *
      ***** CONFIRMATIONS D'ARRIVEE DU DEPOT DESTINATAIRE : "X" -> "A"
           OPEN INPUT  BPFTRFMT.
           IF ST = "35"
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " BPFTRFMT INEXISTANT - AUCUNE ARRIVEE CONFIRMEE"
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
           ELSE
               MOVE FAUX  TO TOP-FIN
               PERFORM LECT-ARR THRU LECT-ARR-EXIT
               PERFORM UNTIL TOP-FIN = VRAI
                   PERFORM TRAIT-ARR THRU TRAIT-ARR-EXIT
                   PERFORM LECT-ARR THRU LECT-ARR-EXIT
               END-PERFORM
               CLOSE BPFTRFMT
           END-IF.
      *
      ***** RECEPTION DES TRANSFERTS ARRIVES ("A"), Y COMPRIS CEUX
      ***** REFUSES AUX PASSAGES PRECEDENTS
           MOVE LOW-VALUE TO TF-ENR-DDS.
           START BPFTRF KEY NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF TF-ENR-DDS
                 INVALID MOVE VRAI TO TOP-FIN
                 NOT INVALID MOVE FAUX TO TOP-FIN
           END-START.
           IF TOP-FIN = FAUX
               PERFORM LECT-TRF THRU LECT-TRF-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               IF TFETAT OF TF-ENR-DDS = "A"
                   PERFORM TRAIT-TRF THRU TRAIT-TRF-EXIT
               END-IF
               PERFORM LECT-TRF THRU LECT-TRF-EXIT
           END-PERFORM.
      *
           MOVE CPT-ARL      TO WLA-ARL.
           MOVE CPT-ARC      TO WLA-ARC.
           MOVE CPT-ARR      TO WLA-ARR.
           WRITE LST-ENR-DDS FROM WLIGNE-TOTARR.
           MOVE CPT-LUS      TO WLT-LUS.
           MOVE CPT-REC      TO WLT-REC.
           MOVE CPT-REJ      TO WLT-REJ.
           MOVE WK-TOT-VAL   TO WLT-VAL.
           WRITE LST-ENR-DDS FROM WLIGNE-TOTAL.
      *
           CLOSE  BPFTRF BPFAR100 BPFSK BPFSTKD BPFTRLST.
      *
           MOVE SPACE TO WK-MESSAGE-LIB.
           STRING  " ARRIVEES : " CPT-ARL
                   "   CONFIRMEES : " CPT-ARC
                   "   LUS : " CPT-LUS
                   "   RECUS : " CPT-REC
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
       LECT-ARR.
           READ BPFTRFMT NEXT RECORD AT END MOVE VRAI TO TOP-FIN
                                            GO TO LECT-ARR-EXIT.
           ADD  1       TO  CPT-ARL.
       LECT-ARR-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* CONFIRMATION D'ARRIVEE : LE TRANSFERT DOIT EXISTER, ETRE
      ******* EXPEDIE ("X") ET ARRIVER AU DEPOT QUI LE CONFIRME. IL
      ******* PASSE A "A" ET SERA RECEPTIONNE DANS LE MEME PASSAGE.
      ******* UNE CONFIRMATION REFUSEE EST SEULEMENT LISTEE.
      ****************************************************************
       TRAIT-ARR.
           MOVE SPACE TO  WK-LIB-REJ.
           MOVE ZERO  TO  WK-DISPO.
           MOVE TMNTRF OF TM-ENR-DDS  TO TFNTRF OF TF-ENR-DDS.
           READ BPFTRF INVALID
               MOVE SPACE                 TO TF-ENR-DDS
               MOVE TMNTRF OF TM-ENR-DDS  TO TFNTRF OF TF-ENR-DDS
               MOVE TMDEPD OF TM-ENR-DDS  TO TFDEPD OF TF-ENR-DDS
               MOVE "TRANSFERT INCONNU"   TO WK-LIB-REJ
               GO  TO  TRAIT-ARR-REJ.
           IF TFETAT OF TF-ENR-DDS = "A"
               MOVE "ARRIVEE DEJA CONFIRMEE"      TO WK-LIB-REJ
               GO  TO  TRAIT-ARR-REJ.
           IF TFETAT OF TF-ENR-DDS NOT = "X"
               MOVE "TRANSFERT NON EXPEDIE"       TO WK-LIB-REJ
               GO  TO  TRAIT-ARR-REJ.
           IF TMDEPD OF TM-ENR-DDS NOT = TFDEPD OF TF-ENR-DDS
               MOVE "DEPOT DESTINATAIRE DIFFERENT" TO WK-LIB-REJ
               GO  TO  TRAIT-ARR-REJ.
      *
           MOVE "A"       TO TFETAT OF TF-ENR-DDS.
           MOVE SPACES    TO TFLIB  OF TF-ENR-DDS.
           MOVE WK-TODAY  TO TFRUND OF TF-ENR-DDS.
           REWRITE TF-ENR-DDS INVALID
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " MAJ BPFTRF IMPOSSIBLE " REF-PGM
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
           ADD 1  TO  CPT-ARC.
           MOVE "ARRIVEE CONFIRMEE"   TO WLD-LIB.
           PERFORM ECR-DETAIL THRU ECR-DETAIL-EXIT.
           GO  TO  TRAIT-ARR-EXIT.
       TRAIT-ARR-REJ.
           ADD 1  TO  CPT-ARR.
           MOVE WK-LIB-REJ  TO WLD-LIB.
           PERFORM ECR-DETAIL THRU ECR-DETAIL-EXIT.
       TRAIT-ARR-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* RECEPTION D'UN TRANSFERT CONFIRME ARRIVE : LA QUANTITE
      ******* QUITTE LE DEPOT DE TRANSIT ET ENTRE DANS LE DEPOT
      ******* DESTINATAIRE. ARSTK N'EST PAS MODIFIE : LE MOUVEMENT
      ******* BPFSK "07" PORTE UN STOCK DEPART EGAL A ARSTK ET UNE
      ******* VARIATION NULLE, LA QUANTITE ENTREE DANS SKSTKO. UN
      ******* TRANSFERT REFUSE RESTE "A" ET EST LISTE.
      ****************************************************************
       TRAIT-TRF.
           ADD 1  TO  CPT-LUS.
           PERFORM CTL-TRF THRU CTL-TRF-EXIT.
           IF TOP-VALIDE = FAUX
               ADD 1  TO  CPT-REJ
               MOVE WK-LIB-REJ  TO WLD-LIB
               PERFORM ECR-DETAIL THRU ECR-DETAIL-EXIT
               MOVE WK-LIB-REJ  TO TFLIB  OF TF-ENR-DDS
               MOVE WK-TODAY    TO TFRUND OF TF-ENR-DDS
               REWRITE TF-ENR-DDS INVALID CONTINUE
               END-REWRITE
               GO  TO  TRAIT-TRF-EXIT.
      *
           MOVE WK-DEP-TRANSIT        TO WK-DEP.
           COMPUTE WK-DEP-DELTA = ZERO - TFQTE OF TF-ENR-DDS.
           PERFORM MAJ-STKDEP THRU MAJ-STKDEP-EXIT.
           MOVE TFDEPD OF TF-ENR-DDS  TO WK-DEP.
           MOVE TFQTE OF TF-ENR-DDS   TO WK-DEP-DELTA.
           PERFORM MAJ-STKDEP THRU MAJ-STKDEP-EXIT.
      *
           PERFORM ECR-MVT THRU ECR-MVT-EXIT.
      *
           COMPUTE WK-VAL ROUNDED =
                   TFQTE OF TF-ENR-DDS * ARPRX OF AR-ENR-DDS.
           ADD WK-VAL     TO WK-TOT-VAL.
           ADD 1          TO CPT-REC.
           MOVE "RECU AU DEPOT DESTINATAIRE"  TO WLD-LIB.
           PERFORM ECR-DETAIL THRU ECR-DETAIL-EXIT.
           MOVE "R"       TO TFETAT OF TF-ENR-DDS.
           MOVE SPACES    TO TFLIB  OF TF-ENR-DDS.
           MOVE AN   OF DATE-JOUR  TO TFAARE OF TF-ENR-DDS.
           MOVE MOI  OF DATE-JOUR  TO TFMMRE OF TF-ENR-DDS.
           MOVE JOUR OF DATE-JOUR  TO TFJJRE OF TF-ENR-DDS.
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
      ******* CONTROLES : ARTICLE TOUJOURS CONNU ET QUANTITE PRESENTE
      ******* DANS LE DEPOT DE TRANSIT (PAS DE TRANSIT NEGATIF).
      ****************************************************************
       CTL-TRF.
           MOVE FAUX  TO  TOP-VALIDE.
           MOVE SPACE TO  WK-LIB-REJ.
           MOVE ZERO  TO  WK-DISPO.
           MOVE TFRAC OF TF-ENR-DDS  TO ARRAC OF AR-ENR-DDS.
           MOVE TFCCC OF TF-ENR-DDS  TO ARCCC OF AR-ENR-DDS.
           MOVE TFVPV OF TF-ENR-DDS  TO ARVPV OF AR-ENR-DDS.
           READ BPFAR100 INVALID
               MOVE "ARTICLE INCONNU"            TO WK-LIB-REJ
               GO  TO  CTL-TRF-EXIT.
      *
           MOVE ARRAC OF AR-ENR-DDS    TO SDRAC  OF STD-ENR-DDS.
           MOVE ARCCC OF AR-ENR-DDS    TO SDCCC  OF STD-ENR-DDS.
           MOVE ARVPV OF AR-ENR-DDS    TO SDVPV  OF STD-ENR-DDS.
           MOVE WK-DEP-TRANSIT         TO SDDEP  OF STD-ENR-DDS.
           READ BPFSTKD INVALID
               MOVE ZERO  TO SDSTK OF STD-ENR-DDS.
           MOVE SDSTK OF STD-ENR-DDS  TO WK-DISPO.
           IF SDSTK OF STD-ENR-DDS < TFQTE OF TF-ENR-DDS
               MOVE "STOCK EN TRANSIT INSUFFISANT" TO WK-LIB-REJ
               GO  TO  CTL-TRF-EXIT.
           MOVE VRAI  TO  TOP-VALIDE.
       CTL-TRF-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* MOUVEMENT DE RECEPTION (TYPE "07", MOTIF "71") SUR LE
      ******* DEPOT DESTINATAIRE : STOCK DEPART = ARSTK, VARIATION
      ******* NULLE, QUANTITE ENTREE AU DEPOT DANS SKSTKO. LE NUMERO
      ******* DE TRANSFERT EST PORTE PAR SKNFAC ET LE DEPOT SOURCE
      ******* PAR SKCID.
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
           MOVE TFQTE  OF TF-ENR-DDS  TO SKSTKO OF SK-ENR-DDS.
           MOVE "0"                   TO SKNATO OF SK-ENR-DDS.
           MOVE ARSTK  OF AR-ENR-DDS  TO SKSTKD OF SK-ENR-DDS.
           MOVE "1"                   TO SKNATD OF SK-ENR-DDS.
           MOVE ZERO                  TO SKSTKV OF SK-ENR-DDS.
           MOVE "07"                  TO SKTYPE OF SK-ENR-DDS.
           MOVE "71"                  TO SKMOTF OF SK-ENR-DDS.
           MOVE TFDEPS OF TF-ENR-DDS  TO SKCID  OF SK-ENR-DDS.
           MOVE TFNTRF OF TF-ENR-DDS  TO SKNFAC OF SK-ENR-DDS.
           MOVE ZERO                  TO SKNPLT OF SK-ENR-DDS.
           MOVE TFAAEX OF TF-ENR-DDS  TO SKFTAA OF SK-ENR-DDS.
           MOVE TFMMEX OF TF-ENR-DDS  TO SKFTMM OF SK-ENR-DDS.
           MOVE TFJJEX OF TF-ENR-DDS  TO SKFTJJ OF SK-ENR-DDS.
           MOVE TFDEPD OF TF-ENR-DDS  TO SKDEP  OF SK-ENR-DDS.
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
