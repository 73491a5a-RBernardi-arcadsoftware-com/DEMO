       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCBAL183.
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
           SELECT  BPFTALST
                   ASSIGN       TO DATABASE-BPFTALST
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
       FD  BPFTALST  LABEL RECORD STANDARD.
       01  LST-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFTALST.
      *
      /
       WORKING-STORAGE SECTION.
       77  CPT-TRF                  PIC 9(6) VALUE ZERO.
       77  CPT-ALR                  PIC 9(6) VALUE ZERO.
       77  TOP-FIN                  PIC 1    VALUE B"0".
       77  WK-TODAY                 PIC 9(6) VALUE ZERO.
       77  WK-NJTRF                 PIC 9(3) VALUE 5.
       77  WK-JRS-JOUR              PIC S9(7) COMP-3 VALUE ZERO.
       77  WK-JRS-EXP               PIC S9(7) COMP-3 VALUE ZERO.
       77  WK-AGE                   PIC S9(5) COMP-3 VALUE ZERO.
       77  WK-VAL                   PIC S9(9)V9(3) COMP-3 VALUE ZERO.
       77  WK-TOT-VAL               PIC S9(9)V9(3) COMP-3 VALUE ZERO.
      *
      ***** VUE NUMERIQUE DE LA DATE D'EXPEDITION DU TRANSFERT EN COURS
       01  WK-DTEXP.
           05  WK-DTEXP-AA  PIC 9(2).
           05  WK-DTEXP-MM  PIC 9(2).
           05  WK-DTEXP-JJ  PIC 9(2).
      *
           COPY    WKREFPGM         REPLACING SPACE BY "BCBAL183*A".
           COPY    WKGENERAL.
           COPY    WKMESSAGE.
           COPY    WKLDA.
      *
       01  DATE-JOUR   VALUE SPACES.
           05  AN          PIC XX.
           05  MOI         PIC XX.
           05  JOUR        PIC XX.
      *
       01  WAN9        REDEFINES DATE-JOUR.
           05  WAN9-AA     PIC 9(2).
           05  WAN9-MM     PIC 9(2).
           05  WAN9-JJ     PIC 9(2).
      *
       01  WLIGNE-ENTETE.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(42)
               VALUE "TRANSFERTS EN TRANSIT NON RECUS        AU ".
           05  WLE-RUND              PIC 9(6).
           05  FILLER                PIC X(16) VALUE "  DEPUIS PLUS DE".
           05  WLE-NJ                PIC ZZ9.
           05  FILLER                PIC X(64) VALUE " JOURS".
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
           05  WLD-DTEXP             PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-AGE               PIC ZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-QTE               PIC -(8)9,999.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-VAL               PIC -(9)9,999.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-LIB               PIC X(20).
           05  FILLER                PIC X(20) VALUE SPACE.
      *
       01  WLIGNE-TOTAL.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(18)
               VALUE "EN TRANSIT      : ".
           05  WLT-TRF               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(16) VALUE "  DONT EDITES : ".
           05  WLT-ALR               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(17)
               VALUE "  VALEUR AU PRX :".
           05  WLT-VAL               PIC -(9)9,999.
           05  FILLER                PIC X(52) VALUE SPACE.
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
           MOVE AN OF DATE-JOUR   TO WK-TODAY (1:2).
           MOVE MOI OF DATE-JOUR  TO WK-TODAY (3:2).
           MOVE JOUR OF DATE-JOUR TO WK-TODAY (5:2).
           COMPUTE WK-JRS-JOUR = (WAN9-AA * 360) + (WAN9-MM * 30)
                               + WAN9-JJ.
      *
      ***** ANCIENNETE D'ALERTE EN JOURS : RECUE EN LDA, DEFAUT 5.
           ACCEPT   WKLDA  FROM  LDA.
           IF WLDA-NJTRF NUMERIC AND WLDA-NJTRF > ZERO
               MOVE WLDA-NJTRF  TO  WK-NJTRF.
      *
           OPEN INPUT  BPFTRF.
           IF ST = "35"
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " BPFTRF INEXISTANT - AUCUN TRANSFERT"
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
           OPEN INPUT  BPFAR100.
           OPEN OUTPUT BPFTALST.
      *
           MOVE WK-TODAY     TO WLE-RUND.
           MOVE WK-NJTRF     TO WLE-NJ.
           WRITE LST-ENR-DDS FROM WLIGNE-ENTETE.
      *
      ***** SONT EN TRANSIT LES TRANSFERTS EXPEDIES ("X") ET CEUX
      ***** CONFIRMES ARRIVES MAIS PAS ENCORE RECEPTIONNES ("A").
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-TRF THRU LECT-TRF-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               IF TFETAT OF TF-ENR-DDS = "X" OR
                  TFETAT OF TF-ENR-DDS = "A"
                   ADD 1  TO  CPT-TRF
                   PERFORM CTL-AGE THRU CTL-AGE-EXIT
               END-IF
               PERFORM LECT-TRF THRU LECT-TRF-EXIT
           END-PERFORM.
      *
           MOVE CPT-TRF      TO WLT-TRF.
           MOVE CPT-ALR      TO WLT-ALR.
           MOVE WK-TOT-VAL   TO WLT-VAL.
           WRITE LST-ENR-DDS FROM WLIGNE-TOTAL.
      *
           CLOSE  BPFTRF BPFAR100 BPFTALST.
      *
           MOVE SPACE TO WK-MESSAGE-LIB.
           STRING  " EN TRANSIT : " CPT-TRF
                   "   EDITES : " CPT-ALR
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
      ******* ANCIENNETE DU TRANSIT : JOURS COMMERCIAUX (360/30) COMME
      ******* LES AUTRES CALCULS D'AGE DE LA CHAINE. UN TRANSFERT
      ******* EXPEDIE DEPUIS PLUS DE WK-NJTRF JOURS EST EDITE,
      ******* VALORISE AU PRX (COUT MOYEN PONDERE) DE L'ARTICLE.
      ****************************************************************
       CTL-AGE.
           MOVE TFAAEX OF TF-ENR-DDS  TO WK-DTEXP (1:2).
           MOVE TFMMEX OF TF-ENR-DDS  TO WK-DTEXP (3:2).
           MOVE TFJJEX OF TF-ENR-DDS  TO WK-DTEXP (5:2).
           IF WK-DTEXP NOT NUMERIC
               GO  TO  CTL-AGE-EXIT.
           COMPUTE WK-JRS-EXP = (WK-DTEXP-AA * 360)
                              + (WK-DTEXP-MM * 30) + WK-DTEXP-JJ.
           COMPUTE WK-AGE = WK-JRS-JOUR - WK-JRS-EXP.
           IF WK-AGE NOT > WK-NJTRF
               GO  TO  CTL-AGE-EXIT.
      *
           MOVE TFRAC OF TF-ENR-DDS  TO ARRAC OF AR-ENR-DDS.
           MOVE TFCCC OF TF-ENR-DDS  TO ARCCC OF AR-ENR-DDS.
           MOVE TFVPV OF TF-ENR-DDS  TO ARVPV OF AR-ENR-DDS.
           READ BPFAR100 INVALID
               MOVE ZERO  TO ARPRX OF AR-ENR-DDS.
           COMPUTE WK-VAL ROUNDED =
                   TFQTE OF TF-ENR-DDS * ARPRX OF AR-ENR-DDS.
      *
           MOVE TFNTRF OF TF-ENR-DDS  TO WLD-NTRF.
           MOVE TFRAC  OF TF-ENR-DDS  TO WLD-RAC.
           MOVE TFCCC  OF TF-ENR-DDS  TO WLD-CCC.
           MOVE TFVPV  OF TF-ENR-DDS  TO WLD-VPV.
           MOVE TFLOT  OF TF-ENR-DDS  TO WLD-LOT.
           MOVE TFDEPS OF TF-ENR-DDS  TO WLD-DEPS.
           MOVE TFDEPD OF TF-ENR-DDS  TO WLD-DEPD.
           MOVE SPACE                 TO WLD-DTEXP.
           STRING TFJJEX OF TF-ENR-DDS "/"
                  TFMMEX OF TF-ENR-DDS "/"
                  TFAAEX OF TF-ENR-DDS
                  DELIMITED BY SIZE INTO WLD-DTEXP.
           MOVE WK-AGE                TO WLD-AGE.
           MOVE TFQTE  OF TF-ENR-DDS  TO WLD-QTE.
           MOVE WK-VAL                TO WLD-VAL.
           IF TFETAT OF TF-ENR-DDS = "A"
               MOVE "ARRIVE NON RECEPT."  TO WLD-LIB
           ELSE
               MOVE "EN TRANSIT"          TO WLD-LIB
           END-IF.
           WRITE LST-ENR-DDS FROM WLIGNE-DET.
           ADD 1       TO CPT-ALR.
           ADD WK-VAL  TO WK-TOT-VAL.
       CTL-AGE-EXIT.
           EXIT.
