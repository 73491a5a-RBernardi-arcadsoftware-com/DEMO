       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCBAL193.
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
           SELECT  BPFLIT
                   ASSIGN       TO DATABASE-BPFLIT
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF LI-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  SRT-LT
                   ASSIGN       TO "SORTWK1".
      *
           SELECT  BPFLTLST
                   ASSIGN       TO DATABASE-BPFLTLST
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  BPFLIT    LABEL RECORD STANDARD.
       01  LI-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFLIT.
      *
       SD  SRT-LT.
       01  SRT-ENR-LT.
           05  SRT-ACH               PIC X(10).
           05  SRT-DTOU              PIC 9(6).
           05  SRT-CNUF              PIC X(6).
           05  SRT-NORD              PIC X(5).
           05  SRT-NFAC              PIC X(7).
           05  SRT-MOTF              PIC XX.
           05  SRT-ETAT              PIC X.
           05  SRT-AGE               PIC S9(5) COMP-3.
           05  SRT-MLIT              PIC S9(8)V9(3) COMP-3.
           05  SRT-NOTE              PIC X(40).
      *
       FD  BPFLTLST  LABEL RECORD STANDARD.
       01  LST-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFLTLST.
      *
      /
       WORKING-STORAGE SECTION.
       77  CPT-LIT                  PIC 9(6) VALUE ZERO.
       77  TOP-FIN                  PIC 1    VALUE B"0".
       77  WK-TODAY                 PIC 9(6) VALUE ZERO.
       77  WK-JRS-JOUR              PIC S9(7) COMP-3 VALUE ZERO.
       77  WK-JRS-OUV               PIC S9(7) COMP-3 VALUE ZERO.
       77  WK-AGE                   PIC S9(5) COMP-3 VALUE ZERO.
       77  WSAUT-ACH                PIC X(10) VALUE SPACES.
      *
       01  WCUM-ACH.
           05  WACH-CPT              PIC 9(6) VALUE ZERO.
           05  WACH-MLIT             PIC S9(9)V9(3) COMP-3 VALUE ZERO.
       01  WCUM-TOT.
           05  WTOT-CPT              PIC 9(6) VALUE ZERO.
           05  WTOT-MLIT             PIC S9(9)V9(3) COMP-3 VALUE ZERO.
      *
           COPY    WKREFPGM         REPLACING SPACE BY "BCBAL193*A".
           COPY    WKGENERAL.
           COPY    WKMESSAGE.
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
      ***** VUE NUMERIQUE DE LA DATE D'OUVERTURE DU LITIGE
       01  WK-DTOUV.
           05  WK-DTOUV-AA  PIC 9(2).
           05  WK-DTOUV-MM  PIC 9(2).
           05  WK-DTOUV-JJ  PIC 9(2).
      *
       01  WLIGNE-ENTETE.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(52)
               VALUE "LITIGES FACTURES OUVERTS PAR ACHETEUR AU".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLE-RUND              PIC 9(6).
           05  FILLER                PIC X(72) VALUE SPACE.
      *
       01  WLIGNE-COLS.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(12) VALUE "ACHETEUR    ".
           05  FILLER                PIC X(8)  VALUE "FOURN.  ".
           05  FILLER                PIC X(7)  VALUE "ORDRE  ".
           05  FILLER                PIC X(9)  VALUE "FACTURE  ".
           05  FILLER                PIC X(4)  VALUE "MO  ".
           05  FILLER                PIC X(3)  VALUE "E  ".
           05  FILLER                PIC X(10) VALUE "OUVERT LE ".
           05  FILLER                PIC X(7)  VALUE "   AGE ".
           05  FILLER                PIC X(14) VALUE "   EN LITIGE  ".
           05  FILLER                PIC X(40) VALUE "NOTE".
           05  FILLER                PIC X(17) VALUE SPACE.
      *
       01  WLIGNE-DET.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-ACH               PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-CNUF              PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-NORD              PIC X(5).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-NFAC              PIC X(7).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-MOTF              PIC XX.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-ETAT              PIC X.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-DTOU              PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-AGE               PIC ZZ,ZZ9.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-MLIT              PIC -(8)9,999.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-NOTE              PIC X(40).
           05  FILLER                PIC X(16) VALUE SPACE.
      *
       01  WLIGNE-RUPT-ACH.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(15)
               VALUE "TOTAL ACHETEUR ".
           05  WLA-ACH               PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLA-CPT               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(12) VALUE " LITIGES  : ".
           05  WLA-MLIT              PIC -(10)9,999.
           05  FILLER                PIC X(70) VALUE SPACE.
      *
       01  WLIGNE-TOTAL.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(27)
               VALUE "TOTAL LITIGES OUVERTS     :".
           05  WLT-CPT               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(12) VALUE " EN LITIGE: ".
           05  WLT-MLIT              PIC -(10)9,999.
           05  FILLER                PIC X(70) VALUE SPACE.
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
      ***** AGE EN JOURS COMMERCIAUX (ANNEE 360, MOIS 30) - MEME
      ***** CALCUL QUE L'ANCIENNETE DES RECEPTIONS DE BCBAL167.
           COMPUTE WK-JRS-JOUR = (WAN9-AA * 360) + (WAN9-MM * 30)
                               + WAN9-JJ.
      *
           OPEN INPUT  BPFLIT.
           IF ST = "35"
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " BPFLIT INEXISTANT - AUCUN LITIGE"
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
           OPEN OUTPUT BPFLTLST.
      *
           MOVE WK-TODAY     TO WLE-RUND.
           WRITE LST-ENR-DDS FROM WLIGNE-ENTETE.
           WRITE LST-ENR-DDS FROM WLIGNE-COLS.
      *
           SORT    SRT-LT
                   ON ASCENDING KEY SRT-ACH SRT-DTOU SRT-CNUF SRT-NORD
                   INPUT  PROCEDURE IS SELECT-LITIGES
                          THRU      SELECT-LITIGES-EXIT
                   OUTPUT PROCEDURE IS ECRIT-ETAT
                          THRU      ECRIT-ETAT-EXIT.
      *
           CLOSE  BPFLIT BPFLTLST.
      *
           MOVE SPACE TO WK-MESSAGE-LIB.
           STRING  " LITIGES OUVERTS : " CPT-LIT
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
      ******* SELECTION DES LITIGES NON CLOS : OUVERTS (" ") OU EN
      ******* ATTENTE D'AVOIR ("T"). LES LITIGES SANS ACHETEUR SONT
      ******* REGROUPES SOUS "NON AFFECTE" POUR ETRE DISTRIBUES.
      ****************************************************************
       SELECT-LITIGES.
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-LIT THRU LECT-LIT-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               IF LIETAT OF LI-ENR-DDS = SPACE OR
                  LIETAT OF LI-ENR-DDS = "T"
                   PERFORM REL-LITIGE THRU REL-LITIGE-EXIT
               END-IF
               PERFORM LECT-LIT THRU LECT-LIT-EXIT
           END-PERFORM.
       SELECT-LITIGES-EXIT.
           EXIT.
      *
       LECT-LIT.
           READ BPFLIT NEXT RECORD AT END MOVE VRAI TO TOP-FIN.
       LECT-LIT-EXIT.
           EXIT.
      *
       REL-LITIGE.
           IF LIACH OF LI-ENR-DDS = SPACES
               MOVE "NON AFFECT"          TO SRT-ACH
           ELSE
               MOVE LIACH  OF LI-ENR-DDS  TO SRT-ACH.
           MOVE LIDTOU OF LI-ENR-DDS  TO SRT-DTOU.
           MOVE LICNUF OF LI-ENR-DDS  TO SRT-CNUF.
           MOVE LINORD OF LI-ENR-DDS  TO SRT-NORD.
           MOVE LINFAC OF LI-ENR-DDS  TO SRT-NFAC.
           MOVE LIMOTF OF LI-ENR-DDS  TO SRT-MOTF.
           MOVE LIETAT OF LI-ENR-DDS  TO SRT-ETAT.
           MOVE LIMLIT OF LI-ENR-DDS  TO SRT-MLIT.
           MOVE LINOTE OF LI-ENR-DDS  TO SRT-NOTE.
           MOVE LIDTOU OF LI-ENR-DDS  TO WK-DTOUV.
           COMPUTE WK-JRS-OUV = (WK-DTOUV-AA * 360)
                              + (WK-DTOUV-MM * 30) + WK-DTOUV-JJ.
           COMPUTE WK-AGE = WK-JRS-JOUR - WK-JRS-OUV.
           IF WK-AGE < ZERO
               MOVE ZERO  TO  WK-AGE.
           MOVE WK-AGE                TO SRT-AGE.
           RELEASE SRT-ENR-LT.
       REL-LITIGE-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* EDITION : DETAIL PAR ACHETEUR (DU PLUS ANCIEN AU PLUS
      ******* RECENT), SOUS-TOTAL PAR ACHETEUR, TOTAL GENERAL.
      ****************************************************************
       ECRIT-ETAT.
           MOVE SPACE TO WSAUT-ACH.
           MOVE ZERO  TO WACH-CPT WACH-MLIT WTOT-CPT WTOT-MLIT.
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-TRI THRU LECT-TRI-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               IF SRT-ACH NOT = WSAUT-ACH
                   IF WTOT-CPT > ZERO
                       PERFORM RUPT-ACH THRU RUPT-ACH-EXIT
                   END-IF
                   MOVE SRT-ACH  TO WSAUT-ACH
                   MOVE ZERO     TO WACH-CPT WACH-MLIT
               END-IF
               PERFORM ECR-DETAIL THRU ECR-DETAIL-EXIT
               PERFORM LECT-TRI THRU LECT-TRI-EXIT
           END-PERFORM.
           IF WTOT-CPT > ZERO
               PERFORM RUPT-ACH THRU RUPT-ACH-EXIT.
           MOVE WTOT-CPT     TO WLT-CPT.
           MOVE WTOT-MLIT    TO WLT-MLIT.
           WRITE LST-ENR-DDS FROM WLIGNE-TOTAL.
       ECRIT-ETAT-EXIT.
           EXIT.
      *
       LECT-TRI.
           RETURN SRT-LT AT END MOVE VRAI TO TOP-FIN.
       LECT-TRI-EXIT.
           EXIT.
      *
       ECR-DETAIL.
           MOVE SRT-ACH    TO WLD-ACH.
           MOVE SRT-CNUF   TO WLD-CNUF.
           MOVE SRT-NORD   TO WLD-NORD.
           MOVE SRT-NFAC   TO WLD-NFAC.
           MOVE SRT-MOTF   TO WLD-MOTF.
           MOVE SRT-ETAT   TO WLD-ETAT.
           MOVE SPACE      TO WLD-DTOU.
           STRING SRT-DTOU (5:2) "/" SRT-DTOU (3:2) "/" SRT-DTOU (1:2)
                  DELIMITED BY SIZE INTO WLD-DTOU.
           MOVE SRT-AGE    TO WLD-AGE.
           MOVE SRT-MLIT   TO WLD-MLIT.
           MOVE SRT-NOTE   TO WLD-NOTE.
           WRITE LST-ENR-DDS FROM WLIGNE-DET.
           ADD 1           TO WACH-CPT  WTOT-CPT  CPT-LIT.
           ADD SRT-MLIT    TO WACH-MLIT WTOT-MLIT.
       ECR-DETAIL-EXIT.
           EXIT.
      *
       RUPT-ACH.
           MOVE WSAUT-ACH    TO WLA-ACH.
           MOVE WACH-CPT     TO WLA-CPT.
           MOVE WACH-MLIT    TO WLA-MLIT.
           WRITE LST-ENR-DDS FROM WLIGNE-RUPT-ACH.
       RUPT-ACH-EXIT.
           EXIT.
