       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCBAL205.
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
           SELECT  BPFOTB
                   ASSIGN       TO DATABASE-BPFOTB
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF OTB-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  BPFOTLST
                   ASSIGN       TO DATABASE-BPFOTLST
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  BPFOTB  LABEL RECORD STANDARD.
       01  OTB-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFOTB.
      *
       FD  BPFOTLST  LABEL RECORD STANDARD.
       01  LST-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFOTLST.
      *
      /
       WORKING-STORAGE SECTION.
       77  CPT-FAM                  PIC 9(6) VALUE ZERO.
       77  CPT-DEP                  PIC 9(6) VALUE ZERO.
       77  TOP-FIN                  PIC 1    VALUE B"0".
       77  WK-TODAY                 PIC 9(6) VALUE ZERO.
       77  WK-RESTE                 PIC S9(11)V9(3) COMP-3 VALUE ZERO.
      *
       01  WCUM-TOT.
           05  WTOT-BUD              PIC S9(11)V9(3) COMP-3 VALUE ZERO.
           05  WTOT-REA              PIC S9(11)V9(3) COMP-3 VALUE ZERO.
           05  WTOT-ENG              PIC S9(11)V9(3) COMP-3 VALUE ZERO.
           05  WTOT-RES              PIC S9(11)V9(3) COMP-3 VALUE ZERO.
      *
           COPY    WKREFPGM         REPLACING SPACE BY "BCBAL205*A".
           COPY    WKGENERAL.
           COPY    WKMESSAGE.
           COPY    WKLDA.
      *
       01  DATE-JOUR   VALUE SPACES.
           05  AN          PIC XX.
           05  MOI         PIC XX.
           05  JOUR        PIC XX.
      *
       01  WLIGNE-ENTETE.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(44)
               VALUE "SUIVI DU BUDGET D'ACHAT (OPEN-TO-BUY)       ".
           05  FILLER                PIC X(8)  VALUE "PERIODE ".
           05  WLE-MM                PIC XX.
           05  FILLER                PIC X(1)  VALUE "/".
           05  WLE-AA                PIC XX.
           05  FILLER                PIC X(11) VALUE "  EDITE LE ".
           05  WLE-RUND              PIC 9(6).
           05  FILLER                PIC X(57) VALUE SPACE.
      *
       01  WLIGNE-COLS.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(38) VALUE
               "FAM            BUDGET          REALISE".
           05  FILLER                PIC X(34) VALUE
               "           ENGAGE  RESTE A ACHETER".
           05  FILLER                PIC X(59) VALUE SPACE.
      *
       01  WLIGNE-DET.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-FAM               PIC X(3).
           05  FILLER                PIC X(3)  VALUE SPACE.
           05  WLD-BUD               PIC -(10)9,999.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-REA               PIC -(10)9,999.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-ENG               PIC -(10)9,999.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-RES               PIC -(10)9,999.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-LIB               PIC X(11).
           05  FILLER                PIC X(46) VALUE SPACE.
      *
       01  WLIGNE-TOTAL.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(6)  VALUE "TOTAL ".
           05  WLT-BUD               PIC -(10)9,999.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLT-REA               PIC -(10)9,999.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLT-ENG               PIC -(10)9,999.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLT-RES               PIC -(10)9,999.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  FILLER                PIC X(11) VALUE "FAMILLES : ".
           05  WLT-FAM               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(13) VALUE "  DEPASSEES :".
           05  WLT-DEP               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(19) VALUE SPACE.
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
      *
      ***** MOIS DEMANDE : RECU EN LDA (WLDA-AAPER/WLDA-MMPER), EN
      ***** CLAIR COMME LES CLEFS BPFOTB.
           ACCEPT   WKLDA  FROM  LDA.
           IF WLDA-AAPER NOT NUMERIC OR
              WLDA-MMPER NOT NUMERIC OR
              WLDA-MMPER < "01"       OR
              WLDA-MMPER > "12"
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " PERIODE LDA INVALIDE " WLDA-MMPER "/"
                      WLDA-AAPER
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
      *
           OPEN INPUT  BPFOTB.
           IF ST = "35"
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " BPFOTB INEXISTANT - AUCUN BUDGET D'ACHAT"
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
           OPEN OUTPUT BPFOTLST.
      *
           MOVE WLDA-MMPER   TO WLE-MM.
           MOVE WLDA-AAPER   TO WLE-AA.
           MOVE WK-TODAY     TO WLE-RUND.
           WRITE LST-ENR-DDS FROM WLIGNE-ENTETE.
           WRITE LST-ENR-DDS FROM WLIGNE-COLS.
      *
           PERFORM EDIT-OTB THRU EDIT-OTB-EXIT.
      *
           MOVE WTOT-BUD     TO WLT-BUD.
           MOVE WTOT-REA     TO WLT-REA.
           MOVE WTOT-ENG     TO WLT-ENG.
           MOVE WTOT-RES     TO WLT-RES.
           MOVE CPT-FAM      TO WLT-FAM.
           MOVE CPT-DEP      TO WLT-DEP.
           WRITE LST-ENR-DDS FROM WLIGNE-TOTAL.
      *
           CLOSE  BPFOTB BPFOTLST.
      *
           MOVE SPACE TO WK-MESSAGE-LIB.
           STRING  " FAMILLES : " CPT-FAM
                   "   DEPASSEES : " CPT-DEP
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
      ******* UNE LIGNE PAR FAMILLE AYANT UNE CASE BPFOTB POUR LE MOIS
      ******* (BUDGET CHARGE OU SIMPLE ACTIVITE D'ACHAT) :
      ******* RESTE A ACHETER = BUDGET - REALISE - ENGAGE. UNE FAMILLE
      ******* ACTIVE SANS BUDGET APPARAIT AVEC UN BUDGET NUL.
      ****************************************************************
       EDIT-OTB.
           MOVE LOW-VALUE  TO  EXTERNALLY-DESCRIBED-KEY OF OTB-ENR-DDS.
           START BPFOTB KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF OTB-ENR-DDS
                 INVALID GO TO EDIT-OTB-EXIT.
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-OTB THRU LECT-OTB-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               IF OBAA OF OTB-ENR-DDS = WLDA-AAPER AND
                  OBMM OF OTB-ENR-DDS = WLDA-MMPER
                   PERFORM EDIT-LIGNE THRU EDIT-LIGNE-EXIT
               END-IF
               PERFORM LECT-OTB THRU LECT-OTB-EXIT
           END-PERFORM.
       EDIT-OTB-EXIT.
           EXIT.
      *
       LECT-OTB.
           READ BPFOTB NEXT RECORD AT END MOVE VRAI TO TOP-FIN.
       LECT-OTB-EXIT.
           EXIT.
      *
       EDIT-LIGNE.
           COMPUTE WK-RESTE = OBMBUD OF OTB-ENR-DDS
                            - OBMREA OF OTB-ENR-DDS
                            - OBMENG OF OTB-ENR-DDS.
           MOVE SPACE                    TO WLD-LIB.
           IF OBMBUD OF OTB-ENR-DDS = ZERO
               MOVE "SANS BUDGET"        TO WLD-LIB
           ELSE
               IF WK-RESTE < ZERO
                   MOVE "DEPASSE"        TO WLD-LIB
               END-IF
           END-IF.
           IF WK-RESTE < ZERO
               ADD 1  TO  CPT-DEP.
           MOVE OBFAM  OF OTB-ENR-DDS    TO WLD-FAM.
           MOVE OBMBUD OF OTB-ENR-DDS    TO WLD-BUD.
           MOVE OBMREA OF OTB-ENR-DDS    TO WLD-REA.
           MOVE OBMENG OF OTB-ENR-DDS    TO WLD-ENG.
           MOVE WK-RESTE                 TO WLD-RES.
           WRITE LST-ENR-DDS FROM WLIGNE-DET.
           ADD 1                         TO CPT-FAM.
           ADD OBMBUD OF OTB-ENR-DDS     TO WTOT-BUD.
           ADD OBMREA OF OTB-ENR-DDS     TO WTOT-REA.
           ADD OBMENG OF OTB-ENR-DDS     TO WTOT-ENG.
           ADD WK-RESTE                  TO WTOT-RES.
       EDIT-LIGNE-EXIT.
           EXIT.
