       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCBAL191.
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
           SELECT  BPFFRTL
                   ASSIGN       TO DATABASE-BPFFRTL
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF FL-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  SRT-FV
                   ASSIGN       TO "SORTWK1".
      *
           SELECT  BPFFVLST
                   ASSIGN       TO DATABASE-BPFFVLST
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  BPFFRTL   LABEL RECORD STANDARD.
       01  FL-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFFRTL.
      *
       SD  SRT-FV.
       01  SRT-ENR-FV.
           05  SRT-CNUL              PIC X(6).
           05  SRT-MEST              PIC S9(8)V9(3) COMP-3.
           05  SRT-MREL              PIC S9(8)V9(3) COMP-3.
           05  SRT-MECA              PIC S9(8)V9(3) COMP-3.
      *
       FD  BPFFVLST  LABEL RECORD STANDARD.
       01  LST-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFFVLST.
      *
      /
       WORKING-STORAGE SECTION.
       77  CPT-LUS                  PIC 9(6) VALUE ZERO.
       77  CPT-RET                  PIC 9(6) VALUE ZERO.
       77  TOP-FIN                  PIC 1    VALUE B"0".
       77  TOP-RETENU               PIC 1    VALUE B"0".
       77  WK-TODAY                 PIC 9(6) VALUE ZERO.
       77  WK-PCT                   PIC S9(5)V99 COMP-3 VALUE ZERO.
       77  WSAUT-CTRA               PIC X(6) VALUE SPACES.
       77  WSAUT-CNUL               PIC X(6) VALUE SPACES.
      *
      *---<CUMULS D'UNE RUPTURE (TRANSPORTEUR OU FOURNISSEUR) ET
      *    TOTAL GENERAL>----------------------------------------------*
       01  WCUM-RUPT.
           05  WRUP-CPT              PIC 9(6) VALUE ZERO.
           05  WRUP-MEST             PIC S9(9)V9(3) COMP-3 VALUE ZERO.
           05  WRUP-MREL             PIC S9(9)V9(3) COMP-3 VALUE ZERO.
           05  WRUP-MECA             PIC S9(9)V9(3) COMP-3 VALUE ZERO.
       01  WCUM-TOT.
           05  WTOT-CPT              PIC 9(6) VALUE ZERO.
           05  WTOT-MEST             PIC S9(9)V9(3) COMP-3 VALUE ZERO.
           05  WTOT-MREL             PIC S9(9)V9(3) COMP-3 VALUE ZERO.
           05  WTOT-MECA             PIC S9(9)V9(3) COMP-3 VALUE ZERO.
      *
           COPY    WKREFPGM         REPLACING SPACE BY "BCBAL191*A".
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
           05  FILLER                PIC X(40)
               VALUE "ECARTS DE TRANSPORT ESTIME / FACTURE    ".
           05  FILLER                PIC X(9)  VALUE "PERIODE ".
           05  WLE-AA                PIC XX.
           05  FILLER                PIC X(1)  VALUE "/".
           05  WLE-MM                PIC XX.
           05  FILLER                PIC X(4)  VALUE " DU ".
           05  WLE-RUND              PIC 9(6).
           05  FILLER                PIC X(67) VALUE SPACE.
      *
       01  WLIGNE-TITRE.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLTI-LIB              PIC X(40).
           05  FILLER                PIC X(91) VALUE SPACE.
      *
       01  WLIGNE-COLS.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(8)  VALUE "TRANSP. ".
           05  FILLER                PIC X(9)  VALUE "FACTURE  ".
           05  FILLER                PIC X(8)  VALUE "FOURN.  ".
           05  FILLER                PIC X(7)  VALUE "RECEP. ".
           05  FILLER                PIC X(14) VALUE "  ESTIME ARTRS".
           05  FILLER                PIC X(14) VALUE "          REEL".
           05  FILLER                PIC X(14) VALUE "         ECART".
           05  FILLER                PIC X(10) VALUE "   ECART %".
           05  FILLER                PIC X(47) VALUE SPACE.
      *
       01  WLIGNE-DET.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-CTRA              PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-NFAC              PIC X(7).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-CNUL              PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-NORD              PIC X(5).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-MEST              PIC -(8)9,999.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-MREL              PIC -(8)9,999.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-MECA              PIC -(8)9,999.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-PCT               PIC -(4)9,99.
           05  FILLER                PIC X(48) VALUE SPACE.
      *
       01  WLIGNE-RUPT.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLR-LIB               PIC X(9).
           05  WLR-CODE              PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLR-CPT               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(8)  VALUE " RECEP. ".
           05  WLR-MEST              PIC -(8)9,999.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLR-MREL              PIC -(8)9,999.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLR-MECA              PIC -(8)9,999.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLR-PCT               PIC -(4)9,99.
           05  FILLER                PIC X(48) VALUE SPACE.
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
      ***** PERIODE EN LDA (WLDA-AAPER / WLDA-MMPER) SUR LA DATE DE
      ***** LA FACTURE DE TRANSPORT ; A BLANC = TOUTES LES FACTURES
      ***** REPARTIES.
           ACCEPT   WKLDA  FROM  LDA.
      *
           OPEN INPUT  BPFFRTL.
           IF ST = "35"
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " BPFFRTL INEXISTANT - AUCUN ECART A EDITER"
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
           OPEN OUTPUT BPFFVLST.
      *
           MOVE WLDA-AAPER   TO WLE-AA.
           MOVE WLDA-MMPER   TO WLE-MM.
           MOVE WK-TODAY     TO WLE-RUND.
           WRITE LST-ENR-DDS FROM WLIGNE-ENTETE.
      *
      ***** 1ERE PARTIE : PAR TRANSPORTEUR, DANS L'ORDRE DE LA CLEF
           MOVE "PAR TRANSPORTEUR"   TO WLTI-LIB.
           WRITE LST-ENR-DDS FROM WLIGNE-TITRE.
           WRITE LST-ENR-DDS FROM WLIGNE-COLS.
           PERFORM ETAT-TRANSP THRU ETAT-TRANSP-EXIT.
      *
      ***** 2EME PARTIE : PAR FOURNISSEUR, APRES TRI
           MOVE "PAR FOURNISSEUR"    TO WLTI-LIB.
           WRITE LST-ENR-DDS FROM WLIGNE-TITRE.
           SORT    SRT-FV
                   ON ASCENDING KEY SRT-CNUL
                   INPUT  PROCEDURE IS SELECT-FOURN
                          THRU      SELECT-FOURN-EXIT
                   OUTPUT PROCEDURE IS ETAT-FOURN
                          THRU      ETAT-FOURN-EXIT.
      *
           CLOSE  BPFFRTL BPFFVLST.
      *
           MOVE SPACE TO WK-MESSAGE-LIB.
           STRING  " LUES : " CPT-LUS
                   "   RETENUES : " CPT-RET
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
      ******* LECTURE DES LIGNES BPFFRTL DEPUIS LE DEBUT ; SEULES LES
      ******* RECEPTIONS REPARTIES (FLETAT = "T") DE LA PERIODE SONT
      ******* RETENUES (TOP-RETENU).
      ****************************************************************
       DEBUT-FRTL.
           MOVE FAUX  TO TOP-FIN.
           MOVE LOW-VALUE  TO FL-ENR-DDS.
           START BPFFRTL KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF FL-ENR-DDS
                 INVALID MOVE VRAI TO TOP-FIN.
       DEBUT-FRTL-EXIT.
           EXIT.
      *
       LECT-FRTL.
           MOVE FAUX  TO TOP-RETENU.
           READ BPFFRTL NEXT RECORD AT END
               MOVE VRAI TO TOP-FIN
               GO  TO  LECT-FRTL-EXIT.
           IF FLETAT OF FL-ENR-DDS NOT = "T"
               GO  TO  LECT-FRTL-EXIT.
           IF WLDA-AAPER NOT = SPACES AND
             (FLAAFA OF FL-ENR-DDS NOT = WLDA-AAPER OR
              FLMMFA OF FL-ENR-DDS NOT = WLDA-MMPER)
               GO  TO  LECT-FRTL-EXIT.
           MOVE VRAI  TO TOP-RETENU.
       LECT-FRTL-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* ETAT PAR TRANSPORTEUR : DETAIL DES RECEPTIONS, SOUS-
      ******* TOTAL A CHAQUE CHANGEMENT DE FLCTRA, TOTAL GENERAL.
      ****************************************************************
       ETAT-TRANSP.
           MOVE SPACE TO WSAUT-CTRA.
           MOVE ZERO  TO WRUP-CPT WRUP-MEST WRUP-MREL WRUP-MECA
                         WTOT-CPT WTOT-MEST WTOT-MREL WTOT-MECA.
           PERFORM DEBUT-FRTL THRU DEBUT-FRTL-EXIT.
           IF TOP-FIN = FAUX
               PERFORM LECT-FRTL THRU LECT-FRTL-EXIT
           END-IF.
           PERFORM UNTIL TOP-FIN = VRAI
               ADD 1  TO  CPT-LUS
               IF TOP-RETENU = VRAI
                   ADD 1  TO  CPT-RET
                   IF FLCTRA OF FL-ENR-DDS NOT = WSAUT-CTRA
                       IF WTOT-CPT > ZERO
                           PERFORM RUPT-TRANSP THRU RUPT-TRANSP-EXIT
                       END-IF
                       MOVE FLCTRA OF FL-ENR-DDS  TO WSAUT-CTRA
                       MOVE ZERO  TO WRUP-CPT WRUP-MEST WRUP-MREL
                                     WRUP-MECA
                   END-IF
                   PERFORM ECR-DETAIL THRU ECR-DETAIL-EXIT
               END-IF
               PERFORM LECT-FRTL THRU LECT-FRTL-EXIT
           END-PERFORM.
           IF WTOT-CPT > ZERO
               PERFORM RUPT-TRANSP THRU RUPT-TRANSP-EXIT.
           PERFORM ECR-TOTAL THRU ECR-TOTAL-EXIT.
       ETAT-TRANSP-EXIT.
           EXIT.
      *
       ECR-DETAIL.
           MOVE FLCTRA OF FL-ENR-DDS  TO WLD-CTRA.
           MOVE FLNFAC OF FL-ENR-DDS  TO WLD-NFAC.
           MOVE FLCNUL OF FL-ENR-DDS  TO WLD-CNUL.
           MOVE FLNORD OF FL-ENR-DDS  TO WLD-NORD.
           MOVE FLMEST OF FL-ENR-DDS  TO WLD-MEST.
           MOVE FLMREL OF FL-ENR-DDS  TO WLD-MREL.
           MOVE FLMECA OF FL-ENR-DDS  TO WLD-MECA.
           MOVE ZERO  TO WK-PCT.
           IF FLMEST OF FL-ENR-DDS NOT = ZERO
               COMPUTE WK-PCT ROUNDED = FLMECA OF FL-ENR-DDS * 100
                                      / FLMEST OF FL-ENR-DDS
                   ON SIZE ERROR MOVE 99999 TO WK-PCT.
           MOVE WK-PCT  TO WLD-PCT.
           WRITE LST-ENR-DDS FROM WLIGNE-DET.
           ADD 1                      TO WRUP-CPT  WTOT-CPT.
           ADD FLMEST OF FL-ENR-DDS   TO WRUP-MEST WTOT-MEST.
           ADD FLMREL OF FL-ENR-DDS   TO WRUP-MREL WTOT-MREL.
           ADD FLMECA OF FL-ENR-DDS   TO WRUP-MECA WTOT-MECA.
       ECR-DETAIL-EXIT.
           EXIT.
      *
       RUPT-TRANSP.
           MOVE "TOTAL    "  TO WLR-LIB.
           MOVE WSAUT-CTRA   TO WLR-CODE.
           PERFORM ECR-RUPT THRU ECR-RUPT-EXIT.
       RUPT-TRANSP-EXIT.
           EXIT.
      *
      ***** LIGNE DE RUPTURE A PARTIR DE WCUM-RUPT
       ECR-RUPT.
           MOVE WRUP-CPT     TO WLR-CPT.
           MOVE WRUP-MEST    TO WLR-MEST.
           MOVE WRUP-MREL    TO WLR-MREL.
           MOVE WRUP-MECA    TO WLR-MECA.
           MOVE ZERO  TO WK-PCT.
           IF WRUP-MEST NOT = ZERO
               COMPUTE WK-PCT ROUNDED = WRUP-MECA * 100 / WRUP-MEST
                   ON SIZE ERROR MOVE 99999 TO WK-PCT.
           MOVE WK-PCT  TO WLR-PCT.
           WRITE LST-ENR-DDS FROM WLIGNE-RUPT.
       ECR-RUPT-EXIT.
           EXIT.
      *
      ***** TOTAL GENERAL D'UNE PARTIE DE L'ETAT
       ECR-TOTAL.
           MOVE WTOT-CPT     TO WRUP-CPT.
           MOVE WTOT-MEST    TO WRUP-MEST.
           MOVE WTOT-MREL    TO WRUP-MREL.
           MOVE WTOT-MECA    TO WRUP-MECA.
           MOVE "TOTAL GEN"  TO WLR-LIB.
           MOVE SPACES       TO WLR-CODE.
           PERFORM ECR-RUPT THRU ECR-RUPT-EXIT.
       ECR-TOTAL-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* ETAT PAR FOURNISSEUR : LES MEMES LIGNES RETENUES SONT
      ******* TRIEES SUR FLCNUL, UNE LIGNE DE CUMUL PAR FOURNISSEUR.
      ****************************************************************
       SELECT-FOURN.
           PERFORM DEBUT-FRTL THRU DEBUT-FRTL-EXIT.
           IF TOP-FIN = FAUX
               PERFORM LECT-FRTL THRU LECT-FRTL-EXIT
           END-IF.
           PERFORM UNTIL TOP-FIN = VRAI
               IF TOP-RETENU = VRAI
                   MOVE FLCNUL OF FL-ENR-DDS  TO SRT-CNUL
                   MOVE FLMEST OF FL-ENR-DDS  TO SRT-MEST
                   MOVE FLMREL OF FL-ENR-DDS  TO SRT-MREL
                   MOVE FLMECA OF FL-ENR-DDS  TO SRT-MECA
                   RELEASE SRT-ENR-FV
               END-IF
               PERFORM LECT-FRTL THRU LECT-FRTL-EXIT
           END-PERFORM.
       SELECT-FOURN-EXIT.
           EXIT.
      *
       ETAT-FOURN.
           MOVE SPACE TO WSAUT-CNUL.
           MOVE ZERO  TO WRUP-CPT WRUP-MEST WRUP-MREL WRUP-MECA
                         WTOT-CPT WTOT-MEST WTOT-MREL WTOT-MECA.
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-TRI THRU LECT-TRI-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               IF SRT-CNUL NOT = WSAUT-CNUL
                   IF WTOT-CPT > ZERO
                       PERFORM RUPT-FOURN THRU RUPT-FOURN-EXIT
                   END-IF
                   MOVE SRT-CNUL  TO WSAUT-CNUL
                   MOVE ZERO      TO WRUP-CPT WRUP-MEST WRUP-MREL
                                     WRUP-MECA
               END-IF
               ADD 1              TO WRUP-CPT  WTOT-CPT
               ADD SRT-MEST       TO WRUP-MEST WTOT-MEST
               ADD SRT-MREL       TO WRUP-MREL WTOT-MREL
               ADD SRT-MECA       TO WRUP-MECA WTOT-MECA
               PERFORM LECT-TRI THRU LECT-TRI-EXIT
           END-PERFORM.
           IF WTOT-CPT > ZERO
               PERFORM RUPT-FOURN THRU RUPT-FOURN-EXIT.
           PERFORM ECR-TOTAL THRU ECR-TOTAL-EXIT.
       ETAT-FOURN-EXIT.
           EXIT.
      *
       LECT-TRI.
           RETURN SRT-FV AT END MOVE VRAI TO TOP-FIN.
       LECT-TRI-EXIT.
           EXIT.
      *
       RUPT-FOURN.
           MOVE "FOURN.   "  TO WLR-LIB.
           MOVE WSAUT-CNUL   TO WLR-CODE.
           PERFORM ECR-RUPT THRU ECR-RUPT-EXIT.
       RUPT-FOURN-EXIT.
           EXIT.
