       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCBAL204.
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
           SELECT  BPFOTBMT
                   ASSIGN       TO DATABASE-BPFOTBMT
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
           SELECT  FINFODI
                   ASSIGN       TO DATABASE-ALFIN1
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF AP-ENR-DDS
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
           SELECT  BPFOBLST
                   ASSIGN       TO DATABASE-BPFOBLST
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  BPFOTBMT  LABEL RECORD STANDARD.
       01  OM-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFOTBMT.
      *
       FD  BPFOTB  LABEL RECORD STANDARD.
       01  OTB-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFOTB.
      *
           COPY FDAPFIN.
           COPY FDINMG.
      *
       FD  BPFAUT  LABEL RECORD STANDARD.
       01  AUT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFAUT.
      *
       FD  BPFSECJ  LABEL RECORD STANDARD.
       01  SJ-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFSECJ.
      *
       FD  BPFOBLST  LABEL RECORD STANDARD.
       01  LST-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFOBLST.
      *
      /
       WORKING-STORAGE SECTION.
       77  CPT-LUS                  PIC 9(6) VALUE ZERO.
       77  CPT-CRE                  PIC 9(6) VALUE ZERO.
       77  CPT-REV                  PIC 9(6) VALUE ZERO.
       77  CPT-REJ                  PIC 9(6) VALUE ZERO.
       77  TOP-FIN                  PIC 1    VALUE B"0".
       77  TOP-VALIDE               PIC 1    VALUE B"0".
       77  TOP-EXISTE               PIC 1    VALUE B"0".
       77  WK-TODAY                 PIC 9(6) VALUE ZERO.
       77  WK-LIB-REJ               PIC X(30) VALUE SPACES.
       77  WK-BUD-AV                PIC S9(10)V9(3) COMP-3 VALUE ZERO.
       77  TOP-TROUVE               PIC 1    VALUE B"0".
       77  WMG-EOF                  PIC 9    VALUE ZERO.
       77  IX-MG-MAX                PIC S9(4) COMP-3 VALUE ZERO.
      *
      ***** FAMILLES CONNUES (ENREG. "MG" FINFODI, CF. BCBAL178)
       01  WTAB-MG.
           05  WMG-ENTRY OCCURS 200 TIMES INDEXED BY IX-MG.
               10  WMG-FAM           PIC X(3).
      *
           COPY    WKREFPGM         REPLACING SPACE BY "BCBAL204*A".
           COPY    WKGENERAL.
           COPY    WKMESSAGE.
           COPY    WKAUTOR.
      *
       01  DATE-JOUR   VALUE SPACES.
           05  AN          PIC XX.
           05  MOI         PIC XX.
           05  JOUR        PIC XX.
      *
       01  WLIGNE-ENTETE.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(44)
               VALUE "CHARGEMENT/REVISION DU BUDGET D'ACHAT       ".
           05  FILLER                PIC X(3)  VALUE "DU ".
           05  WLE-RUND              PIC 9(6).
           05  FILLER                PIC X(6)  VALUE "  PAR ".
           05  WLE-USER              PIC X(10).
           05  FILLER                PIC X(62) VALUE SPACE.
      *
       01  WLIGNE-COLS.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(60) VALUE
               "FAM  MM/AA    BUDGET AVANT     BUDGET APRES  MOTIF".
           05  FILLER                PIC X(71) VALUE SPACE.
      *
       01  WLIGNE-DET.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-FAM               PIC X(3).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-MM                PIC XX.
           05  FILLER                PIC X(1)  VALUE "/".
           05  WLD-AA                PIC XX.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-BAV               PIC -(10)9,999.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-BAP               PIC -(10)9,999.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-MOTIF             PIC XX.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-LIB               PIC X(30).
           05  FILLER                PIC X(52) VALUE SPACE.
      *
       01  WLIGNE-TOTAL.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(21)
               VALUE "BUDGETS CHARGES    : ".
           05  WLT-CRE               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(12) VALUE "  REVISES : ".
           05  WLT-REV               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(12) VALUE "  REJETES : ".
           05  WLT-REJ               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(65) VALUE SPACE.
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
      ***** LE BUDGET D'ACHAT (OPEN-TO-BUY) EST CHARGE UNE FOIS PAR AN
      ***** PUIS REVISE PAR LE MEME TRAITEMENT : UN MOUVEMENT BPFOTBMT
      ***** REMPLACE LE BUDGET DE SA FAMILLE/MOIS. L'ENGAGE ET LE
      ***** REALISE, TENUS PAR LES COMMANDES ET RECEPTIONS, NE SONT
      ***** JAMAIS TOUCHES ICI. FONCTION SENSIBLE (BPFAUT).
           MOVE "BUDGACH"       TO WK-AUT-FONC.
           MOVE "CHARGEMENT BPFOTB" TO WK-AUT-PARM.
           PERFORM CTL-AUTOR THRU CTL-AUTOR-EXIT.
           IF WK-AUT-OK = FAUX
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " " WK-AUT-USER " " WK-AUT-LIB " - REFUS"
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
      *
           OPEN INPUT  BPFOTBMT.
           IF ST = "35"
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " BPFOTBMT INEXISTANT - RIEN A TRAITER"
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
      *
      ***** REFERENTIEL DE CONTROLE : FAMILLES ("MG") DE FINFODI
           OPEN INPUT  FINFODI.
           PERFORM MG-LOAD THRU MG-LOAD-FIN.
           CLOSE FINFODI.
      *
      ***** BUDGET D'ACHAT (CREE AU PREMIER CHARGEMENT)
           OPEN I-O    BPFOTB.
           IF ST = "35"
               OPEN OUTPUT BPFOTB
               CLOSE BPFOTB
               OPEN I-O BPFOTB
           END-IF.
           OPEN OUTPUT BPFOBLST.
      *
           MOVE WK-TODAY     TO WLE-RUND.
           MOVE WK-AUT-USER  TO WLE-USER.
           WRITE LST-ENR-DDS FROM WLIGNE-ENTETE.
           WRITE LST-ENR-DDS FROM WLIGNE-COLS.
      *
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-MVT THRU LECT-MVT-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               PERFORM TRAIT-MVT THRU TRAIT-MVT-EXIT
               PERFORM LECT-MVT THRU LECT-MVT-EXIT
           END-PERFORM.
      *
           MOVE CPT-CRE      TO WLT-CRE.
           MOVE CPT-REV      TO WLT-REV.
           MOVE CPT-REJ      TO WLT-REJ.
           WRITE LST-ENR-DDS FROM WLIGNE-TOTAL.
      *
           CLOSE  BPFOTBMT BPFOTB BPFOBLST.
      *
           MOVE SPACE TO WK-MESSAGE-LIB.
           STRING  " LUS : " CPT-LUS
                   "   CHARGES : " CPT-CRE
                   "   REVISES : " CPT-REV
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
       COPY SRAUTOR.
      /
      ****************************************************************
      ******* CHARGEMENT DES FAMILLES CONNUES ("MG")
      ****************************************************************
       MG-LOAD.
           MOVE ZERO  TO  WMG-EOF IX-MG-MAX.
           SET IX-MG TO 1.
           PERFORM 200 TIMES
               MOVE SPACE TO WMG-FAM  (IX-MG)
               SET IX-MG UP BY 1
           END-PERFORM.
           MOVE LOW-VALUE      TO APTYPE OF AP-ENR-DDS.
           START FINFODI KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF AP-ENR-DDS
                 INVALID MOVE 1 TO WMG-EOF.
           PERFORM UNTIL WMG-EOF = 1
               READ FINFODI NEXT RECORD
                   AT END
                       MOVE 1 TO WMG-EOF
                   NOT AT END
                       IF IMTYPE OF IM-ENR-DDS = "MG" AND
                          IMFAM  OF IM-ENR-DDS NOT = SPACES AND
                          IX-MG-MAX < 200
                           ADD 1 TO IX-MG-MAX
                           SET IX-MG TO IX-MG-MAX
                           MOVE IMFAM  OF IM-ENR-DDS
                                       TO WMG-FAM  (IX-MG)
                       END-IF
               END-READ
           END-PERFORM.
       MG-LOAD-FIN.
           EXIT.
      *
       LECT-MVT.
           READ BPFOTBMT NEXT RECORD AT END MOVE VRAI TO TOP-FIN
                                            GO TO LECT-MVT-EXIT.
           ADD  1       TO  CPT-LUS.
       LECT-MVT-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* TRAITEMENT D'UN MOUVEMENT : VALIDATION PUIS MISE EN
      ******* PLACE DU BUDGET. CHAQUE CHARGEMENT OU REVISION EST TRACE
      ******* DANS LE JOURNAL DE SECURITE BPFSECJ.
      ****************************************************************
       TRAIT-MVT.
           MOVE ZERO  TO  WK-BUD-AV.
           PERFORM CTL-MVT THRU CTL-MVT-EXIT.
           IF TOP-VALIDE = FAUX
               ADD 1  TO  CPT-REJ
               MOVE WK-LIB-REJ            TO WLD-LIB
               PERFORM ECR-DETAIL THRU ECR-DETAIL-EXIT
               GO  TO  TRAIT-MVT-EXIT.
      *
           MOVE OMMBUD  OF OM-ENR-DDS     TO OBMBUD  OF OTB-ENR-DDS.
           MOVE WK-TODAY                  TO OBDTREV OF OTB-ENR-DDS.
           MOVE WK-AUT-USER               TO OBOPER  OF OTB-ENR-DDS.
           IF TOP-EXISTE = VRAI
               REWRITE OTB-ENR-DDS INVALID
                   MOVE SPACE           TO WK-MESSAGE-LIB
                   STRING " MAJ BPFOTB IMPOSSIBLE " REF-PGM
                           DELIMITED  BY SIZE
                           INTO  WK-MESSAGE-LIB
                   PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
                   GO  TO  TILT
               END-REWRITE
               ADD 1  TO  CPT-REV
               MOVE "BUDGET REVISE"       TO WK-AUT-LIB
           ELSE
               WRITE OTB-ENR-DDS INVALID
                   MOVE SPACE           TO WK-MESSAGE-LIB
                   STRING " CREATION BPFOTB IMPOSSIBLE " REF-PGM
                           DELIMITED  BY SIZE
                           INTO  WK-MESSAGE-LIB
                   PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
                   GO  TO  TILT
               END-WRITE
               ADD 1  TO  CPT-CRE
               MOVE "BUDGET CHARGE"       TO WK-AUT-LIB
           END-IF.
      *
           MOVE SPACE           TO WK-AUT-PARM.
           STRING "FAM " OMFAM OF OM-ENR-DDS
                  " MOIS " OMMM OF OM-ENR-DDS "/" OMAA OF OM-ENR-DDS
                  " MOTIF " OMMOTIF OF OM-ENR-DDS
                   DELIMITED  BY SIZE
                   INTO  WK-AUT-PARM.
           MOVE "E"             TO WK-AUT-RES.
           PERFORM ECR-SECJ THRU ECR-SECJ-EXIT.
      *
           MOVE WK-AUT-LIB                TO WLD-LIB.
           PERFORM ECR-DETAIL THRU ECR-DETAIL-EXIT.
       TRAIT-MVT-EXIT.
           EXIT.
      *
       ECR-DETAIL.
           MOVE OMFAM   OF OM-ENR-DDS  TO WLD-FAM.
           MOVE OMMM    OF OM-ENR-DDS  TO WLD-MM.
           MOVE OMAA    OF OM-ENR-DDS  TO WLD-AA.
           MOVE WK-BUD-AV              TO WLD-BAV.
           IF TOP-VALIDE = VRAI
               MOVE OMMBUD OF OM-ENR-DDS  TO WLD-BAP
           ELSE
               MOVE ZERO                  TO WLD-BAP.
           MOVE OMMOTIF OF OM-ENR-DDS  TO WLD-MOTIF.
           WRITE LST-ENR-DDS FROM WLIGNE-DET.
       ECR-DETAIL-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* VALIDATION : FAMILLE CONNUE DE FINFODI ET HORS
      ******* EMBALLAGES CONSIGNES (099, JAMAIS ENGAGES NI REALISES),
      ******* MOIS (AA NUMERIQUE, MM DE 01 A 12), MONTANT NUMERIQUE
      ******* ET MOTIF OBLIGATOIRES. LA CASE EST LUE
      ******* POUR CONSERVER ENGAGE/REALISE ET EDITER L'ANCIEN BUDGET.
      ****************************************************************
       CTL-MVT.
           MOVE FAUX  TO  TOP-VALIDE.
           MOVE FAUX  TO  TOP-EXISTE.
           MOVE SPACE TO  WK-LIB-REJ.
           IF OMFAM OF OM-ENR-DDS = SPACES
               MOVE "FAMILLE ABSENTE"         TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
           MOVE FAUX  TO  TOP-TROUVE.
           SET IX-MG TO 1.
           SEARCH WMG-ENTRY
               WHEN WMG-FAM (IX-MG) = OMFAM OF OM-ENR-DDS
                   MOVE VRAI  TO  TOP-TROUVE.
           IF TOP-TROUVE = FAUX
               MOVE "FAMILLE INCONNUE"        TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
           IF OMFAM OF OM-ENR-DDS = "099"
               MOVE "FAMILLE HORS BUDGET (099)" TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
           IF OMAA OF OM-ENR-DDS NOT NUMERIC OR
              OMMM OF OM-ENR-DDS NOT NUMERIC OR
              OMMM OF OM-ENR-DDS < "01"       OR
              OMMM OF OM-ENR-DDS > "12"
               MOVE "MOIS INVALIDE"           TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
           IF OMMBUD OF OM-ENR-DDS NOT NUMERIC
               MOVE "MONTANT NON NUMERIQUE"   TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
           IF OMMOTIF OF OM-ENR-DDS = SPACES
               MOVE "MOTIF OBLIGATOIRE"       TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
      *
           MOVE OMFAM OF OM-ENR-DDS  TO  OBFAM OF OTB-ENR-DDS.
           MOVE OMAA  OF OM-ENR-DDS  TO  OBAA  OF OTB-ENR-DDS.
           MOVE OMMM  OF OM-ENR-DDS  TO  OBMM  OF OTB-ENR-DDS.
           READ BPFOTB INVALID
               MOVE SPACE                 TO OTB-ENR-DDS
               MOVE OMFAM OF OM-ENR-DDS   TO OBFAM  OF OTB-ENR-DDS
               MOVE OMAA  OF OM-ENR-DDS   TO OBAA   OF OTB-ENR-DDS
               MOVE OMMM  OF OM-ENR-DDS   TO OBMM   OF OTB-ENR-DDS
               MOVE ZERO                  TO OBMBUD OF OTB-ENR-DDS
                                             OBMENG OF OTB-ENR-DDS
                                             OBMREA OF OTB-ENR-DDS
           NOT INVALID
               MOVE VRAI                  TO TOP-EXISTE
               MOVE OBMBUD OF OTB-ENR-DDS TO WK-BUD-AV
           END-READ.
      *
           MOVE VRAI  TO  TOP-VALIDE.
       CTL-MVT-EXIT.
           EXIT.
