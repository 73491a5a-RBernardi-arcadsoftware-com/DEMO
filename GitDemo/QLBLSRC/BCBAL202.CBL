       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCBAL202.
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
           SELECT  BPFAUTMT
                   ASSIGN       TO DATABASE-BPFAUTMT
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
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
           SELECT  BPFAUTLG
                   ASSIGN       TO DATABASE-BPFAUTLG
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFSECJ
                   ASSIGN       TO DATABASE-BPFSECJ
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFATLST
                   ASSIGN       TO DATABASE-BPFATLST
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  BPFAUTMT  LABEL RECORD STANDARD.
       01  AM-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFAUTMT.
      *
       FD  BPFAUT  LABEL RECORD STANDARD.
       01  AUT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFAUT.
      *
       FD  BPFAUTLG  LABEL RECORD STANDARD.
       01  AL-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFAUTLG.
      *
       FD  BPFSECJ  LABEL RECORD STANDARD.
       01  SJ-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFSECJ.
      *
       FD  BPFATLST  LABEL RECORD STANDARD.
       01  LST-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFATLST.
      *
      /
       WORKING-STORAGE SECTION.
       77  CPT-LUS                  PIC 9(6) VALUE ZERO.
       77  CPT-APP                  PIC 9(6) VALUE ZERO.
       77  CPT-REJ                  PIC 9(6) VALUE ZERO.
       77  CPT-HAB                  PIC 9(6) VALUE ZERO.
       77  TOP-FIN                  PIC 1    VALUE B"0".
       77  TOP-VALIDE               PIC 1    VALUE B"0".
       77  TOP-FONC                 PIC 1    VALUE B"0".
       77  WK-TODAY                 PIC 9(6) VALUE ZERO.
       77  WK-HEURE                 PIC 9(6) VALUE ZERO.
       77  WK-LIB-REJ               PIC X(30) VALUE SPACES.
      ***** RESPONSABLE SECURITE DU SYSTEME : TOUJOURS AUTORISE A
      ***** MAINTENIR LA TABLE (MISE EN PLACE DES PREMIERES
      ***** HABILITATIONS GESTAUT)
       77  WK-RESP-SECU             PIC X(10) VALUE "QSECOFR".
      *
      *---<FONCTIONS SENSIBLES CONNUES (CF. DDS BPFAUT)>--------------*
       01  WTAB-FONC.
           05  FILLER                PIC X(24) VALUE
               "CONTREP LOTGL   CONFCMD ".
           05  FILLER                PIC X(24) VALUE
               "BASCULE REPINEX GESTAUT ".
           05  FILLER                PIC X(8)  VALUE
               "BUDGACH ".
       01  WTAB-FONC-R              REDEFINES WTAB-FONC.
           05  WFO-FONC              PIC X(8) OCCURS 7
                                     INDEXED BY IX-FO.
      *
           COPY    WKREFPGM         REPLACING SPACE BY "BCBAL202*A".
           COPY    WKGENERAL.
           COPY    WKMESSAGE.
           COPY    WKAUTOR.
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
               VALUE "MAINTENANCE DES HABILITATIONS BPFAUT        ".
           05  FILLER                PIC X(3)  VALUE "DU ".
           05  WLE-RUND              PIC 9(6).
           05  FILLER                PIC X(6)  VALUE "  PAR ".
           05  WLE-USER              PIC X(10).
           05  FILLER                PIC X(62) VALUE SPACE.
      *
       01  WLIGNE-DET.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-ACT               PIC X.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-USER              PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-FONC              PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-MOTIF             PIC XX.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-LIB               PIC X(30).
           05  FILLER                PIC X(72) VALUE SPACE.
      *
       01  WLIGNE-TITRE-ETAT.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(59) VALUE
               "ETAT DES HABILITATIONS APRES MAINTENANCE".
           05  FILLER                PIC X(72) VALUE SPACE.
      *
       01  WLIGNE-ETAT.
           05  FILLER                PIC X(4)  VALUE SPACE.
           05  WLS-USER              PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLS-FONC              PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLS-DATE              PIC 9(6).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLS-OPER              PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLS-MOTIF             PIC XX.
           05  FILLER                PIC X(84) VALUE SPACE.
      *
       01  WLIGNE-TOTAL.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(21)
               VALUE "MOUVEMENTS APPLIQUES:".
           05  WLT-APP               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(12) VALUE "  REJETES : ".
           05  WLT-REJ               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(18) VALUE
               "  HABILITATIONS : ".
           05  WLT-HAB               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(59) VALUE SPACE.
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
      ***** L'UTILISATEUR DU TRAVAIL DOIT DETENIR GESTAUT, SAUF LE
      ***** RESPONSABLE SECURITE. UN REFUS EST JOURNALISE (BPFSECJ).
           MOVE "GESTAUT"       TO WK-AUT-FONC.
           MOVE "MAINTENANCE BPFAUT" TO WK-AUT-PARM.
           PERFORM RECH-USER THRU RECH-USER-EXIT.
           IF WK-AUT-USER = WK-RESP-SECU
               MOVE VRAI            TO WK-AUT-OK
           ELSE
               PERFORM CTL-AUTOR THRU CTL-AUTOR-EXIT
           END-IF.
           IF WK-AUT-OK = FAUX
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " " WK-AUT-USER " " WK-AUT-LIB " - REFUS"
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
      *
           OPEN INPUT  BPFAUTMT.
           IF ST = "35"
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " BPFAUTMT INEXISTANT - RIEN A TRAITER"
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
      *
      ***** TABLE DES HABILITATIONS (CREEE AU PREMIER RUN)
           OPEN I-O    BPFAUT.
           IF ST = "35"
               OPEN OUTPUT BPFAUT
               CLOSE BPFAUT
               OPEN I-O BPFAUT
           END-IF.
      ***** JOURNAL CUMULATIF : ON CONSERVE L'HISTORIQUE (CF. BPFARLG
      ***** DANS BCBAL194)
           OPEN EXTEND BPFAUTLG.
           IF ST = "35"
               OPEN OUTPUT BPFAUTLG
           END-IF.
           OPEN OUTPUT BPFATLST.
      *
           MOVE WK-TODAY     TO WLE-RUND.
           MOVE WK-AUT-USER  TO WLE-USER.
           WRITE LST-ENR-DDS FROM WLIGNE-ENTETE.
      *
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-MVT THRU LECT-MVT-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               PERFORM TRAIT-MVT THRU TRAIT-MVT-EXIT
               PERFORM LECT-MVT THRU LECT-MVT-EXIT
           END-PERFORM.
      *
           PERFORM EDITE-TABLE THRU EDITE-TABLE-EXIT.
      *
           MOVE CPT-APP      TO WLT-APP.
           MOVE CPT-REJ      TO WLT-REJ.
           MOVE CPT-HAB      TO WLT-HAB.
           WRITE LST-ENR-DDS FROM WLIGNE-TOTAL.
      *
           CLOSE  BPFAUTMT BPFAUT BPFAUTLG BPFATLST.
      *
           MOVE SPACE TO WK-MESSAGE-LIB.
           STRING  " LUS : " CPT-LUS
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
       COPY SRAUTOR.
      /
       LECT-MVT.
           READ BPFAUTMT NEXT RECORD AT END MOVE VRAI TO TOP-FIN
                                            GO TO LECT-MVT-EXIT.
           ADD  1       TO  CPT-LUS.
       LECT-MVT-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* TRAITEMENT D'UN MOUVEMENT : VALIDATION PUIS APPLICATION.
      ******* CHAQUE HABILITATION ACCORDEE OU RETIREE EST TRACEE DANS
      ******* BPFAUTLG ET DANS LE JOURNAL DE SECURITE BPFSECJ.
      ****************************************************************
       TRAIT-MVT.
           PERFORM CTL-MVT THRU CTL-MVT-EXIT.
           IF TOP-VALIDE = FAUX
               ADD 1  TO  CPT-REJ
               MOVE WK-LIB-REJ            TO WLD-LIB
               PERFORM ECR-DETAIL THRU ECR-DETAIL-EXIT
               GO  TO  TRAIT-MVT-EXIT.
      *
           IF AMACT OF AM-ENR-DDS = "C"
               PERFORM APPLIQUE-CREATION THRU APPLIQUE-CREATION-EXIT
               MOVE "HABILITATION ACCORDEE" TO WK-AUT-LIB
           ELSE
               PERFORM APPLIQUE-SUPPR THRU APPLIQUE-SUPPR-EXIT
               MOVE "HABILITATION RETIREE"  TO WK-AUT-LIB.
      *
           PERFORM ECR-LOG THRU ECR-LOG-EXIT.
           MOVE SPACE           TO WK-AUT-PARM.
           STRING AMACT  OF AM-ENR-DDS " "
                  AMUSER OF AM-ENR-DDS " "
                  AMFONC OF AM-ENR-DDS " MOTIF "
                  AMMOTIF OF AM-ENR-DDS
                   DELIMITED  BY SIZE
                   INTO  WK-AUT-PARM.
           MOVE "E"             TO WK-AUT-RES.
           PERFORM ECR-SECJ THRU ECR-SECJ-EXIT.
      *
           ADD 1  TO  CPT-APP.
           MOVE "APPLIQUE"            TO WLD-LIB.
           PERFORM ECR-DETAIL THRU ECR-DETAIL-EXIT.
       TRAIT-MVT-EXIT.
           EXIT.
      *
       ECR-DETAIL.
           MOVE AMACT   OF AM-ENR-DDS  TO WLD-ACT.
           MOVE AMUSER  OF AM-ENR-DDS  TO WLD-USER.
           MOVE AMFONC  OF AM-ENR-DDS  TO WLD-FONC.
           MOVE AMMOTIF OF AM-ENR-DDS  TO WLD-MOTIF.
           WRITE LST-ENR-DDS FROM WLIGNE-DET.
       ECR-DETAIL-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* VALIDATION : ACTION, UTILISATEUR, FONCTION CONNUE ET
      ******* MOTIF OBLIGATOIRES. UN OPERATEUR NE MODIFIE PAS SES
      ******* PROPRES HABILITATIONS. ON N'ACCORDE PAS UNE FONCTION
      ******* DEJA DETENUE, ON NE RETIRE PAS UNE FONCTION NON DETENUE.
      ****************************************************************
       CTL-MVT.
           MOVE FAUX  TO  TOP-VALIDE.
           MOVE SPACE TO  WK-LIB-REJ.
           IF AMACT OF AM-ENR-DDS NOT = "C" AND
              AMACT OF AM-ENR-DDS NOT = "S"
               MOVE "ACTION INCONNUE"         TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
           IF AMUSER OF AM-ENR-DDS = SPACES
               MOVE "UTILISATEUR ABSENT"      TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
           IF AMMOTIF OF AM-ENR-DDS = SPACES
               MOVE "MOTIF OBLIGATOIRE"       TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
           MOVE FAUX  TO  TOP-FONC.
           SET IX-FO TO 1.
           SEARCH WFO-FONC
               WHEN WFO-FONC (IX-FO) = AMFONC OF AM-ENR-DDS
                   MOVE VRAI  TO  TOP-FONC
           END-SEARCH.
           IF TOP-FONC = FAUX
               MOVE "FONCTION INCONNUE"       TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
           IF AMUSER OF AM-ENR-DDS = WK-AUT-USER
               MOVE "AUTO-HABILITATION INTERDITE" TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
      *
           MOVE AMUSER OF AM-ENR-DDS  TO  AUUSER OF AUT-ENR-DDS.
           MOVE AMFONC OF AM-ENR-DDS  TO  AUFONC OF AUT-ENR-DDS.
           READ BPFAUT INVALID
               IF AMACT OF AM-ENR-DDS = "S"
                   MOVE "HABILITATION INEXISTANTE" TO WK-LIB-REJ
                   GO  TO  CTL-MVT-EXIT
               END-IF
               NOT INVALID
               IF AMACT OF AM-ENR-DDS = "C"
                   MOVE "HABILITATION DEJA ACCORDEE" TO WK-LIB-REJ
                   GO  TO  CTL-MVT-EXIT
               END-IF
           END-READ.
      *
           MOVE VRAI  TO  TOP-VALIDE.
       CTL-MVT-EXIT.
           EXIT.
      *
       APPLIQUE-CREATION.
           MOVE SPACE                     TO AUT-ENR-DDS.
           MOVE AMUSER  OF AM-ENR-DDS     TO AUUSER  OF AUT-ENR-DDS.
           MOVE AMFONC  OF AM-ENR-DDS     TO AUFONC  OF AUT-ENR-DDS.
           MOVE WK-TODAY                  TO AUDATE  OF AUT-ENR-DDS.
           MOVE WK-AUT-USER               TO AUOPER  OF AUT-ENR-DDS.
           MOVE AMMOTIF OF AM-ENR-DDS     TO AUMOTIF OF AUT-ENR-DDS.
           WRITE AUT-ENR-DDS INVALID
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " CREATION BPFAUT IMPOSSIBLE " REF-PGM
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
       APPLIQUE-CREATION-EXIT.
           EXIT.
      *
       APPLIQUE-SUPPR.
           DELETE BPFAUT INVALID
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " SUPPRESSION BPFAUT IMPOSSIBLE " REF-PGM
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
       APPLIQUE-SUPPR-EXIT.
           EXIT.
      *
       ECR-LOG.
           MOVE AMUSER  OF AM-ENR-DDS  TO ALUSER.
           MOVE AMFONC  OF AM-ENR-DDS  TO ALFONC.
           MOVE AMACT   OF AM-ENR-DDS  TO ALACT.
           MOVE WK-TODAY               TO ALDATE.
           MOVE WK-HEURE               TO ALHEURE.
           MOVE WK-AUT-USER            TO ALOPER.
           MOVE AMMOTIF OF AM-ENR-DDS  TO ALMOTIF.
           WRITE AL-ENR-DDS.
       ECR-LOG-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* EDITION DE LA TABLE COMPLETE APRES MAINTENANCE, POUR LE
      ******* CONTROLE PAR LE RESPONSABLE QUI A SOUMIS LE TRAVAIL.
      ****************************************************************
       EDITE-TABLE.
           WRITE LST-ENR-DDS FROM WLIGNE-TITRE-ETAT.
           MOVE LOW-VALUE  TO  EXTERNALLY-DESCRIBED-KEY OF AUT-ENR-DDS.
           START BPFAUT KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF AUT-ENR-DDS
                 INVALID GO TO EDITE-TABLE-EXIT.
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-AUT THRU LECT-AUT-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               MOVE AUUSER  OF AUT-ENR-DDS  TO WLS-USER
               MOVE AUFONC  OF AUT-ENR-DDS  TO WLS-FONC
               MOVE AUDATE  OF AUT-ENR-DDS  TO WLS-DATE
               MOVE AUOPER  OF AUT-ENR-DDS  TO WLS-OPER
               MOVE AUMOTIF OF AUT-ENR-DDS  TO WLS-MOTIF
               WRITE LST-ENR-DDS FROM WLIGNE-ETAT
               ADD 1  TO  CPT-HAB
               PERFORM LECT-AUT THRU LECT-AUT-EXIT
           END-PERFORM.
       EDITE-TABLE-EXIT.
           EXIT.
      *
       LECT-AUT.
           READ BPFAUT NEXT RECORD AT END MOVE VRAI TO TOP-FIN.
       LECT-AUT-EXIT.
           EXIT.
