       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCBAL203.
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
           SELECT  BPFSECJ
                   ASSIGN       TO DATABASE-BPFSECJ
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFAUTLG
                   ASSIGN       TO DATABASE-BPFAUTLG
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFSJLST
                   ASSIGN       TO DATABASE-BPFSJLST
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  BPFSECJ  LABEL RECORD STANDARD.
       01  SJ-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFSECJ.
      *
       FD  BPFAUTLG  LABEL RECORD STANDARD.
       01  AL-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFAUTLG.
      *
       FD  BPFSJLST  LABEL RECORD STANDARD.
       01  LST-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFSJLST.
      *
      /
       WORKING-STORAGE SECTION.
       77  CPT-LUS                  PIC 9(6) VALUE ZERO.
       77  CPT-EDI                  PIC 9(6) VALUE ZERO.
       77  CPT-EXE                  PIC 9(6) VALUE ZERO.
       77  CPT-REF                  PIC 9(6) VALUE ZERO.
       77  CPT-EDI-AL               PIC 9(6) VALUE ZERO.
       77  TOP-FIN                  PIC 1    VALUE B"0".
      *
           COPY    WKREFPGM         REPLACING SPACE BY "BCBAL203*A".
           COPY    WKGENERAL.
           COPY    WKMESSAGE.
           COPY    WKLDA.
      *
       01  WLIGNE-ENTETE.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(46)
               VALUE "JOURNAL DE SECURITE - FONCTIONS SENSIBLES  DU ".
           05  WLE-DTDEB             PIC 9(6).
           05  FILLER                PIC X(4)  VALUE " AU ".
           05  WLE-DTFIN             PIC 9(6).
           05  FILLER                PIC X(69) VALUE SPACE.
      *
       01  WLIGNE-DET.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-DATE              PIC 9(6).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-HEURE             PIC 9(6).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-USER              PIC X(10).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-NJOB              PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-PGM               PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-FONC              PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-RES               PIC X.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-PARM              PIC X(40).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-LIB               PIC X(30).
      *
       01  WLIGNE-TOTAL.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(20)
               VALUE "EVENEMENTS EDITES : ".
           05  WLT-EDI               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(13) VALUE "  EXECUTES : ".
           05  WLT-EXE               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(12) VALUE "  REFUSES : ".
           05  WLT-REF               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(65) VALUE SPACE.
      *
       01  WLIGNE-TITRE-AL.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(59) VALUE
               "MODIFICATIONS DES HABILITATIONS BPFAUT SUR LA PERIODE".
           05  FILLER                PIC X(72) VALUE SPACE.
      *
       01  WLIGNE-DET-AL.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLA-DATE              PIC 9(6).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLA-HEURE             PIC 9(6).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLA-ACT               PIC X.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLA-USER              PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLA-FONC              PIC X(8).
           05  FILLER                PIC X(6)  VALUE "  PAR ".
           05  WLA-OPER              PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLA-MOTIF             PIC XX.
           05  FILLER                PIC X(73) VALUE SPACE.
      *
       01  WLIGNE-TOTAL-AL.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(31)
               VALUE "MODIFICATIONS D'HABILITATION : ".
           05  WLT-EDI-AL            PIC ZZZ,ZZ9.
           05  FILLER                PIC X(93) VALUE SPACE.
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
      *
      ***** PERIODE D'EDITION : RECUE EN LDA (AAMMJJ INCLUSES)
           ACCEPT   WKLDA  FROM  LDA.
           IF WLDA-DTDEB NOT NUMERIC OR WLDA-DTFIN NOT NUMERIC OR
              WLDA-DTDEB > WLDA-DTFIN
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " PERIODE LDA INVALIDE "
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
      *
           OPEN INPUT  BPFSECJ.
           IF ST = "35"
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " BPFSECJ INEXISTANT - AUCUN EVENEMENT"
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
           OPEN OUTPUT BPFSJLST.
      *
           MOVE WLDA-DTDEB   TO WLE-DTDEB.
           MOVE WLDA-DTFIN   TO WLE-DTFIN.
           WRITE LST-ENR-DDS FROM WLIGNE-ENTETE.
      *
      ***** 1 - TENTATIVES REFUSEES ET ACTIONS EXECUTEES
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-SECJ THRU LECT-SECJ-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               IF SJDATE OF SJ-ENR-DDS NOT < WLDA-DTDEB AND
                  SJDATE OF SJ-ENR-DDS NOT > WLDA-DTFIN
                   PERFORM ECR-DETAIL THRU ECR-DETAIL-EXIT
               END-IF
               PERFORM LECT-SECJ THRU LECT-SECJ-EXIT
           END-PERFORM.
      *
           MOVE CPT-EDI      TO WLT-EDI.
           MOVE CPT-EXE      TO WLT-EXE.
           MOVE CPT-REF      TO WLT-REF.
           WRITE LST-ENR-DDS FROM WLIGNE-TOTAL.
      *
      ***** 2 - HABILITATIONS ACCORDEES OU RETIREES (BCBAL202). LE
      ***** JOURNAL N'EXISTE PAS TANT QUE LA TABLE N'A PAS ETE
      ***** MAINTENUE : LA SECTION RESTE ALORS VIDE.
           WRITE LST-ENR-DDS FROM WLIGNE-TITRE-AL.
           OPEN INPUT  BPFAUTLG.
           IF ST NOT = "35"
               MOVE FAUX  TO TOP-FIN
               PERFORM LECT-AUTLG THRU LECT-AUTLG-EXIT
               PERFORM UNTIL TOP-FIN = VRAI
                   IF ALDATE OF AL-ENR-DDS NOT < WLDA-DTDEB AND
                      ALDATE OF AL-ENR-DDS NOT > WLDA-DTFIN
                       PERFORM ECR-DETAIL-AL THRU ECR-DETAIL-AL-EXIT
                   END-IF
                   PERFORM LECT-AUTLG THRU LECT-AUTLG-EXIT
               END-PERFORM
               CLOSE BPFAUTLG
           END-IF.
      *
           MOVE CPT-EDI-AL   TO WLT-EDI-AL.
           WRITE LST-ENR-DDS FROM WLIGNE-TOTAL-AL.
      *
           CLOSE  BPFSECJ BPFSJLST.
      *
           MOVE SPACE TO WK-MESSAGE-LIB.
           STRING  " LUS : " CPT-LUS
                   "   EDITES : " CPT-EDI
                   "   REFUSES : " CPT-REF
                   "   HABILITATIONS : " CPT-EDI-AL
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
       LECT-SECJ.
           READ BPFSECJ NEXT RECORD AT END MOVE VRAI TO TOP-FIN
                                           GO TO LECT-SECJ-EXIT.
           ADD  1       TO  CPT-LUS.
       LECT-SECJ-EXIT.
           EXIT.
      *
       ECR-DETAIL.
           MOVE SJDATE  OF SJ-ENR-DDS  TO WLD-DATE.
           MOVE SJHEURE OF SJ-ENR-DDS  TO WLD-HEURE.
           MOVE SJUSER  OF SJ-ENR-DDS  TO WLD-USER.
           MOVE SJNJOB  OF SJ-ENR-DDS  TO WLD-NJOB.
           MOVE SJPGM   OF SJ-ENR-DDS  TO WLD-PGM.
           MOVE SJFONC  OF SJ-ENR-DDS  TO WLD-FONC.
           MOVE SJRES   OF SJ-ENR-DDS  TO WLD-RES.
           MOVE SJPARM  OF SJ-ENR-DDS  TO WLD-PARM.
           MOVE SJLIB   OF SJ-ENR-DDS  TO WLD-LIB.
           WRITE LST-ENR-DDS FROM WLIGNE-DET.
           ADD 1  TO  CPT-EDI.
           IF SJRES OF SJ-ENR-DDS = "R"
               ADD 1  TO  CPT-REF
           ELSE
               ADD 1  TO  CPT-EXE.
       ECR-DETAIL-EXIT.
           EXIT.
      *
       LECT-AUTLG.
           READ BPFAUTLG NEXT RECORD AT END MOVE VRAI TO TOP-FIN.
       LECT-AUTLG-EXIT.
           EXIT.
      *
       ECR-DETAIL-AL.
           MOVE ALDATE  OF AL-ENR-DDS  TO WLA-DATE.
           MOVE ALHEURE OF AL-ENR-DDS  TO WLA-HEURE.
           MOVE ALACT   OF AL-ENR-DDS  TO WLA-ACT.
           MOVE ALUSER  OF AL-ENR-DDS  TO WLA-USER.
           MOVE ALFONC  OF AL-ENR-DDS  TO WLA-FONC.
           MOVE ALOPER  OF AL-ENR-DDS  TO WLA-OPER.
           MOVE ALMOTIF OF AL-ENR-DDS  TO WLA-MOTIF.
           WRITE LST-ENR-DDS FROM WLIGNE-DET-AL.
           ADD 1  TO  CPT-EDI-AL.
       ECR-DETAIL-AL-EXIT.
           EXIT.
