       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCBAL195.
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
           SELECT  BPFARLG
                   ASSIGN       TO DATABASE-BPFARLG
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFAHLST
                   ASSIGN       TO DATABASE-BPFAHLST
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  BPFARLG  LABEL RECORD STANDARD.
       01  LA-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFARLG.
      *
       FD  BPFAHLST  LABEL RECORD STANDARD.
       01  LST-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFAHLST.
      *
      /
       WORKING-STORAGE SECTION.
       77  CPT-LUS                  PIC 9(6) VALUE ZERO.
       77  CPT-EDI                  PIC 9(6) VALUE ZERO.
       77  CPT-SEN                  PIC 9(6) VALUE ZERO.
       77  TOP-FIN                  PIC 1    VALUE B"0".
      *
           COPY    WKREFPGM         REPLACING SPACE BY "BCBAL195*A".
           COPY    WKGENERAL.
           COPY    WKMESSAGE.
           COPY    WKLDA.
      *
       01  WLIGNE-ENTETE.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(42)
               VALUE "JOURNAL DES MODIFICATIONS ARTICLES     DU ".
           05  WLE-DTDEB             PIC 9(6).
           05  FILLER                PIC X(4)  VALUE " AU ".
           05  WLE-DTFIN             PIC 9(6).
           05  FILLER                PIC X(73) VALUE SPACE.
      *
       01  WLIGNE-DET.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-DATE              PIC 9(6).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-HEURE             PIC 9(6).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-RAC               PIC X(6).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-CCC               PIC X.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-VPV               PIC XX.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-ZONE              PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-OLD               PIC X(23).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-NEW               PIC X(23).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-OPER              PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-MOTIF             PIC XX.
           05  FILLER                PIC X(31) VALUE SPACE.
      *
       01  WLIGNE-TOTAL.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(24)
               VALUE "MODIFICATIONS EDITEES : ".
           05  WLT-EDI               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(25) VALUE
               "  DONT LOT/DEPOT/SUPPR. :".
           05  WLT-SEN               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(68) VALUE SPACE.
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
           OPEN INPUT  BPFARLG.
           IF ST = "35"
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " BPFARLG INEXISTANT - AUCUNE MODIFICATION"
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
           OPEN OUTPUT BPFAHLST.
      *
           MOVE WLDA-DTDEB   TO WLE-DTDEB.
           MOVE WLDA-DTFIN   TO WLE-DTFIN.
           WRITE LST-ENR-DDS FROM WLIGNE-ENTETE.
      *
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-LOG THRU LECT-LOG-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               IF LADATE OF LA-ENR-DDS NOT < WLDA-DTDEB AND
                  LADATE OF LA-ENR-DDS NOT > WLDA-DTFIN
                   PERFORM ECR-DETAIL THRU ECR-DETAIL-EXIT
               END-IF
               PERFORM LECT-LOG THRU LECT-LOG-EXIT
           END-PERFORM.
      *
           MOVE CPT-EDI      TO WLT-EDI.
           MOVE CPT-SEN      TO WLT-SEN.
           WRITE LST-ENR-DDS FROM WLIGNE-TOTAL.
      *
           CLOSE  BPFARLG BPFAHLST.
      *
           MOVE SPACE TO WK-MESSAGE-LIB.
           STRING  " LUES : " CPT-LUS
                   "   EDITEES : " CPT-EDI
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
       LECT-LOG.
           READ BPFARLG NEXT RECORD AT END MOVE VRAI TO TOP-FIN
                                           GO TO LECT-LOG-EXIT.
           ADD  1       TO  CPT-LUS.
       LECT-LOG-EXIT.
           EXIT.
      *
       ECR-DETAIL.
           MOVE LADATE  OF LA-ENR-DDS  TO WLD-DATE.
           MOVE LAHEURE OF LA-ENR-DDS  TO WLD-HEURE.
           MOVE LARAC   OF LA-ENR-DDS  TO WLD-RAC.
           MOVE LACCC   OF LA-ENR-DDS  TO WLD-CCC.
           MOVE LAVPV   OF LA-ENR-DDS  TO WLD-VPV.
           MOVE LAZONE  OF LA-ENR-DDS  TO WLD-ZONE.
           MOVE LAOLD   OF LA-ENR-DDS  TO WLD-OLD.
           MOVE LANEW   OF LA-ENR-DDS  TO WLD-NEW.
           MOVE LAOPER  OF LA-ENR-DDS  TO WLD-OPER.
           MOVE LAMOTIF OF LA-ENR-DDS  TO WLD-MOTIF.
           WRITE LST-ENR-DDS FROM WLIGNE-DET.
           ADD 1  TO  CPT-EDI.
      ***** ZONES SENSIBLES (SUIVI EN LOT, DEPOT) ET SUPPRESSIONS :
      ***** COMPTEES A PART POUR LE CONTROLE
           IF LAZONE OF LA-ENR-DDS = "ARLCON" OR
              LAZONE OF LA-ENR-DDS = "ARDEP " OR
              LAZONE OF LA-ENR-DDS = "SUPPR."
               ADD 1  TO  CPT-SEN.
       ECR-DETAIL-EXIT.
           EXIT.
