       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCBAL187.
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
           SELECT  BPFDEB
                   ASSIGN       TO DATABASE-BPFDEB
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF DB-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  BPFDALST
                   ASSIGN       TO DATABASE-BPFDALST
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  BPFDEB    LABEL RECORD STANDARD.
       01  DB-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFDEB.
      *
       FD  BPFDALST  LABEL RECORD STANDARD.
       01  LST-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFDALST.
      *
      /
       WORKING-STORAGE SECTION.
       77  CPT-DEB                  PIC 9(6) VALUE ZERO.
       77  CPT-EDT                  PIC 9(6) VALUE ZERO.
       77  TOP-FIN                  PIC 1    VALUE B"0".
       77  WK-TODAY                 PIC 9(6) VALUE ZERO.
       77  WK-JRS-JOUR              PIC S9(7) COMP-3 VALUE ZERO.
       77  WK-JRS-DEB               PIC S9(7) COMP-3 VALUE ZERO.
       77  WK-AGE                   PIC S9(5) COMP-3 VALUE ZERO.
       77  WK-DU                    PIC S9(9)V9(3) COMP-3 VALUE ZERO.
       77  WK-TOT-DU                PIC S9(11)V9(3) COMP-3 VALUE ZERO.
      *
      ***** VUE NUMERIQUE DE LA DATE D'EMISSION DU DEBIT (DBRUND)
       01  WK-DTDEB.
           05  WK-DTDEB-AA  PIC 9(2).
           05  WK-DTDEB-MM  PIC 9(2).
           05  WK-DTDEB-JJ  PIC 9(2).
      *
      *---<VENTILATION PAR ANCIENNETE (JOURS COMMERCIAUX 30/360) :     *
      *    0-30 / 31-60 / 61-90 / PLUS DE 90 JOURS>--------------------*
       01  WCUM-AGE.
           05  WAGE-ENTRY            OCCURS 4 TIMES INDEXED BY IN-AGE.
               10  WAGE-NB           PIC 9(6).
               10  WAGE-DU           PIC S9(11)V9(3) COMP-3.
      *
       01  WLIB-AGE-VAL.
           05  FILLER                PIC X(16) VALUE "  0 A 30 JOURS  ".
           05  FILLER                PIC X(16) VALUE " 31 A 60 JOURS  ".
           05  FILLER                PIC X(16) VALUE " 61 A 90 JOURS  ".
           05  FILLER                PIC X(16) VALUE "PLUS DE 90 JOURS".
       01  WLIB-AGE                  REDEFINES WLIB-AGE-VAL.
           05  WLIB-AGE-ENTRY        PIC X(16) OCCURS 4 TIMES.
      *
           COPY    WKREFPGM         REPLACING SPACE BY "BCBAL187*A".
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
       01  WLIGNE-ENTETE.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(42)
               VALUE "DEBITS FOURNISSEURS SANS AVOIR         AU ".
           05  WLE-RUND              PIC 9(6).
           05  FILLER                PIC X(30)
               VALUE "  EMIS DEPUIS PLUS DE 30 JOURS".
           05  FILLER                PIC X(53) VALUE SPACE.
      *
       01  WLIGNE-COLS.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(8)  VALUE "FOURN.  ".
           05  FILLER                PIC X(9)  VALUE "BON RET. ".
           05  FILLER                PIC X(7)  VALUE "RECEP. ".
           05  FILLER                PIC X(13) VALUE "ARTICLE      ".
           05  FILLER                PIC X(4)  VALUE "MOT.".
           05  FILLER                PIC X(10) VALUE "  EMIS LE ".
           05  FILLER                PIC X(7)  VALUE "   AGE ".
           05  FILLER                PIC X(14) VALUE "   MONT. DEBIT".
           05  FILLER                PIC X(14) VALUE "     RESTE DU ".
           05  FILLER                PIC X(4)  VALUE " ET.".
           05  FILLER                PIC X(10) VALUE "  DER.AV. ".
           05  FILLER                PIC X(31) VALUE "TRANCHE".
      *
       01  WLIGNE-DET.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-CNUL              PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-NOBR              PIC Z(6)9.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-NORD              PIC X(5).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-RAC               PIC X(6).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-CCC               PIC X.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-VPV               PIC XX.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-MOTIF             PIC XX.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-DTDEB             PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-AGE               PIC ZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-MDEB              PIC -(8)9,999.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-DU                PIC -(8)9,999.
           05  FILLER                PIC X(3)  VALUE SPACE.
           05  WLD-ETAT              PIC X.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-NOAV              PIC X(7).
           05  FILLER                PIC X(3)  VALUE SPACE.
           05  WLD-LIB               PIC X(16).
           05  FILLER                PIC X(14) VALUE SPACE.
      *
       01  WLIGNE-TRANCHE.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(10) VALUE "TRANCHE : ".
           05  WLR-LIB               PIC X(16).
           05  FILLER                PIC X(10) VALUE "  DEBITS :".
           05  WLR-NB                PIC ZZZ,ZZ9.
           05  FILLER                PIC X(17)
               VALUE "  RESTE DU      :".
           05  WLR-DU                PIC -(10)9,999.
           05  FILLER                PIC X(56) VALUE SPACE.
      *
       01  WLIGNE-TOTAL.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(18)
               VALUE "DEBITS OUVERTS  : ".
           05  WLT-DEB               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(16) VALUE "  DONT EDITES : ".
           05  WLT-EDT               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(17)
               VALUE "  RESTE DU TOTAL:".
           05  WLT-DU                PIC -(10)9,999.
           05  FILLER                PIC X(51) VALUE SPACE.
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
           OPEN INPUT  BPFDEB.
           IF ST = "35"
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " BPFDEB INEXISTANT - AUCUN DEBIT"
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
           OPEN OUTPUT BPFDALST.
      *
           MOVE WK-TODAY     TO WLE-RUND.
           WRITE LST-ENR-DDS FROM WLIGNE-ENTETE.
           WRITE LST-ENR-DDS FROM WLIGNE-COLS.
      *
           SET IN-AGE TO 1.
           PERFORM 4 TIMES
               MOVE ZERO TO WAGE-NB (IN-AGE) WAGE-DU (IN-AGE)
               SET IN-AGE UP BY 1
           END-PERFORM.
      *
      ***** SONT SANS REPONSE LES DEBITS OUVERTS (" ") ET CEUX QUI
      ***** N'ONT RECU QU'UN AVOIR PARTIEL ("P") : LEUR RESTE DU EST
      ***** DBMDEB - DBMREG.
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-DEB THRU LECT-DEB-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               IF DBETAT OF DB-ENR-DDS = SPACE OR
                  DBETAT OF DB-ENR-DDS = "P"
                   PERFORM CTL-AGE THRU CTL-AGE-EXIT
               END-IF
               PERFORM LECT-DEB THRU LECT-DEB-EXIT
           END-PERFORM.
      *
           SET IN-AGE TO 1.
           PERFORM 4 TIMES
               MOVE WLIB-AGE-ENTRY (IN-AGE)  TO WLR-LIB
               MOVE WAGE-NB (IN-AGE)         TO WLR-NB
               MOVE WAGE-DU (IN-AGE)         TO WLR-DU
               WRITE LST-ENR-DDS FROM WLIGNE-TRANCHE
               SET IN-AGE UP BY 1
           END-PERFORM.
           MOVE CPT-DEB      TO WLT-DEB.
           MOVE CPT-EDT      TO WLT-EDT.
           MOVE WK-TOT-DU    TO WLT-DU.
           WRITE LST-ENR-DDS FROM WLIGNE-TOTAL.
      *
           CLOSE  BPFDEB BPFDALST.
      *
           MOVE SPACE TO WK-MESSAGE-LIB.
           STRING  " DEBITS OUVERTS : " CPT-DEB
                   "   EDITES : " CPT-EDT
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
       LECT-DEB.
           READ BPFDEB NEXT RECORD AT END MOVE VRAI TO TOP-FIN.
       LECT-DEB-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* ANCIENNETE DU DEBIT DEPUIS SON EMISSION (DBRUND), EN
      ******* JOURS COMMERCIAUX (360/30). TOUS LES DEBITS OUVERTS SONT
      ******* CUMULES PAR TRANCHE ; SEULS CEUX DE PLUS DE 30 JOURS
      ******* SONT EDITES EN DETAIL (RELANCE FOURNISSEUR).
      ****************************************************************
       CTL-AGE.
           COMPUTE WK-DU = DBMDEB OF DB-ENR-DDS - DBMREG OF DB-ENR-DDS.
           IF WK-DU NOT > ZERO
               GO  TO  CTL-AGE-EXIT.
           ADD 1  TO  CPT-DEB.
           MOVE DBRUND OF DB-ENR-DDS  TO WK-DTDEB.
           COMPUTE WK-JRS-DEB = (WK-DTDEB-AA * 360)
                              + (WK-DTDEB-MM * 30) + WK-DTDEB-JJ.
           COMPUTE WK-AGE = WK-JRS-JOUR - WK-JRS-DEB.
           IF WK-AGE < ZERO
               MOVE ZERO  TO WK-AGE.
           IF WK-AGE NOT > 30
               SET IN-AGE TO 1
           ELSE
               IF WK-AGE NOT > 60
                   SET IN-AGE TO 2
               ELSE
                   IF WK-AGE NOT > 90
                       SET IN-AGE TO 3
                   ELSE
                       SET IN-AGE TO 4
                   END-IF
               END-IF
           END-IF.
           ADD 1      TO WAGE-NB (IN-AGE).
           ADD WK-DU  TO WAGE-DU (IN-AGE).
           ADD WK-DU  TO WK-TOT-DU.
           IF WK-AGE NOT > 30
               GO  TO  CTL-AGE-EXIT.
      *
           MOVE DBCNUL OF DB-ENR-DDS  TO WLD-CNUL.
           MOVE DBNOBR OF DB-ENR-DDS  TO WLD-NOBR.
           MOVE DBNORD OF DB-ENR-DDS  TO WLD-NORD.
           MOVE DBSLIM OF DB-ENR-DDS (2:6) TO WLD-RAC.
           MOVE DBCCC  OF DB-ENR-DDS  TO WLD-CCC.
           MOVE DBVPV  OF DB-ENR-DDS  TO WLD-VPV.
           MOVE DBMOTIF OF DB-ENR-DDS TO WLD-MOTIF.
           MOVE SPACE                 TO WLD-DTDEB.
           STRING WK-DTDEB-JJ "/" WK-DTDEB-MM "/" WK-DTDEB-AA
                  DELIMITED BY SIZE INTO WLD-DTDEB.
           MOVE WK-AGE                TO WLD-AGE.
           MOVE DBMDEB OF DB-ENR-DDS  TO WLD-MDEB.
           MOVE WK-DU                 TO WLD-DU.
           MOVE DBETAT OF DB-ENR-DDS  TO WLD-ETAT.
           MOVE DBNOAV OF DB-ENR-DDS  TO WLD-NOAV.
           MOVE WLIB-AGE-ENTRY (IN-AGE) TO WLD-LIB.
           WRITE LST-ENR-DDS FROM WLIGNE-DET.
           ADD 1  TO  CPT-EDT.
       CTL-AGE-EXIT.
           EXIT.
