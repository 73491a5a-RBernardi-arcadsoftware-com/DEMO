       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCBAL185.
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
           SELECT  BPFQUA
                   ASSIGN       TO DATABASE-BPFQUA
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF QUA-ENR-DDS
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
           SELECT  BPFQALST
                   ASSIGN       TO DATABASE-BPFQALST
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  BPFQUA  LABEL RECORD STANDARD.
       01  QUA-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFQUA.
      *
       FD  BPFAR100  LABEL RECORD STANDARD.
       01  AR-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFAR100.
      *
       FD  BPFQALST  LABEL RECORD STANDARD.
       01  LST-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFQALST.
      *
      /
       WORKING-STORAGE SECTION.
       77  CPT-QUA                  PIC 9(6) VALUE ZERO.
       77  TOP-FIN                  PIC 1    VALUE B"0".
       77  WK-TODAY                 PIC 9(6) VALUE ZERO.
       77  WK-JRS-JOUR              PIC S9(7) COMP-3 VALUE ZERO.
       77  WK-JRS-LIV               PIC S9(7) COMP-3 VALUE ZERO.
       77  WK-AGE                   PIC S9(5) COMP-3 VALUE ZERO.
       77  WK-VAL                   PIC S9(9)V9(3) COMP-3 VALUE ZERO.
       77  WK-TOT-VAL               PIC S9(9)V9(3) COMP-3 VALUE ZERO.
      *
      ***** VUE NUMERIQUE DE LA DATE DE LIVRAISON DE LA QUARANTAINE
       01  WK-DTLIV.
           05  WK-DTLIV-AA  PIC 9(2).
           05  WK-DTLIV-MM  PIC 9(2).
           05  WK-DTLIV-JJ  PIC 9(2).
      *
      *---<VENTILATION PAR ANCIENNETE (JOURS COMMERCIAUX 30/360) :     *
      *    0-7 / 8-15 / 16-30 / PLUS DE 30 JOURS>----------------------*
       01  WCUM-AGE.
           05  WAGE-ENTRY            OCCURS 4 TIMES INDEXED BY IN-AGE.
               10  WAGE-NB           PIC 9(6).
               10  WAGE-VAL          PIC S9(9)V9(3) COMP-3.
      *
       01  WLIB-AGE-VAL.
           05  FILLER                PIC X(16) VALUE "  0 A  7 JOURS  ".
           05  FILLER                PIC X(16) VALUE "  8 A 15 JOURS  ".
           05  FILLER                PIC X(16) VALUE " 16 A 30 JOURS  ".
           05  FILLER                PIC X(16) VALUE "PLUS DE 30 JOURS".
       01  WLIB-AGE                  REDEFINES WLIB-AGE-VAL.
           05  WLIB-AGE-ENTRY        PIC X(16) OCCURS 4 TIMES.
      *
           COPY    WKREFPGM         REPLACING SPACE BY "BCBAL185*A".
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
               VALUE "STOCK EN QUARANTAINE QUALITE           AU ".
           05  WLE-RUND              PIC 9(6).
           05  FILLER                PIC X(83) VALUE SPACE.
      *
       01  WLIGNE-DET.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-CNUL              PIC X(6).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-NORD              PIC X(5).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-RAC               PIC X(6).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-CCC               PIC X.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-VPV               PIC XX.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-LOT               PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-DEP               PIC XX.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-DTLIV             PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-AGE               PIC ZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-QTEI              PIC -(8)9,999.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-QTE               PIC -(8)9,999.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-VAL               PIC -(9)9,999.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-LIB               PIC X(16).
           05  FILLER                PIC X(11) VALUE SPACE.
      *
       01  WLIGNE-TRANCHE.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(10) VALUE "TRANCHE : ".
           05  WLR-LIB               PIC X(16).
           05  FILLER                PIC X(10) VALUE "  LIGNES :".
           05  WLR-NB                PIC ZZZ,ZZ9.
           05  FILLER                PIC X(17)
               VALUE "  VALEUR AU PRX :".
           05  WLR-VAL               PIC -(9)9,999.
           05  FILLER                PIC X(57) VALUE SPACE.
      *
       01  WLIGNE-TOTAL.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(18)
               VALUE "EN QUARANTAINE  : ".
           05  WLT-QUA               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(17)
               VALUE "  VALEUR AU PRX :".
           05  WLT-VAL               PIC -(9)9,999.
           05  FILLER                PIC X(75) VALUE SPACE.
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
           OPEN INPUT  BPFQUA.
           IF ST = "35"
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " BPFQUA INEXISTANT - AUCUNE QUARANTAINE"
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
           OPEN INPUT  BPFAR100.
           OPEN OUTPUT BPFQALST.
      *
           MOVE WK-TODAY     TO WLE-RUND.
           WRITE LST-ENR-DDS FROM WLIGNE-ENTETE.
      *
           SET IN-AGE TO 1.
           PERFORM 4 TIMES
               MOVE ZERO TO WAGE-NB (IN-AGE) WAGE-VAL (IN-AGE)
               SET IN-AGE UP BY 1
           END-PERFORM.
      *
      ***** SONT EN QUARANTAINE LES LIGNES NON SOLDEES AYANT ENCORE
      ***** UNE QUANTITE BLOQUEE.
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-QUA THRU LECT-QUA-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               IF QUETAT OF QUA-ENR-DDS = SPACE AND
                  QUQTE OF QUA-ENR-DDS > ZERO
                   PERFORM EDT-QUA THRU EDT-QUA-EXIT
               END-IF
               PERFORM LECT-QUA THRU LECT-QUA-EXIT
           END-PERFORM.
      *
           SET IN-AGE TO 1.
           PERFORM 4 TIMES
               MOVE WLIB-AGE-ENTRY (IN-AGE)  TO WLR-LIB
               MOVE WAGE-NB  (IN-AGE)        TO WLR-NB
               MOVE WAGE-VAL (IN-AGE)        TO WLR-VAL
               WRITE LST-ENR-DDS FROM WLIGNE-TRANCHE
               SET IN-AGE UP BY 1
           END-PERFORM.
           MOVE CPT-QUA      TO WLT-QUA.
           MOVE WK-TOT-VAL   TO WLT-VAL.
           WRITE LST-ENR-DDS FROM WLIGNE-TOTAL.
      *
           CLOSE  BPFQUA BPFAR100 BPFQALST.
      *
           MOVE SPACE TO WK-MESSAGE-LIB.
           STRING  " EN QUARANTAINE : " CPT-QUA
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
       LECT-QUA.
           READ BPFQUA NEXT RECORD AT END MOVE VRAI TO TOP-FIN.
       LECT-QUA-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* ANCIENNETE DE LA QUARANTAINE DEPUIS LA LIVRAISON, EN
      ******* JOURS COMMERCIAUX (360/30) COMME LES AUTRES CALCULS D'AGE
      ******* DE LA CHAINE. VALEUR DU RESTANT BLOQUE AU PRX (COUT MOYEN
      ******* PONDERE) DE L'ARTICLE, CUMULEE PAR TRANCHE D'AGE.
      ****************************************************************
       EDT-QUA.
           ADD 1  TO  CPT-QUA.
           MOVE ZERO  TO WK-AGE.
           MOVE QUAALV OF QUA-ENR-DDS  TO WK-DTLIV (1:2).
           MOVE QUMMLV OF QUA-ENR-DDS  TO WK-DTLIV (3:2).
           MOVE QUJJLV OF QUA-ENR-DDS  TO WK-DTLIV (5:2).
           IF WK-DTLIV NUMERIC
               COMPUTE WK-JRS-LIV = (WK-DTLIV-AA * 360)
                                  + (WK-DTLIV-MM * 30) + WK-DTLIV-JJ
               COMPUTE WK-AGE = WK-JRS-JOUR - WK-JRS-LIV
           END-IF.
           IF WK-AGE < ZERO
               MOVE ZERO  TO WK-AGE.
           IF WK-AGE NOT > 7
               SET IN-AGE TO 1
           ELSE
               IF WK-AGE NOT > 15
                   SET IN-AGE TO 2
               ELSE
                   IF WK-AGE NOT > 30
                       SET IN-AGE TO 3
                   ELSE
                       SET IN-AGE TO 4
                   END-IF
               END-IF
           END-IF.
      *
           MOVE QURAC OF QUA-ENR-DDS  TO ARRAC OF AR-ENR-DDS.
           MOVE QUCCC OF QUA-ENR-DDS  TO ARCCC OF AR-ENR-DDS.
           MOVE QUVPV OF QUA-ENR-DDS  TO ARVPV OF AR-ENR-DDS.
           READ BPFAR100 INVALID
               MOVE ZERO  TO ARPRX OF AR-ENR-DDS.
           COMPUTE WK-VAL ROUNDED =
                   QUQTE OF QUA-ENR-DDS * ARPRX OF AR-ENR-DDS.
      *
           MOVE QUCNUL OF QUA-ENR-DDS  TO WLD-CNUL.
           MOVE QUNORD OF QUA-ENR-DDS  TO WLD-NORD.
           MOVE QURAC  OF QUA-ENR-DDS  TO WLD-RAC.
           MOVE QUCCC  OF QUA-ENR-DDS  TO WLD-CCC.
           MOVE QUVPV  OF QUA-ENR-DDS  TO WLD-VPV.
           MOVE QULOT  OF QUA-ENR-DDS  TO WLD-LOT.
           MOVE QUDEP  OF QUA-ENR-DDS  TO WLD-DEP.
           MOVE SPACE                  TO WLD-DTLIV.
           STRING QUJJLV OF QUA-ENR-DDS "/"
                  QUMMLV OF QUA-ENR-DDS "/"
                  QUAALV OF QUA-ENR-DDS
                  DELIMITED BY SIZE INTO WLD-DTLIV.
           MOVE WK-AGE                 TO WLD-AGE.
           MOVE QUQTEI OF QUA-ENR-DDS  TO WLD-QTEI.
           MOVE QUQTE  OF QUA-ENR-DDS  TO WLD-QTE.
           MOVE WK-VAL                 TO WLD-VAL.
           MOVE WLIB-AGE-ENTRY (IN-AGE) TO WLD-LIB.
           WRITE LST-ENR-DDS FROM WLIGNE-DET.
           ADD 1       TO WAGE-NB  (IN-AGE).
           ADD WK-VAL  TO WAGE-VAL (IN-AGE).
           ADD WK-VAL  TO WK-TOT-VAL.
       EDT-QUA-EXIT.
           EXIT.
