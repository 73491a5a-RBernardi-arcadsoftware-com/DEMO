       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCBAL200.
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
           SELECT  BPFDR
                   ASSIGN       TO DATABASE-BPFDR
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF DR-ENR-DDS
                             WITH DUPLICATES
                   FILE STATUS  IS ST.
      *
           SELECT  BPFER
                   ASSIGN       TO DATABASE-BPFER
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF ER-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  BPFERM61
                   ASSIGN       TO DATABASE-BPFERM61
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF ER61-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  APFCC
                   ASSIGN       TO DATABASE-APFCC
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF CC-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  BPFDEB
                   ASSIGN       TO DATABASE-BPFDEB
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF DB-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  BPFSTKD
                   ASSIGN       TO DATABASE-BPFSTKD
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF STD-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  BPFLOT
                   ASSIGN       TO DATABASE-BPFLOT
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF LOT-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  SRT-RC
                   ASSIGN       TO "SORTWK1".
      *
           SELECT  BPFRCLST
                   ASSIGN       TO DATABASE-BPFRCLST
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  BPFDR     LABEL RECORD STANDARD.
       01  DR-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFDR.
      *
       FD  BPFER     LABEL RECORD STANDARD.
       01  ER-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFER.
      *
       FD  BPFERM61  LABEL RECORD STANDARD.
       01  ER61-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFERM61.
      *
       FD  APFCC     LABEL RECORD STANDARD.
       01  CC-ENR-DDS.
           COPY DDS-ALL-FORMAT OF APFCC.
      *
       FD  BPFDEB    LABEL RECORD STANDARD.
       01  DB-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFDEB.
      *
       FD  BPFSTKD   LABEL RECORD STANDARD.
       01  STD-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFSTKD.
      *
       FD  BPFLOT    LABEL RECORD STANDARD.
       01  LOT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFLOT.
      *
       SD  SRT-RC.
       01  SRT-ENR-RC.
           05  SRT-CIDR              PIC X(6).
           05  SRT-SSDT              PIC 9(8).
           05  SRT-CNUL              PIC X(6).
           05  SRT-NORD              PIC X(5).
           05  SRT-RAC               PIC X(6).
           05  SRT-CCC               PIC X.
           05  SRT-VPV               PIC XX.
           05  SRT-LOT               PIC X(10).
           05  SRT-DEP               PIC XX.
           05  SRT-NCMD              PIC X(8).
           05  SRT-QTE               PIC S9(8)V9(3) COMP-3.
           05  SRT-QDEB              PIC S9(8)V9(3) COMP-3.
           05  SRT-MOTIF             PIC XX.
           05  SRT-ETAT              PIC X(16).
      *
       FD  BPFRCLST  LABEL RECORD STANDARD.
       01  LST-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFRCLST.
      *
      /
       WORKING-STORAGE SECTION.
       77  CPT-LUS                  PIC 9(6) VALUE ZERO.
       77  CPT-LIG                  PIC 9(6) VALUE ZERO.
       77  CPT-MAG                  PIC 9(6) VALUE ZERO.
       77  CPT-BLQ                  PIC 9(6) VALUE ZERO.
       77  TOP-FIN                  PIC 1    VALUE B"0".
      *---<MODE RAPPEL (WLDA-RCMODE = "R") : LES LOTS SONT BLOQUES>----*
       77  TOP-RAPPEL               PIC 1    VALUE B"0".
      *---<SELECTION PAR ARTICLE + LOT (SINON FOURNISSEUR + PERIODE)>--*
       77  TOP-PARLOT               PIC 1    VALUE B"0".
      *---<TABLE DES LOTS/DEPOTS TRACES SATUREE>-----------------------*
       77  TOP-SATURE               PIC 1    VALUE B"0".
       77  WK-TODAY                 PIC 9(6) VALUE ZERO.
       77  WK-SAUT-CIDR             PIC X(6) VALUE SPACES.
       77  WK-QTE-MAG               PIC S9(8)V9(3) COMP-3.
      *---<DATE DE RECEPTION DECODEE : DRAARC EST CODEE SIECLE         *
      *    (SRAFER2O, HIGH-VALUE + DERNIER CHIFFRE DE L'ANNEE) - LA    *
      *    DIZAINE EST CELLE DE L'ANNEE EN COURS, OU LA PRECEDENTE SI  *
      *    L'ANNEE OBTENUE EST DANS LE FUTUR>--------------------------*
       77  WK-AA-N                  PIC 99   VALUE ZERO.
       77  WK-DTCL                  PIC 9(6) VALUE ZERO.
       77  WK-SSDT                  PIC 9(8) VALUE ZERO.
       77  WK-SSDEB                 PIC 9(8) VALUE ZERO.
       77  WK-SSFIN                 PIC 9(8) VALUE ZERO.
      *
      *---<LOTS ET DEPOTS TRACES - ALIMENTE LA SITUATION DE STOCK ET   *
      *    LE BLOCAGE DES LOTS EN FIN DE TRAITEMENT>-------------------*
       77  WK-NB-TRC                PIC 9(4) COMP VALUE ZERO.
       77  WK-MAX-TRC               PIC 9(4) COMP VALUE 500.
       01  WK-CLE-TRC.
           05  WKC-RAC               PIC X(6).
           05  WKC-CCC               PIC X.
           05  WKC-VPV               PIC XX.
           05  WKC-LOT               PIC X(10).
           05  WKC-DEP               PIC XX.
       01  WTAB-TRC.
           05  WTR-POSTE            OCCURS 500 INDEXED BY IX-TRC.
               10  WTR-CLE.
                   15  WTR-RAC       PIC X(6).
                   15  WTR-CCC       PIC X.
                   15  WTR-VPV       PIC XX.
                   15  WTR-LOT       PIC X(10).
                   15  WTR-DEP       PIC XX.
               10  WTR-QREC          PIC S9(8)V9(3) COMP-3.
      *
           COPY    WKREFPGM         REPLACING SPACE BY "BCBAL200*A".
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
           05  WLE-TITRE             PIC X(40).
           05  FILLER                PIC X(5)  VALUE " DU  ".
           05  WLE-RUND              PIC 9(6).
           05  FILLER                PIC X(80) VALUE SPACE.
      *
       01  WLIGNE-CRIT.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLS-LIB               PIC X(14).
           05  WLS-CLE1              PIC X(10).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLS-LIB2              PIC X(6).
           05  WLS-CLE2              PIC X(10).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLS-LIB3              PIC X(6).
           05  WLS-CLE3              PIC X(10).
           05  FILLER                PIC X(73) VALUE SPACE.
      *
       01  WLIGNE-SEPAR.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(100) VALUE ALL "=".
           05  FILLER                PIC X(31) VALUE SPACE.
      *
       01  WLIGNE-MAG.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLM-TITRE             PIC X(30).
           05  FILLER                PIC X(11) VALUE "MAGASIN : ".
           05  WLM-CIDR              PIC X(6).
           05  FILLER                PIC X(14) VALUE "  CATEGORIE : ".
           05  WLM-CATM              PIC XX.
           05  FILLER                PIC X(16) VALUE "  DISTRIBUTEUR: ".
           05  WLM-CNUD              PIC X(6).
           05  FILLER                PIC X(12) VALUE "  SOCIETE : ".
           05  WLM-SOCG              PIC XX.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLM-INCONNU           PIC X(16).
           05  FILLER                PIC X(14) VALUE SPACE.
      *
       01  WLIGNE-COLS.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(50) VALUE
               "LIVRE LE FOURN. NORD  COMMANDE ARTICLE     LOT    ".
           05  FILLER                PIC X(40) VALUE
               "    DEP   QTE RECUE   QTE DEBIT. MO ETAT".
           05  FILLER                PIC X(41) VALUE SPACE.
      *
       01  WLIGNE-DET.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-JJ                PIC XX.
           05  FILLER                PIC X(1)  VALUE "/".
           05  WLD-MM                PIC XX.
           05  FILLER                PIC X(1)  VALUE "/".
           05  WLD-AA                PIC XX.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-CNUL              PIC X(6).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-NORD              PIC X(5).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-NCMD              PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-RAC               PIC X(6).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-CCC               PIC X.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-VPV               PIC XX.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-LOT               PIC X(10).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-DEP               PIC XX.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-QTE               PIC -(7)9,999.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-QDEB              PIC -(7)9,999.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-MOTIF             PIC XX.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-ETAT              PIC X(16).
           05  FILLER                PIC X(29) VALUE SPACE.
      *
       01  WLIGNE-TOTMAG.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(48) VALUE
               "QTE NETTE LIVREE (HORS CONTREPASSATIONS) :      ".
           05  WLTM-QTE              PIC -(7)9,999.
           05  FILLER                PIC X(71) VALUE SPACE.
      *
       01  WLIGNE-AVIS.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLV-TEXTE             PIC X(100).
           05  FILLER                PIC X(31) VALUE SPACE.
      *
       01  WLIGNE-STK-COLS.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(43) VALUE
               "ARTICLE     LOT        DEP   QTE RECUE STK ".
           05  FILLER                PIC X(47) VALUE
               "ART.DEPOT           STOCK LOT DLUO     ETAT LOT".
           05  FILLER                PIC X(41) VALUE SPACE.
      *
       01  WLIGNE-STK.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLK-RAC               PIC X(6).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLK-CCC               PIC X.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLK-VPV               PIC XX.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLK-LOT               PIC X(10).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLK-DEP               PIC XX.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLK-QREC              PIC -(7)9,999.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLK-SDSTK             PIC -(7)9,999.
           05  FILLER                PIC X(8)  VALUE SPACE.
           05  WLK-LTQTE             PIC -(7)9,999.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLK-DLJJ              PIC XX.
           05  FILLER                PIC X(1)  VALUE "/".
           05  WLK-DLMM              PIC XX.
           05  FILLER                PIC X(1)  VALUE "/".
           05  WLK-DLAA              PIC XX.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLK-ETAT              PIC X(16).
           05  FILLER                PIC X(33) VALUE SPACE.
      *
       01  WLIGNE-TOTAL.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(16)
               VALUE "LIGNES TRACEES: ".
           05  WLT-LIG               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(13) VALUE "  MAGASINS : ".
           05  WLT-MAG               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(18)
               VALUE "  LOTS BLOQUES :  ".
           05  WLT-BLQ               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(63) VALUE SPACE.
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
           ACCEPT   WKLDA  FROM  LDA.
           PERFORM CTL-PARAM THRU CTL-PARAM-EXIT.
      *
           OPEN INPUT  BPFDR
                       BPFER
                       BPFERM61
                       APFCC.
      ***** DEBITS, STOCK PAR DEPOT ET PAR LOT (CREES AU PREMIER RUN)
           OPEN INPUT  BPFDEB.
           IF ST = "35"
               OPEN OUTPUT BPFDEB
               CLOSE BPFDEB
               OPEN INPUT BPFDEB
           END-IF.
           OPEN INPUT  BPFSTKD.
           IF ST = "35"
               OPEN OUTPUT BPFSTKD
               CLOSE BPFSTKD
               OPEN INPUT BPFSTKD
           END-IF.
           OPEN I-O    BPFLOT.
           IF ST = "35"
               OPEN OUTPUT BPFLOT
               CLOSE BPFLOT
               OPEN I-O BPFLOT
           END-IF.
           OPEN OUTPUT BPFRCLST.
      *
           IF TOP-RAPPEL = VRAI
               MOVE "RAPPEL FOURNISSEUR - TRACE DES LOTS"
                                     TO WLE-TITRE
           ELSE
               MOVE "TRACABILITE DES LOTS - CONSULTATION"
                                     TO WLE-TITRE
           END-IF.
           MOVE WK-TODAY     TO WLE-RUND.
           WRITE LST-ENR-DDS FROM WLIGNE-ENTETE.
           PERFORM ECR-CRITERES THRU ECR-CRITERES-EXIT.
      *
           MOVE SPACES       TO WTAB-TRC.
           SORT    SRT-RC
                   ON ASCENDING KEY SRT-CIDR SRT-SSDT SRT-CNUL
                                    SRT-NORD SRT-RAC SRT-LOT
                   INPUT  PROCEDURE IS SELECT-DR
                          THRU      SELECT-DR-EXIT
                   OUTPUT PROCEDURE IS ECRIT-AVIS
                          THRU      ECRIT-AVIS-EXIT.
      *
           PERFORM ECRIT-STOCK THRU ECRIT-STOCK-EXIT.
      *
           MOVE CPT-LIG      TO WLT-LIG.
           MOVE CPT-MAG      TO WLT-MAG.
           MOVE CPT-BLQ      TO WLT-BLQ.
           WRITE LST-ENR-DDS FROM WLIGNE-TOTAL.
      *
           CLOSE  BPFDR BPFER BPFERM61 APFCC BPFDEB BPFSTKD BPFLOT
                  BPFRCLST.
      *
           MOVE SPACE TO WK-MESSAGE-LIB.
           STRING  " LUES : " CPT-LUS
                   "   TRACEES : " CPT-LIG
                   "   MAGASINS : " CPT-MAG
                   "   LOTS BLOQUES : " CPT-BLQ
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
      ******* PARAMETRES LDA : ARTICLE + LOT (WLDA-RCRAC/RCCCC/RCVPV
      ******* ET WLDA-RCLOT), OU A DEFAUT FOURNISSEUR (WLDA-RCCNUF) +
      ******* PERIODE DE LIVRAISON WLDA-DTDEB/WLDA-DTFIN (DTDEB A
      ******* ZERO = DEPUIS L'ORIGINE, DTFIN A ZERO = JUSQU'AU JOUR).
      ******* WLDA-RCMODE = "R" POUR UN RAPPEL AVEC BLOCAGE DES LOTS.
      ****************************************************************
       CTL-PARAM.
           IF WLDA-RCMODE NOT = SPACE AND WLDA-RCMODE NOT = "R"
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " MODE LDA INVALIDE (BLANC OU R) : " WLDA-RCMODE
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
           IF WLDA-RCMODE = "R"
               MOVE VRAI  TO TOP-RAPPEL.
      *
           IF WLDA-RCLOT NOT = SPACE
               IF WLDA-RCRAC = SPACE
                   MOVE SPACE           TO WK-MESSAGE-LIB
                   STRING " LOT " WLDA-RCLOT " SANS ARTICLE EN LDA"
                           DELIMITED  BY SIZE
                           INTO  WK-MESSAGE-LIB
                   PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
                   GO  TO  TILT
               END-IF
               MOVE VRAI  TO TOP-PARLOT
               GO  TO  CTL-PARAM-EXIT.
      *
           IF WLDA-RCCNUF = SPACE
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " NI ARTICLE + LOT NI FOURNISSEUR EN LDA"
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
           IF WLDA-DTDEB NOT NUMERIC OR WLDA-DTFIN NOT NUMERIC
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " PERIODE LDA INVALIDE " WLDA-DTDEB " "
                      WLDA-DTFIN
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
           IF WLDA-DTFIN = ZERO
               MOVE WK-TODAY  TO WLDA-DTFIN.
           MOVE ZERO  TO WK-SSDEB.
           IF WLDA-DTDEB NOT = ZERO
               MOVE WLDA-DTDEB  TO WK-DTCL
               PERFORM CALC-SSDT THRU CALC-SSDT-EXIT
               MOVE WK-SSDT     TO WK-SSDEB
           END-IF.
           MOVE WLDA-DTFIN  TO WK-DTCL.
           PERFORM CALC-SSDT THRU CALC-SSDT-EXIT.
           MOVE WK-SSDT     TO WK-SSFIN.
           IF WK-SSDEB > WK-SSFIN
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " PERIODE LDA INVERSEE " WLDA-DTDEB " "
                      WLDA-DTFIN
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
       CTL-PARAM-EXIT.
           EXIT.
      *
       ECR-CRITERES.
           MOVE SPACE  TO WLIGNE-CRIT.
           IF TOP-PARLOT = VRAI
               MOVE "ARTICLE     : " TO WLS-LIB
               MOVE WLDA-RCRAC       TO WLS-CLE1
               MOVE WLDA-RCCCC       TO WLS-CLE1 (8:1)
               MOVE WLDA-RCVPV       TO WLS-CLE1 (9:2)
               MOVE "LOT : "         TO WLS-LIB2
               MOVE WLDA-RCLOT       TO WLS-CLE2
           ELSE
               MOVE "FOURNISSEUR : " TO WLS-LIB
               MOVE WLDA-RCCNUF      TO WLS-CLE1
               MOVE "DU  : "         TO WLS-LIB2
               MOVE WLDA-DTDEB       TO WLS-CLE2
               MOVE "AU  : "         TO WLS-LIB3
               MOVE WLDA-DTFIN       TO WLS-CLE3
           END-IF.
           WRITE LST-ENR-DDS FROM WLIGNE-CRIT.
       ECR-CRITERES-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* DATE AAMMJJ EN CLAIR (WK-DTCL) -> SSAAMMJJ (WK-SSDT)
      ******* PAR LE PIVOT DE SIECLE WK-PIVOT-SIECLE
      ****************************************************************
       CALC-SSDT.
           MOVE WK-DTCL  TO WK-SSDT (3:6).
           IF WK-DTCL (1:2) > WK-PIVOT-SIECLE
               MOVE 19   TO WK-SSDT (1:2)
           ELSE
               MOVE 20   TO WK-SSDT (1:2)
           END-IF.
       CALC-SSDT-EXIT.
           EXIT.
      /
      ****************************************************************
      ******* SELECTION DES LIGNES DE RECEPTION : TOUT BPFDR EST LU
      ******* (LES LIGNES D'UNE PERIODE BASCULEE Y RESTENT, SEULE
      ******* L'ENTETE PASSE DANS BPFERM61). UNE LIGNE RETENUE EST
      ******* COMPLETEE DE SON ENTETE (COMMANDE), DU DEBIT BPFDEB DE
      ******* LA MEME LIGNE ET DE SON ETAT, PUIS TRIEE PAR MAGASIN.
      ****************************************************************
       SELECT-DR.
           PERFORM LECT-DR THRU LECT-DR-EXIT.
           PERFORM UNTIL ST = "10"
               ADD 1 TO CPT-LUS
               PERFORM TEST-LIGNE THRU TEST-LIGNE-EXIT
               PERFORM LECT-DR THRU LECT-DR-EXIT
           END-PERFORM.
       SELECT-DR-EXIT.
           EXIT.
      *
       LECT-DR.
           READ BPFDR NEXT RECORD AT END MOVE "10" TO ST.
       LECT-DR-EXIT.
           EXIT.
      *
       TEST-LIGNE.
           IF TOP-PARLOT = VRAI
               IF DRLOT OF DR-ENR-DDS NOT = WLDA-RCLOT OR
                  DRSLIM OF DR-ENR-DDS (2:6) NOT = WLDA-RCRAC OR
                  DRCCC OF DR-ENR-DDS NOT = WLDA-RCCCC OR
                  DRVPV OF DR-ENR-DDS NOT = WLDA-RCVPV
                   GO TO TEST-LIGNE-EXIT
               END-IF
               PERFORM DECODE-DATE THRU DECODE-DATE-EXIT
           ELSE
               IF DRCNUL OF DR-ENR-DDS NOT = WLDA-RCCNUF
                   GO TO TEST-LIGNE-EXIT
               END-IF
               PERFORM DECODE-DATE THRU DECODE-DATE-EXIT
               IF WK-SSDT < WK-SSDEB OR WK-SSDT > WK-SSFIN
                   GO TO TEST-LIGNE-EXIT
               END-IF
           END-IF.
      *
           ADD 1 TO CPT-LIG.
           MOVE DRCIDR OF DR-ENR-DDS       TO SRT-CIDR.
           MOVE WK-SSDT                    TO SRT-SSDT.
           MOVE DRCNUL OF DR-ENR-DDS       TO SRT-CNUL.
           MOVE DRNORD OF DR-ENR-DDS       TO SRT-NORD.
           MOVE DRSLIM OF DR-ENR-DDS (2:6) TO SRT-RAC.
           MOVE DRCCC OF DR-ENR-DDS        TO SRT-CCC.
           MOVE DRVPV OF DR-ENR-DDS        TO SRT-VPV.
           MOVE DRLOT OF DR-ENR-DDS        TO SRT-LOT.
           MOVE DRDEP OF DR-ENR-DDS        TO SRT-DEP.
           MOVE DRQTE OF DR-ENR-DDS        TO SRT-QTE.
           MOVE SPACE                      TO SRT-ETAT.
      *
      ***** ENTETE : BPFER, OU BPFERM61 SI LA PERIODE EST BASCULEE
           MOVE SPACE  TO SRT-NCMD.
           MOVE DR-KEY-FIELDS OF DR-ENR-DDS TO ER-KEY-FIELDS
                                               OF ER-ENR-DDS.
           READ BPFER
               INVALID
                   MOVE DR-KEY-FIELDS OF DR-ENR-DDS
                                     TO ER-KEY-FIELDS OF ER61-ENR-DDS
                   READ BPFERM61
                       INVALID
                           MOVE "ENTETE ABSENTE"  TO SRT-ETAT
                       NOT INVALID
                           MOVE ERNCMD OF ER61-ENR-DDS TO SRT-NCMD
                           IF SRT-DEP = SPACE
                               MOVE ERDEP OF ER61-ENR-DDS TO SRT-DEP
                           END-IF
                   END-READ
               NOT INVALID
                   MOVE ERNCMD OF ER-ENR-DDS TO SRT-NCMD
                   IF SRT-DEP = SPACE
                       MOVE ERDEP OF ER-ENR-DDS TO SRT-DEP
                   END-IF
           END-READ.
      *
      ***** RETOUR DEJA DEBITE AU FOURNISSEUR SUR LA MEME LIGNE
      ***** (RETOUR "02" OU RETOUR QUALITE "03", BCBAL154/BCBAL184)
           MOVE ZERO   TO SRT-QDEB.
           MOVE SPACE  TO SRT-MOTIF.
           MOVE DRCNUL OF DR-ENR-DDS  TO DBCNUL OF DB-ENR-DDS.
           MOVE DRAARC OF DR-ENR-DDS  TO DBAARC OF DB-ENR-DDS.
           MOVE DRMMRC OF DR-ENR-DDS  TO DBMMRC OF DB-ENR-DDS.
           MOVE DRJJRC OF DR-ENR-DDS  TO DBJJRC OF DB-ENR-DDS.
           MOVE DRNORD OF DR-ENR-DDS  TO DBNORD OF DB-ENR-DDS.
           MOVE DRSLIM OF DR-ENR-DDS  TO DBSLIM OF DB-ENR-DDS.
           MOVE DRCCC OF DR-ENR-DDS   TO DBCCC  OF DB-ENR-DDS.
           MOVE DRVPV OF DR-ENR-DDS   TO DBVPV  OF DB-ENR-DDS.
           READ BPFDEB
               NOT INVALID
                   MOVE DBQTE OF DB-ENR-DDS   TO SRT-QDEB
                   MOVE DBMOTIF OF DB-ENR-DDS TO SRT-MOTIF
           END-READ.
      *
           IF DRGST OF DR-ENR-DDS = "99"
               MOVE "CONTREPASSEE"      TO SRT-ETAT
           ELSE
               IF DRQTE OF DR-ENR-DDS < ZERO OR
                  DRRET OF DR-ENR-DDS = "02"
                   MOVE "RETOUR FOURN."  TO SRT-ETAT
               END-IF
           END-IF.
           RELEASE SRT-ENR-RC.
      *
           IF DRGST OF DR-ENR-DDS NOT = "99"
               PERFORM MAJ-TAB-TRC THRU MAJ-TAB-TRC-EXIT.
       TEST-LIGNE-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* DECODAGE DE LA DATE DE RECEPTION DE LA LIGNE (CODEE
      ******* SIECLE PAR SRAFER2O) EN AAMMJJ (WK-DTCL) ET SSAAMMJJ
      ******* (WK-SSDT)
      ****************************************************************
       DECODE-DATE.
           IF DRAARC OF DR-ENR-DDS (1:1) = HIGH-VALUE
               MOVE WK-TODAY (1:1)               TO WK-AA-N (1:1)
               MOVE DRAARC OF DR-ENR-DDS (2:1)   TO WK-AA-N (2:1)
               IF WK-AA-N > WK-TODAY (1:2) AND WK-AA-N NOT < 10
                   SUBTRACT 10 FROM WK-AA-N
               END-IF
           ELSE
               MOVE DRAARC OF DR-ENR-DDS         TO WK-AA-N
           END-IF.
           MOVE WK-AA-N                  TO WK-DTCL (1:2).
           MOVE DRMMRC OF DR-ENR-DDS     TO WK-DTCL (3:2).
           MOVE DRJJRC OF DR-ENR-DDS     TO WK-DTCL (5:2).
           PERFORM CALC-SSDT THRU CALC-SSDT-EXIT.
       DECODE-DATE-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* CUMUL DE LA QUANTITE RECUE PAR ARTICLE + LOT + DEPOT
      ******* (LIGNES NON CONTREPASSEES) POUR LA SITUATION DE STOCK
      ****************************************************************
       MAJ-TAB-TRC.
           MOVE SRT-RAC  TO WKC-RAC.
           MOVE SRT-CCC  TO WKC-CCC.
           MOVE SRT-VPV  TO WKC-VPV.
           MOVE SRT-LOT  TO WKC-LOT.
           MOVE SRT-DEP  TO WKC-DEP.
           SET IX-TRC TO 1.
           SEARCH WTR-POSTE
               AT END
                   PERFORM AJOUT-TAB-TRC THRU AJOUT-TAB-TRC-EXIT
               WHEN WTR-CLE (IX-TRC) = WK-CLE-TRC
                   ADD SRT-QTE  TO WTR-QREC (IX-TRC)
           END-SEARCH.
       MAJ-TAB-TRC-EXIT.
           EXIT.
      *
       AJOUT-TAB-TRC.
           IF WK-NB-TRC NOT < WK-MAX-TRC
               MOVE VRAI  TO TOP-SATURE
               GO TO AJOUT-TAB-TRC-EXIT.
           ADD 1 TO WK-NB-TRC.
           SET IX-TRC TO WK-NB-TRC.
           MOVE WK-CLE-TRC  TO WTR-CLE (IX-TRC).
           MOVE SRT-QTE     TO WTR-QREC (IX-TRC).
       AJOUT-TAB-TRC-EXIT.
           EXIT.
      /
      ****************************************************************
      ******* UN AVIS PAR MAGASIN RECEPTIONNAIRE (ERCIDR) : IDENTITE
      ******* DU MAGASIN (APFCC), LIGNES RECUES, QUANTITE NETTE ET,
      ******* EN MODE RAPPEL, CONSIGNE DE RETRAIT. UN RAPPEL DONT LA
      ******* TABLE DES LOTS EST SATUREE EST ABANDONNE AVANT TOUT AVIS
      ******* ET TOUT BLOCAGE : LES LOTS HORS TABLE NE SERAIENT PAS
      ******* BLOQUES.
      ****************************************************************
       ECRIT-AVIS.
           IF TOP-RAPPEL = VRAI AND TOP-SATURE = VRAI
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " TABLE DES LOTS SATUREE, RAPPEL ABANDONNE : "
                      "RESTREINDRE LA SELECTION " REF-PGM
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
           MOVE SPACE  TO WK-SAUT-CIDR.
           MOVE ZERO   TO WK-QTE-MAG.
           MOVE FAUX   TO TOP-FIN.
           PERFORM LECT-TRI THRU LECT-TRI-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               IF SRT-CIDR NOT = WK-SAUT-CIDR OR CPT-MAG = ZERO
                   IF CPT-MAG NOT = ZERO
                       PERFORM FIN-MAG THRU FIN-MAG-EXIT
                   END-IF
                   PERFORM DEBUT-MAG THRU DEBUT-MAG-EXIT
               END-IF
               PERFORM ECR-LIGNE THRU ECR-LIGNE-EXIT
               PERFORM LECT-TRI THRU LECT-TRI-EXIT
           END-PERFORM.
           IF CPT-MAG NOT = ZERO
               PERFORM FIN-MAG THRU FIN-MAG-EXIT.
       ECRIT-AVIS-EXIT.
           EXIT.
      *
       LECT-TRI.
           RETURN SRT-RC AT END MOVE VRAI TO TOP-FIN.
       LECT-TRI-EXIT.
           EXIT.
      *
       DEBUT-MAG.
           ADD 1 TO CPT-MAG.
           MOVE SRT-CIDR  TO WK-SAUT-CIDR.
           MOVE ZERO      TO WK-QTE-MAG.
           WRITE LST-ENR-DDS FROM WLIGNE-SEPAR.
           IF TOP-RAPPEL = VRAI
               MOVE "AVIS DE RAPPEL FOURNISSEUR   " TO WLM-TITRE
           ELSE
               MOVE "TRACE DES RECEPTIONS         " TO WLM-TITRE
           END-IF.
           MOVE SRT-CIDR  TO WLM-CIDR CCID OF CC-ENR-DDS.
           MOVE SPACE     TO WLM-CATM WLM-CNUD WLM-SOCG WLM-INCONNU.
           READ APFCC
               INVALID
                   MOVE "MAGASIN INCONNU"     TO WLM-INCONNU
               NOT INVALID
                   MOVE CCATM OF CC-ENR-DDS   TO WLM-CATM
                   MOVE CCNUD OF CC-ENR-DDS   TO WLM-CNUD
                   MOVE CSOCG OF CC-ENR-DDS   TO WLM-SOCG
           END-READ.
           WRITE LST-ENR-DDS FROM WLIGNE-MAG.
           WRITE LST-ENR-DDS FROM WLIGNE-CRIT.
           WRITE LST-ENR-DDS FROM WLIGNE-COLS.
       DEBUT-MAG-EXIT.
           EXIT.
      *
       ECR-LIGNE.
           MOVE SRT-SSDT (3:2)  TO WLD-AA.
           MOVE SRT-SSDT (5:2)  TO WLD-MM.
           MOVE SRT-SSDT (7:2)  TO WLD-JJ.
           MOVE SRT-CNUL        TO WLD-CNUL.
           MOVE SRT-NORD        TO WLD-NORD.
           MOVE SRT-NCMD        TO WLD-NCMD.
           MOVE SRT-RAC         TO WLD-RAC.
           MOVE SRT-CCC         TO WLD-CCC.
           MOVE SRT-VPV         TO WLD-VPV.
           MOVE SRT-LOT         TO WLD-LOT.
           MOVE SRT-DEP         TO WLD-DEP.
           MOVE SRT-QTE         TO WLD-QTE.
           MOVE SRT-QDEB        TO WLD-QDEB.
           MOVE SRT-MOTIF       TO WLD-MOTIF.
           MOVE SRT-ETAT        TO WLD-ETAT.
           WRITE LST-ENR-DDS FROM WLIGNE-DET.
           IF SRT-ETAT NOT = "CONTREPASSEE"
               ADD SRT-QTE  TO WK-QTE-MAG.
       ECR-LIGNE-EXIT.
           EXIT.
      *
       FIN-MAG.
           MOVE WK-QTE-MAG  TO WLTM-QTE.
           WRITE LST-ENR-DDS FROM WLIGNE-TOTMAG.
           IF TOP-RAPPEL = VRAI
               MOVE SPACE  TO WLV-TEXTE
               STRING "LES PRODUITS CI-DESSUS FONT L'OBJET D'UN RAPPEL "
                      "DU FOURNISSEUR : LES RETIRER IMMEDIATEMENT "
                      "DE LA VENTE"
                       DELIMITED BY SIZE  INTO WLV-TEXTE
               WRITE LST-ENR-DDS FROM WLIGNE-AVIS
               MOVE SPACE  TO WLV-TEXTE
               STRING "ET LES TENIR A LA DISPOSITION DU DEPOT LIVREUR. "
                      "LOTS BLOQUES AU DEPOT DEPUIS LE " WK-TODAY
                       DELIMITED BY SIZE  INTO WLV-TEXTE
               WRITE LST-ENR-DDS FROM WLIGNE-AVIS
           END-IF.
       FIN-MAG-EXIT.
           EXIT.
      /
      ****************************************************************
      ******* SITUATION DE STOCK DES LOTS TRACES : QUANTITE RECUE PAR
      ******* DEPOT, STOCK DE L'ARTICLE DANS LE DEPOT (BPFSTKD, TOUS
      ******* LOTS CONFONDUS) ET STOCK RESTANT DU LOT (BPFLOT, TOUS
      ******* DEPOTS). EN MODE RAPPEL LE LOT EST BLOQUE (LTBLOQ "B") :
      ******* BCBAL180 NE LE SORT PLUS ET BCBAL181 NE LE TRANSFERE PLUS.
      ****************************************************************
       ECRIT-STOCK.
           WRITE LST-ENR-DDS FROM WLIGNE-SEPAR.
           MOVE SPACE  TO WLV-TEXTE.
           MOVE "SITUATION DE STOCK DES LOTS TRACES" TO WLV-TEXTE.
           WRITE LST-ENR-DDS FROM WLIGNE-AVIS.
           WRITE LST-ENR-DDS FROM WLIGNE-STK-COLS.
           IF WK-NB-TRC = ZERO
               GO TO ECRIT-STOCK-FIN.
           SET IX-TRC TO 1.
           PERFORM UNTIL IX-TRC > WK-NB-TRC
               PERFORM ECR-STOCK-LOT THRU ECR-STOCK-LOT-EXIT
               SET IX-TRC UP BY 1
           END-PERFORM.
       ECRIT-STOCK-FIN.
           IF TOP-SATURE = VRAI
               MOVE SPACE  TO WLV-TEXTE
               STRING "TABLE DES LOTS TRACES SATUREE : SITUATION DE "
                      "STOCK INCOMPLETE, RESTREINDRE LA SELECTION"
                       DELIMITED BY SIZE  INTO WLV-TEXTE
               WRITE LST-ENR-DDS FROM WLIGNE-AVIS
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " TABLE DES LOTS TRACES SATUREE " REF-PGM
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
           END-IF.
       ECRIT-STOCK-EXIT.
           EXIT.
      *
       ECR-STOCK-LOT.
           MOVE WTR-RAC (IX-TRC)   TO WLK-RAC SDRAC OF STD-ENR-DDS.
           MOVE WTR-CCC (IX-TRC)   TO WLK-CCC SDCCC OF STD-ENR-DDS.
           MOVE WTR-VPV (IX-TRC)   TO WLK-VPV SDVPV OF STD-ENR-DDS.
           MOVE WTR-DEP (IX-TRC)   TO WLK-DEP SDDEP OF STD-ENR-DDS.
           MOVE WTR-LOT (IX-TRC)   TO WLK-LOT.
           MOVE WTR-QREC (IX-TRC)  TO WLK-QREC.
           READ BPFSTKD INVALID
               MOVE ZERO  TO SDSTK OF STD-ENR-DDS.
           MOVE SDSTK OF STD-ENR-DDS  TO WLK-SDSTK.
      *
           MOVE ZERO   TO WLK-LTQTE.
           MOVE SPACE  TO WLK-DLJJ WLK-DLMM WLK-DLAA WLK-ETAT.
           IF WTR-LOT (IX-TRC) = SPACE
               MOVE "HORS SUIVI LOT" TO WLK-ETAT
               GO TO ECR-STOCK-LOT-ECR.
           MOVE WTR-RAC (IX-TRC)   TO LTRAC OF LOT-ENR-DDS.
           MOVE WTR-CCC (IX-TRC)   TO LTCCC OF LOT-ENR-DDS.
           MOVE WTR-VPV (IX-TRC)   TO LTVPV OF LOT-ENR-DDS.
           MOVE WTR-LOT (IX-TRC)   TO LTLOT OF LOT-ENR-DDS.
           READ BPFLOT INVALID
               MOVE "LOT INCONNU"  TO WLK-ETAT
               GO TO ECR-STOCK-LOT-ECR.
           MOVE LTQTE OF LOT-ENR-DDS   TO WLK-LTQTE.
           MOVE LTJJDL OF LOT-ENR-DDS  TO WLK-DLJJ.
           MOVE LTMMDL OF LOT-ENR-DDS  TO WLK-DLMM.
           MOVE LTAADL OF LOT-ENR-DDS  TO WLK-DLAA.
           IF LTBLOQ OF LOT-ENR-DDS = "B"
               MOVE "BLOQUE"       TO WLK-ETAT
               GO TO ECR-STOCK-LOT-ECR.
           IF TOP-RAPPEL = FAUX
               MOVE "LIBRE"        TO WLK-ETAT
               GO TO ECR-STOCK-LOT-ECR.
      *
           MOVE "B"       TO LTBLOQ OF LOT-ENR-DDS.
           MOVE WK-TODAY  TO LTDBLQ OF LOT-ENR-DDS.
           MOVE WK-TODAY  TO LTDMAJ OF LOT-ENR-DDS.
           REWRITE LOT-ENR-DDS INVALID
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " MAJ LOT IMPOSSIBLE " REF-PGM
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
           ADD 1 TO CPT-BLQ.
           MOVE "BLOQUE CE JOUR"   TO WLK-ETAT.
       ECR-STOCK-LOT-ECR.
           WRITE LST-ENR-DDS FROM WLIGNE-STK.
       ECR-STOCK-LOT-EXIT.
           EXIT.
