       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCBAL188.
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
           SELECT  BPFPAY
                   ASSIGN       TO DATABASE-BPFPAY
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFFAC
                   ASSIGN       TO DATABASE-BPFFAC
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF FA-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  ZPFFR
                   ASSIGN       TO DATABASE-ZPFFR
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF FR-ENR-DDS
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
           SELECT  BPFGLEX
                   ASSIGN       TO DATABASE-BPFGLEX
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFVIR
                   ASSIGN       TO DATABASE-BPFVIR
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
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
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  BPFPAY   LABEL RECORD STANDARD.
       01  PAY-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFPAY.
      *
       FD  BPFFAC    LABEL RECORD STANDARD.
       01  FA-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFFAC.
      *
       FD  ZPFFR     LABEL RECORD STANDARD.
       01  FR-ENR-DDS.
           COPY DDS-ALL-FORMAT OF ZPFFR.
      *
       FD  BPFDEB    LABEL RECORD STANDARD.
       01  DB-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFDEB.
      *
       FD  BPFGLEX  LABEL RECORD STANDARD.
       01  GLX-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFGLEX.
      *
       FD  BPFVIR   LABEL RECORD STANDARD.
       01  VIR-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFVIR.
      *
           COPY FDAPFIN.
           COPY FDINVR.
      *
      /
       WORKING-STORAGE SECTION.
       77  CPT-LUS                  PIC 9(6) VALUE ZERO.
       77  CPT-VIR                  PIC 9(6) VALUE ZERO.
       77  CPT-NUL                  PIC 9(6) VALUE ZERO.
       77  CPT-REJ                  PIC 9(6) VALUE ZERO.
       77  CPT-IGN                  PIC 9(6) VALUE ZERO.
       77  TOP-FIN                  PIC 1    VALUE B"0".
       77  TOP-TOT                  PIC 1    VALUE B"0".
       77  WK-TODAY                 PIC 9(6) VALUE ZERO.
       77  WK-NOLOT                 PIC 9(6) VALUE ZERO.
       77  WK-LOT                   PIC X(6) VALUE SPACES.
       77  WK-LIB-REJ               PIC X(30) VALUE SPACES.
      *---<TOTAUX DE CONTROLE DU LOT BPFPAY : RECALCULES SUR LES "D"
      *    ET LUS SUR LE "T" POSE PAR BCBAL166>-----------------------*
       77  WK-CTL-NB                PIC 9(6) VALUE ZERO.
       77  WK-CTL-TTC               PIC S9(11)V9(3) COMP-3 VALUE ZERO.
       77  WK-PAY-NB                PIC 9(6) VALUE ZERO.
       77  WK-PAY-TTC               PIC S9(11)V9(3) COMP-3 VALUE ZERO.
       77  WK-TOT-VIR               PIC S9(11)V9(3) COMP-3 VALUE ZERO.
      *---<RESTITUTION DES DEBITS COMPENSES SUR UNE FACTURE REFUSEE>--*
       77  WK-RESTE                 PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WK-PART                  PIC S9(8)V9(3) COMP-3 VALUE ZERO.
      *
      ***** DATE D'EXECUTION DEMANDEE (AAMMJJ)
       01  WK-DTEXE                 PIC 9(6) VALUE ZERO.
       01  WK-DTEXE-X REDEFINES WK-DTEXE.
           05  WK-DTEXE-AA  PIC XX.
           05  WK-DTEXE-MM  PIC XX.
           05  WK-DTEXE-JJ  PIC XX.
      *
           COPY    WKREFPGM         REPLACING SPACE BY "BCBAL188*A".
           COPY    WKGENERAL.
           COPY    WKMESSAGE.
      *
       01  DATE-JOUR   VALUE SPACES.
           05  AN          PIC XX.
           05  MOI         PIC XX.
           05  JOUR        PIC XX.
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
           OPEN INPUT  BPFPAY.
           IF ST = "35"
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " BPFPAY INEXISTANT - AUCUN LOT DE PAIEMENT"
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
      *
      ***** PASSE 1 : CONTROLE DU LOT DE PAIEMENT. LE NOMBRE DE "D"
      ***** ET LE CUMUL PYMTTC DOIVENT RETOMBER SUR LE "T" DE BCBAL166
      ***** - UN LOT TRONQUE OU RETOUCHE NE PART PAS EN BANQUE.
           MOVE FAUX  TO TOP-FIN.
           MOVE FAUX  TO TOP-TOT.
           PERFORM LECT-PAY THRU LECT-PAY-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               IF PYTYP = "D"
                   ADD 1       TO WK-CTL-NB
                   ADD PYMTTC  TO WK-CTL-TTC
               END-IF
               IF PYTYP = "T"
                   MOVE VRAI     TO TOP-TOT
                   MOVE PYNBENR  TO WK-PAY-NB
                   MOVE PYTTTC   TO WK-PAY-TTC
               END-IF
               PERFORM LECT-PAY THRU LECT-PAY-EXIT
           END-PERFORM.
           CLOSE  BPFPAY.
      *
           IF TOP-TOT = FAUX AND WK-CTL-NB > ZERO
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " LOT BPFPAY SANS TOTAL DE CONTROLE - REFUS"
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
           IF WK-CTL-NB  NOT = WK-PAY-NB OR
              WK-CTL-TTC NOT = WK-PAY-TTC
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " TOTAUX DE CONTROLE BPFPAY DISCORDANTS - REFUS"
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
      *
           OPEN INPUT  BPFPAY.
           OPEN I-O    BPFFAC.
           OPEN INPUT  ZPFFR.
      ***** DEBITS FOURNISSEURS (CREE AU PREMIER RUN)
           OPEN I-O    BPFDEB.
           IF ST = "35"
               OPEN OUTPUT BPFDEB
               CLOSE BPFDEB
               OPEN I-O BPFDEB
           END-IF.
      ***** EXTRACTION COMPTABLE : ON CONSERVE LES EXTRACTIONS NON
      ***** ENCORE REPRISES PAR LA COMPTABILITE (CF. BCBAL150).
           OPEN EXTEND BPFGLEX.
           IF ST = "35"
               OPEN OUTPUT BPFGLEX
           END-IF.
           OPEN I-O    FINFODI.
           OPEN OUTPUT BPFVIR.
      *
      ***** NUMERO DE LOT : COMPTEUR "VR" DE FINFODI
           PERFORM LECT-CPT-VR THRU LECT-CPT-VR-EXIT.
           ADD  1           TO WK-NOLOT.
           MOVE WK-NOLOT    TO WK-LOT.
      *
      ***** PASSE 2 : UN VIREMENT PAR FACTURE "P" DU LOT. LA FACTURE
      ***** PASSE "V" AVEC LE NUMERO DE LOT ET N'EST PLUS REPRISE : UN
      ***** NOUVEAU PASSAGE SUR LE MEME BPFPAY N'EMET RIEN. SEULE
      ***** EXCEPTION, COMME POUR BCBAL159 : LES "V" DU LOT EN COURS
      ***** (COMPTEUR NON ENCORE AVANCE) SONT LES RESCAPES D'UNE
      ***** EMISSION INTERROMPUE ET REPARTENT DANS LE FICHIER.
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-PAY THRU LECT-PAY-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               IF PYTYP = "D"
                   PERFORM TRAIT-PAIEMENT THRU TRAIT-PAIEMENT-EXIT
               END-IF
               PERFORM LECT-PAY THRU LECT-PAY-EXIT
           END-PERFORM.
      *
      ***** LE COMPTEUR AVANCE DES QU'UNE FACTURE PORTE LE NUMERO DE
      ***** LOT, MEME SOLDEE SANS VIREMENT.
           IF CPT-VIR > ZERO OR CPT-NUL > ZERO
               PERFORM MAJ-CPT-VR THRU MAJ-CPT-VR-EXIT
           END-IF.
           IF CPT-VIR > ZERO
               PERFORM ECR-TOTAL THRU ECR-TOTAL-EXIT
               MOVE SPACE TO WK-MESSAGE-LIB
               STRING  " LOT " WK-LOT " : " CPT-VIR " VIREMENTS"
                       DELIMITED BY SIZE  INTO WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE        THRU    AFF-MESSAGE-EXIT
           ELSE
               MOVE SPACE TO WK-MESSAGE-LIB
               STRING  " AUCUN VIREMENT A EMETTRE"
                       DELIMITED BY SIZE  INTO WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE        THRU    AFF-MESSAGE-EXIT
           END-IF.
      *
           CLOSE  BPFPAY BPFFAC ZPFFR BPFDEB BPFGLEX FINFODI BPFVIR.
      *
           MOVE SPACE TO WK-MESSAGE-LIB.
           STRING  " LUS : " CPT-LUS
                   "   VIRES : " CPT-VIR
                   "   SOLDES SANS VIREMENT : " CPT-NUL
                   DELIMITED BY SIZE  INTO WK-MESSAGE-LIB.
           PERFORM AFF-MESSAGE        THRU    AFF-MESSAGE-EXIT.
           MOVE SPACE TO WK-MESSAGE-LIB.
           STRING  " REFUSES (RETOUR R) : " CPT-REJ
                   "   IGNORES : " CPT-IGN
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
       LECT-PAY.
           READ BPFPAY NEXT RECORD AT END MOVE VRAI TO TOP-FIN.
       LECT-PAY-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* LIGNE DU LOT DE PAIEMENT : LA FACTURE DOIT ETRE "P"
      ******* (OU "V" DU LOT EN COURS). NET NUL (TTC ENTIEREMENT
      ******* COUVERT PAR LES DEBITS) : SOLDEE SANS VIREMENT. SINON LA
      ******* DOMICILIATION EST RELUE SUR ZPFFR : ELLE DOIT EXISTER ET
      ******* ETRE CELLE DE LA PROPOSITION - UNE FICHE MODIFIEE ENTRE
      ******* LA PROPOSITION ET L'EMISSION RENVOIE LA FACTURE A "R",
      ******* ELLE REPASSERA SOUS LES YEUX DE LA TRESORERIE.
      ****************************************************************
       TRAIT-PAIEMENT.
           ADD 1  TO  CPT-LUS.
           MOVE PYCNUF  TO  FACNUF OF FA-ENR-DDS.
           MOVE PYNORD  TO  FANORD OF FA-ENR-DDS.
           READ BPFFAC INVALID
               ADD 1                TO CPT-IGN
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " FACTURE " PYCNUF "/" PYNFAC
                      " INCONNUE - IGNOREE"
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TRAIT-PAIEMENT-EXIT.
           IF FAETAT OF FA-ENR-DDS NOT = "P" AND
              NOT (FAETAT OF FA-ENR-DDS = "V" AND
                   FANLOT OF FA-ENR-DDS = WK-LOT)
               ADD 1                TO CPT-IGN
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " FACTURE " PYCNUF "/" PYNFAC
                      " DEJA TRAITEE (ETAT "
                      FAETAT OF FA-ENR-DDS ") - IGNOREE"
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TRAIT-PAIEMENT-EXIT.
      *
           MOVE PYMDEB  TO  FAMDEB OF FA-ENR-DDS.
           IF PYMTTC NOT > ZERO
               PERFORM SOLDE-SANS-VIR THRU SOLDE-SANS-VIR-EXIT
               GO  TO  TRAIT-PAIEMENT-EXIT.
      *
           MOVE FACNUF OF FA-ENR-DDS  TO  FRCNUF OF FR-ENR-DDS.
           READ ZPFFR INVALID
               MOVE "FOURNISSEUR INCONNU"   TO WK-LIB-REJ
               PERFORM REFUS-PAIEMENT THRU REFUS-PAIEMENT-EXIT
               GO  TO  TRAIT-PAIEMENT-EXIT.
           IF FRRIB OF ZPRFR = SPACES
               MOVE "DOMICILIATION ABSENTE" TO WK-LIB-REJ
               PERFORM REFUS-PAIEMENT THRU REFUS-PAIEMENT-EXIT
               GO  TO  TRAIT-PAIEMENT-EXIT.
           IF FRRIB OF ZPRFR NOT = PYRIB
               MOVE "DOMICILIATION MODIFIEE" TO WK-LIB-REJ
               PERFORM REFUS-PAIEMENT THRU REFUS-PAIEMENT-EXIT
               GO  TO  TRAIT-PAIEMENT-EXIT.
      *
      ***** EXECUTION A L'ECHEANCE - UNE ECHEANCE DEPASSEE PART A
      ***** LA DATE DU JOUR (LA BANQUE REFUSE UNE DATE PASSEE).
           MOVE PYECHAA  TO  WK-DTEXE-AA.
           MOVE PYECHMM  TO  WK-DTEXE-MM.
           MOVE PYECHJJ  TO  WK-DTEXE-JJ.
           IF WK-DTEXE < WK-TODAY
               MOVE WK-TODAY  TO  WK-DTEXE.
      *
           MOVE SPACE                 TO VIR-ENR-DDS.
           MOVE "D"                   TO VITYP.
           MOVE WK-LOT                TO VILOT.
           MOVE PYCNUF                TO VICNUF.
           MOVE PYNFAC                TO VINFAC.
           MOVE PYNORD                TO VINORD.
           MOVE FRRIB  OF ZPRFR       TO VIRIB.
           MOVE WK-DTEXE-AA           TO VIEXAA.
           MOVE WK-DTEXE-MM           TO VIEXMM.
           MOVE WK-DTEXE-JJ           TO VIEXJJ.
           MOVE PYMTTC                TO VIMNT.
           MOVE WK-TODAY              TO VIRUND.
           WRITE VIR-ENR-DDS.
      *
           ADD 1                      TO CPT-VIR.
           ADD PYMTTC                 TO WK-TOT-VIR.
      *
           MOVE "V"       TO FAETAT OF FA-ENR-DDS.
           MOVE WK-LOT    TO FANLOT OF FA-ENR-DDS.
           MOVE SPACES    TO FAMOTR OF FA-ENR-DDS.
           PERFORM MAJ-FACTURE THRU MAJ-FACTURE-EXIT.
       TRAIT-PAIEMENT-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* NET A REGLER NUL : LES DEBITS COMPENSES COUVRENT TOUT LE
      ******* TTC. RIEN NE PART EN BANQUE, LA FACTURE EST ACQUITTEE
      ******* DU JOUR ET LA COMPENSATION PART AU GL (GXMDEB).
      ****************************************************************
       SOLDE-SANS-VIR.
           ADD 1          TO CPT-NUL.
           MOVE "A"       TO FAETAT OF FA-ENR-DDS.
           MOVE WK-LOT    TO FANLOT OF FA-ENR-DDS.
           MOVE AN        TO FAAAPY OF FA-ENR-DDS.
           MOVE MOI       TO FAMMPY OF FA-ENR-DDS.
           MOVE JOUR      TO FAJJPY OF FA-ENR-DDS.
           MOVE SPACES    TO FAMOTR OF FA-ENR-DDS.
           PERFORM MAJ-FACTURE THRU MAJ-FACTURE-EXIT.
           IF FAMDEB OF FA-ENR-DDS NOT = ZERO
               PERFORM ECR-GLEX-REG THRU ECR-GLEX-REG-EXIT.
       SOLDE-SANS-VIR-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* LIGNE REFUSEE A L'EMISSION : LA FACTURE REVIENT A "R"
      ******* AVEC LE MOTIF ET LES DEBITS QUI AVAIENT ETE DEDUITS
      ******* REDEVIENNENT OUVERTS POUR LA PROPOSITION SUIVANTE.
      ****************************************************************
       REFUS-PAIEMENT.
           ADD 1                TO CPT-REJ.
           MOVE SPACE           TO WK-MESSAGE-LIB.
           STRING " FACTURE " PYCNUF "/" PYNFAC " : " WK-LIB-REJ
                  " - RETOUR R"
                   DELIMITED  BY SIZE
                   INTO  WK-MESSAGE-LIB.
           PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT.
           PERFORM RESTAURE-DEBITS THRU RESTAURE-DEBITS-EXIT.
           MOVE "R"          TO FAETAT OF FA-ENR-DDS.
           MOVE SPACES       TO FANLOT OF FA-ENR-DDS.
           MOVE ZERO         TO FAMDEB OF FA-ENR-DDS.
           MOVE WK-LIB-REJ   TO FAMOTR OF FA-ENR-DDS.
           PERFORM MAJ-FACTURE THRU MAJ-FACTURE-EXIT.
       REFUS-PAIEMENT-EXIT.
           EXIT.
      *
       MAJ-FACTURE.
           REWRITE FA-ENR-DDS INVALID
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " MAJ FACTURE IMPOSSIBLE " REF-PGM
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
       MAJ-FACTURE-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* RESTITUTION DES DEBITS COMPENSES (FAMDEB) SUR LA
      ******* FACTURE : BALAYAGE DES DEBITS DU FOURNISSEUR PORTANT
      ******* LE NUMERO DE LA FACTURE (DBNFAC), DBMREG DIMINUE DE LA
      ******* PART COMPENSEE (DBMCMP). LE DEBIT REPREND L'ETAT QUE
      ******* LUI DONNE SON AVOIR EVENTUEL (" " OU "P").
      ****************************************************************
       RESTAURE-DEBITS.
           MOVE FAMDEB OF FA-ENR-DDS  TO WK-RESTE.
           IF WK-RESTE NOT > ZERO
               GO  TO  RESTAURE-DEBITS-EXIT.
           MOVE LOW-VALUE             TO DB-ENR-DDS.
           MOVE FACNUF OF FA-ENR-DDS  TO DBCNUL OF DB-ENR-DDS.
           START BPFDEB KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF DB-ENR-DDS
                 INVALID GO TO RESTAURE-DEBITS-EXIT.
       RESTAURE-DEBITS-LIRE.
           IF WK-RESTE NOT > ZERO
               GO  TO  RESTAURE-DEBITS-EXIT.
           READ BPFDEB NEXT RECORD AT END GO TO RESTAURE-DEBITS-EXIT.
           IF DBCNUL OF DB-ENR-DDS NOT = FACNUF OF FA-ENR-DDS
               GO  TO  RESTAURE-DEBITS-EXIT.
           IF DBNFAC OF DB-ENR-DDS NOT = FANFAC OF FA-ENR-DDS
               GO  TO  RESTAURE-DEBITS-LIRE.
      ***** SEULE LA PART COMPENSEE SUR CETTE FACTURE (DBMCMP) EST
      ***** RESTITUEE : LES AVOIRS DEJA IMPUTES RESTENT DANS DBMREG.
           MOVE DBMCMP OF DB-ENR-DDS  TO WK-PART.
           SUBTRACT WK-PART  FROM DBMREG OF DB-ENR-DDS.
           SUBTRACT WK-PART  FROM WK-RESTE.
           MOVE ZERO                 TO DBMCMP OF DB-ENR-DDS.
           IF DBNOAV OF DB-ENR-DDS = SPACES
               MOVE SPACE  TO DBETAT OF DB-ENR-DDS
           ELSE
               MOVE "P"    TO DBETAT OF DB-ENR-DDS.
           MOVE SPACES               TO DBNFAC OF DB-ENR-DDS.
           REWRITE DB-ENR-DDS INVALID
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " MAJ DEBIT IMPOSSIBLE " REF-PGM
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
           GO  TO  RESTAURE-DEBITS-LIRE.
       RESTAURE-DEBITS-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* EXTRACTION COMPTABLE DU REGLEMENT : MEMES ZONES
      ******* D'IDENTIFICATION QUE L'EXTRACTION DE RECEPTION, DATE DE
      ******* REGLEMENT, MONTANTS A ZERO SAUF GXMREG/GXMDEB.
      ****************************************************************
       ECR-GLEX-REG.
           MOVE FACNUF OF FA-ENR-DDS  TO GXCNFE.
           MOVE FANORD OF FA-ENR-DDS  TO GXNORD.
           MOVE FAAAPY OF FA-ENR-DDS  TO GXAARC.
           MOVE FAMMPY OF FA-ENR-DDS  TO GXMMRC.
           MOVE FAJJPY OF FA-ENR-DDS  TO GXJJRC.
           MOVE ZERO                  TO GXMPA  GXMTVA GXMRIS GXMRF
                                         GXMCOO GXMNEG GXMRGD GXMTRS
                                         GXMCHG GXMEPX GXMETV.
           COMPUTE GXMREG = FAMTTC OF FA-ENR-DDS
                          - FAMDEB OF FA-ENR-DDS.
           MOVE FAMDEB OF FA-ENR-DDS  TO GXMDEB.
           MOVE WK-TODAY              TO GXRUND.
           MOVE SPACE                 TO GXSTAT.
           MOVE SPACES                TO GXLOT.
           WRITE GLX-ENR-DDS.
       ECR-GLEX-REG-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* ENREGISTREMENT TOTAL DE CONTROLE DU LOT : LA BANQUE
      ******* VERIFIE NB VIREMENTS ET CUMUL AVANT EXECUTION.
      ****************************************************************
       ECR-TOTAL.
           MOVE SPACE        TO VIR-ENR-DDS.
           MOVE "T"          TO VITYP.
           MOVE WK-LOT       TO VILOT.
           MOVE CPT-VIR      TO VINBENR.
           MOVE WK-TOT-VIR   TO VITMNT.
           WRITE VIR-ENR-DDS.
       ECR-TOTAL-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* COMPTEUR DES LOTS : ENREGISTREMENT "VR" DE FINFODI
      ****************************************************************
       LECT-CPT-VR.
           MOVE "VR"   TO  APTYPE OF AP-ENR-DDS.
           READ FINFODI INVALID
                MOVE SPACE  TO  IR-ENR-DDS
                MOVE "VR"   TO  IRTYPE  OF IR-ENR-DDS
                MOVE ZERO   TO  IRNOLOT OF IR-ENR-DDS
                WRITE IR-ENR-DDS.
           MOVE IRNOLOT OF IR-ENR-DDS  TO  WK-NOLOT.
       LECT-CPT-VR-EXIT.
           EXIT.
      *
       MAJ-CPT-VR.
           MOVE "VR"     TO  IRTYPE  OF IR-ENR-DDS.
           MOVE WK-NOLOT TO  IRNOLOT OF IR-ENR-DDS.
           REWRITE IR-ENR-DDS INVALID
                WRITE IR-ENR-DDS.
       MAJ-CPT-VR-EXIT.
           EXIT.
