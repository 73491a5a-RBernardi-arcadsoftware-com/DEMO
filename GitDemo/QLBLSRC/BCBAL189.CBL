       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCBAL189.
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
           SELECT  BPFVIRA
                   ASSIGN       TO DATABASE-BPFVIRA
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
           SELECT  BPFVRLST
                   ASSIGN       TO DATABASE-BPFVRLST
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  BPFVIRA  LABEL RECORD STANDARD.
       01  VA-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFVIRA.
      *
       FD  BPFFAC    LABEL RECORD STANDARD.
       01  FA-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFFAC.
      *
       FD  BPFDEB    LABEL RECORD STANDARD.
       01  DB-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFDEB.
      *
       FD  BPFGLEX  LABEL RECORD STANDARD.
       01  GLX-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFGLEX.
      *
       FD  BPFVRLST  LABEL RECORD STANDARD.
       01  LST-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFVRLST.
      *
      /
       WORKING-STORAGE SECTION.
       77  CPT-PAY                  PIC 9(6) VALUE ZERO.
       77  CPT-REJ                  PIC 9(6) VALUE ZERO.
       77  CPT-ANO                  PIC 9(6) VALUE ZERO.
       77  TOP-FIN                  PIC 1    VALUE B"0".
       77  TOP-ACC                  PIC 1    VALUE B"0".
       77  WK-TODAY                 PIC 9(6) VALUE ZERO.
       77  WK-MNET                  PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WK-TOT-REG               PIC S9(11)V9(3) COMP-3 VALUE ZERO.
       77  WK-TOT-DEB               PIC S9(11)V9(3) COMP-3 VALUE ZERO.
       77  WK-LIB                   PIC X(40) VALUE SPACES.
      *---<RESTITUTION DES DEBITS COMPENSES SUR UN VIREMENT REJETE>---*
       77  WK-RESTE                 PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WK-PART                  PIC S9(8)V9(3) COMP-3 VALUE ZERO.
      *
      ***** DATE D'EXECUTION DU LOT (ACCUSE "A" DE LA BANQUE)
       01  WK-DTEXE.
           05  WK-DTEXE-AA  PIC XX.
           05  WK-DTEXE-MM  PIC XX.
           05  WK-DTEXE-JJ  PIC XX.
      *
           COPY    WKREFPGM         REPLACING SPACE BY "BCBAL189*A".
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
               VALUE "CONFIRMATION DES VIREMENTS FOURNISSEURS  LOT".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLE-LOT               PIC X(6).
           05  FILLER                PIC X(4)  VALUE " DU ".
           05  WLE-RUND              PIC 9(6).
           05  FILLER                PIC X(70) VALUE SPACE.
      *
       01  WLIGNE-COLS.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(8)  VALUE "FOURN.  ".
           05  FILLER                PIC X(9)  VALUE "FACTURE  ".
           05  FILLER                PIC X(7)  VALUE "RECEP. ".
           05  FILLER                PIC X(14) VALUE "     NET VIRE ".
           05  FILLER                PIC X(15) VALUE "  DEBIT DEDUIT ".
           05  FILLER                PIC X(40) VALUE "OBSERVATION".
           05  FILLER                PIC X(38) VALUE SPACE.
      *
       01  WLIGNE-DET.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-CNUF              PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-NFAC              PIC X(7).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-NORD              PIC X(5).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-MREG              PIC -(8)9,999.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-MDEB              PIC -(8)9,999.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-LIB               PIC X(40).
           05  FILLER                PIC X(38) VALUE SPACE.
      *
       01  WLIGNE-TOTAL.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(18)
               VALUE "ACQUITTEES      : ".
           05  WLT-PAY               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(13) VALUE "  REJETEES : ".
           05  WLT-REJ               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(14) VALUE "  NET VIRE  : ".
           05  WLT-REG               PIC -(10)9,999.
           05  FILLER                PIC X(18)
               VALUE "  DEBITS DEDUITS :".
           05  WLT-DEB               PIC -(10)9,999.
           05  FILLER                PIC X(24) VALUE SPACE.
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
      ***** LE LOT DE VIREMENTS DONT LA BANQUE A ACCUSE RECEPTION EST
      ***** RECU EN LDA (WLDA-NOVIR) : SES FACTURES "V" PASSENT "A",
      ***** SAUF CELLES QUE LA BANQUE A REJETEES, QUI REVIENNENT "R".
           ACCEPT   WKLDA  FROM  LDA.
           IF WLDA-NOVIR = SPACES
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " NUMERO DE LOT DE VIREMENTS ABSENT EN LDA "
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
      *
           OPEN INPUT  BPFVIRA.
           IF ST = "35"
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " BPFVIRA INEXISTANT - AUCUN ACCUSE BANCAIRE"
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
      *
      ***** PASSE 1 : L'ACCUSE "A" DU LOT DONNE LA DATE D'EXECUTION.
      ***** SANS ACCUSE, RIEN NE BOUGE : LES FACTURES RESTENT "V".
           MOVE FAUX  TO TOP-FIN.
           MOVE FAUX  TO TOP-ACC.
           PERFORM LECT-VIRA THRU LECT-VIRA-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               IF VATYP = "A" AND VALOT = WLDA-NOVIR
                   MOVE VRAI    TO TOP-ACC
                   MOVE VAEXAA  TO WK-DTEXE-AA
                   MOVE VAEXMM  TO WK-DTEXE-MM
                   MOVE VAEXJJ  TO WK-DTEXE-JJ
               END-IF
               PERFORM LECT-VIRA THRU LECT-VIRA-EXIT
           END-PERFORM.
           CLOSE  BPFVIRA.
           IF TOP-ACC = FAUX
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " LOT " WLDA-NOVIR " NON ACQUITTE PAR LA BANQUE"
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
      *
           OPEN INPUT  BPFVIRA.
           OPEN I-O    BPFFAC.
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
           OPEN OUTPUT BPFVRLST.
      *
           MOVE WLDA-NOVIR   TO WLE-LOT.
           MOVE WK-TODAY     TO WLE-RUND.
           WRITE LST-ENR-DDS FROM WLIGNE-ENTETE.
           WRITE LST-ENR-DDS FROM WLIGNE-COLS.
      *
      ***** PASSE 2 : VIREMENTS REJETES ("R") DU LOT
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-VIRA THRU LECT-VIRA-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               IF VATYP = "R" AND VALOT = WLDA-NOVIR
                   PERFORM TRAIT-REJET THRU TRAIT-REJET-EXIT
               END-IF
               PERFORM LECT-VIRA THRU LECT-VIRA-EXIT
           END-PERFORM.
      *
      ***** PASSE 3 : TOUTE FACTURE ENCORE "V" SUR LE LOT EST PAYEE
      ***** A LA DATE D'EXECUTION ET PART AU GL (COMPTE FOURNISSEUR
      ***** SOLDE PAR LA BANQUE ET LES DEBITS COMPENSES).
           MOVE FAUX  TO TOP-FIN.
           MOVE LOW-VALUE  TO FA-ENR-DDS.
           START BPFFAC KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF FA-ENR-DDS
                 INVALID MOVE VRAI TO TOP-FIN.
           IF TOP-FIN = FAUX
               PERFORM LECT-FAC THRU LECT-FAC-EXIT
           END-IF.
           PERFORM UNTIL TOP-FIN = VRAI
               IF FAETAT OF FA-ENR-DDS = "V" AND
                  FANLOT OF FA-ENR-DDS = WLDA-NOVIR
                   PERFORM TRAIT-ACQUIT THRU TRAIT-ACQUIT-EXIT
               END-IF
               PERFORM LECT-FAC THRU LECT-FAC-EXIT
           END-PERFORM.
      *
           MOVE CPT-PAY      TO WLT-PAY.
           MOVE CPT-REJ      TO WLT-REJ.
           MOVE WK-TOT-REG   TO WLT-REG.
           MOVE WK-TOT-DEB   TO WLT-DEB.
           WRITE LST-ENR-DDS FROM WLIGNE-TOTAL.
      *
           CLOSE  BPFVIRA BPFFAC BPFDEB BPFGLEX BPFVRLST.
      *
           IF CPT-PAY = ZERO AND CPT-REJ = ZERO
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " LOT " WLDA-NOVIR " : AUCUNE FACTURE EN ATTENTE"
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
      *
           MOVE SPACE TO WK-MESSAGE-LIB.
           STRING  " LOT " WLDA-NOVIR " CONFIRME : " CPT-PAY
                   " ACQUITTEES   " CPT-REJ " REJETEES   "
                   CPT-ANO " ANOMALIES"
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
       LECT-VIRA.
           READ BPFVIRA NEXT RECORD AT END MOVE VRAI TO TOP-FIN.
       LECT-VIRA-EXIT.
           EXIT.
      *
       LECT-FAC.
           READ BPFFAC NEXT RECORD AT END MOVE VRAI TO TOP-FIN.
       LECT-FAC-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* VIREMENT REJETE : LA FACTURE DOIT ETRE "V" SUR CE LOT.
      ******* ELLE REVIENT A "R" AVEC LE MOTIF DE LA BANQUE ET LES
      ******* DEBITS QUI AVAIENT ETE DEDUITS REDEVIENNENT OUVERTS :
      ******* LA PROPOSITION SUIVANTE LES DEDUIRA A NOUVEAU.
      ****************************************************************
       TRAIT-REJET.
           MOVE VACNUF  TO  FACNUF OF FA-ENR-DDS.
           MOVE VANORD  TO  FANORD OF FA-ENR-DDS.
           READ BPFFAC INVALID
               MOVE "REJET SUR FACTURE INCONNUE"  TO WK-LIB
               PERFORM ECR-ANOMALIE THRU ECR-ANOMALIE-EXIT
               GO  TO  TRAIT-REJET-EXIT.
           IF FAETAT OF FA-ENR-DDS NOT = "V" OR
              FANLOT OF FA-ENR-DDS NOT = WLDA-NOVIR
               MOVE SPACE  TO WK-LIB
               STRING "REJET IGNORE - FACTURE A L'ETAT "
                      FAETAT OF FA-ENR-DDS
                       DELIMITED  BY SIZE
                       INTO  WK-LIB
               PERFORM ECR-ANOMALIE THRU ECR-ANOMALIE-EXIT
               GO  TO  TRAIT-REJET-EXIT.
      *
           ADD 1  TO  CPT-REJ.
           COMPUTE WK-MNET = FAMTTC OF FA-ENR-DDS
                           - FAMDEB OF FA-ENR-DDS.
           MOVE FACNUF OF FA-ENR-DDS  TO WLD-CNUF.
           MOVE FANFAC OF FA-ENR-DDS  TO WLD-NFAC.
           MOVE FANORD OF FA-ENR-DDS  TO WLD-NORD.
           MOVE WK-MNET               TO WLD-MREG.
           MOVE FAMDEB OF FA-ENR-DDS  TO WLD-MDEB.
           MOVE SPACE                 TO WLD-LIB.
           STRING "REJETEE - " VAMOTR
                  DELIMITED BY SIZE INTO WLD-LIB.
           WRITE LST-ENR-DDS FROM WLIGNE-DET.
      *
           PERFORM RESTAURE-DEBITS THRU RESTAURE-DEBITS-EXIT.
           MOVE "R"          TO FAETAT OF FA-ENR-DDS.
           MOVE SPACES       TO FANLOT OF FA-ENR-DDS.
           MOVE ZERO         TO FAMDEB OF FA-ENR-DDS.
           MOVE VAMOTR       TO FAMOTR OF FA-ENR-DDS.
           IF VAMOTR = SPACES
               MOVE "REJET BANCAIRE"  TO FAMOTR OF FA-ENR-DDS.
           PERFORM MAJ-FACTURE THRU MAJ-FACTURE-EXIT.
       TRAIT-REJET-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* FACTURE ACQUITTEE : DATE DE REGLEMENT = DATE D'EXECUTION
      ******* DU LOT, EXTRACTION COMPTABLE DU REGLEMENT.
      ****************************************************************
       TRAIT-ACQUIT.
           ADD 1  TO  CPT-PAY.
           COMPUTE WK-MNET = FAMTTC OF FA-ENR-DDS
                           - FAMDEB OF FA-ENR-DDS.
           MOVE "A"          TO FAETAT OF FA-ENR-DDS.
           MOVE WK-DTEXE-AA  TO FAAAPY OF FA-ENR-DDS.
           MOVE WK-DTEXE-MM  TO FAMMPY OF FA-ENR-DDS.
           MOVE WK-DTEXE-JJ  TO FAJJPY OF FA-ENR-DDS.
           MOVE SPACES       TO FAMOTR OF FA-ENR-DDS.
           PERFORM MAJ-FACTURE THRU MAJ-FACTURE-EXIT.
           PERFORM ECR-GLEX-REG THRU ECR-GLEX-REG-EXIT.
      *
           ADD WK-MNET                TO WK-TOT-REG.
           ADD FAMDEB OF FA-ENR-DDS   TO WK-TOT-DEB.
           MOVE FACNUF OF FA-ENR-DDS  TO WLD-CNUF.
           MOVE FANFAC OF FA-ENR-DDS  TO WLD-NFAC.
           MOVE FANORD OF FA-ENR-DDS  TO WLD-NORD.
           MOVE WK-MNET               TO WLD-MREG.
           MOVE FAMDEB OF FA-ENR-DDS  TO WLD-MDEB.
           MOVE SPACE                 TO WLD-LIB.
           STRING "ACQUITTEE LE " WK-DTEXE-JJ "/" WK-DTEXE-MM "/"
                  WK-DTEXE-AA
                  DELIMITED BY SIZE INTO WLD-LIB.
           WRITE LST-ENR-DDS FROM WLIGNE-DET.
       TRAIT-ACQUIT-EXIT.
           EXIT.
      *
       ECR-ANOMALIE.
           ADD 1  TO  CPT-ANO.
           MOVE VACNUF                TO WLD-CNUF.
           MOVE VANFAC                TO WLD-NFAC.
           MOVE VANORD                TO WLD-NORD.
           MOVE ZERO                  TO WLD-MREG WLD-MDEB.
           MOVE WK-LIB                TO WLD-LIB.
           WRITE LST-ENR-DDS FROM WLIGNE-DET.
       ECR-ANOMALIE-EXIT.
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
           MOVE WK-MNET               TO GXMREG.
           MOVE FAMDEB OF FA-ENR-DDS  TO GXMDEB.
           MOVE WK-TODAY              TO GXRUND.
           MOVE SPACE                 TO GXSTAT.
           MOVE SPACES                TO GXLOT.
           WRITE GLX-ENR-DDS.
       ECR-GLEX-REG-EXIT.
           EXIT.
