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
           SELECT  BPFPAY
                   ASSIGN       TO DATABASE-BPFPAY
       FD  ZPFFR     LABEL RECORD STANDARD.
       01  FR-ENR-DDS.
           COPY DDS-ALL-FORMAT OF ZPFFR.
      *
       FD  BPFDEB    LABEL RECORD STANDARD.
       01  DB-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFDEB.
      *
       FD  BPFPAY   LABEL RECORD STANDARD.
       01  PAY-ENR-DDS.
       77  WK-AA-QUOT               PIC 9(2) VALUE ZERO.
       77  WK-AA-RESTE              PIC 9(2) VALUE ZERO.
       77  WK-LIB-BLQ               PIC X(30) VALUE SPACES.
      *---<COMPENSATION DES DEBITS FOURNISSEURS ECHUS (BPFDEB) :
      *    DEDUCTION SUR LA FACTURE, RESTE DE LA FACTURE A COUVRIR,
      *    RESTE DU SUR UN DEBIT, PART COMPENSEE, AGE DU DEBIT>-------*
       77  CPT-CMP                  PIC 9(6) VALUE ZERO.
       77  WK-MDEB                  PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WK-TOT-DEB               PIC S9(11)V9(3) COMP-3 VALUE ZERO.
       77  WK-RESTE-FAC             PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WK-DU                    PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WK-PART                  PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WK-JRS-JOUR              PIC S9(7) COMP-3 VALUE ZERO.
       77  WK-JRS-DEB               PIC S9(7) COMP-3 VALUE ZERO.
       77  WK-AGE                   PIC S9(5) COMP-3 VALUE ZERO.
      *
      ***** VUE NUMERIQUE DE LA DATE D'EMISSION DU DEBIT (DBRUND)
       01  WK-DTDEB.
           05  WK-DTDEB-AA  PIC 9(2).
           05  WK-DTDEB-MM  PIC 9(2).
           05  WK-DTDEB-JJ  PIC 9(2).
      *
      ***** DATE D'ECHEANCE EN COURS DE CALCUL (VUES NUMERIQUES) -
      ***** LE JOUR EST CUMULE SUR 4 CHIFFRES PUIS RAMENE SUR 2 UNE
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
           05  FILLER                PIC X(10) VALUE "DATE FAC. ".
           05  FILLER                PIC X(10) VALUE "ECHEANCE  ".
           05  FILLER                PIC X(14) VALUE "     MONTANT  ".
           05  FILLER                PIC X(14) VALUE "  DEBIT DEDUIT".
           05  FILLER                PIC X(30) VALUE "  OBSERVATION".
           05  FILLER                PIC X(29) VALUE SPACE.
      *
       01  WLIGNE-DET.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-DTEC              PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-MTTC              PIC -(8)9,999.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-MDEB              PIC -(8)9,999.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-LIB               PIC X(30).
           05  FILLER                PIC X(29) VALUE SPACE.
      *
       01  WLIGNE-TOTAL.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLT-PAY               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(13) VALUE "  BLOQUEES : ".
           05  WLT-BLQ               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(15) VALUE "  NET A PAYER: ".
           05  WLT-TTC               PIC -(10)9,999.
           05  FILLER                PIC X(18)
               VALUE "  DEBITS DEDUITS :".
           05  WLT-DEB               PIC -(10)9,999.
           05  FILLER                PIC X(17) VALUE SPACE.
      *
      /
      ********************
           MOVE AN OF DATE-JOUR   TO WK-TODAY (1:2).
           MOVE MOI OF DATE-JOUR  TO WK-TODAY (3:2).
           MOVE JOUR OF DATE-JOUR TO WK-TODAY (5:2).
           COMPUTE WK-JRS-JOUR = (WAN9-AA * 360) + (WAN9-MM * 30)
                               + WAN9-JJ.
      *
           OPEN I-O    BPFFAC.
           OPEN INPUT  ZPFFR.
      ***** DEBITS FOURNISSEURS (CREE AU PREMIER RUN)
           OPEN I-O    BPFDEB.
           IF ST = "35"
               OPEN OUTPUT BPFDEB
               CLOSE BPFDEB
               OPEN I-O BPFDEB
           END-IF.
           OPEN OUTPUT BPFPAY
                       BPFPPLST.
      *
      ***** ELLES PARTENT DANS LE LOT DE PAIEMENT ET PASSENT "P".
      ***** LES FACTURES "E" (RAPPROCHEES AVEC ECART) FIGURENT SUR LA
      ***** PROPOSITION EN BLOQUEES : ON VOIT CE QUI EST RETENU ET
      ***** POURQUOI, MAIS RIEN NE PART EN TRESORERIE. LES DEBITS
      ***** ECHUS DU FOURNISSEUR SONT DEDUITS DE SES FACTURES PAYEES.
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-FAC THRU LECT-FAC-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
           MOVE CPT-PAY      TO WLT-PAY.
           MOVE CPT-BLQ      TO WLT-BLQ.
           MOVE WK-TOT-TTC   TO WLT-TTC.
           MOVE WK-TOT-DEB   TO WLT-DEB.
           WRITE LST-ENR-DDS FROM WLIGNE-TOTAL.
      *
           CLOSE  BPFFAC ZPFFR BPFDEB BPFPAY BPFPPLST.
      *
           MOVE SPACE TO WK-MESSAGE-LIB.
           STRING  " LUS : " CPT-LUS
                   "   A PAYER : " CPT-PAY
                   "   BLOQUEES : " CPT-BLQ
                   "   DEBITS COMPENSES : " CPT-CMP
                   DELIMITED BY SIZE  INTO WK-MESSAGE-LIB.
           PERFORM AFF-MESSAGE        THRU    AFF-MESSAGE-EXIT.
      *
               GO  TO  TRAIT-PAYABLE-EXIT.
      *
           PERFORM CALC-ECHEANCE THRU CALC-ECHEANCE-EXIT.
           PERFORM COMPENSE-DEBITS THRU COMPENSE-DEBITS-EXIT.
      *
           MOVE SPACE                 TO PAY-ENR-DDS.
           MOVE "D"                   TO PYTYP.
           MOVE WK-ECH-AA             TO PYECHAA.
           MOVE WK-ECH-MM             TO PYECHMM.
           MOVE WK-ECH-JJ2            TO PYECHJJ.
           COMPUTE PYMTTC = FAMTTC OF FA-ENR-DDS - WK-MDEB.
           MOVE WK-TODAY              TO PYRUND.
           MOVE WK-MDEB               TO PYMDEB.
           WRITE PAY-ENR-DDS.
      *
           ADD 1                      TO CPT-PAY.
           ADD PYMTTC                 TO WK-TOT-TTC.
           ADD WK-MDEB                TO WK-TOT-DEB.
      *
           MOVE FACNUF OF FA-ENR-DDS  TO WLD-CNUF.
           MOVE FANFAC OF FA-ENR-DDS  TO WLD-NFAC.
           STRING PYECHJJ "/" PYECHMM "/" PYECHAA
                  DELIMITED BY SIZE INTO WLD-DTEC.
           MOVE FAMTTC OF FA-ENR-DDS  TO WLD-MTTC.
           MOVE WK-MDEB               TO WLD-MDEB.
           IF WK-MDEB = ZERO
               MOVE "A PAYER"             TO WLD-LIB
           ELSE
               MOVE "A PAYER - DEBITS DEDUITS" TO WLD-LIB.
           WRITE LST-ENR-DDS FROM WLIGNE-DET.
      *
           MOVE "P"       TO FAETAT OF FA-ENR-DDS.
                  DELIMITED BY SIZE INTO WLD-DTFA.
           MOVE SPACE                 TO WLD-DTEC.
           MOVE FAMTTC OF FA-ENR-DDS  TO WLD-MTTC.
           MOVE ZERO                  TO WLD-MDEB.
           MOVE WK-LIB-BLQ            TO WLD-LIB.
           WRITE LST-ENR-DDS FROM WLIGNE-DET.
       ECR-BLOQUEE-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* COMPENSATION DES DEBITS FOURNISSEURS ECHUS : UN DEBIT
      ******* OUVERT (" " OU AVOIR PARTIEL "P") EST ECHU QUAND IL A
      ******* ETE EMIS DEPUIS AU MOINS FRNJPD JOURS (MEMES CONDITIONS
      ******* QUE LES FACTURES, JOURS COMMERCIAUX 360/30). SON RESTE
      ******* DU EST DEDUIT DE LA FACTURE DANS LA LIMITE DE SON TTC.
      ******* UN DEBIT ENTIEREMENT DEDUIT PASSE "C" AVEC LE NUMERO DE
      ******* LA FACTURE ; DEDUIT EN PARTIE, IL GARDE SON ETAT ET LE
      ******* SOLDE SERA PRIS SUR LA FACTURE SUIVANTE. LE DEBIT EST
      ******* VALORISE HT (PRIX D'ACHAT) : LA TVA SUR RETOUR EST
      ******* REGULARISEE PAR L'AVOIR, PAS PAR LA COMPENSATION.
      ****************************************************************
       COMPENSE-DEBITS.
           MOVE ZERO                  TO WK-MDEB.
           MOVE FAMTTC OF FA-ENR-DDS  TO WK-RESTE-FAC.
           IF WK-RESTE-FAC NOT > ZERO
               GO  TO  COMPENSE-DEBITS-EXIT.
           MOVE LOW-VALUE             TO DB-ENR-DDS.
           MOVE FACNUF OF FA-ENR-DDS  TO DBCNUL OF DB-ENR-DDS.
           START BPFDEB KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF DB-ENR-DDS
                 INVALID GO TO COMPENSE-DEBITS-EXIT.
       COMPENSE-DEBITS-LIRE.
           IF WK-RESTE-FAC NOT > ZERO
               GO  TO  COMPENSE-DEBITS-EXIT.
           READ BPFDEB NEXT RECORD AT END GO TO COMPENSE-DEBITS-EXIT.
           IF DBCNUL OF DB-ENR-DDS NOT = FACNUF OF FA-ENR-DDS
               GO  TO  COMPENSE-DEBITS-EXIT.
           IF DBETAT OF DB-ENR-DDS NOT = SPACE AND
              DBETAT OF DB-ENR-DDS NOT = "P"
               GO  TO  COMPENSE-DEBITS-LIRE.
           MOVE DBRUND OF DB-ENR-DDS  TO WK-DTDEB.
           COMPUTE WK-JRS-DEB = (WK-DTDEB-AA * 360)
                              + (WK-DTDEB-MM * 30) + WK-DTDEB-JJ.
           COMPUTE WK-AGE = WK-JRS-JOUR - WK-JRS-DEB.
           IF WK-AGE < FRNJPD OF ZPRFR
               GO  TO  COMPENSE-DEBITS-LIRE.
      ***** UN DEBIT DEJA ENTAME SUR UNE AUTRE FACTURE N'EST PLUS
      ***** COMPENSE : SA PART (DBMCMP) DOIT RESTER RATTACHEE A CETTE
      ***** FACTURE POUR POUVOIR ETRE RESTITUEE (BCBAL188/189).
           IF DBNFAC OF DB-ENR-DDS NOT = SPACES AND
              DBNFAC OF DB-ENR-DDS NOT = FANFAC OF FA-ENR-DDS
               GO  TO  COMPENSE-DEBITS-LIRE.
           COMPUTE WK-DU = DBMDEB OF DB-ENR-DDS - DBMREG OF DB-ENR-DDS.
           IF WK-DU NOT > ZERO
               GO  TO  COMPENSE-DEBITS-LIRE.
      *
           MOVE WK-DU  TO WK-PART.
           IF WK-PART > WK-RESTE-FAC
               MOVE WK-RESTE-FAC  TO WK-PART.
           ADD WK-PART       TO DBMREG OF DB-ENR-DDS.
           ADD WK-PART       TO DBMCMP OF DB-ENR-DDS.
           ADD WK-PART       TO WK-MDEB.
           SUBTRACT WK-PART  FROM WK-RESTE-FAC.
           IF DBMREG OF DB-ENR-DDS NOT < DBMDEB OF DB-ENR-DDS
               MOVE "C"  TO DBETAT OF DB-ENR-DDS
               ADD 1     TO CPT-CMP.
           MOVE FANFAC OF FA-ENR-DDS  TO DBNFAC OF DB-ENR-DDS.
           REWRITE DB-ENR-DDS INVALID
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " MAJ DEBIT IMPOSSIBLE " REF-PGM
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
           GO  TO  COMPENSE-DEBITS-LIRE.
       COMPENSE-DEBITS-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* CALCUL DE L'ECHEANCE : DATE DE FACTURE + FRNJPD JOURS,
      ******* PUIS FIN DE MOIS SI FRFINM = "F". LE JOUR EST CUMULE
      ******* DANS UNE ZONE LARGE PUIS RAMENE MOIS PAR MOIS.
