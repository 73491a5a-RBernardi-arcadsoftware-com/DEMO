       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCBAL186.
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
           SELECT  BPFAVO
                   ASSIGN       TO DATABASE-BPFAVO
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
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
           SELECT  BPFAVLST
                   ASSIGN       TO DATABASE-BPFAVLST
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  BPFAVO    LABEL RECORD STANDARD.
       01  AV-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFAVO.
      *
       FD  BPFDEB    LABEL RECORD STANDARD.
       01  DB-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFDEB.
      *
       FD  BPFAVLST  LABEL RECORD STANDARD.
       01  LST-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFAVLST.
      *
      /
       WORKING-STORAGE SECTION.
       77  CPT-LUS                  PIC 9(6) VALUE ZERO.
       77  CPT-SOL                  PIC 9(6) VALUE ZERO.
       77  CPT-PAR                  PIC 9(6) VALUE ZERO.
       77  CPT-SUR                  PIC 9(6) VALUE ZERO.
       77  CPT-REJ                  PIC 9(6) VALUE ZERO.
       77  CPT-LDB                  PIC 9(6) VALUE ZERO.
       77  TOP-FIN                  PIC 1    VALUE B"0".
       77  TOP-FIN-DEB              PIC 1    VALUE B"0".
       77  TOP-VALIDE               PIC 1    VALUE B"0".
       77  WK-TODAY                 PIC 9(6) VALUE ZERO.
       77  WK-LIB-REJ               PIC X(30) VALUE SPACES.
      *---<DEBITS OUVERTS DU BON, RESTE DE L'AVOIR A IMPUTER, PART
      *    IMPUTEE SUR UNE LIGNE ET ECART AVOIR - DEBITS>-------------*
       77  WK-MOUV                  PIC S9(9)V9(3) COMP-3 VALUE ZERO.
       77  WK-RESTE                 PIC S9(9)V9(3) COMP-3 VALUE ZERO.
       77  WK-DU                    PIC S9(9)V9(3) COMP-3 VALUE ZERO.
       77  WK-PART                  PIC S9(9)V9(3) COMP-3 VALUE ZERO.
       77  WK-ECART                 PIC S9(9)V9(3) COMP-3 VALUE ZERO.
       77  WK-TOT-AV                PIC S9(11)V9(3) COMP-3 VALUE ZERO.
       77  WK-TOT-PAR               PIC S9(11)V9(3) COMP-3 VALUE ZERO.
       77  WK-TOT-SUR               PIC S9(11)V9(3) COMP-3 VALUE ZERO.
      *
      ***** DATE DE L'AVOIR AU FORMAT AAMMJJ DE DBAVD
       01  WK-DTAV.
           05  WK-DTAV-AA   PIC XX.
           05  WK-DTAV-MM   PIC XX.
           05  WK-DTAV-JJ   PIC XX.
       01  WK-DTAV-9        REDEFINES WK-DTAV PIC 9(6).
      *
           COPY    WKREFPGM         REPLACING SPACE BY "BCBAL186*A".
           COPY    WKGENERAL.
           COPY    WKMESSAGE.
      *
       01  DATE-JOUR   VALUE SPACES.
           05  AN          PIC XX.
           05  MOI         PIC XX.
           05  JOUR        PIC XX.
      *
       01  WLIGNE-ENTETE.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(42)
               VALUE "IMPUTATION DES AVOIRS FOURNISSEURS     AU ".
           05  WLE-RUND              PIC 9(6).
           05  FILLER                PIC X(83) VALUE SPACE.
      *
       01  WLIGNE-COLS.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(8)  VALUE "FOURN.  ".
           05  FILLER                PIC X(9)  VALUE "AVOIR    ".
           05  FILLER                PIC X(9)  VALUE "BON RET. ".
           05  FILLER                PIC X(10) VALUE "DATE AV.  ".
           05  FILLER                PIC X(14) VALUE "  MONTANT AV. ".
           05  FILLER                PIC X(14) VALUE " DEBITS OUV.  ".
           05  FILLER                PIC X(14) VALUE "        ECART ".
           05  FILLER                PIC X(5)  VALUE " LIG.".
           05  FILLER                PIC X(32) VALUE "  OBSERVATION".
           05  FILLER                PIC X(16) VALUE SPACE.
      *
       01  WLIGNE-DET.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-CNUF              PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-NOAV              PIC X(7).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-NOBR              PIC Z(6)9.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-DTAV              PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-MHT               PIC -(8)9,999.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-MOUV              PIC -(8)9,999.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-ECART             PIC -(8)9,999.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-NLDB              PIC ZZ9.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-LIB               PIC X(30).
           05  FILLER                PIC X(17) VALUE SPACE.
      *
       01  WLIGNE-TOTAL.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(10) VALUE "AVOIRS  : ".
           05  WLT-LUS               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(10) VALUE "  SOLDES :".
           05  WLT-SOL               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(12) VALUE "  PARTIELS :".
           05  WLT-PAR               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(14) VALUE "  SUR-AVOIRS :".
           05  WLT-SUR               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(12) VALUE "  REJETES : ".
           05  WLT-REJ               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(38) VALUE SPACE.
      *
       01  WLIGNE-TOTMNT.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(18)
               VALUE "MONTANT IMPUTE  : ".
           05  WLM-AV                PIC -(10)9,999.
           05  FILLER                PIC X(18)
               VALUE "  RESTE PARTIELS :".
           05  WLM-PAR               PIC -(10)9,999.
           05  FILLER                PIC X(18)
               VALUE "  EXCES SUR-AV.  :".
           05  WLM-SUR               PIC -(10)9,999.
           05  FILLER                PIC X(32) VALUE SPACE.
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
           OPEN I-O    BPFAVO.
           IF ST = "35"
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " BPFAVO INEXISTANT - RIEN A TRAITER"
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
           OPEN I-O    BPFDEB.
           IF ST = "35"
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " BPFDEB INEXISTANT - AUCUN DEBIT"
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
           OPEN OUTPUT BPFAVLST.
      *
           MOVE WK-TODAY     TO WLE-RUND.
           WRITE LST-ENR-DDS FROM WLIGNE-ENTETE.
           WRITE LST-ENR-DDS FROM WLIGNE-COLS.
      *
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-AVO THRU LECT-AVO-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               IF AVETAT OF AV-ENR-DDS = SPACE
                   PERFORM TRAIT-AVOIR THRU TRAIT-AVOIR-EXIT
               END-IF
               PERFORM LECT-AVO THRU LECT-AVO-EXIT
           END-PERFORM.
      *
           MOVE CPT-LUS      TO WLT-LUS.
           MOVE CPT-SOL      TO WLT-SOL.
           MOVE CPT-PAR      TO WLT-PAR.
           MOVE CPT-SUR      TO WLT-SUR.
           MOVE CPT-REJ      TO WLT-REJ.
           WRITE LST-ENR-DDS FROM WLIGNE-TOTAL.
           MOVE WK-TOT-AV    TO WLM-AV.
           MOVE WK-TOT-PAR   TO WLM-PAR.
           MOVE WK-TOT-SUR   TO WLM-SUR.
           WRITE LST-ENR-DDS FROM WLIGNE-TOTMNT.
      *
           CLOSE  BPFAVO BPFDEB BPFAVLST.
      *
           MOVE SPACE TO WK-MESSAGE-LIB.
           STRING  " LUS : " CPT-LUS
                   "   SOLDES : " CPT-SOL
                   "   PARTIELS : " CPT-PAR
                   "   SUR-AVOIRS : " CPT-SUR
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
      /
       LECT-AVO.
           READ BPFAVO NEXT RECORD AT END MOVE VRAI TO TOP-FIN.
       LECT-AVO-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* TRAITEMENT D'UN AVOIR : CONTROLE, CUMUL DES DEBITS
      ******* ENCORE OUVERTS DU BON DE RETOUR (" " OU "P"), PUIS
      ******* IMPUTATION DANS L'ORDRE DE LA CLEF BPFDEB. L'AVOIR EST
      ******* COMPARE AU RESTE DU : EGAL = SOLDE, INFERIEUR = AVOIR
      ******* PARTIEL (LE DERNIER DEBIT TOUCHE RESTE "P" POUR SON
      ******* SOLDE), SUPERIEUR = SUR-AVOIR (TOUS LES DEBITS SONT
      ******* SOLDES, L'EXCES RESTE PORTE SUR L'AVOIR DANS AVMECA).
      ****************************************************************
       TRAIT-AVOIR.
           ADD 1  TO  CPT-LUS.
           MOVE ZERO  TO WK-MOUV WK-ECART CPT-LDB.
           PERFORM CTL-AVOIR THRU CTL-AVOIR-EXIT.
           IF TOP-VALIDE = FAUX
               ADD 1              TO CPT-REJ
               MOVE WK-LIB-REJ    TO WLD-LIB
               PERFORM ECR-LIGNE THRU ECR-LIGNE-EXIT
               MOVE "E"           TO AVETAT OF AV-ENR-DDS
               MOVE WK-LIB-REJ    TO AVLIB  OF AV-ENR-DDS
               MOVE WK-TODAY      TO AVRUND OF AV-ENR-DDS
               REWRITE AV-ENR-DDS
               GO  TO  TRAIT-AVOIR-EXIT.
      *
           MOVE AVAAAV OF AV-ENR-DDS  TO WK-DTAV-AA.
           MOVE AVMMAV OF AV-ENR-DDS  TO WK-DTAV-MM.
           MOVE AVJJAV OF AV-ENR-DDS  TO WK-DTAV-JJ.
           IF WK-DTAV NOT NUMERIC
               MOVE WK-TODAY  TO WK-DTAV-9.
           MOVE AVMHT OF AV-ENR-DDS   TO WK-RESTE.
           PERFORM IMPUTE-DEBITS THRU IMPUTE-DEBITS-EXIT.
      *
           COMPUTE WK-ECART = AVMHT OF AV-ENR-DDS - WK-MOUV.
           ADD AVMHT OF AV-ENR-DDS  TO WK-TOT-AV.
           IF WK-ECART = ZERO
               ADD 1  TO CPT-SOL
               MOVE "AVOIR = DEBITS - BON SOLDE"     TO WLD-LIB
           ELSE
               IF WK-ECART < ZERO
                   ADD 1  TO CPT-PAR
                   SUBTRACT WK-ECART FROM WK-TOT-PAR
                   MOVE "AVOIR PARTIEL - RESTE DU"   TO WLD-LIB
               ELSE
                   ADD 1  TO CPT-SUR
                   ADD WK-ECART TO WK-TOT-SUR
                   MOVE "SUR-AVOIR - EXCES A REGUL."  TO WLD-LIB
               END-IF
           END-IF.
           PERFORM ECR-LIGNE THRU ECR-LIGNE-EXIT.
      *
           MOVE WK-ECART  TO AVMECA OF AV-ENR-DDS.
           MOVE "T"       TO AVETAT OF AV-ENR-DDS.
           MOVE SPACES    TO AVLIB  OF AV-ENR-DDS.
           MOVE WK-TODAY  TO AVRUND OF AV-ENR-DDS.
           REWRITE AV-ENR-DDS.
       TRAIT-AVOIR-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* CONTROLES : FOURNISSEUR, NUMERO D'AVOIR, BON DE RETOUR
      ******* ET MONTANT RENSEIGNES ; LE BON DOIT EXISTER CHEZ CE
      ******* FOURNISSEUR ET AVOIR ENCORE UN RESTE DU.
      ****************************************************************
       CTL-AVOIR.
           MOVE FAUX  TO  TOP-VALIDE.
           MOVE SPACE TO  WK-LIB-REJ.
           IF AVCNUF OF AV-ENR-DDS = SPACES
               MOVE "FOURNISSEUR ABSENT"         TO WK-LIB-REJ
               GO  TO  CTL-AVOIR-EXIT.
           IF AVNOAV OF AV-ENR-DDS = SPACES
               MOVE "NUMERO D'AVOIR ABSENT"      TO WK-LIB-REJ
               GO  TO  CTL-AVOIR-EXIT.
           IF AVNOBR OF AV-ENR-DDS NOT NUMERIC OR
              AVNOBR OF AV-ENR-DDS = ZERO
               MOVE "BON DE RETOUR ABSENT"       TO WK-LIB-REJ
               GO  TO  CTL-AVOIR-EXIT.
           IF AVMHT OF AV-ENR-DDS NOT NUMERIC OR
              AVMHT OF AV-ENR-DDS NOT > ZERO
               MOVE "MONTANT INVALIDE"           TO WK-LIB-REJ
               GO  TO  CTL-AVOIR-EXIT.
      *
           PERFORM CUMUL-DEBITS THRU CUMUL-DEBITS-EXIT.
           IF CPT-LDB = ZERO
               MOVE "BON DE RETOUR INCONNU"      TO WK-LIB-REJ
               GO  TO  CTL-AVOIR-EXIT.
           IF WK-MOUV NOT > ZERO
               MOVE "DEBITS DEJA AVOIRES/COMPENSES" TO WK-LIB-REJ
               GO  TO  CTL-AVOIR-EXIT.
           MOVE VRAI  TO  TOP-VALIDE.
       CTL-AVOIR-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* CUMUL DES DEBITS DU BON : LA CLEF BPFDEB COMMENCE PAR LE
      ******* FOURNISSEUR, ON SE POSITIONNE DESSUS ET ON LIT TANT
      ******* QU'IL NE CHANGE PAS (UN BON NE COUVRE QU'UNE RECEPTION
      ******* MAIS LE NUMERO DE BON N'EST PAS DANS LA CLEF).
      ****************************************************************
       CUMUL-DEBITS.
           PERFORM DEBUT-DEBITS THRU DEBUT-DEBITS-EXIT.
           PERFORM UNTIL TOP-FIN-DEB = VRAI
               IF DBNOBR OF DB-ENR-DDS = AVNOBR OF AV-ENR-DDS
                   ADD 1  TO CPT-LDB
                   IF DBETAT OF DB-ENR-DDS = SPACE OR
                      DBETAT OF DB-ENR-DDS = "P"
                       COMPUTE WK-MOUV = WK-MOUV
                             + DBMDEB OF DB-ENR-DDS
                             - DBMREG OF DB-ENR-DDS
                   END-IF
               END-IF
               PERFORM LECT-DEB THRU LECT-DEB-EXIT
           END-PERFORM.
       CUMUL-DEBITS-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* IMPUTATION : CHAQUE DEBIT OUVERT DU BON RECOIT LA PART
      ******* DE L'AVOIR QUI LUI REVIENT (AU PLUS SON RESTE DU). IL
      ******* PASSE "S" QUAND IL EST COUVERT, "P" SINON ; IL GARDE LE
      ******* NUMERO ET LA DATE DU DERNIER AVOIR IMPUTE.
      ****************************************************************
       IMPUTE-DEBITS.
           PERFORM DEBUT-DEBITS THRU DEBUT-DEBITS-EXIT.
           PERFORM UNTIL TOP-FIN-DEB = VRAI OR WK-RESTE NOT > ZERO
               IF DBNOBR OF DB-ENR-DDS = AVNOBR OF AV-ENR-DDS AND
                  (DBETAT OF DB-ENR-DDS = SPACE OR
                   DBETAT OF DB-ENR-DDS = "P")
                   PERFORM IMPUTE-LIGNE THRU IMPUTE-LIGNE-EXIT
               END-IF
               PERFORM LECT-DEB THRU LECT-DEB-EXIT
           END-PERFORM.
       IMPUTE-DEBITS-EXIT.
           EXIT.
      *
       IMPUTE-LIGNE.
           COMPUTE WK-DU = DBMDEB OF DB-ENR-DDS - DBMREG OF DB-ENR-DDS.
           IF WK-DU NOT > ZERO
               GO  TO  IMPUTE-LIGNE-EXIT.
           MOVE WK-DU  TO WK-PART.
           IF WK-PART > WK-RESTE
               MOVE WK-RESTE  TO WK-PART.
           ADD WK-PART       TO DBMREG OF DB-ENR-DDS.
           SUBTRACT WK-PART  FROM WK-RESTE.
           IF DBMREG OF DB-ENR-DDS < DBMDEB OF DB-ENR-DDS
               MOVE "P"  TO DBETAT OF DB-ENR-DDS
           ELSE
               MOVE "S"  TO DBETAT OF DB-ENR-DDS.
           MOVE AVNOAV OF AV-ENR-DDS  TO DBNOAV OF DB-ENR-DDS.
           MOVE WK-DTAV-9             TO DBAVD  OF DB-ENR-DDS.
           REWRITE DB-ENR-DDS INVALID
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " MAJ DEBIT IMPOSSIBLE " REF-PGM
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
       IMPUTE-LIGNE-EXIT.
           EXIT.
      *
       DEBUT-DEBITS.
           MOVE FAUX                  TO TOP-FIN-DEB.
           MOVE LOW-VALUE             TO DB-ENR-DDS.
           MOVE AVCNUF OF AV-ENR-DDS  TO DBCNUL OF DB-ENR-DDS.
           START BPFDEB KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF DB-ENR-DDS
                 INVALID MOVE VRAI TO TOP-FIN-DEB
                         GO TO DEBUT-DEBITS-EXIT.
           PERFORM LECT-DEB THRU LECT-DEB-EXIT.
       DEBUT-DEBITS-EXIT.
           EXIT.
      *
       LECT-DEB.
           READ BPFDEB NEXT RECORD AT END MOVE VRAI TO TOP-FIN-DEB
                                          GO TO LECT-DEB-EXIT.
           IF DBCNUL OF DB-ENR-DDS NOT = AVCNUF OF AV-ENR-DDS
               MOVE VRAI  TO TOP-FIN-DEB.
       LECT-DEB-EXIT.
           EXIT.
      *
       ECR-LIGNE.
           MOVE AVCNUF OF AV-ENR-DDS  TO WLD-CNUF.
           MOVE AVNOAV OF AV-ENR-DDS  TO WLD-NOAV.
           MOVE ZERO                  TO WLD-NOBR.
           IF AVNOBR OF AV-ENR-DDS NUMERIC
               MOVE AVNOBR OF AV-ENR-DDS  TO WLD-NOBR.
           MOVE SPACE                 TO WLD-DTAV.
           STRING AVJJAV OF AV-ENR-DDS "/"
                  AVMMAV OF AV-ENR-DDS "/"
                  AVAAAV OF AV-ENR-DDS
                  DELIMITED BY SIZE INTO WLD-DTAV.
           MOVE ZERO                  TO WLD-MHT.
           IF AVMHT OF AV-ENR-DDS NUMERIC
               MOVE AVMHT OF AV-ENR-DDS   TO WLD-MHT.
           MOVE WK-MOUV               TO WLD-MOUV.
           MOVE WK-ECART              TO WLD-ECART.
           MOVE CPT-LDB               TO WLD-NLDB.
           WRITE LST-ENR-DDS FROM WLIGNE-DET.
       ECR-LIGNE-EXIT.
           EXIT.
