       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCBAL198.
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
           SELECT  ZPFFR
                   ASSIGN       TO DATABASE-ZPFFR
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF FR-ENR-DDS
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
           SELECT  FINFODI
                   ASSIGN       TO DATABASE-ALFIN1
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF AP-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  BPFAFLST
                   ASSIGN       TO DATABASE-BPFAFLST
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  BPFER     LABEL RECORD STANDARD.
       01  ER-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFER.
      *
       FD  BPFERM61  LABEL RECORD STANDARD.
       01  ER61-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFERM61.
      *
       FD  ZPFFR     LABEL RECORD STANDARD.
       01  FR-ENR-DDS.
           COPY DDS-ALL-FORMAT OF ZPFFR.
      *
       FD  BPFFAC    LABEL RECORD STANDARD.
       01  FA-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFFAC.
      *
       FD  BPFDEB    LABEL RECORD STANDARD.
       01  DB-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFDEB.
      *
           COPY FDAPFIN.
           COPY FDINAF.
      *
       FD  BPFAFLST  LABEL RECORD STANDARD.
       01  LST-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFAFLST.
      *
      /
       WORKING-STORAGE SECTION.
       77  CPT-LUS                  PIC 9(6) VALUE ZERO.
       77  CPT-FAC                  PIC 9(6) VALUE ZERO.
       77  CPT-AVO                  PIC 9(6) VALUE ZERO.
       77  CPT-REJ                  PIC 9(6) VALUE ZERO.
       77  TOP-FIN                  PIC 1    VALUE B"0".
      *---<ENTETE EN COURS LUE DANS LE MENSUEL BPFERM61>--------------*
       77  TOP-M61                  PIC 1    VALUE B"0".
      *---<FOURNISSEUR DE L'ENTETE EN AUTOFACTURATION (FRAUTF = "O")>-*
       77  TOP-AUTF                 PIC 1    VALUE B"0".
       77  WK-TODAY                 PIC 9(6) VALUE ZERO.
       77  WK-CNUF-LU               PIC X(6) VALUE SPACES.
       77  WK-NOFA                  PIC 9(6) VALUE ZERO.
       77  WK-NUMDOC                PIC X(7) VALUE SPACES.
       77  WK-LIB-REJ               PIC X(40) VALUE SPACES.
      *---<MONTANTS DU DOCUMENT - LE SIGNE EST INVERSE POUR UN AVOIR>-*
      * WK-MHT-BRUT : CUMUL ERMPA (PRIX D'ACHAT BRUT DES LIGNES).      *
      * WK-MRF      : REMISE SUR FACTURE ERMRF, SEULE DEDUITE DU HT.   *
      * WK-MAVD     : AVANTAGES DIFFERES (RISTOURNE, COOPERATION,      *
      *               NEGOCIATION - ERMAVD) : REGLES HORS FACTURE,    *
      *               ILS FIGURENT SUR LE DOCUMENT POUR INFORMATION.  *
       77  WK-SIGNE                 PIC S9   VALUE +1.
       77  WK-MHT-BRUT              PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WK-MRF                   PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WK-MHT-NET               PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WK-MTVA                  PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WK-MTRS                  PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WK-MTVT                  PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WK-MTTC                  PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WK-MAVD                  PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WK-TOT-FAC               PIC S9(11)V9(3) COMP-3 VALUE ZERO.
       77  WK-TOT-AVO               PIC S9(11)V9(3) COMP-3 VALUE ZERO.
      *
           COPY    WKREFPGM         REPLACING SPACE BY "BCBAL198*A".
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
           05  FILLER                PIC X(44)
               VALUE "AUTOFACTURES ET AVOIRS D'AUTOFACTURATION DU ".
           05  WLE-RUND              PIC 9(6).
           05  FILLER                PIC X(81) VALUE SPACE.
      *
       01  WLIGNE-TIRETS.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(70) VALUE ALL "-".
           05  FILLER                PIC X(61) VALUE SPACE.
      *
       01  WLIGNE-DOC1.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD1-TYPE             PIC X(24).
           05  FILLER                PIC X(4)  VALUE "NO  ".
           05  WLD1-NUM              PIC X(7).
           05  FILLER                PIC X(5)  VALUE "  DU ".
           05  WLD1-DATE             PIC X(8).
           05  FILLER                PIC X(16)
               VALUE "  FOURNISSEUR : ".
           05  WLD1-CNUF             PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD1-NSF              PIC X(6).
           05  FILLER                PIC X(53) VALUE SPACE.
      *
       01  WLIGNE-DOC2.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(13) VALUE "RECEPTION  : ".
           05  WLD2-NORD             PIC X(5).
           05  FILLER                PIC X(5)  VALUE "  DU ".
           05  WLD2-DTRC             PIC X(8).
           05  FILLER                PIC X(13) VALUE "  COMMANDE : ".
           05  WLD2-NCMD             PIC X(8).
           05  FILLER                PIC X(10) VALUE "  DEPOT : ".
           05  WLD2-DEP              PIC XX.
           05  FILLER                PIC X(14) VALUE "  REFERENCE : ".
           05  WLD2-REF              PIC X(7).
           05  FILLER                PIC X(46) VALUE SPACE.
      *
       01  WLIGNE-MENTION.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(85)
               VALUE "AUTOFACTURATION : DOCUMENT EMIS PAR LE CLIENT AU N
      -        "OM ET POUR LE COMPTE DU FOURNISSEUR".
           05  FILLER                PIC X(46) VALUE SPACE.
      *
       01  WLIGNE-MNT.
           05  FILLER                PIC X(5)  VALUE SPACE.
           05  WLM-LIB               PIC X(40).
           05  WLM-MNT               PIC -(8)9,999.
           05  FILLER                PIC X(74) VALUE SPACE.
      *
       01  WLIGNE-DET.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-CNUF              PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-NORD              PIC X(5).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-LIB               PIC X(40).
           05  FILLER                PIC X(76) VALUE SPACE.
      *
       01  WLIGNE-TOTAL.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(15) VALUE "AUTOFACTURES : ".
           05  WLT-FAC               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(8)  VALUE "  TTC : ".
           05  WLT-TFAC              PIC -(10)9,999.
           05  FILLER                PIC X(11) VALUE "  AVOIRS : ".
           05  WLT-AVO               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(8)  VALUE "  TTC : ".
           05  WLT-TAVO              PIC -(10)9,999.
           05  FILLER                PIC X(17)
               VALUE "  NON TRAITEES : ".
           05  WLT-REJ               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(21) VALUE SPACE.
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
           OPEN I-O    BPFER
                       BPFERM61.
           OPEN INPUT  ZPFFR.
      ***** FACTURES ET DEBITS FOURNISSEURS (CREES AU PREMIER RUN)
           OPEN I-O    BPFFAC.
           IF ST = "35"
               OPEN OUTPUT BPFFAC
               CLOSE BPFFAC
               OPEN I-O BPFFAC
           END-IF.
           OPEN I-O    BPFDEB.
           IF ST = "35"
               OPEN OUTPUT BPFDEB
               CLOSE BPFDEB
               OPEN I-O BPFDEB
           END-IF.
           OPEN I-O    FINFODI.
           OPEN OUTPUT BPFAFLST.
      *
      ***** NUMEROTATION : COMPTEUR "AF" DE FINFODI, COMMUN AUX
      ***** AUTOFACTURES ("F" + NUMERO) ET AUX AVOIRS ("A" + NUMERO).
           PERFORM LECT-CPT-AF THRU LECT-CPT-AF-EXIT.
      *
           MOVE WK-TODAY     TO WLE-RUND.
           WRITE LST-ENR-DDS FROM WLIGNE-ENTETE.
      *
      ***** PASSE 1 : ENTETES DE RECEPTION DU JOUR ET EN COURS
           MOVE FAUX  TO TOP-M61.
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-ER THRU LECT-ER-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               PERFORM TRAIT-ENTETE THRU TRAIT-ENTETE-EXIT
               PERFORM LECT-ER THRU LECT-ER-EXIT
           END-PERFORM.
      *
      ***** PASSE 2 : ENTETES DEJA BASCULEES DANS LE MENSUEL - MEME
      ***** PRINCIPE QUE BCBAL153 : L'ENTETE EST RAMENEE DANS LA ZONE
      ***** DE TRAVAIL ER-ENR-DDS (LA PASSE 1 EST TERMINEE), TRAITEE,
      ***** PUIS REECRITE DANS LE MENSUEL.
           MOVE VRAI  TO TOP-M61.
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-ER61 THRU LECT-ER61-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               MOVE ER61-ENR-DDS  TO  ER-ENR-DDS
               PERFORM TRAIT-ENTETE THRU TRAIT-ENTETE-EXIT
               PERFORM LECT-ER61 THRU LECT-ER61-EXIT
           END-PERFORM.
      *
           MOVE CPT-FAC      TO WLT-FAC.
           MOVE WK-TOT-FAC   TO WLT-TFAC.
           MOVE CPT-AVO      TO WLT-AVO.
           MOVE WK-TOT-AVO   TO WLT-TAVO.
           MOVE CPT-REJ      TO WLT-REJ.
           WRITE LST-ENR-DDS FROM WLIGNE-TOTAL.
      *
           CLOSE  BPFER BPFERM61 ZPFFR BPFFAC BPFDEB FINFODI BPFAFLST.
      *
           MOVE SPACE TO WK-MESSAGE-LIB.
           STRING  " LUS : " CPT-LUS
                   "   AUTOFACTURES : " CPT-FAC
                   "   AVOIRS : " CPT-AVO
                   "   NON TRAITEES : " CPT-REJ
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
       LECT-ER.
           READ BPFER NEXT RECORD AT END MOVE VRAI TO TOP-FIN
                                         GO TO LECT-ER-EXIT.
           ADD  1       TO  CPT-LUS.
       LECT-ER-EXIT.
           EXIT.
      *
       LECT-ER61.
           READ BPFERM61 NEXT RECORD AT END MOVE VRAI TO TOP-FIN
                                            GO TO LECT-ER61-EXIT.
           ADD  1       TO  CPT-LUS.
       LECT-ER61-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* TRAITEMENT D'UNE ENTETE (ZONE DE TRAVAIL ER-ENR-DDS) :
      ******* SEULS LES FOURNISSEURS EN AUTOFACTURATION SONT RETENUS.
      ******* - ENTETE POSTEE SANS FACTURE : EMISSION DE L'AUTOFACTURE
      *******   (UNE FACTURE DEJA SAISIE, QU'ELLE VIENNE DU FOURNISSEUR
      *******   OU D'UN RUN PRECEDENT, N'EST JAMAIS DOUBLEE) ;
      ******* - ENTETE CONTREPASSEE (ERDIFF "99", BCBAL164) DONT
      *******   L'AUTOFACTURE A ETE EMISE : EMISSION DE L'AVOIR.
      ******* UNE ENTETE CONTREPASSEE AVANT SON AUTOFACTURE N'A RIEN A
      ******* FACTURER NI A AVOIRER.
      ****************************************************************
       TRAIT-ENTETE.
           IF ERCNUL OF ER-ENR-DDS NOT = WK-CNUF-LU
               PERFORM LECT-FOURN THRU LECT-FOURN-EXIT.
           IF TOP-AUTF = FAUX
               GO TO TRAIT-ENTETE-EXIT.
      *
           MOVE ERCNUL OF ER-ENR-DDS  TO  FACNUF OF FA-ENR-DDS.
           MOVE ERNORD OF ER-ENR-DDS  TO  FANORD OF FA-ENR-DDS.
           READ BPFFAC
               INVALID
                   IF ERDIFF OF ER-ENR-DDS NOT = "99"
                       PERFORM EMET-AUTOFACT THRU EMET-AUTOFACT-EXIT
                   END-IF
               NOT INVALID
                   IF ERDIFF OF ER-ENR-DDS = "99" AND
                      FAAUTF OF FA-ENR-DDS = "F"
                       PERFORM EMET-AVOIR THRU EMET-AVOIR-EXIT
                   END-IF
           END-READ.
       TRAIT-ENTETE-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* LECTURE DU FOURNISSEUR DE L'ENTETE - LES ENTETES NE SONT
      ******* PAS GROUPEES PAR FOURNISSEUR (ERCNUL VIENT APRES ERTYRC,
      ******* ERCIDR, ERKAPP... DANS LA CLEF) : LA FICHE EST RELUE DES
      ******* QUE ERCNUL DIFFERE DE CELUI DE L'ENTETE PRECEDENTE.
      ****************************************************************
       LECT-FOURN.
           MOVE ERCNUL OF ER-ENR-DDS  TO  WK-CNUF-LU.
           MOVE FAUX                  TO  TOP-AUTF.
           MOVE ERCNUL OF ER-ENR-DDS  TO  FRCNUF OF FR-ENR-DDS.
           READ ZPFFR INVALID GO TO LECT-FOURN-EXIT.
           IF FRAUTF OF ZPRFR = "O"
               MOVE VRAI  TO  TOP-AUTF.
       LECT-FOURN-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* AUTOFACTURE : LES MONTANTS SONT CEUX DES CUMULS DE
      ******* L'ENTETE, TELS QUE BCBAL153 LES ATTEND D'UNE FACTURE
      ******* CONFORME (FAMHT = ERMPA, FAMTVA = ERMTVA, FAMTRS =
      ******* ERMTRS). LE TTC A PAYER EST LE HT BRUT DIMINUE DE LA
      ******* REMISE SUR FACTURE, PLUS LA TVA, LE TRANSPORT ET SA TVA.
      ******* LA FACTURE EST CREEE RAPPROCHEE ("R") ET L'ENTETE EST
      ******* MARQUEE CONFORME ("00") AVEC LES MONTANTS FACTURE : LE
      ******* RAPPROCHEMENT NE LA REPREND PAS ET ELLE PART DIRECTEMENT
      ******* DANS LA PROPOSITION DE PAIEMENT BCBAL166.
      ******* L'AUTOFACTURE EST EMISE EN MONNAIE LOCALE : UNE ENTETE
      ******* EN DEVISE (FOURNISSEUR PASSE EN DEVISE APRES COUP) N'EST
      ******* PAS FACTUREE ET RESSORT SUR LA LISTE.
      ****************************************************************
       EMET-AUTOFACT.
           IF ERNLIG OF ER-ENR-DDS = ZERO
               GO TO EMET-AUTOFACT-EXIT.
           IF ERDEV OF ER-ENR-DDS NOT = SPACES
               MOVE "ENTETE EN DEVISE - NON AUTOFACTUREE"
                                          TO WK-LIB-REJ
               PERFORM ECR-REJET THRU ECR-REJET-EXIT
               GO TO EMET-AUTOFACT-EXIT.
           MOVE +1  TO  WK-SIGNE.
           PERFORM CALC-MONTANTS THRU CALC-MONTANTS-EXIT.
           IF WK-MTTC NOT > ZERO
               MOVE "MONTANT A FACTURER NUL OU NEGATIF"
                                          TO WK-LIB-REJ
               PERFORM ECR-REJET THRU ECR-REJET-EXIT
               GO TO EMET-AUTOFACT-EXIT.
      *
           ADD 1  TO  WK-NOFA.
           MOVE SPACE  TO  WK-NUMDOC.
           STRING "F" WK-NOFA  DELIMITED BY SIZE  INTO WK-NUMDOC.
      *
           MOVE SPACE                 TO FA-ENR-DDS.
           MOVE ERCNUL OF ER-ENR-DDS  TO FACNUF OF FA-ENR-DDS.
           MOVE ERNORD OF ER-ENR-DDS  TO FANORD OF FA-ENR-DDS.
           MOVE WK-NUMDOC             TO FANFAC OF FA-ENR-DDS.
           MOVE AN   OF DATE-JOUR     TO FAAAFA OF FA-ENR-DDS.
           MOVE MOI  OF DATE-JOUR     TO FAMMFA OF FA-ENR-DDS.
           MOVE JOUR OF DATE-JOUR     TO FAJJFA OF FA-ENR-DDS.
           MOVE ERMPA  OF ER-ENR-DDS  TO FAMHT  OF FA-ENR-DDS.
           MOVE ERMTVA OF ER-ENR-DDS  TO FAMTVA OF FA-ENR-DDS.
           MOVE ERMTRS OF ER-ENR-DDS  TO FAMTRS OF FA-ENR-DDS.
           MOVE ERMTX1 OF ER-ENR-DDS  TO FAMTX1 OF FA-ENR-DDS.
           MOVE ERMTX2 OF ER-ENR-DDS  TO FAMTX2 OF FA-ENR-DDS.
           MOVE WK-MTTC               TO FAMTTC OF FA-ENR-DDS.
           MOVE "R"                   TO FAETAT OF FA-ENR-DDS.
           MOVE WK-TODAY              TO FARUND OF FA-ENR-DDS.
           MOVE ZERO                  TO FAMDEB OF FA-ENR-DDS.
           MOVE "F"                   TO FAAUTF OF FA-ENR-DDS.
           WRITE FA-ENR-DDS INVALID
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " ECRITURE AUTOFACTURE IMPOSSIBLE " REF-PGM
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
           PERFORM MAJ-CPT-AF THRU MAJ-CPT-AF-EXIT.
      *
      ***** REPORT DES MONTANTS FACTURE DANS L'ENTETE, COMME LE FAIT
      ***** BCBAL153 POUR UNE FACTURE CONFORME.
           MOVE "00"                  TO ERDIFF OF ER-ENR-DDS.
           MOVE ERMPA  OF ER-ENR-DDS  TO ERFPA  OF ER-ENR-DDS.
           MOVE ERMTVA OF ER-ENR-DDS  TO ERFTVA OF ER-ENR-DDS.
           MOVE ERMTRS OF ER-ENR-DDS  TO ERFTRS OF ER-ENR-DDS.
           MOVE WK-MTTC               TO ERFPAR OF ER-ENR-DDS.
           MOVE ERMTX1 OF ER-ENR-DDS  TO ERFTX1 OF ER-ENR-DDS.
           MOVE ERMTX2 OF ER-ENR-DDS  TO ERFTX2 OF ER-ENR-DDS.
           MOVE ZERO                  TO ERARPA OF ER-ENR-DDS
                                         ERARTV OF ER-ENR-DDS.
           PERFORM MAJ-ENTETE THRU MAJ-ENTETE-EXIT.
      *
           MOVE "AUTOFACTURE"         TO WLD1-TYPE.
           MOVE SPACE                 TO WLD2-REF.
           PERFORM ECR-DOCUMENT THRU ECR-DOCUMENT-EXIT.
           ADD 1        TO  CPT-FAC.
           ADD WK-MTTC  TO  WK-TOT-FAC.
       EMET-AUTOFACT-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* AVOIR D'AUTOFACTURATION SUR UNE RECEPTION CONTREPASSEE :
      ******* BCBAL164 CONSERVE LES CUMULS DE L'ENTETE, L'AVOIR LES
      ******* REPREND EN NEGATIF ET ANNULE EXACTEMENT L'AUTOFACTURE.
      ******* QUEL QUE SOIT L'ETAT DE REGLEMENT DE L'AUTOFACTURE, LE
      ******* TTC DE L'AVOIR EST DEBITE AU FOURNISSEUR DANS BPFDEB
      ******* (MOTIF "04") : LA PROPOSITION BCBAL166 LE COMPENSE SUR
      ******* SES FACTURES SUIVANTES COMME TOUT AUTRE DEBIT.
      ****************************************************************
       EMET-AVOIR.
           MOVE -1  TO  WK-SIGNE.
           PERFORM CALC-MONTANTS THRU CALC-MONTANTS-EXIT.
      *
           ADD 1  TO  WK-NOFA.
           MOVE SPACE  TO  WK-NUMDOC.
           STRING "A" WK-NOFA  DELIMITED BY SIZE  INTO WK-NUMDOC.
      *
           MOVE SPACE                 TO DB-ENR-DDS.
           MOVE ERCNUL OF ER-ENR-DDS  TO DBCNUL  OF DB-ENR-DDS.
           MOVE ERAARC OF ER-ENR-DDS  TO DBAARC  OF DB-ENR-DDS.
           MOVE ERMMRC OF ER-ENR-DDS  TO DBMMRC  OF DB-ENR-DDS.
           MOVE ERJJRC OF ER-ENR-DDS  TO DBJJRC  OF DB-ENR-DDS.
           MOVE ERNORD OF ER-ENR-DDS  TO DBNORD  OF DB-ENR-DDS.
           MOVE ZERO                  TO DBNOBR  OF DB-ENR-DDS.
           MOVE ZERO                  TO DBQTE   OF DB-ENR-DDS.
           MOVE ZERO                  TO DBPA    OF DB-ENR-DDS.
           MOVE FAMTTC OF FA-ENR-DDS  TO DBMDEB  OF DB-ENR-DDS.
           MOVE "04"                  TO DBMOTIF OF DB-ENR-DDS.
           MOVE SPACE                 TO DBETAT  OF DB-ENR-DDS.
           MOVE WK-NUMDOC             TO DBNOAV  OF DB-ENR-DDS.
           MOVE WK-TODAY              TO DBRUND  OF DB-ENR-DDS.
           MOVE ZERO                  TO DBAVD   OF DB-ENR-DDS.
           MOVE ZERO                  TO DBMREG  OF DB-ENR-DDS.
           MOVE SPACES                TO DBNFAC  OF DB-ENR-DDS.
           MOVE ZERO                  TO DBMCMP  OF DB-ENR-DDS.
           WRITE DB-ENR-DDS INVALID
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " ECRITURE DEBIT D'AVOIR IMPOSSIBLE " REF-PGM
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
      *
           MOVE "AVOIR D'AUTOFACTURATION" TO WLD1-TYPE.
           MOVE FANFAC OF FA-ENR-DDS  TO WLD2-REF.
           ADD 1        TO  CPT-AVO.
           ADD WK-MTTC  TO  WK-TOT-AVO.
      *
           MOVE "A"                   TO FAAUTF OF FA-ENR-DDS.
           MOVE WK-NUMDOC             TO FANAVA OF FA-ENR-DDS.
           REWRITE FA-ENR-DDS INVALID
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " MAJ AUTOFACTURE IMPOSSIBLE " REF-PGM
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
           PERFORM MAJ-CPT-AF THRU MAJ-CPT-AF-EXIT.
      *
           PERFORM ECR-DOCUMENT THRU ECR-DOCUMENT-EXIT.
       EMET-AVOIR-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* MONTANTS DU DOCUMENT A PARTIR DES CUMULS DE L'ENTETE,
      ******* AFFECTES DU SIGNE WK-SIGNE (+1 FACTURE, -1 AVOIR).
      ****************************************************************
       CALC-MONTANTS.
           COMPUTE WK-MHT-BRUT = ERMPA  OF ER-ENR-DDS * WK-SIGNE.
           COMPUTE WK-MRF      = ERMRF  OF ER-ENR-DDS * WK-SIGNE.
           COMPUTE WK-MHT-NET  = WK-MHT-BRUT - WK-MRF.
           COMPUTE WK-MTVA     = ERMTVA OF ER-ENR-DDS * WK-SIGNE.
           COMPUTE WK-MTRS     = ERMTRS OF ER-ENR-DDS * WK-SIGNE.
           COMPUTE WK-MTVT     = ERMTVT OF ER-ENR-DDS * WK-SIGNE.
           COMPUTE WK-MTTC     = WK-MHT-NET + WK-MTVA
                               + WK-MTRS + WK-MTVT.
           COMPUTE WK-MAVD     = ERMAVD OF ER-ENR-DDS * WK-SIGNE.
       CALC-MONTANTS-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* REECRITURE DE L'ENTETE DANS SON FICHIER D'ORIGINE
      ****************************************************************
       MAJ-ENTETE.
           IF TOP-M61 = VRAI
               MOVE ER-ENR-DDS  TO  ER61-ENR-DDS
               REWRITE ER61-ENR-DDS INVALID
                    MOVE SPACE           TO WK-MESSAGE-LIB
                    STRING " MAJ ENTETE MENSUELLE IMPOSSIBLE " REF-PGM
                            DELIMITED  BY SIZE
                            INTO  WK-MESSAGE-LIB
                    PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
                    GO  TO  TILT
               END-REWRITE
           ELSE
               REWRITE ER-ENR-DDS INVALID
                    MOVE SPACE           TO WK-MESSAGE-LIB
                    STRING " MAJ ENTETE IMPOSSIBLE " REF-PGM
                            DELIMITED  BY SIZE
                            INTO  WK-MESSAGE-LIB
                    PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
                    GO  TO  TILT
               END-REWRITE
           END-IF.
       MAJ-ENTETE-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* EDITION DU DOCUMENT D'AUTOFACTURATION (FACTURE OU AVOIR)
      ******* WLD1-TYPE ET WLD2-REF SONT POSES PAR L'APPELANT.
      ****************************************************************
       ECR-DOCUMENT.
           WRITE LST-ENR-DDS FROM WLIGNE-TIRETS.
           MOVE WK-NUMDOC             TO WLD1-NUM.
           MOVE SPACE                 TO WLD1-DATE.
           STRING JOUR OF DATE-JOUR "/"
                  MOI  OF DATE-JOUR "/"
                  AN   OF DATE-JOUR
                  DELIMITED BY SIZE INTO WLD1-DATE.
           MOVE ERCNUL OF ER-ENR-DDS  TO WLD1-CNUF.
           MOVE FRNSF  OF ZPRFR       TO WLD1-NSF.
           WRITE LST-ENR-DDS FROM WLIGNE-DOC1.
      *
           MOVE ERNORD OF ER-ENR-DDS  TO WLD2-NORD.
           MOVE SPACE                 TO WLD2-DTRC.
           STRING ERJJM OF ER-ENR-DDS "/"
                  ERMMM OF ER-ENR-DDS "/"
                  ERAAM OF ER-ENR-DDS
                  DELIMITED BY SIZE INTO WLD2-DTRC.
           MOVE ERNCMD OF ER-ENR-DDS  TO WLD2-NCMD.
           MOVE ERDEP  OF ER-ENR-DDS  TO WLD2-DEP.
           WRITE LST-ENR-DDS FROM WLIGNE-DOC2.
           WRITE LST-ENR-DDS FROM WLIGNE-MENTION.
      *
           MOVE "MONTANT BRUT HT"                 TO WLM-LIB.
           MOVE WK-MHT-BRUT                       TO WLM-MNT.
           WRITE LST-ENR-DDS FROM WLIGNE-MNT.
           MOVE "REMISE SUR FACTURE"              TO WLM-LIB.
           MOVE WK-MRF                            TO WLM-MNT.
           WRITE LST-ENR-DDS FROM WLIGNE-MNT.
           MOVE "MONTANT NET HT"                  TO WLM-LIB.
           MOVE WK-MHT-NET                        TO WLM-MNT.
           WRITE LST-ENR-DDS FROM WLIGNE-MNT.
           MOVE "TVA"                             TO WLM-LIB.
           MOVE WK-MTVA                           TO WLM-MNT.
           WRITE LST-ENR-DDS FROM WLIGNE-MNT.
           MOVE "TRANSPORT HT"                    TO WLM-LIB.
           MOVE WK-MTRS                           TO WLM-MNT.
           WRITE LST-ENR-DDS FROM WLIGNE-MNT.
           MOVE "TVA SUR TRANSPORT"               TO WLM-LIB.
           MOVE WK-MTVT                           TO WLM-MNT.
           WRITE LST-ENR-DDS FROM WLIGNE-MNT.
           MOVE "NET A PAYER TTC"                 TO WLM-LIB.
           MOVE WK-MTTC                           TO WLM-MNT.
           WRITE LST-ENR-DDS FROM WLIGNE-MNT.
           MOVE "AVANTAGES DIFFERES (NON DEDUITS)" TO WLM-LIB.
           MOVE WK-MAVD                           TO WLM-MNT.
           WRITE LST-ENR-DDS FROM WLIGNE-MNT.
       ECR-DOCUMENT-EXIT.
           EXIT.
      *
       ECR-REJET.
           ADD 1  TO  CPT-REJ.
           MOVE ERCNUL OF ER-ENR-DDS  TO WLD-CNUF.
           MOVE ERNORD OF ER-ENR-DDS  TO WLD-NORD.
           MOVE WK-LIB-REJ            TO WLD-LIB.
           WRITE LST-ENR-DDS FROM WLIGNE-DET.
       ECR-REJET-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* COMPTEUR DES AUTOFACTURES : ENREGISTREMENT "AF" DE
      ******* FINFODI, REECRIT APRES CHAQUE DOCUMENT EMIS.
      ****************************************************************
       LECT-CPT-AF.
           MOVE "AF"   TO  APTYPE OF AP-ENR-DDS.
           READ FINFODI INVALID
                MOVE SPACE  TO  IA-ENR-DDS
                MOVE "AF"   TO  IATYPE  OF IA-ENR-DDS
                MOVE ZERO   TO  IANOFA  OF IA-ENR-DDS
                WRITE IA-ENR-DDS.
           MOVE IANOFA OF IA-ENR-DDS  TO  WK-NOFA.
       LECT-CPT-AF-EXIT.
           EXIT.
      *
       MAJ-CPT-AF.
           MOVE "AF"     TO  IATYPE  OF IA-ENR-DDS.
           MOVE WK-NOFA  TO  IANOFA  OF IA-ENR-DDS.
           REWRITE IA-ENR-DDS INVALID
                WRITE IA-ENR-DDS.
       MAJ-CPT-AF-EXIT.
           EXIT.
