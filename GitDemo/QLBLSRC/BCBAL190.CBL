       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCBAL190.
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
           SELECT  BPFFRT
                   ASSIGN       TO DATABASE-BPFFRT
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFFRTL
                   ASSIGN       TO DATABASE-BPFFRTL
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF FL-ENR-DDS
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
           SELECT  BPFDR
                   ASSIGN       TO DATABASE-BPFDR
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF DR-ENR-DDS
                             WITH DUPLICATES
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
           SELECT  BPFPRXH
                   ASSIGN       TO DATABASE-BPFPRXH
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFGLEX
                   ASSIGN       TO DATABASE-BPFGLEX
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFFTLST
                   ASSIGN       TO DATABASE-BPFFTLST
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  BPFFRT    LABEL RECORD STANDARD.
       01  FT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFFRT.
      *
       FD  BPFFRTL   LABEL RECORD STANDARD.
       01  FL-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFFRTL.
      *
       FD  BPFER     LABEL RECORD STANDARD.
       01  ER-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFER.
      *
       FD  BPFERM61  LABEL RECORD STANDARD.
       01  ER61-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFERM61.
      *
       FD  BPFDR     LABEL RECORD STANDARD.
       01  DR-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFDR.
      *
       FD  BPFAR100  LABEL RECORD STANDARD.
       01  AR-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFAR100.
      *
       FD  BPFPRXH   LABEL RECORD STANDARD.
       01  HXH-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFPRXH.
      *
       FD  BPFGLEX  LABEL RECORD STANDARD.
       01  GLX-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFGLEX.
      *
       FD  BPFFTLST  LABEL RECORD STANDARD.
       01  LST-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFFTLST.
      *
      /
       WORKING-STORAGE SECTION.
       77  CPT-LUS                  PIC 9(6) VALUE ZERO.
       77  CPT-TRT                  PIC 9(6) VALUE ZERO.
       77  CPT-REJ                  PIC 9(6) VALUE ZERO.
       77  CPT-PRX                  PIC 9(6) VALUE ZERO.
       77  CPT-ANO                  PIC 9(6) VALUE ZERO.
       77  TOP-FIN                  PIC 1    VALUE B"0".
       77  TOP-REJ                  PIC 1    VALUE B"0".
       77  TOP-TROUVE               PIC 1    VALUE B"0".
       77  WK-TODAY                 PIC 9(6) VALUE ZERO.
       77  WK-LIB-REJ               PIC X(30) VALUE SPACES.
      *---<CUMULS DE LA FACTURE DE TRANSPORT EN COURS : NB DE
      *    RECEPTIONS, BASE ET ESTIMATION ARTRS TOTALES, RESTE A
      *    REPARTIR (LA DERNIERE RECEPTION PREND L'ARRONDI)>---------*
       77  WK-NB-LIG                PIC 9(4) VALUE ZERO.
       77  WK-CPT-LIG               PIC 9(4) VALUE ZERO.
       77  WK-TOT-BASE              PIC S9(11)V9(3) COMP-3 VALUE ZERO.
       77  WK-TOT-EST               PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WK-RESTE-MHT             PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WK-TOT-ECA               PIC S9(11)V9(3) COMP-3 VALUE ZERO.
      *---<RECEPTION ET LIGNE EN COURS>--------------------------------*
       77  WK-BASE-REC              PIC S9(11)V9(3) COMP-3 VALUE ZERO.
       77  WK-EST-REC               PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WK-BASE-DR               PIC S9(11)V9(3) COMP-3 VALUE ZERO.
       77  WK-EST-DR                PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WK-ECA-DR                PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WK-EST-DEJA              PIC S9(8)V9(3) COMP-3 VALUE ZERO.
      *---<AJUSTEMENT DU PRX SUR LE STOCK ENCORE PRESENT>--------------*
       77  WK-STK                   PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WK-QTE-STK               PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WK-PART-STK              PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  OLD-ARPRX                PIC S9(10)V9(5) COMP-3 VALUE ZERO.
      *
           COPY    WKREFPGM         REPLACING SPACE BY "BCBAL190*A".
           COPY    WKGENERAL.
           COPY    WKMESSAGE.
      *
      ***** LIGNE BPFFRTL EN COURS PENDANT LA RECHERCHE DES REPARTITIONS
      ***** ANTERIEURES DE LA MEME RECEPTION
       01  WKFL-ENCOURS.
           COPY  DDS-ALL-FORMAT OF BPFFRTL.
      *
       01  DATE-JOUR   VALUE SPACES.
           05  AN          PIC XX.
           05  MOI         PIC XX.
           05  JOUR        PIC XX.
      *
       01  WLIGNE-ENTETE.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(44)
               VALUE "REPARTITION DES FACTURES DE TRANSPORT     DU".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLE-RUND              PIC 9(6).
           05  FILLER                PIC X(80) VALUE SPACE.
      *
       01  WLIGNE-COLS.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(8)  VALUE "TRANSP. ".
           05  FILLER                PIC X(9)  VALUE "FACTURE  ".
           05  FILLER                PIC X(8)  VALUE "FOURN.  ".
           05  FILLER                PIC X(7)  VALUE "RECEP. ".
           05  FILLER                PIC X(3)  VALUE "M  ".
           05  FILLER                PIC X(14) VALUE "  ESTIME ARTRS".
           05  FILLER                PIC X(14) VALUE "          REEL".
           05  FILLER                PIC X(14) VALUE "         ECART".
           05  FILLER                PIC X(32) VALUE "  OBSERVATION".
           05  FILLER                PIC X(22) VALUE SPACE.
      *
       01  WLIGNE-DET.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-CTRA              PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-NFAC              PIC X(7).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-CNUL              PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-NORD              PIC X(5).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-MODE              PIC X(1).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-MEST              PIC -(8)9,999.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-MREL              PIC -(8)9,999.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-MECA              PIC -(8)9,999.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-LIB               PIC X(30).
           05  FILLER                PIC X(23) VALUE SPACE.
      *
       01  WLIGNE-TOTAL.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(21)
               VALUE "FACTURES REPARTIES : ".
           05  WLT-TRT               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(13) VALUE "  REJETEES : ".
           05  WLT-REJ               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(16) VALUE "  ECART TOTAL : ".
           05  WLT-ECA               PIC -(10)9,999.
           05  FILLER                PIC X(52) VALUE SPACE.
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
           OPEN I-O    BPFFRT.
           IF ST = "35"
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " BPFFRT INEXISTANT - RIEN A REPARTIR"
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
           OPEN I-O    BPFFRTL.
           IF ST = "35"
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " BPFFRTL INEXISTANT - RIEN A REPARTIR"
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
           OPEN INPUT  BPFER
                       BPFERM61
                       BPFDR.
           OPEN I-O    BPFAR100.
           OPEN EXTEND BPFPRXH.
           IF ST = "35"
               OPEN OUTPUT BPFPRXH
           END-IF.
      ***** EXTRACTION COMPTABLE : ON CONSERVE LES EXTRACTIONS NON
      ***** ENCORE REPRISES PAR LA COMPTABILITE (CF. BCBAL150).
           OPEN EXTEND BPFGLEX.
           IF ST = "35"
               OPEN OUTPUT BPFGLEX
           END-IF.
           OPEN OUTPUT BPFFTLST.
      *
           MOVE WK-TODAY     TO WLE-RUND.
           WRITE LST-ENR-DDS FROM WLIGNE-ENTETE.
           WRITE LST-ENR-DDS FROM WLIGNE-COLS.
      *
      ***** FACTURES DE TRANSPORT A REPARTIR (FTETAT = " ") : LES
      ***** FACTURES "T" NE REPASSENT JAMAIS, LES REJETS "E" REPASSENT
      ***** UNE FOIS CORRIGES ET REMIS A BLANC.
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-FRT THRU LECT-FRT-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               IF FTETAT OF FT-ENR-DDS = SPACE
                   PERFORM TRAIT-FACTURE THRU TRAIT-FACTURE-EXIT
               END-IF
               PERFORM LECT-FRT THRU LECT-FRT-EXIT
           END-PERFORM.
      *
           MOVE CPT-TRT      TO WLT-TRT.
           MOVE CPT-REJ      TO WLT-REJ.
           MOVE WK-TOT-ECA   TO WLT-ECA.
           WRITE LST-ENR-DDS FROM WLIGNE-TOTAL.
      *
           CLOSE  BPFFRT BPFFRTL BPFER BPFERM61 BPFDR BPFAR100
                  BPFPRXH BPFGLEX BPFFTLST.
      *
           MOVE SPACE TO WK-MESSAGE-LIB.
           STRING  " LUES : " CPT-LUS
                   "   REPARTIES : " CPT-TRT
                   "   REJETEES : " CPT-REJ
                   DELIMITED BY SIZE  INTO WK-MESSAGE-LIB.
           PERFORM AFF-MESSAGE        THRU    AFF-MESSAGE-EXIT.
           MOVE SPACE TO WK-MESSAGE-LIB.
           STRING  " PRX AJUSTES : " CPT-PRX
                   "   ARTICLES INCONNUS : " CPT-ANO
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
       LECT-FRT.
           READ BPFFRT NEXT RECORD AT END MOVE VRAI TO TOP-FIN.
       LECT-FRT-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* FACTURE DE TRANSPORT : CONTROLES, PUIS PASSE 1 (BASE ET
      ******* ESTIMATION ARTRS DE CHAQUE RECEPTION COUVERTE) ET
      ******* PASSE 2 (PART REELLE DE CHAQUE RECEPTION, AJUSTEMENT
      ******* DU PRX ET EXTRACTION COMPTABLE DE L'ECART). UNE SEULE
      ******* RECEPTION EN ERREUR REJETTE TOUTE LA FACTURE : RIEN
      ******* N'EST REPARTI TANT QU'ELLE N'EST PAS CORRIGEE.
      ****************************************************************
       TRAIT-FACTURE.
           ADD 1  TO  CPT-LUS.
           MOVE FAUX  TO TOP-REJ.
           MOVE ZERO  TO WK-NB-LIG WK-TOT-BASE WK-TOT-EST.
           IF FTMODE OF FT-ENR-DDS NOT = "V" AND
              FTMODE OF FT-ENR-DDS NOT = "Q"
               MOVE "CLEF DE REPARTITION INVALIDE" TO WK-LIB-REJ
               PERFORM REJET-FACTURE THRU REJET-FACTURE-EXIT
               GO  TO  TRAIT-FACTURE-EXIT.
           IF FTMHT OF FT-ENR-DDS NOT > ZERO
               MOVE "MONTANT TRANSPORT NUL"      TO WK-LIB-REJ
               PERFORM REJET-FACTURE THRU REJET-FACTURE-EXIT
               GO  TO  TRAIT-FACTURE-EXIT.
      *
           PERFORM BASE-LIGNES THRU BASE-LIGNES-EXIT.
           IF TOP-REJ = VRAI
               PERFORM REJET-FACTURE THRU REJET-FACTURE-EXIT
               GO  TO  TRAIT-FACTURE-EXIT.
           IF WK-NB-LIG = ZERO
               MOVE "AUCUNE RECEPTION COUVERTE"  TO WK-LIB-REJ
               PERFORM REJET-FACTURE THRU REJET-FACTURE-EXIT
               GO  TO  TRAIT-FACTURE-EXIT.
           IF WK-TOT-BASE NOT > ZERO
               MOVE "BASE DE REPARTITION NULLE"  TO WK-LIB-REJ
               PERFORM REJET-FACTURE THRU REJET-FACTURE-EXIT
               GO  TO  TRAIT-FACTURE-EXIT.
      *
           PERFORM REPARTIT-LIGNES THRU REPARTIT-LIGNES-EXIT.
      *
           ADD 1  TO  CPT-TRT.
           MOVE WK-TOT-EST           TO FTMEST OF FT-ENR-DDS.
           COMPUTE FTMECA OF FT-ENR-DDS = FTMHT OF FT-ENR-DDS
                                        - WK-TOT-EST.
           ADD FTMECA OF FT-ENR-DDS  TO WK-TOT-ECA.
           MOVE "T"                  TO FTETAT OF FT-ENR-DDS.
           MOVE SPACES               TO FTLIB  OF FT-ENR-DDS.
           MOVE WK-TODAY             TO FTRUND OF FT-ENR-DDS.
           REWRITE FT-ENR-DDS.
      *
           MOVE FTCTRA OF FT-ENR-DDS  TO WLD-CTRA.
           MOVE FTNFAC OF FT-ENR-DDS  TO WLD-NFAC.
           MOVE SPACES                TO WLD-CNUL WLD-NORD.
           MOVE FTMODE OF FT-ENR-DDS  TO WLD-MODE.
           MOVE FTMEST OF FT-ENR-DDS  TO WLD-MEST.
           MOVE FTMHT  OF FT-ENR-DDS  TO WLD-MREL.
           MOVE FTMECA OF FT-ENR-DDS  TO WLD-MECA.
           MOVE "TOTAL FACTURE - REPARTIE"  TO WLD-LIB.
           WRITE LST-ENR-DDS FROM WLIGNE-DET.
       TRAIT-FACTURE-EXIT.
           EXIT.
      *
       REJET-FACTURE.
           ADD 1  TO  CPT-REJ.
           MOVE "E"                  TO FTETAT OF FT-ENR-DDS.
           MOVE WK-LIB-REJ           TO FTLIB  OF FT-ENR-DDS.
           MOVE WK-TODAY             TO FTRUND OF FT-ENR-DDS.
           REWRITE FT-ENR-DDS.
           MOVE FTCTRA OF FT-ENR-DDS  TO WLD-CTRA.
           MOVE FTNFAC OF FT-ENR-DDS  TO WLD-NFAC.
           MOVE SPACES                TO WLD-CNUL WLD-NORD.
           MOVE FTMODE OF FT-ENR-DDS  TO WLD-MODE.
           MOVE ZERO                  TO WLD-MEST WLD-MECA.
           MOVE FTMHT  OF FT-ENR-DDS  TO WLD-MREL.
           MOVE WK-LIB-REJ            TO WLD-LIB.
           WRITE LST-ENR-DDS FROM WLIGNE-DET.
       REJET-FACTURE-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* PASSE 1 : POUR CHAQUE RECEPTION COUVERTE, RECHERCHE DE
      ******* L'ENTETE (BPFER OU MENSUEL BPFERM61) ET CUMUL DE SES
      ******* LIGNES : BASE DE REPARTITION ET ESTIMATION ARTRS DEJA
      ******* PASSEE EN COUT (DRTRSP * DRQTE, CF. BCBAL150). UNE
      ******* RECEPTION DEJA REPARTIE PAR UNE AUTRE FACTURE (FACTURE
      ******* SCINDEE, SECOND TRANSPORTEUR) NE GARDE QUE L'ESTIMATION
      ******* QUI N'A PAS ENCORE ETE SOLDEE : L'ECART ARTRS N'EST
      ******* AINSI PASSE QU'UNE FOIS SUR LE PRX ET EN COMPTABILITE.
      ****************************************************************
       BASE-LIGNES.
           MOVE LOW-VALUE             TO FL-ENR-DDS.
           MOVE FTCTRA OF FT-ENR-DDS  TO FLCTRA OF FL-ENR-DDS.
           MOVE FTNFAC OF FT-ENR-DDS  TO FLNFAC OF FL-ENR-DDS.
           START BPFFRTL KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF FL-ENR-DDS
                 INVALID GO TO BASE-LIGNES-EXIT.
       BASE-LIGNES-LIRE.
           READ BPFFRTL NEXT RECORD AT END GO TO BASE-LIGNES-EXIT.
           IF FLCTRA OF FL-ENR-DDS NOT = FTCTRA OF FT-ENR-DDS OR
              FLNFAC OF FL-ENR-DDS NOT = FTNFAC OF FT-ENR-DDS
               GO  TO  BASE-LIGNES-EXIT.
           ADD 1  TO  WK-NB-LIG.
           PERFORM CHERCHE-ER THRU CHERCHE-ER-EXIT.
           IF TOP-TROUVE = FAUX
               MOVE SPACE  TO WK-LIB-REJ
               STRING "RECEPTION " FLCNUL OF FL-ENR-DDS "/"
                      FLNORD OF FL-ENR-DDS " INCONNUE"
                       DELIMITED  BY SIZE
                       INTO  WK-LIB-REJ
               MOVE VRAI   TO TOP-REJ
               GO  TO  BASE-LIGNES-EXIT.
           IF ERDIFF OF ER-ENR-DDS = "99"
               MOVE SPACE  TO WK-LIB-REJ
               STRING "RECEPTION " FLCNUL OF FL-ENR-DDS "/"
                      FLNORD OF FL-ENR-DDS " ANNULEE"
                       DELIMITED  BY SIZE
                       INTO  WK-LIB-REJ
               MOVE VRAI   TO TOP-REJ
               GO  TO  BASE-LIGNES-EXIT.
           PERFORM CUMUL-DR THRU CUMUL-DR-EXIT.
           IF WK-BASE-REC NOT > ZERO
               MOVE SPACE  TO WK-LIB-REJ
               STRING "RECEPTION " FLCNUL OF FL-ENR-DDS "/"
                      FLNORD OF FL-ENR-DDS " SANS LIGNE"
                       DELIMITED  BY SIZE
                       INTO  WK-LIB-REJ
               MOVE VRAI   TO TOP-REJ
               GO  TO  BASE-LIGNES-EXIT.
           PERFORM CUMUL-DEJA-REPARTI THRU CUMUL-DEJA-REPARTI-EXIT.
           SUBTRACT WK-EST-DEJA  FROM WK-EST-REC.
           MOVE WK-BASE-REC  TO FLBASE OF FL-ENR-DDS.
           MOVE WK-EST-REC   TO FLMEST OF FL-ENR-DDS.
           REWRITE FL-ENR-DDS.
           ADD WK-BASE-REC   TO WK-TOT-BASE.
           ADD WK-EST-REC    TO WK-TOT-EST.
           GO  TO  BASE-LIGNES-LIRE.
       BASE-LIGNES-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* ESTIMATION DEJA SOLDEE SUR LA RECEPTION PAR LES LIGNES
      ******* REPARTIES ("T") DES AUTRES FACTURES DE TRANSPORT
      ******* (BALAYAGE COMPLET, LA CLEF COMMENCE PAR LE TRANSPORTEUR).
      ******* LA LIGNE EN COURS EST ENSUITE RELUE POUR RETABLIR LA
      ******* POSITION DE LECTURE ET PERMETTRE SA MISE A JOUR.
      ****************************************************************
       CUMUL-DEJA-REPARTI.
           MOVE ZERO         TO WK-EST-DEJA.
           MOVE FL-ENR-DDS   TO WKFL-ENCOURS.
           MOVE LOW-VALUE    TO FL-ENR-DDS.
           START BPFFRTL KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF FL-ENR-DDS
                 INVALID GO TO CUMUL-DEJA-REPARTI-RELIT.
       CUMUL-DEJA-REPARTI-LIRE.
           READ BPFFRTL NEXT RECORD AT END
               GO TO CUMUL-DEJA-REPARTI-RELIT.
           IF FLCNUL OF FL-ENR-DDS = FLCNUL OF WKFL-ENCOURS AND
              FLNORD OF FL-ENR-DDS = FLNORD OF WKFL-ENCOURS AND
              FLETAT OF FL-ENR-DDS = "T"                    AND
              (FLCTRA OF FL-ENR-DDS NOT = FLCTRA OF WKFL-ENCOURS OR
               FLNFAC OF FL-ENR-DDS NOT = FLNFAC OF WKFL-ENCOURS)
               ADD FLMEST OF FL-ENR-DDS  TO WK-EST-DEJA.
           GO  TO  CUMUL-DEJA-REPARTI-LIRE.
       CUMUL-DEJA-REPARTI-RELIT.
           MOVE WKFL-ENCOURS  TO FL-ENR-DDS.
           READ BPFFRTL INVALID
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " RELECTURE BPFFRTL IMPOSSIBLE " REF-PGM
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
       CUMUL-DEJA-REPARTI-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* RECHERCHE DE L'ENTETE DE RECEPTION : BALAYAGE SUR
      ******* ERCNUL + ERNORD (LA CLEF COMPLETE DE BPFER N'EST PAS
      ******* CONNUE, CF. BCBAL164), PUIS DANS LE MENSUEL BPFERM61 -
      ******* LA FACTURE DU TRANSPORTEUR ARRIVE SOUVENT APRES LA
      ******* BASCULE. L'ENTETE TROUVEE EST RAMENEE DANS ER-ENR-DDS.
      ****************************************************************
       CHERCHE-ER.
           MOVE FAUX  TO TOP-TROUVE.
           MOVE LOW-VALUE  TO ER-ENR-DDS.
           START BPFER KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF ER-ENR-DDS
                 INVALID GO TO CHERCHE-ER-M61.
       CHERCHE-ER-LIRE.
           READ BPFER NEXT RECORD AT END GO TO CHERCHE-ER-M61.
           IF ERCNUL OF ER-ENR-DDS = FLCNUL OF FL-ENR-DDS AND
              ERNORD OF ER-ENR-DDS = FLNORD OF FL-ENR-DDS
               MOVE VRAI  TO TOP-TROUVE
               GO  TO  CHERCHE-ER-EXIT.
           GO  TO  CHERCHE-ER-LIRE.
       CHERCHE-ER-M61.
           MOVE LOW-VALUE  TO ER61-ENR-DDS.
           START BPFERM61 KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF ER61-ENR-DDS
                 INVALID GO TO CHERCHE-ER-EXIT.
       CHERCHE-ER-M61-LIRE.
           READ BPFERM61 NEXT RECORD AT END GO TO CHERCHE-ER-EXIT.
           IF ERCNUL OF ER61-ENR-DDS = FLCNUL OF FL-ENR-DDS AND
              ERNORD OF ER61-ENR-DDS = FLNORD OF FL-ENR-DDS
               MOVE ER61-ENR-DDS  TO ER-ENR-DDS
               MOVE VRAI  TO TOP-TROUVE
               GO  TO  CHERCHE-ER-EXIT.
           GO  TO  CHERCHE-ER-M61-LIRE.
       CHERCHE-ER-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* CUMUL DES LIGNES BPFDR DE L'ENTETE (MEME RATTACHEMENT
      ******* QUE BCBAL164 : FOURNISSEUR, ORDRE ET DATE DE RECEPTION).
      ******* LES LIGNES CONTREPASSEES (DRGST = "99") ET LES RETOURS
      ******* (QUANTITE NEGATIVE) NE PORTENT PAS DE TRANSPORT.
      ****************************************************************
       CUMUL-DR.
           MOVE ZERO  TO WK-BASE-REC WK-EST-REC.
           MOVE LOW-VALUE  TO DR-ENR-DDS.
           START BPFDR KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF DR-ENR-DDS
                 INVALID GO TO CUMUL-DR-EXIT.
       CUMUL-DR-LIRE.
           READ BPFDR NEXT RECORD AT END GO TO CUMUL-DR-EXIT.
           PERFORM CTL-LIGNE-DR THRU CTL-LIGNE-DR-EXIT.
           IF TOP-TROUVE = FAUX
               GO  TO  CUMUL-DR-LIRE.
           PERFORM CALC-BASE-DR THRU CALC-BASE-DR-EXIT.
           ADD WK-BASE-DR  TO WK-BASE-REC.
           ADD WK-EST-DR   TO WK-EST-REC.
           GO  TO  CUMUL-DR-LIRE.
       CUMUL-DR-EXIT.
           EXIT.
      *
      ***** LIGNE BPFDR RATTACHEE A L'ENTETE ET PORTEUSE DE TRANSPORT
       CTL-LIGNE-DR.
           MOVE FAUX  TO TOP-TROUVE.
           IF DRCNUL OF DR-ENR-DDS = ERCNUL OF ER-ENR-DDS AND
              DRNORD OF DR-ENR-DDS = ERNORD OF ER-ENR-DDS AND
              DRAARC OF DR-ENR-DDS = ERAARC OF ER-ENR-DDS AND
              DRMMRC OF DR-ENR-DDS = ERMMRC OF ER-ENR-DDS AND
              DRJJRC OF DR-ENR-DDS = ERJJRC OF ER-ENR-DDS AND
              DRGST  OF DR-ENR-DDS NOT = "99" AND
              DRQTE  OF DR-ENR-DDS > ZERO
               MOVE VRAI  TO TOP-TROUVE.
       CTL-LIGNE-DR-EXIT.
           EXIT.
      *
       CALC-BASE-DR.
           IF FTMODE OF FT-ENR-DDS = "V"
               COMPUTE WK-BASE-DR ROUNDED = DRPA  OF DR-ENR-DDS
                                          * DRQTE OF DR-ENR-DDS
           ELSE
               MOVE DRQTE OF DR-ENR-DDS  TO WK-BASE-DR.
           COMPUTE WK-EST-DR ROUNDED = DRTRSP OF DR-ENR-DDS
                                     * DRQTE  OF DR-ENR-DDS.
       CALC-BASE-DR-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* PASSE 2 : PART REELLE DE CHAQUE RECEPTION AU PRORATA DE
      ******* SA BASE (LA DERNIERE PREND LE RESTE POUR QUE LA SOMME
      ******* RETOMBE SUR FTMHT), ECART AVEC L'ESTIMATION ARTRS,
      ******* AJUSTEMENT DU PRX ET EXTRACTION COMPTABLE DE L'ECART.
      ****************************************************************
       REPARTIT-LIGNES.
           MOVE FTMHT OF FT-ENR-DDS  TO WK-RESTE-MHT.
           MOVE ZERO                 TO WK-CPT-LIG.
           MOVE LOW-VALUE             TO FL-ENR-DDS.
           MOVE FTCTRA OF FT-ENR-DDS  TO FLCTRA OF FL-ENR-DDS.
           MOVE FTNFAC OF FT-ENR-DDS  TO FLNFAC OF FL-ENR-DDS.
           START BPFFRTL KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF FL-ENR-DDS
                 INVALID GO TO REPARTIT-LIGNES-EXIT.
       REPARTIT-LIGNES-LIRE.
           READ BPFFRTL NEXT RECORD AT END GO TO REPARTIT-LIGNES-EXIT.
           IF FLCTRA OF FL-ENR-DDS NOT = FTCTRA OF FT-ENR-DDS OR
              FLNFAC OF FL-ENR-DDS NOT = FTNFAC OF FT-ENR-DDS
               GO  TO  REPARTIT-LIGNES-EXIT.
           ADD 1  TO  WK-CPT-LIG.
           IF WK-CPT-LIG = WK-NB-LIG
               MOVE WK-RESTE-MHT  TO FLMREL OF FL-ENR-DDS
           ELSE
               COMPUTE FLMREL OF FL-ENR-DDS ROUNDED =
                       FTMHT  OF FT-ENR-DDS * FLBASE OF FL-ENR-DDS
                                            / WK-TOT-BASE.
           SUBTRACT FLMREL OF FL-ENR-DDS  FROM WK-RESTE-MHT.
           COMPUTE FLMECA OF FL-ENR-DDS = FLMREL OF FL-ENR-DDS
                                        - FLMEST OF FL-ENR-DDS.
           MOVE FTAAFA OF FT-ENR-DDS  TO FLAAFA OF FL-ENR-DDS.
           MOVE FTMMFA OF FT-ENR-DDS  TO FLMMFA OF FL-ENR-DDS.
           MOVE "T"                   TO FLETAT OF FL-ENR-DDS.
           MOVE WK-TODAY              TO FLRUND OF FL-ENR-DDS.
           REWRITE FL-ENR-DDS.
      *
           IF FLMECA OF FL-ENR-DDS NOT = ZERO
               PERFORM CHERCHE-ER THRU CHERCHE-ER-EXIT
               PERFORM AJUSTE-RECEPTION THRU AJUSTE-RECEPTION-EXIT
               PERFORM ECR-GLEX-FRT THRU ECR-GLEX-FRT-EXIT.
      *
           MOVE FLCTRA OF FL-ENR-DDS  TO WLD-CTRA.
           MOVE FLNFAC OF FL-ENR-DDS  TO WLD-NFAC.
           MOVE FLCNUL OF FL-ENR-DDS  TO WLD-CNUL.
           MOVE FLNORD OF FL-ENR-DDS  TO WLD-NORD.
           MOVE FTMODE OF FT-ENR-DDS  TO WLD-MODE.
           MOVE FLMEST OF FL-ENR-DDS  TO WLD-MEST.
           MOVE FLMREL OF FL-ENR-DDS  TO WLD-MREL.
           MOVE FLMECA OF FL-ENR-DDS  TO WLD-MECA.
           MOVE SPACES                TO WLD-LIB.
           WRITE LST-ENR-DDS FROM WLIGNE-DET.
           GO  TO  REPARTIT-LIGNES-LIRE.
       REPARTIT-LIGNES-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* ECART DE LA RECEPTION VENTILE SUR SES LIGNES AU PRORATA
      ******* DE LEUR BASE, PUIS REPORTE SUR LE PRX DE L'ARTICLE.
      ****************************************************************
       AJUSTE-RECEPTION.
           MOVE LOW-VALUE  TO DR-ENR-DDS.
           START BPFDR KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF DR-ENR-DDS
                 INVALID GO TO AJUSTE-RECEPTION-EXIT.
       AJUSTE-RECEPTION-LIRE.
           READ BPFDR NEXT RECORD AT END GO TO AJUSTE-RECEPTION-EXIT.
           PERFORM CTL-LIGNE-DR THRU CTL-LIGNE-DR-EXIT.
           IF TOP-TROUVE = FAUX
               GO  TO  AJUSTE-RECEPTION-LIRE.
           PERFORM CALC-BASE-DR THRU CALC-BASE-DR-EXIT.
           COMPUTE WK-ECA-DR ROUNDED = FLMECA OF FL-ENR-DDS
                                     * WK-BASE-DR
                                     / FLBASE OF FL-ENR-DDS.
           IF WK-ECA-DR NOT = ZERO
               PERFORM AJUSTE-PRX THRU AJUSTE-PRX-EXIT.
           GO  TO  AJUSTE-RECEPTION-LIRE.
       AJUSTE-RECEPTION-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* AJUSTEMENT DU PRX : SEULE LA PART DE LA LIGNE ENCORE EN
      ******* STOCK (LIBRE, EN COMMANDE PREPAREE OU BLOQUE - MEME
      ******* ASSIETTE QUE LE CALCUL DU PRX DE BCBAL150) EST
      ******* INCORPOREE AU COUT MOYEN ; LE RESTE EST DEJA SORTI ET
      ******* N'EST REGULARISE QUE PAR L'EXTRACTION COMPTABLE.
      ******* ARTICLE FICTIF OU SANS STOCK : PRX INCHANGE.
      ****************************************************************
       AJUSTE-PRX.
           MOVE DRSLIM OF DR-ENR-DDS (2:6) TO ARRAC OF AR-ENR-DDS.
           MOVE DRCCC  OF DR-ENR-DDS  TO ARCCC OF AR-ENR-DDS.
           MOVE DRVPV  OF DR-ENR-DDS  TO ARVPV OF AR-ENR-DDS.
           READ BPFAR100 INVALID
               ADD 1  TO CPT-ANO
               GO  TO  AJUSTE-PRX-EXIT.
           IF ARSTKE OF AR-ENR-DDS = "F"
               GO  TO  AJUSTE-PRX-EXIT.
           COMPUTE WK-STK = ARSTK  OF AR-ENR-DDS
                          + ARSTPP OF AR-ENR-DDS
                          + ARSTKB OF AR-ENR-DDS.
           IF WK-STK NOT > ZERO
               GO  TO  AJUSTE-PRX-EXIT.
           MOVE DRQTE OF DR-ENR-DDS  TO WK-QTE-STK.
           IF WK-QTE-STK > WK-STK
               MOVE WK-STK  TO WK-QTE-STK.
           COMPUTE WK-PART-STK ROUNDED = WK-ECA-DR * WK-QTE-STK
                                       / DRQTE OF DR-ENR-DDS.
           MOVE ARPRX OF AR-ENR-DDS  TO OLD-ARPRX.
           COMPUTE ARPRX OF AR-ENR-DDS ROUNDED =
                   ((ARPRX OF AR-ENR-DDS * WK-STK) + WK-PART-STK)
                   / WK-STK.
           IF ARPRX OF AR-ENR-DDS < ZERO
               MOVE ARPR OF AR-ENR-DDS TO ARPRX OF AR-ENR-DDS.
           REWRITE AR-ENR-DDS INVALID
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " MAJ ARTICLE IMPOSSIBLE " REF-PGM
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
           ADD 1  TO  CPT-PRX.
           PERFORM ECR-PRXH THRU ECR-PRXH-EXIT.
       AJUSTE-PRX-EXIT.
           EXIT.
      *
      ***** HISTORIQUE PRX : HXDRPR = ECART DE TRANSPORT UNITAIRE,
      ***** HXDRQT = QUANTITE ENCORE EN STOCK QUI L'A ABSORBE.
       ECR-PRXH.
           MOVE AR-KEY-FIELDS OF AR-ENR-DDS TO HXARAC.
           MOVE FLCNUL OF FL-ENR-DDS  TO HXCNFE.
           MOVE FLNORD OF FL-ENR-DDS  TO HXNORD.
           MOVE OLD-ARPRX              TO HXPRXA.
           MOVE ARPRX OF AR-ENR-DDS    TO HXPRXN.
           COMPUTE HXDRPR ROUNDED = WK-ECA-DR / DRQTE OF DR-ENR-DDS.
           MOVE WK-QTE-STK             TO HXDRQT.
           MOVE WK-TODAY               TO HXRUND.
           WRITE HXH-ENR-DDS.
       ECR-PRXH-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* EXTRACTION COMPTABLE DE L'ECART DE TRANSPORT : MEMES
      ******* ZONES D'IDENTIFICATION QUE L'EXTRACTION DE RECEPTION,
      ******* DATE DE LA FACTURE DU TRANSPORTEUR, MONTANTS A ZERO
      ******* SAUF GXMTRS (REEL - ESTIMATION ARTRS).
      ****************************************************************
       ECR-GLEX-FRT.
           MOVE FLCNUL OF FL-ENR-DDS  TO GXCNFE.
           MOVE FLNORD OF FL-ENR-DDS  TO GXNORD.
           MOVE FTAAFA OF FT-ENR-DDS  TO GXAARC.
           MOVE FTMMFA OF FT-ENR-DDS  TO GXMMRC.
           MOVE FTJJFA OF FT-ENR-DDS  TO GXJJRC.
           MOVE ZERO                  TO GXMPA  GXMTVA GXMRIS GXMRF
                                         GXMCOO GXMNEG GXMRGD
                                         GXMCHG GXMREG GXMDEB
                                         GXMEPX GXMETV.
           MOVE FLMECA OF FL-ENR-DDS  TO GXMTRS.
           MOVE WK-TODAY              TO GXRUND.
           MOVE SPACE                 TO GXSTAT.
           MOVE SPACES                TO GXLOT.
           WRITE GLX-ENR-DDS.
       ECR-GLEX-FRT-EXIT.
           EXIT.
