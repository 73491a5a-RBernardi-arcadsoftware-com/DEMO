       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCBAL199.
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
           SELECT  ZPFFR
                   ASSIGN       TO DATABASE-ZPFFR
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF FR-ENR-DDS
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
           SELECT  SRT-IN
                   ASSIGN       TO "SORTWK1".
      *
           SELECT  BPFINTR
                   ASSIGN       TO DATABASE-BPFINTR
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFINLST
                   ASSIGN       TO DATABASE-BPFINLST
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
       FD  ZPFFR     LABEL RECORD STANDARD.
       01  FR-ENR-DDS.
           COPY DDS-ALL-FORMAT OF ZPFFR.
      *
       FD  BPFAR100  LABEL RECORD STANDARD.
       01  AR-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFAR100.
      *
       SD  SRT-IN.
       01  SRT-ENR-IN.
           05  SRT-CLE.
               10  SRT-SECT.
                   15  SRT-FLUX      PIC X.
                   15  SRT-PERC      PIC X(4).
                   15  SRT-SIGN      PIC X.
               10  SRT-NC8           PIC X(8).
               10  SRT-PAYP          PIC XX.
               10  SRT-PAYO          PIC XX.
               10  SRT-NATR          PIC XX.
           05  SRT-VAL               PIC S9(11)V9(3) COMP-3.
           05  SRT-MASS              PIC S9(9)V9(3) COMP-3.
           05  SRT-QTE               PIC S9(9)V9(3) COMP-3.
      *
       FD  BPFINTR   LABEL RECORD STANDARD.
       01  IN-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFINTR.
      *
       FD  BPFINLST  LABEL RECORD STANDARD.
       01  LST-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFINLST.
      *
      /
       WORKING-STORAGE SECTION.
       77  CPT-LIG                  PIC 9(6) VALUE ZERO.
       77  CPT-RECT                 PIC 9(6) VALUE ZERO.
       77  CPT-ANO                  PIC 9(6) VALUE ZERO.
       77  CPT-ANN                  PIC 9(6) VALUE ZERO.
       77  CPT-DECL                 PIC 9(6) VALUE ZERO.
       77  TOP-FIN                  PIC 1    VALUE B"0".
      *---<FOURNISSEUR DE LA LIGNE ETABLI DANS UN AUTRE PAYS DE L'UE>-*
       77  TOP-UE                   PIC 1    VALUE B"0".
      *---<LIGNE BPFDR A REECRIRE (DRDEBP / DRDEBR MODIFIES)>---------*
       77  TOP-MAJ                  PIC 1    VALUE B"0".
       77  WK-PER-AA-ENC            PIC XX   VALUE SPACE.
       77  WK-PER                   PIC X(4) VALUE SPACE.
       77  WK-CNUF-LU               PIC X(6) VALUE SPACES.
       77  WK-PAYS-FRS              PIC XX   VALUE SPACES.
       77  WK-SIGN                  PIC X    VALUE SPACE.
       77  WK-PERC                  PIC X(4) VALUE SPACE.
       77  WK-LIB-ANO               PIC X(40) VALUE SPACES.
       77  WK-QTE-ABS               PIC S9(8)V9(3) COMP-3.
       77  WK-VAL                   PIC S9(11)V9(3) COMP-3.
       77  WK-MASS                  PIC S9(9)V9(3) COMP-3.
       77  WK-BASE                  PIC S9(9)V9(3) COMP-3.
      *---<COMPARAISON DE PERIODES AAMM SUR 6 CHIFFRES SSAAMM>--------*
      * MEME PIVOT DE SIECLE QUE LES DATES DE RECEPTION (WKGENERAL).  *
       77  WK-AAMM                  PIC X(4) VALUE SPACE.
       77  WK-SSAAMM                PIC 9(6) VALUE ZERO.
       77  WK-PER-SSAAMM            PIC 9(6) VALUE ZERO.
      *
      *---<PAYS DE L'UNION EUROPEENNE (CODES ISO) - XI = IRLANDE DU   *
      *    NORD, SOUMISE A LA DECLARATION POUR LES MARCHANDISES. LE  *
      *    PAYS DE L'ETABLISSEMENT (WK-PAYS-LOCAL) EST EXCLU A PART>--*
       01  WTAB-UE.
           05  FILLER                PIC X(28) VALUE
               "ATBEBGCYCZDEDKEEESFIFRGRHRHU".
           05  FILLER                PIC X(28) VALUE
               "IEITLTLULVMTNLPLPTROSESISKXI".
       01  WTAB-UE-R                REDEFINES WTAB-UE.
           05  WUE-PAYS              PIC XX OCCURS 28
                                     INDEXED BY IX-UE.
      *
       01  WSAUT.
           05  WSAUT-CLE.
               10  WSAUT-SECT.
                   15  WSAUT-FLUX    PIC X.
                   15  WSAUT-PERC    PIC X(4).
                   15  WSAUT-SIGN    PIC X.
               10  WSAUT-NC8         PIC X(8).
               10  WSAUT-PAYP        PIC XX.
               10  WSAUT-PAYO        PIC XX.
               10  WSAUT-NATR        PIC XX.
      *
       01  WCUM-DECL.
           05  WDEC-VAL              PIC S9(11)V9(3) COMP-3.
           05  WDEC-MASS             PIC S9(9)V9(3) COMP-3.
           05  WDEC-QTE              PIC S9(9)V9(3) COMP-3.
           05  WDEC-NLIG             PIC 9(6).
       01  WCUM-NC8.
           05  WNC8-VAL              PIC S9(11) COMP-3.
           05  WNC8-MASS             PIC S9(11) COMP-3.
           05  WNC8-QTE              PIC S9(11) COMP-3.
       01  WCUM-SECT.
           05  WSEC-VAL              PIC S9(11) COMP-3.
           05  WSEC-MASS             PIC S9(11) COMP-3.
           05  WSEC-QTE              PIC S9(11) COMP-3.
      *
       01  WCADRAGE.
           05  WCAD-DET              PIC S9(11)V9(3) COMP-3.
           05  WCAD-ER               PIC S9(11)V9(3) COMP-3.
           05  WCAD-ECART            PIC S9(11)V9(3) COMP-3.
      *
           COPY    WKREFPGM         REPLACING SPACE BY "BCBAL199*A".
           COPY    WKGENERAL.
           COPY    WKMESSAGE.
           COPY    WKLDA.
      *
       01  WLIGNE-ENTETE.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(50) VALUE
               "DECLARATION D'ECHANGES DE BIENS - INTRODUCTIONS   ".
           05  FILLER                PIC X(10) VALUE "PERIODE : ".
           05  WLE-AAPER             PIC XX.
           05  FILLER                PIC X(1)  VALUE "/".
           05  WLE-MMPER             PIC XX.
           05  FILLER                PIC X(66) VALUE SPACE.
      *
       01  WLIGNE-COLS.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(36) VALUE
               "FLUX RECT  S NOMENCL. PROV ORIG NAT ".
           05  FILLER                PIC X(42) VALUE
               " VALEUR EUR    MASSE KG      UNITES LIGNES".
           05  FILLER                PIC X(53) VALUE SPACE.
      *
       01  WLIGNE-DET.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-FLUX              PIC X.
           05  FILLER                PIC X(3)  VALUE SPACE.
           05  WLD-PERC              PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-SIGN              PIC X.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-NC8               PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-PAYP              PIC XX.
           05  FILLER                PIC X(3)  VALUE SPACE.
           05  WLD-PAYO              PIC XX.
           05  FILLER                PIC X(3)  VALUE SPACE.
           05  WLD-NATR              PIC XX.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-VAL               PIC Z(10)9.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-MASS              PIC Z(10)9.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-QTE               PIC Z(10)9.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-NLIG              PIC ZZZZZ9.
           05  FILLER                PIC X(53) VALUE SPACE.
      *
       01  WLIGNE-RUPT.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLR-LIB               PIC X(18).
           05  WLR-CLE               PIC X(8).
           05  FILLER                PIC X(13) VALUE SPACE.
           05  WLR-VAL               PIC Z(10)9.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLR-MASS              PIC Z(10)9.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLR-QTE               PIC Z(10)9.
           05  FILLER                PIC X(56) VALUE SPACE.
      *
       01  WLIGNE-ANO.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(10) VALUE "ANOMALIE  ".
           05  WLA-CNUL              PIC X(6).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLA-NORD              PIC X(5).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLA-SLIM              PIC X(7).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLA-LIB               PIC X(40).
           05  FILLER                PIC X(59) VALUE SPACE.
      *
       01  WLIGNE-CADRAGE.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLC-LIB               PIC X(42).
           05  WLC-MNT1              PIC -(11)9,999.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLC-MNT2              PIC -(11)9,999.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLC-MNT3              PIC -(11)9,999.
           05  FILLER                PIC X(37) VALUE SPACE.
      *
       01  WLIGNE-TOTAL.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(16) VALUE "LIGNES DECLAREES".
           05  WLT-LIG               PIC ZZZZZ9.
           05  FILLER                PIC X(16) VALUE "   RECTIFIEES  ".
           05  WLT-RECT              PIC ZZZZZ9.
           05  FILLER                PIC X(16) VALUE "   ANOMALIES   ".
           05  WLT-ANO               PIC ZZZZZ9.
           05  FILLER                PIC X(24) VALUE
               "   ANNULEES AVANT DECL. ".
           05  WLT-ANN               PIC ZZZZZ9.
           05  FILLER                PIC X(35) VALUE SPACE.
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
      ***** PERIODE A DECLARER : RECUE EN LDA (WLDA-AAPER/WLDA-MMPER)
           ACCEPT   WKLDA  FROM  LDA.
           IF WLDA-AAPER NOT NUMERIC OR WLDA-MMPER NOT NUMERIC OR
              WLDA-MMPER < "01" OR WLDA-MMPER > "12"
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " PERIODE LDA INVALIDE " WLDA-AAPER WLDA-MMPER
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
      *
      ***** DRAARC EST CODEE SIECLE (SRAFER2O) : ON CODE L'ANNEE DE
      ***** LA PERIODE DE LA MEME FACON POUR COMPARER OCTET A OCTET.
           IF WLDA-AAPER NOT > WK-PIVOT-SIECLE
               MOVE HIGH-VALUE       TO WK-PER-AA-ENC (1:1)
               MOVE WLDA-AAPER (2:1) TO WK-PER-AA-ENC (2:1)
           ELSE
               MOVE WLDA-AAPER       TO WK-PER-AA-ENC
           END-IF.
           MOVE WLDA-AAPER           TO WK-PER (1:2).
           MOVE WLDA-MMPER           TO WK-PER (3:2).
           MOVE WK-PER               TO WK-AAMM.
           PERFORM CALC-SSAAMM THRU CALC-SSAAMM-EXIT.
           MOVE WK-SSAAMM            TO WK-PER-SSAAMM.
      *
           OPEN I-O    BPFDR.
           OPEN INPUT  BPFER
                       BPFERM61
                       ZPFFR
                       BPFAR100.
           OPEN OUTPUT BPFINTR
                       BPFINLST.
      *
           MOVE WLDA-AAPER   TO WLE-AAPER.
           MOVE WLDA-MMPER   TO WLE-MMPER.
           WRITE LST-ENR-DDS FROM WLIGNE-ENTETE.
      *
           MOVE ZERO  TO WCAD-DET.
           SORT    SRT-IN
                   ON ASCENDING KEY SRT-CLE
                   INPUT  PROCEDURE IS SELECT-DR-PER
                          THRU      SELECT-DR-PER-EXIT
                   OUTPUT PROCEDURE IS ECRIT-DECL
                          THRU      ECRIT-DECL-EXIT.
      *
           PERFORM CADRAGE-ER THRU CADRAGE-ER-EXIT.
      *
           MOVE CPT-LIG      TO WLT-LIG.
           MOVE CPT-RECT     TO WLT-RECT.
           MOVE CPT-ANO      TO WLT-ANO.
           MOVE CPT-ANN      TO WLT-ANN.
           WRITE LST-ENR-DDS FROM WLIGNE-TOTAL.
      *
           CLOSE  BPFDR BPFER BPFERM61 ZPFFR BPFAR100
                  BPFINTR BPFINLST.
      *
           MOVE SPACE TO WK-MESSAGE-LIB.
           STRING  " LIGNES : " CPT-LIG
                   "   RECTIF. : " CPT-RECT
                   "   ANOMALIES : " CPT-ANO
                   "   DECLARATIONS : " CPT-DECL
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
      ******* SELECTION DES LIGNES : TOUT BPFDR EST LU CAR UNE LIGNE
      ******* D'UNE PERIODE ANTERIEURE PEUT DEVOIR ETRE RECTIFIEE.
      ******* DRDEBP = PERIODE AAMM DE LA DECLARATION QUI A REPRIS LA
      ******* LIGNE, DRDEBR = PERIODE DE LA RECTIFICATION EMISE APRES
      ******* SA CONTREPASSATION (BCBAL164, DRGST "99"). UN NOUVEAU
      ******* PASSAGE DE LA MEME PERIODE REPRODUIT LA MEME DECLARATION.
      ****************************************************************
       SELECT-DR-PER.
           PERFORM LECT-DR THRU LECT-DR-EXIT.
           PERFORM UNTIL ST = "10"
               MOVE FAUX  TO TOP-MAJ
               IF DRGST OF DR-ENR-DDS = "99"
                   PERFORM TRAIT-CONTREP THRU TRAIT-CONTREP-EXIT
               ELSE
                   IF DRAARC OF DR-ENR-DDS = WK-PER-AA-ENC AND
                      DRMMRC OF DR-ENR-DDS = WLDA-MMPER
                       PERFORM TRAIT-LIGNE THRU TRAIT-LIGNE-EXIT
                   END-IF
               END-IF
               IF TOP-MAJ = VRAI
                   REWRITE DR-ENR-DDS
               END-IF
               PERFORM LECT-DR THRU LECT-DR-EXIT
           END-PERFORM.
       SELECT-DR-PER-EXIT.
           EXIT.
      *
       LECT-DR.
           READ BPFDR NEXT RECORD AT END MOVE "10" TO ST.
       LECT-DR-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* LIGNE DE LA PERIODE : DECLAREE SI LE FOURNISSEUR EST
      ******* ETABLI DANS UN AUTRE PAYS DE L'UNION. LA VALEUR DE LA
      ******* LIGNE (DRPA * DRQTE) ALIMENTE LE CADRAGE AVEC LES
      ******* ENTETES, QU'ELLE SOIT DECLAREE OU EN ANOMALIE.
      ****************************************************************
       TRAIT-LIGNE.
           IF DRCNUL OF DR-ENR-DDS NOT = WK-CNUF-LU
               PERFORM LECT-FOURN THRU LECT-FOURN-EXIT.
           IF TOP-UE = FAUX
               GO TO TRAIT-LIGNE-EXIT.
      *
      ***** UNE LIGNE CONTREPASSEE REPRISE AU REPASSAGE D'UNE PERIODE
      ***** ANCIENNE N'A PLUS D'ENTETE EN FACE (ERDIFF "99").
           IF DRGST OF DR-ENR-DDS NOT = "99"
               COMPUTE WK-BASE ROUNDED =
                       DRPA OF DR-ENR-DDS * DRQTE OF DR-ENR-DDS
               ADD WK-BASE TO WCAD-DET
           END-IF.
      *
           MOVE "+"    TO WK-SIGN.
           MOVE SPACE  TO WK-PERC.
           PERFORM REL-LIGNE THRU REL-LIGNE-EXIT.
           IF WK-LIB-ANO NOT = SPACE
               GO TO TRAIT-LIGNE-EXIT.
      *
           ADD 1 TO CPT-LIG.
           IF DRDEBP OF DR-ENR-DDS NOT = WK-PER
               MOVE WK-PER  TO DRDEBP OF DR-ENR-DDS
               MOVE VRAI    TO TOP-MAJ
           END-IF.
       TRAIT-LIGNE-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* LIGNE D'UNE RECEPTION CONTREPASSEE :
      ******* - JAMAIS DECLAREE : RIEN A FAIRE (COMPTEE SI DE LA
      *******   PERIODE) ;
      ******* - DECLAREE DANS CETTE PERIODE ET PAS ENCORE RECTIFIEE :
      *******   LA PERIODE EST REPASSEE APRES LA CONTREPASSATION, LA
      *******   LIGNE EST RETIREE DE LA DECLARATION (DRDEBP EFFACE) ;
      ******* - DECLAREE DANS CETTE PERIODE ET RECTIFIEE PLUS TARD :
      *******   REPASSAGE D'UNE PERIODE ANCIENNE, LA LIGNE EST REPRISE
      *******   TELLE QU'ELLE AVAIT ETE DECLAREE ;
      ******* - DECLAREE DANS UNE PERIODE ANTERIEURE : RECTIFICATION
      *******   EN MOINS DE CETTE PERIODE, EMISE UNE SEULE FOIS
      *******   (DRDEBR), SAUF REPASSAGE DE LA PERIODE QUI L'A EMISE.
      ****************************************************************
       TRAIT-CONTREP.
           IF DRDEBP OF DR-ENR-DDS = SPACE
               IF DRAARC OF DR-ENR-DDS = WK-PER-AA-ENC AND
                  DRMMRC OF DR-ENR-DDS = WLDA-MMPER
                   ADD 1 TO CPT-ANN
               END-IF
               GO TO TRAIT-CONTREP-EXIT.
      *
           IF DRDEBP OF DR-ENR-DDS = WK-PER
               IF DRDEBR OF DR-ENR-DDS = SPACE
                   MOVE SPACE  TO DRDEBP OF DR-ENR-DDS
                   MOVE VRAI   TO TOP-MAJ
                   ADD 1 TO CPT-ANN
               ELSE
                   PERFORM TRAIT-LIGNE THRU TRAIT-LIGNE-EXIT
               END-IF
               GO TO TRAIT-CONTREP-EXIT.
      *
           IF DRDEBR OF DR-ENR-DDS NOT = SPACE AND
              DRDEBR OF DR-ENR-DDS NOT = WK-PER
               GO TO TRAIT-CONTREP-EXIT.
      ***** UNE PERIODE ANTERIEURE A LA DECLARATION D'ORIGINE NE
      ***** RECTIFIE RIEN.
           MOVE DRDEBP OF DR-ENR-DDS  TO WK-AAMM.
           PERFORM CALC-SSAAMM THRU CALC-SSAAMM-EXIT.
           IF WK-SSAAMM NOT < WK-PER-SSAAMM
               GO TO TRAIT-CONTREP-EXIT.
      *
      ***** LA LIGNE A ETE DECLAREE : ELLE EST RECTIFIEE MEME SI LE
      ***** FOURNISSEUR A CHANGE DE PAYS DEPUIS.
           IF DRCNUL OF DR-ENR-DDS NOT = WK-CNUF-LU
               PERFORM LECT-FOURN THRU LECT-FOURN-EXIT.
           MOVE "-"                   TO WK-SIGN.
           MOVE DRDEBP OF DR-ENR-DDS  TO WK-PERC.
           PERFORM REL-LIGNE THRU REL-LIGNE-EXIT.
           IF WK-LIB-ANO NOT = SPACE
               GO TO TRAIT-CONTREP-EXIT.
      *
           ADD 1 TO CPT-RECT.
           IF DRDEBR OF DR-ENR-DDS NOT = WK-PER
               MOVE WK-PER  TO DRDEBR OF DR-ENR-DDS
               MOVE VRAI    TO TOP-MAJ
           END-IF.
       TRAIT-CONTREP-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* LECTURE DU FOURNISSEUR ET TEST DU PAYS : FRPAYS A BLANC
      ******* = PAYS DE L'ETABLISSEMENT. FOURNISSEUR INCONNU = NON UE.
      ****************************************************************
       LECT-FOURN.
           MOVE DRCNUL OF DR-ENR-DDS  TO  WK-CNUF-LU.
           PERFORM TEST-PAYS-UE THRU TEST-PAYS-UE-EXIT.
       LECT-FOURN-EXIT.
           EXIT.
      *
       TEST-PAYS-UE.
           MOVE FAUX                  TO  TOP-UE.
           MOVE SPACE                 TO  WK-PAYS-FRS.
           MOVE WK-CNUF-LU            TO  FRCNUF OF FR-ENR-DDS.
           READ ZPFFR INVALID GO TO TEST-PAYS-UE-EXIT.
           MOVE FRPAYS OF ZPRFR       TO  WK-PAYS-FRS.
           IF WK-PAYS-FRS = SPACE OR WK-PAYS-FRS = WK-PAYS-LOCAL
               GO TO TEST-PAYS-UE-EXIT.
           SET IX-UE TO 1.
           SEARCH WUE-PAYS
               WHEN WUE-PAYS (IX-UE) = WK-PAYS-FRS
                   MOVE VRAI  TO  TOP-UE
           END-SEARCH.
       TEST-PAYS-UE-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* CONSTITUTION DE L'ENREGISTREMENT TRIE : UN RETOUR (QTE
      ******* NEGATIVE OU DRRET "02") EST UNE EXPEDITION NATURE "21",
      ******* LES VALEURS SONT TOUJOURS POSITIVES. VALEUR EN EUROS AU
      ******* COURS DE LA DATE DE LIVRAISON (DRTXCH) POUR UNE LIGNE EN
      ******* DEVISE. ARTICLE INCONNU OU SANS NOMENCLATURE = ANOMALIE
      ******* IMPRIMEE, LIGNE NON DECLAREE ET NON MARQUEE.
      ****************************************************************
       REL-LIGNE.
           MOVE SPACE TO WK-LIB-ANO.
           MOVE DRSLIM OF DR-ENR-DDS (2:6) TO ARRAC OF AR-ENR-DDS.
           MOVE DRCCC OF DR-ENR-DDS        TO ARCCC OF AR-ENR-DDS.
           MOVE DRVPV OF DR-ENR-DDS        TO ARVPV OF AR-ENR-DDS.
           READ BPFAR100 INVALID
               MOVE "ARTICLE INCONNU" TO WK-LIB-ANO
               PERFORM ECR-ANO THRU ECR-ANO-EXIT
               GO TO REL-LIGNE-EXIT.
           IF ARNC8 OF AR-ENR-DDS = SPACE
               MOVE "NOMENCLATURE NC8 NON RENSEIGNEE" TO WK-LIB-ANO
               PERFORM ECR-ANO THRU ECR-ANO-EXIT
               GO TO REL-LIGNE-EXIT.
      *
           MOVE DRQTE OF DR-ENR-DDS  TO WK-QTE-ABS.
           IF WK-QTE-ABS < ZERO
               COMPUTE WK-QTE-ABS = ZERO - WK-QTE-ABS.
           IF DRQTE OF DR-ENR-DDS < ZERO OR DRRET OF DR-ENR-DDS = "02"
               MOVE "E"   TO SRT-FLUX
               MOVE "21"  TO SRT-NATR
           ELSE
               MOVE "A"   TO SRT-FLUX
               MOVE "11"  TO SRT-NATR
           END-IF.
           IF DRDEV OF DR-ENR-DDS NOT = SPACE
               COMPUTE WK-VAL ROUNDED = DRPAD OF DR-ENR-DDS *
                       DRTXCH OF DR-ENR-DDS * WK-QTE-ABS
           ELSE
               COMPUTE WK-VAL ROUNDED =
                       DRPA OF DR-ENR-DDS * WK-QTE-ABS
           END-IF.
           COMPUTE WK-MASS ROUNDED = ARPNET OF AR-ENR-DDS * WK-QTE-ABS.
      *
           MOVE WK-PERC              TO SRT-PERC.
           MOVE WK-SIGN              TO SRT-SIGN.
           MOVE ARNC8 OF AR-ENR-DDS  TO SRT-NC8.
           MOVE WK-PAYS-FRS          TO SRT-PAYP.
           IF ARORIG OF AR-ENR-DDS = SPACE
               MOVE WK-PAYS-FRS         TO SRT-PAYO
           ELSE
               MOVE ARORIG OF AR-ENR-DDS TO SRT-PAYO
           END-IF.
           MOVE WK-VAL               TO SRT-VAL.
           MOVE WK-MASS              TO SRT-MASS.
           MOVE WK-QTE-ABS           TO SRT-QTE.
           RELEASE SRT-ENR-IN.
       REL-LIGNE-EXIT.
           EXIT.
      *
       ECR-ANO.
           ADD 1 TO CPT-ANO.
           MOVE DRCNUL OF DR-ENR-DDS  TO WLA-CNUL.
           MOVE DRNORD OF DR-ENR-DDS  TO WLA-NORD.
           MOVE DRSLIM OF DR-ENR-DDS  TO WLA-SLIM.
           MOVE WK-LIB-ANO            TO WLA-LIB.
           WRITE LST-ENR-DDS FROM WLIGNE-ANO.
       ECR-ANO-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* PERIODE AAMM (WK-AAMM) -> SSAAMM (WK-SSAAMM)
      ****************************************************************
       CALC-SSAAMM.
           MOVE WK-AAMM  TO WK-SSAAMM (3:4).
           IF WK-AAMM (1:2) > WK-PIVOT-SIECLE
               MOVE 19   TO WK-SSAAMM (1:2)
           ELSE
               MOVE 20   TO WK-SSAAMM (1:2)
           END-IF.
       CALC-SSAAMM-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* DECLARATION : UN ENREGISTREMENT BPFINTR PAR FLUX +
      ******* PERIODE RECTIFIEE + SIGNE + NC8 + PAYS + NATURE, VALEUR
      ******* ET MASSE ARRONDIES AU CUMUL (MASSE MINIMUM 1 KG QUAND
      ******* L'ARTICLE A UN POIDS). LISTE PAR NOMENCLATURE ET PAYS.
      ****************************************************************
       ECRIT-DECL.
           WRITE LST-ENR-DDS FROM WLIGNE-COLS.
           MOVE SPACE TO WSAUT.
           MOVE ZERO  TO WDEC-VAL WDEC-MASS WDEC-QTE WDEC-NLIG
                         WNC8-VAL WNC8-MASS WNC8-QTE
                         WSEC-VAL WSEC-MASS WSEC-QTE.
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-TRI THRU LECT-TRI-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               IF SRT-CLE NOT = WSAUT-CLE
                   IF WSAUT-FLUX NOT = SPACE
                       PERFORM ECR-DECL THRU ECR-DECL-EXIT
                       IF SRT-SECT NOT = WSAUT-SECT OR
                          SRT-NC8  NOT = WSAUT-NC8
                           PERFORM RUPT-NC8 THRU RUPT-NC8-EXIT
                       END-IF
                       IF SRT-SECT NOT = WSAUT-SECT
                           PERFORM RUPT-SECT THRU RUPT-SECT-EXIT
                       END-IF
                   END-IF
                   MOVE SRT-CLE TO WSAUT-CLE
               END-IF
               ADD SRT-VAL  TO WDEC-VAL
               ADD SRT-MASS TO WDEC-MASS
               ADD SRT-QTE  TO WDEC-QTE
               ADD 1        TO WDEC-NLIG
               PERFORM LECT-TRI THRU LECT-TRI-EXIT
           END-PERFORM.
           IF WSAUT-FLUX NOT = SPACE
               PERFORM ECR-DECL  THRU ECR-DECL-EXIT
               PERFORM RUPT-NC8  THRU RUPT-NC8-EXIT
               PERFORM RUPT-SECT THRU RUPT-SECT-EXIT
           END-IF.
       ECRIT-DECL-EXIT.
           EXIT.
      *
       LECT-TRI.
           RETURN SRT-IN AT END MOVE VRAI TO TOP-FIN.
       LECT-TRI-EXIT.
           EXIT.
      *
       ECR-DECL.
           ADD 1 TO CPT-DECL.
           MOVE SPACE            TO IN-ENR-DDS.
           MOVE WK-PER           TO INPER.
           MOVE WSAUT-FLUX       TO INFLUX.
           MOVE WSAUT-PERC       TO INPERC.
           MOVE WSAUT-SIGN       TO INSIGN.
           MOVE WSAUT-NC8        TO INNC8.
           MOVE WSAUT-PAYP       TO INPAYP.
           MOVE WSAUT-PAYO       TO INPAYO.
           MOVE WSAUT-NATR       TO INNATR.
           COMPUTE INVAL  ROUNDED = WDEC-VAL.
           COMPUTE INMASS ROUNDED = WDEC-MASS.
           IF INMASS = ZERO AND WDEC-MASS > ZERO
               MOVE 1            TO INMASS.
           COMPUTE INQTE  ROUNDED = WDEC-QTE.
           MOVE WDEC-NLIG        TO INNLIG.
           WRITE IN-ENR-DDS.
      *
           MOVE INFLUX           TO WLD-FLUX.
           MOVE INPERC           TO WLD-PERC.
           MOVE INSIGN           TO WLD-SIGN.
           MOVE INNC8            TO WLD-NC8.
           MOVE INPAYP           TO WLD-PAYP.
           MOVE INPAYO           TO WLD-PAYO.
           MOVE INNATR           TO WLD-NATR.
           MOVE INVAL            TO WLD-VAL.
           MOVE INMASS           TO WLD-MASS.
           MOVE INQTE            TO WLD-QTE.
           MOVE INNLIG           TO WLD-NLIG.
           WRITE LST-ENR-DDS FROM WLIGNE-DET.
      *
           ADD INVAL  TO WNC8-VAL  WSEC-VAL.
           ADD INMASS TO WNC8-MASS WSEC-MASS.
           ADD INQTE  TO WNC8-QTE  WSEC-QTE.
           MOVE ZERO             TO WDEC-VAL WDEC-MASS WDEC-QTE
                                    WDEC-NLIG.
       ECR-DECL-EXIT.
           EXIT.
      *
       RUPT-NC8.
           MOVE "TOTAL NOMENCLATURE" TO WLR-LIB.
           MOVE WSAUT-NC8    TO WLR-CLE.
           MOVE WNC8-VAL     TO WLR-VAL.
           MOVE WNC8-MASS    TO WLR-MASS.
           MOVE WNC8-QTE     TO WLR-QTE.
           WRITE LST-ENR-DDS FROM WLIGNE-RUPT.
           MOVE ZERO         TO WNC8-VAL WNC8-MASS WNC8-QTE.
       RUPT-NC8-EXIT.
           EXIT.
      *
       RUPT-SECT.
           IF WSAUT-FLUX = "A"
               MOVE "TOTAL INTRODUCT.  " TO WLR-LIB
           ELSE
               MOVE "TOTAL EXPEDITIONS " TO WLR-LIB
           END-IF.
           MOVE SPACE        TO WLR-CLE.
           IF WSAUT-PERC NOT = SPACE
               MOVE WSAUT-SIGN   TO WLR-CLE (1:1)
               MOVE WSAUT-PERC   TO WLR-CLE (3:4)
           END-IF.
           MOVE WSEC-VAL     TO WLR-VAL.
           MOVE WSEC-MASS    TO WLR-MASS.
           MOVE WSEC-QTE     TO WLR-QTE.
           WRITE LST-ENR-DDS FROM WLIGNE-RUPT.
           MOVE ZERO         TO WSEC-VAL WSEC-MASS WSEC-QTE.
       RUPT-SECT-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* CADRAGE CONTRE LES ENTETES : LA SOMME DES ERMPA DES
      ******* RECEPTIONS DE LA PERIODE DES FOURNISSEURS UE (HORS
      ******* CONTREPASSEES) DOIT RETOMBER SUR LA VALEUR DES LIGNES
      ******* DE LA PERIODE (DECLAREES ET EN ANOMALIE), EN MONNAIE
      ******* LOCALE. TOUT ECART EST IMPRIME.
      ****************************************************************
       CADRAGE-ER.
           MOVE ZERO  TO WCAD-ER.
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-ER THRU LECT-ER-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               IF ERAARC OF ER-ENR-DDS = WK-PER-AA-ENC AND
                  ERMMRC OF ER-ENR-DDS = WLDA-MMPER AND
                  ERDIFF OF ER-ENR-DDS NOT = "99"
                   IF ERCNUL OF ER-ENR-DDS NOT = WK-CNUF-LU
                       MOVE ERCNUL OF ER-ENR-DDS TO WK-CNUF-LU
                       PERFORM TEST-PAYS-UE THRU TEST-PAYS-UE-EXIT
                   END-IF
                   IF TOP-UE = VRAI
                       ADD ERMPA OF ER-ENR-DDS TO WCAD-ER
                   END-IF
               END-IF
               PERFORM LECT-ER THRU LECT-ER-EXIT
           END-PERFORM.
      ***** LES ENTETES D'UNE PERIODE DEJA BASCULEE (BCBAL155) SONT
      ***** DANS BPFERM61.
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-ER61 THRU LECT-ER61-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               IF ERAARC OF ER61-ENR-DDS = WK-PER-AA-ENC AND
                  ERMMRC OF ER61-ENR-DDS = WLDA-MMPER AND
                  ERDIFF OF ER61-ENR-DDS NOT = "99"
                   IF ERCNUL OF ER61-ENR-DDS NOT = WK-CNUF-LU
                       MOVE ERCNUL OF ER61-ENR-DDS TO WK-CNUF-LU
                       PERFORM TEST-PAYS-UE THRU TEST-PAYS-UE-EXIT
                   END-IF
                   IF TOP-UE = VRAI
                       ADD ERMPA OF ER61-ENR-DDS TO WCAD-ER
                   END-IF
               END-IF
               PERFORM LECT-ER61 THRU LECT-ER61-EXIT
           END-PERFORM.
      *
           MOVE "CADRAGE UE : LIGNES / ENTETES / ECART :   "
                             TO WLC-LIB.
           MOVE WCAD-DET     TO WLC-MNT1.
           MOVE WCAD-ER      TO WLC-MNT2.
           COMPUTE WCAD-ECART = WCAD-DET - WCAD-ER.
           MOVE WCAD-ECART   TO WLC-MNT3.
           WRITE LST-ENR-DDS FROM WLIGNE-CADRAGE.
       CADRAGE-ER-EXIT.
           EXIT.
      *
       LECT-ER.
           READ BPFER NEXT RECORD AT END MOVE VRAI TO TOP-FIN.
       LECT-ER-EXIT.
           EXIT.
      *
       LECT-ER61.
           READ BPFERM61 NEXT RECORD AT END MOVE VRAI TO TOP-FIN.
       LECT-ER61-EXIT.
           EXIT.
