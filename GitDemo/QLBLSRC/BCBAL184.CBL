       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCBAL184.
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
           SELECT  BPFQUD
                   ASSIGN       TO DATABASE-BPFQUD
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
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
           SELECT  BPFSK
                   ASSIGN       TO DATABASE-BPFSK
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF SK-ENR-DDS
                                   WITH DUPLICATES
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
           SELECT  BPFQDLST
                   ASSIGN       TO DATABASE-BPFQDLST
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  BPFQUD  LABEL RECORD STANDARD.
       01  QD-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFQUD.
      *
       FD  BPFQUA  LABEL RECORD STANDARD.
       01  QUA-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFQUA.
      *
       FD  BPFAR100  LABEL RECORD STANDARD.
       01  AR-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFAR100.
      *
       FD  BPFSK  LABEL RECORD STANDARD.
       01   SK-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFSK.
      *
       FD  BPFSTKD  LABEL RECORD STANDARD.
       01  STD-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFSTKD.
      *
       FD  BPFLOT  LABEL RECORD STANDARD.
       01  LOT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFLOT.
      *
       FD  BPFDEB    LABEL RECORD STANDARD.
       01  DB-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFDEB.
      *
           COPY FDAPFIN.
           COPY FDINBR.
      *
       FD  BPFQDLST  LABEL RECORD STANDARD.
       01  LST-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFQDLST.
      *
      /
       WORKING-STORAGE SECTION.
       77  CPT-LUS                  PIC 9(6) VALUE ZERO.
       77  CPT-LIB                  PIC 9(6) VALUE ZERO.
       77  CPT-RET                  PIC 9(6) VALUE ZERO.
       77  CPT-DES                  PIC 9(6) VALUE ZERO.
       77  CPT-REJ                  PIC 9(6) VALUE ZERO.
       77  TOP-FIN                  PIC 1    VALUE B"0".
       77  TOP-VALIDE               PIC 1    VALUE B"0".
       77  TOP-DEB-EXISTE           PIC 1    VALUE B"0".
       77  WK-TODAY                 PIC 9(6) VALUE ZERO.
       77  WK-LIB-REJ               PIC X(30) VALUE SPACES.
       77  WK-QTE                   PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WK-VAL                   PIC S9(9)V9(3) COMP-3 VALUE ZERO.
       77  WK-TOT-LIB               PIC S9(9)V9(3) COMP-3 VALUE ZERO.
       77  WK-TOT-RET               PIC S9(9)V9(3) COMP-3 VALUE ZERO.
       77  WK-TOT-DES               PIC S9(9)V9(3) COMP-3 VALUE ZERO.
       77  WK-NOBR                  PIC 9(7) VALUE ZERO.
       77  OLD-STK                  PIC S9(8)V9(3) COMP-3.
       77  WK-DEP-DELTA             PIC S9(8)V9(3) COMP-3.
       77  WSTAT-AN                 PIC XX.
       77  WSTAT-MOIS               PIC XX.
      *
           COPY    WKREFPGM         REPLACING SPACE BY "BCBAL184*A".
           COPY    WKGENERAL.
           COPY    WKMESSAGE.
      *
       01  DATE-JOUR   VALUE SPACES.
           05  AN          PIC XX.
           05  MOI         PIC XX.
           05  JOUR        PIC XX.
      *
       01  HEURE-JOUR  VALUE SPACES.
           05  HH          PIC XX.
           05  MN          PIC XX.
           05  SS          PIC XX.
           05  CC          PIC XX.
      *
      *DEBUT AF0*
           COPY WKAFSK.
      *FIN   AF0*
      *
       01  WLIGNE-ENTETE.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(44)
               VALUE "DECISIONS DU CONTROLE QUALITE - QUARANTAINE ".
           05  FILLER                PIC X(3)  VALUE "AU ".
           05  WLE-RUND              PIC 9(6).
           05  FILLER                PIC X(78) VALUE SPACE.
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
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-DEP               PIC XX.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-ACT               PIC X.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-QTE               PIC -(8)9,999.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-VAL               PIC -(9)9,999.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-NOBR              PIC Z(6)9.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-OPER              PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-LIB               PIC X(30).
           05  FILLER                PIC X(6)  VALUE SPACE.
      *
       01  WLIGNE-TOTAL.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(13)
               VALUE "DECISIONS  : ".
           05  WLT-LUS               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(12) VALUE "  REJETEES :".
           05  WLT-REJ               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(12) VALUE "  LIBEREES :".
           05  WLT-LIB               PIC -(9)9,999.
           05  FILLER                PIC X(12) VALUE "  RETOURS  :".
           05  WLT-RET               PIC -(9)9,999.
           05  FILLER                PIC X(12) VALUE "  DETRUITS :".
           05  WLT-DES               PIC -(9)9,999.
           05  FILLER                PIC X(14) VALUE SPACE.
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
           ACCEPT   HEURE-JOUR FROM  TIME.
           MOVE AN OF DATE-JOUR   TO WK-TODAY (1:2).
           MOVE MOI OF DATE-JOUR  TO WK-TODAY (3:2).
           MOVE JOUR OF DATE-JOUR TO WK-TODAY (5:2).
      *
      ***** RECUPERATION AN MOIS STAT (MEME PERIODE STATISTIQUE QUE
      ***** LES MOUVEMENTS DE RECEPTION DE BCBAL150)
           CALL  "BCLRC530" USING WSTAT-AN WSTAT-MOIS.
      *
           OPEN I-O    BPFQUD.
           IF ST = "35"
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " BPFQUD INEXISTANT - RIEN A TRAITER"
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
           OPEN I-O    BPFQUA.
           IF ST = "35"
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " BPFQUA INEXISTANT - AUCUNE QUARANTAINE"
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
           OPEN I-O    BPFAR100
                       BPFSK
                       BPFDEB
                       FINFODI.
      ***** STOCK PAR DEPOT ET PAR LOT (CREES AU PREMIER RUN)
           OPEN I-O    BPFSTKD.
           IF ST = "35"
               OPEN OUTPUT BPFSTKD
               CLOSE BPFSTKD
               OPEN I-O BPFSTKD
           END-IF.
           OPEN I-O    BPFLOT.
           IF ST = "35"
               OPEN OUTPUT BPFLOT
               CLOSE BPFLOT
               OPEN I-O BPFLOT
           END-IF.
           OPEN OUTPUT BPFQDLST.
      *
           PERFORM LECT-CPT-BR THRU LECT-CPT-BR-EXIT.
      *
           MOVE WK-TODAY     TO WLE-RUND.
           WRITE LST-ENR-DDS FROM WLIGNE-ENTETE.
      *
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-QUD THRU LECT-QUD-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               IF QDETAT OF QD-ENR-DDS = SPACE
                   PERFORM TRAIT-DECISION THRU TRAIT-DECISION-EXIT
               END-IF
               PERFORM LECT-QUD THRU LECT-QUD-EXIT
           END-PERFORM.
      *
           MOVE CPT-LUS      TO WLT-LUS.
           MOVE CPT-REJ      TO WLT-REJ.
           MOVE WK-TOT-LIB   TO WLT-LIB.
           MOVE WK-TOT-RET   TO WLT-RET.
           MOVE WK-TOT-DES   TO WLT-DES.
           WRITE LST-ENR-DDS FROM WLIGNE-TOTAL.
      *
           CLOSE  BPFQUD BPFQUA BPFAR100 BPFSK BPFSTKD BPFLOT
                  BPFDEB FINFODI BPFQDLST.
      *
           MOVE SPACE TO WK-MESSAGE-LIB.
           STRING  " LUS : " CPT-LUS
                   "   LIB : " CPT-LIB
                   "   RET : " CPT-RET
                   "   DES : " CPT-DES
                   "   REJ : " CPT-REJ
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
       LECT-QUD.
           READ BPFQUD NEXT RECORD AT END MOVE VRAI TO TOP-FIN.
       LECT-QUD-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* TRAITEMENT D'UNE DECISION QUALITE : CONTROLE PUIS
      ******* APPLICATION SELON L'ACTION. UNE DECISION REFUSEE EST
      ******* LISTEE, MARQUEE "E" AVEC SON MOTIF (A CORRIGER PUIS
      ******* REMETTRE A BLANC) ET NE TOUCHE A AUCUN STOCK.
      ****************************************************************
       TRAIT-DECISION.
           ADD 1  TO  CPT-LUS.
           MOVE ZERO  TO WK-VAL WLD-NOBR.
           PERFORM CTL-DECISION THRU CTL-DECISION-EXIT.
           IF TOP-VALIDE = FAUX
               ADD 1              TO CPT-REJ
               MOVE WK-LIB-REJ    TO WLD-LIB
               PERFORM ECR-LIGNE THRU ECR-LIGNE-EXIT
               MOVE "E"           TO QDETAT OF QD-ENR-DDS
               MOVE WK-LIB-REJ    TO QDLIB  OF QD-ENR-DDS
               MOVE WK-TODAY      TO QDRUND OF QD-ENR-DDS
               REWRITE QD-ENR-DDS
               GO  TO  TRAIT-DECISION-EXIT.
      *
      ***** LA QUANTITE QUITTE LE STOCK BLOQUE QUELLE QUE SOIT LA
      ***** DECISION ; SEULE LA LIBERATION LA FAIT ENTRER EN STOCK
      ***** LIBRE (ARSTK, DEPOT, LOT).
           MOVE ARSTK OF AR-ENR-DDS  TO OLD-STK.
           SUBTRACT WK-QTE  FROM ARSTKB OF AR-ENR-DDS.
           IF QDACT OF QD-ENR-DDS = "L"
               PERFORM LIBERATION THRU LIBERATION-EXIT
           ELSE
               IF QDACT OF QD-ENR-DDS = "R"
                   PERFORM RETOUR-FRS THRU RETOUR-FRS-EXIT
               ELSE
                   PERFORM DESTRUCTION THRU DESTRUCTION-EXIT
               END-IF
           END-IF.
      *
           IF ARSTK OF AR-ENR-DDS  = ZERO AND
              ARSTKE OF AR-ENR-DDS = SPACE
                     MOVE  "M" TO ARSTKE OF  AR-ENR-DDS.
           IF ARSTK OF AR-ENR-DDS  NOT = ZERO AND
              ARSTKE OF AR-ENR-DDS = "M"
                     MOVE  SPACE TO ARSTKE OF  AR-ENR-DDS.
           REWRITE AR-ENR-DDS INVALID
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " MAJ ARTICLE IMPOSSIBLE " REF-PGM
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
           PERFORM ECR-MVT THRU ECR-MVT-EXIT.
      *
      ***** LIGNE DE QUARANTAINE : RESTANT ET CUMUL PAR DECISION,
      ***** SOLDEE QUAND PLUS RIEN N'Y EST BLOQUE.
           SUBTRACT WK-QTE  FROM QUQTE OF QUA-ENR-DDS.
           IF QDACT OF QD-ENR-DDS = "L"
               ADD WK-QTE  TO QUQTEL OF QUA-ENR-DDS.
           IF QDACT OF QD-ENR-DDS = "R"
               ADD WK-QTE  TO QUQTER OF QUA-ENR-DDS.
           IF QDACT OF QD-ENR-DDS = "D"
               ADD WK-QTE  TO QUQTED OF QUA-ENR-DDS.
           IF QUQTE OF QUA-ENR-DDS NOT > ZERO
               MOVE "S"  TO QUETAT OF QUA-ENR-DDS.
           MOVE WK-TODAY  TO QUDMAJ OF QUA-ENR-DDS.
           REWRITE QUA-ENR-DDS INVALID CONTINUE.
      *
           MOVE SPACES    TO WLD-LIB.
           PERFORM ECR-LIGNE THRU ECR-LIGNE-EXIT.
           MOVE "T"       TO QDETAT OF QD-ENR-DDS.
           MOVE SPACES    TO QDLIB  OF QD-ENR-DDS.
           MOVE WK-TODAY  TO QDRUND OF QD-ENR-DDS.
           REWRITE QD-ENR-DDS.
       TRAIT-DECISION-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* CONTROLES : ACTION, OPERATEUR, LIGNE EN QUARANTAINE
      ******* CONNUE ET NON SOLDEE, QUANTITE (ZERO = TOUT LE RESTANT)
      ******* NI NEGATIVE NI SUPERIEURE AU RESTANT, ARTICLE CONNU AVEC
      ******* UN STOCK BLOQUE SUFFISANT. POUR UN RETOUR, LE DEBIT DE
      ******* LA LIGNE DE RECEPTION NE DOIT PAS ETRE DEJA SOLDE.
      ****************************************************************
       CTL-DECISION.
           MOVE FAUX  TO  TOP-VALIDE.
           MOVE SPACE TO  WK-LIB-REJ.
           MOVE ZERO  TO  WK-QTE.
           IF QDACT OF QD-ENR-DDS NOT = "L" AND
              QDACT OF QD-ENR-DDS NOT = "R" AND
              QDACT OF QD-ENR-DDS NOT = "D"
               MOVE "DECISION INCONNUE (L/R/D)"  TO WK-LIB-REJ
               GO  TO  CTL-DECISION-EXIT.
           IF QDOPER OF QD-ENR-DDS = SPACES
               MOVE "OPERATEUR ABSENT"           TO WK-LIB-REJ
               GO  TO  CTL-DECISION-EXIT.
      *
           MOVE QDCNUL OF QD-ENR-DDS  TO QUCNUL OF QUA-ENR-DDS.
           MOVE QDAALV OF QD-ENR-DDS  TO QUAALV OF QUA-ENR-DDS.
           MOVE QDMMLV OF QD-ENR-DDS  TO QUMMLV OF QUA-ENR-DDS.
           MOVE QDJJLV OF QD-ENR-DDS  TO QUJJLV OF QUA-ENR-DDS.
           MOVE QDNORD OF QD-ENR-DDS  TO QUNORD OF QUA-ENR-DDS.
           MOVE QDRAC  OF QD-ENR-DDS  TO QURAC  OF QUA-ENR-DDS.
           MOVE QDCCC  OF QD-ENR-DDS  TO QUCCC  OF QUA-ENR-DDS.
           MOVE QDVPV  OF QD-ENR-DDS  TO QUVPV  OF QUA-ENR-DDS.
           MOVE QDLOT  OF QD-ENR-DDS  TO QULOT  OF QUA-ENR-DDS.
           MOVE QDDEP  OF QD-ENR-DDS  TO QUDEP  OF QUA-ENR-DDS.
           READ BPFQUA INVALID
               MOVE "LIGNE DE QUARANTAINE INCONNUE" TO WK-LIB-REJ
               GO  TO  CTL-DECISION-EXIT.
           IF QUETAT OF QUA-ENR-DDS = "S"
               MOVE "QUARANTAINE DEJA SOLDEE"    TO WK-LIB-REJ
               GO  TO  CTL-DECISION-EXIT.
      *
           IF QDQTE OF QD-ENR-DDS NOT NUMERIC OR
              QDQTE OF QD-ENR-DDS < ZERO
               MOVE "QUANTITE INVALIDE"          TO WK-LIB-REJ
               GO  TO  CTL-DECISION-EXIT.
           IF QDQTE OF QD-ENR-DDS = ZERO
               MOVE QUQTE OF QUA-ENR-DDS  TO WK-QTE
           ELSE
               MOVE QDQTE OF QD-ENR-DDS   TO WK-QTE.
           IF WK-QTE > QUQTE OF QUA-ENR-DDS
               MOVE "QTE > RESTANT EN QUARANTAINE" TO WK-LIB-REJ
               GO  TO  CTL-DECISION-EXIT.
      *
           MOVE QURAC OF QUA-ENR-DDS  TO ARRAC OF AR-ENR-DDS.
           MOVE QUCCC OF QUA-ENR-DDS  TO ARCCC OF AR-ENR-DDS.
           MOVE QUVPV OF QUA-ENR-DDS  TO ARVPV OF AR-ENR-DDS.
           READ BPFAR100 INVALID
               MOVE "ARTICLE INCONNU"            TO WK-LIB-REJ
               GO  TO  CTL-DECISION-EXIT.
           IF ARSTKB OF AR-ENR-DDS < WK-QTE
               MOVE "STOCK BLOQUE INSUFFISANT"   TO WK-LIB-REJ
               GO  TO  CTL-DECISION-EXIT.
      *
           IF QDACT OF QD-ENR-DDS = "R"
               PERFORM CLE-DEBIT THRU CLE-DEBIT-EXIT
               MOVE FAUX  TO TOP-DEB-EXISTE
               READ BPFDEB NOT INVALID
                   MOVE VRAI  TO TOP-DEB-EXISTE
               END-READ
               IF TOP-DEB-EXISTE = VRAI AND
                  DBETAT OF DB-ENR-DDS NOT = SPACE
                   MOVE "DEBIT DEJA AVOIRE OU COMPENSE" TO WK-LIB-REJ
                   GO  TO  CTL-DECISION-EXIT
               END-IF
           END-IF.
           MOVE VRAI  TO  TOP-VALIDE.
       CTL-DECISION-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* LIBERATION : LA QUANTITE ENTRE EN STOCK LIBRE, SUR LE
      ******* DEPOT DE RECEPTION ET, POUR UN ARTICLE SUIVI EN LOT, SUR
      ******* SON LOT (CREE A CE MOMENT S'IL N'EXISTE PAS, AVEC LA
      ******* DLUO ET LA DATE DE RECEPTION DE LA QUARANTAINE). LE PRX
      ******* NE BOUGE PAS : LE STOCK BLOQUE Y ETAIT DEJA COMPTE.
      ****************************************************************
       LIBERATION.
           ADD WK-QTE  TO ARSTK OF AR-ENR-DDS.
           MOVE WK-QTE  TO WK-DEP-DELTA.
           PERFORM MAJ-STKDEP THRU MAJ-STKDEP-EXIT.
           IF ARLCON OF AR-ENR-DDS = "O" AND
              QULOT OF QUA-ENR-DDS NOT = SPACES
               PERFORM MAJ-LOT THRU MAJ-LOT-EXIT.
           COMPUTE WK-VAL ROUNDED = WK-QTE * ARPRX OF AR-ENR-DDS.
           ADD WK-VAL  TO WK-TOT-LIB.
           ADD 1       TO CPT-LIB.
       LIBERATION-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* RETOUR FOURNISSEUR : DEBIT BPFDEB SUR LA CLEF DE LA
      ******* LIGNE DE RECEPTION (MOTIF "03"), VALORISE AU PRIX RECU.
      ******* IL SUIT ENSUITE LE CIRCUIT DES DEBITS DE BCBAL154
      ******* (AVOIR ATTENDU, DBETAT " " TANT QU'IL N'EST PAS RECU).
      ******* UN DEBIT ENCORE OUVERT SUR LA MEME LIGNE (AUTRE LOT,
      ******* RETOUR PARTIEL PRECEDENT) EST CUMULE SOUS SON BON.
      ****************************************************************
       RETOUR-FRS.
           COMPUTE WK-VAL ROUNDED = WK-QTE * QUPA OF QUA-ENR-DDS.
           IF TOP-DEB-EXISTE = VRAI
               ADD WK-QTE             TO DBQTE  OF DB-ENR-DDS
               ADD WK-VAL             TO DBMDEB OF DB-ENR-DDS
               MOVE WK-TODAY          TO DBRUND OF DB-ENR-DDS
               REWRITE DB-ENR-DDS INVALID
                   MOVE SPACE           TO WK-MESSAGE-LIB
                   STRING " MAJ DEBIT IMPOSSIBLE " REF-PGM
                           DELIMITED  BY SIZE
                           INTO  WK-MESSAGE-LIB
                   PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
                   GO  TO  TILT
               END-REWRITE
               MOVE DBNOBR OF DB-ENR-DDS  TO WLD-NOBR
               GO  TO  RETOUR-FRS-CUMUL.
      *
      ***** NOUVEAU BON DE RETOUR : LE COMPTEUR EST REECRIT DES
      ***** L'ATTRIBUTION DU NUMERO (MEME REGLE QUE BCBAL154).
           ADD  1                     TO WK-NOBR.
           PERFORM MAJ-CPT-BR THRU MAJ-CPT-BR-EXIT.
           PERFORM CLE-DEBIT THRU CLE-DEBIT-EXIT.
           MOVE WK-NOBR               TO DBNOBR  OF DB-ENR-DDS.
           MOVE WK-QTE                TO DBQTE   OF DB-ENR-DDS.
           MOVE QUPA OF QUA-ENR-DDS   TO DBPA    OF DB-ENR-DDS.
           MOVE WK-VAL                TO DBMDEB  OF DB-ENR-DDS.
           MOVE "03"                  TO DBMOTIF OF DB-ENR-DDS.
           MOVE SPACE                 TO DBETAT  OF DB-ENR-DDS.
           MOVE SPACES                TO DBNOAV  OF DB-ENR-DDS.
           MOVE WK-TODAY              TO DBRUND  OF DB-ENR-DDS.
           MOVE ZERO                  TO DBAVD   OF DB-ENR-DDS.
           MOVE ZERO                  TO DBMREG  OF DB-ENR-DDS.
           MOVE SPACES                TO DBNFAC  OF DB-ENR-DDS.
           MOVE ZERO                  TO DBMCMP  OF DB-ENR-DDS.
           WRITE DB-ENR-DDS INVALID
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " ECRITURE DEBIT IMPOSSIBLE " REF-PGM
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
           MOVE WK-NOBR               TO WLD-NOBR.
       RETOUR-FRS-CUMUL.
           ADD WK-VAL  TO WK-TOT-RET.
           ADD 1       TO CPT-RET.
       RETOUR-FRS-EXIT.
           EXIT.
      *
      ***** CLEF DU DEBIT : CELLE DE LA LIGNE BPFDR D'ORIGINE (DATE
      ***** DE RECEPTION CODEE SIECLE, DBSLIM = "0" + RAC COMME DRSLIM)
       CLE-DEBIT.
           MOVE SPACE                 TO DB-ENR-DDS.
           MOVE QUCNUL OF QUA-ENR-DDS TO DBCNUL OF DB-ENR-DDS.
           MOVE QUAARC OF QUA-ENR-DDS TO DBAARC OF DB-ENR-DDS.
           MOVE QUMMRC OF QUA-ENR-DDS TO DBMMRC OF DB-ENR-DDS.
           MOVE QUJJRC OF QUA-ENR-DDS TO DBJJRC OF DB-ENR-DDS.
           MOVE QUNORD OF QUA-ENR-DDS TO DBNORD OF DB-ENR-DDS.
           STRING "0" QURAC OF QUA-ENR-DDS
                 DELIMITED BY SIZE INTO DBSLIM OF DB-ENR-DDS.
           MOVE QUCCC  OF QUA-ENR-DDS TO DBCCC  OF DB-ENR-DDS.
           MOVE QUVPV  OF QUA-ENR-DDS TO DBVPV  OF DB-ENR-DDS.
       CLE-DEBIT-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* DESTRUCTION : MISE AU REBUT, VALEUR PERDUE AU PRX
      ******* (COUT MOYEN PONDERE) DE L'ARTICLE.
      ****************************************************************
       DESTRUCTION.
           COMPUTE WK-VAL ROUNDED = WK-QTE * ARPRX OF AR-ENR-DDS.
           ADD WK-VAL  TO WK-TOT-DES.
           ADD 1       TO CPT-DES.
       DESTRUCTION-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* MOUVEMENT DE SORTIE DE QUARANTAINE : "09"/"81"
      ******* LIBERATION (VARIATION POSITIVE DU STOCK LIBRE), "10"/"82"
      ******* RETOUR FOURNISSEUR ET "11"/"83" DESTRUCTION (VARIATION
      ******* NULLE). LA QUANTITE SORTIE DU STOCK BLOQUE EST PORTEE EN
      ******* QUANTITE INFORMATIVE NEGATIVE. SKCID/SKNFAC : FOURNISSEUR
      ******* ET RECEPTION D'ORIGINE.
      ****************************************************************
       ECR-MVT.
           MOVE ARRAC  OF AR-ENR-DDS  TO SKRAC  OF SK-ENR-DDS.
           MOVE ARCCC  OF AR-ENR-DDS  TO SKCCC  OF SK-ENR-DDS.
           MOVE ARVPV  OF AR-ENR-DDS  TO SKVPV  OF SK-ENR-DDS.
           MOVE ARMOD  OF AR-ENR-DDS  TO SKMOD  OF SK-ENR-DDS.
      *DEBUT AF0*
           IF AN OF DATE-JOUR > WK-PIVOT-SIECLE
              MOVE "19"               TO WK-SKXXM-SS
           ELSE
              MOVE "20"               TO WK-SKXXM-SS
           END-IF
           MOVE AN   OF DATE-JOUR     TO WK-SKAAM-S.
           MOVE MOI  OF DATE-JOUR     TO WK-SKMMM-S.
           MOVE JOUR OF DATE-JOUR     TO WK-SKJJM-S.
           PERFORM SRAFSK2O
      *FIN   AF0*
           MOVE HH OF HEURE-JOUR      TO SKHHM  OF SK-ENR-DDS.
           MOVE MN OF HEURE-JOUR      TO SKMNM  OF SK-ENR-DDS.
           MOVE SS OF HEURE-JOUR      TO SKSSM  OF SK-ENR-DDS.
           MOVE WSTAT-AN              TO SKAN   OF SK-ENR-DDS.
           MOVE WSTAT-MOIS            TO SKMOIS OF SK-ENR-DDS.
           COMPUTE SKSTKO OF SK-ENR-DDS = ZERO - WK-QTE.
           MOVE "0"                   TO SKNATO OF SK-ENR-DDS.
           MOVE OLD-STK               TO SKSTKD OF SK-ENR-DDS.
           MOVE "1"                   TO SKNATD OF SK-ENR-DDS.
           COMPUTE SKSTKV OF SK-ENR-DDS =
                   ARSTK OF AR-ENR-DDS - OLD-STK.
           IF QDACT OF QD-ENR-DDS = "L"
               MOVE "09"              TO SKTYPE OF SK-ENR-DDS
               MOVE "81"              TO SKMOTF OF SK-ENR-DDS.
           IF QDACT OF QD-ENR-DDS = "R"
               MOVE "10"              TO SKTYPE OF SK-ENR-DDS
               MOVE "82"              TO SKMOTF OF SK-ENR-DDS.
           IF QDACT OF QD-ENR-DDS = "D"
               MOVE "11"              TO SKTYPE OF SK-ENR-DDS
               MOVE "83"              TO SKMOTF OF SK-ENR-DDS.
           MOVE QUCNUL OF QUA-ENR-DDS TO SKCID  OF SK-ENR-DDS.
           MOVE QUNORD OF QUA-ENR-DDS TO SKNFAC OF SK-ENR-DDS.
           MOVE ZERO                  TO SKNPLT OF SK-ENR-DDS.
           MOVE QUAALV OF QUA-ENR-DDS TO SKFTAA OF SK-ENR-DDS.
           MOVE QUMMLV OF QUA-ENR-DDS TO SKFTMM OF SK-ENR-DDS.
           MOVE QUJJLV OF QUA-ENR-DDS TO SKFTJJ OF SK-ENR-DDS.
           MOVE QUDEP  OF QUA-ENR-DDS TO SKDEP  OF SK-ENR-DDS.
           MOVE QULOT  OF QUA-ENR-DDS TO SKLOT  OF SK-ENR-DDS.
           WRITE SK-ENR-DDS.
       ECR-MVT-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* MAJ DU STOCK PAR DEPOT (MEME PRINCIPE QUE MAJ-STKDEP
      ******* DE BCBAL150) SUR LE DEPOT DE RECEPTION DE LA LIGNE.
      ****************************************************************
       MAJ-STKDEP.
           MOVE ARRAC OF AR-ENR-DDS   TO SDRAC  OF STD-ENR-DDS.
           MOVE ARCCC OF AR-ENR-DDS   TO SDCCC  OF STD-ENR-DDS.
           MOVE ARVPV OF AR-ENR-DDS   TO SDVPV  OF STD-ENR-DDS.
           MOVE QUDEP OF QUA-ENR-DDS  TO SDDEP  OF STD-ENR-DDS.
           READ BPFSTKD INVALID
               MOVE ARRAC OF AR-ENR-DDS  TO SDRAC  OF STD-ENR-DDS
               MOVE ARCCC OF AR-ENR-DDS  TO SDCCC  OF STD-ENR-DDS
               MOVE ARVPV OF AR-ENR-DDS  TO SDVPV  OF STD-ENR-DDS
               MOVE QUDEP OF QUA-ENR-DDS TO SDDEP  OF STD-ENR-DDS
               MOVE ZERO                 TO SDSTK  OF STD-ENR-DDS
               MOVE ZERO                 TO SDDMAJ OF STD-ENR-DDS
               WRITE STD-ENR-DDS
           END-READ.
           ADD WK-DEP-DELTA           TO SDSTK  OF STD-ENR-DDS.
           MOVE WK-TODAY              TO SDDMAJ OF STD-ENR-DDS.
           REWRITE STD-ENR-DDS INVALID CONTINUE.
       MAJ-STKDEP-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* MAJ DU STOCK PAR LOT (MEME PRINCIPE QUE MAJ-LOT DE
      ******* BCBAL150) : DATES DE RECEPTION ET DLUO DE LA QUARANTAINE.
      ****************************************************************
       MAJ-LOT.
           MOVE ARRAC OF AR-ENR-DDS   TO LTRAC  OF LOT-ENR-DDS.
           MOVE ARCCC OF AR-ENR-DDS   TO LTCCC  OF LOT-ENR-DDS.
           MOVE ARVPV OF AR-ENR-DDS   TO LTVPV  OF LOT-ENR-DDS.
           MOVE QULOT OF QUA-ENR-DDS  TO LTLOT  OF LOT-ENR-DDS.
           READ BPFLOT INVALID
               MOVE ARRAC OF AR-ENR-DDS  TO LTRAC  OF LOT-ENR-DDS
               MOVE ARCCC OF AR-ENR-DDS  TO LTCCC  OF LOT-ENR-DDS
               MOVE ARVPV OF AR-ENR-DDS  TO LTVPV  OF LOT-ENR-DDS
               MOVE QULOT OF QUA-ENR-DDS TO LTLOT  OF LOT-ENR-DDS
               MOVE ZERO                 TO LTQTE  OF LOT-ENR-DDS
               MOVE ZERO                 TO LTDMAJ OF LOT-ENR-DDS
               MOVE SPACE                TO LTBLOQ OF LOT-ENR-DDS
               MOVE ZERO                 TO LTDBLQ OF LOT-ENR-DDS
               WRITE LOT-ENR-DDS
           END-READ.
           MOVE QUCNUL OF QUA-ENR-DDS TO LTCNUF OF LOT-ENR-DDS.
           ADD WK-QTE                 TO LTQTE  OF LOT-ENR-DDS.
           MOVE QUAALV OF QUA-ENR-DDS TO LTAARC OF LOT-ENR-DDS.
           MOVE QUMMLV OF QUA-ENR-DDS TO LTMMRC OF LOT-ENR-DDS.
           MOVE QUJJLV OF QUA-ENR-DDS TO LTJJRC OF LOT-ENR-DDS.
           MOVE QUAADL OF QUA-ENR-DDS TO LTAADL OF LOT-ENR-DDS.
           MOVE QUMMDL OF QUA-ENR-DDS TO LTMMDL OF LOT-ENR-DDS.
           MOVE QUJJDL OF QUA-ENR-DDS TO LTJJDL OF LOT-ENR-DDS.
           MOVE WK-TODAY              TO LTDMAJ OF LOT-ENR-DDS.
           REWRITE LOT-ENR-DDS INVALID CONTINUE.
       MAJ-LOT-EXIT.
           EXIT.
      *
       ECR-LIGNE.
           MOVE QDCNUL OF QD-ENR-DDS  TO WLD-CNUL.
           MOVE QDNORD OF QD-ENR-DDS  TO WLD-NORD.
           MOVE QDRAC  OF QD-ENR-DDS  TO WLD-RAC.
           MOVE QDCCC  OF QD-ENR-DDS  TO WLD-CCC.
           MOVE QDVPV  OF QD-ENR-DDS  TO WLD-VPV.
           MOVE QDLOT  OF QD-ENR-DDS  TO WLD-LOT.
           MOVE QDDEP  OF QD-ENR-DDS  TO WLD-DEP.
           MOVE QDACT  OF QD-ENR-DDS  TO WLD-ACT.
           MOVE WK-QTE                TO WLD-QTE.
           MOVE WK-VAL                TO WLD-VAL.
           MOVE QDOPER OF QD-ENR-DDS  TO WLD-OPER.
           WRITE LST-ENR-DDS FROM WLIGNE-DET.
       ECR-LIGNE-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* COMPTEUR DES BONS DE RETOUR : ENREGISTREMENT "BR" DE
      ******* FINFODI, PARTAGE AVEC BCBAL154 (CREE AU PREMIER PASSAGE).
      ****************************************************************
       LECT-CPT-BR.
           MOVE "BR"   TO  APTYPE OF AP-ENR-DDS.
           READ FINFODI INVALID
                MOVE SPACE  TO  IB-ENR-DDS
                MOVE "BR"   TO  IBTYPE OF IB-ENR-DDS
                MOVE ZERO   TO  IBNOBR OF IB-ENR-DDS
                WRITE IB-ENR-DDS.
           MOVE IBNOBR OF IB-ENR-DDS  TO  WK-NOBR.
       LECT-CPT-BR-EXIT.
           EXIT.
      *
       MAJ-CPT-BR.
           MOVE "BR"    TO  IBTYPE OF IB-ENR-DDS.
           MOVE WK-NOBR TO  IBNOBR OF IB-ENR-DDS.
           REWRITE IB-ENR-DDS INVALID
                WRITE IB-ENR-DDS.
       MAJ-CPT-BR-EXIT.
           EXIT.
      *
      *DEBUT AF0*
           COPY SRAFSK2O.
      *FIN   AF0*
