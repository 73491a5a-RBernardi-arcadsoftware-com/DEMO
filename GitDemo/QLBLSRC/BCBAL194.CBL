       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCBAL194.
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
           SELECT  BPFARMT
                   ASSIGN       TO DATABASE-BPFARMT
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
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
           SELECT  ZPFFR
                   ASSIGN       TO DATABASE-ZPFFR
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF FR-ENR-DDS
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
           SELECT  BPFCMDL
                   ASSIGN       TO DATABASE-BPFCMDL
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF CML-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  BPFARLG
                   ASSIGN       TO DATABASE-BPFARLG
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFAMLST
                   ASSIGN       TO DATABASE-BPFAMLST
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  BPFARMT  LABEL RECORD STANDARD.
       01  MA-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFARMT.
      *
       FD  BPFAR100  LABEL RECORD STANDARD.
       01  AR-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFAR100.
      *
       FD  ZPFFR     LABEL RECORD STANDARD.
       01  FR-ENR-DDS.
           COPY DDS-ALL-FORMAT OF ZPFFR.
      *
           COPY FDAPFIN.
           COPY FDINTVA.
           COPY FDINMG.
      *
       FD  BPFSTKD  LABEL RECORD STANDARD.
       01  STD-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFSTKD.
      *
       FD  BPFLOT  LABEL RECORD STANDARD.
       01  LOT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFLOT.
      *
       FD  BPFCMDL  LABEL RECORD STANDARD.
       01  CML-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFCMDL.
      *
       FD  BPFARLG  LABEL RECORD STANDARD.
       01  LA-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFARLG.
      *
       FD  BPFAMLST  LABEL RECORD STANDARD.
       01  LST-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFAMLST.
      *
      /
       WORKING-STORAGE SECTION.
       77  CPT-LUS                  PIC 9(6) VALUE ZERO.
       77  CPT-APP                  PIC 9(6) VALUE ZERO.
       77  CPT-REJ                  PIC 9(6) VALUE ZERO.
       77  CPT-LOG                  PIC 9(6) VALUE ZERO.
       77  TOP-FIN                  PIC 1    VALUE B"0".
       77  TOP-FIN-LIG              PIC 1    VALUE B"0".
       77  TOP-VALIDE               PIC 1    VALUE B"0".
       77  TOP-STOCK                PIC 1    VALUE B"0".
       77  TOP-CDE                  PIC 1    VALUE B"0".
       77  TOP-TROUVE               PIC 1    VALUE B"0".
       77  WK-TODAY                 PIC 9(6) VALUE ZERO.
       77  WK-HEURE                 PIC 9(6) VALUE ZERO.
       77  WK-LIB-REJ               PIC X(30) VALUE SPACES.
       77  WK-CTVA                  PIC 99   VALUE ZERO.
       77  WMG-EOF                  PIC 9    VALUE ZERO.
       77  IX-MG-MAX                PIC S9(4) COMP-3 VALUE ZERO.
      *
      ***** ZONES D'ECHANGE AVEC ECR-LOG (UNE LIGNE PAR ZONE CHANGEE)
       77  WK-ZONE                  PIC X(6)  VALUE SPACES.
       77  WK-OLD                   PIC X(23) VALUE SPACES.
       77  WK-NEW                   PIC X(23) VALUE SPACES.
       77  WK-ED-PRIX               PIC -(6)9,999 VALUE ZERO.
       77  WK-ED-QTE                PIC -(8)9,999 VALUE ZERO.
      *
      ***** FAMILLES CONNUES (ENREG. "MG" FINFODI, CF. BCBAL178)
       01  WTAB-MG.
           05  WMG-ENTRY OCCURS 200 TIMES INDEXED BY IX-MG.
               10  WMG-FAM           PIC X(3).
      *
           COPY    WKREFPGM         REPLACING SPACE BY "BCBAL194*A".
           COPY    WKGENERAL.
           COPY    WKMESSAGE.
           COPY    WKTABTVA.
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
      ***** IMAGE AVANT MODIFICATION (POUR LE JOURNAL)
       01  WKAR-AVANT.
           COPY  DDS-ALL-FORMAT OF BPFAR100.
      *
       01  WLIGNE-ENTETE.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(44)
               VALUE "MAINTENANCE DU FICHIER ARTICLES BPFAR100    ".
           05  FILLER                PIC X(3)  VALUE "DU ".
           05  WLE-RUND              PIC 9(6).
           05  FILLER                PIC X(78) VALUE SPACE.
      *
       01  WLIGNE-DET.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-ACT               PIC X.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-RAC               PIC X(6).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-CCC               PIC X.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-VPV               PIC XX.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-OPER              PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-MOTIF             PIC XX.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-LIB               PIC X(30).
           05  FILLER                PIC X(69) VALUE SPACE.
      *
       01  WLIGNE-TOTAL.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(21)
               VALUE "MOUVEMENTS APPLIQUES:".
           05  WLT-APP               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(12) VALUE "  REJETES : ".
           05  WLT-REJ               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(16) VALUE "  ZONES LOGGEES:".
           05  WLT-LOG               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(61) VALUE SPACE.
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
           MOVE HH OF HEURE-JOUR  TO WK-HEURE (1:2).
           MOVE MN OF HEURE-JOUR  TO WK-HEURE (3:2).
           MOVE SS OF HEURE-JOUR  TO WK-HEURE (5:2).
      *
           OPEN INPUT  BPFARMT.
           IF ST = "35"
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " BPFARMT INEXISTANT - RIEN A TRAITER"
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
      *
      ***** REFERENTIELS DE CONTROLE : CODES TVA ("TV") ET FAMILLES
      ***** ("MG") DE FINFODI
           OPEN INPUT  FINFODI.
           COPY SRLTVA.
           PERFORM MG-LOAD THRU MG-LOAD-FIN.
           CLOSE FINFODI.
      *
           OPEN I-O    BPFAR100.
           OPEN INPUT  ZPFFR
                       BPFSTKD
                       BPFLOT
                       BPFCMDL.
      ***** JOURNAL CUMULATIF : ON CONSERVE L'HISTORIQUE (CF. ZPFFRLG
      ***** DANS BCBAL176)
           OPEN EXTEND BPFARLG.
           IF ST = "35"
               OPEN OUTPUT BPFARLG
           END-IF.
           OPEN OUTPUT BPFAMLST.
      *
           MOVE WK-TODAY     TO WLE-RUND.
           WRITE LST-ENR-DDS FROM WLIGNE-ENTETE.
      *
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-MVT THRU LECT-MVT-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               PERFORM TRAIT-MVT THRU TRAIT-MVT-EXIT
               PERFORM LECT-MVT THRU LECT-MVT-EXIT
           END-PERFORM.
      *
           MOVE CPT-APP      TO WLT-APP.
           MOVE CPT-REJ      TO WLT-REJ.
           MOVE CPT-LOG      TO WLT-LOG.
           WRITE LST-ENR-DDS FROM WLIGNE-TOTAL.
      *
           CLOSE  BPFARMT BPFAR100 ZPFFR BPFSTKD BPFLOT BPFCMDL
                  BPFARLG BPFAMLST.
      *
           MOVE SPACE TO WK-MESSAGE-LIB.
           STRING  " LUS : " CPT-LUS
                   "   APPLIQUES : " CPT-APP
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
      ****************************************************************
      ******* CHARGEMENT DES FAMILLES CONNUES ("MG")
      ****************************************************************
       MG-LOAD.
           MOVE ZERO  TO  WMG-EOF IX-MG-MAX.
           SET IX-MG TO 1.
           PERFORM 200 TIMES
               MOVE SPACE TO WMG-FAM  (IX-MG)
               SET IX-MG UP BY 1
           END-PERFORM.
           MOVE LOW-VALUE      TO APTYPE OF AP-ENR-DDS.
           START FINFODI KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF AP-ENR-DDS
                 INVALID MOVE 1 TO WMG-EOF.
           PERFORM UNTIL WMG-EOF = 1
               READ FINFODI NEXT RECORD
                   AT END
                       MOVE 1 TO WMG-EOF
                   NOT AT END
                       IF IMTYPE OF IM-ENR-DDS = "MG" AND
                          IMFAM  OF IM-ENR-DDS NOT = SPACES AND
                          IX-MG-MAX < 200
                           ADD 1 TO IX-MG-MAX
                           SET IX-MG TO IX-MG-MAX
                           MOVE IMFAM  OF IM-ENR-DDS
                                       TO WMG-FAM  (IX-MG)
                       END-IF
               END-READ
           END-PERFORM.
       MG-LOAD-FIN.
           EXIT.
      *
       LECT-MVT.
           READ BPFARMT NEXT RECORD AT END MOVE VRAI TO TOP-FIN
                                           GO TO LECT-MVT-EXIT.
           ADD  1       TO  CPT-LUS.
       LECT-MVT-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* TRAITEMENT D'UN MOUVEMENT : VALIDATION PUIS APPLICATION
      ******* (CREATION, REMPLACEMENT OU SUPPRESSION). CHAQUE ZONE
      ******* EFFECTIVEMENT CHANGEE DONNE UNE LIGNE BPFARLG AVEC
      ******* ANCIENNE VALEUR, NOUVELLE VALEUR, DATE/HEURE, OPERATEUR
      ******* ET MOTIF.
      ****************************************************************
       TRAIT-MVT.
           PERFORM CTL-MVT THRU CTL-MVT-EXIT.
           IF TOP-VALIDE = FAUX
               ADD 1  TO  CPT-REJ
               MOVE WK-LIB-REJ            TO WLD-LIB
               PERFORM ECR-DETAIL THRU ECR-DETAIL-EXIT
               GO  TO  TRAIT-MVT-EXIT.
      *
           IF MAACT OF MA-ENR-DDS = "C"
               PERFORM APPLIQUE-CREATION THRU APPLIQUE-CREATION-EXIT
           ELSE
               IF MAACT OF MA-ENR-DDS = "S"
                   PERFORM APPLIQUE-SUPPR THRU APPLIQUE-SUPPR-EXIT
               ELSE
                   PERFORM APPLIQUE-MAJ THRU APPLIQUE-MAJ-EXIT.
      *
           ADD 1  TO  CPT-APP.
           MOVE "APPLIQUE"            TO WLD-LIB.
           PERFORM ECR-DETAIL THRU ECR-DETAIL-EXIT.
       TRAIT-MVT-EXIT.
           EXIT.
      *
       ECR-DETAIL.
           MOVE MAACT   OF MA-ENR-DDS  TO WLD-ACT.
           MOVE MARAC   OF MA-ENR-DDS  TO WLD-RAC.
           MOVE MACCC   OF MA-ENR-DDS  TO WLD-CCC.
           MOVE MAVPV   OF MA-ENR-DDS  TO WLD-VPV.
           MOVE MAOPER  OF MA-ENR-DDS  TO WLD-OPER.
           MOVE MAMOTIF OF MA-ENR-DDS  TO WLD-MOTIF.
           WRITE LST-ENR-DDS FROM WLIGNE-DET.
       ECR-DETAIL-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* VALIDATION : ACTION, CLEF, OPERATEUR ET MOTIF
      ******* OBLIGATOIRES, EXISTENCE (OU NON) DE LA FICHE SELON
      ******* L'ACTION. SUPPRESSION REFUSEE TANT QU'IL RESTE DU STOCK
      ******* OU UNE LIGNE DE COMMANDE OUVERTE. EN CREATION ET EN
      ******* MODIFICATION : FOURNISSEUR CONNU DE ZPFFR, CODE TVA ET
      ******* FAMILLE CONNUS DE FINFODI, PRIX ET SEUILS NUMERIQUES,
      ******* ARLCON/ARINSP LIMITES A LEURS VALEURS ; ARLCON ET ARDEP NE
      ******* CHANGENT PAS TANT QUE L'ARTICLE A DU STOCK.
      ****************************************************************
       CTL-MVT.
           MOVE FAUX  TO  TOP-VALIDE.
           MOVE SPACE TO  WK-LIB-REJ.
           IF MAACT OF MA-ENR-DDS NOT = "C" AND
              MAACT OF MA-ENR-DDS NOT = "M" AND
              MAACT OF MA-ENR-DDS NOT = "S"
               MOVE "ACTION INCONNUE"         TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
           IF MARAC OF MA-ENR-DDS = SPACES
               MOVE "ARTICLE ABSENT"          TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
           IF MAOPER OF MA-ENR-DDS = SPACES
               MOVE "OPERATEUR ABSENT"        TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
           IF MAMOTIF OF MA-ENR-DDS = SPACES
               MOVE "MOTIF OBLIGATOIRE"       TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
      *
           MOVE MARAC OF MA-ENR-DDS  TO  ARRAC OF AR-ENR-DDS.
           MOVE MACCC OF MA-ENR-DDS  TO  ARCCC OF AR-ENR-DDS.
           MOVE MAVPV OF MA-ENR-DDS  TO  ARVPV OF AR-ENR-DDS.
           READ BPFAR100 INVALID
               IF MAACT OF MA-ENR-DDS NOT = "C"
                   MOVE "ARTICLE INCONNU"     TO WK-LIB-REJ
                   GO  TO  CTL-MVT-EXIT
               END-IF
               NOT INVALID
               IF MAACT OF MA-ENR-DDS = "C"
                   MOVE "ARTICLE DEJA EXISTANT" TO WK-LIB-REJ
                   GO  TO  CTL-MVT-EXIT
               END-IF
           END-READ.
      *
           IF MAACT OF MA-ENR-DDS = "S"
               PERFORM CTL-STOCK THRU CTL-STOCK-EXIT
               IF TOP-STOCK = VRAI
                   MOVE "SUPPRESSION : STOCK PRESENT" TO WK-LIB-REJ
                   GO  TO  CTL-MVT-EXIT
               END-IF
               PERFORM CTL-COMMANDE THRU CTL-COMMANDE-EXIT
               IF TOP-CDE = VRAI
                   MOVE "SUPPRESSION : COMMANDE OUVERTE"
                                              TO WK-LIB-REJ
                   GO  TO  CTL-MVT-EXIT
               END-IF
               MOVE VRAI  TO  TOP-VALIDE
               GO  TO  CTL-MVT-EXIT.
      *
           IF MACNUF OF MA-ENR-DDS = SPACES
               MOVE "FOURNISSEUR ABSENT"      TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
           MOVE MACNUF OF MA-ENR-DDS  TO  FRCNUF OF FR-ENR-DDS.
           READ ZPFFR INVALID
               MOVE "FOURNISSEUR INCONNU"     TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
           IF MADEP OF MA-ENR-DDS = SPACES
               MOVE "DEPOT ABSENT"            TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
           IF MALCON OF MA-ENR-DDS NOT = SPACE AND
              MALCON OF MA-ENR-DDS NOT = "O"
               MOVE "ARLCON INVALIDE ( /O)"   TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
           IF MAINSP OF MA-ENR-DDS NOT = SPACE AND
              MAINSP OF MA-ENR-DDS NOT = "O"
               MOVE "ARINSP INVALIDE ( /O)"   TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
           IF MAPA   OF MA-ENR-DDS NOT NUMERIC OR
              MAPR   OF MA-ENR-DDS NOT NUMERIC
               MOVE "PRIX NON NUMERIQUE"      TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
           IF MASMIN OF MA-ENR-DDS NOT NUMERIC OR
              MASMAX OF MA-ENR-DDS NOT NUMERIC
               MOVE "SEUILS NON NUMERIQUES"   TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
           IF MASMAX OF MA-ENR-DDS > ZERO AND
              MASMIN OF MA-ENR-DDS > MASMAX OF MA-ENR-DDS
               MOVE "ARSMIN SUPERIEUR A ARSMAX" TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
      ***** DONNEES DOUANIERES : NOMENCLATURE A 8 CHIFFRES, MASSE
      ***** NETTE NUMERIQUE, PAYS D'ORIGINE EN 2 LETTRES
           IF MANC8 OF MA-ENR-DDS NOT = SPACES AND
              MANC8 OF MA-ENR-DDS NOT NUMERIC
               MOVE "NOMENCLATURE INVALIDE"   TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
           IF MAPNET OF MA-ENR-DDS NOT NUMERIC
               MOVE "MASSE NETTE NON NUMERIQUE" TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
           IF MAORIG OF MA-ENR-DDS NOT = SPACES AND
              (MAORIG OF MA-ENR-DDS (1:1) NOT ALPHABETIC OR
               MAORIG OF MA-ENR-DDS (2:1) NOT ALPHABETIC OR
               MAORIG OF MA-ENR-DDS (1:1) = SPACE OR
               MAORIG OF MA-ENR-DDS (2:1) = SPACE)
               MOVE "PAYS D'ORIGINE INVALIDE" TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
      *
      ***** CODE TVA : DOIT PORTER AU MOINS UN TAUX "TV" DANS FINFODI
           IF MATVA OF MA-ENR-DDS NOT NUMERIC
               MOVE "CODE TVA INVALIDE"       TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
           MOVE MATVA OF MA-ENR-DDS  TO  WK-CTVA.
           IF WK-CTVA = ZERO
               MOVE "CODE TVA INVALIDE"       TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
           SET IN-TVA TO WK-CTVA.
           IF WK-TVA-TP (IN-TVA) NOT = "X"
               MOVE "CODE TVA INCONNU DE FINFODI" TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
      *
      ***** FAMILLE : DOIT AVOIR SON ENREGISTREMENT "MG" DANS FINFODI
           MOVE FAUX  TO  TOP-TROUVE.
           SET IX-MG TO 1.
           SEARCH WMG-ENTRY
               WHEN WMG-FAM (IX-MG) = MAFAM OF MA-ENR-DDS
                   MOVE VRAI  TO  TOP-TROUVE.
           IF TOP-TROUVE = FAUX OR MAFAM OF MA-ENR-DDS = SPACES
               MOVE "FAMILLE INCONNUE DE FINFODI" TO WK-LIB-REJ
               GO  TO  CTL-MVT-EXIT.
      *
      ***** SUIVI EN LOT ET DEPOT DE RATTACHEMENT : FIGES TANT QUE
      ***** L'ARTICLE A DU STOCK (LES LOTS BPFLOT ET LE STOCK PAR
      ***** DEPOT BPFSTKD NE SERAIENT PLUS COHERENTS)
           IF MAACT OF MA-ENR-DDS = "M"
               IF MALCON OF MA-ENR-DDS NOT = ARLCON OF AR-ENR-DDS OR
                  MADEP  OF MA-ENR-DDS NOT = ARDEP  OF AR-ENR-DDS
                   PERFORM CTL-STOCK THRU CTL-STOCK-EXIT
                   IF TOP-STOCK = VRAI
                       MOVE "ARLCON/ARDEP FIGES : STOCK"
                                              TO WK-LIB-REJ
                       GO  TO  CTL-MVT-EXIT
                   END-IF
               END-IF
           END-IF.
           MOVE VRAI  TO  TOP-VALIDE.
       CTL-MVT-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* STOCK PRESENT : STOCK LIBRE OU BLOQUE SUR LA FICHE, OU
      ******* QUANTITE SUR UN DEPOT (TRANSIT COMPRIS) OU SUR UN LOT.
      ******* LA FICHE ARTICLE LUE PAR CTL-MVT RESTE EN PLACE.
      ****************************************************************
       CTL-STOCK.
           MOVE FAUX  TO  TOP-STOCK.
           IF ARSTK  OF AR-ENR-DDS NOT = ZERO OR
              ARSTKB OF AR-ENR-DDS NOT = ZERO
               MOVE VRAI  TO  TOP-STOCK
               GO  TO  CTL-STOCK-EXIT.
      *
           MOVE ARRAC OF AR-ENR-DDS   TO SDRAC OF STD-ENR-DDS.
           MOVE ARCCC OF AR-ENR-DDS   TO SDCCC OF STD-ENR-DDS.
           MOVE ARVPV OF AR-ENR-DDS   TO SDVPV OF STD-ENR-DDS.
           MOVE LOW-VALUE             TO SDDEP OF STD-ENR-DDS.
           START BPFSTKD KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF STD-ENR-DDS
                 INVALID GO TO CTL-STOCK-LOT.
       CTL-STOCK-SD.
           READ BPFSTKD NEXT RECORD AT END GO TO CTL-STOCK-LOT.
           IF SDRAC OF STD-ENR-DDS NOT = ARRAC OF AR-ENR-DDS OR
              SDCCC OF STD-ENR-DDS NOT = ARCCC OF AR-ENR-DDS OR
              SDVPV OF STD-ENR-DDS NOT = ARVPV OF AR-ENR-DDS
               GO  TO  CTL-STOCK-LOT.
           IF SDSTK OF STD-ENR-DDS NOT = ZERO
               MOVE VRAI  TO  TOP-STOCK
               GO  TO  CTL-STOCK-EXIT.
           GO  TO  CTL-STOCK-SD.
      *
       CTL-STOCK-LOT.
           MOVE ARRAC OF AR-ENR-DDS   TO LTRAC OF LOT-ENR-DDS.
           MOVE ARCCC OF AR-ENR-DDS   TO LTCCC OF LOT-ENR-DDS.
           MOVE ARVPV OF AR-ENR-DDS   TO LTVPV OF LOT-ENR-DDS.
           MOVE LOW-VALUE             TO LTLOT OF LOT-ENR-DDS.
           START BPFLOT KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF LOT-ENR-DDS
                 INVALID GO TO CTL-STOCK-EXIT.
       CTL-STOCK-LT.
           READ BPFLOT NEXT RECORD AT END GO TO CTL-STOCK-EXIT.
           IF LTRAC OF LOT-ENR-DDS NOT = ARRAC OF AR-ENR-DDS OR
              LTCCC OF LOT-ENR-DDS NOT = ARCCC OF AR-ENR-DDS OR
              LTVPV OF LOT-ENR-DDS NOT = ARVPV OF AR-ENR-DDS
               GO  TO  CTL-STOCK-EXIT.
           IF LTQTE OF LOT-ENR-DDS NOT = ZERO
               MOVE VRAI  TO  TOP-STOCK
               GO  TO  CTL-STOCK-EXIT.
           GO  TO  CTL-STOCK-LT.
       CTL-STOCK-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* LIGNE DE COMMANDE OUVERTE SUR L'ARTICLE : BPFCMDL EST
      ******* CLASSE PAR FOURNISSEUR/COMMANDE, ON LE PARCOURT EN
      ******* ENTIER (UNE COMMANDE PEUT VENIR D'UN AUTRE FOURNISSEUR
      ******* QUE ARCNUF). EN-COMMANDE ARSTPP NON NUL = OUVERTE AUSSI.
      ****************************************************************
       CTL-COMMANDE.
           MOVE FAUX  TO  TOP-CDE.
           IF ARSTPP OF AR-ENR-DDS NOT = ZERO
               MOVE VRAI  TO  TOP-CDE
               GO  TO  CTL-COMMANDE-EXIT.
           MOVE LOW-VALUE  TO  CML-ENR-DDS.
           START BPFCMDL KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF CML-ENR-DDS
                 INVALID GO TO CTL-COMMANDE-EXIT.
           MOVE FAUX  TO TOP-FIN-LIG.
           PERFORM UNTIL TOP-FIN-LIG = VRAI
               READ BPFCMDL NEXT RECORD
                   AT END
                       MOVE VRAI TO TOP-FIN-LIG
                   NOT AT END
                       IF CLRAC  OF CML-ENR-DDS = ARRAC OF AR-ENR-DDS
                          AND CLCCC OF CML-ENR-DDS =
                              ARCCC OF AR-ENR-DDS
                          AND CLVPV OF CML-ENR-DDS =
                              ARVPV OF AR-ENR-DDS
                          AND CLETAT OF CML-ENR-DDS NOT = "S"
                          AND CLQTER OF CML-ENR-DDS > ZERO
                           MOVE VRAI TO TOP-CDE
                           MOVE VRAI TO TOP-FIN-LIG
                       END-IF
               END-READ
           END-PERFORM.
       CTL-COMMANDE-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* CREATION : LA FICHE EST ECRITE ET UNE SEULE LIGNE DE
      ******* JOURNAL "CREAT." EST POSEE (L'IMAGE COMPLETE EST DANS
      ******* BPFAR100, INUTILE DE LA DUPLIQUER ZONE PAR ZONE). LES
      ******* ZONES NON MAINTENUES ICI PARTENT A ZERO / A BLANC.
      ****************************************************************
       APPLIQUE-CREATION.
           MOVE SPACE                 TO AR-ENR-DDS.
           MOVE ZERO TO ARPA   OF AR-ENR-DDS ARPAB  OF AR-ENR-DDS
                        ARPR   OF AR-ENR-DDS ARPRX  OF AR-ENR-DDS
                        ARPANT OF AR-ENR-DDS ARPCB  OF AR-ENR-DDS
                        ARTRS  OF AR-ENR-DDS ARRGVI OF AR-ENR-DDS
                        ARRGDR OF AR-ENR-DDS ARRF   OF AR-ENR-DDS
                        ARRIST OF AR-ENR-DDS ARCOOP OF AR-ENR-DDS
                        ARSTK  OF AR-ENR-DDS ARSTKB OF AR-ENR-DDS
                        ARSTPP OF AR-ENR-DDS ARRCQT OF AR-ENR-DDS
                        ARSMIN OF AR-ENR-DDS ARSMAX OF AR-ENR-DDS
                        ARPNET OF AR-ENR-DDS.
           MOVE MARAC OF MA-ENR-DDS   TO ARRAC OF AR-ENR-DDS.
           MOVE MACCC OF MA-ENR-DDS   TO ARCCC OF AR-ENR-DDS.
           MOVE MAVPV OF MA-ENR-DDS   TO ARVPV OF AR-ENR-DDS.
           PERFORM MVT-VERS-FICHE THRU MVT-VERS-FICHE-EXIT.
           MOVE "CREAT."  TO WK-ZONE.
           MOVE SPACES    TO WK-OLD.
           MOVE SPACES    TO WK-NEW.
           PERFORM ECR-LOG THRU ECR-LOG-EXIT.
           WRITE AR-ENR-DDS INVALID
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " ECRITURE BPFAR100 IMPOSSIBLE " REF-PGM
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
       APPLIQUE-CREATION-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* SUPPRESSION : UNE LIGNE DE JOURNAL "SUPPR." CONSERVE LE
      ******* FOURNISSEUR ET LA FAMILLE DE LA FICHE DISPARUE.
      ****************************************************************
       APPLIQUE-SUPPR.
           MOVE "SUPPR."  TO WK-ZONE.
           MOVE SPACES    TO WK-OLD.
           STRING ARCNUF OF AR-ENR-DDS " " ARFAM OF AR-ENR-DDS
                  " " ARSFA OF AR-ENR-DDS
                  DELIMITED BY SIZE INTO WK-OLD.
           MOVE SPACES    TO WK-NEW.
           PERFORM ECR-LOG THRU ECR-LOG-EXIT.
           DELETE BPFAR100 INVALID
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " SUPPRESSION BPFAR100 IMPOSSIBLE " REF-PGM
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
       APPLIQUE-SUPPR-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* MODIFICATION : L'IMAGE AVANT EST CONSERVEE, CHAQUE ZONE
      ******* CHANGEE EST COMPAREE ET TRACEE, PUIS LA FICHE EST
      ******* REECRITE.
      ****************************************************************
       APPLIQUE-MAJ.
           MOVE AR-ENR-DDS  TO  WKAR-AVANT.
           PERFORM MVT-VERS-FICHE THRU MVT-VERS-FICHE-EXIT.
           PERFORM LOG-DIFFERENCES THRU LOG-DIFFERENCES-EXIT.
           REWRITE AR-ENR-DDS INVALID
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " MAJ BPFAR100 IMPOSSIBLE " REF-PGM
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
       APPLIQUE-MAJ-EXIT.
           EXIT.
      *
       MVT-VERS-FICHE.
           MOVE MACNUF OF MA-ENR-DDS  TO ARCNUF OF AR-ENR-DDS.
           MOVE MADEP  OF MA-ENR-DDS  TO ARDEP  OF AR-ENR-DDS.
           MOVE MAFAM  OF MA-ENR-DDS  TO ARFAM  OF AR-ENR-DDS.
           MOVE MASFA  OF MA-ENR-DDS  TO ARSFA  OF AR-ENR-DDS.
           MOVE MALCON OF MA-ENR-DDS  TO ARLCON OF AR-ENR-DDS.
           MOVE MAINSP OF MA-ENR-DDS  TO ARINSP OF AR-ENR-DDS.
           MOVE MAPA   OF MA-ENR-DDS  TO ARPA   OF AR-ENR-DDS.
           MOVE MAPR   OF MA-ENR-DDS  TO ARPR   OF AR-ENR-DDS.
           MOVE MATVA  OF MA-ENR-DDS  TO ARTVA  OF AR-ENR-DDS.
           MOVE MASMIN OF MA-ENR-DDS  TO ARSMIN OF AR-ENR-DDS.
           MOVE MASMAX OF MA-ENR-DDS  TO ARSMAX OF AR-ENR-DDS.
           MOVE MANC8  OF MA-ENR-DDS  TO ARNC8  OF AR-ENR-DDS.
           MOVE MAPNET OF MA-ENR-DDS  TO ARPNET OF AR-ENR-DDS.
           MOVE MAORIG OF MA-ENR-DDS  TO ARORIG OF AR-ENR-DDS.
       MVT-VERS-FICHE-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* COMPARAISON ZONE PAR ZONE AVANT/APRES : UNE LIGNE DE
      ******* JOURNAL PAR ZONE CHANGEE.
      ****************************************************************
       LOG-DIFFERENCES.
           IF ARCNUF OF AR-ENR-DDS NOT = ARCNUF OF WKAR-AVANT
               MOVE "ARCNUF"  TO WK-ZONE
               MOVE ARCNUF OF WKAR-AVANT   TO WK-OLD
               MOVE ARCNUF OF AR-ENR-DDS   TO WK-NEW
               PERFORM ECR-LOG THRU ECR-LOG-EXIT.
           IF ARDEP OF AR-ENR-DDS NOT = ARDEP OF WKAR-AVANT
               MOVE "ARDEP "  TO WK-ZONE
               MOVE ARDEP OF WKAR-AVANT    TO WK-OLD
               MOVE ARDEP OF AR-ENR-DDS    TO WK-NEW
               PERFORM ECR-LOG THRU ECR-LOG-EXIT.
           IF ARFAM OF AR-ENR-DDS NOT = ARFAM OF WKAR-AVANT
               MOVE "ARFAM "  TO WK-ZONE
               MOVE ARFAM OF WKAR-AVANT    TO WK-OLD
               MOVE ARFAM OF AR-ENR-DDS    TO WK-NEW
               PERFORM ECR-LOG THRU ECR-LOG-EXIT.
           IF ARSFA OF AR-ENR-DDS NOT = ARSFA OF WKAR-AVANT
               MOVE "ARSFA "  TO WK-ZONE
               MOVE ARSFA OF WKAR-AVANT    TO WK-OLD
               MOVE ARSFA OF AR-ENR-DDS    TO WK-NEW
               PERFORM ECR-LOG THRU ECR-LOG-EXIT.
           IF ARLCON OF AR-ENR-DDS NOT = ARLCON OF WKAR-AVANT
               MOVE "ARLCON"  TO WK-ZONE
               MOVE ARLCON OF WKAR-AVANT   TO WK-OLD
               MOVE ARLCON OF AR-ENR-DDS   TO WK-NEW
               PERFORM ECR-LOG THRU ECR-LOG-EXIT.
           IF ARINSP OF AR-ENR-DDS NOT = ARINSP OF WKAR-AVANT
               MOVE "ARINSP"  TO WK-ZONE
               MOVE ARINSP OF WKAR-AVANT   TO WK-OLD
               MOVE ARINSP OF AR-ENR-DDS   TO WK-NEW
               PERFORM ECR-LOG THRU ECR-LOG-EXIT.
           IF ARPA OF AR-ENR-DDS NOT = ARPA OF WKAR-AVANT
               MOVE "ARPA  "  TO WK-ZONE
               MOVE ARPA OF WKAR-AVANT     TO WK-ED-PRIX
               MOVE WK-ED-PRIX             TO WK-OLD
               MOVE ARPA OF AR-ENR-DDS     TO WK-ED-PRIX
               MOVE WK-ED-PRIX             TO WK-NEW
               PERFORM ECR-LOG THRU ECR-LOG-EXIT.
           IF ARPR OF AR-ENR-DDS NOT = ARPR OF WKAR-AVANT
               MOVE "ARPR  "  TO WK-ZONE
               MOVE ARPR OF WKAR-AVANT     TO WK-ED-PRIX
               MOVE WK-ED-PRIX             TO WK-OLD
               MOVE ARPR OF AR-ENR-DDS     TO WK-ED-PRIX
               MOVE WK-ED-PRIX             TO WK-NEW
               PERFORM ECR-LOG THRU ECR-LOG-EXIT.
           IF ARTVA OF AR-ENR-DDS NOT = ARTVA OF WKAR-AVANT
               MOVE "ARTVA "  TO WK-ZONE
               MOVE ARTVA OF WKAR-AVANT    TO WK-OLD
               MOVE ARTVA OF AR-ENR-DDS    TO WK-NEW
               PERFORM ECR-LOG THRU ECR-LOG-EXIT.
           IF ARSMIN OF AR-ENR-DDS NOT = ARSMIN OF WKAR-AVANT
               MOVE "ARSMIN"  TO WK-ZONE
               MOVE ARSMIN OF WKAR-AVANT   TO WK-ED-QTE
               MOVE WK-ED-QTE              TO WK-OLD
               MOVE ARSMIN OF AR-ENR-DDS   TO WK-ED-QTE
               MOVE WK-ED-QTE              TO WK-NEW
               PERFORM ECR-LOG THRU ECR-LOG-EXIT.
           IF ARSMAX OF AR-ENR-DDS NOT = ARSMAX OF WKAR-AVANT
               MOVE "ARSMAX"  TO WK-ZONE
               MOVE ARSMAX OF WKAR-AVANT   TO WK-ED-QTE
               MOVE WK-ED-QTE              TO WK-OLD
               MOVE ARSMAX OF AR-ENR-DDS   TO WK-ED-QTE
               MOVE WK-ED-QTE              TO WK-NEW
               PERFORM ECR-LOG THRU ECR-LOG-EXIT.
           IF ARNC8 OF AR-ENR-DDS NOT = ARNC8 OF WKAR-AVANT
               MOVE "ARNC8 "  TO WK-ZONE
               MOVE ARNC8 OF WKAR-AVANT    TO WK-OLD
               MOVE ARNC8 OF AR-ENR-DDS    TO WK-NEW
               PERFORM ECR-LOG THRU ECR-LOG-EXIT.
           IF ARPNET OF AR-ENR-DDS NOT = ARPNET OF WKAR-AVANT
               MOVE "ARPNET"  TO WK-ZONE
               MOVE ARPNET OF WKAR-AVANT   TO WK-ED-QTE
               MOVE WK-ED-QTE              TO WK-OLD
               MOVE ARPNET OF AR-ENR-DDS   TO WK-ED-QTE
               MOVE WK-ED-QTE              TO WK-NEW
               PERFORM ECR-LOG THRU ECR-LOG-EXIT.
           IF ARORIG OF AR-ENR-DDS NOT = ARORIG OF WKAR-AVANT
               MOVE "ARORIG"  TO WK-ZONE
               MOVE ARORIG OF WKAR-AVANT   TO WK-OLD
               MOVE ARORIG OF AR-ENR-DDS   TO WK-NEW
               PERFORM ECR-LOG THRU ECR-LOG-EXIT.
       LOG-DIFFERENCES-EXIT.
           EXIT.
      *
       ECR-LOG.
           MOVE MARAC   OF MA-ENR-DDS  TO LARAC.
           MOVE MACCC   OF MA-ENR-DDS  TO LACCC.
           MOVE MAVPV   OF MA-ENR-DDS  TO LAVPV.
           MOVE WK-ZONE                TO LAZONE.
           MOVE WK-OLD                 TO LAOLD.
           MOVE WK-NEW                 TO LANEW.
           MOVE WK-TODAY               TO LADATE.
           MOVE WK-HEURE               TO LAHEURE.
           MOVE MAOPER  OF MA-ENR-DDS  TO LAOPER.
           MOVE MAMOTIF OF MA-ENR-DDS  TO LAMOTIF.
           WRITE LA-ENR-DDS.
           ADD 1  TO  CPT-LOG.
       ECR-LOG-EXIT.
           EXIT.
