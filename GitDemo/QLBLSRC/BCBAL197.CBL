       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCBAL197.
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
           SELECT  BPFCDAK
                   ASSIGN       TO DATABASE-BPFCDAK
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFCMDH
                   ASSIGN       TO DATABASE-BPFCMDH
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF CMH-ENR-DDS
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
           SELECT  BPFAR100
                   ASSIGN       TO DATABASE-BPFAR100
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF AR-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  BPFOTB
                   ASSIGN       TO DATABASE-BPFOTB
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF OTB-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  BPFENG
                   ASSIGN       TO DATABASE-BPFENG
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF ENG-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  BPFAKLST
                   ASSIGN       TO DATABASE-BPFAKLST
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  BPFCDAK  LABEL RECORD STANDARD.
       01  AK-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFCDAK.
      *
       FD  BPFCMDH  LABEL RECORD STANDARD.
       01  CMH-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFCMDH.
      *
       FD  BPFCMDL  LABEL RECORD STANDARD.
       01  CML-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFCMDL.
      *
       FD  BPFAR100  LABEL RECORD STANDARD.
       01  AR-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFAR100.
      *
       FD  BPFOTB  LABEL RECORD STANDARD.
       01  OTB-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFOTB.
      *
       FD  BPFENG  LABEL RECORD STANDARD.
       01  ENG-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFENG.
      *
       FD  BPFAKLST  LABEL RECORD STANDARD.
       01  LST-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFAKLST.
      *
      /
       WORKING-STORAGE SECTION.
       77  CPT-LUS                  PIC 9(6) VALUE ZERO.
       77  CPT-CMD                  PIC 9(6) VALUE ZERO.
       77  CPT-CONF                 PIC 9(6) VALUE ZERO.
       77  CPT-MOD                  PIC 9(6) VALUE ZERO.
       77  CPT-REF                  PIC 9(6) VALUE ZERO.
       77  CPT-REJ                  PIC 9(6) VALUE ZERO.
       77  CPT-CMDSOL               PIC 9(4) VALUE ZERO.
       77  TOP-FIN                  PIC 1    VALUE B"0".
       77  TOP-CMD-OK               PIC 1    VALUE B"0".
       77  TOP-TROUVE               PIC 1    VALUE B"0".
       77  TOP-EDITE                PIC 1    VALUE B"0".
       77  WK-TODAY                 PIC 9(6) VALUE ZERO.
       77  WK-LIB-REJ               PIC X(30) VALUE SPACES.
       77  WK-QTER-AV               PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WK-QTEC-AV               PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WK-PA-AV                 PIC S9(6)V9(3) COMP-3 VALUE ZERO.
       77  WK-ECART                 PIC S9(8)V9(3) COMP-3 VALUE ZERO.
      *
           COPY    WKREFPGM         REPLACING SPACE BY "BCBAL197*A".
           COPY    WKGENERAL.
           COPY    WKMESSAGE.
           COPY    WKOTB.
      *
       01  DATE-JOUR   VALUE SPACES.
           05  AN          PIC XX.
           05  MOI         PIC XX.
           05  JOUR        PIC XX.
      *
       01  WK-DTPROM.
           05  WK-DTPROM-AA          PIC 99.
           05  WK-DTPROM-MM          PIC 99.
           05  WK-DTPROM-JJ          PIC 99.
      *
       01  WLIGNE-ENTETE.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(44)
               VALUE "ACCUSES DE COMMANDE FOURNISSEURS - ANOMALIES".
           05  FILLER                PIC X(4)  VALUE " DU ".
           05  WLE-RUND              PIC 9(6).
           05  FILLER                PIC X(77) VALUE SPACE.
      *
       01  WLIGNE-COLS.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(45) VALUE
           "FOURN. COMMANDE ARTICLE           QTE AVANT  ".
           05  FILLER                PIC X(49) VALUE
           "   QTE APRES  PRIX AVANT  PRIX APRES  OBSERVATION".
           05  FILLER                PIC X(37) VALUE SPACE.
      *
       01  WLIGNE-DET.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-CNUF              PIC X(6).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-NCMD              PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-RAC               PIC X(6).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-CCC               PIC X.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-VPV               PIC XX.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-QAV               PIC -(8)9,999.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-QAP               PIC -(8)9,999.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-PAV               PIC -(6)9,999.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-PAP               PIC -(6)9,999.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-LIB               PIC X(30).
           05  FILLER                PIC X(20) VALUE SPACE.
      *
       01  WLIGNE-TOTAL.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(20)
               VALUE "LIGNES CONFIRMEES : ".
           05  WLT-CONF              PIC ZZZ,ZZ9.
           05  FILLER                PIC X(13) VALUE "  MODIFIEES :".
           05  WLT-MOD               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(12) VALUE "  REFUSEES :".
           05  WLT-REF               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(12) VALUE "  REJETEES :".
           05  WLT-REJ               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(46) VALUE SPACE.
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
           OPEN INPUT  BPFCDAK.
           IF ST = "35"
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " BPFCDAK INEXISTANT - RIEN A TRAITER"
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
           OPEN I-O    BPFCMDH
                       BPFCMDL
                       BPFAR100.
           OPEN OUTPUT BPFAKLST.
           PERFORM OUVRE-OTB THRU OUVRE-OTB-EXIT.
      *
           MOVE WK-TODAY     TO WLE-RUND.
           WRITE LST-ENR-DDS FROM WLIGNE-ENTETE.
           WRITE LST-ENR-DDS FROM WLIGNE-COLS.
      *
      ***** UN ENTETE "E" OUVRE LA COMMANDE, SES LIGNES "L" SUIVENT ;
      ***** L'ENTETE DE COMMANDE EST REECRIT A LA RUPTURE (ENTETE
      ***** SUIVANT OU FIN DE FICHIER) AVEC LE NOMBRE DE LIGNES
      ***** SOLDEES RECOMPTE.
           MOVE FAUX  TO TOP-CMD-OK.
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-AK THRU LECT-AK-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               IF AKTYP OF AK-ENR-DDS = "E"
                   PERFORM FIN-CMD THRU FIN-CMD-EXIT
                   PERFORM TRAIT-ENTETE THRU TRAIT-ENTETE-EXIT
               ELSE
                   PERFORM TRAIT-LIGNE THRU TRAIT-LIGNE-EXIT
               END-IF
               PERFORM LECT-AK THRU LECT-AK-EXIT
           END-PERFORM.
           PERFORM FIN-CMD THRU FIN-CMD-EXIT.
      *
           MOVE CPT-CONF     TO WLT-CONF.
           MOVE CPT-MOD      TO WLT-MOD.
           MOVE CPT-REF      TO WLT-REF.
           MOVE CPT-REJ      TO WLT-REJ.
           WRITE LST-ENR-DDS FROM WLIGNE-TOTAL.
      *
           CLOSE  BPFCDAK BPFCMDH BPFCMDL BPFAR100 BPFAKLST.
           PERFORM FERME-OTB THRU FERME-OTB-EXIT.
      *
           MOVE SPACE TO WK-MESSAGE-LIB.
           STRING  " LUS : " CPT-LUS
                   "   COMMANDES : " CPT-CMD
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
       COPY SROTB.
      /
       LECT-AK.
           READ BPFCDAK NEXT RECORD AT END MOVE VRAI TO TOP-FIN
                                           GO TO LECT-AK-EXIT.
           ADD  1       TO  CPT-LUS.
       LECT-AK-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* ENTETE D'ACCUSE : LA COMMANDE EST RECHERCHEE PARMI
      ******* CELLES DU FOURNISSEUR PAR SON NUMERO CHNCMD. ELLE DOIT
      ******* AVOIR ETE ENVOYEE (CHENV = "E") ET NE PAS ETRE SOLDEE.
      ******* UN ENTETE REJETE FAIT REJETER SES LIGNES.
      ****************************************************************
       TRAIT-ENTETE.
           MOVE FAUX  TO  TOP-CMD-OK.
           MOVE SPACE TO  WK-LIB-REJ.
           PERFORM RCH-CMD THRU RCH-CMD-EXIT.
           IF TOP-TROUVE = FAUX
               MOVE "COMMANDE INCONNUE"         TO WK-LIB-REJ
               GO  TO  TRAIT-ENTETE-REJ.
           IF CHENV OF CMH-ENR-DDS NOT = "E"
               MOVE "COMMANDE NON ENVOYEE"      TO WK-LIB-REJ
               GO  TO  TRAIT-ENTETE-REJ.
           IF CHETAT OF CMH-ENR-DDS = "S"
               MOVE "COMMANDE DEJA SOLDEE"      TO WK-LIB-REJ
               GO  TO  TRAIT-ENTETE-REJ.
      *
      ***** DATE PROMISE : REPRISE SI ELLE EST UNE DATE VALIDE
           IF AKDPAA OF AK-ENR-DDS NOT = SPACES
               MOVE AKDPAA OF AK-ENR-DDS  TO WK-DTPROM (1:2)
               MOVE AKDPMM OF AK-ENR-DDS  TO WK-DTPROM (3:2)
               MOVE AKDPJJ OF AK-ENR-DDS  TO WK-DTPROM (5:2)
               IF WK-DTPROM NOT NUMERIC OR
                  WK-DTPROM-MM < 1 OR WK-DTPROM-MM > 12 OR
                  WK-DTPROM-JJ < 1 OR WK-DTPROM-JJ > 31
                   MOVE "DATE PROMISE INVALIDE"   TO WK-LIB-REJ
                   GO  TO  TRAIT-ENTETE-REJ
               END-IF
               MOVE AKDPAA OF AK-ENR-DDS  TO CHDPAA OF CMH-ENR-DDS
               MOVE AKDPMM OF AK-ENR-DDS  TO CHDPMM OF CMH-ENR-DDS
               MOVE AKDPJJ OF AK-ENR-DDS  TO CHDPJJ OF CMH-ENR-DDS
           END-IF.
           MOVE "A"   TO  CHACK OF CMH-ENR-DDS.
           MOVE VRAI  TO  TOP-CMD-OK.
           ADD 1      TO  CPT-CMD.
           GO  TO  TRAIT-ENTETE-EXIT.
      *
       TRAIT-ENTETE-REJ.
           ADD 1  TO  CPT-REJ.
           MOVE AKCNUF OF AK-ENR-DDS  TO WLD-CNUF.
           MOVE AKNCMD OF AK-ENR-DDS  TO WLD-NCMD.
           MOVE SPACE                 TO WLD-RAC WLD-CCC WLD-VPV.
           MOVE ZERO                  TO WLD-QAV WLD-QAP
                                         WLD-PAV WLD-PAP.
           MOVE WK-LIB-REJ            TO WLD-LIB.
           WRITE LST-ENR-DDS FROM WLIGNE-DET.
       TRAIT-ENTETE-EXIT.
           EXIT.
      *
       RCH-CMD.
           MOVE FAUX  TO  TOP-TROUVE.
           MOVE SPACE                 TO CMH-ENR-DDS.
           MOVE AKCNUF OF AK-ENR-DDS  TO CHCNUF OF CMH-ENR-DDS.
           MOVE LOW-VALUE             TO CHNORD OF CMH-ENR-DDS.
           START BPFCMDH KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF CMH-ENR-DDS
                 INVALID GO TO RCH-CMD-EXIT.
       RCH-CMD-LIRE.
           READ BPFCMDH NEXT RECORD AT END GO TO RCH-CMD-EXIT.
           IF CHCNUF OF CMH-ENR-DDS NOT = AKCNUF OF AK-ENR-DDS
               GO  TO  RCH-CMD-EXIT.
           IF CHNCMD OF CMH-ENR-DDS NOT = AKNCMD OF AK-ENR-DDS
               GO  TO  RCH-CMD-LIRE.
           MOVE VRAI  TO  TOP-TROUVE.
       RCH-CMD-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* LIGNE D'ACCUSE : "C" CONFIRME LA LIGNE TELLE QUELLE ;
      ******* "M" REPREND LA QUANTITE (L'ECART S'APPLIQUE AU RELIQUAT
      ******* CLQTER, SANS DESCENDRE SOUS ZERO) ET LE PRIX S'IL EST
      ******* RENSEIGNE ; "R" SOLDE LA LIGNE. LA VARIATION DU RELIQUAT
      ******* EST REPORTEE DANS L'EN-COMMANDE ARSTPP DE L'ARTICLE :
      ******* LE REAPPROVISIONNEMENT (BCBAL171) NE COMPTE PLUS SUR LA
      ******* MARCHANDISE QUI NE VIENDRA PAS. LES LIGNES REFUSEES,
      ******* REDUITES OU A PRIX MODIFIE SONT LISTEES POUR L'ACHETEUR.
      ****************************************************************
       TRAIT-LIGNE.
           MOVE SPACE  TO  WK-LIB-REJ.
           IF TOP-CMD-OK = FAUX
               MOVE "ENTETE D'ACCUSE REJETE"    TO WK-LIB-REJ
               GO  TO  TRAIT-LIGNE-REJ.
           IF AKTYP OF AK-ENR-DDS NOT = "L"
               MOVE "TYPE D'ENREGISTREMENT INCONNU" TO WK-LIB-REJ
               GO  TO  TRAIT-LIGNE-REJ.
           IF AKSTAT OF AK-ENR-DDS NOT = "C" AND
              AKSTAT OF AK-ENR-DDS NOT = "M" AND
              AKSTAT OF AK-ENR-DDS NOT = "R"
               MOVE "STATUT DE LIGNE INCONNU"   TO WK-LIB-REJ
               GO  TO  TRAIT-LIGNE-REJ.
           IF AKSTAT OF AK-ENR-DDS = "M"
               IF AKQTEC OF AK-ENR-DDS NOT NUMERIC OR
                  AKPA   OF AK-ENR-DDS NOT NUMERIC
                   MOVE "QTE/PRIX NON NUMERIQUE"  TO WK-LIB-REJ
                   GO  TO  TRAIT-LIGNE-REJ
               END-IF
           END-IF.
      *
           MOVE CHCNUF OF CMH-ENR-DDS TO CLCNUF OF CML-ENR-DDS.
           MOVE CHNORD OF CMH-ENR-DDS TO CLNORD OF CML-ENR-DDS.
           MOVE AKRAC  OF AK-ENR-DDS  TO CLRAC  OF CML-ENR-DDS.
           MOVE AKCCC  OF AK-ENR-DDS  TO CLCCC  OF CML-ENR-DDS.
           MOVE AKVPV  OF AK-ENR-DDS  TO CLVPV  OF CML-ENR-DDS.
           READ BPFCMDL INVALID
               MOVE "LIGNE INCONNUE SUR LA COMMANDE" TO WK-LIB-REJ
               GO  TO  TRAIT-LIGNE-REJ.
           IF CLETAT OF CML-ENR-DDS = "S"
               MOVE "LIGNE DEJA SOLDEE"         TO WK-LIB-REJ
               GO  TO  TRAIT-LIGNE-REJ.
      *
           MOVE CLQTEC OF CML-ENR-DDS  TO WK-QTEC-AV.
           MOVE CLQTER OF CML-ENR-DDS  TO WK-QTER-AV.
           MOVE CLPA   OF CML-ENR-DDS  TO WK-PA-AV.
           MOVE FAUX                   TO TOP-EDITE.
           MOVE SPACE                  TO WLD-LIB.
      *
           IF AKSTAT OF AK-ENR-DDS = "C"
               ADD 1  TO  CPT-CONF
               MOVE "C"   TO CLACK OF CML-ENR-DDS.
      *
           IF AKSTAT OF AK-ENR-DDS = "R"
               ADD 1  TO  CPT-REF
               MOVE "R"   TO CLACK  OF CML-ENR-DDS
               MOVE ZERO  TO CLQTER OF CML-ENR-DDS
               MOVE "S"   TO CLETAT OF CML-ENR-DDS
               MOVE VRAI  TO TOP-EDITE
               MOVE "LIGNE REFUSEE PAR LE FOURN." TO WLD-LIB.
      *
           IF AKSTAT OF AK-ENR-DDS = "M"
               ADD 1  TO  CPT-MOD
               PERFORM APPLIQUE-MODIF THRU APPLIQUE-MODIF-EXIT.
      *
      ***** EN-COMMANDE DE L'ARTICLE : VARIATION DU RELIQUAT
           COMPUTE WK-ECART = CLQTER OF CML-ENR-DDS - WK-QTER-AV.
           IF WK-ECART NOT = ZERO
               PERFORM MAJ-ARSTPP THRU MAJ-ARSTPP-EXIT.
      *
           IF TOP-EDITE = VRAI
               MOVE AKCNUF OF AK-ENR-DDS   TO WLD-CNUF
               MOVE AKNCMD OF AK-ENR-DDS   TO WLD-NCMD
               MOVE CLRAC  OF CML-ENR-DDS  TO WLD-RAC
               MOVE CLCCC  OF CML-ENR-DDS  TO WLD-CCC
               MOVE CLVPV  OF CML-ENR-DDS  TO WLD-VPV
               MOVE WK-QTEC-AV             TO WLD-QAV
               MOVE CLQTEC OF CML-ENR-DDS  TO WLD-QAP
               MOVE WK-PA-AV               TO WLD-PAV
               MOVE CLPA   OF CML-ENR-DDS  TO WLD-PAP
               WRITE LST-ENR-DDS FROM WLIGNE-DET.
      *
           REWRITE CML-ENR-DDS INVALID
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " MAJ LIGNE COMMANDE IMPOSSIBLE " REF-PGM
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
      ***** BUDGET D'ACHAT : L'ENGAGE DE LA LIGNE SUIT LE RELIQUAT ET
      ***** LE PRIX ACCUSES (LA FAMILLE/MOIS D'IMPUTATION EST CELLE
      ***** FIXEE A LA CONFIRMATION BCBAL172).
           PERFORM REVAL-ENG THRU REVAL-ENG-EXIT.
           GO  TO  TRAIT-LIGNE-EXIT.
      *
       TRAIT-LIGNE-REJ.
           ADD 1  TO  CPT-REJ.
           MOVE AKCNUF OF AK-ENR-DDS  TO WLD-CNUF.
           MOVE AKNCMD OF AK-ENR-DDS  TO WLD-NCMD.
           MOVE AKRAC  OF AK-ENR-DDS  TO WLD-RAC.
           MOVE AKCCC  OF AK-ENR-DDS  TO WLD-CCC.
           MOVE AKVPV  OF AK-ENR-DDS  TO WLD-VPV.
           MOVE ZERO                  TO WLD-QAV WLD-QAP
                                         WLD-PAV WLD-PAP.
           MOVE WK-LIB-REJ            TO WLD-LIB.
           WRITE LST-ENR-DDS FROM WLIGNE-DET.
       TRAIT-LIGNE-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* LIGNE MODIFIEE : LA QUANTITE DEJA RECUE (CLQTEC MOINS
      ******* CLQTER) RESTE ACQUISE, SEUL LE RELIQUAT BOUGE.
      ****************************************************************
       APPLIQUE-MODIF.
           MOVE "M"   TO CLACK OF CML-ENR-DDS.
           COMPUTE WK-ECART = AKQTEC OF AK-ENR-DDS - WK-QTEC-AV.
           MOVE AKQTEC OF AK-ENR-DDS  TO CLQTEC OF CML-ENR-DDS.
           ADD WK-ECART               TO CLQTER OF CML-ENR-DDS.
           IF CLQTER OF CML-ENR-DDS < ZERO
               MOVE ZERO  TO CLQTER OF CML-ENR-DDS.
           IF CLQTER OF CML-ENR-DDS NOT > ZERO
               MOVE "S"   TO CLETAT OF CML-ENR-DDS.
           IF WK-ECART < ZERO
               MOVE VRAI  TO TOP-EDITE
               MOVE "QUANTITE REDUITE PAR LE FOURN." TO WLD-LIB.
           IF WK-ECART > ZERO
               MOVE VRAI  TO TOP-EDITE
               MOVE "QUANTITE AUGMENTEE PAR FOURN."  TO WLD-LIB.
           IF AKPA OF AK-ENR-DDS > ZERO AND
              AKPA OF AK-ENR-DDS NOT = WK-PA-AV
               MOVE AKPA OF AK-ENR-DDS  TO CLPA OF CML-ENR-DDS
               MOVE VRAI  TO TOP-EDITE
               IF WLD-LIB = SPACES
                   MOVE "PRIX MODIFIE PAR LE FOURN."  TO WLD-LIB
               ELSE
                   MOVE "QUANTITE ET PRIX MODIFIES"   TO WLD-LIB
               END-IF
           END-IF.
       APPLIQUE-MODIF-EXIT.
           EXIT.
      *
       MAJ-ARSTPP.
           MOVE CLRAC OF CML-ENR-DDS  TO ARRAC OF AR-ENR-DDS.
           MOVE CLCCC OF CML-ENR-DDS  TO ARCCC OF AR-ENR-DDS.
           MOVE CLVPV OF CML-ENR-DDS  TO ARVPV OF AR-ENR-DDS.
           READ BPFAR100 INVALID GO TO MAJ-ARSTPP-EXIT.
           ADD WK-ECART  TO  ARSTPP OF AR-ENR-DDS.
           IF ARSTPP OF AR-ENR-DDS < ZERO
               MOVE ZERO  TO  ARSTPP OF AR-ENR-DDS.
           REWRITE AR-ENR-DDS INVALID CONTINUE.
       MAJ-ARSTPP-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* FIN DE COMMANDE : RECOMPTE DES LIGNES SOLDEES (MEME
      ******* PRINCIPE QUE MAJ-CMD-ENT DE BCBAL150) - QUAND TOUTES LES
      ******* LIGNES SONT SOLDEES (REFUS TOTAL), L'ENTETE EST FERME.
      ****************************************************************
       FIN-CMD.
           IF TOP-CMD-OK = FAUX
               GO  TO  FIN-CMD-EXIT.
           MOVE FAUX  TO TOP-CMD-OK.
           MOVE ZERO      TO CPT-CMDSOL.
           MOVE SPACE     TO CML-ENR-DDS.
           MOVE CHCNUF OF CMH-ENR-DDS TO CLCNUF OF CML-ENR-DDS.
           MOVE CHNORD OF CMH-ENR-DDS TO CLNORD OF CML-ENR-DDS.
           MOVE LOW-VALUE TO CLRAC  OF CML-ENR-DDS.
           MOVE LOW-VALUE TO CLCCC  OF CML-ENR-DDS.
           MOVE LOW-VALUE TO CLVPV  OF CML-ENR-DDS.
           START BPFCMDL KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF CML-ENR-DDS
                 INVALID GO TO FIN-CMD-REW.
       FIN-CMD-LIRE.
           READ BPFCMDL NEXT RECORD AT END GO TO FIN-CMD-REW.
           IF CLCNUF OF CML-ENR-DDS NOT = CHCNUF OF CMH-ENR-DDS OR
              CLNORD OF CML-ENR-DDS NOT = CHNORD OF CMH-ENR-DDS
               GO  TO  FIN-CMD-REW.
           IF CLETAT OF CML-ENR-DDS = "S"
               ADD 1 TO CPT-CMDSOL.
           GO  TO  FIN-CMD-LIRE.
       FIN-CMD-REW.
           MOVE CPT-CMDSOL  TO CHNSOL OF CMH-ENR-DDS.
           IF CHNLIG OF CMH-ENR-DDS > ZERO AND
              CHNSOL OF CMH-ENR-DDS NOT < CHNLIG OF CMH-ENR-DDS
               MOVE "S"  TO CHETAT OF CMH-ENR-DDS.
           REWRITE CMH-ENR-DDS INVALID
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " MAJ COMMANDE IMPOSSIBLE " REF-PGM
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
       FIN-CMD-EXIT.
           EXIT.
