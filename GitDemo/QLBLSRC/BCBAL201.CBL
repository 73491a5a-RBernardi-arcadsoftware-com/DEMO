       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCBAL201.
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
           SELECT  BPFDR
                   ASSIGN       TO DATABASE-BPFDR
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF DR-ENR-DDS
                             WITH DUPLICATES
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
           SELECT  BPFLOT
                   ASSIGN       TO DATABASE-BPFLOT
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF LOT-ENR-DDS
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
           SELECT  BPFRUNC
                   ASSIGN       TO DATABASE-BPFRUNC
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF RNC-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  SRT-IG
                   ASSIGN       TO "SORTWK1".
      *
           SELECT  BPFIGLST
                   ASSIGN       TO DATABASE-BPFIGLST
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
       FD  BPFDR     LABEL RECORD STANDARD.
       01  DR-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFDR.
      *
       FD  BPFCMDH   LABEL RECORD STANDARD.
       01  CMH-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFCMDH.
      *
       FD  BPFCMDL   LABEL RECORD STANDARD.
       01  CML-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFCMDL.
      *
       FD  BPFAR100  LABEL RECORD STANDARD.
       01  AR-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFAR100.
      *
       FD  BPFLOT    LABEL RECORD STANDARD.
       01  LOT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFLOT.
      *
       FD  BPFFAC    LABEL RECORD STANDARD.
       01  FA-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFFAC.
      *
       FD  BPFDEB    LABEL RECORD STANDARD.
       01  DB-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFDEB.
      *
       FD  BPFRUNC   LABEL RECORD STANDARD.
       01  RNC-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFRUNC.
      *
      *---<SRT-CTL = NUMERO DU CONTROLE (4 FACTURES, 5 DEBITS) -       *
      *    SRT-TYPE "1" = ENREGISTREMENT DE REFERENCE (ENTETE OU       *
      *    LIGNE DE RECEPTION), "2" = ENREGISTREMENT QUI Y RENVOIE     *
      *    (FACTURE OU DEBIT) : TRIE JUSTE APRES SA REFERENCE>---------*
       SD  SRT-IG.
       01  SRT-ENR-IG.
           05  SRT-CTL               PIC X.
           05  SRT-CLE               PIC X(27).
           05  SRT-TYPE              PIC X.
           05  SRT-NDOC              PIC X(7).
           05  SRT-ETAT              PIC X.
           05  SRT-MOTIF             PIC XX.
           05  SRT-MNT               PIC S9(8)V9(3) COMP-3.
      *
       FD  BPFIGLST  LABEL RECORD STANDARD.
       01  LST-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFIGLST.
      *
      /
       WORKING-STORAGE SECTION.
       77  CPT-CTL                  PIC 9(6) VALUE ZERO.
       77  CPT-ANO                  PIC 9(6) VALUE ZERO.
       77  CPT-ECH                  PIC 9(6) VALUE ZERO.
       77  CPT-CTL-C                PIC 9(6) VALUE ZERO.
       77  CPT-ANO-C                PIC 9(6) VALUE ZERO.
       77  TOP-FIN                  PIC 1    VALUE B"0".
       77  TOP-LIG                  PIC 1    VALUE B"0".
       77  TOP-REF                  PIC 1    VALUE B"0".
       77  TOP-CTL-OUVERT           PIC 1    VALUE B"0".
       77  WK-TODAY                 PIC 9(6) VALUE ZERO.
      *---<CONTROLE EN COURS ET CONTROLE A ATTEINDRE (OUVRE-CTL)>------*
       77  WK-CTL-NUM               PIC 9    VALUE ZERO.
       77  WK-CTL-CIBLE             PIC 9    VALUE ZERO.
       77  WK-FIC-ER                PIC X(8) VALUE SPACES.
       77  WK-NB-LIG                PIC S9(7) COMP-3 VALUE ZERO.
       77  WK-NB-SOL                PIC S9(7) COMP-3 VALUE ZERO.
       77  WK-VAL-LIG               PIC S9(9)V9(3) COMP-3 VALUE ZERO.
       77  WK-SOMME                 PIC S9(9)V9(3) COMP-3 VALUE ZERO.
       77  WK-DATE-ED               PIC X(8) VALUE SPACES.
      *
      *---<RUPTURES DE LECTURE SEQUENTIELLE>---------------------------*
       01  WSAUT.
           05  WSAUT-CLE-DR          PIC X(41) VALUE SPACES.
           05  WSAUT-CMD.
               10  WSAUT-CNUF        PIC X(6)  VALUE SPACES.
               10  WSAUT-NORD        PIC X(5)  VALUE SPACES.
           05  WSAUT-ART.
               10  WSAUT-RAC         PIC X(6)  VALUE SPACES.
               10  WSAUT-CCC         PIC X     VALUE SPACE.
               10  WSAUT-VPV         PIC XX    VALUE SPACES.
           05  WSAUT-SRT.
               10  WSAUT-SCTL        PIC X     VALUE SPACE.
               10  WSAUT-SCLE        PIC X(27) VALUE SPACES.
      *
      *---<CLEF DE RECEPTION (BPFER/BPFERM61/BPFDR) DETAILLEE POUR     *
      *    L'IMPRESSION - LA DATE EST CODEE SIECLE (SRAFER2O)>---------*
       01  WK-CLE-REC.
           05  WCR-TYRC              PIC XX.
           05  WCR-CIDR              PIC X(6).
           05  WCR-KAPP              PIC XXX.
           05  WCR-KDEP              PIC XX.
           05  WCR-KRAY              PIC XX.
           05  WCR-KSEC              PIC XX.
           05  WCR-CNUL              PIC X(6).
           05  WCR-NENT              PIC X.
           05  WCR-CID               PIC X(6).
           05  WCR-AARC              PIC XX.
           05  WCR-MMRC              PIC XX.
           05  WCR-JJRC              PIC XX.
           05  WCR-NORD              PIC X(5).
       01  WK-CLE-REC-R             REDEFINES WK-CLE-REC
                                     PIC X(41).
      *
      *---<CLEF DE DEBIT (BPFDEB) - MEME DECOUPAGE QUE DB-KEY-FIELDS : *
      *    SERT AUSSI DE CLEF DE TRI DU CONTROLE 5>--------------------*
       01  WK-CLE-DEB.
           05  WCD-CNUL              PIC X(6).
           05  WCD-AARC              PIC XX.
           05  WCD-MMRC              PIC XX.
           05  WCD-JJRC              PIC XX.
           05  WCD-NORD              PIC X(5).
           05  WCD-SLIM              PIC X(7).
           05  WCD-CCC               PIC X.
           05  WCD-VPV               PIC XX.
       01  WK-CLE-DEB-R             REDEFINES WK-CLE-DEB
                                     PIC X(27).
      *
      *---<CLEF DE FACTURE (BPFFAC) - CLEF DE TRI DU CONTROLE 4>-------*
       01  WK-CLE-FAC.
           05  WCF-CNUF              PIC X(6).
           05  WCF-NORD              PIC X(5).
           05  FILLER                PIC X(16).
       01  WK-CLE-FAC-R             REDEFINES WK-CLE-FAC
                                     PIC X(27).
      *
      *---<DATE CODEE SIECLE A DECODER (DECODE-DATE) - LA DIZAINE EST  *
      *    CELLE DE L'ANNEE EN COURS, OU LA PRECEDENTE SI L'ANNEE      *
      *    OBTENUE EST DANS LE FUTUR>----------------------------------*
       01  WK-DT-ENC.
           05  WDE-AA                PIC XX.
           05  WDE-MM                PIC XX.
           05  WDE-JJ                PIC XX.
       01  WK-AA-ED.
           05  WK-AA-N               PIC 99.
      *
      *---<LIBELLES DES CINQ CONTROLES>--------------------------------*
       01  WTAB-TITRE.
           05  FILLER                PIC X(50) VALUE
               "ENTETES DE RECEPTION BPFER/BPFERM61 - LIGNES BPFDR".
           05  FILLER                PIC X(50) VALUE
               "ENTETES DE COMMANDE BPFCMDH - LIGNES BPFCMDL".
           05  FILLER                PIC X(50) VALUE
               "STOCK PAR LOT BPFLOT - ARSTK DES ARTICLES SUIVIS".
           05  FILLER                PIC X(50) VALUE
               "FACTURES BPFFAC - RECEPTION BPFER/BPFERM61".
           05  FILLER                PIC X(50) VALUE
               "DEBITS BPFDEB - LIGNE DE RECEPTION BPFDR".
       01  WTAB-TITRE-R             REDEFINES WTAB-TITRE.
           05  WTT-LIB               PIC X(50) OCCURS 5.
      *
           COPY    WKREFPGM         REPLACING SPACE BY "BCBAL201*A".
           COPY    WKGENERAL.
           COPY    WKMESSAGE.
           COPY    WKRUNC.
      *
       01  DATE-JOUR   VALUE SPACES.
           05  AN          PIC XX.
           05  MOI         PIC XX.
           05  JOUR        PIC XX.
      *
       01  WLIGNE-ENTETE.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(44)
               VALUE "CONTROLE D'INTEGRITE DES FICHIERS        DU ".
           05  WLE-RUND              PIC 9(6).
           05  FILLER                PIC X(81) VALUE SPACE.
      *
       01  WLIGNE-SEPAR.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(100) VALUE ALL "=".
           05  FILLER                PIC X(31) VALUE SPACE.
      *
       01  WLIGNE-TITRE.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(9)  VALUE "CONTROLE ".
           05  WLT-NUM               PIC 9.
           05  FILLER                PIC X(3)  VALUE " : ".
           05  WLT-LIB               PIC X(50).
           05  FILLER                PIC X(68) VALUE SPACE.
      *
       01  WLIGNE-COLS.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(66) VALUE
               "FICHIER  CLEF".
           05  FILLER                PIC X(14) VALUE "  VAL. FICHIER".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(14) VALUE " VAL. CALCULEE".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(32) VALUE "RUPTURE".
           05  FILLER                PIC X(3)  VALUE SPACE.
      *
       01  WLIGNE-DET.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-FIC               PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-CLE               PIC X(56).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-V1                PIC -(9)9,999.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-V2                PIC -(9)9,999.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-LIB               PIC X(32).
           05  FILLER                PIC X(3)  VALUE SPACE.
      *
       01  WLIGNE-BILAN.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(19)
               VALUE "ENREG. CONTROLES : ".
           05  WLB-CTL               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(13) VALUE "  RUPTURES : ".
           05  WLB-ANO               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLB-VERDICT           PIC X(20).
           05  FILLER                PIC X(63) VALUE SPACE.
      *
       01  WLIGNE-FINAL.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLF-LIB               PIC X(40).
           05  FILLER                PIC X(3)  VALUE " : ".
           05  WLF-ECH               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(81) VALUE SPACE.
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
      ***** JOURNAL DE PASSAGE : LE RESULTAT DU CONTROLE Y EST
      ***** CONSULTE PAR L'EQUIPE DU MATIN AVANT LES ETATS.
           OPEN I-O     BPFRUNC.
           IF ST = "35"
               OPEN OUTPUT BPFRUNC
               CLOSE BPFRUNC
               OPEN I-O BPFRUNC
           END-IF.
           PERFORM ECR-RUNC-DEBUT THRU ECR-RUNC-DEBUT-EXIT.
      *
      ***** LECTURE SEULE : AUCUN FICHIER N'EST CORRIGE ICI, LES
      ***** RUPTURES SONT LISTEES AVEC LES CLEFS POUR CORRECTION.
           OPEN INPUT  BPFER
                       BPFERM61
                       BPFDR
                       BPFAR100.
      ***** FICHIERS CREES AU PREMIER RUN DE LEUR PROGRAMME
           OPEN INPUT  BPFCMDH.
           IF ST = "35"
               OPEN OUTPUT BPFCMDH
               CLOSE BPFCMDH
               OPEN INPUT BPFCMDH
           END-IF.
           OPEN INPUT  BPFCMDL.
           IF ST = "35"
               OPEN OUTPUT BPFCMDL
               CLOSE BPFCMDL
               OPEN INPUT BPFCMDL
           END-IF.
           OPEN INPUT  BPFLOT.
           IF ST = "35"
               OPEN OUTPUT BPFLOT
               CLOSE BPFLOT
               OPEN INPUT BPFLOT
           END-IF.
           OPEN INPUT  BPFFAC.
           IF ST = "35"
               OPEN OUTPUT BPFFAC
               CLOSE BPFFAC
               OPEN INPUT BPFFAC
           END-IF.
           OPEN INPUT  BPFDEB.
           IF ST = "35"
               OPEN OUTPUT BPFDEB
               CLOSE BPFDEB
               OPEN INPUT BPFDEB
           END-IF.
           OPEN OUTPUT BPFIGLST.
      *
           MOVE WK-TODAY     TO WLE-RUND.
           WRITE LST-ENR-DDS FROM WLIGNE-ENTETE.
      *
           MOVE 1  TO WK-CTL-CIBLE.
           PERFORM OUVRE-CTL THRU OUVRE-CTL-EXIT.
           PERFORM CTL-ER-DR THRU CTL-ER-DR-EXIT.
      *
           MOVE 2  TO WK-CTL-CIBLE.
           PERFORM OUVRE-CTL THRU OUVRE-CTL-EXIT.
           PERFORM CTL-CMD THRU CTL-CMD-EXIT.
      *
           MOVE 3  TO WK-CTL-CIBLE.
           PERFORM OUVRE-CTL THRU OUVRE-CTL-EXIT.
           PERFORM CTL-LOT THRU CTL-LOT-EXIT.
      *
      ***** CONTROLES 4 ET 5 : LA FACTURE (CNUF + NORD) ET LE DEBIT
      ***** (CNUL + DATE + NORD + ARTICLE) NE PORTENT PAS LA CLEF
      ***** COMPLETE DE LA RECEPTION - RAPPROCHEMENT PAR TRI.
           SORT    SRT-IG
                   ON ASCENDING KEY SRT-CTL SRT-CLE SRT-TYPE
                   INPUT  PROCEDURE IS SELECT-REF
                          THRU      SELECT-REF-EXIT
                   OUTPUT PROCEDURE IS ECRIT-RUPT
                          THRU      ECRIT-RUPT-EXIT.
           MOVE 5  TO WK-CTL-CIBLE.
           PERFORM OUVRE-CTL THRU OUVRE-CTL-EXIT.
           PERFORM FIN-CONTROLE THRU FIN-CONTROLE-EXIT.
      *
           WRITE LST-ENR-DDS FROM WLIGNE-SEPAR.
           IF CPT-ANO = ZERO
               MOVE "INTEGRITE CORRECTE - CONTROLES EN ECHEC"
                                     TO WLF-LIB
           ELSE
               MOVE "INTEGRITE EN ECHEC - CONTROLES EN ECHEC"
                                     TO WLF-LIB.
           MOVE CPT-ECH      TO WLF-ECH.
           WRITE LST-ENR-DDS FROM WLIGNE-FINAL.
      *
           CLOSE  BPFER BPFERM61 BPFDR BPFAR100 BPFCMDH BPFCMDL
                  BPFLOT BPFFAC BPFDEB BPFIGLST.
      *
      ***** CODE RETOUR NON NUL SUR RUPTURE : LE PLANIFICATEUR
      ***** RETIENT LES ETATS DU MATIN TANT QUE LES FICHIERS NE SONT
      ***** PAS CORRIGES (MEME PRINCIPE QUE BCBAL179).
           IF CPT-ANO NOT = ZERO
               MOVE 8  TO  WK-RUNC-RC.
           MOVE CPT-CTL   TO  WK-RUNC-CPT1.
           MOVE CPT-ANO   TO  WK-RUNC-CPT2.
           MOVE CPT-ECH   TO  WK-RUNC-CPT3.
           PERFORM ECR-RUNC-FIN THRU ECR-RUNC-FIN-EXIT.
           CLOSE   BPFRUNC.
      *
           MOVE SPACE TO WK-MESSAGE-LIB.
           STRING  " CONTROLES : " CPT-CTL
                   "   RUPTURES : " CPT-ANO
                   DELIMITED BY SIZE  INTO WK-MESSAGE-LIB.
           PERFORM AFF-MESSAGE        THRU    AFF-MESSAGE-EXIT.
      *
           MOVE    SPACE       TO  WK-MESSAGE-LIB.
           STRING "  FIN  ---> " REF-PGM
                   DELIMITED  BY SIZE
                   INTO  WK-MESSAGE-LIB.
           PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT.
           IF CPT-ANO NOT = ZERO
               MOVE 8  TO  RETURN-CODE.
           STOP    RUN.
      *
       COPY SRMSGBATCH.
       COPY SRRUNCTL.
      /
      ****************************************************************
      ******* ENCHAINEMENT DES CONTROLES : FERME LE CONTROLE EN COURS
      ******* ET OUVRE LES SUIVANTS JUSQU'A WK-CTL-CIBLE (UN CONTROLE
      ******* SANS AUCUN ENREGISTREMENT TRIE APPARAIT AINSI QUAND
      ******* MEME, AVEC SON BILAN A ZERO).
      ****************************************************************
       OUVRE-CTL.
           PERFORM UNTIL WK-CTL-NUM NOT < WK-CTL-CIBLE
               IF TOP-CTL-OUVERT = VRAI
                   PERFORM FIN-CONTROLE THRU FIN-CONTROLE-EXIT
               END-IF
               PERFORM DEBUT-CONTROLE THRU DEBUT-CONTROLE-EXIT
           END-PERFORM.
       OUVRE-CTL-EXIT.
           EXIT.
      *
       DEBUT-CONTROLE.
           ADD  1                     TO WK-CTL-NUM.
           MOVE ZERO                  TO CPT-CTL-C CPT-ANO-C.
           WRITE LST-ENR-DDS FROM WLIGNE-SEPAR.
           MOVE WK-CTL-NUM            TO WLT-NUM.
           MOVE WTT-LIB (WK-CTL-NUM)  TO WLT-LIB.
           WRITE LST-ENR-DDS FROM WLIGNE-TITRE.
           WRITE LST-ENR-DDS FROM WLIGNE-COLS.
           MOVE VRAI                  TO TOP-CTL-OUVERT.
       DEBUT-CONTROLE-EXIT.
           EXIT.
      *
       FIN-CONTROLE.
           MOVE CPT-CTL-C  TO WLB-CTL.
           MOVE CPT-ANO-C  TO WLB-ANO.
           IF CPT-ANO-C = ZERO
               MOVE "CONTROLE CORRECT"      TO WLB-VERDICT
           ELSE
               MOVE "RUPTURES A CORRIGER"   TO WLB-VERDICT
               ADD 1  TO CPT-ECH.
           WRITE LST-ENR-DDS FROM WLIGNE-BILAN.
           ADD CPT-CTL-C   TO CPT-CTL.
           ADD CPT-ANO-C   TO CPT-ANO.
           MOVE FAUX       TO TOP-CTL-OUVERT.
       FIN-CONTROLE-EXIT.
           EXIT.
      *
      ***** IMPRESSION D'UNE RUPTURE : WLD-FIC, WLD-CLE, WLD-V1,
      ***** WLD-V2 ET WLD-LIB SONT SERVIS PAR L'APPELANT.
       ECR-RUPTURE.
           WRITE LST-ENR-DDS FROM WLIGNE-DET.
           ADD 1  TO CPT-ANO-C.
       ECR-RUPTURE-EXIT.
           EXIT.
      /
      ****************************************************************
      ******* CONTROLE 1 : ERNLIG ET ERMPA DE L'ENTETE DOIVENT
      ******* RETOMBER SUR SES LIGNES BPFDR (NOMBRE ET SOMME DES
      ******* DRPA * DRQTE ARRONDIS LIGNE A LIGNE, COMME MAJ-ER DE
      ******* BCBAL150). LES LIGNES CONTREPASSEES (DRGST "99") RESTENT
      ******* DANS LES CUMULS : BCBAL164 NE TOUCHE PAS A L'ENTETE.
      ******* PASSE 1 : LIGNES GROUPEES PAR RECEPTION (CLEF DE BPFDR)
      ******* ET ENTETE CHERCHEE DANS BPFER PUIS BPFERM61.
      ******* PASSE 2 : ENTETES SANS AUCUNE LIGNE.
      ****************************************************************
       CTL-ER-DR.
           MOVE SPACE TO WSAUT-CLE-DR.
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-DR THRU LECT-DR-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               IF EXTERNALLY-DESCRIBED-KEY OF DR-ENR-DDS
                                     NOT = WSAUT-CLE-DR
                   IF WSAUT-CLE-DR NOT = SPACE
                       PERFORM FIN-RECEP THRU FIN-RECEP-EXIT
                   END-IF
                   MOVE EXTERNALLY-DESCRIBED-KEY OF DR-ENR-DDS
                                     TO WSAUT-CLE-DR
                   MOVE ZERO  TO WK-NB-LIG WK-SOMME
               END-IF
               ADD 1  TO WK-NB-LIG
               COMPUTE WK-VAL-LIG ROUNDED =
                       DRPA OF DR-ENR-DDS * DRQTE OF DR-ENR-DDS
               ADD WK-VAL-LIG  TO WK-SOMME
               PERFORM LECT-DR THRU LECT-DR-EXIT
           END-PERFORM.
           IF WSAUT-CLE-DR NOT = SPACE
               PERFORM FIN-RECEP THRU FIN-RECEP-EXIT.
      *
      ***** LES LECTURES DIRECTES DE LA PASSE 1 ONT DEPLACE LE
      ***** POSITIONNEMENT : REPRISE EN DEBUT DE FICHIER.
           MOVE "BPFER"  TO WK-FIC-ER.
           MOVE LOW-VALUE  TO EXTERNALLY-DESCRIBED-KEY OF ER-ENR-DDS.
           START BPFER KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF ER-ENR-DDS
                 INVALID GO TO CTL-ER-DR-M61.
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-ER THRU LECT-ER-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               PERFORM CTL-ENTETE-SEULE THRU CTL-ENTETE-SEULE-EXIT
               PERFORM LECT-ER THRU LECT-ER-EXIT
           END-PERFORM.
       CTL-ER-DR-M61.
           MOVE "BPFERM61"  TO WK-FIC-ER.
           MOVE LOW-VALUE  TO EXTERNALLY-DESCRIBED-KEY OF ER61-ENR-DDS.
           START BPFERM61 KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF ER61-ENR-DDS
                 INVALID GO TO CTL-ER-DR-EXIT.
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-ER61 THRU LECT-ER61-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               MOVE ER61-ENR-DDS  TO ER-ENR-DDS
               PERFORM CTL-ENTETE-SEULE THRU CTL-ENTETE-SEULE-EXIT
               PERFORM LECT-ER61 THRU LECT-ER61-EXIT
           END-PERFORM.
       CTL-ER-DR-EXIT.
           EXIT.
      *
       LECT-DR.
           READ BPFDR NEXT RECORD AT END MOVE VRAI TO TOP-FIN.
       LECT-DR-EXIT.
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
      *
       FIN-RECEP.
           ADD 1  TO CPT-CTL-C.
           MOVE WSAUT-CLE-DR  TO WK-CLE-REC-R.
           PERFORM EDIT-CLE-REC THRU EDIT-CLE-REC-EXIT.
           MOVE "BPFER"       TO WK-FIC-ER.
           MOVE WSAUT-CLE-DR  TO EXTERNALLY-DESCRIBED-KEY OF ER-ENR-DDS.
           READ BPFER
               INVALID
                   MOVE "BPFERM61"    TO WK-FIC-ER
                   MOVE WSAUT-CLE-DR  TO EXTERNALLY-DESCRIBED-KEY
                                         OF ER61-ENR-DDS
                   READ BPFERM61
                       INVALID
                           MOVE "BPFDR"     TO WLD-FIC
                           MOVE ZERO        TO WLD-V1
                           MOVE WK-NB-LIG   TO WLD-V2
                           MOVE "LIGNES SANS ENTETE DE RECEPTION"
                                            TO WLD-LIB
                           PERFORM ECR-RUPTURE THRU ECR-RUPTURE-EXIT
                           GO TO FIN-RECEP-EXIT
                   END-READ
                   MOVE ER61-ENR-DDS  TO ER-ENR-DDS
           END-READ.
      *
           MOVE WK-FIC-ER  TO WLD-FIC.
           IF ERNLIG OF ER-ENR-DDS NOT = WK-NB-LIG
               MOVE ERNLIG OF ER-ENR-DDS  TO WLD-V1
               MOVE WK-NB-LIG             TO WLD-V2
               MOVE "ERNLIG <> NOMBRE DE LIGNES BPFDR" TO WLD-LIB
               PERFORM ECR-RUPTURE THRU ECR-RUPTURE-EXIT.
           IF ERMPA OF ER-ENR-DDS NOT = WK-SOMME
               MOVE ERMPA OF ER-ENR-DDS   TO WLD-V1
               MOVE WK-SOMME              TO WLD-V2
               MOVE "ERMPA <> SOMME DRPA * DRQTE"      TO WLD-LIB
               PERFORM ECR-RUPTURE THRU ECR-RUPTURE-EXIT.
       FIN-RECEP-EXIT.
           EXIT.
      *
      ***** ENTETE (BPFER OU BPFERM61, DANS ER-ENR-DDS) : LES ENTETES
      ***** AYANT DES LIGNES ONT ETE VUES EN PASSE 1 - SEULE
      ***** L'ABSENCE TOTALE DE LIGNE RESTE A CONTROLER.
       CTL-ENTETE-SEULE.
           MOVE EXTERNALLY-DESCRIBED-KEY OF ER-ENR-DDS
                                 TO EXTERNALLY-DESCRIBED-KEY
                                    OF DR-ENR-DDS.
           START BPFDR KEY IS EQUAL TO
                 EXTERNALLY-DESCRIBED-KEY OF DR-ENR-DDS
                 INVALID GO TO CTL-ENTETE-SEULE-SANS.
           GO TO CTL-ENTETE-SEULE-EXIT.
       CTL-ENTETE-SEULE-SANS.
           ADD 1  TO CPT-CTL-C.
           IF ERNLIG OF ER-ENR-DDS = ZERO AND
              ERMPA  OF ER-ENR-DDS = ZERO
               GO TO CTL-ENTETE-SEULE-EXIT.
           MOVE EXTERNALLY-DESCRIBED-KEY OF ER-ENR-DDS
                                 TO WK-CLE-REC-R.
           PERFORM EDIT-CLE-REC THRU EDIT-CLE-REC-EXIT.
           MOVE WK-FIC-ER              TO WLD-FIC.
           MOVE ERNLIG OF ER-ENR-DDS   TO WLD-V1.
           MOVE ZERO                   TO WLD-V2.
           MOVE "ENTETE SANS AUCUNE LIGNE BPFDR"   TO WLD-LIB.
           PERFORM ECR-RUPTURE THRU ECR-RUPTURE-EXIT.
       CTL-ENTETE-SEULE-EXIT.
           EXIT.
      *
      ***** CLEF DE RECEPTION EN CLAIR : TYRC CIDR KAPP KDEP KRAY
      ***** KSEC CNUL NENT CID JJ/MM/AA NORD
       EDIT-CLE-REC.
           MOVE WCR-AARC  TO WDE-AA.
           MOVE WCR-MMRC  TO WDE-MM.
           MOVE WCR-JJRC  TO WDE-JJ.
           PERFORM DECODE-DATE THRU DECODE-DATE-EXIT.
           MOVE SPACE     TO WLD-CLE.
           STRING WCR-TYRC " " WCR-CIDR " " WCR-KAPP " " WCR-KDEP " "
                  WCR-KRAY " " WCR-KSEC " " WCR-CNUL " " WCR-NENT " "
                  WCR-CID " " WK-DATE-ED " " WCR-NORD
                   DELIMITED BY SIZE  INTO WLD-CLE.
       EDIT-CLE-REC-EXIT.
           EXIT.
      *
       DECODE-DATE.
           IF WDE-AA (1:1) = HIGH-VALUE
               MOVE WK-TODAY (1:1)  TO WK-AA-N (1:1)
               MOVE WDE-AA (2:1)    TO WK-AA-N (2:1)
               IF WK-AA-N > WK-TODAY (1:2) AND WK-AA-N NOT < 10
                   SUBTRACT 10 FROM WK-AA-N
               END-IF
           ELSE
               MOVE WDE-AA          TO WK-AA-ED
           END-IF.
           MOVE SPACE  TO WK-DATE-ED.
           STRING WDE-JJ "/" WDE-MM "/" WK-AA-ED
                   DELIMITED BY SIZE  INTO WK-DATE-ED.
       DECODE-DATE-EXIT.
           EXIT.
      /
      ****************************************************************
      ******* CONTROLE 2 : CHNLIG = NOMBRE DE LIGNES BPFCMDL DE LA
      ******* COMMANDE ET CHNSOL = NOMBRE DE CES LIGNES SOLDEES
      ******* (CLETAT "S", MEME RECOMPTAGE QUE MAJ-CMD-ENT DE
      ******* BCBAL150). PASSE 1 : LIGNES GROUPEES PAR COMMANDE.
      ******* PASSE 2 : ENTETES SANS AUCUNE LIGNE.
      ****************************************************************
       CTL-CMD.
           MOVE SPACE TO WSAUT-CMD.
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-CML THRU LECT-CML-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               IF CLCNUF OF CML-ENR-DDS NOT = WSAUT-CNUF OR
                  CLNORD OF CML-ENR-DDS NOT = WSAUT-NORD
                   IF WSAUT-CMD NOT = SPACE
                       PERFORM FIN-CMD THRU FIN-CMD-EXIT
                   END-IF
                   MOVE CLCNUF OF CML-ENR-DDS  TO WSAUT-CNUF
                   MOVE CLNORD OF CML-ENR-DDS  TO WSAUT-NORD
                   MOVE ZERO  TO WK-NB-LIG WK-NB-SOL
               END-IF
               ADD 1  TO WK-NB-LIG
               IF CLETAT OF CML-ENR-DDS = "S"
                   ADD 1  TO WK-NB-SOL
               END-IF
               PERFORM LECT-CML THRU LECT-CML-EXIT
           END-PERFORM.
           IF WSAUT-CMD NOT = SPACE
               PERFORM FIN-CMD THRU FIN-CMD-EXIT.
      *
           MOVE LOW-VALUE  TO EXTERNALLY-DESCRIBED-KEY OF CMH-ENR-DDS.
           START BPFCMDH KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF CMH-ENR-DDS
                 INVALID GO TO CTL-CMD-EXIT.
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-CMH THRU LECT-CMH-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               PERFORM CTL-CMD-SEULE THRU CTL-CMD-SEULE-EXIT
               PERFORM LECT-CMH THRU LECT-CMH-EXIT
           END-PERFORM.
       CTL-CMD-EXIT.
           EXIT.
      *
       LECT-CML.
           READ BPFCMDL NEXT RECORD AT END MOVE VRAI TO TOP-FIN.
       LECT-CML-EXIT.
           EXIT.
      *
       LECT-CMH.
           READ BPFCMDH NEXT RECORD AT END MOVE VRAI TO TOP-FIN.
       LECT-CMH-EXIT.
           EXIT.
      *
       FIN-CMD.
           ADD 1  TO CPT-CTL-C.
           MOVE SPACE  TO WLD-CLE.
           STRING "FOURN. " WSAUT-CNUF "  COMMANDE " WSAUT-NORD
                   DELIMITED BY SIZE  INTO WLD-CLE.
           MOVE WSAUT-CNUF  TO CHCNUF OF CMH-ENR-DDS.
           MOVE WSAUT-NORD  TO CHNORD OF CMH-ENR-DDS.
           READ BPFCMDH INVALID
               MOVE "BPFCMDL"   TO WLD-FIC
               MOVE ZERO        TO WLD-V1
               MOVE WK-NB-LIG   TO WLD-V2
               MOVE "LIGNES SANS ENTETE DE COMMANDE"   TO WLD-LIB
               PERFORM ECR-RUPTURE THRU ECR-RUPTURE-EXIT
               GO TO FIN-CMD-EXIT.
      *
           MOVE "BPFCMDH"  TO WLD-FIC.
           IF CHNLIG OF CMH-ENR-DDS NOT = WK-NB-LIG
               MOVE CHNLIG OF CMH-ENR-DDS TO WLD-V1
               MOVE WK-NB-LIG             TO WLD-V2
               MOVE "CHNLIG <> NOMBRE DE LIGNES"       TO WLD-LIB
               PERFORM ECR-RUPTURE THRU ECR-RUPTURE-EXIT.
           IF CHNSOL OF CMH-ENR-DDS NOT = WK-NB-SOL
               MOVE CHNSOL OF CMH-ENR-DDS TO WLD-V1
               MOVE WK-NB-SOL             TO WLD-V2
               MOVE "CHNSOL <> NB DE LIGNES SOLDEES"   TO WLD-LIB
               PERFORM ECR-RUPTURE THRU ECR-RUPTURE-EXIT.
       FIN-CMD-EXIT.
           EXIT.
      *
       CTL-CMD-SEULE.
           MOVE CHCNUF OF CMH-ENR-DDS  TO CLCNUF OF CML-ENR-DDS.
           MOVE CHNORD OF CMH-ENR-DDS  TO CLNORD OF CML-ENR-DDS.
           MOVE LOW-VALUE TO CLRAC  OF CML-ENR-DDS.
           MOVE LOW-VALUE TO CLCCC  OF CML-ENR-DDS.
           MOVE LOW-VALUE TO CLVPV  OF CML-ENR-DDS.
           START BPFCMDL KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF CML-ENR-DDS
                 INVALID GO TO CTL-CMD-SEULE-SANS.
           READ BPFCMDL NEXT RECORD AT END GO TO CTL-CMD-SEULE-SANS.
           IF CLCNUF OF CML-ENR-DDS = CHCNUF OF CMH-ENR-DDS AND
              CLNORD OF CML-ENR-DDS = CHNORD OF CMH-ENR-DDS
               GO TO CTL-CMD-SEULE-EXIT.
       CTL-CMD-SEULE-SANS.
           ADD 1  TO CPT-CTL-C.
           IF CHNLIG OF CMH-ENR-DDS = ZERO AND
              CHNSOL OF CMH-ENR-DDS = ZERO
               GO TO CTL-CMD-SEULE-EXIT.
           MOVE SPACE  TO WLD-CLE.
           STRING "FOURN. " CHCNUF OF CMH-ENR-DDS
                  "  COMMANDE " CHNORD OF CMH-ENR-DDS
                   DELIMITED BY SIZE  INTO WLD-CLE.
           MOVE "BPFCMDH"              TO WLD-FIC.
           MOVE CHNLIG OF CMH-ENR-DDS  TO WLD-V1.
           MOVE ZERO                   TO WLD-V2.
           MOVE "ENTETE SANS AUCUNE LIGNE BPFCMDL" TO WLD-LIB.
           PERFORM ECR-RUPTURE THRU ECR-RUPTURE-EXIT.
       CTL-CMD-SEULE-EXIT.
           EXIT.
      /
      ****************************************************************
      ******* CONTROLE 3 : POUR UN ARTICLE SUIVI EN LOT (ARLCON "O"),
      ******* LA SOMME DES LTQTE DE SES LOTS DOIT ETRE EGALE A ARSTK
      ******* (LES LOTS NE PORTENT QUE LE STOCK LIBRE : LA QUARANTAINE
      ******* N'Y ENTRE QU'A LA LIBERATION BCBAL184 ; UN LOT BLOQUE
      ******* PAR RAPPEL RESTE EN STOCK). PASSE 1 : LOTS GROUPES PAR
      ******* ARTICLE. PASSE 2 : ARTICLES SUIVIS EN STOCK SANS LOT.
      ****************************************************************
       CTL-LOT.
           MOVE SPACE TO WSAUT-ART.
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-LOT THRU LECT-LOT-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               IF LTRAC OF LOT-ENR-DDS NOT = WSAUT-RAC OR
                  LTCCC OF LOT-ENR-DDS NOT = WSAUT-CCC OR
                  LTVPV OF LOT-ENR-DDS NOT = WSAUT-VPV
                   IF WSAUT-ART NOT = SPACE
                       PERFORM FIN-LOT-ART THRU FIN-LOT-ART-EXIT
                   END-IF
                   MOVE LTRAC OF LOT-ENR-DDS  TO WSAUT-RAC
                   MOVE LTCCC OF LOT-ENR-DDS  TO WSAUT-CCC
                   MOVE LTVPV OF LOT-ENR-DDS  TO WSAUT-VPV
                   MOVE ZERO  TO WK-SOMME
               END-IF
               ADD LTQTE OF LOT-ENR-DDS  TO WK-SOMME
               PERFORM LECT-LOT THRU LECT-LOT-EXIT
           END-PERFORM.
           IF WSAUT-ART NOT = SPACE
               PERFORM FIN-LOT-ART THRU FIN-LOT-ART-EXIT.
      *
           MOVE LOW-VALUE  TO EXTERNALLY-DESCRIBED-KEY OF AR-ENR-DDS.
           START BPFAR100 KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF AR-ENR-DDS
                 INVALID GO TO CTL-LOT-EXIT.
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-AR THRU LECT-AR-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               IF ARLCON OF AR-ENR-DDS = "O" AND
                  ARSTK OF AR-ENR-DDS NOT = ZERO
                   PERFORM CTL-ART-SANS-LOT
                      THRU CTL-ART-SANS-LOT-EXIT
               END-IF
               PERFORM LECT-AR THRU LECT-AR-EXIT
           END-PERFORM.
       CTL-LOT-EXIT.
           EXIT.
      *
       LECT-LOT.
           READ BPFLOT NEXT RECORD AT END MOVE VRAI TO TOP-FIN.
       LECT-LOT-EXIT.
           EXIT.
      *
       LECT-AR.
           READ BPFAR100 NEXT RECORD AT END MOVE VRAI TO TOP-FIN.
       LECT-AR-EXIT.
           EXIT.
      *
       FIN-LOT-ART.
           ADD 1  TO CPT-CTL-C.
           MOVE SPACE  TO WLD-CLE.
           STRING "ARTICLE " WSAUT-RAC " " WSAUT-CCC " " WSAUT-VPV
                   DELIMITED BY SIZE  INTO WLD-CLE.
           MOVE WSAUT-RAC  TO ARRAC OF AR-ENR-DDS.
           MOVE WSAUT-CCC  TO ARCCC OF AR-ENR-DDS.
           MOVE WSAUT-VPV  TO ARVPV OF AR-ENR-DDS.
      ***** ARTICLE SUPPRIME : SEULS DES LOTS A ZERO PEUVENT RESTER
      ***** (BCBAL194 REFUSE LA SUPPRESSION D'UN ARTICLE EN STOCK).
           READ BPFAR100 INVALID
               IF WK-SOMME NOT = ZERO
                   MOVE "BPFLOT"    TO WLD-FIC
                   MOVE ZERO        TO WLD-V1
                   MOVE WK-SOMME    TO WLD-V2
                   MOVE "LOTS D'UN ARTICLE ABSENT"      TO WLD-LIB
                   PERFORM ECR-RUPTURE THRU ECR-RUPTURE-EXIT
               END-IF
               GO TO FIN-LOT-ART-EXIT.
      *
           MOVE "BPFAR100"            TO WLD-FIC.
           MOVE ARSTK OF AR-ENR-DDS   TO WLD-V1.
           MOVE WK-SOMME              TO WLD-V2.
           IF ARLCON OF AR-ENR-DDS NOT = "O"
               IF WK-SOMME NOT = ZERO
                   MOVE "LOTS EN STOCK - ART. NON SUIVI"   TO WLD-LIB
                   PERFORM ECR-RUPTURE THRU ECR-RUPTURE-EXIT
               END-IF
               GO TO FIN-LOT-ART-EXIT.
           IF ARSTK OF AR-ENR-DDS NOT = WK-SOMME
               MOVE "ARSTK <> SOMME DES LOTS BPFLOT"    TO WLD-LIB
               PERFORM ECR-RUPTURE THRU ECR-RUPTURE-EXIT.
       FIN-LOT-ART-EXIT.
           EXIT.
      *
       CTL-ART-SANS-LOT.
           MOVE ARRAC OF AR-ENR-DDS  TO LTRAC OF LOT-ENR-DDS.
           MOVE ARCCC OF AR-ENR-DDS  TO LTCCC OF LOT-ENR-DDS.
           MOVE ARVPV OF AR-ENR-DDS  TO LTVPV OF LOT-ENR-DDS.
           MOVE LOW-VALUE            TO LTLOT OF LOT-ENR-DDS.
           START BPFLOT KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF LOT-ENR-DDS
                 INVALID GO TO CTL-ART-SANS-LOT-ECR.
           READ BPFLOT NEXT RECORD AT END GO TO CTL-ART-SANS-LOT-ECR.
           IF LTRAC OF LOT-ENR-DDS = ARRAC OF AR-ENR-DDS AND
              LTCCC OF LOT-ENR-DDS = ARCCC OF AR-ENR-DDS AND
              LTVPV OF LOT-ENR-DDS = ARVPV OF AR-ENR-DDS
               GO TO CTL-ART-SANS-LOT-EXIT.
       CTL-ART-SANS-LOT-ECR.
           ADD 1  TO CPT-CTL-C.
           MOVE SPACE  TO WLD-CLE.
           STRING "ARTICLE " ARRAC OF AR-ENR-DDS " "
                  ARCCC OF AR-ENR-DDS " " ARVPV OF AR-ENR-DDS
                   DELIMITED BY SIZE  INTO WLD-CLE.
           MOVE "BPFAR100"            TO WLD-FIC.
           MOVE ARSTK OF AR-ENR-DDS   TO WLD-V1.
           MOVE ZERO                  TO WLD-V2.
           MOVE "ARTICLE SUIVI EN STOCK SANS LOT"   TO WLD-LIB.
           PERFORM ECR-RUPTURE THRU ECR-RUPTURE-EXIT.
       CTL-ART-SANS-LOT-EXIT.
           EXIT.
      /
      ****************************************************************
      ******* CONTROLES 4 ET 5 - ENTREE DU TRI :
      ******* 4 : CHAQUE ENTETE (BPFER + BPFERM61) SUR CNUL + NORD,
      *******     PUIS CHAQUE FACTURE BPFFAC SUR FACNUF + FANORD.
      ******* 5 : CHAQUE LIGNE BPFDR SUR LA CLEF DU DEBIT (CNUL, DATE,
      *******     NORD, SLIM, CCC, VPV) ET CHAQUE ENTETE AVEC UN
      *******     ARTICLE A BLANC (DEBIT D'AVOIR D'AUTOFACTURATION
      *******     MOTIF "04", PORTE PAR L'ENTETE), PUIS CHAQUE DEBIT.
      ****************************************************************
       SELECT-REF.
           MOVE LOW-VALUE  TO EXTERNALLY-DESCRIBED-KEY OF ER-ENR-DDS.
           START BPFER KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF ER-ENR-DDS
                 INVALID GO TO SELECT-REF-ER61.
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-ER THRU LECT-ER-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               PERFORM REL-ENTETE THRU REL-ENTETE-EXIT
               PERFORM LECT-ER THRU LECT-ER-EXIT
           END-PERFORM.
       SELECT-REF-ER61.
           MOVE LOW-VALUE  TO EXTERNALLY-DESCRIBED-KEY OF ER61-ENR-DDS.
           START BPFERM61 KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF ER61-ENR-DDS
                 INVALID GO TO SELECT-REF-DR.
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-ER61 THRU LECT-ER61-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               MOVE ER61-ENR-DDS  TO ER-ENR-DDS
               PERFORM REL-ENTETE THRU REL-ENTETE-EXIT
               PERFORM LECT-ER61 THRU LECT-ER61-EXIT
           END-PERFORM.
       SELECT-REF-DR.
           MOVE LOW-VALUE  TO EXTERNALLY-DESCRIBED-KEY OF DR-ENR-DDS.
           START BPFDR KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF DR-ENR-DDS
                 INVALID GO TO SELECT-REF-FAC.
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-DR THRU LECT-DR-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               MOVE DRCNUL OF DR-ENR-DDS  TO WCD-CNUL
               MOVE DRAARC OF DR-ENR-DDS  TO WCD-AARC
               MOVE DRMMRC OF DR-ENR-DDS  TO WCD-MMRC
               MOVE DRJJRC OF DR-ENR-DDS  TO WCD-JJRC
               MOVE DRNORD OF DR-ENR-DDS  TO WCD-NORD
               MOVE DRSLIM OF DR-ENR-DDS  TO WCD-SLIM
               MOVE DRCCC  OF DR-ENR-DDS  TO WCD-CCC
               MOVE DRVPV  OF DR-ENR-DDS  TO WCD-VPV
               MOVE SPACE                 TO SRT-ENR-IG
               MOVE "5"                   TO SRT-CTL
               MOVE WK-CLE-DEB-R          TO SRT-CLE
               MOVE "1"                   TO SRT-TYPE
               MOVE ZERO                  TO SRT-MNT
               RELEASE SRT-ENR-IG
               PERFORM LECT-DR THRU LECT-DR-EXIT
           END-PERFORM.
       SELECT-REF-FAC.
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-FAC THRU LECT-FAC-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               MOVE SPACE                  TO WK-CLE-FAC
               MOVE FACNUF OF FA-ENR-DDS   TO WCF-CNUF
               MOVE FANORD OF FA-ENR-DDS   TO WCF-NORD
               MOVE SPACE                  TO SRT-ENR-IG
               MOVE "4"                    TO SRT-CTL
               MOVE WK-CLE-FAC-R           TO SRT-CLE
               MOVE "2"                    TO SRT-TYPE
               MOVE FANFAC OF FA-ENR-DDS   TO SRT-NDOC
               MOVE FAETAT OF FA-ENR-DDS   TO SRT-ETAT
               MOVE FAMTTC OF FA-ENR-DDS   TO SRT-MNT
               RELEASE SRT-ENR-IG
               PERFORM LECT-FAC THRU LECT-FAC-EXIT
           END-PERFORM.
      *
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-DEB THRU LECT-DEB-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               MOVE SPACE                  TO SRT-ENR-IG
               MOVE "5"                    TO SRT-CTL
               MOVE EXTERNALLY-DESCRIBED-KEY OF DB-ENR-DDS
                                           TO SRT-CLE
               MOVE "2"                    TO SRT-TYPE
               MOVE DBNOBR OF DB-ENR-DDS   TO SRT-NDOC
               MOVE DBETAT OF DB-ENR-DDS   TO SRT-ETAT
               MOVE DBMOTIF OF DB-ENR-DDS  TO SRT-MOTIF
               MOVE DBMDEB OF DB-ENR-DDS   TO SRT-MNT
               RELEASE SRT-ENR-IG
               PERFORM LECT-DEB THRU LECT-DEB-EXIT
           END-PERFORM.
       SELECT-REF-EXIT.
           EXIT.
      *
       LECT-FAC.
           READ BPFFAC NEXT RECORD AT END MOVE VRAI TO TOP-FIN.
       LECT-FAC-EXIT.
           EXIT.
      *
       LECT-DEB.
           READ BPFDEB NEXT RECORD AT END MOVE VRAI TO TOP-FIN.
       LECT-DEB-EXIT.
           EXIT.
      *
      ***** ENTETE (DANS ER-ENR-DDS) : REFERENCE DES FACTURES ET DES
      ***** DEBITS PORTES PAR L'ENTETE
       REL-ENTETE.
           MOVE SPACE                  TO WK-CLE-FAC.
           MOVE ERCNUL OF ER-ENR-DDS   TO WCF-CNUF.
           MOVE ERNORD OF ER-ENR-DDS   TO WCF-NORD.
           MOVE SPACE                  TO SRT-ENR-IG.
           MOVE "4"                    TO SRT-CTL.
           MOVE WK-CLE-FAC-R           TO SRT-CLE.
           MOVE "1"                    TO SRT-TYPE.
           MOVE ZERO                   TO SRT-MNT.
           RELEASE SRT-ENR-IG.
      *
           MOVE SPACE                  TO WK-CLE-DEB.
           MOVE ERCNUL OF ER-ENR-DDS   TO WCD-CNUL.
           MOVE ERAARC OF ER-ENR-DDS   TO WCD-AARC.
           MOVE ERMMRC OF ER-ENR-DDS   TO WCD-MMRC.
           MOVE ERJJRC OF ER-ENR-DDS   TO WCD-JJRC.
           MOVE ERNORD OF ER-ENR-DDS   TO WCD-NORD.
           MOVE SPACE                  TO SRT-ENR-IG.
           MOVE "5"                    TO SRT-CTL.
           MOVE WK-CLE-DEB-R           TO SRT-CLE.
           MOVE "1"                    TO SRT-TYPE.
           MOVE ZERO                   TO SRT-MNT.
           RELEASE SRT-ENR-IG.
       REL-ENTETE-EXIT.
           EXIT.
      /
      ****************************************************************
      ******* CONTROLES 4 ET 5 - SORTIE DU TRI : UNE FACTURE OU UN
      ******* DEBIT (TYPE "2") QUI N'EST PRECEDE D'AUCUNE REFERENCE
      ******* (TYPE "1") DE MEME CLEF RENVOIE A UNE RECEPTION
      ******* DISPARUE. LES FACTURES "I" DE BCBAL153 (RECEPTION
      ******* INTROUVABLE) EN FONT PARTIE ET SONT LISTEES AUSSI.
      ****************************************************************
       ECRIT-RUPT.
           MOVE SPACE  TO WSAUT-SRT.
           MOVE FAUX   TO TOP-FIN.
           PERFORM LECT-SRT THRU LECT-SRT-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               IF SRT-CTL NOT = WSAUT-SCTL
                   MOVE SRT-CTL  TO WK-CTL-CIBLE
                   PERFORM OUVRE-CTL THRU OUVRE-CTL-EXIT
               END-IF
               IF SRT-CTL NOT = WSAUT-SCTL OR
                  SRT-CLE NOT = WSAUT-SCLE
                   MOVE SRT-CTL  TO WSAUT-SCTL
                   MOVE SRT-CLE  TO WSAUT-SCLE
                   MOVE FAUX     TO TOP-REF
               END-IF
               IF SRT-TYPE = "1"
                   MOVE VRAI  TO TOP-REF
               ELSE
                   ADD 1  TO CPT-CTL-C
                   IF TOP-REF = FAUX
                       PERFORM ECR-SANS-REF THRU ECR-SANS-REF-EXIT
                   END-IF
               END-IF
               PERFORM LECT-SRT THRU LECT-SRT-EXIT
           END-PERFORM.
       ECRIT-RUPT-EXIT.
           EXIT.
      *
       LECT-SRT.
           RETURN SRT-IG AT END MOVE VRAI TO TOP-FIN.
       LECT-SRT-EXIT.
           EXIT.
      *
       ECR-SANS-REF.
           MOVE SRT-MNT  TO WLD-V1.
           MOVE ZERO     TO WLD-V2.
           MOVE SPACE    TO WLD-CLE.
           IF SRT-CTL = "4"
               MOVE SRT-CLE  TO WK-CLE-FAC-R
               STRING "FOURN. " WCF-CNUF "  NORD " WCF-NORD
                      "  FACTURE " SRT-NDOC "  ETAT " SRT-ETAT
                       DELIMITED BY SIZE  INTO WLD-CLE
               MOVE "BPFFAC"  TO WLD-FIC
               MOVE "RECEPTION ABSENTE BPFER/BPFERM61" TO WLD-LIB
               PERFORM ECR-RUPTURE THRU ECR-RUPTURE-EXIT
               GO TO ECR-SANS-REF-EXIT.
      *
           MOVE SRT-CLE   TO WK-CLE-DEB-R.
           MOVE WCD-AARC  TO WDE-AA.
           MOVE WCD-MMRC  TO WDE-MM.
           MOVE WCD-JJRC  TO WDE-JJ.
           PERFORM DECODE-DATE THRU DECODE-DATE-EXIT.
           STRING WCD-CNUL " " WK-DATE-ED " " WCD-NORD " " WCD-SLIM
                  " " WCD-CCC " " WCD-VPV "  BR " SRT-NDOC
                  "  MOTIF " SRT-MOTIF "  ETAT " SRT-ETAT
                   DELIMITED BY SIZE  INTO WLD-CLE.
           MOVE "BPFDEB"  TO WLD-FIC.
           IF WCD-SLIM = SPACE
               MOVE "ENTETE DE RECEPTION ABSENTE"     TO WLD-LIB
           ELSE
               MOVE "LIGNE DE RECEPTION ABSENTE"      TO WLD-LIB.
           PERFORM ECR-RUPTURE THRU ECR-RUPTURE-EXIT.
       ECR-SANS-REF-EXIT.
           EXIT.
