       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCBAL196.
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
           SELECT  BPFCDEX
                   ASSIGN       TO DATABASE-BPFCDEX
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFCELST
                   ASSIGN       TO DATABASE-BPFCELST
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
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
       FD  BPFCDEX  LABEL RECORD STANDARD.
       01  EX-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFCDEX.
      *
       FD  BPFCELST  LABEL RECORD STANDARD.
       01  LST-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFCELST.
      *
      /
       WORKING-STORAGE SECTION.
       77  CPT-CMD                  PIC 9(6) VALUE ZERO.
       77  CPT-ENV                  PIC 9(6) VALUE ZERO.
       77  CPT-VIDE                 PIC 9(6) VALUE ZERO.
       77  CPT-LIG                  PIC 9(6) VALUE ZERO.
       77  CPT-EXP                  PIC 9(6) VALUE ZERO.
       77  TOP-FIN                  PIC 1    VALUE B"0".
       77  TOP-FIN-LIG              PIC 1    VALUE B"0".
       77  WK-TODAY                 PIC 9(6) VALUE ZERO.
       77  WK-DEP                   PIC XX   VALUE SPACES.
      *
           COPY    WKREFPGM         REPLACING SPACE BY "BCBAL196*A".
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
               VALUE "COMMANDES D'ACHAT ENVOYEES AUX FOURNISSEURS ".
           05  FILLER                PIC X(3)  VALUE "DU ".
           05  WLE-RUND              PIC 9(6).
           05  FILLER                PIC X(78) VALUE SPACE.
      *
       01  WLIGNE-DET.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WLD-CNUF              PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-NORD              PIC X(5).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-NCMD              PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-DTLV              PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-DEP               PIC XX.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-NLIG              PIC ZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WLD-LIB               PIC X(30).
           05  FILLER                PIC X(56) VALUE SPACE.
      *
       01  WLIGNE-TOTAL.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(21)
               VALUE "COMMANDES ENVOYEES : ".
           05  WLT-ENV               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(12) VALUE "  LIGNES :  ".
           05  WLT-LIG               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(16) VALUE "  SANS LIGNE :  ".
           05  WLT-VIDE              PIC ZZZ,ZZ9.
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
           MOVE AN OF DATE-JOUR   TO WK-TODAY (1:2).
           MOVE MOI OF DATE-JOUR  TO WK-TODAY (3:2).
           MOVE JOUR OF DATE-JOUR TO WK-TODAY (5:2).
      *
           OPEN I-O    BPFCMDH.
           OPEN INPUT  BPFCMDL
                       BPFAR100.
           OPEN OUTPUT BPFCDEX
                       BPFCELST.
      *
           MOVE WK-TODAY     TO WLE-RUND.
           WRITE LST-ENR-DDS FROM WLIGNE-ENTETE.
      *
      ***** LA CLEF DE BPFCMDH COMMENCE PAR LE FOURNISSEUR : LE
      ***** FICHIER PRODUIT EST DIRECTEMENT GROUPE PAR FOURNISSEUR.
      ***** SEULES LES COMMANDES CONFIRMEES PAR BCBAL172 ET PAS
      ***** ENCORE ENVOYEES (CHENV = "A") PARTENT ; ELLES PASSENT
      ***** AUSSITOT A "E" ET NE SONT PLUS JAMAIS REPRISES.
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-CMH THRU LECT-CMH-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               IF CHENV  OF CMH-ENR-DDS = "A" AND
                  CHETAT OF CMH-ENR-DDS NOT = "P" AND
                  CHETAT OF CMH-ENR-DDS NOT = "S"
                   PERFORM ENVOI-CMD THRU ENVOI-CMD-EXIT
               END-IF
               PERFORM LECT-CMH THRU LECT-CMH-EXIT
           END-PERFORM.
      *
           MOVE CPT-ENV      TO WLT-ENV.
           MOVE CPT-EXP      TO WLT-LIG.
           MOVE CPT-VIDE     TO WLT-VIDE.
           WRITE LST-ENR-DDS FROM WLIGNE-TOTAL.
      *
           CLOSE  BPFCMDH BPFCMDL BPFAR100 BPFCDEX BPFCELST.
      *
           MOVE SPACE TO WK-MESSAGE-LIB.
           STRING  " COMMANDES ENVOYEES : " CPT-ENV
                   "   LIGNES : " CPT-EXP
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
       LECT-CMH.
           READ BPFCMDH NEXT RECORD AT END MOVE VRAI TO TOP-FIN.
       LECT-CMH-EXIT.
           EXIT.
      *
      ****************************************************************
      ******* ENVOI D'UNE COMMANDE : UN PREMIER PASSAGE SUR LES LIGNES
      ******* LES COMPTE ET DETERMINE LE DEPOT (CHDEP, A DEFAUT LE
      ******* DEPOT ARDEP DE L'ARTICLE DE LA PREMIERE LIGNE) ; L'ENTETE
      ******* "E" EST ECRITE AVEC LE NOMBRE DE LIGNES, PUIS LES LIGNES
      ******* "L". UNE COMMANDE SANS LIGNE A ENVOYER RESTE A "A" ET
      ******* RESSORT SUR LA LISTE.
      ****************************************************************
       ENVOI-CMD.
           ADD 1  TO  CPT-CMD.
           MOVE ZERO                    TO CPT-LIG.
           MOVE CHDEP  OF CMH-ENR-DDS   TO WK-DEP.
           PERFORM POS-CML THRU POS-CML-EXIT.
           PERFORM UNTIL TOP-FIN-LIG = VRAI
               IF CLETAT OF CML-ENR-DDS NOT = "S"
                   ADD 1  TO  CPT-LIG
                   IF WK-DEP = SPACES
                       PERFORM DEP-ARTICLE THRU DEP-ARTICLE-EXIT
                   END-IF
               END-IF
               PERFORM LECT-CML THRU LECT-CML-EXIT
           END-PERFORM.
      *
           MOVE CHCNUF OF CMH-ENR-DDS   TO WLD-CNUF.
           MOVE CHNORD OF CMH-ENR-DDS   TO WLD-NORD.
           MOVE CHNCMD OF CMH-ENR-DDS   TO WLD-NCMD.
           MOVE SPACE                   TO WLD-DTLV.
           IF CHDLAA OF CMH-ENR-DDS NOT = SPACES
               STRING CHDLJJ OF CMH-ENR-DDS "/"
                      CHDLMM OF CMH-ENR-DDS "/"
                      CHDLAA OF CMH-ENR-DDS
                      DELIMITED BY SIZE INTO WLD-DTLV.
           MOVE WK-DEP                  TO WLD-DEP.
           MOVE CPT-LIG                 TO WLD-NLIG.
           IF CPT-LIG = ZERO
               ADD 1  TO  CPT-VIDE
               MOVE "AUCUNE LIGNE A ENVOYER"  TO WLD-LIB
               WRITE LST-ENR-DDS FROM WLIGNE-DET
               GO  TO  ENVOI-CMD-EXIT.
      *
           MOVE SPACE                   TO EX-ENR-DDS.
           MOVE "E"                     TO EXTYP.
           MOVE CHCNUF OF CMH-ENR-DDS   TO EXCNUF.
           MOVE CHNCMD OF CMH-ENR-DDS   TO EXNCMD.
           MOVE CHAACM OF CMH-ENR-DDS   TO EXAACM.
           MOVE CHMMCM OF CMH-ENR-DDS   TO EXMMCM.
           MOVE CHJJCM OF CMH-ENR-DDS   TO EXJJCM.
           MOVE CHDLAA OF CMH-ENR-DDS   TO EXDLAA.
           MOVE CHDLMM OF CMH-ENR-DDS   TO EXDLMM.
           MOVE CHDLJJ OF CMH-ENR-DDS   TO EXDLJJ.
           MOVE WK-DEP                  TO EXDEP.
           MOVE CPT-LIG                 TO EXNLIG.
           WRITE EX-ENR-DDS.
      *
           PERFORM POS-CML THRU POS-CML-EXIT.
           PERFORM UNTIL TOP-FIN-LIG = VRAI
               IF CLETAT OF CML-ENR-DDS NOT = "S"
                   PERFORM ECR-LIGNE THRU ECR-LIGNE-EXIT
               END-IF
               PERFORM LECT-CML THRU LECT-CML-EXIT
           END-PERFORM.
      *
           MOVE "E"                     TO CHENV  OF CMH-ENR-DDS.
           MOVE WK-TODAY                TO CHDENV OF CMH-ENR-DDS.
           MOVE WK-DEP                  TO CHDEP  OF CMH-ENR-DDS.
           REWRITE CMH-ENR-DDS INVALID
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " MAJ COMMANDE IMPOSSIBLE " REF-PGM
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
           ADD 1  TO  CPT-ENV.
           MOVE "ENVOYEE"               TO WLD-LIB.
           WRITE LST-ENR-DDS FROM WLIGNE-DET.
       ENVOI-CMD-EXIT.
           EXIT.
      *
       POS-CML.
           MOVE FAUX      TO TOP-FIN-LIG.
           MOVE SPACE     TO CML-ENR-DDS.
           MOVE CHCNUF OF CMH-ENR-DDS TO CLCNUF OF CML-ENR-DDS.
           MOVE CHNORD OF CMH-ENR-DDS TO CLNORD OF CML-ENR-DDS.
           MOVE LOW-VALUE TO CLRAC  OF CML-ENR-DDS.
           MOVE LOW-VALUE TO CLCCC  OF CML-ENR-DDS.
           MOVE LOW-VALUE TO CLVPV  OF CML-ENR-DDS.
           START BPFCMDL KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF CML-ENR-DDS
                 INVALID MOVE VRAI TO TOP-FIN-LIG
                         GO TO POS-CML-EXIT.
           PERFORM LECT-CML THRU LECT-CML-EXIT.
       POS-CML-EXIT.
           EXIT.
      *
       LECT-CML.
           READ BPFCMDL NEXT RECORD AT END MOVE VRAI TO TOP-FIN-LIG
                                           GO TO LECT-CML-EXIT.
           IF CLCNUF OF CML-ENR-DDS NOT = CHCNUF OF CMH-ENR-DDS OR
              CLNORD OF CML-ENR-DDS NOT = CHNORD OF CMH-ENR-DDS
               MOVE VRAI TO TOP-FIN-LIG.
       LECT-CML-EXIT.
           EXIT.
      *
       DEP-ARTICLE.
           MOVE CLRAC OF CML-ENR-DDS  TO ARRAC OF AR-ENR-DDS.
           MOVE CLCCC OF CML-ENR-DDS  TO ARCCC OF AR-ENR-DDS.
           MOVE CLVPV OF CML-ENR-DDS  TO ARVPV OF AR-ENR-DDS.
           READ BPFAR100 INVALID GO TO DEP-ARTICLE-EXIT.
           MOVE ARDEP OF AR-ENR-DDS   TO WK-DEP.
       DEP-ARTICLE-EXIT.
           EXIT.
      *
       ECR-LIGNE.
           MOVE SPACE                   TO EX-ENR-DDS.
           MOVE "L"                     TO EXTYP.
           MOVE CHCNUF OF CMH-ENR-DDS   TO EXCNUF.
           MOVE CHNCMD OF CMH-ENR-DDS   TO EXNCMD.
           MOVE CLRAC  OF CML-ENR-DDS   TO EXRAC.
           MOVE CLCCC  OF CML-ENR-DDS   TO EXCCC.
           MOVE CLVPV  OF CML-ENR-DDS   TO EXVPV.
           MOVE CLQTEC OF CML-ENR-DDS   TO EXQTEC.
           MOVE CLPA   OF CML-ENR-DDS   TO EXPA.
           WRITE EX-ENR-DDS.
           ADD 1  TO  CPT-EXP.
       ECR-LIGNE-EXIT.
           EXIT.
