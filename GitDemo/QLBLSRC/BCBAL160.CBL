                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFAUT
                   ASSIGN       TO DATABASE-BPFAUT
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                   OF AUT-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  BPFSECJ
                   ASSIGN       TO DATABASE-BPFSECJ
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FD  BPFGLEX  LABEL RECORD STANDARD.
       01  GLX-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFGLEX.
      *
       FD  BPFAUT  LABEL RECORD STANDARD.
       01  AUT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFAUT.
      *
       FD  BPFSECJ  LABEL RECORD STANDARD.
       01  SJ-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFSECJ.
      *
      /
       WORKING-STORAGE SECTION.
           COPY    WKGENERAL.
           COPY    WKMESSAGE.
           COPY    WKLDA.
           COPY    WKAUTOR.
      *
      /
      ********************
      ***** LE LOT DONT LA COMPTABILITE A ACCUSE RECEPTION EST RECU
      ***** EN LDA (WLDA-NOLOT) : SES ENREGISTREMENTS "E" PASSENT "P".
           ACCEPT   WKLDA  FROM  LDA.
      *
      ***** FONCTION SENSIBLE : L'UTILISATEUR DU TRAVAIL DOIT ETRE
      ***** HABILITE (BPFAUT) AVANT TOUT TRAITEMENT. UN REFUS EST
      ***** JOURNALISE DANS BPFSECJ PAR CTL-AUTOR.
           MOVE "LOTGL"         TO WK-AUT-FONC.
           MOVE SPACE           TO WK-AUT-PARM.
           STRING "LOT " WLDA-NOLOT
                   DELIMITED  BY SIZE
                   INTO  WK-AUT-PARM.
           PERFORM CTL-AUTOR THRU CTL-AUTOR-EXIT.
           IF WK-AUT-OK = FAUX
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " " WK-AUT-USER " " WK-AUT-LIB " - REFUS"
                       DELIMITED  BY SIZE
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
      *
           IF WLDA-NOLOT = SPACES
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " NUMERO DE LOT ABSENT EN LDA "
                       INTO  WK-MESSAGE-LIB
               PERFORM AFF-MESSAGE  THRU  AFF-MESSAGE-EXIT
               GO  TO  TILT.
      *
      ***** JOURNAL DE SECURITE : CONFIRMATION EFFECTUEE
           MOVE "E"             TO WK-AUT-RES.
           MOVE SPACE           TO WK-AUT-LIB.
           STRING "CONFIRME : " CPT-CNF " ENREG."
                   DELIMITED  BY SIZE
                   INTO  WK-AUT-LIB.
           PERFORM ECR-SECJ THRU ECR-SECJ-EXIT.
      *
           MOVE SPACE TO WK-MESSAGE-LIB.
           STRING  " LOT " WLDA-NOLOT " CONFIRME : " CPT-CNF " ENREG."
           STOP    RUN.
      *
       COPY SRMSGBATCH.
       COPY SRAUTOR.
      /
       LECT-GLX.
           READ BPFGLEX NEXT RECORD AT END MOVE VRAI TO TOP-FIN.
