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
       FD  BPFM6LST  LABEL RECORD STANDARD.
       01  LST-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BPFM6LST.
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
       01  DATE-JOUR   VALUE SPACES.
           05  AN          PIC XX.
      *
      ***** PERIODE A BASCULER : RECUE EN LDA (WLDA-AAPER/WLDA-MMPER)
           ACCEPT   WKLDA  FROM  LDA.
      *
      ***** FONCTION SENSIBLE : L'UTILISATEUR DU TRAVAIL DOIT ETRE
      ***** HABILITE (BPFAUT) AVANT TOUT TRAITEMENT. UN REFUS EST
      ***** JOURNALISE DANS BPFSECJ PAR CTL-AUTOR.
           MOVE "BASCULE"       TO WK-AUT-FONC.
           MOVE SPACE           TO WK-AUT-PARM.
           STRING "PERIODE " WLDA-AAPER WLDA-MMPER
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
           IF WLDA-AAPER NOT NUMERIC OR WLDA-MMPER NOT NUMERIC OR
              WLDA-MMPER < "01" OR WLDA-MMPER > "12"
               MOVE SPACE           TO WK-MESSAGE-LIB
           WRITE LST-ENR-DDS FROM WLIGNE-TOTAL.
      *
           CLOSE  BPFER BPFERM61 FINFODI BPFM6LST.
      *
      ***** JOURNAL DE SECURITE : BASCULE EFFECTUEE
           MOVE "E"             TO WK-AUT-RES.
           MOVE SPACE           TO WK-AUT-LIB.
           STRING "BASCULEES : " CPT-BSC " ENTETES"
                   DELIMITED  BY SIZE
                   INTO  WK-AUT-LIB.
           PERFORM ECR-SECJ THRU ECR-SECJ-EXIT.
      *
           MOVE SPACE TO WK-MESSAGE-LIB.
           STRING  " LUS : " CPT-LUS
           STOP    RUN.
      *
       COPY SRMSGBATCH.
       COPY SRAUTOR.
      /
       LECT-ER.
           READ BPFER NEXT RECORD AT END MOVE VRAI TO TOP-FIN
