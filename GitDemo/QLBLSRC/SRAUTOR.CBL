      *****************************************************************
      * COPY NAME..................: . SRAUTOR                       *
      * FUNCTION...................: . CONTROLE D'HABILITATION DE     *
      *         .                      L'UTILISATEUR DU TRAVAIL ET    *
      *         .                      JOURNAL DE SECURITE BPFSECJ    *
      * OTHER COPIES REQUIRED......: . WKAUTOR EN WORKING             *
      *         .                      FD BPFAUT (AUT-ENR-DDS) ET     *
      *         .                      FD BPFSECJ (SJ-ENR-DDS) DANS   *
      *         .                      LE PROGRAMME APPELANT          *
      * COPY LOCATION..............: . PROCEDURE                      *
      *****************************************************************
      *
      ***** CTL-AUTOR : WK-AUT-FONC ET WK-AUT-PARM RENSEIGNES PAR
      ***** L'APPELANT. WK-AUT-OK = VRAI SI L'UTILISATEUR DU TRAVAIL
      ***** DETIENT LA FONCTION DANS BPFAUT ; SINON LA TENTATIVE EST
      ***** JOURNALISEE "R" ET LA DECISION EST LAISSEE A L'APPELANT.
       CTL-AUTOR.
           PERFORM RECH-USER     THRU  RECH-USER-EXIT.
           MOVE FAUX             TO  WK-AUT-OK.
           MOVE SPACE            TO  WK-AUT-LIB.
           OPEN INPUT  BPFAUT.
           IF ST = "35"
               MOVE "TABLE DES HABILITATIONS ABSENTE" TO WK-AUT-LIB
           ELSE
               MOVE WK-AUT-USER  TO  AUUSER OF AUT-ENR-DDS
               MOVE WK-AUT-FONC  TO  AUFONC OF AUT-ENR-DDS
               READ BPFAUT INVALID
                   MOVE "UTILISATEUR NON HABILITE" TO WK-AUT-LIB
               NOT INVALID
                   MOVE VRAI     TO  WK-AUT-OK
               END-READ
               CLOSE BPFAUT
           END-IF.
           IF WK-AUT-OK = FAUX
               MOVE "R"          TO  WK-AUT-RES
               PERFORM ECR-SECJ  THRU  ECR-SECJ-EXIT
           END-IF.
       CTL-AUTOR-EXIT.
           EXIT.
      *
      ***** UTILISATEUR DU TRAVAIL SOUMIS : DEMANDE AU SYSTEME ET NON
      ***** PRIS DANS LA LDA, QUE LE DEMANDEUR RENSEIGNE LUI-MEME.
       RECH-USER.
           IF WK-AUT-USER NOT = SPACES
               GO TO RECH-USER-EXIT.
           CALL "QUSRJOBI" USING WK-JOBI
                                 WK-JOBI-LG
                                 WK-JOBI-FORMAT
                                 WK-JOBI-QJOB
                                 WK-JOBI-IDINT.
           MOVE WK-JOBI-USER     TO  WK-AUT-USER.
           MOVE WK-JOBI-JOB      TO  WK-AUT-JOB.
           MOVE WK-JOBI-NJOB     TO  WK-AUT-NJOB.
       RECH-USER-EXIT.
           EXIT.
      *
      ***** ECR-SECJ : UNE LIGNE AU JOURNAL DE SECURITE (CUMULATIF,
      ***** CREE AU PREMIER PASSAGE). WK-AUT-RES ET WK-AUT-LIB
      ***** RENSEIGNES PAR L'APPELANT POUR UNE ACTION EXECUTEE.
       ECR-SECJ.
           PERFORM RECH-USER     THRU  RECH-USER-EXIT.
           ACCEPT WK-AUT-DATE    FROM  DATE.
           ACCEPT WK-AUT-HEURE   FROM  TIME.
           MOVE SPACE            TO  SJ-ENR-DDS.
           MOVE WK-AUT-DATE      TO  SJDATE  OF SJ-ENR-DDS.
           MOVE WK-AUT-HEURE (1:6) TO SJHEURE OF SJ-ENR-DDS.
           MOVE WK-AUT-USER      TO  SJUSER  OF SJ-ENR-DDS.
           MOVE WK-AUT-JOB       TO  SJJOB   OF SJ-ENR-DDS.
           MOVE WK-AUT-NJOB      TO  SJNJOB  OF SJ-ENR-DDS.
           MOVE REF-PGM          TO  SJPGM   OF SJ-ENR-DDS.
           MOVE WK-AUT-FONC      TO  SJFONC  OF SJ-ENR-DDS.
           MOVE WK-AUT-RES       TO  SJRES   OF SJ-ENR-DDS.
           MOVE WK-AUT-PARM      TO  SJPARM  OF SJ-ENR-DDS.
           MOVE WK-AUT-LIB       TO  SJLIB   OF SJ-ENR-DDS.
           OPEN EXTEND BPFSECJ.
           IF ST = "35"
               OPEN OUTPUT BPFSECJ
           END-IF.
           WRITE SJ-ENR-DDS.
           CLOSE BPFSECJ.
       ECR-SECJ-EXIT.
           EXIT.
