      *****************************************************************
      * PHYSICAL FILE BPFSECJ - JOURNAL DE SECURITE DES FONCTIONS     *
      * SENSIBLES (CF. BPFAUT). HISTORIQUE CUMULATIF ALIMENTE PAR     *
      * SRAUTOR : UNE LIGNE PAR TENTATIVE REFUSEE ET PAR ACTION       *
      * EFFECTIVEMENT REALISEE, AVEC L'UTILISATEUR ET LE TRAVAIL      *
      * SOUMIS, LE PROGRAMME, LA DATE/HEURE ET LES PARAMETRES RECUS   *
      * EN LDA. EDITE POUR L'AUDIT INTERNE PAR BCBAL203.              *
      *****************************************************************
           05  SJDATE                PIC 9(6).
           05  SJHEURE               PIC 9(6).
           05  SJUSER                PIC X(10).
           05  SJJOB                 PIC X(10).
           05  SJNJOB                PIC X(6).
           05  SJPGM                 PIC X(10).
           05  SJFONC                PIC X(8).
      *---<RESULTAT - "E" EXECUTE, "R" REFUSE (NON HABILITE)>----------*
           05  SJRES                 PIC X.
           05  SJPARM                PIC X(40).
           05  SJLIB                 PIC X(30).
