      *****************************************************************
      * PHYSICAL FILE BPFAVO - AVOIRS FOURNISSEURS RECUS              *
      * UNE LIGNE PAR AVOIR SAISI PAR LA COMPTABILITE FOURNISSEURS,   *
      * EN REPONSE A UN BON DE RETOUR (DBNOBR DE BPFDEB). IMPUTE PAR  *
      * BCBAL186 SUR LES DEBITS OUVERTS DU BON.                       *
      *****************************************************************
           05  AVCNUF                PIC X(6).
           05  AVNOAV                PIC X(7).
      *---<BON DE RETOUR AUQUEL L'AVOIR REPOND (CF. BCBAL154)>---------*
           05  AVNOBR                PIC 9(7).
      *---<DATE DE L'AVOIR - EN CLAIR>---------------------------------*
           05  AVAAAV                PIC XX.
           05  AVMMAV                PIC XX.
           05  AVJJAV                PIC XX.
      *---<MONTANT HT DE L'AVOIR (MEME BASE QUE DBMDEB)>---------------*
           05  AVMHT                 PIC S9(8)V9(3) COMP-3.
      *---<ECART AVOIR - DEBITS OUVERTS DU BON, POSE PAR BCBAL186 :    *
      *    NEGATIF = AVOIR PARTIEL, POSITIF = SUR-AVOIR>---------------*
           05  AVMECA                PIC S9(8)V9(3) COMP-3.
      *---<ETAT - " " = A TRAITER, "T" = IMPUTE, "E" = REJET (MOTIF    *
      *    DANS AVLIB, A CORRIGER PUIS REMETTRE A BLANC)>--------------*
           05  AVETAT                PIC X.
           05  AVLIB                 PIC X(30).
           05  AVRUND                PIC 9(6).
