      * PHYSICAL FILE BPFLOT - STOCK PAR LOT FOURNISSEUR              *
      * UNE LIGNE PAR ARTICLE/LOT, CREEE A LA RECEPTION (BCBAL150,    *
      * VALID-RECEP) POUR LES ARTICLES SUIVIS EN LOT (ARLCON = "O").  *
      * LA DATE LIMITE (DLUO) ALIMENTE L'ETAT DE PEREMPTION BCBAL174  *
      * ET L'ORDRE DE CONSOMMATION DES SORTIES MAGASINS (BCBAL180).   *
      *****************************************************************
           05  LT-KEY-FIELDS.
               10  LTRAC             PIC X(6).
           05  LTMMDL                PIC XX.
           05  LTJJDL                PIC XX.
           05  LTDMAJ                PIC 9(6).
      *---<BLOCAGE DU LOT - "B" = LOT BLOQUE PAR UN RAPPEL FOURNISSEUR*
      *    (BCBAL200 EN MODE RAPPEL) : NI SORTI PAR BCBAL180, NI      *
      *    TRANSFERE PAR BCBAL181. LTDBLQ = DATE DU BLOCAGE AAMMJJ>----*
           05  LTBLOQ                PIC X.
           05  LTDBLQ                PIC 9(6).
