      *****************************************************************
      * PHYSICAL FILE BPFLITM - DECISIONS SUR LES LITIGES FACTURES    *
      * UNE LIGNE PAR DECISION SAISIE, TRAITEE PAR BCBAL192 :         *
      *   MLACT = "O" OUVERTURE / REQUALIFICATION (MOTIF, ACHETEUR,   *
      *               NOTES)                                          *
      *         = "A" ACCEPTATION DE L'ECART : FACTURE LIBEREE "R",   *
      *               ECART PASSE AU GL (COMPTE D'ECART SUR PRIX)     *
      *         = "T" MISE EN ATTENTE D'UN AVOIR FOURNISSEUR          *
      *         = "J" REFUS : FACTURE RENVOYEE AU FOURNISSEUR ("J")   *
      * MLOPER OBLIGATOIRE. MLNOTE OBLIGATOIRE SUR "A" ET "J".        *
      *****************************************************************
           05  MLACT                 PIC X.
           05  MLCNUF                PIC X(6).
           05  MLNORD                PIC X(5).
           05  MLMOTF                PIC XX.
           05  MLACH                 PIC X(10).
           05  MLNOTE                PIC X(60).
           05  MLOPER                PIC X(10).
           05  FILLER                PIC X(6).
