      *****************************************************************
      * PHYSICAL FILE BPFAUTMT - MOUVEMENTS DE MAINTENANCE BPFAUT     *
      * UNE LIGNE PAR HABILITATION A ACCORDER OU RETIRER, TRAITEE     *
      * PAR BCBAL202 :                                                *
      *   AMACT = "C" ACCORDER LA FONCTION A L'UTILISATEUR            *
      *         = "S" RETIRER LA FONCTION A L'UTILISATEUR             *
      * MOTIF OBLIGATOIRE. L'OPERATEUR EST L'UTILISATEUR DU TRAVAIL   *
      * SOUMIS, IL N'EST PAS SAISI.                                   *
      *****************************************************************
           05  AMACT                 PIC X.
           05  AMUSER                PIC X(10).
           05  AMFONC                PIC X(8).
           05  AMMOTIF               PIC XX.
           05  FILLER                PIC X(10).
