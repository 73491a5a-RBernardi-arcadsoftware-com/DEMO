      *****************************************************************
      * PHYSICAL FILE BPFVIR - LOT DE VIREMENTS FOURNISSEURS          *
      * PRODUIT PAR BCBAL188 A PARTIR DU LOT DE PAIEMENT BPFPAY :     *
      * ENREGISTREMENTS "D" (UN VIREMENT PAR FACTURE A NET NON NUL)   *
      * SUIVIS D'UN "T" (TOTAL DE CONTROLE : NB VIREMENTS + CUMUL)    *
      * QUE LA BANQUE VERIFIE AVANT EXECUTION. ACCUSE : BPFVIRA.      *
      *****************************************************************
           05  VITYP                 PIC X.
           05  VILOT                 PIC X(6).
           05  VIDET.
               10  VICNUF            PIC X(6).
               10  VINFAC            PIC X(7).
               10  VINORD            PIC X(5).
      *---<DOMICILIATION DU BENEFICIAIRE (FRRIB DE ZPFFR)>-------------*
               10  VIRIB             PIC X(23).
      *---<DATE D'EXECUTION DEMANDEE : ECHEANCE, OU DATE DU JOUR SI    *
      *    L'ECHEANCE EST DEPASSEE>------------------------------------*
               10  VIEXAA            PIC XX.
               10  VIEXMM            PIC XX.
               10  VIEXJJ            PIC XX.
               10  VIMNT             PIC S9(8)V9(3) COMP-3.
               10  VIRUND            PIC 9(6).
           05  VITOT REDEFINES VIDET.
               10  VINBENR           PIC 9(6).
               10  VITMNT            PIC S9(11)V9(3) COMP-3.
               10  FILLER            PIC X(45).
