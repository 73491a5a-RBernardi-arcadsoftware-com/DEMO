      *****************************************************************
      * PHYSICAL FILE BPFCDEX - COMMANDES D'ACHAT ENVOYEES AUX        *
      * FOURNISSEURS. PRODUIT PAR BCBAL196 POUR LES COMMANDES         *
      * CONFIRMEES NON ENCORE ENVOYEES (CHENV = "A"), CLASSE PAR      *
      * FOURNISSEUR (UN LOT PAR EXCNUF POUR LA TRANSMISSION) :        *
      *   EXTYP = "E" ENTETE DE COMMANDE (SUIVIE DE SES LIGNES)       *
      *         = "L" LIGNE DE COMMANDE                               *
      * ACCUSE EN RETOUR : BPFCDAK.                                   *
      *****************************************************************
           05  EXTYP                 PIC X.
           05  EXCNUF                PIC X(6).
           05  EXNCMD                PIC X(8).
           05  EXENT.
               10  EXAACM            PIC XX.
               10  EXMMCM            PIC XX.
               10  EXJJCM            PIC XX.
      *---<DATE DE LIVRAISON DEMANDEE (CHDLAA/MM/JJ) - EN CLAIR>-------*
               10  EXDLAA            PIC XX.
               10  EXDLMM            PIC XX.
               10  EXDLJJ            PIC XX.
               10  EXDEP             PIC XX.
               10  EXNLIG            PIC 9(4).
               10  FILLER            PIC X(15).
           05  EXLIG REDEFINES EXENT.
               10  EXRAC             PIC X(6).
               10  EXCCC             PIC X.
               10  EXVPV             PIC XX.
               10  EXQTEC            PIC 9(8)V9(3).
               10  EXPA              PIC 9(6)V9(3).
               10  FILLER            PIC X(4).
