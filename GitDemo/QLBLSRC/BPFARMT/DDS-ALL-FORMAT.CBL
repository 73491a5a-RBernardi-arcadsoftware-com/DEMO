      *****************************************************************
      * PHYSICAL FILE BPFARMT - MOUVEMENTS DE MAINTENANCE BPFAR100    *
      * UNE LIGNE PAR MISE A JOUR DEMANDEE, TRAITEE PAR BCBAL194 :    *
      *   MAACT = "C" CREATION (ZONES MAINTENUES CI-DESSOUS)          *
      *         = "M" MODIFICATION (IMAGE COMPLETE DE REMPLACEMENT)   *
      *         = "S" SUPPRESSION (REFUSEE SI STOCK OU COMMANDE)      *
      * MOTIF ET OPERATEUR OBLIGATOIRES. CHAQUE ZONE MODIFIEE EST     *
      * TRACEE DANS BPFARLG.                                          *
      *****************************************************************
           05  MAACT                 PIC X.
           05  MARAC                 PIC X(6).
           05  MACCC                 PIC X.
           05  MAVPV                 PIC XX.
           05  MACNUF                PIC X(6).
           05  MADEP                 PIC XX.
           05  MAFAM                 PIC X(3).
           05  MASFA                 PIC X(3).
      *---<SUIVI EN LOT - " " OU "O">----------------------------------*
           05  MALCON                PIC X.
           05  MAPA                  PIC 9(6)V9(3).
           05  MAPR                  PIC 9(6)V9(3).
      *---<CODE TVA - DOIT EXISTER EN "TV" DANS FINFODI>---------------*
           05  MATVA                 PIC XX.
           05  MASMIN                PIC 9(8)V9(3).
           05  MASMAX                PIC 9(8)V9(3).
      *---<DECLARATION D'ECHANGES DE BIENS - NOMENCLATURE (BLANC OU   *
      *    8 CHIFFRES), MASSE NETTE UNITAIRE EN KG, PAYS D'ORIGINE    *
      *    (BLANC OU 2 LETTRES)>---------------------------------------*
           05  MANC8                 PIC X(8).
           05  MAPNET                PIC 9(5)V9(3).
           05  MAORIG                PIC XX.
           05  MAMOTIF               PIC XX.
           05  MAOPER                PIC X(10).
      *---<CONTROLE QUALITE A RECEPTION (QUARANTAINE) - " " OU "O">----*
           05  MAINSP                PIC X.
           05  FILLER                PIC X(9).
