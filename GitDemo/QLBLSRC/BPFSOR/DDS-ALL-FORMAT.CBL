      *****************************************************************
      * PHYSICAL FILE BPFSOR - SORTIES DE STOCK DES MAGASINS          *
      * FICHIER QUOTIDIEN DES VENTES / CONSOMMATIONS REMONTEES PAR    *
      * LES MAGASINS : UNE LIGNE PAR ARTICLE SORTI D'UN DEPOT.        *
      * TRAITE PAR BCBAL180 QUI DECREMENTE ARSTK, LE STOCK DU DEPOT   *
      * EMETTEUR (BPFSTKD) ET LES LOTS (BPFLOT, DLUO LA PLUS PROCHE   *
      * CONSOMMEE D'ABORD) ET TRACE LES MOUVEMENTS BPFSK TYPE "05".   *
      *****************************************************************
      *---<MAGASIN EMETTEUR ET NUMERO DE SON DOCUMENT (TICKET, BON)>---*
           05  SOCID                 PIC X(6).
           05  SONDOC                PIC X(7).
           05  SORAC                 PIC X(6).
           05  SOCCC                 PIC X.
           05  SOVPV                 PIC XX.
      *---<DEPOT EMETTEUR - BLANC = DEPOT DE LA FICHE ARTICLE (ARDEP)>-*
           05  SODEP                 PIC XX.
           05  SOQTE                 PIC S9(8)V9(3) COMP-3.
      *---<DATE DE LA VENTE / CONSOMMATION - EN CLAIR>-----------------*
           05  SOAASO                PIC XX.
           05  SOMMSO                PIC XX.
           05  SOJJSO                PIC XX.
      *---<MOTIF - "60" VENTE MAGASIN, "61" CONSOMMATION INTERNE,      *
      *    "62" CASSE / DEMARQUE. BLANC = "60">------------------------*
           05  SOMOTF                PIC XX.
      *---<ETAT - " " = A TRAITER, "T" = SORTIE PASSEE, "E" = EN       *
      *    EXCEPTION (A CORRIGER PUIS REMETTRE A BLANC)>---------------*
           05  SOETAT                PIC X.
           05  SORUND                PIC 9(6).
