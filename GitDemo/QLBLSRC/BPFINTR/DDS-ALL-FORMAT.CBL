      *****************************************************************
      * PHYSICAL FILE BPFINTR - DECLARATION D'ECHANGES DE BIENS       *
      * (INTRODUCTIONS) - PRODUITE PAR BCBAL199 POUR UNE PERIODE AAMM,*
      * UNE LIGNE PAR FLUX + NOMENCLATURE + PAYS + NATURE DE          *
      * TRANSACTION. RECREEE A CHAQUE PASSAGE DE LA PERIODE.          *
      *****************************************************************
           05  INPER                 PIC X(4).
      *---<FLUX - "A" = INTRODUCTION (ARRIVEE), "E" = EXPEDITION      *
      *    (RETOUR DE MARCHANDISE AU FOURNISSEUR, NATURE "21")>--------*
           05  INFLUX                PIC X.
      *---<RECTIFICATION - INPERC = PERIODE AAMM RECTIFIEE (RECEPTION *
      *    CONTREPASSEE APRES SA DECLARATION), BLANC POUR UNE LIGNE DE*
      *    LA PERIODE. INSIGN = "+" OU "-">----------------------------*
           05  INPERC                PIC X(4).
           05  INSIGN                PIC X.
           05  INNC8                 PIC X(8).
      *---<PAYS DE PROVENANCE (FOURNISSEUR) ET PAYS D'ORIGINE>---------*
           05  INPAYP                PIC XX.
           05  INPAYO                PIC XX.
      *---<NATURE DE TRANSACTION - "11" ACHAT, "21" RETOUR>------------*
           05  INNATR                PIC XX.
      *---<VALEUR EN EUROS, MASSE NETTE EN KG, UNITES SUPPLEMENTAIRES *
      *    (QUANTITE RECUE) - ARRONDIES A L'UNITE>---------------------*
           05  INVAL                 PIC 9(11).
           05  INMASS                PIC 9(10).
           05  INQTE                 PIC 9(10).
           05  INNLIG                PIC 9(6).
           05  FILLER                PIC X(10).
