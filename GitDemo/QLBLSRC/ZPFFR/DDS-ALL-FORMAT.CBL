      *    SONT CONVERTIS PAR BCBAL150 AU TAUX EN VIGUEUR A LA DATE   *
      *    DE LIVRAISON (TABLE "CH" DE FINFODI)>-----------------------*
               10  FRDEV             PIC X(3).
      *---<CONTROLE QUALITE A RECEPTION - "O" = TOUTES LES LIVRAISONS *
      *    DU FOURNISSEUR ENTRENT EN QUARANTAINE (STOCK BLOQUE ARSTKB)*
      *    ET ATTENDENT LA DECISION QUALITE BCBAL184>------------------*
               10  FRINSP            PIC X.
      *---<AUTOFACTURATION - "O" = LES RECEPTIONS DU FOURNISSEUR SONT *
      *    FACTUREES PAR NOUS EN SON NOM (BCBAL198) : PAS DE FACTURE  *
      *    FOURNISSEUR A SAISIR, L'AUTOFACTURE PART DIRECTEMENT AU    *
      *    PAIEMENT. NON ADMIS POUR UN FOURNISSEUR EN DEVISE>----------*
               10  FRAUTF            PIC X.
      *---<PAYS DU FOURNISSEUR (CODE ISO A 2 LETTRES) - BLANC = PAYS  *
      *    DE L'ETABLISSEMENT (WK-PAYS-LOCAL). SERT A LA DECLARATION  *
      *    D'ECHANGES DE BIENS (BCBAL199) POUR LES FOURNISSEURS DE    *
      *    L'UNION EUROPEENNE>-----------------------------------------*
               10  FRPAYS            PIC XX.
