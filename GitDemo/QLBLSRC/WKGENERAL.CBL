      * APPELANTS DANS BCBAL150 : A AVANCER PERIODIQUEMENT, BIEN AVANT*
      * QUE L'ANNEE COURANTE NE L'APPROCHE.                           *
       77  WK-PIVOT-SIECLE              PIC XX    VALUE "85".
      *---<DEPOT FICTIF DU STOCK EN COURS DE TRANSFERT>---------------*
      * LIGNE BPFSTKD PORTANT LES QUANTITES EXPEDIEES PAR BCBAL181 ET *
      * PAS ENCORE RECUES (BCBAL182) : LA SOMME DES DEPOTS, TRANSIT   *
      * COMPRIS, RESTE EGALE A ARSTK (CONTROLE BCBAL170).             *
       77  WK-DEP-TRANSIT               PIC XX    VALUE "TR".
      *---<PAYS DE L'ETABLISSEMENT (CODE ISO)>------------------------*
      * UN FOURNISSEUR SANS PAYS (FRPAYS A BLANC) EST REPUTE ETABLI   *
      * DANS CE PAYS. SERT A LA DECLARATION D'ECHANGES DE BIENS       *
      * (BCBAL199) : SEULS LES AUTRES PAYS DE L'UNION SONT DECLARES.  *
       77  WK-PAYS-LOCAL                PIC XX    VALUE "FR".
