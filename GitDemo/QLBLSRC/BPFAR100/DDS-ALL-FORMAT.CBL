      *    ARTICLE NON SUIVI EN REAPPROVISIONNEMENT AUTOMATIQUE>-------*
           05  ARSMIN                PIC S9(8)V9(3) COMP-3.
           05  ARSMAX                PIC S9(8)V9(3) COMP-3.
      *---<CONTROLE QUALITE A RECEPTION - "O" = L'ARTICLE ENTRE EN     *
      *    QUARANTAINE (STOCK BLOQUE ARSTKB) QUEL QUE SOIT LE         *
      *    FOURNISSEUR, JUSQU'A LA DECISION QUALITE BCBAL184>----------*
           05  ARINSP                PIC X.
      *---<DECLARATION D'ECHANGES DE BIENS (BCBAL199) - ARNC8 :       *
      *    NOMENCLATURE COMBINEE A 8 CHIFFRES, ARPNET : MASSE NETTE   *
      *    UNITAIRE EN KG, ARORIG : PAYS D'ORIGINE (CODE ISO - BLANC =*
      *    PAYS DU FOURNISSEUR)>---------------------------------------*
           05  ARNC8                 PIC X(8).
           05  ARPNET                PIC S9(5)V9(3) COMP-3.
           05  ARORIG                PIC XX.
