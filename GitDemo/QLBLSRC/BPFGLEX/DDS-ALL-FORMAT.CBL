      *****************************************************************
      * PHYSICAL FILE BPFGLEX - EXTRACTION COMPTABLE DES RECEPTIONS   *
      * UNE LIGNE PAR ENTETE BPFER CLOTUREE (CF. MAJ-ENT-REC BCBAL150)*
      * ET UNE LIGNE PAR FACTURE ACQUITTEE EN BANQUE (BCBAL189).      *
      *****************************************************************
           05  GXCNFE                PIC X(6).
           05  GXNORD                PIC X(5).
      *---<ECART DE CHANGE REALISE (BCBAL153) - ZERO SUR LES           *
      *    EXTRACTIONS DE RECEPTION ORDINAIRES>------------------------*
           05  GXMCHG                PIC S9(8)V9(3) COMP-3.
      *---<REGLEMENT FOURNISSEUR (BCBAL189) - ZERO SUR LES AUTRES      *
      *    EXTRACTIONS. GXMREG = NET VIRE (CREDIT BANQUE), GXMDEB =    *
      *    DEBITS COMPENSES ; LE COMPTE FOURNISSEUR EST SOLDE DE LA    *
      *    SOMME DES DEUX (TTC DE LA FACTURE)>-------------------------*
           05  GXMREG                PIC S9(8)V9(3) COMP-3.
           05  GXMDEB                PIC S9(8)V9(3) COMP-3.
      *---<ECART DE FACTURE ACCEPTE EN LITIGE (BCBAL192) - ZERO SUR    *
      *    LES AUTRES EXTRACTIONS. GXMEPX = ECART HT + TRANSPORT       *
      *    (COMPTE D'ECART SUR PRIX), GXMETV = ECART DE TVA>-----------*
           05  GXMEPX                PIC S9(8)V9(3) COMP-3.
           05  GXMETV                PIC S9(8)V9(3) COMP-3.
