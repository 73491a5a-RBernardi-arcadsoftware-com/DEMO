      * PHYSICAL FILE BPFDEB - DEBITS FOURNISSEURS SUR RETOURS        *
      * UNE LIGNE PAR LIGNE DE RECEPTION NEGATIVE (DRRET = "02")      *
      * CREEE PAR BCBAL154 - RESTE OUVERTE (DBETAT = " ") TANT QUE    *
      * L'AVOIR FOURNISSEUR N'EST PAS RECU. LES RETOURS FOURNISSEUR   *
      * DECIDES PAR LE CONTROLE QUALITE SUR UNE LIGNE EN QUARANTAINE  *
      * SONT DEBITES PAR BCBAL184 SUR LA MEME CLEF (MOTIF "03").      *
      * LES AVOIRS RECUS (BPFAVO) SONT IMPUTES PAR BCBAL186 SUR LES   *
      * DEBITS DU BON DE RETOUR ; LES DEBITS ECHUS NON AVOIRES SONT   *
      * COMPENSES SUR LES FACTURES DE LA PROPOSITION BCBAL166.        *
      * ANCIENNETE DES DEBITS SANS REPONSE : BCBAL187.                *
      *****************************************************************
      *---<DBSLIM NE PORTE QUE LE RAC : DBCCC/DBVPV COMPLETENT LA      *
      *    CLEF ARTICLE POUR DISTINGUER LES VARIANTES D'UN MEME RAC>---*
           05  DBQTE                 PIC S9(8)V9(3) COMP-3.
           05  DBPA                  PIC S9(6)V9(3) COMP-3.
           05  DBMDEB                PIC S9(8)V9(3) COMP-3.
      *---<MOTIF DU RETOUR - "02" = QUANTITE LIVREE NEGATIVE,          *
      *    "03" = RETOUR QUALITE DE QUARANTAINE, "04" = AVOIR          *
      *    D'AUTOFACTURATION SUR RECEPTION CONTREPASSEE (BCBAL198 -    *
      *    DBSLIM A BLANC, DBNOAV = NUMERO DE L'AVOIR, DBMDEB = TTC)>--*
           05  DBMOTIF               PIC XX.
      *---<ETAT DU DEBIT - " " = OUVERT, "P" = AVOIR PARTIEL (RESTE    *
      *    OUVERT POUR LE SOLDE), "S" = SOLDE PAR AVOIR, "C" = SOLDE   *
      *    COMPENSE SUR UNE FACTURE DU FOURNISSEUR (BCBAL166)>---------*
           05  DBETAT                PIC X.
      *---<DERNIER AVOIR IMPUTE (BCBAL186) ET SA DATE AAMMJJ>----------*
           05  DBNOAV                PIC X(7).
           05  DBRUND                PIC 9(6).
           05  DBAVD                 PIC 9(6).
      *---<MONTANT DEJA REGLE (AVOIRS + COMPENSATION) - LE RESTE DU    *
      *    PAR LE FOURNISSEUR EST DBMDEB - DBMREG>---------------------*
           05  DBMREG                PIC S9(8)V9(3) COMP-3.
      *---<FACTURE SUR LAQUELLE LE DEBIT A ETE COMPENSE (BCBAL166)>----*
           05  DBNFAC                PIC X(7).
      *---<PART DE DBMREG COMPENSEE SUR LA FACTURE DBNFAC : SEULE CETTE*
      *    PART EST RESTITUEE SI LE VIREMENT EST REJETE (BCBAL188/189),*
      *    LES AVOIRS IMPUTES PAR BCBAL186 RESTENT ACQUIS>-------------*
           05  DBMCMP                PIC S9(8)V9(3) COMP-3.
