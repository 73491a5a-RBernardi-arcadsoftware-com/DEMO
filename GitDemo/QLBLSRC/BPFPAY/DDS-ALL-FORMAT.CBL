      * (FAETAT = "R") DE BPFFAC. ENREGISTREMENTS "D" (DETAIL) SUIVIS *
      * D'UN "T" (TOTAL DE CONTROLE : NB ENREG. + CUMUL TTC) QUE LA   *
      * TRESORERIE DOIT VERIFIER AVANT EMISSION DES REGLEMENTS.       *
      * LES DEBITS FOURNISSEURS ECHUS (BPFDEB) SONT DEDUITS DU TTC DE *
      * LA FACTURE : PYMTTC EST LE NET A REGLER, PYMDEB LA DEDUCTION. *
      *****************************************************************
           05  PYTYP                 PIC X.
           05  PYDET.
               10  PYECHJJ           PIC XX.
               10  PYMTTC            PIC S9(8)V9(3) COMP-3.
               10  PYRUND            PIC 9(6).
      *---<DEBITS FOURNISSEURS COMPENSES SUR LA FACTURE>---------------*
               10  PYMDEB            PIC S9(8)V9(3) COMP-3.
           05  PYTOT REDEFINES PYDET.
               10  PYNBENR           PIC 9(6).
               10  PYTTTC            PIC S9(11)V9(3) COMP-3.
               10  FILLER            PIC X(51).
