      *---<ECART DE CHANGE REALISE (CF. GXMCHG DE BPFGLEX)>------------*
               10  GTMCHG            PIC S9(8)V9(3) COMP-3.
               10  GTRUND            PIC 9(6).
      *---<REGLEMENT FOURNISSEUR (CF. GXMREG/GXMDEB DE BPFGLEX)>-------*
               10  GTMREG            PIC S9(8)V9(3) COMP-3.
               10  GTMDEB            PIC S9(8)V9(3) COMP-3.
      *---<ECART DE FACTURE ACCEPTE (CF. GXMEPX/GXMETV DE BPFGLEX)>----*
               10  GTMEPX            PIC S9(8)V9(3) COMP-3.
               10  GTMETV            PIC S9(8)V9(3) COMP-3.
           05  GTTOT REDEFINES GTDET.
               10  GTNBENR           PIC 9(6).
               10  GTTPA             PIC S9(11)V9(3) COMP-3.
