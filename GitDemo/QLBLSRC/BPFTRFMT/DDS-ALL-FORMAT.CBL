      *****************************************************************
      * PHYSICAL FILE BPFTRFMT - CONFIRMATIONS D'ARRIVEE DES          *
      * TRANSFERTS ENTRE DEPOTS, SAISIES PAR LE DEPOT DESTINATAIRE ET *
      * TRAITEES PAR BCBAL182 AVANT LA RECEPTION : UNE LIGNE PAR      *
      * TRANSFERT ARRIVE (TMNTRF = TFNTRF). LE TRANSFERT DOIT ETRE    *
      * EXPEDIE ("X") ET TMDEPD EGAL A SON DEPOT DESTINATAIRE TFDEPD. *
      *****************************************************************
           05  TMNTRF                PIC X(7).
           05  TMDEPD                PIC XX.
           05  FILLER                PIC X(10).
