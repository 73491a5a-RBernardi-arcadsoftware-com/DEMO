      *---<MOTIF - OBLIGATOIRE POUR UN BLOCAGE/DEBLOCAGE ("B")>--------*
           05  MTMOTIF               PIC XX.
           05  MTOPER                PIC X(10).
      *---<CONTROLE QUALITE A RECEPTION (FRINSP) - " " OU "O">---------*
           05  MTINSP                PIC X.
      *---<AUTOFACTURATION (FRAUTF) - " " OU "O">----------------------*
           05  MTAUTF                PIC X.
      *---<PAYS DU FOURNISSEUR (FRPAYS) - BLANC OU 2 LETTRES>----------*
           05  MTPAYS                PIC XX.
           05  FILLER                PIC X(4).
