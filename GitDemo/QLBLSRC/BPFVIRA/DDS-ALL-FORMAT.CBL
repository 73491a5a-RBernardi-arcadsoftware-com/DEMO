      *****************************************************************
      * PHYSICAL FILE BPFVIRA - ACCUSE BANCAIRE DES LOTS DE VIREMENTS *
      * "A" = ACCUSE DU LOT (DATE D'EXECUTION) - "R" = VIREMENT       *
      * REJETE (FACTURE ET MOTIF). EXPLOITE PAR BCBAL189 POUR LE LOT  *
      * DESIGNE EN LDA (WLDA-NOVIR).                                  *
      *****************************************************************
           05  VATYP                 PIC X.
           05  VALOT                 PIC X(6).
           05  VACNUF                PIC X(6).
           05  VANFAC                PIC X(7).
           05  VANORD                PIC X(5).
      *---<DATE D'EXECUTION DU LOT (ENREG. "A") - EN CLAIR>------------*
           05  VAEXAA                PIC XX.
           05  VAEXMM                PIC XX.
           05  VAEXJJ                PIC XX.
      *---<MOTIF DE REJET (ENREG. "R")>--------------------------------*
           05  VAMOTR                PIC X(30).
