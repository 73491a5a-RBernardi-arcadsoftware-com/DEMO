      *****************************************************************
      * PRINT FILE BPFOTLST - SUIVI MENSUEL DU BUDGET D'ACHAT         *
      * (BUDGET, REALISE, ENGAGE ET RESTE A ACHETER PAR FAMILLE)      *
      *****************************************************************
           05  LIGNE-IMPR            PIC X(132).
