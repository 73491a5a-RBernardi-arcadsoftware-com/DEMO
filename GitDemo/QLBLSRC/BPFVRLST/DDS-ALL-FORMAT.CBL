      *****************************************************************
      * PRINT FILE BPFVRLST - CONFIRMATION DES VIREMENTS FOURNISSEURS *
      *****************************************************************
           05  LIGNE-IMPR            PIC X(132).
