      *****************************************************************
      * PRINT FILE BPFAVLST - IMPUTATION DES AVOIRS FOURNISSEURS      *
      *****************************************************************
           05  LIGNE-IMPR            PIC X(132).
