      *****************************************************************
      * PRINT FILE BPFOBLST - CHARGEMENT/REVISION DU BUDGET D'ACHAT   *
      *****************************************************************
           05  LIGNE-IMPR            PIC X(132).
