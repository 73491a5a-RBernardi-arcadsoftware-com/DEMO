      *****************************************************************
      * PRINT FILE BPFTELST - TRANSFERTS - COMPTE-RENDU D'EXPEDITION   *
      *****************************************************************
           05  LIGNE-IMPR            PIC X(132).
