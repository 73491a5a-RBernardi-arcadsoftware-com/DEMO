      *****************************************************************
      * PRINT FILE BPFFTLST - REPARTITION DES FACTURES DE TRANSPORT   *
      *****************************************************************
           05  LIGNE-IMPR            PIC X(132).
