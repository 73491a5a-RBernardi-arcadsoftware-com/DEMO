      *****************************************************************
      * PRINT FILE BPFLTLST - LITIGES FACTURES OUVERTS PAR ACHETEUR   *
      *****************************************************************
           05  LIGNE-IMPR            PIC X(132).
