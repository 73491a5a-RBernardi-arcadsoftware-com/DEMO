      *****************************************************************
      * PRINT FILE BPFDALST - DEBITS FOURNISSEURS SANS AVOIR PAR      *
      * ANCIENNETE                                                    *
      *****************************************************************
           05  LIGNE-IMPR            PIC X(132).
