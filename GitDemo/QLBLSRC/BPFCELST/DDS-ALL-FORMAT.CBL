      *****************************************************************
      * PRINT FILE BPFCELST - COMMANDES ENVOYEES AUX FOURNISSEURS     *
      *****************************************************************
           05  LIGNE-IMPR            PIC X(132).
