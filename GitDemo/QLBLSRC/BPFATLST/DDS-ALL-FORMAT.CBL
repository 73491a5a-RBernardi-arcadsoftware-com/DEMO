      *****************************************************************
      * PRINT FILE BPFATLST - MAINTENANCE DES HABILITATIONS BPFAUT    *
      *****************************************************************
           05  LIGNE-IMPR            PIC X(132).
