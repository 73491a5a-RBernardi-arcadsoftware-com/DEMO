      *****************************************************************
      * PRINT FILE BPFQALST - QUARANTAINES EN COURS PAR ANCIENNETE    *
      *****************************************************************
           05  LIGNE-IMPR            PIC X(132).
