      *****************************************************************
      * PRINT FILE BPFTALST - TRANSFERTS EN TRANSIT NON RECUS          *
      *****************************************************************
           05  LIGNE-IMPR            PIC X(132).
