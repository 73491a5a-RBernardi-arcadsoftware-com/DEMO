      *****************************************************************
      * PRINT FILE BPFSOLST - SORTIES MAGASINS EN EXCEPTION           *
      *****************************************************************
           05  LIGNE-IMPR            PIC X(132).
