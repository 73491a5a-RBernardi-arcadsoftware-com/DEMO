      *****************************************************************
      * PRINT FILE BPFAFLST - AUTOFACTURES ET AVOIRS D'AUTOFACTURATION*
      *****************************************************************
           05  LIGNE-IMPR            PIC X(132).
