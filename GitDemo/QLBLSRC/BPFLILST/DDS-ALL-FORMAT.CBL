      *****************************************************************
      * PRINT FILE BPFLILST - DECISIONS SUR LITIGES FACTURES          *
      *****************************************************************
           05  LIGNE-IMPR            PIC X(132).
