      *****************************************************************
      * PRINT FILE BPFIGLST - CONTROLE D'INTEGRITE DES FICHIERS       *
      *****************************************************************
           05  LIGNE-IMPR            PIC X(132).
