      *****************************************************************
      * PRINT FILE BPFSJLST - JOURNAL DE SECURITE ET MODIFICATIONS    *
      * DES HABILITATIONS (AUDIT INTERNE)                             *
      *****************************************************************
           05  LIGNE-IMPR            PIC X(132).
