      *****************************************************************
      * PRINT FILE BPFAHLST - JOURNAL DES MODIFICATIONS ARTICLES      *
      *****************************************************************
           05  LIGNE-IMPR            PIC X(132).
