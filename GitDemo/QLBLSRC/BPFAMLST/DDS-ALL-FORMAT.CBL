      *****************************************************************
      * PRINT FILE BPFAMLST - MAINTENANCE DU FICHIER ARTICLES         *
      *****************************************************************
           05  LIGNE-IMPR            PIC X(132).
