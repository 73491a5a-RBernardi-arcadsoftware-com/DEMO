      *****************************************************************
      * PRINT FILE BPFINLST - CONTROLE DECLARATION ECHANGES DE BIENS  *
      *****************************************************************
           05  LIGNE-IMPR            PIC X(132).
