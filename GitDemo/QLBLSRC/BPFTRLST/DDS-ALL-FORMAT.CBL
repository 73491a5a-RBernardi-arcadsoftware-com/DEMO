      *****************************************************************
      * PRINT FILE BPFTRLST - TRANSFERTS - COMPTE-RENDU DE RECEPTION   *
      *****************************************************************
           05  LIGNE-IMPR            PIC X(132).
