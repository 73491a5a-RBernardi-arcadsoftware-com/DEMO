      *****************************************************************
      * PRINT FILE BPFFVLST - ECARTS DE TRANSPORT REEL / ARTRS        *
      *****************************************************************
           05  LIGNE-IMPR            PIC X(132).
