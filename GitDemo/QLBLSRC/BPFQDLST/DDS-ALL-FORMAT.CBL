      *****************************************************************
      * PRINT FILE BPFQDLST - DECISIONS QUALITE PASSEES ET REJETEES   *
      *****************************************************************
           05  LIGNE-IMPR            PIC X(132).
