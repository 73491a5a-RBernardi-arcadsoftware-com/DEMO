      *****************************************************************
      * PRINT FILE BPFRCLST - TRACABILITE ET RAPPEL DE LOTS           *
      *****************************************************************
           05  LIGNE-IMPR            PIC X(132).
