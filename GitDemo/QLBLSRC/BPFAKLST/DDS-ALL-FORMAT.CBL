      *****************************************************************
      * PRINT FILE BPFAKLST - ACCUSES DE COMMANDE : LIGNES REFUSEES,  *
      * REDUITES OU MODIFIEES ET ACCUSES REJETES (POUR L'ACHETEUR)    *
      *****************************************************************
           05  LIGNE-IMPR            PIC X(132).
