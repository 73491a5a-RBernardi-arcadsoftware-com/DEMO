      ******* ARSTK DE BPFAR100. UN ARTICLE DONT L'HISTORIQUE EST
      ******* ANTERIEUR A LA MISE EN PLACE DU STOCK PAR DEPOT RESSORT
      ******* EN DESACCORD TANT QU'UN INVENTAIRE (BCBAL168) N'A PAS
      ******* RECALE LES DEPOTS. LE DEPOT DE TRANSIT (WK-DEP-TRANSIT)
      ******* ENTRE DANS LA SOMME : UN TRANSFERT EN COURS NE SORT PAS
      ******* DU STOCK DE L'ARTICLE.
      ****************************************************************
       FIN-ARTICLE.
           MOVE WSAUT-RAC  TO ARRAC OF AR-ENR-DDS.
