      * LES LOTS DONT LA DLUO TOMBE DANS LES N JOURS SONT EDITES.     *
      * ZERO OU NON NUMERIQUE = 30 JOURS PAR DEFAUT.                  *
           05  WLDA-NJEXP               PIC 9(3).
      *---<PERIODE D'EDITION DES JOURNAUX DES MODIFICATIONS ZPFFR      *
      *    (BCBAL177) ET BPFAR100 (BCBAL195) - DATES AAMMJJ            *
      *    INCLUSES. SERT AUSSI DE PERIODE DE LIVRAISON A BCBAL200>----*
           05  WLDA-DTDEB               PIC 9(6).
           05  WLDA-DTFIN               PIC 9(6).
      *---<ALERTE MARGE (BCBAL178)>------------------------------------*
      * "MG" DANS FINFODI (DEFAUT 20). ZERO/NON NUMERIQUE = DEFAUTS.  *
           05  WLDA-MARGE-MIN           PIC 9(3).
           05  WLDA-MARGE-CIB           PIC 9(3).
      *---<ANCIENNETE D'ALERTE DES TRANSFERTS EN TRANSIT (BCBAL183)>---*
      * LES TRANSFERTS EXPEDIES DEPUIS PLUS DE N JOURS ET NON RECUS   *
      * SONT EDITES. ZERO OU NON NUMERIQUE = 5 JOURS PAR DEFAUT.      *
           05  WLDA-NJTRF               PIC 9(3).
      *---<LOT DE VIREMENTS FOURNISSEURS A CONFIRMER (BCBAL189)>-------*
      * NUMERO DE LOT (FANLOT) DONT LA BANQUE A ACCUSE RECEPTION.     *
           05  WLDA-NOVIR               PIC X(6).
      *---<TRACABILITE ET RAPPEL DE LOT (BCBAL200)>--------------------*
      * ARTICLE (RAC/CCC/VPV) + LOT FOURNISSEUR, OU FOURNISSEUR +      *
      * PERIODE DE LIVRAISON WLDA-DTDEB/WLDA-DTFIN (AAMMJJ INCLUSES).  *
      * WLDA-RCMODE = "R" : RAPPEL, LES LOTS TRACES SONT BLOQUES ;     *
      * BLANC = CONSULTATION SEULE, AUCUNE MISE A JOUR.                *
           05  WLDA-RCRAC               PIC X(6).
           05  WLDA-RCCCC               PIC X.
           05  WLDA-RCVPV               PIC XX.
           05  WLDA-RCLOT               PIC X(10).
           05  WLDA-RCCNUF              PIC X(6).
           05  WLDA-RCMODE              PIC X.
      *---<CONTROLE DU BUDGET D'ACHAT A LA CONFIRMATION (BCBAL172)>----*
      * WLDA-OTB-REFUS = "O" : UNE COMMANDE QUI DEPASSE LE RESTE A    *
      * ACHETER D'UNE FAMILLE EST REFUSEE ; BLANC = SIMPLE ALERTE.    *
           05  WLDA-OTB-REFUS           PIC X.
           05  FILLER                   PIC X(2).
