      *****************************************************************
      * PHYSICAL FILE BPFOTBMT - CHARGEMENT ET REVISION DU BUDGET     *
      * D'ACHAT BPFOTB, TRAITE PAR BCBAL204 : UNE LIGNE PAR FAMILLE   *
      * ET MOIS. LE MONTANT REMPLACE LE BUDGET EN PLACE (CHARGEMENT   *
      * ANNUEL PUIS REVISIONS) ; ENGAGE ET REALISE NE SONT PAS TOUCHES.*
      * MOTIF OBLIGATOIRE. L'OPERATEUR EST L'UTILISATEUR DU TRAVAIL.  *
      *****************************************************************
           05  OMFAM                 PIC X(3).
           05  OMAA                  PIC XX.
           05  OMMM                  PIC XX.
           05  OMMBUD                PIC 9(10)V99.
           05  OMMOTIF               PIC XX.
           05  FILLER                PIC X(10).
