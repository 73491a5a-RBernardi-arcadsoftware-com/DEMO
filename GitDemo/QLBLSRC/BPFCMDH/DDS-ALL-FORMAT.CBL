      *    ACHETEUR NE L'A PAS CONFIRMEE (BCBAL172), BCBAL150 REFUSE  *
      *    D'Y RAPPROCHER UNE RECEPTION>--------------------------------*
           05  CHETAT                PIC X.
      *---<DEPOT DE LIVRAISON (BLANC = DEPOT ARDEP DE L'ARTICLE DE LA  *
      *    PREMIERE LIGNE, REPRIS A L'ENVOI)>--------------------------*
           05  CHDEP                 PIC XX.
      *---<ENVOI AU FOURNISSEUR - " " = NON TRANSMISE PAR LE SYSTEME,  *
      *    "A" = A ENVOYER (CONFIRMEE PAR BCBAL172), "E" = ENVOYEE    *
      *    PAR BCBAL196 LE CHDENV (JAMAIS RENVOYEE)>-------------------*
           05  CHENV                 PIC X.
           05  CHDENV                PIC 9(6).
      *---<ACCUSE FOURNISSEUR (BCBAL197) - CHACK " " = PAS D'ACCUSE,   *
      *    "A" = ACCUSE RECU. DATE DE LIVRAISON PROMISE EN CLAIR,     *
      *    PRIORITAIRE SUR CHDLAA/MM/JJ POUR LA RELANCE BCBAL173>------*
           05  CHACK                 PIC X.
           05  CHDPAA                PIC XX.
           05  CHDPMM                PIC XX.
           05  CHDPJJ                PIC XX.
