      *****************************************************************
      * PHYSICAL FILE BPFCDAK - ACCUSES DE COMMANDE FOURNISSEURS      *
      * EXPLOITE PAR BCBAL197. LA COMMANDE EST RETROUVEE PAR          *
      * FOURNISSEUR + NUMERO CHNCMD ENVOYE DANS BPFCDEX :             *
      *   AKTYP = "E" ENTETE - DATE DE LIVRAISON PROMISE              *
      *         = "L" LIGNE  - AKSTAT "C" CONFIRMEE TELLE QUELLE,     *
      *                    "M" MODIFIEE (AKQTEC/AKPA), "R" REFUSEE    *
      *****************************************************************
           05  AKTYP                 PIC X.
           05  AKCNUF                PIC X(6).
           05  AKNCMD                PIC X(8).
           05  AKENT.
               10  AKDPAA            PIC XX.
               10  AKDPMM            PIC XX.
               10  AKDPJJ            PIC XX.
               10  FILLER            PIC X(24).
           05  AKLIG REDEFINES AKENT.
               10  AKRAC             PIC X(6).
               10  AKCCC             PIC X.
               10  AKVPV             PIC XX.
               10  AKSTAT            PIC X.
      *---<QTE ET PRIX CONFIRMES (LIGNE "M") - PRIX A ZERO = PRIX DE  *
      *    COMMANDE INCHANGE>------------------------------------------*
               10  AKQTEC            PIC 9(8)V9(3).
               10  AKPA              PIC 9(6)V9(3).
