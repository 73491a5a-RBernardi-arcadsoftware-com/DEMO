      *****************************************************************
      * PHYSICAL FILE BPFTRF - TRANSFERTS ENTRE DEPOTS                *
      * UNE LIGNE PAR TRANSFERT DEMANDE (ARTICLE, QUANTITE, LOT,      *
      * DEPOT SOURCE ET DEPOT DESTINATAIRE). CYCLE DE VIE :           *
      *   TFETAT = " " A EXPEDIER - BCBAL181 SORT LA QUANTITE DU      *
      *                DEPOT SOURCE VERS LE DEPOT DE TRANSIT          *
      *          = "X" EXPEDIE, EN TRANSIT                            *
      *          = "A" ARRIVEE CONFIRMEE PAR LE DEPOT DESTINATAIRE    *
      *                (BPFTRFMT, LU PAR BCBAL182 QUI PASSE ENSUITE   *
      *                LA QUANTITE DU TRANSIT AU DEPOT DESTINATAIRE ; *
      *                RESTE "A" SI LA RECEPTION EST REFUSEE)         *
      *          = "R" RECU                                           *
      *          = "E" REFUSE A L'EXPEDITION (MOTIF DANS TFLIB, A     *
      *                CORRIGER PUIS REMETTRE A BLANC)                *
      * LE STOCK GLOBAL ARSTK N'EST PAS MODIFIE PAR UN TRANSFERT.     *
      * LES TRANSFERTS EN TRANSIT ANCIENS SONT EDITES PAR BCBAL183.   *
      *****************************************************************
           05  TF-KEY-FIELDS.
               10  TFNTRF            PIC X(7).
           05  EXTERNALLY-DESCRIBED-KEY REDEFINES TF-KEY-FIELDS
                                     PIC X(7).
           05  TFRAC                 PIC X(6).
           05  TFCCC                 PIC X.
           05  TFVPV                 PIC XX.
           05  TFQTE                 PIC S9(8)V9(3) COMP-3.
      *---<LOT TRANSFERE - OBLIGATOIRE POUR UN ARTICLE SUIVI EN LOT>---*
           05  TFLOT                 PIC X(10).
           05  TFDEPS                PIC XX.
           05  TFDEPD                PIC XX.
           05  TFOPER                PIC X(10).
      *---<DATE D'EXPEDITION - EN CLAIR>-------------------------------*
           05  TFAAEX                PIC XX.
           05  TFMMEX                PIC XX.
           05  TFJJEX                PIC XX.
      *---<DATE DE RECEPTION AU DEPOT DESTINATAIRE - EN CLAIR>---------*
           05  TFAARE                PIC XX.
           05  TFMMRE                PIC XX.
           05  TFJJRE                PIC XX.
           05  TFETAT                PIC X.
           05  TFLIB                 PIC X(30).
           05  TFRUND                PIC 9(6).
