      * RAPPROCHEE AVEC ECART (CF. ERDIFF DE L'ENTETE) - "I" =        *
      * RECEPTION INTROUVABLE DANS BPFER - "P" = REPRISE DANS UNE     *
      * PROPOSITION DE PAIEMENT (BCBAL166) : NE REPART PLUS NI AU     *
      * RAPPROCHEMENT NI DANS UNE NOUVELLE PROPOSITION. "V" =         *
      * VIREMENT EMIS (BCBAL188, LOT FANLOT) EN ATTENTE D'ACCUSE DE   *
      * LA BANQUE - "A" = ACQUITTEE (BCBAL189, DATE DE REGLEMENT      *
      * FAAAPY/FAMMPY/FAJJPY). UN VIREMENT REJETE REVIENT A "R" AVEC  *
      * LE MOTIF DANS FAMOTR ET REPART A LA PROPOSITION SUIVANTE.     *
      * UNE FACTURE "E" SE TRAITE EN LITIGE (BPFLIT, BCBAL192) :      *
      * ECART ACCEPTE = RETOUR A "R", REFUS = "J" (RENVOYEE AU        *
      * FOURNISSEUR, NE SERA JAMAIS PAYEE NI RAPPROCHEE).             *
           05  FAETAT                PIC X.
           05  FARUND                PIC 9(6).
      *---<REGLEMENT - MAINTENU PAR BCBAL188/BCBAL189>-----------------*
      * FAMDEB : DEBITS FOURNISSEURS DEDUITS DU TTC (PYMDEB DU LOT DE *
      * PAIEMENT). FANLOT : NUMERO DU LOT DE VIREMENTS BANCAIRES.     *
           05  FAMDEB                PIC S9(8)V9(3) COMP-3.
           05  FANLOT                PIC X(6).
           05  FAAAPY                PIC XX.
           05  FAMMPY                PIC XX.
           05  FAJJPY                PIC XX.
           05  FAMOTR                PIC X(30).
      *---<AUTOFACTURATION (BCBAL198) - " " = FACTURE FOURNISSEUR     *
      *    SAISIE, "F" = AUTOFACTURE EMISE SUR LES CUMULS DE LA       *
      *    RECEPTION (CREEE DIRECTEMENT "R"), "A" = AUTOFACTURE       *
      *    ANNULEE PAR UN AVOIR D'AUTOFACTURATION APRES               *
      *    CONTREPASSATION DE LA RECEPTION (BCBAL164). FANAVA :       *
      *    NUMERO DE CET AVOIR - SON MONTANT TTC EST DEBITE AU        *
      *    FOURNISSEUR DANS BPFDEB (MOTIF "04")>-----------------------*
           05  FAAUTF                PIC X.
           05  FANAVA                PIC X(7).
