      *****************************************************************
      * PHYSICAL FILE BPFQUD - DECISIONS DU CONTROLE QUALITE          *
      * UNE LIGNE PAR DECISION SAISIE PAR LE SERVICE QUALITE SUR UNE  *
      * LIGNE EN QUARANTAINE BPFQUA. TRAITE PAR BCBAL184.             *
      *****************************************************************
      *---<LIGNE EN QUARANTAINE VISEE (MEME CLEF QUE BPFQUA)>----------*
           05  QDCNUL                PIC X(6).
           05  QDAALV                PIC XX.
           05  QDMMLV                PIC XX.
           05  QDJJLV                PIC XX.
           05  QDNORD                PIC X(5).
           05  QDRAC                 PIC X(6).
           05  QDCCC                 PIC X.
           05  QDVPV                 PIC XX.
           05  QDLOT                 PIC X(10).
           05  QDDEP                 PIC XX.
      *---<DECISION - "L" = LIBERATION EN STOCK LIBRE, "R" = RETOUR    *
      *    FOURNISSEUR (DEBIT BPFDEB), "D" = DESTRUCTION (MISE AU     *
      *    REBUT VALORISEE AU PRX)>------------------------------------*
           05  QDACT                 PIC X.
      *---<QUANTITE DECIDEE - ZERO = TOUT LE RESTANT EN QUARANTAINE>--*
           05  QDQTE                 PIC S9(8)V9(3) COMP-3.
           05  QDOPER                PIC X(10).
      *---<ETAT - " " = A TRAITER, "T" = DECISION PASSEE, "E" = REJET  *
      *    (MOTIF DANS QDLIB, A CORRIGER PUIS REMETTRE A BLANC)>-------*
           05  QDETAT                PIC X.
           05  QDLIB                 PIC X(30).
           05  QDRUND                PIC 9(6).
