      *****************************************************************
      * PHYSICAL FILE BPFQUA - STOCK EN QUARANTAINE QUALITE           *
      * UNE LIGNE PAR LIGNE DE RECEPTION (ARTICLE + LOT + DEPOT)      *
      * D'UN ARTICLE OU D'UN FOURNISSEUR SOUMIS A CONTROLE QUALITE    *
      * (ARINSP / FRINSP = "O"), CREEE PAR BCBAL150 QUAND LA QUANTITE *
      * RECUE EST POSTEE EN STOCK BLOQUE (ARSTKB) AU LIEU DU STOCK    *
      * LIBRE. SOLDEE PAR LES DECISIONS QUALITE DE BCBAL184           *
      * (LIBERATION, RETOUR FOURNISSEUR, DESTRUCTION) OU PAR LA       *
      * CONTREPASSATION DE LA RECEPTION (BCBAL164). ETAT DES          *
      * QUARANTAINES EN COURS PAR ANCIENNETE : BCBAL185.              *
      *****************************************************************
      *---<CLEF : RECEPTION (FOURNISSEUR, DATE DE LIVRAISON EN CLAIR, *
      *    NUMERO) PUIS ARTICLE, LOT ET DEPOT DE LA LIGNE>-------------*
           05  QU-KEY-FIELDS.
               10  QUCNUL            PIC X(6).
               10  QUAALV            PIC XX.
               10  QUMMLV            PIC XX.
               10  QUJJLV            PIC XX.
               10  QUNORD            PIC X(5).
               10  QURAC             PIC X(6).
               10  QUCCC             PIC X.
               10  QUVPV             PIC XX.
               10  QULOT             PIC X(10).
               10  QUDEP             PIC XX.
           05  EXTERNALLY-DESCRIBED-KEY REDEFINES QU-KEY-FIELDS
                                     PIC X(38).
      *---<DATE DE RECEPTION CODEE SIECLE COMME DANS BPFDR (ERAARC) - *
      *    REPRISE TELLE QUELLE DANS LA CLEF DU DEBIT BPFDEB>----------*
           05  QUAARC                PIC XX.
           05  QUMMRC                PIC XX.
           05  QUJJRC                PIC XX.
      *---<QUANTITE ENTREE EN QUARANTAINE ET QUANTITE RESTANTE>--------*
           05  QUQTEI                PIC S9(8)V9(3) COMP-3.
           05  QUQTE                 PIC S9(8)V9(3) COMP-3.
      *---<CUMULS DES DECISIONS - LIBEREE, RETOURNEE, DETRUITE>--------*
           05  QUQTEL                PIC S9(8)V9(3) COMP-3.
           05  QUQTER                PIC S9(8)V9(3) COMP-3.
           05  QUQTED                PIC S9(8)V9(3) COMP-3.
      *---<PRIX D'ACHAT RECU (MONNAIE LOCALE) - VALEUR DU DEBIT EN CAS*
      *    DE RETOUR FOURNISSEUR>--------------------------------------*
           05  QUPA                  PIC S9(6)V9(3) COMP-3.
      *---<DATE LIMITE D'UTILISATION OPTIMALE DU LOT (DLUO)>-----------*
           05  QUAADL                PIC XX.
           05  QUMMDL                PIC XX.
           05  QUJJDL                PIC XX.
      *---<ETAT - " " = EN QUARANTAINE, "S" = SOLDEE>------------------*
           05  QUETAT                PIC X.
           05  QUDMAJ                PIC 9(6).
