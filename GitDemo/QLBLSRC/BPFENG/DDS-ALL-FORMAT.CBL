      *****************************************************************
      * PHYSICAL FILE BPFENG - REGISTRE DES ENGAGEMENTS D'ACHAT       *
      * UNE LIGNE PAR LIGNE DE COMMANDE CONFIRMEE (BCBAL172), MEME    *
      * CLEF QUE BPFCMDL. ENMENG = VALEUR ENCORE ENGAGEE DE LA LIGNE  *
      * (CLQTER * CLPA, ZERO UNE FOIS LA LIGNE SOLDEE), REEVALUEE PAR *
      * SROTB A CHAQUE RECEPTION BCBAL150, CONTREPASSATION BCBAL164   *
      * ET ACCUSE FOURNISSEUR BCBAL197 ; L'ECART EST PORTE DANS       *
      * OBMENG DE LA FAMILLE/MOIS FIXES A LA CONFIRMATION.            *
      *****************************************************************
           05  EN-KEY-FIELDS.
               10  ENCNUF            PIC X(6).
               10  ENNORD            PIC X(5).
               10  ENRAC             PIC X(6).
               10  ENCCC             PIC X.
               10  ENVPV             PIC XX.
           05  EXTERNALLY-DESCRIBED-KEY REDEFINES EN-KEY-FIELDS
                                     PIC X(20).
      *---<FAMILLE ET MOIS DE LIVRAISON IMPUTES (BPFOTB)>--------------*
           05  ENFAM                 PIC X(3).
           05  ENAA                  PIC XX.
           05  ENMM                  PIC XX.
           05  ENMENG                PIC S9(10)V9(3) COMP-3.
           05  ENDTCF                PIC 9(6).
           05  FILLER                PIC X(10).
