           05  SKSSM                 PIC XX.
           05  SKAN                  PIC XX.
           05  SKMOIS                PIC XX.
      *---<QUANTITE INFORMATIVE, HORS CHAINAGE DU STOCK : CORRECTION  *
      *    DE STOCK NEGATIF (TYPE "02"), QUANTITE SORTIE (-) OU ENTREE *
      *    (+) DU DEPOT SKDEP SUR UN TRANSFERT (TYPES "06"/"07"),      *
      *    ENTREE (+) OU SORTIE (-) DE QUARANTAINE (TYPES "08"-"11")>--*
           05  SKSTKO                PIC S9(8)V9(3) COMP-3.
           05  SKNATO                PIC X.
           05  SKSTKD                PIC S9(8)V9(3) COMP-3.
           05  SKNATD                PIC X.
           05  SKSTKV                PIC S9(8)V9(3) COMP-3.
      *---<TYPE/MOTIF - "01"/"11" RECEPTION, "02" STOCK NEGATIF,      *
      *    "03"/"91" CONTREPASSATION, "04"/"50" INVENTAIRE, "05"/"60"  *
      *    A "62" SORTIE MAGASIN, "06"/"70" EXPEDITION DE TRANSFERT,   *
      *    "07"/"71" RECEPTION DE TRANSFERT, "08"/"80" RECEPTION EN    *
      *    QUARANTAINE, "09"/"81" LIBERATION, "10"/"82" RETOUR         *
      *    FOURNISSEUR ET "11"/"83" DESTRUCTION DE QUARANTAINE>--------*
           05  SKTYPE                PIC XX.
           05  SKMOTF                PIC XX.
           05  SKCID                 PIC X(6).
