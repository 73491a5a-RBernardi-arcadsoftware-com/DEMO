           05  CLPA                  PIC S9(6)V9(3) COMP-3.
      *---<ETAT - " " = OUVERTE, "S" = SOLDEE (RELIQUAT <= 0)>---------*
           05  CLETAT                PIC X.
      *---<ACCUSE FOURNISSEUR DE LA LIGNE (BCBAL197) - " " = AUCUN,    *
      *    "C" = CONFIRMEE, "M" = MODIFIEE (QTE ET/OU PRIX REPRIS      *
      *    DANS CLQTEC/CLQTER/CLPA), "R" = REFUSEE (LIGNE SOLDEE)>-----*
           05  CLACK                 PIC X.
