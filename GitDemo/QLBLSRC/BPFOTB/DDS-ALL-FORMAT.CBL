      *****************************************************************
      * PHYSICAL FILE BPFOTB - BUDGET D'ACHAT (OPEN-TO-BUY) PAR       *
      * FAMILLE (ARFAM) ET MOIS DE LIVRAISON, AVEC SA CONSOMMATION :  *
      *   OBMBUD  BUDGET DU MOIS - CHARGE/REVISE PAR BCBAL204         *
      *   OBMENG  ENGAGE - LIGNES DE COMMANDE CONFIRMEES NON RECUES   *
      *           (RELIQUAT CLQTER * CLPA, DETAIL DANS BPFENG)        *
      *   OBMREA  REALISE - RECEPTIONS BCBAL150 (DRPA * QTE RECUE)    *
      * RESTE A ACHETER = OBMBUD - OBMREA - OBMENG, CONTROLE A LA     *
      * CONFIRMATION DE COMMANDE BCBAL172, EDITE PAR BCBAL205.        *
      * ANNEE SUR 2 CHIFFRES, PIVOT WK-PIVOT-SIECLE.                  *
      *****************************************************************
           05  OB-KEY-FIELDS.
               10  OBFAM             PIC X(3).
               10  OBAA              PIC XX.
               10  OBMM              PIC XX.
           05  EXTERNALLY-DESCRIBED-KEY REDEFINES OB-KEY-FIELDS
                                     PIC X(7).
           05  OBMBUD                PIC S9(10)V9(3) COMP-3.
           05  OBMENG                PIC S9(10)V9(3) COMP-3.
           05  OBMREA                PIC S9(10)V9(3) COMP-3.
      *---<DERNIERE REVISION DU BUDGET (BCBAL204) ET SON AUTEUR>-------*
           05  OBDTREV               PIC 9(6).
           05  OBOPER                PIC X(10).
           05  FILLER                PIC X(10).
