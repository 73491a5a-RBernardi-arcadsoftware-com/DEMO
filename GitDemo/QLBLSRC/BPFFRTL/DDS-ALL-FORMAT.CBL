      *****************************************************************
      * PHYSICAL FILE BPFFRTL - RECEPTIONS COUVERTES PAR UNE FACTURE  *
      * DE TRANSPORT (BPFFRT). UNE LIGNE PAR ENTETE BPFER (ERCNUL +   *
      * ERNORD). BCBAL190 Y POSE LA BASE DE REPARTITION, L'ESTIMATION *
      * ARTRS ET LA PART REELLE ; BCBAL191 EN TIRE LES ECARTS PAR     *
      * TRANSPORTEUR ET PAR FOURNISSEUR.                              *
      *****************************************************************
           05  FL-KEY-FIELDS.
               10  FLCTRA            PIC X(6).
               10  FLNFAC            PIC X(7).
               10  FLCNUL            PIC X(6).
               10  FLNORD            PIC X(5).
           05  EXTERNALLY-DESCRIBED-KEY REDEFINES FL-KEY-FIELDS
                                     PIC X(24).
      *---<BASE DE REPARTITION DE LA RECEPTION (VALEUR OU QUANTITE     *
      *    SELON FTMODE)>----------------------------------------------*
           05  FLBASE                PIC S9(11)V9(3) COMP-3.
           05  FLMEST                PIC S9(8)V9(3) COMP-3.
           05  FLMREL                PIC S9(8)V9(3) COMP-3.
           05  FLMECA                PIC S9(8)V9(3) COMP-3.
      *---<DATE DE LA FACTURE DE TRANSPORT (PERIODE DES ETATS)>--------*
           05  FLAAFA                PIC XX.
           05  FLMMFA                PIC XX.
      *---<ETAT - " " = A REPARTIR, "T" = REPARTIE>--------------------*
           05  FLETAT                PIC X.
           05  FLRUND                PIC 9(6).
