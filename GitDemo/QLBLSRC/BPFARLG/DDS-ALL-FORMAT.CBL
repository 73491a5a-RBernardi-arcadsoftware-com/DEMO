      *****************************************************************
      * PHYSICAL FILE BPFARLG - JOURNAL DES MODIFICATIONS BPFAR100    *
      * HISTORIQUE CUMULATIF ALIMENTE PAR BCBAL194 : UNE LIGNE PAR    *
      * ZONE MODIFIEE AVEC ANCIENNE ET NOUVELLE VALEUR, DATE/HEURE,   *
      * OPERATEUR ET MOTIF. EDITE SUR PERIODE PAR BCBAL195.           *
      *****************************************************************
           05  LARAC                 PIC X(6).
           05  LACCC                 PIC X.
           05  LAVPV                 PIC XX.
      *---<NOM DE LA ZONE BPFAR100 MODIFIEE ("CREAT." = CREATION,     *
      *    "SUPPR." = SUPPRESSION)>------------------------------------*
           05  LAZONE                PIC X(6).
           05  LAOLD                 PIC X(23).
           05  LANEW                 PIC X(23).
           05  LADATE                PIC 9(6).
           05  LAHEURE               PIC 9(6).
           05  LAOPER                PIC X(10).
           05  LAMOTIF               PIC XX.
