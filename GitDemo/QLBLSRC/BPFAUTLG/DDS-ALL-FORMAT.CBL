      *****************************************************************
      * PHYSICAL FILE BPFAUTLG - JOURNAL DES MODIFICATIONS BPFAUT     *
      * HISTORIQUE CUMULATIF ALIMENTE PAR BCBAL202 : UNE LIGNE PAR    *
      * HABILITATION ACCORDEE OU RETIREE, AVEC DATE/HEURE, OPERATEUR  *
      * (UTILISATEUR DU TRAVAIL) ET MOTIF. EDITE PAR BCBAL203.        *
      *****************************************************************
           05  ALUSER                PIC X(10).
           05  ALFONC                PIC X(8).
      *---<ACTION - "C" ACCORDEE, "S" RETIREE>-------------------------*
           05  ALACT                 PIC X.
           05  ALDATE                PIC 9(6).
           05  ALHEURE               PIC 9(6).
           05  ALOPER                PIC X(10).
           05  ALMOTIF               PIC XX.
