      *****************************************************************
      * PHYSICAL FILE BPFLITLG - JOURNAL DES DECISIONS SUR LITIGES    *
      * HISTORIQUE CUMULATIF ALIMENTE PAR BCBAL192 : UNE LIGNE PAR    *
      * OUVERTURE ET PAR DECISION, AVEC ETAT AVANT/APRES, MONTANT EN  *
      * LITIGE, DATE/HEURE, OPERATEUR ET NOTE.                        *
      *****************************************************************
           05  LLCNUF                PIC X(6).
           05  LLNORD                PIC X(5).
           05  LLNFAC                PIC X(7).
      *---<ACTION (CF. MLACT DE BPFLITM) - "O" AUSSI POUR L'OUVERTURE
      *    AUTOMATIQUE D'UNE FACTURE "E" SANS LITIGE>------------------*
           05  LLACT                 PIC X.
           05  LLETAV                PIC X.
           05  LLETAP                PIC X.
           05  LLMOTF                PIC XX.
           05  LLACH                 PIC X(10).
           05  LLMLIT                PIC S9(8)V9(3) COMP-3.
           05  LLDATE                PIC 9(6).
           05  LLHEURE               PIC 9(6).
           05  LLOPER                PIC X(10).
           05  LLNOTE                PIC X(60).
