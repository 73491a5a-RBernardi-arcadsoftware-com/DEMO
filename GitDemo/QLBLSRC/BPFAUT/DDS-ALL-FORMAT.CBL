      *****************************************************************
      * PHYSICAL FILE BPFAUT - HABILITATIONS DES OPERATEURS AUX       *
      * FONCTIONS SENSIBLES PILOTEES PAR LA LDA. LA PRESENCE D'UN     *
      * ENREGISTREMENT UTILISATEUR + FONCTION VAUT AUTORISATION :     *
      *   CONTREP  CONTREPASSATION DE RECEPTION        (BCBAL164)     *
      *   LOTGL    CONFIRMATION DE LOT COMPTABLE       (BCBAL160)     *
      *   CONFCMD  CONFIRMATION DE COMMANDE D'ACHAT    (BCBAL172)     *
      *   BASCULE  BASCULE MENSUELLE                   (BCBAL155)     *
      *   REPINEX  REPRISE SUR RECEPTION EXISTANTE     (BCBAL150)     *
      *   GESTAUT  MAINTENANCE DE CETTE TABLE          (BCBAL202)     *
      *   BUDGACH  CHARGEMENT DU BUDGET D'ACHAT        (BCBAL204)     *
      * MAINTENU UNIQUEMENT PAR BCBAL202 (JOURNAL BPFAUTLG).          *
      *****************************************************************
           05  AU-KEY-FIELDS.
               10  AUUSER            PIC X(10).
               10  AUFONC            PIC X(8).
           05  EXTERNALLY-DESCRIBED-KEY REDEFINES AU-KEY-FIELDS
                                     PIC X(18).
      *---<DATE DE L'HABILITATION ET UTILISATEUR QUI L'A ACCORDEE>-----*
           05  AUDATE                PIC 9(6).
           05  AUOPER                PIC X(10).
           05  AUMOTIF               PIC XX.
           05  FILLER                PIC X(10).
