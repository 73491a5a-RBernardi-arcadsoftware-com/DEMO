      *****************************************************************
      * PHYSICAL FILE BPFLIT - LITIGES SUR FACTURES FOURNISSEURS      *
      * UNE LIGNE PAR FACTURE BPFFAC PASSEE EN ECART (FAETAT = "E"),  *
      * MEME CLEF QUE LA FACTURE (FOURNISSEUR + NUMERO D'ORDRE).      *
      * OUVERTE ET DECIDEE PAR BCBAL192, TOUTE DECISION EST TRACEE    *
      * DANS BPFLITLG. LITIGES OUVERTS EDITES PAR BCBAL193.           *
      *****************************************************************
           05  LI-KEY-FIELDS.
               10  LICNUF            PIC X(6).
               10  LINORD            PIC X(5).
           05  EXTERNALLY-DESCRIBED-KEY REDEFINES LI-KEY-FIELDS
                                     PIC X(11).
           05  LINFAC                PIC X(7).
      *---<MOTIF DU LITIGE - A L'OUVERTURE, CODE ERDIFF DE L'ENTETE
      *    (01/02 ECART HT, 03 TVA, 04 TRANSPORT), REQUALIFIABLE>------*
           05  LIMOTF                PIC XX.
      *---<ACHETEUR CHARGE DU LITIGE ET NOTES DE SUIVI>----------------*
           05  LIACH                 PIC X(10).
           05  LINOTE                PIC X(60).
      *---<MONTANTS EN LITIGE (FACTURE - RECEPTION, MONNAIE LOCALE)
      *    LIECHT = ECART HT + TRANSPORT, LIECTV = ECART TVA,
      *    LIMLIT = TOTAL>---------------------------------------------*
           05  LIECHT                PIC S9(8)V9(3) COMP-3.
           05  LIECTV                PIC S9(8)V9(3) COMP-3.
           05  LIMLIT                PIC S9(8)V9(3) COMP-3.
      *---<DATES AAMMJJ D'OUVERTURE ET DE CLOTURE>---------------------*
           05  LIDTOU                PIC 9(6).
           05  LIDTCL                PIC 9(6).
      *---<ETAT - " " = OUVERT, "T" = EN ATTENTE D'AVOIR,
      *    "A" = ECART ACCEPTE (FACTURE "R"), "J" = FACTURE REFUSEE>---*
           05  LIETAT                PIC X.
      *---<OPERATEUR DE LA DERNIERE DECISION>--------------------------*
           05  LIOPER                PIC X(10).
