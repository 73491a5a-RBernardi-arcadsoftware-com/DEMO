      *****************************************************************
      * PHYSICAL FILE BPFFRT - FACTURES TRANSPORTEURS (ENTETES)       *
      * UNE LIGNE PAR FACTURE DE TRANSPORT SAISIE. LES RECEPTIONS     *
      * COUVERTES SONT DANS BPFFRTL (MEME TRANSPORTEUR + FACTURE).    *
      * REPARTIE PAR BCBAL190 SUR LES LIGNES BPFDR DES RECEPTIONS.    *
      *****************************************************************
           05  FTCTRA                PIC X(6).
           05  FTNFAC                PIC X(7).
      *---<DATE DE LA FACTURE - EN CLAIR>------------------------------*
           05  FTAAFA                PIC XX.
           05  FTMMFA                PIC XX.
           05  FTJJFA                PIC XX.
      *---<MONTANT HT DU TRANSPORT FACTURE>----------------------------*
           05  FTMHT                 PIC S9(8)V9(3) COMP-3.
      *---<CLEF DE REPARTITION - "V" = AU PRORATA DE LA VALEUR ACHAT   *
      *    (DRQTE * DRPA), "Q" = AU PRORATA DES QUANTITES RECUES>------*
           05  FTMODE                PIC X.
      *---<CUMULS POSES PAR BCBAL190 : ESTIMATION ARTRS DES LIGNES     *
      *    (DRTRSP * DRQTE) ET ECART REEL - ESTIMATION>----------------*
           05  FTMEST                PIC S9(8)V9(3) COMP-3.
           05  FTMECA                PIC S9(8)V9(3) COMP-3.
      *---<ETAT - " " = A REPARTIR, "T" = REPARTIE, "E" = REJET (MOTIF *
      *    DANS FTLIB, A CORRIGER PUIS REMETTRE A BLANC)>--------------*
           05  FTETAT                PIC X.
           05  FTLIB                 PIC X(30).
           05  FTRUND                PIC 9(6).
