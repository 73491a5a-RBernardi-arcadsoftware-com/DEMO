      * PHYSICAL FILE BPFSTKD - STOCK PAR ARTICLE ET PAR DEPOT        *
      * UNE LIGNE PAR ARTICLE/DEPOT, MAINTENUE AU FIL DES MOUVEMENTS  *
      * (RECEPTIONS BCBAL150, CONTREPASSATIONS BCBAL164, AJUSTEMENTS  *
      * D'INVENTAIRE BCBAL168, SORTIES MAGASINS BCBAL180). CHAQUE     *
      * PROGRAMME Y REPORTE LA MEME VARIATION QUE CELLE APPLIQUEE A   *
      * ARSTK : LE STOCK GLOBAL ARSTK DE BPFAR100 RESTE EGAL A LA     *
      * SOMME DES DEPOTS (CONTROLE EDITE PAR BCBAL170).               *
      *****************************************************************
           05  SD-KEY-FIELDS.
               10  SDRAC             PIC X(6).
