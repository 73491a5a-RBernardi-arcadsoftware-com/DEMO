      *    ARDEP DE LA FICHE ARTICLE SI NON SERVI) - C'EST LE DEPOT    *
      *    PORTE PAR LE MOUVEMENT BPFSK ET LE STOCK BPFSTKD>-----------*
           05  DRDEP                 PIC XX.
      *---<DECLARATION D'ECHANGES DE BIENS (BCBAL199) - PERIODE AAMM  *
      *    DE LA DECLARATION QUI A REPRIS LA LIGNE (DRDEBP) ET        *
      *    PERIODE DE LA RECTIFICATION EMISE APRES SA                 *
      *    CONTREPASSATION (DRDEBR). BLANC = NON DECLAREE / NON       *
      *    RECTIFIEE>--------------------------------------------------*
           05  DRDEBP                PIC X(4).
           05  DRDEBR                PIC X(4).
