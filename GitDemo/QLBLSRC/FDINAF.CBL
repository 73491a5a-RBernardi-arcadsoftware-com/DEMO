      *****************************************************************
      * COPY NAME..................: . FDINAF                        *
      * FUNCTION...................: . FORMAT ENREG. COMPTEUR DES     *
      *         .                      AUTOFACTURES ET AVOIRS         *
      *         .                      D'AUTOFACTURATION ("AF") DANS  *
      *         .                      LE FICHIER FINFODI             *
      * COPY LOCATION..............: . FILE SECTION                   *
      *****************************************************************
      *
       01  IA-ENR-DDS.
           05  IATYPE                PIC XX.
           05  IANOFA                PIC 9(6).
           05  FILLER                PIC X(248).
