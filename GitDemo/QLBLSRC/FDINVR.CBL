      *****************************************************************
      * COPY NAME..................: . FDINVR                        *
      * FUNCTION...................: . FORMAT ENREG. COMPTEUR DES     *
      *         .                      LOTS DE VIREMENTS FOURNISSEURS *
      *         .                      ("VR") DANS LE FICHIER FINFODI *
      * COPY LOCATION..............: . FILE SECTION                   *
      *****************************************************************
      *
       01  IR-ENR-DDS.
           05  IRTYPE                PIC XX.
           05  IRNOLOT               PIC 9(6).
           05  FILLER                PIC X(248).
