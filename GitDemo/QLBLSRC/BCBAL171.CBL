           MOVE JOUR OF DATE-JOUR  TO CHJJCM OF CMH-ENR-DDS.
           MOVE CPT-LIGCMD  TO CHNLIG OF CMH-ENR-DDS.
           MOVE ZERO        TO CHNSOL OF CMH-ENR-DDS.
           MOVE ZERO        TO CHDENV OF CMH-ENR-DDS.
           MOVE "P"         TO CHETAT OF CMH-ENR-DDS.
           WRITE CMH-ENR-DDS INVALID
               MOVE SPACE           TO WK-MESSAGE-LIB
