           MOVE GXMTRS OF GLX-ENR-DDS TO GTMTRS OF GTR-ENR-DDS.
           MOVE GXMCHG OF GLX-ENR-DDS TO GTMCHG OF GTR-ENR-DDS.
           MOVE GXRUND OF GLX-ENR-DDS TO GTRUND OF GTR-ENR-DDS.
           MOVE GXMREG OF GLX-ENR-DDS TO GTMREG OF GTR-ENR-DDS.
           MOVE GXMDEB OF GLX-ENR-DDS TO GTMDEB OF GTR-ENR-DDS.
           MOVE GXMEPX OF GLX-ENR-DDS TO GTMEPX OF GTR-ENR-DDS.
           MOVE GXMETV OF GLX-ENR-DDS TO GTMETV OF GTR-ENR-DDS.
           WRITE GTR-ENR-DDS.
      *
           ADD 1                      TO CPT-TRF.
