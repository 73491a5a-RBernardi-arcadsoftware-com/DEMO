           MOVE SPACES                TO DBNOAV  OF DB-ENR-DDS.
           MOVE WK-TODAY              TO DBRUND  OF DB-ENR-DDS.
           MOVE ZERO                  TO DBAVD   OF DB-ENR-DDS.
           MOVE ZERO                  TO DBMREG  OF DB-ENR-DDS.
           MOVE SPACES                TO DBNFAC  OF DB-ENR-DDS.
           MOVE ZERO                  TO DBMCMP  OF DB-ENR-DDS.
           WRITE DB-ENR-DDS INVALID
               MOVE SPACE           TO WK-MESSAGE-LIB
               STRING " ECRITURE DEBIT IMPOSSIBLE " REF-PGM
