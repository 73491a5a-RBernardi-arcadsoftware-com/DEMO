      ******* NOMBRE ET CUMUL DES VARIATIONS SKSTKV. UNE CORRECTION
      ******* DE STOCK NEGATIF REND LA VARIATION INFERIEURE A LA
      ******* QUANTITE LIVREE : L'ECART EST ALORS A EXPLIQUER PAR LES
      ******* ANOMALIES "20" DU JOUR. UNE RECEPTION MISE EN
      ******* QUARANTAINE QUALITE (TYPE "08" MOTIF "80") NE FAIT PAS
      ******* VARIER LE STOCK LIBRE : SA QUANTITE EST DANS SKSTKO.
      ****************************************************************
       CUMUL-SK.
           OPEN INPUT BPFSK.
                   ADD 1 TO WSK-CPT
                   ADD SKSTKV OF SK-ENR-DDS TO WSK-QTE
               END-IF
               IF SKAAM OF SK-ENR-DDS = WK-TODAY-ENC AND
                  SKMMM OF SK-ENR-DDS = WK-TODAY (3:2) AND
                  SKJJM OF SK-ENR-DDS = WK-TODAY (5:2) AND
                  SKTYPE OF SK-ENR-DDS = "08" AND
                  SKMOTF OF SK-ENR-DDS = "80"
                   ADD 1 TO WSK-CPT
                   ADD SKSTKO OF SK-ENR-DDS TO WSK-QTE
               END-IF
               PERFORM LECT-SK THRU LECT-SK-EXIT
           END-PERFORM.
           CLOSE BPFSK.
      *
      ****************************************************************
      ******* TOTAUX DES EXTRACTIONS COMPTABLES DU JOUR (GXRUND =
      ******* DATE DU JOUR). UNE CONTREPASSATION (BCBAL164), UN
      ******* ECART DE CHANGE (BCBAL153), UN ECART DE TRANSPORT
      ******* (BCBAL190) OU UN ECART DE FACTURE ACCEPTE EN LITIGE
      ******* (BCBAL192) DU MEME JOUR Y FIGURE AUSSI : UN DESACCORD
      ******* AVEC LES ENTETES DU JOUR S'EXPLIQUE ALORS PAR CES
      ******* EXTRACTIONS PARTICULIERES. LES REGLEMENTS
      ******* FOURNISSEURS (BCBAL189, GXMREG/GXMDEB) NE CONCERNENT
      ******* PAS LES RECEPTIONS ET SONT ECARTES.
      ****************************************************************
       CUMUL-GLX.
           OPEN INPUT BPFGLEX.
           MOVE FAUX  TO TOP-FIN.
           PERFORM LECT-GLX THRU LECT-GLX-EXIT.
           PERFORM UNTIL TOP-FIN = VRAI
               IF GXRUND = WK-TODAY AND
                  GXMREG = ZERO AND GXMDEB = ZERO
                   ADD 1 TO WGLX-CPT
                   ADD GXMPA  TO WGLX-MPA
                   ADD GXMTVA TO WGLX-MTVA
           MOVE WERJ-MPA   TO WLS-M1.
           MOVE WERJ-MTVA  TO WLS-M2.
           WRITE LST-ENR-DDS FROM WLIGNE-SRC.
           MOVE "MOUVEMENTS BPFSK 01/11+08 (NB/QTE)" TO WLS-LIB.
           MOVE WSK-CPT    TO WLS-CPT.
           MOVE WSK-QTE    TO WLS-M1.
           MOVE ZERO       TO WLS-M2.
