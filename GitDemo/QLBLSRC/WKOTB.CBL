      *****************************************************************
      * COPY NAME..................: . WKOTB                         *
      * FUNCTION...................: . ZONES D'ECHANGE AVEC SROTB     *
      *         .                      (BUDGET D'ACHAT BPFOTB ET      *
      *         .                      REGISTRE D'ENGAGEMENTS BPFENG) *
      * OTHER COPIES REQUIRED......: . SROTB EN PROCEDURE            *
      * COPY LOCATION..............: . WORKING-STORAGE                *
      *****************************************************************
      *
       01  WK-OTB.
      *---<CASE BUDGETAIRE A MOUVEMENTER : FAMILLE ET MOIS (AA/MM)>---*
           05  WK-OTB-FAM               PIC X(3)  VALUE SPACES.
           05  WK-OTB-AA                PIC XX    VALUE SPACES.
           05  WK-OTB-MM                PIC XX    VALUE SPACES.
      *---<NATURE - "E" ENGAGE (OBMENG), "R" REALISE (OBMREA) - ET    *
      *    MONTANT SIGNE A AJOUTER>------------------------------------*
           05  WK-OTB-NAT               PIC X     VALUE SPACE.
           05  WK-OTB-MT                PIC S9(10)V9(3) COMP-3
                                                  VALUE ZERO.
      *---<USAGE INTERNE SROTB>----------------------------------------*
           05  WK-OTB-NEW               PIC S9(10)V9(3) COMP-3
                                                  VALUE ZERO.
           05  WK-OTB-NOUV              PIC 1     VALUE B"0".
           05  WK-OTB-DATE              PIC 9(6)  VALUE ZERO.
