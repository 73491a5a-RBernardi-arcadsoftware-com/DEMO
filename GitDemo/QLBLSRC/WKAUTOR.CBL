      *****************************************************************
      * COPY NAME..................: . WKAUTOR                       *
      * FUNCTION...................: . ZONES D'ECHANGE AVEC SRAUTOR   *
      *         .                      (HABILITATIONS BPFAUT ET       *
      *         .                      JOURNAL DE SECURITE BPFSECJ)   *
      * OTHER COPIES REQUIRED......: . SRAUTOR EN PROCEDURE          *
      * COPY LOCATION..............: . WORKING-STORAGE                *
      *****************************************************************
      *
       01  WK-AUT.
      *---<A RENSEIGNER PAR L'APPELANT : FONCTION (CLEF BPFAUT) ET    *
      *    PARAMETRES RECUS EN LDA, REPORTES AU JOURNAL>---------------*
           05  WK-AUT-FONC              PIC X(8)  VALUE SPACES.
           05  WK-AUT-PARM              PIC X(40) VALUE SPACES.
      *---<RESULTAT - "E" EXECUTE, "R" REFUSE - ET LIBELLE>-----------*
           05  WK-AUT-RES               PIC X     VALUE SPACE.
           05  WK-AUT-LIB               PIC X(30) VALUE SPACES.
      *---<RENSEIGNE PAR SRAUTOR : UTILISATEUR ET TRAVAIL SOUMIS>-----*
           05  WK-AUT-USER              PIC X(10) VALUE SPACES.
           05  WK-AUT-JOB               PIC X(10) VALUE SPACES.
           05  WK-AUT-NJOB              PIC X(6)  VALUE SPACES.
           05  WK-AUT-OK                PIC 1     VALUE B"0".
           05  WK-AUT-DATE              PIC X(6)  VALUE SPACES.
           05  WK-AUT-HEURE             PIC X(8)  VALUE SPACES.
      *
      *---<API QUSRJOBI - INFORMATIONS SUR LE TRAVAIL EN COURS, FORMAT*
      *    JOBI0100 (NOM, UTILISATEUR ET NUMERO DU TRAVAIL)>-----------*
       01  WK-JOBI.
           05  WK-JOBI-RETOUR           PIC S9(9) COMP-4.
           05  WK-JOBI-DISPO            PIC S9(9) COMP-4.
           05  WK-JOBI-JOB              PIC X(10).
           05  WK-JOBI-USER             PIC X(10).
           05  WK-JOBI-NJOB             PIC X(6).
           05  FILLER                   PIC X(66).
       01  WK-JOBI-LG                   PIC S9(9) COMP-4 VALUE 100.
       01  WK-JOBI-FORMAT               PIC X(8)  VALUE "JOBI0100".
       01  WK-JOBI-QJOB                 PIC X(26) VALUE "*".
       01  WK-JOBI-IDINT                PIC X(16) VALUE SPACES.
