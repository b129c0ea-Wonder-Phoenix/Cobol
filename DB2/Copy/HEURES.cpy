      ******************************************************************
      * DCLGEN TABLE(HEURES)                                           *
      *        LIBRARY(API7.SOURCE.DCLGEN(HEURES))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(HEURES)                                       *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      * 261015 : CREATION DE LA TABLE (HEURES VARIABLES : UNE LIGNE    *
      *          PAR MATRICULE, JOUR ET TYPE D'HEURES - TYPHEU 'S' =   *
      *          HEURES SUPPLEMENTAIRES, 'N' = NUIT, 'D' = DIMANCHE    *
      *          OU JOUR FERIE ; STATUT 'S' = SAISIE, 'A' = APPROUVEE, *
      *          'R' = REFUSEE PAR LE CHEF DE DEPARTEMENT (VALIDEUR) - *
      *          ALIMENTEE PAR HEURLOAD, VALIDEE PAR HEURVAL VIA       *
      *          ACCESS2E, RESTITUEE PAR PAYEXT ET GLPOST)             *
      * 261015 : AJOUT PEREXT (PERIODE AAAAMM DE L'EXTRACTION DE PAIE  *
      *          QUI A REGLE LA LIGNE, A BLANC TANT QU'ELLE N'EST PAS  *
      *          PAYEE - RENSEIGNEE PAR PAYEXT VIA ACCESS2E 'X')       *
      ******************************************************************
           EXEC SQL DECLARE HEURES TABLE
           ( MAT                            CHAR(6) NOT NULL,
             DATJOUR                        DATE NOT NULL,
             TYPHEU                         CHAR(1) NOT NULL,
             NBHEU                          DECIMAL(4, 2) NOT NULL,
             STATUT                         CHAR(1) NOT NULL,
             VALIDEUR                       CHAR(6) NOT NULL
                                            WITH DEFAULT,
             HORODATE                       TIMESTAMP NOT NULL,
             PEREXT                         CHAR(6) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HEURES                             *
      ******************************************************************
       01  HEURES.
           10 MAT                  PIC X(6).
           10 DATJOUR              PIC X(10).
           10 TYPHEU               PIC X(1).
           10 NBHEU                PIC S9(2)V9(2) USAGE COMP-3.
           10 STATUT               PIC X(1).
           10 VALIDEUR             PIC X(6).
           10 HORODATE             PIC X(26).
           10 PEREXT               PIC X(6).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
