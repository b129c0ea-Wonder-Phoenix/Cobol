      *          CENTRE DE COUT ET COMPTES GENERAUX - SALAIRES,        *
      *          COMMISSIONS, PRIMES - DE CHAQUE DEPARTEMENT, LUE PAR  *
      *          L'INTERFACE COMPTABLE GLPOST)                         *
      * 261015 : AJOUT DE LA COLONNE CPTHEU (COMPTE DES HEURES         *
      *          VARIABLES APPROUVEES)                                 *
      ******************************************************************
           EXEC SQL DECLARE GLMAP TABLE
           ( NOD                            CHAR(3) NOT NULL,
             CPTSAL                         CHAR(8) NOT NULL,
             CPTCOM                         CHAR(8) NOT NULL,
             CPTPRI                         CHAR(8) NOT NULL,
             HORODATE                       TIMESTAMP NOT NULL,
             CPTHEU                         CHAR(8) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GLMAP                              *
           10 CPTCOM               PIC X(8).
           10 CPTPRI               PIC X(8).
           10 HORODATE             PIC X(26).
           10 CPTHEU               PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
