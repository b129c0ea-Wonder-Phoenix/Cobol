      * 260902 : AJOUT DE LA COLONNE GRD (CODE GRADE, TABLE GRADE,       *
      *          BLANC = SANS GRADE - BANDE SALARIALE CONTROLEE PAR      *
      *          ACCESS2 SUR CREATION/MODIFICATION/MUTATION)             *
      * 261015 : AJOUT DE LA COLONNE TAUX (TAUX D'ACTIVITE EN %, 100 =   *
      *          TEMPS PLEIN - SAL RESTE LE SALAIRE DE BASE TEMPS PLEIN)*
      * 261015 : AJOUT DES COLONNES TYPCTR (TYPE DE CONTRAT 'I' DUREE    *
      *          INDETERMINEE / 'D' DUREE DETERMINEE) ET DATFCT (DATE DE *
      *          FIN DE CONTRAT, '0001-01-01' = SANS OBJET)              *
      ******************************************************************
           EXEC SQL DECLARE EMPLOYE TABLE
           ( MAT                            CHAR(6) NOT NULL,
                                            WITH DEFAULT '0001-01-01',
             GRD                            CHAR(2) NOT NULL
                                            WITH DEFAULT,
             TAUX                           DECIMAL(5, 2) NOT NULL
                                            WITH DEFAULT 100,
             TYPCTR                         CHAR(1) NOT NULL
                                            WITH DEFAULT 'I',
             DATFCT                         DATE NOT NULL
                                            WITH DEFAULT '0001-01-01',
             HORODATE                       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
           10 STA                  PIC X(1).
           10 DATDEP               PIC X(10).
           10 GRD                  PIC X(2).
           10 TAUX                 PIC S9(3)V9(2) USAGE COMP-3.
           10 TYPCTR               PIC X(1).
           10 DATFCT               PIC X(10).
           10 HORODATE             PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
