      * 260822 : CREATION DE LA TABLE (HISTORIQUE DES SALAIRES,        *
      *          ALIMENTEE PAR ACCESS2 SUR CREATION/MODIFICATION)      *
      * 260822 : ELARGISSEMENT MAT CHAR(6)                              *
      * 261015 : AJOUT DES COLONNES ANCTAU/NOUTAU (TAUX D'ACTIVITE AVANT *
      *          ET APRES, HISTORISE COMME LE SALAIRE - CDFONC 'T' SUR  *
      *          UN CHANGEMENT DE TAUX PAR MUTATION)                    *
      * 261015 : AJOUT DE LA COLONNE DATSAI (HORODATE DE SAISIE, DATEFF *
      *          POUVANT ETRE ANTERIEURE SUR UN CHANGEMENT RETROACTIF)  *
      ******************************************************************
           EXEC SQL DECLARE EMPHIST TABLE
           ( MAT                            CHAR(6) NOT NULL,
             ANCSAL                         DECIMAL(7, 2) NOT NULL,
             ANCCOM                         DECIMAL(7, 2) NOT NULL,
             NOUSAL                         DECIMAL(7, 2) NOT NULL,
             NOUCOM                         DECIMAL(7, 2) NOT NULL,
             ANCTAU                         DECIMAL(5, 2) NOT NULL
                                            WITH DEFAULT 100,
             NOUTAU                         DECIMAL(5, 2) NOT NULL
                                            WITH DEFAULT 100,
             DATSAI                         TIMESTAMP NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EMPHIST                            *
           10 ANCCOM               PIC S9(5)V9(2) USAGE COMP-3.
           10 NOUSAL               PIC S9(5)V9(2) USAGE COMP-3.
           10 NOUCOM               PIC S9(5)V9(2) USAGE COMP-3.
           10 ANCTAU               PIC S9(3)V9(2) USAGE COMP-3.
           10 NOUTAU               PIC S9(3)V9(2) USAGE COMP-3.
           10 DATSAI               PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
