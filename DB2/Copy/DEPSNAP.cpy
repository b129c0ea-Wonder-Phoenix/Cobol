      *          DE CHAQUE DEPARTEMENT : UNE LIGNE PAR PERIODE AAAAMM  *
      *          ET PAR NOD, POSEE EN FIN DE MOIS PAR SNAPDEP VIA      *
      *          ACCESS2A 'H' ET RESTITUEE PAR LE RAPPORT DE TENDANCE) *
      * 261015 : AJOUT DE LA COLONNE ETP (EQUIVALENT TEMPS PLEIN =     *
      *          SOMME DES TAUX D'ACTIVITE / 100) A COTE DE NBEMP      *
      ******************************************************************
           EXEC SQL DECLARE DEPSNAP TABLE
           ( PERIODE                        CHAR(6) NOT NULL,
             NOD                            CHAR(3) NOT NULL,
             NBEMP                          INTEGER NOT NULL,
             ETP                            DECIMAL(7, 2) NOT NULL
                                            WITH DEFAULT,
             TOTSAL                         DECIMAL(9, 2) NOT NULL,
             TOTCOM                         DECIMAL(9, 2) NOT NULL,
             MOYSAL                         DECIMAL(7, 2) NOT NULL,
           10 PERIODE              PIC X(6).
           10 NOD                  PIC X(3).
           10 NBEMP                PIC S9(9) USAGE COMP.
           10 ETP                  PIC S9(5)V9(2) USAGE COMP-3.
           10 TOTSAL               PIC S9(7)V9(2) USAGE COMP-3.
           10 TOTCOM               PIC S9(7)V9(2) USAGE COMP-3.
           10 MOYSAL               PIC S9(5)V9(2) USAGE COMP-3.
           10 HORODATE             PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
