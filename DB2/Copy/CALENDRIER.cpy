      ******************************************************************
      * DCLGEN TABLE(CALENDRIER)                                       *
      *        LIBRARY(API7.SOURCE.DCLGEN(CALENDRIER))                 *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(CALENDRIER)                                   *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      * 261015 : CREATION DE LA TABLE (CALENDRIER DE LA SOCIETE : UNE  *
      *          LIGNE PAR JOUR DE L'ANNEE, TYPJOUR 'O' = OUVRE,       *
      *          'W' = REPOS HEBDOMADAIRE, 'F' = JOUR FERIE - CHARGEE  *
      *          PAR CALLOAD, LUE PAR LE DECOMPTE DES JOURS OUVRES     *
      *          DES ABSENCES : ACCESS2 'A'/'J' ET ABSRPT)             *
      ******************************************************************
           EXEC SQL DECLARE CALENDRIER TABLE
           ( DATJOUR                        DATE NOT NULL,
             TYPJOUR                        CHAR(1) NOT NULL,
             LIBELLE                        CHAR(20) NOT NULL,
             HORODATE                       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CALENDRIER                         *
      ******************************************************************
       01  CALENDRIER.
           10 DATJOUR              PIC X(10).
           10 TYPJOUR              PIC X(1).
           10 LIBELLE              PIC X(20).
           10 HORODATE             PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
