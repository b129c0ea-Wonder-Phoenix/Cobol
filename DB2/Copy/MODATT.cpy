      ******************************************************************
      * DCLGEN TABLE(MODATT)                                           *
      *        LIBRARY(API7.SOURCE.DCLGEN(MODATT))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(MODATT)                                       *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      * 261015 : CREATION DE LA TABLE (MODIFICATIONS SENSIBLES EN      *
      *          ATTENTE DE VALIDATION PAR UN SECOND OPERATEUR : UNE   *
      *          LIGNE PAR DEMANDE 'M'/'T' RETENUE PAR ACCESS2 AU-DELA *
      *          DES SEUILS DE LA TABLE SEUILS. MOTIF : 'A' HAUSSE DE  *
      *          SALAIRE, 'G' CHANGEMENT DE GRADE, 'D' CORRECTION DE   *
      *          LA DATE D'ENTREE. STATUT : 'A' EN ATTENTE, 'V'        *
      *          VALIDEE (APPLIQUEE), 'R' REJETEE, 'X' REJETEE POUR    *
      *          DELAI EXPIRE. HORODATE = HORODATE DE LA LIGNE EMPLOYE *
      *          A LA DEMANDE, VERROU OPTIMISTE DE L'APPLICATION. LES  *
      *          COLONNES NOM A DATEFF PORTENT LES VALEURS DEMANDEES,  *
      *          ANCSAL/ANCGRD/ANCDAT LES VALEURS EN PLACE A LA        *
      *          DEMANDE. DATEFF/DATVAL '0001-01-01' = SANS OBJET)     *
      ******************************************************************
           EXEC SQL DECLARE MODATT TABLE
           ( NUMATT                         INTEGER NOT NULL,
             MAT                            CHAR(6) NOT NULL,
             CDFONC                         CHAR(1) NOT NULL,
             MOTIF                          CHAR(3) NOT NULL,
             STATUT                         CHAR(1) NOT NULL,
             DEMANDEUR                      CHAR(8) NOT NULL,
             DATDEM                         TIMESTAMP NOT NULL,
             VALIDEUR                       CHAR(8) NOT NULL
                                            WITH DEFAULT,
             DATVAL                         TIMESTAMP NOT NULL,
             HORODATE                       TIMESTAMP NOT NULL,
             NOM                            CHAR(15) NOT NULL,
             NOD                            CHAR(3) NOT NULL,
             DAT                            DATE NOT NULL,
             SAL                            DECIMAL(7, 2) NOT NULL,
             COM                            DECIMAL(7, 2) NOT NULL,
             GRD                            CHAR(2) NOT NULL,
             TAUX                           DECIMAL(5, 2) NOT NULL,
             DATEFF                         DATE NOT NULL,
             ANCSAL                         DECIMAL(7, 2) NOT NULL,
             ANCGRD                         CHAR(2) NOT NULL,
             ANCDAT                         DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MODATT                             *
      ******************************************************************
       01  MODATT.
           10 NUMATT               PIC S9(9) USAGE COMP.
           10 MAT                  PIC X(6).
           10 CDFONC               PIC X(1).
           10 MOTIF                PIC X(3).
           10 STATUT               PIC X(1).
           10 DEMANDEUR            PIC X(8).
           10 DATDEM               PIC X(26).
           10 VALIDEUR             PIC X(8).
           10 DATVAL               PIC X(26).
           10 HORODATE             PIC X(26).
           10 NOM                  PIC X(15).
           10 NOD                  PIC X(3).
           10 DAT                  PIC X(10).
           10 SAL                  PIC S9(5)V9(2) USAGE COMP-3.
           10 COM                  PIC S9(5)V9(2) USAGE COMP-3.
           10 GRD                  PIC X(2).
           10 TAUX                 PIC S9(3)V9(2) USAGE COMP-3.
           10 DATEFF               PIC X(10).
           10 ANCSAL               PIC S9(5)V9(2) USAGE COMP-3.
           10 ANCGRD               PIC X(2).
           10 ANCDAT               PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 21      *
      ******************************************************************
