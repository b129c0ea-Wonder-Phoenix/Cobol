      ******************************************************************
      * DCLGEN TABLE(SEUILS)                                           *
      *        LIBRARY(API7.SOURCE.DCLGEN(SEUILS))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(SEUILS)                                       *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      * 261015 : CREATION DE LA TABLE (SEUILS DE LA DOUBLE VALIDATION  *
      *          DES MODIFICATIONS SENSIBLES - UNE SEULE LIGNE) :      *
      *          PCTAUG = HAUSSE DE SALAIRE EN % AU-DELA DE LAQUELLE   *
      *          UN 'M' EST MIS EN ATTENTE (0 = SANS CONTROLE),        *
      *          CTLGRD = 'O' : TOUT CHANGEMENT DE GRADE SUR 'T' EST   *
      *          MIS EN ATTENTE, CTLDAT = 'O' : UNE CORRECTION DE LA   *
      *          DATE D'ENTREE SUR 'T' DE PLUS DE JRSDAT JOURS EST     *
      *          MISE EN ATTENTE, JRSREL = ANCIENNETE EN JOURS A PARTIR*
      *          DE LAQUELLE UNE DEMANDE EN ATTENTE EST RELANCEE,      *
      *          JRSEXP = ANCIENNETE EN JOURS AU-DELA DE LAQUELLE ELLE *
      *          EST REJETEE D'OFFICE (VOIR ATTENTES)                  *
      ******************************************************************
           EXEC SQL DECLARE SEUILS TABLE
           ( PCTAUG                         DECIMAL(5, 2) NOT NULL,
             CTLGRD                         CHAR(1) NOT NULL,
             CTLDAT                         CHAR(1) NOT NULL,
             JRSDAT                         SMALLINT NOT NULL,
             JRSREL                         SMALLINT NOT NULL,
             JRSEXP                         SMALLINT NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE SEUILS                             *
      ******************************************************************
       01  SEUILS.
           10 PCTAUG               PIC S9(3)V9(2) USAGE COMP-3.
           10 CTLGRD               PIC X(1).
           10 CTLDAT               PIC X(1).
           10 JRSDAT               PIC S9(4) USAGE COMP.
           10 JRSREL               PIC S9(4) USAGE COMP.
           10 JRSEXP               PIC S9(4) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
