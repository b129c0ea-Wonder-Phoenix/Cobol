      ******************************************************************
      * DCLGEN TABLE(REPRISE)                                          *
      *        LIBRARY(API7.SOURCE.DCLGEN(REPRISE))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(REPRISE)                                      *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      * 261015 : CREATION DE LA TABLE (POINTS DE REPRISE DES           *
      *          TRAITEMENTS DE MISE A JOUR EN LOT : UNE LIGNE PAR     *
      *          PROGRAMME, ECRITE PAR ACCESS2G DANS LA MEME UNITE DE  *
      *          TRAVAIL QUE LES MISES A JOUR QU'ELLE COUVRE, JUSTE    *
      *          AVANT LA VALIDATION ACCESS2 'V' - NBAPPL = ENREGIS-   *
      *          TREMENTS DEJA APPLIQUES ET VALIDES, CLE = DERNIERE    *
      *          CLE VALIDEE, CPT1 A CPT5 = COMPTEURS DU COMPTE-RENDU) *
      ******************************************************************
           EXEC SQL DECLARE REPRISE TABLE
           ( PROGRAMME                      CHAR(8) NOT NULL,
             NBAPPL                         DECIMAL(7, 0) NOT NULL,
             CLE                            CHAR(21) NOT NULL,
             CPT1                           DECIMAL(7, 0) NOT NULL,
             CPT2                           DECIMAL(7, 0) NOT NULL,
             CPT3                           DECIMAL(7, 0) NOT NULL,
             CPT4                           DECIMAL(7, 0) NOT NULL,
             CPT5                           DECIMAL(7, 0) NOT NULL,
             HORODATE                       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE REPRISE                            *
      ******************************************************************
       01  REPRISE.
           10 PROGRAMME            PIC X(8).
           10 NBAPPL               PIC S9(7)V USAGE COMP-3.
           10 CLE                  PIC X(21).
           10 CPT1                 PIC S9(7)V USAGE COMP-3.
           10 CPT2                 PIC S9(7)V USAGE COMP-3.
           10 CPT3                 PIC S9(7)V USAGE COMP-3.
           10 CPT4                 PIC S9(7)V USAGE COMP-3.
           10 CPT5                 PIC S9(7)V USAGE COMP-3.
           10 HORODATE             PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
