      ******************************************************************
      * DCLGEN TABLE(BANQUE)                                           *
      *        LIBRARY(API7.SOURCE.DCLGEN(BANQUE))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(BANQUE)                                       *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      * 261015 : CREATION DE LA TABLE (COORDONNEES BANCAIRES DE        *
      *          L'EMPLOYE : IBAN, BIC ET TITULAIRE DU COMPTE, UNE     *
      *          LIGNE PAR MATRICULE - MAINTENUE PAR L'ACCESSEUR       *
      *          ACCESS2F, PORTEE SUR L'EXTRACTION DE PAIE)            *
      ******************************************************************
           EXEC SQL DECLARE BANQUE TABLE
           ( MAT                            CHAR(6) NOT NULL,
             IBAN                           CHAR(34) NOT NULL,
             BIC                            CHAR(11) NOT NULL
                                            WITH DEFAULT,
             TITULAIRE                      CHAR(30) NOT NULL,
             HORODATE                       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE BANQUE                             *
      ******************************************************************
       01  BANQUE.
           10 MAT                  PIC X(6).
           10 IBAN                 PIC X(34).
           10 BIC                  PIC X(11).
           10 TITULAIRE            PIC X(30).
           10 HORODATE             PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
