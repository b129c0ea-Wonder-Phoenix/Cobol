      ******************************************************************
      * DCLGEN TABLE(SOLDECP)                                          *
      *        LIBRARY(API7.SOURCE.DCLGEN(SOLDECP))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(SOLDECP)                                      *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      * 261015 : CREATION DE LA TABLE (SOLDES DE CONGES PAYES : UNE    *
      *          LIGNE PAR EMPLOYE ET ANNEE DE CONGE - ANNEE CIVILE -, *
      *          EN JOURS OUVRES : RELIQ = RELIQUAT REPORTE DE         *
      *          L'ANNEE PRECEDENTE, ACQUIS = CUMUL DES ACQUISITIONS   *
      *          MENSUELLES (CONGACQ), PRIS = CONGES 'C' ENREGISTRES   *
      *          PAR ACCESS2 'A', EXPIRE = JOURS PERDUS A LA CLOTURE   *
      *          (CONGCLO), DERACQ = DERNIER MOIS AAAAMM CREDITE,      *
      *          CLOTURE 'O' = ANNEE CLOSE, RELIQUAT DEJA REPORTE)     *
      ******************************************************************
           EXEC SQL DECLARE SOLDECP TABLE
           ( MAT                            CHAR(6) NOT NULL,
             ANNEE                          CHAR(4) NOT NULL,
             RELIQ                          DECIMAL(5, 2) NOT NULL,
             ACQUIS                         DECIMAL(5, 2) NOT NULL,
             PRIS                           DECIMAL(5, 2) NOT NULL,
             EXPIRE                         DECIMAL(5, 2) NOT NULL,
             DERACQ                         CHAR(6) NOT NULL,
             CLOTURE                        CHAR(1) NOT NULL,
             HORODATE                       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE SOLDECP                            *
      ******************************************************************
       01  SOLDECP.
           10 MAT                  PIC X(6).
           10 ANNEE                PIC X(4).
           10 RELIQ                PIC S9(3)V9(2) USAGE COMP-3.
           10 ACQUIS               PIC S9(3)V9(2) USAGE COMP-3.
           10 PRIS                 PIC S9(3)V9(2) USAGE COMP-3.
           10 EXPIRE               PIC S9(3)V9(2) USAGE COMP-3.
           10 DERACQ               PIC X(6).
           10 CLOTURE              PIC X(1).
           10 HORODATE             PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
