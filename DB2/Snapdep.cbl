      *       (ACCESS2A 'H') POUR LA PERIODE AAAAMM DU PARM (DEFAUT :   *
      *       MOIS COURANT), ET EDITER UNE LIGNE PAR DEPARTEMENT.       *
      *  260902 : CREATION DU PROGRAMME                                *
      *  261015 : EQUIVALENT TEMPS PLEIN (ETP) POSE DANS L'INSTANTANE  *
      *           ET EDITE A COTE DE L'EFFECTIF                         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(05) VALUE 'EFFEC'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(07) VALUE '    ETP'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE 'TOTAL SAL'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE 'TOTAL COM'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(05) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(07) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE ALL '-'.
           05 ED-L5-NDE      PIC X(06) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-NBEMP    PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-ETP      PIC ZZZ9,99 VALUE ZEROES.
           05                PIC X(04) VALUE SPACES.
           05 ED-L5-SAL      PIC Z(5).ZZZ,ZZ VALUE ZEROES.
           05                PIC X(03) VALUE SPACES.
                MOVE WS-NOD-COURANT TO ED-L5-NOD
                MOVE WS-NDE-COURANT TO ED-L5-NDE
                MOVE DNB-EMP        TO ED-L5-NBEMP
                MOVE DTOT-ETP       TO ED-L5-ETP
                MOVE DTOT-SAL       TO ED-L5-SAL
                MOVE DTOT-COM       TO ED-L5-COM
                MOVE DMOY-SAL       TO ED-L5-MOY
      ********************************************************************#
      *1                              INSTANTANE MENSUEL
      *                               -------------------------
      *0PERIODE : 202610
      *0NOD   NDE      EFFEC       ETP   TOTAL SAL    TOTAL COM    SAL MOYEN
      * ---   ------   -----   -------   ----------   ----------   ----------
      * P01   RH           2      1,50       24.100,50       3.500,00      12.050,25
      * P02   COMPTA       3      2,80       25.000,00       7.401,00       8.333,33
      *0DEPARTEMENTS HISTORISES:    2   ERREURS :     0
      *********************************** BOTTOM OF DATA *********************************
