      *       ACTIFS) A LA MASSE BUDGETEE, EDITER L'ECART ET SIGNALER   *
      *       LES DEPASSEMENTS (CODE CONDITION AVERTISSEMENT).          *
      *  260902 : CREATION DU PROGRAMME                                *
      *  261015 : MASSE REELLE PONDEREE PAR LE TAUX D'ACTIVITE (TOTAL  *
      *           SAL PONDERE ZTOT-SAL-ETP + TOTAL COM) : UN TEMPS      *
      *           PARTIEL NE PESE PLUS UN SALAIRE TEMPS PLEIN ;         *
      *           EFFECTIF ET ETP DU DEPARTEMENT EDITES A COTE DU       *
      *           BUDGET                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  L3.
           05                PIC X(03) VALUE 'NOD'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(05) VALUE 'EFFEC'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(07) VALUE '    ETP'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(12) VALUE 'BUDGET'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(12) VALUE 'MASSE REELLE'.
       01  L4.
           05                PIC X(03) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(05) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(07) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(12) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(12) VALUE ALL '-'.
       01  L5.
           05 ED-L5-NOD      PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-NBEMP    PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-ETP      PIC ZZZ9,99 VALUE ZEROES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-BUDGET   PIC Z(6).ZZZ,ZZ VALUE ZEROES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-REEL     PIC Z(6).ZZZ,ZZ VALUE ZEROES.
             .

      *COMPARE LA MASSE REELLE DU DEPARTEMENT BUDGETE COURANT (CUMULS
      *ACCESS2 'G' DES ACTIFS : TOTAL SAL PONDERE PAR LE TAUX
      *D'ACTIVITE + TOTAL COM) A LA MASSE BUDGETEE, EDITE L'ECART ET
      *SIGNALE UN EVENTUEL DEPASSEMENT.
       COMPARAISON-DEPARTEMENT.
             INITIALIZE ZACCESSEUR
             MOVE 'G'  TO ZCODE-FONC
                        BNOD ' : ' ZCODE-RET
                PERFORM FIN
             END-IF
             COMPUTE WS-MASSE-REELLE = ZTOT-SAL-ETP + ZTOT-COM
             COMPUTE WS-ECART = WS-MASSE-REELLE - BMASSE
             IF BMASSE NOT = ZEROES
                COMPUTE WS-ECART-PCT ROUNDED
             END-IF

             MOVE BNOD            TO ED-L5-NOD
             MOVE ZNB-EMP         TO ED-L5-NBEMP
             MOVE ZTOT-ETP        TO ED-L5-ETP
             MOVE BMASSE          TO ED-L5-BUDGET
             MOVE WS-MASSE-REELLE TO ED-L5-REEL
             MOVE WS-ECART        TO ED-L5-ECART
      *1                              ECART BUDGET / REEL
      *                               -------------------------
      *0ANNEE : 2026
      *0NOD   EFFEC       ETP   BUDGET         MASSE REELLE   ECART           ECART %    SIGNAL
      * ---   -----   -------   ------------   ------------   -------------   --------   -----------
      * P01       2      1,50      30.000,00      23.100,50       -6.899,50    -23,00
      * P02       3      2,80      25.000,00      31.201,00       +6.201,00    +24,80    DEPASSEMENT
      *0TOTAL BUDGET:     55.000,00   REEL:     54.301,50   DEPASSEMENTS:     1
      *********************************** BOTTOM OF DATA *********************************
