      *  260809 : CREATION DU PROGRAMME                                *
      *  260822 : CODE CONDITION ET JOURNAL D'EXPLOITATION (OPSLOG)    *
      *  260822 : CUMULS PAR DEPARTEMENT EN UN APPEL (ACCESS2 'G')     *
      *  261015 : EQUIVALENT TEMPS PLEIN (ETP, ACCESS2 'G') EDITE A    *
      *           COTE DE L'EFFECTIF : UN TEMPS PARTIEL NE COMPTE PLUS *
      *           POUR UNE PERSONNE ENTIERE                             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      *CUMULS PAR DEPARTEMENT ET CUMULS GENERAUX
       01  WS-NB-EMP-NOD     PIC 9(5)   COMP VALUE ZEROES.
       01  WS-ETP-NOD        PIC 9(5)V99      VALUE ZEROES.
       01  WS-TOT-SAL-NOD    PIC 9(7)V99      VALUE ZEROES.
       01  WS-TOT-COM-NOD    PIC 9(7)V99      VALUE ZEROES.
       01  WS-NB-EMP-TOT     PIC 9(6)   COMP VALUE ZEROES.
       01  WS-ETP-TOT        PIC 9(6)V99      VALUE ZEROES.
       01  WS-TOT-SAL-TOT    PIC 9(8)V99      VALUE ZEROES.
       01  WS-TOT-COM-TOT    PIC 9(8)V99      VALUE ZEROES.

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
           05                PIC X(12) VALUE SPACES.
           05                PIC X(13) VALUE 'TOTAL GENERAL'.
           05 ED-L6-NBEMP    PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L6-ETP      PIC ZZZ9,99 VALUE ZEROES.
           05                PIC X(04) VALUE SPACES.
           05 ED-L6-SAL      PIC Z(6).ZZZ,ZZ VALUE ZEROES.
           05                PIC X(02) VALUE SPACES.

      *ECRITURE DU TOTAL GENERAL
             MOVE WS-NB-EMP-TOT  TO ED-L6-NBEMP
             MOVE WS-ETP-TOT     TO ED-L6-ETP
             MOVE WS-TOT-SAL-TOT TO ED-L6-SAL
             MOVE WS-TOT-COM-TOT TO ED-L6-COM
             MOVE L6             TO LIG-EDIT
             PERFORM TERMINAISON
             .

      *CUMULE L'EFFECTIF, L'EQUIVALENT TEMPS PLEIN, LE TOTAL SAL ET LE
      *TOTAL COM DU DEPARTEMENT
      *COURANT (DNOD) EN UN SEUL APPEL ENSEMBLISTE ACCESS2 'G' (UN
      *APPEL PAR DEPARTEMENT AU LIEU D'UN PAR EMPLOYE), PUIS EDITE LA
      *LIGNE DE DETAIL DU DEPARTEMENT ET AJOUTE AU TOTAL GENERAL.
       CUMUL-DEPARTEMENT.
             MOVE ZEROES TO WS-NB-EMP-NOD WS-TOT-SAL-NOD WS-TOT-COM-NOD
                            WS-ETP-NOD

             INITIALIZE ZACCESSEUR
             MOVE 'G'       TO ZCODE-FONC
                PERFORM FIN
             END-IF
             MOVE ZNB-EMP  TO WS-NB-EMP-NOD
             MOVE ZTOT-ETP TO WS-ETP-NOD
             MOVE ZTOT-SAL TO WS-TOT-SAL-NOD
             MOVE ZTOT-COM TO WS-TOT-COM-NOD
             ADD ZNB-EMP   TO WS-OPS-LUS
             MOVE DNOD          TO ED-L5-NOD
             MOVE DNDE          TO ED-L5-NDE
             MOVE WS-NB-EMP-NOD TO ED-L5-NBEMP
             MOVE WS-ETP-NOD    TO ED-L5-ETP
             MOVE WS-TOT-SAL-NOD TO ED-L5-SAL
             MOVE WS-TOT-COM-NOD TO ED-L5-COM
             MOVE L5            TO LIG-EDIT
             ADD 1 TO WS-OPS-ECRITS

             ADD WS-NB-EMP-NOD  TO WS-NB-EMP-TOT
             ADD WS-ETP-NOD     TO WS-ETP-TOT
             ADD WS-TOT-SAL-NOD TO WS-TOT-SAL-TOT
             ADD WS-TOT-COM-NOD TO WS-TOT-COM-TOT
             .
      ********************************************************************#
      *1                              MASSE SALARIALE PAR DEPT
      *                               ---------------------------
      *0NOD   NDE      EFFEC       ETP   TOTAL SAL    TOTAL COM
      * ---   ------   -----   -------   ----------   ----------
      * C04   JAVA         1      1,00       21.000,50       1.000,50
      * E10   DURAND       1      1,00       11.000,00       5.000,00
      * P01   RH           2      1,50       24.100,50       3.500,00
      * P02   COMPTA       3      2,80       25.000,00       7.401,00
      *            TOTAL GENERAL    7      6,30        81.101,00      17.401,50
      *********************************** BOTTOM OF DATA *********************************
