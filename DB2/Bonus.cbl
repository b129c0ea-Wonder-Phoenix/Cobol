      *           DEJA PRIMEE N'EST PAS REPASSEE (CODE CONDITION 12 :   *
      *           DEUX FICHIERS DE PRIMES PARTIRAIENT A LA PAIE), SAUF  *
      *           CARTE DE REPRISE OPERATEUR 'R'                        *
      *  261015 : PRIME PRORATISEE AU TAUX D'ACTIVITE DE L'EMPLOYE (UN *
      *           MI-TEMPS TOUCHE LA MOITIE DE LA PRIME TEMPS PLEIN),   *
      *           TAUX EDITE SUR LA LIGNE ; MASSE DU DEPARTEMENT        *
      *           COMPAREE AU BUDGET PONDEREE PAR LE TAUX (ZTOT-SAL-ETP)*
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE 'SALAIRE'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE 'ACTIV'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(05) VALUE 'TAUX'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE 'PRIME'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(05) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE ALL '-'.
           05                PIC X(04) VALUE SPACES.
           05 ED-L5-SAL      PIC ZZ.ZZZ,ZZ VALUE ZEROES.
           05                PIC X(04) VALUE SPACES.
           05 ED-L5-ACTIV    PIC ZZ9,99 VALUE ZEROES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-TAUX     PIC Z9,99 VALUE ZEROES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-PRIME    PIC ZZ.ZZZ,ZZ VALUE ZEROES.

      *CALCULE LA PRIME DE L'EMPLOYE COURANT : ANCIENNETE EN ANNEES
      *REVOLUES (MEME ARITHMETIQUE QUE ANCIEN), TAUX DE LA TRANCHE DU
      *BAREME, MAJORATION DES COMMISSIONNES, LE TOUT PRORATISE AU TAUX
      *D'ACTIVITE (SAL EST LE SALAIRE DE BASE TEMPS PLEIN), PUIS
      *ECRITURE DU FICHIER DES PRIMES, DE LA LIGNE DE RAPPORT ET DES
      *CUMULS.
       CALCUL-PRIME-EMPLOYE.
             MOVE ZDAT(1:4) TO WS-DAT-ANNEE
             MOVE ZDAT(5:2) TO WS-DAT-MOIS
                        WS-ANNEES-ANC ' ANS'
             ELSE
                COMPUTE WS-PRIME ROUNDED
                   = ZSAL * WS-PCT-RETENU / 100 * ZTAUX / 100
                IF ZCOM > ZEROES
                   COMPUTE WS-PRIME ROUNDED
                      = WS-PRIME
                      + ZSAL * WS-PCT-COM / 100 * ZTAUX / 100
                END-IF
                PERFORM ECRITURE-PRIME
                PERFORM CUMUL-DEPARTEMENT
             MOVE ZNOD          TO ED-L5-NOD
             MOVE WS-ANNEES-ANC TO ED-L5-ANS
             MOVE ZSAL          TO ED-L5-SAL
             MOVE ZTAUX         TO ED-L5-ACTIV
             MOVE WS-PCT-RETENU TO ED-L5-TAUX
             MOVE WS-PRIME      TO ED-L5-PRIME
             MOVE L5  TO LIG-EDIT


      *COMPARAISON DE LA MASSE PRIMES COMPRISES DE CHAQUE DEPARTEMENT
      *AU BUDGET DE L'ANNEE (ACCESS2D 'L') : CUMULS ACCESS2 'G' (SAL
      *PONDERE PAR LE TAUX D'ACTIVITE + COM DES ACTIFS) PLUS LES PRIMES
      *CALCULEES DU DEPARTEMENT - UN
      *DEPASSEMENT EST SIGNALE ET DONNE LE CODE CONDITION 4, UN
      *DEPARTEMENT SANS LIGNE BUDGET SORT 'SANS BUDGET', SANS SIGNAL.
       EDITION-BUDGETS.
                        TD-NOD (IX-DEPT) ' : ' ZCODE-RET
                PERFORM FIN
             END-IF
             COMPUTE WS-MASSE-APRES = ZTOT-SAL-ETP + ZTOT-COM
                + TD-PRIME (IX-DEPT)
             MOVE TD-NOD (IX-DEPT) TO ED-L8-NOD
             MOVE WS-MASSE-APRES   TO ED-L8-APRES
      ********************************************************************#
      *1                              PRIMES ANNUELLES
      *                               ------------------------
      *0MAT      NOM               NOD   ANS    SALAIRE      ACTIV    TAUX    PRIME
      * ------   ---------------   ---   ----   ----------   ------   -----   ----------
      * 30       BARI              P02    25    6.000,00     80,00    7,00      384,00
      * 50       CICS              P02    20    8.500,00    100,00    7,00      680,00
      * 20       DUPOND            P01    28   15.100,50    100,00    7,00    1.057,04
      * 10       DURAND            E10    26   11.000,00    100,00    7,00      880,00
      * SOUS-TOTAL P02   2 EMP      1.064,00
      * SOUS-TOTAL P01   1 EMP      1.057,04
      * SOUS-TOTAL E10   1 EMP        880,00
      *0TOTAL GENERAL     4 EMP      3.001,04
      *********************************** BOTTOM OF DATA *********************************
