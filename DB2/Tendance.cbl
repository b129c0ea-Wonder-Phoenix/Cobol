       DATE-WRITTEN. 02/09/26.
      ******************************************************************
      * BUT : EDITER, PAR DEPARTEMENT, LES DOUZE DERNIERES PERIODES DE  *
      *       LA TABLE DEPSNAP (EFFECTIF, ETP, MASSE SAL+COM, SALAIRE   *
      *       MOYEN)                                                    *
      *       AVEC LA VARIATION D'UN MOIS SUR L'AUTRE, EN SIGNALANT     *
      *       TOUT MOUVEMENT D'EFFECTIF OU DE MASSE AU-DELA DU SEUIL    *
      *       (PARM, EN POURCENTAGE - DEFAUT 10).                       *
      *  260902 : CREATION DU PROGRAMME                                *
      *  261015 : EQUIVALENT TEMPS PLEIN (COLONNE ETP DE DEPSNAP) EDITE *
      *           A COTE DE L'EFFECTIF                                  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *CURSEUR DE LA TABLE DES INSTANTANES, PAR DEPARTEMENT ET PERIODE
      *DECROISSANTE (LES DOUZE PLUS RECENTES SONT RETENUES PAR NOD)
           EXEC SQL DECLARE LISTSNAP CURSOR FOR
            SELECT NOD, PERIODE, NBEMP, ETP, TOTSAL, TOTCOM, MOYSAL
            FROM DEPSNAP
            ORDER BY NOD, PERIODE DESC
           END-EXEC
           05 TP-LIGNE OCCURS 12 TIMES.
              10 TP-PERIODE   PIC X(6).
              10 TP-NBEMP     PIC S9(7)    COMP.
              10 TP-ETP       PIC S9(5)V99.
              10 TP-MASSE     PIC S9(9)V99.
              10 TP-MOYSAL    PIC S9(5)V99.

           05                PIC X(03) VALUE SPACES.
           05                PIC X(05) VALUE 'EFFEC'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(07) VALUE '    ETP'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(13) VALUE 'MASSE SAL+COM'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE 'SAL MOYEN'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(05) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(07) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(13) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-EFF      PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-ETP      PIC ZZZ9,99 VALUE ZEROES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-MASSE    PIC Z(7).ZZZ,ZZ VALUE ZEROES.
           05                PIC X(04) VALUE SPACES.
           05 ED-L5-MOY      PIC ZZ.ZZZ,ZZ VALUE ZEROES.
                   MOVE WS-NB-PER  TO WS-I
                   MOVE HVS-PERIODE TO TP-PERIODE (WS-I)
                   MOVE HVS-NBEMP   TO TP-NBEMP (WS-I)
                   MOVE HVS-ETP     TO TP-ETP (WS-I)
                   COMPUTE TP-MASSE (WS-I)
                      = HVS-TOTSAL + HVS-TOTCOM
                   MOVE HVS-MOYSAL  TO TP-MOYSAL (WS-I)
       LECTURE-SUIVANTE.
             EXEC SQL
                FETCH LISTSNAP
                INTO :HVS-NOD, :HVS-PERIODE, :HVS-NBEMP, :HVS-ETP,
                     :HVS-TOTSAL, :HVS-TOTCOM, :HVS-MOYSAL
             END-EXEC
             .
       EDITION-PERIODE.
             MOVE TP-PERIODE (WS-I) TO ED-L5-PERIODE
             MOVE TP-NBEMP (WS-I)   TO ED-L5-EFF
             MOVE TP-ETP (WS-I)     TO ED-L5-ETP
             MOVE TP-MASSE (WS-I)   TO ED-L5-MASSE
             MOVE TP-MOYSAL (WS-I)  TO ED-L5-MOY
             MOVE SPACES            TO ED-L5-SIGNAL
      *                               --------------------------
      *0SEUIL (PCT) : 10,00
      *0DEPARTEMENT : P02
      * PERIODE   EFFEC       ETP   MASSE SAL+COM   SAL MOYEN    VAR EFF    VAR MASSE   SIGNAL
      * -------   -----   -------   -------------   ----------   --------   ---------   ----------
      * 202606        3      3,00      32.401,00     8.333,33       +0        +0,00
      * 202607        3      3,00      32.401,00     8.333,33       +0        +0,00
      * 202608        2      2,00      21.901,00     7.450,50       -1       -32,41     HORS SEUIL
      *0MOUVEMENTS HORS SEUIL   :     1
      *********************************** BOTTOM OF DATA *********************************
