      ********************************************************************#
      *  ÉNONCÉ : Acquisition mensuelle des congés payés : chaque mois    #
      *           AAAAMM (PARM), tout employé présent dans le mois        #
      *           (statut différent de 'P', ou parti dans le mois) est    #
      *           crédité de ses jours de congé sur le solde de l'année   #
      *           (table SOLDECP), au prorata des jours de présence pour  #
      *           un entrant (date d'entrée DAT) ou un sortant (date de   #
      *           départ DATDEP) du mois. Le solde est contrôlé par       #
      *           ACCESS2 'A' à l'enregistrement d'un congé 'C'.          #
      ********************************************************************#

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONGACQ.
       AUTHOR. SV.
       DATE-WRITTEN. 15/10/26.
      ******************************************************************
      * BUT : CREDITER LES CONGES PAYES ACQUIS DU MOIS AAAAMM (PARM) :  *
      *       2,08 JOURS OUVRES PAR MOIS COMPLET DE PRESENCE, PRORATISES*
      *       EN JOURS CALENDAIRES DE PRESENCE DANS LE MOIS POUR LES    *
      *       ENTREES ET LES DEPARTS DU MOIS, SUR LA LIGNE SOLDECP DE   *
      *       L'EMPLOYE POUR L'ANNEE AAAA (CREEE AU PREMIER CREDIT DE   *
      *       L'ANNEE). LE DERNIER MOIS CREDITE (DERACQ) EST PORTE SUR  *
      *       LA LIGNE : UN MOIS DEJA CREDITE N'EST JAMAIS RECREDITE,   *
      *       LE TRAVAIL PEUT DONC ETRE REPASSE SANS RISQUE. EDITION    *
      *       PAR DEPARTEMENT DES CREDITS DU MOIS ET DES SOLDES.        *
      *  261015 : CREATION DU PROGRAMME                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *DECLARATION DU FICHIER D'EDITION
           SELECT EDIT ASSIGN TO EDIT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FS-EDIT.
      *JOURNAL D'EXPLOITATION COMMUN DE LA CHAINE BATCH
           SELECT OPSLOG ASSIGN TO OPSLOG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FS-OPSLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  EDIT RECORDING MODE IS F.
       01  ENR-EDIT.
           05 CAR-SAUT       PIC X.
           05 LIG-EDIT       PIC X(132).

       FD  OPSLOG RECORDING MODE IS F.
           COPY OPSLOG.

       WORKING-STORAGE SECTION.
      *FILE STATUS
       01  FS-EDIT           PIC 99 VALUE ZEROES.

      *SUIVI D'EXPLOITATION (JOURNAL COMMUN DE LA CHAINE BATCH)
       01  FS-OPSLOG         PIC 99    VALUE ZEROES.
       01  WS-HORODATAGE     PIC X(21) VALUE SPACES.
       01  WS-OPS-DEBUT      PIC X(14) VALUE SPACES.
       01  WS-OPS-LUS        PIC 9(7)  VALUE ZEROES.
       01  WS-OPS-ECRITS     PIC 9(7)  VALUE ZEROES.
       01  WS-CODE-RETOUR    PIC 99    VALUE ZEROES.

      *COPY DES DECLARATIONS ET HOST-VARIABLES DES TABLES
           EXEC SQL INCLUDE EMPLOYE      END-EXEC.
           EXEC SQL INCLUDE EMPLOYE2     END-EXEC.
           EXEC SQL INCLUDE SOLDECP      END-EXEC.
           EXEC SQL INCLUDE SOLDECP2     END-EXEC.
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      *DROIT A CONGE : JOURS OUVRES ACQUIS PAR MOIS COMPLET DE PRESENCE
      *(25 JOURS OUVRES PAR AN)
       01  WS-TAUX-MENSUEL   PIC 9V99  VALUE 2,08.

      *BORNES DU MOIS DEMANDE (PREMIER ET DERNIER JOUR, EN AAAA-MM-JJ
      *POUR LES PREDICATS ET EN AAAAMMJJ POUR LE PRORATA)
       01  WS-MOIS-DEB       PIC X(10) VALUE SPACES.
       01  WS-MOIS-FIN       PIC X(10) VALUE SPACES.
       01  WS-MOIS-DEB-NUM   PIC 9(8)  VALUE ZEROES.
       01  WS-MOIS-FIN-NUM   PIC 9(8)  VALUE ZEROES.
       01  WS-JOUR-MAX       PIC 9(2)  VALUE ZEROES.
       01  WS-CTL-RESTE      PIC 9(4)  VALUE ZEROES.
       01  WS-CTL-QUOTIENT   PIC 9(4)  VALUE ZEROES.
       01  WS-LONGUEUR-MOIS.
           05 PIC X(24) VALUE '312831303130313130313031'.
       01  WS-LONGUEUR-MOIS-R REDEFINES WS-LONGUEUR-MOIS.
           05 WS-JOURS-MOIS   PIC 9(2) OCCURS 12.

      *PRESENCE DE L'EMPLOYE COURANT DANS LE MOIS : DATES D'ENTREE ET
      *DE DEPART EN AAAAMMJJ, BORNES DE PRESENCE RAMENEES AU MOIS,
      *JOURS CALENDAIRES DE PRESENCE ET JOURS ACQUIS CORRESPONDANTS
       01  WS-DAT-NUM        PIC 9(8)       VALUE ZEROES.
       01  WS-DATDEP-NUM     PIC 9(8)       VALUE ZEROES.
       01  WS-PRES-DEB       PIC 9(8)       VALUE ZEROES.
       01  WS-PRES-FIN       PIC 9(8)       VALUE ZEROES.
       01  WS-JOURS-PRES     PIC S9(5) COMP VALUE ZEROES.
       01  WS-ACQUIS-MOIS    PIC S9(3)V99 COMP-3 VALUE ZEROES.
       01  WS-SOLDE          PIC S9(3)V99 COMP-3 VALUE ZEROES.
       01  WS-OBSERVATION    PIC X(30)      VALUE SPACES.
       01  WS-CREDIT-FAIT    PIC X          VALUE 'N'.
           88 CREDIT-FAIT                   VALUE 'O'.

      *RUPTURE SUR LE DEPARTEMENT (CURSEUR TRIE SUR NOD) ET CUMULS
       01  WS-NOD-COURANT    PIC X(3)       VALUE SPACES.
       01  WS-ACQUIS-NOD     PIC S9(5)V99 COMP-3 VALUE ZEROES.
       01  WS-ACQUIS-TOT     PIC S9(7)V99 COMP-3 VALUE ZEROES.
       01  WS-NB-CREDITES    PIC 9(5)  COMP VALUE ZEROES.
       01  WS-NB-PRORATA     PIC 9(5)  COMP VALUE ZEROES.
       01  WS-NB-DEJA        PIC 9(5)  COMP VALUE ZEROES.
       01  WS-NB-ANOMALIES   PIC 9(5)  COMP VALUE ZEROES.

      *CURSEUR DES EMPLOYES PRESENTS DANS LE MOIS : ENTRES AU PLUS TARD
      *LE DERNIER JOUR DU MOIS, ET NON PARTIS (STA <> 'P') OU PARTIS
      *DANS LE MOIS (DATE DE DEPART >= PREMIER JOUR), TRIE SUR NOD
      *PUIS NOM
           EXEC SQL DECLARE LISTEMP-CP CURSOR FOR
            SELECT MAT, NOM, NOD, DAT, STA, DATDEP
            FROM EMPLOYE
            WHERE DAT <= :WS-MOIS-FIN
              AND (STA <> 'P' OR DATDEP >= :WS-MOIS-DEB)
            ORDER BY NOD, NOM
           END-EXEC

      *LIGNES D'EDITION
       01  L1.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(34) VALUE
                                 'ACQUISITION MENSUELLE DES CONGES'.
       01  L2.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(34) VALUE ALL '-'.

       01  L2A.
           05                PIC X(07) VALUE 'MOIS : '.
           05 ED-L2A-MOIS    PIC X(06) VALUE SPACES.
           05                PIC X(28) VALUE
                                 '   JOURS PAR MOIS COMPLET : '.
           05 ED-L2A-TAUX    PIC 9,99  VALUE ZEROES.

       01  L3.
           05                PIC X(03) VALUE 'NOD'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE 'MAT'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(15) VALUE 'NOM'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE 'STA'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE 'ENTREE'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE 'DEPART'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(05) VALUE 'J.PRE'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE 'ACQUIS'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(07) VALUE '  SOLDE'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(30) VALUE 'OBSERVATION'.

       01  L4.
           05                PIC X(03) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(15) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(05) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(07) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(30) VALUE ALL '-'.

       01  L5.
           05 ED-L5-NOD      PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-MAT      PIC X(06) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-NOM      PIC X(15) VALUE SPACES.
           05                PIC X(04) VALUE SPACES.
           05 ED-L5-STA      PIC X(01) VALUE SPACES.
           05                PIC X(04) VALUE SPACES.
           05 ED-L5-DAT      PIC X(10) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-DATDEP   PIC X(10) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-JOURS    PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-ACQUIS   PIC ZZ9,99 VALUE ZEROES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-SOLDE    PIC ZZ9,99- VALUE ZEROES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-OBS      PIC X(30) VALUE SPACES.

       01  L6.
           05                PIC X(11) VALUE 'SOUS-TOTAL'.
           05 ED-L6-NOD      PIC X(03) VALUE SPACES.
           05                PIC X(01) VALUE SPACES.
           05 ED-L6-ACQUIS   PIC Z(4)9,99 VALUE ZEROES.
           05                PIC X(15) VALUE ' JOURS ACQUIS'.

       01  L7.
           05                PIC X(22) VALUE
                                 'TOTAL GENERAL        '.
           05 ED-L7-ACQUIS   PIC Z(6)9,99 VALUE ZEROES.
           05                PIC X(15) VALUE ' JOURS ACQUIS'.

       01  L8.
           05                PIC X(19) VALUE 'EMPLOYES CREDITES :'.
           05 ED-L8-CREDITES PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(15) VALUE '   DONT PRORATA'.
           05                PIC X(03) VALUE ' : '.
           05 ED-L8-PRORATA  PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(18) VALUE '   DEJA CREDITES :'.
           05 ED-L8-DEJA     PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(15) VALUE '   ANOMALIES : '.
           05 ED-L8-ANOMALIES PIC ZZZZ9 VALUE ZEROES.

       LINKAGE SECTION.
       01  PARM-CONGACQ.
           05 PARM-LONGUEUR        PIC S9(4) COMP.
           05 PARM-DONNEES.
              10 PARM-AAAAMM       PIC X(6).
              10 FILLER REDEFINES PARM-AAAAMM.
                 15 PARM-AN        PIC 9(4).
                 15 PARM-MOIS      PIC 9(2).

       PROCEDURE DIVISION USING PARM-CONGACQ.
             MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE
             MOVE WS-HORODATAGE(1:14)   TO WS-OPS-DEBUT

      *LECTURE DU PARM DE LA JCL : PARM('AAAAMM') OBLIGATOIRE, LE MOIS
      *A CREDITER (PASSE EN DEBUT DE MOIS SUIVANT DANS LA CHAINE).
             IF PARM-LONGUEUR < 6 OR PARM-AAAAMM NOT NUMERIC
                OR PARM-MOIS < 1 OR PARM-MOIS > 12
                DISPLAY 'PARM ABSENT OU ERRONE, ATTENDU : '
                        'PARMS(''AAAAMM'')'
                PERFORM FIN
             END-IF
             PERFORM CALCUL-BORNES-MOIS

      *OUVERTURE DU FICHIER D'EDITION ET DE L'ENTETE
             OPEN OUTPUT EDIT
             IF FS-EDIT NOT = ZEROES
                DISPLAY 'ERREUR OPEN EDIT, FS : ' FS-EDIT
                PERFORM FIN
             END-IF
             PERFORM ECRITURE-ENTETE

      *--> 1- OUVERTURE DU CURSEUR (OPEN)
             EXEC SQL OPEN LISTEMP-CP END-EXEC
             IF SQLCODE NOT = ZEROES
                DISPLAY 'ERREUR OPEN LISTEMP-CP : ' SQLCODE
                PERFORM FIN
             END-IF

      *--> 2- BOUCLE DE LECTURE DU CURSEUR (FETCH) AVEC RUPTURE SUR
      *       LE DEPARTEMENT
             PERFORM LECTURE-SUIVANTE
             PERFORM UNTIL SQLCODE = +100
                ADD 1 TO WS-OPS-LUS
                IF HVE-NOD NOT = WS-NOD-COURANT
                   IF WS-NOD-COURANT NOT = SPACES
                      PERFORM EDITION-SOUS-TOTAL
                   END-IF
                   MOVE HVE-NOD TO WS-NOD-COURANT
                   MOVE ZEROES  TO WS-ACQUIS-NOD
                END-IF
                PERFORM ACQUISITION-EMPLOYE
                PERFORM LECTURE-SUIVANTE
             END-PERFORM
             IF WS-NOD-COURANT NOT = SPACES
                PERFORM EDITION-SOUS-TOTAL
             END-IF

      *--> 3- FERMETURE DU CURSEUR (CLOSE)
             EXEC SQL CLOSE LISTEMP-CP END-EXEC

      *ECRITURE DU TOTAL GENERAL ET DES COMPTEURS DU TRAITEMENT
             MOVE WS-ACQUIS-TOT TO ED-L7-ACQUIS
             MOVE L7  TO LIG-EDIT
             MOVE '0' TO CAR-SAUT
             WRITE ENR-EDIT
             MOVE WS-NB-CREDITES  TO ED-L8-CREDITES
             MOVE WS-NB-PRORATA   TO ED-L8-PRORATA
             MOVE WS-NB-DEJA      TO ED-L8-DEJA
             MOVE WS-NB-ANOMALIES TO ED-L8-ANOMALIES
             MOVE L8  TO LIG-EDIT
             MOVE '0' TO CAR-SAUT
             WRITE ENR-EDIT

             CLOSE EDIT
      *LES EMPLOYES NON CREDITES SUR UNE ANNEE DEJA CLOSE DONNENT LE
      *CODE CONDITION AVERTISSEMENT
             IF WS-NB-ANOMALIES NOT = ZEROES
                MOVE 4 TO WS-CODE-RETOUR
             END-IF
             PERFORM TERMINAISON
             .

      *BORNES DU MOIS DEMANDE : PREMIER JOUR ET DERNIER JOUR (LONGUEUR
      *DU MOIS, FEVRIER BISSEXTILE COMPRIS - MEME NOYAU QUE LE
      *CONTROLE CALENDAIRE D'ACCESS2).
       CALCUL-BORNES-MOIS.
             MOVE WS-JOURS-MOIS (PARM-MOIS) TO WS-JOUR-MAX
             IF PARM-MOIS = 2
                DIVIDE PARM-AN BY 4
                   GIVING WS-CTL-QUOTIENT REMAINDER WS-CTL-RESTE
                IF WS-CTL-RESTE = ZEROES
                   DIVIDE PARM-AN BY 100
                      GIVING WS-CTL-QUOTIENT REMAINDER WS-CTL-RESTE
                   IF WS-CTL-RESTE NOT = ZEROES
                      MOVE 29 TO WS-JOUR-MAX
                   ELSE
                      DIVIDE PARM-AN BY 400
                         GIVING WS-CTL-QUOTIENT
                         REMAINDER WS-CTL-RESTE
                      IF WS-CTL-RESTE = ZEROES
                         MOVE 29 TO WS-JOUR-MAX
                      END-IF
                   END-IF
                END-IF
             END-IF
             STRING PARM-AN '-' PARM-MOIS '-01'
                DELIMITED BY SIZE INTO WS-MOIS-DEB
             STRING PARM-AN '-' PARM-MOIS '-' WS-JOUR-MAX
                DELIMITED BY SIZE INTO WS-MOIS-FIN
             MOVE PARM-AN     TO WS-MOIS-DEB-NUM(1:4)
             MOVE PARM-MOIS   TO WS-MOIS-DEB-NUM(5:2)
             MOVE 01          TO WS-MOIS-DEB-NUM(7:2)
             MOVE PARM-AN     TO WS-MOIS-FIN-NUM(1:4)
             MOVE PARM-MOIS   TO WS-MOIS-FIN-NUM(5:2)
             MOVE WS-JOUR-MAX TO WS-MOIS-FIN-NUM(7:2)
             .

      *LECTURE D'UNE LIGNE SUIVANTE DU CURSEUR
       LECTURE-SUIVANTE.
             EXEC SQL
                FETCH LISTEMP-CP
                INTO :HVE-MAT, :HVE-NOM, :HVE-NOD, :HVE-DAT,
                     :HVE-STA, :HVE-DATDEP
             END-EXEC
             IF SQLCODE NOT = ZEROES AND SQLCODE NOT = +100
                DISPLAY 'ERREUR FETCH LISTEMP-CP : ' SQLCODE
                PERFORM FIN
             END-IF
             .

      *ACQUISITION DU MOIS POUR L'EMPLOYE COURANT : PRESENCE RAMENEE
      *AU MOIS (DE LA DATE D'ENTREE SI ELLE TOMBE DANS LE MOIS, A LA
      *DATE DE DEPART - DERNIER JOUR DE PRESENCE - SI ELLE Y TOMBE),
      *JOURS ACQUIS = TAUX MENSUEL X JOURS DE PRESENCE / JOURS DU
      *MOIS, ARRONDI AU CENTIEME, PUIS CREDIT SUR LE SOLDE DE L'ANNEE.
       ACQUISITION-EMPLOYE.
             MOVE SPACES TO WS-OBSERVATION
             MOVE 'N'    TO WS-CREDIT-FAIT
             MOVE HVE-DAT(1:4) TO WS-DAT-NUM(1:4)
             MOVE HVE-DAT(6:2) TO WS-DAT-NUM(5:2)
             MOVE HVE-DAT(9:2) TO WS-DAT-NUM(7:2)
             IF WS-DAT-NUM > WS-MOIS-DEB-NUM
                MOVE WS-DAT-NUM TO WS-PRES-DEB
             ELSE
                MOVE WS-MOIS-DEB-NUM TO WS-PRES-DEB
             END-IF
             MOVE WS-MOIS-FIN-NUM TO WS-PRES-FIN
             IF HVE-STA NOT = 'A' AND HVE-DATDEP NOT = '0001-01-01'
                MOVE HVE-DATDEP(1:4) TO WS-DATDEP-NUM(1:4)
                MOVE HVE-DATDEP(6:2) TO WS-DATDEP-NUM(5:2)
                MOVE HVE-DATDEP(9:2) TO WS-DATDEP-NUM(7:2)
                IF WS-DATDEP-NUM < WS-PRES-FIN
                   MOVE WS-DATDEP-NUM TO WS-PRES-FIN
                END-IF
             END-IF
      *UN PREAVIS ECHU AVANT LE MOIS (PASSAGE EN 'P' NON ENCORE FAIT)
      *N'A AUCUN JOUR DE PRESENCE : RIEN A CREDITER
             IF WS-PRES-FIN NOT < WS-PRES-DEB
                PERFORM CALCUL-ACQUISITION
             END-IF
             .

      *JOURS DE PRESENCE DANS LE MOIS, JOURS ACQUIS CORRESPONDANTS,
      *CREDIT SUR LE SOLDE ET EDITION DE LA LIGNE DE L'EMPLOYE
       CALCUL-ACQUISITION.
             COMPUTE WS-JOURS-PRES
                = FUNCTION INTEGER-OF-DATE (WS-PRES-FIN)
                - FUNCTION INTEGER-OF-DATE (WS-PRES-DEB)
                + 1
             IF WS-JOURS-PRES < WS-JOUR-MAX
                COMPUTE WS-ACQUIS-MOIS ROUNDED
                   = WS-TAUX-MENSUEL * WS-JOURS-PRES / WS-JOUR-MAX
                MOVE 'PRORATA' TO WS-OBSERVATION
             ELSE
                MOVE WS-TAUX-MENSUEL TO WS-ACQUIS-MOIS
             END-IF
             PERFORM CREDIT-SOLDE
             IF CREDIT-FAIT
                ADD 1 TO WS-NB-CREDITES
                IF WS-JOURS-PRES < WS-JOUR-MAX
                   ADD 1 TO WS-NB-PRORATA
                END-IF
                ADD WS-ACQUIS-MOIS TO WS-ACQUIS-NOD WS-ACQUIS-TOT
             ELSE
                MOVE ZEROES TO WS-ACQUIS-MOIS
             END-IF
             PERFORM EDITION-LIGNE-EMPLOYE
             .

      *CREDIT DES JOURS ACQUIS SUR LA LIGNE SOLDECP DE L'ANNEE : LIGNE
      *CREEE AU PREMIER CREDIT DE L'ANNEE, CUMULEE ENSUITE. UN MOIS
      *DEJA CREDITE (DERACQ >= AAAAMM) N'EST PAS RECREDITE ; UNE ANNEE
      *DEJA CLOSE PAR CONGCLO N'EST PLUS CREDITEE (ANOMALIE SIGNALEE).
       CREDIT-SOLDE.
             MOVE HVE-MAT     TO HVK-MAT
             MOVE PARM-AN     TO HVK-ANNEE
             EXEC SQL
                SELECT RELIQ, ACQUIS, PRIS, DERACQ, CLOTURE
                  INTO :HVK-RELIQ, :HVK-ACQUIS, :HVK-PRIS,
                       :HVK-DERACQ, :HVK-CLOTURE
                  FROM SOLDECP
                 WHERE MAT   = :HVK-MAT
                   AND ANNEE = :HVK-ANNEE
             END-EXEC
             EVALUATE TRUE
                WHEN SQLCODE = +100
                   MOVE WS-ACQUIS-MOIS TO HVK-ACQUIS
                   MOVE PARM-AAAAMM    TO HVK-DERACQ
                   EXEC SQL
                      INSERT INTO SOLDECP
                         (MAT, ANNEE, RELIQ, ACQUIS, PRIS, EXPIRE,
                          DERACQ, CLOTURE, HORODATE)
                      VALUES (:HVK-MAT, :HVK-ANNEE, 0, :HVK-ACQUIS,
                              0, 0, :HVK-DERACQ, 'N',
                              CURRENT TIMESTAMP)
                   END-EXEC
                   IF SQLCODE NOT = ZEROES
                      DISPLAY 'ERREUR INSERT SOLDECP, MAT ' HVK-MAT
                              ' : ' SQLCODE
                      PERFORM FIN
                   END-IF
                   MOVE WS-ACQUIS-MOIS TO WS-SOLDE
                   MOVE 'O' TO WS-CREDIT-FAIT
                WHEN SQLCODE NOT = ZEROES
                   DISPLAY 'ERREUR LECTURE SOLDECP, MAT ' HVK-MAT
                           ' : ' SQLCODE
                   PERFORM FIN
                WHEN HVK-CLOTURE = 'O'
                   COMPUTE WS-SOLDE = HVK-RELIQ + HVK-ACQUIS - HVK-PRIS
                   MOVE 'ANNEE DEJA CLOSE, NON CREDITE'
                     TO WS-OBSERVATION
                   ADD 1 TO WS-NB-ANOMALIES
                WHEN HVK-DERACQ >= PARM-AAAAMM
                   COMPUTE WS-SOLDE = HVK-RELIQ + HVK-ACQUIS - HVK-PRIS
                   MOVE 'MOIS DEJA CREDITE' TO WS-OBSERVATION
                   ADD 1 TO WS-NB-DEJA
      *LE CREDIT DU MOIS S'AJOUTE AUX JOURS DEJA ACQUIS LUS (HVK-ACQUIS
      *RESTE LE CUMUL AVANT CREDIT POUR LE SOLDE EDITE)
                WHEN OTHER
                   MOVE PARM-AAAAMM    TO HVK-DERACQ
                   EXEC SQL
                      UPDATE SOLDECP
                         SET ACQUIS   = ACQUIS + :WS-ACQUIS-MOIS,
                             DERACQ   = :HVK-DERACQ,
                             HORODATE = CURRENT TIMESTAMP
                       WHERE MAT   = :HVK-MAT
                         AND ANNEE = :HVK-ANNEE
                   END-EXEC
                   IF SQLCODE NOT = ZEROES
                      DISPLAY 'ERREUR UPDATE SOLDECP, MAT ' HVK-MAT
                              ' : ' SQLCODE
                      PERFORM FIN
                   END-IF
                   COMPUTE WS-SOLDE = HVK-RELIQ + HVK-ACQUIS
                                    + WS-ACQUIS-MOIS - HVK-PRIS
                   MOVE 'O' TO WS-CREDIT-FAIT
             END-EVALUATE
             .

      *EDITE LA LIGNE DE L'EMPLOYE COURANT (PRESENCE, JOURS ACQUIS DU
      *MOIS, SOLDE DISPONIBLE APRES CREDIT, OBSERVATION)
       EDITION-LIGNE-EMPLOYE.
             MOVE HVE-NOD        TO ED-L5-NOD
             MOVE HVE-MAT        TO ED-L5-MAT
             MOVE HVE-NOM        TO ED-L5-NOM
             MOVE HVE-STA        TO ED-L5-STA
             MOVE HVE-DAT        TO ED-L5-DAT
             IF HVE-DATDEP = '0001-01-01'
                MOVE SPACES      TO ED-L5-DATDEP
             ELSE
                MOVE HVE-DATDEP  TO ED-L5-DATDEP
             END-IF
             MOVE WS-JOURS-PRES  TO ED-L5-JOURS
             MOVE WS-ACQUIS-MOIS TO ED-L5-ACQUIS
             MOVE WS-SOLDE       TO ED-L5-SOLDE
             MOVE WS-OBSERVATION TO ED-L5-OBS
             MOVE L5  TO LIG-EDIT
             MOVE ' ' TO CAR-SAUT
             WRITE ENR-EDIT
             ADD 1 TO WS-OPS-ECRITS
             .

      *EDITE LE SOUS-TOTAL DES JOURS ACQUIS DU DEPARTEMENT QUI SE
      *TERMINE
       EDITION-SOUS-TOTAL.
             MOVE WS-NOD-COURANT TO ED-L6-NOD
             MOVE WS-ACQUIS-NOD  TO ED-L6-ACQUIS
             MOVE L6  TO LIG-EDIT
             MOVE ' ' TO CAR-SAUT
             WRITE ENR-EDIT
             .

      *ECRITURE DE L'ENTETE DU RAPPORT (L1 A L4, AVEC LE MOIS DU PARM)
       ECRITURE-ENTETE.
             MOVE '1'  TO CAR-SAUT
             MOVE L1   TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE ' '  TO CAR-SAUT
             MOVE L2   TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE PARM-AAAAMM     TO ED-L2A-MOIS
             MOVE WS-TAUX-MENSUEL TO ED-L2A-TAUX
             MOVE '0'  TO CAR-SAUT
             MOVE L2A  TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE '0'  TO CAR-SAUT
             MOVE L3   TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE ' '  TO CAR-SAUT
             MOVE L4   TO LIG-EDIT
             WRITE ENR-EDIT
             .

      *ECRITURE DE L'ENREGISTREMENT DE SUIVI D'EXPLOITATION (JOURNAL
      *COMMUN DE LA CHAINE BATCH) PUIS POSITIONNEMENT DU CODE
      *CONDITION FINAL (0 = NORMAL, 4 = EXCEPTIONS, 12 = ABANDON).
       TERMINAISON.
             MOVE 'CONGACQ ' TO OPS-PROGRAMME
             MOVE WS-OPS-DEBUT          TO OPS-DEBUT
             MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE
             MOVE WS-HORODATAGE(1:14)   TO OPS-FIN
             MOVE WS-OPS-LUS            TO OPS-NB-LUS
             MOVE WS-OPS-ECRITS         TO OPS-NB-ECRITS
             MOVE WS-CODE-RETOUR        TO OPS-CODE-RETOUR
             OPEN EXTEND OPSLOG
             IF FS-OPSLOG NOT = ZEROES
                OPEN OUTPUT OPSLOG
             END-IF
             WRITE ENR-OPSLOG
             CLOSE OPSLOG
             MOVE WS-CODE-RETOUR TO RETURN-CODE
             STOP RUN
             .

       FIN.
             MOVE 12 TO WS-CODE-RETOUR
             PERFORM TERMINAISON
             .



      ********************************************************************#
      *                         JCL D'EXECUTION                           #
      ********************************************************************#

//API7CA JOB NOTIFY=&SYSUID,CLASS=A,MSGCLASS=H
//*
//PROCLIB  JCLLIB ORDER=SDJ.FORM.PROCLIB
//*
//         SET SYSUID=API7
//         NOMPGM:CONGACQ
//*
//APPROC   EXEC COMPDB2
//STEPDB2.SYSLIB   DD DSN=API7.SOURCE.DCLGEN,DISP=SHR
//                 DD DSN=API7.SOURCE.COPY,DISP=SHR
//STEPDB2.SYSIN    DD DSN=API7.SOURCE.DB2(CONGACQ),DISP=SHR
//STEPDB2.DBRMLIB DD DSN=API7.SOURCE.DBRMLIB(CONGACQ),DISP=SHR
//STEPLNK.SYSLMOD  DD DSN=API7.SOURCE.PGMLIB(CONGACQ),DISP=SHR
//*
//*--- CHAINE MENSUELLE : PASSE EN DEBUT DE MOIS POUR LE MOIS ECOULE ---
//STEPRUN  EXEC PGM=IKJEFT01,COND=(4,LT)
//STEPLIB  DD DSN=API7.SOURCE.PGMLIB,DISP=SHR
//OPSLOG   DD DSN=API7.OPSLOG,DISP=MOD
//EDIT     DD  DSN=API7.CONGACQ,DISP=(,CATLG,DELETE),
//         DCB=(DSORG=PS,RECFM=FB,LRECL=133),
//         SPACE=(TRK,(1))
//SYSOUT   DD  SYSOUT=*,OUTLIM=1000
//SYSTSPRT DD  SYSOUT=*,OUTLIM=2500
//SYSTSIN  DD  *
  DSN SYSTEM (DSN1)
  RUN PROGRAM(CONGACQ) PLAN (CONGACQ) PARMS('202609')
//



      ********************************************************************#
      *                          FICHIER D'EDITION                        #
      ********************************************************************#
      *1                              ACQUISITION MENSUELLE DES CONGES
      *                               ----------------------------------
      *0MOIS : 202609   JOURS PAR MOIS COMPLET : 2,08
      *0NOD   MAT      NOM               STA   ENTREE       DEPART       J.PRE   ACQUIS     SOLDE   OBSERVATION
      * ---   ------   ---------------   ---   ----------   ----------   -----   ------   -------   ------------------------------
      * P02   030      BARI                A   2019-03-01                   30     2,08     3,64
      * P02   050      CICS                N   2021-06-14   2026-09-18      18     1,25    14,97    PRORATA
      * P02   912004   DURAND              A   2026-09-21                   10     0,69     0,69    PRORATA
      * SOUS-TOTAL P02      4,02 JOURS ACQUIS
      *0TOTAL GENERAL             4,02 JOURS ACQUIS
      *0EMPLOYES CREDITES :    3   DONT PRORATA :    2   DEJA CREDITES :    0   ANOMALIES :    0
      *********************************** BOTTOM OF DATA *********************************
