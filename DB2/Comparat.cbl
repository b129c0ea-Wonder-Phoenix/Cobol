      ********************************************************************#
      *  ÉNONCÉ : Rapport de positionnement des salaires dans la bande    #
      *           de leur grade : compa-ratio de chaque employé actif     #
      *           (salaire rapporté au milieu de la bande), sous-totaux   #
      *           par grade et département, puis liste des cercles rouges #
      *           (salaire au-dessus du maximum) et des cercles verts     #
      *           (salaire sous le minimum) avec le coût de la mise au    #
      *           minimum - ACCESS2 ne contrôle la bande que lorsqu'un    #
      *           salaire est modifié, une bande révisée par GRADUPD peut #
      *           laisser des salariés hors bande sans que personne ne    #
      *           le voie.                                                #
      ********************************************************************#

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPARAT.
       AUTHOR. SV.
       DATE-WRITTEN. 15/10/26.
      ******************************************************************
      * BUT : EDITER PAR GRADE PUIS DEPARTEMENT LA POSITION DE CHAQUE   *
      *       EMPLOYE ACTIF (STA <> 'P', PREAVIS COMPRIS) DANS LA BANDE *
      *       SALARIALE DE SON GRADE : COMPA-RATIO = SAL / MILIEU DE LA *
      *       BANDE ((SALMIN + SALMAX) / 2) EN %, SOUS-TOTAUX PAR       *
      *       DEPARTEMENT ET PAR GRADE (EFFECTIF, COMPA-RATIO MOYEN,    *
      *       CERCLES ROUGES ET VERTS), PUIS LISTE DES CERCLES ROUGES   *
      *       (SAL > SALMAX) ET DES CERCLES VERTS (SAL < SALMIN) AVEC   *
      *       LE COUT DE MISE AU MINIMUM (ECART X TAUX D'ACTIVITE, PAR  *
      *       MOIS ET SUR DOUZE MOIS). CODE CONDITION 4 S'IL Y A AU     *
      *       MOINS UN CERCLE ROUGE OU VERT.                            *
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

      *COPY DES DECLARATIONS ET HOST-VARIABLES DES DEUX TABLES
           EXEC SQL INCLUDE EMPLOYE      END-EXEC.
           EXEC SQL INCLUDE EMPLOYE2     END-EXEC.
           EXEC SQL INCLUDE GRADE        END-EXEC.
           EXEC SQL INCLUDE GRADE2       END-EXEC.
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      *CURSEUR DES EMPLOYES ACTIFS JOINTS A LA BANDE DE LEUR GRADE,
      *TRIES SUR GRADE, DEPARTEMENT PUIS NOM (RUPTURES DU RAPPORT)
           EXEC SQL DECLARE LISTCMP CURSOR FOR
            SELECT E.MAT, E.NOM, E.NOD, E.GRD, E.SAL, E.TAUX,
                   G.LIB, G.SALMIN, G.SALMAX
            FROM EMPLOYE E, GRADE G
            WHERE E.GRD = G.GRD
              AND E.STA <> 'P'
            ORDER BY E.GRD, E.NOD, E.NOM
           END-EXEC

      *CURSEUR DES CERCLES ROUGES (SALAIRE AU-DESSUS DU MAXIMUM)
           EXEC SQL DECLARE LISTROUGE CURSOR FOR
            SELECT E.MAT, E.NOM, E.NOD, E.GRD, E.SAL, E.TAUX,
                   G.LIB, G.SALMIN, G.SALMAX
            FROM EMPLOYE E, GRADE G
            WHERE E.GRD = G.GRD
              AND E.STA <> 'P'
              AND E.SAL > G.SALMAX
            ORDER BY E.GRD, E.NOD, E.NOM
           END-EXEC

      *CURSEUR DES CERCLES VERTS (SALAIRE SOUS LE MINIMUM)
           EXEC SQL DECLARE LISTVERT CURSOR FOR
            SELECT E.MAT, E.NOM, E.NOD, E.GRD, E.SAL, E.TAUX,
                   G.LIB, G.SALMIN, G.SALMAX
            FROM EMPLOYE E, GRADE G
            WHERE E.GRD = G.GRD
              AND E.STA <> 'P'
              AND E.SAL < G.SALMIN
            ORDER BY E.GRD, E.NOD, E.NOM
           END-EXEC

      *EMPLOYES ACTIFS SANS GRADE OU D'UN GRADE ABSENT DE LA TABLE
      *GRADE (NON ANALYSES, SIGNALES EN FIN DE RAPPORT)
       01  WS-NB-SANS-GRADE  PIC S9(9) COMP VALUE ZEROES.

      *RUPTURES : GRADE ET DEPARTEMENT EN COURS, BANDE DU GRADE
       01  WS-GRD-COURANT    PIC X(2)    VALUE SPACES.
       01  WS-NOD-COURANT    PIC X(3)    VALUE SPACES.
       01  WS-SALMIN         PIC 9(5)V99 VALUE ZEROES.
       01  WS-SALMAX         PIC 9(5)V99 VALUE ZEROES.
       01  WS-MILIEU         PIC 9(5)V99 VALUE ZEROES.

      *POSITION DE L'EMPLOYE COURANT DANS SA BANDE
       01  WS-SAL            PIC 9(5)V99 VALUE ZEROES.
       01  WS-TAUX           PIC 9(3)V99 VALUE ZEROES.
       01  WS-COMPA          PIC 9(3)V9  VALUE ZEROES.
       01  WS-ECART          PIC 9(5)V99 VALUE ZEROES.
       01  WS-COUT-MOIS      PIC 9(5)V99 VALUE ZEROES.
       01  WS-COUT-AN        PIC 9(7)V99 VALUE ZEROES.

      *CUMULS PAR NIVEAU DE RUPTURE : 1 = DEPARTEMENT, 2 = GRADE,
      *3 = ENSEMBLE DU RAPPORT
       01  WS-CUMULS.
           05 WS-CUMUL OCCURS 3 TIMES.
              10 WS-CUM-NB       PIC 9(5)    COMP.
              10 WS-CUM-COMPA    PIC 9(7)V9  COMP-3.
              10 WS-CUM-ROUGE    PIC 9(5)    COMP.
              10 WS-CUM-VERT     PIC 9(5)    COMP.
       01  WS-NIV            PIC 9       VALUE ZEROES.
       01  WS-COMPA-MOYEN    PIC 9(3)V9  VALUE ZEROES.

      *TOTAUX DES LISTES DE CERCLES ROUGES ET VERTS
       01  WS-NB-ROUGE       PIC 9(5)    COMP VALUE ZEROES.
       01  WS-TOT-DEPASSE    PIC 9(7)V99 VALUE ZEROES.
       01  WS-NB-VERT        PIC 9(5)    COMP VALUE ZEROES.
       01  WS-TOT-COUT-MOIS  PIC 9(7)V99 VALUE ZEROES.
       01  WS-TOT-COUT-AN    PIC 9(9)V99 VALUE ZEROES.

      *PAGINATION : LIGNE EN CONSTRUCTION, SAUT, ENTETES DE COLONNES
      *DE LA PARTIE EN COURS (REPRISES EN HAUT DE CHAQUE PAGE)
       01  WS-LIGNE          PIC X(132) VALUE SPACES.
       01  WS-SAUT           PIC X      VALUE ' '.
       01  WS-COL-1          PIC X(132) VALUE SPACES.
       01  WS-COL-2          PIC X(132) VALUE SPACES.
       01  WS-NB-PAGE        PIC 9(3) COMP VALUE 1.
       01  WS-NB-LIGNE-PAGE  PIC 9(3) COMP VALUE ZEROES.
       01  WS-MAX-LIGNE-PAGE PIC 9(3) COMP VALUE 55.

      *LIGNES D'EDITION
       01  L1.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(40) VALUE
                             'POSITION DES SALAIRES DANS LES BANDES'.
           05                PIC X(20) VALUE SPACES.
           05                PIC X(05) VALUE 'PAGE '.
           05 ED-L1-PAGE     PIC ZZZ9.
       01  L2.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(37) VALUE ALL '-'.

       01  L2A.
           05                PIC X(11) VALUE 'ARRETE AU '.
           05 ED-L2A-DATE    PIC X(10) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L2A-PARTIE  PIC X(60) VALUE SPACES.

      *PARTIE 1 : DETAIL PAR GRADE ET DEPARTEMENT
       01  L3.
           05                PIC X(06) VALUE 'MAT'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(15) VALUE 'NOM'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE 'NOD'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(09) VALUE '  SALAIRE'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE '  TAUX'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(07) VALUE 'COMPA %'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(12) VALUE 'POSITION'.
       01  L4.
           05                PIC X(06) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(15) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(09) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(07) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(12) VALUE ALL '-'.

       01  L5.
           05 ED-L5-MAT      PIC X(06) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-NOM      PIC X(15) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-NOD      PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-SAL      PIC ZZ.ZZZ,ZZ.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-TAUX     PIC ZZ9,99.
           05                PIC X(05) VALUE SPACES.
           05 ED-L5-COMPA    PIC ZZ9,9.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-POSITION PIC X(12) VALUE SPACES.

      *TITRE D'UN GRADE : LIBELLE, BANDE ET MILIEU DE BANDE
       01  L6.
           05                PIC X(06) VALUE 'GRADE '.
           05 ED-L6-GRD      PIC X(02) VALUE SPACES.
           05                PIC X(01) VALUE SPACES.
           05 ED-L6-LIB      PIC X(15) VALUE SPACES.
           05                PIC X(09) VALUE '  BANDE '.
           05 ED-L6-SALMIN   PIC ZZ.ZZZ,ZZ.
           05                PIC X(03) VALUE ' A '.
           05 ED-L6-SALMAX   PIC ZZ.ZZZ,ZZ.
           05                PIC X(10) VALUE '  MILIEU '.
           05 ED-L6-MILIEU   PIC ZZ.ZZZ,ZZ.

      *SOUS-TOTAL DEPARTEMENT / TOTAL GRADE / TOTAL GENERAL
       01  L7.
           05                PIC X(03) VALUE SPACES.
           05 ED-L7-LIBELLE  PIC X(20) VALUE SPACES.
           05                PIC X(11) VALUE 'EFFECTIF : '.
           05 ED-L7-NB       PIC ZZZZ9.
           05                PIC X(22) VALUE
                                 '   COMPA-RATIO MOYEN :'.
           05 ED-L7-COMPA    PIC ZZZ9,9.
           05                PIC X(13) VALUE ' %   ROUGES :'.
           05 ED-L7-ROUGE    PIC ZZZZ9.
           05                PIC X(10) VALUE '   VERTS :'.
           05 ED-L7-VERT     PIC ZZZZ9.

      *PARTIE 2 : CERCLES ROUGES
       01  L8.
           05                PIC X(06) VALUE 'MAT'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(15) VALUE 'NOM'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE 'GRD'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE 'NOD'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(09) VALUE '  SALAIRE'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(09) VALUE '  MAXIMUM'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(09) VALUE ' DEPASSE.'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(07) VALUE 'COMPA %'.
       01  L8A.
           05                PIC X(06) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(15) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(09) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(09) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(09) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(07) VALUE ALL '-'.
       01  L8B.
           05 ED-L8-MAT      PIC X(06) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L8-NOM      PIC X(15) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L8-GRD      PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L8-NOD      PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L8-SAL      PIC ZZ.ZZZ,ZZ.
           05                PIC X(03) VALUE SPACES.
           05 ED-L8-MAX      PIC ZZ.ZZZ,ZZ.
           05                PIC X(03) VALUE SPACES.
           05 ED-L8-ECART    PIC ZZ.ZZZ,ZZ.
           05                PIC X(05) VALUE SPACES.
           05 ED-L8-COMPA    PIC ZZ9,9.
       01  L8C.
           05                PIC X(24) VALUE
                                 'NOMBRE DE CERCLES ROUGES'.
           05                PIC X(03) VALUE ' : '.
           05 ED-L8C-NB      PIC ZZZZ9.
           05                PIC X(27) VALUE
                                 '   TOTAL DES DEPASSEMENTS :'.
           05 ED-L8C-TOTAL   PIC Z.ZZZ.ZZZ,ZZ.

      *PARTIE 3 : CERCLES VERTS ET COUT DE MISE AU MINIMUM
       01  L9.
           05                PIC X(06) VALUE 'MAT'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(15) VALUE 'NOM'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE 'GRD'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE 'NOD'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(09) VALUE '  SALAIRE'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(09) VALUE '  MINIMUM'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(09) VALUE '    ECART'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE '  TAUX'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(09) VALUE 'COUT MOIS'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(12) VALUE '   COUT AN'.
       01  L9A.
           05                PIC X(06) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(15) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(09) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(09) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(09) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(09) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(12) VALUE ALL '-'.
       01  L9B.
           05 ED-L9-MAT      PIC X(06) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L9-NOM      PIC X(15) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L9-GRD      PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L9-NOD      PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L9-SAL      PIC ZZ.ZZZ,ZZ.
           05                PIC X(03) VALUE SPACES.
           05 ED-L9-MIN      PIC ZZ.ZZZ,ZZ.
           05                PIC X(03) VALUE SPACES.
           05 ED-L9-ECART    PIC ZZ.ZZZ,ZZ.
           05                PIC X(03) VALUE SPACES.
           05 ED-L9-TAUX     PIC ZZ9,99.
           05                PIC X(03) VALUE SPACES.
           05 ED-L9-COUT-MOIS PIC ZZ.ZZZ,ZZ.
           05                PIC X(03) VALUE SPACES.
           05 ED-L9-COUT-AN  PIC ZZZ.ZZZ,ZZ.
       01  L9C.
           05                PIC X(24) VALUE
                                 'NOMBRE DE CERCLES VERTS'.
           05                PIC X(03) VALUE ' : '.
           05 ED-L9C-NB      PIC ZZZZ9.
           05                PIC X(26) VALUE
                                 '   COUT DE MISE AU MINIMUM'.
           05                PIC X(10) VALUE ' - MOIS : '.
           05 ED-L9C-MOIS    PIC Z.ZZZ.ZZZ,ZZ.
           05                PIC X(09) VALUE '   AN : '.
           05 ED-L9C-AN      PIC ZZZ.ZZZ.ZZZ,ZZ.

      *EMPLOYES NON ANALYSES (SANS GRADE OU GRADE INCONNU)
       01  L10.
           05                PIC X(46) VALUE
                  'EMPLOYES ACTIFS SANS GRADE OU GRADE INCONNU : '.
           05 ED-L10-NB      PIC ZZZZ9.

       PROCEDURE DIVISION.
             MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE
             MOVE WS-HORODATAGE(1:14)   TO WS-OPS-DEBUT
             STRING WS-HORODATAGE(7:2) '/' WS-HORODATAGE(5:2) '/'
                    WS-HORODATAGE(1:4)
                DELIMITED BY SIZE INTO ED-L2A-DATE

      *OUVERTURE DU FICHIER D'EDITION
             OPEN OUTPUT EDIT
             IF FS-EDIT NOT = ZEROES
                DISPLAY 'ERREUR OPEN EDIT, FS : ' FS-EDIT
                PERFORM FIN
             END-IF

      *PARTIE 1 : DETAIL PAR GRADE ET DEPARTEMENT AVEC SOUS-TOTAUX
             MOVE 'COMPA-RATIO PAR GRADE ET DEPARTEMENT'
                                       TO ED-L2A-PARTIE
             MOVE L3 TO WS-COL-1
             MOVE L4 TO WS-COL-2
             PERFORM ECRITURE-ENTETE
             INITIALIZE WS-CUMULS

             EXEC SQL OPEN LISTCMP END-EXEC
             IF SQLCODE NOT = ZEROES
                DISPLAY 'ERREUR OPEN LISTCMP : ' SQLCODE
                PERFORM FIN
             END-IF
             PERFORM LECTURE-LISTCMP
             PERFORM UNTIL SQLCODE = +100
                ADD 1 TO WS-OPS-LUS
                IF HVE-GRD NOT = WS-GRD-COURANT
                   IF WS-GRD-COURANT NOT = SPACES
                      PERFORM RUPTURE-DEPARTEMENT
                      PERFORM RUPTURE-GRADE
                   END-IF
                   PERFORM DEBUT-GRADE
                ELSE
                   IF HVE-NOD NOT = WS-NOD-COURANT
                      PERFORM RUPTURE-DEPARTEMENT
                      MOVE HVE-NOD TO WS-NOD-COURANT
                   END-IF
                END-IF
                PERFORM TRAITEMENT-EMPLOYE
                PERFORM LECTURE-LISTCMP
             END-PERFORM
             EXEC SQL CLOSE LISTCMP END-EXEC
             IF WS-GRD-COURANT NOT = SPACES
                PERFORM RUPTURE-DEPARTEMENT
                PERFORM RUPTURE-GRADE
             END-IF
             MOVE 3               TO WS-NIV
             MOVE 'TOTAL GENERAL' TO ED-L7-LIBELLE
             MOVE '0'             TO WS-SAUT
             PERFORM EDITION-CUMUL

      *EMPLOYES ACTIFS HORS ANALYSE (PAS DE BANDE DE REFERENCE)
             EXEC SQL
                SELECT COUNT(*) INTO :WS-NB-SANS-GRADE
                  FROM EMPLOYE E
                 WHERE E.STA <> 'P'
                   AND NOT EXISTS (SELECT 1 FROM GRADE G
                                    WHERE G.GRD = E.GRD)
             END-EXEC
             IF SQLCODE NOT = ZEROES
                DISPLAY 'ERREUR COMPTAGE SANS GRADE : ' SQLCODE
                PERFORM FIN
             END-IF
             MOVE WS-NB-SANS-GRADE TO ED-L10-NB
             MOVE L10 TO WS-LIGNE
             MOVE '0' TO WS-SAUT
             PERFORM ECRITURE-LIGNE

      *PARTIE 2 : CERCLES ROUGES
             MOVE 'CERCLES ROUGES (SALAIRE AU-DESSUS DU MAXIMUM)'
                                       TO ED-L2A-PARTIE
             MOVE L8  TO WS-COL-1
             MOVE L8A TO WS-COL-2
             PERFORM ECRITURE-ENTETE
             PERFORM EDITION-CERCLES-ROUGES

      *PARTIE 3 : CERCLES VERTS ET COUT DE MISE AU MINIMUM
             MOVE 'CERCLES VERTS (SALAIRE SOUS LE MINIMUM) ET COUT'
                                       TO ED-L2A-PARTIE
             MOVE L9  TO WS-COL-1
             MOVE L9A TO WS-COL-2
             PERFORM ECRITURE-ENTETE
             PERFORM EDITION-CERCLES-VERTS

             CLOSE EDIT
      *LES CERCLES ROUGES OU VERTS DONNENT LE CODE AVERTISSEMENT
             IF WS-NB-ROUGE NOT = ZEROES OR WS-NB-VERT NOT = ZEROES
                MOVE 4 TO WS-CODE-RETOUR
             END-IF
             PERFORM TERMINAISON
             .

      *LECTURE D'UNE LIGNE SUIVANTE DU CURSEUR DE DETAIL
       LECTURE-LISTCMP.
             EXEC SQL
                FETCH LISTCMP
                INTO :HVE-MAT, :HVE-NOM, :HVE-NOD, :HVE-GRD,
                     :HVE-SAL, :HVE-TAUX,
                     :HVG-LIB, :HVG-SALMIN, :HVG-SALMAX
             END-EXEC
             IF SQLCODE NOT = ZEROES AND SQLCODE NOT = +100
                DISPLAY 'ERREUR FETCH LISTCMP : ' SQLCODE
                PERFORM FIN
             END-IF
             .

      *DEBUT D'UN GRADE : BANDE ET MILIEU DE BANDE, TITRE DU GRADE
      *(SUR UNE NOUVELLE PAGE S'IL NE RESTE PAS LA PLACE D'UN DEBUT
      *DE LISTE), REMISE A ZERO DES CUMULS DU GRADE
       DEBUT-GRADE.
             MOVE HVE-GRD    TO WS-GRD-COURANT
             MOVE HVE-NOD    TO WS-NOD-COURANT
             MOVE HVG-SALMIN TO WS-SALMIN
             MOVE HVG-SALMAX TO WS-SALMAX
             COMPUTE WS-MILIEU ROUNDED = (WS-SALMIN + WS-SALMAX) / 2
             INITIALIZE WS-CUMUL(2)
             IF WS-NB-LIGNE-PAGE + 6 >= WS-MAX-LIGNE-PAGE
                PERFORM ECRITURE-ENTETE
             END-IF
             MOVE HVE-GRD    TO ED-L6-GRD
             MOVE HVG-LIB    TO ED-L6-LIB
             MOVE WS-SALMIN  TO ED-L6-SALMIN
             MOVE WS-SALMAX  TO ED-L6-SALMAX
             MOVE WS-MILIEU  TO ED-L6-MILIEU
             MOVE L6  TO WS-LIGNE
             MOVE '0' TO WS-SAUT
             PERFORM ECRITURE-LIGNE
             .

      *POSITION D'UN EMPLOYE DANS LA BANDE DE SON GRADE : COMPA-RATIO
      *(SAL / MILIEU EN %, BORNE A 999,9) ET CERCLE ROUGE OU VERT,
      *CUMULS DES TROIS NIVEAUX DE RUPTURE
       TRAITEMENT-EMPLOYE.
             MOVE HVE-SAL  TO WS-SAL
             MOVE HVE-TAUX TO WS-TAUX
             MOVE ZEROES   TO WS-COMPA
             IF WS-MILIEU NOT = ZEROES
                COMPUTE WS-COMPA ROUNDED = WS-SAL * 100 / WS-MILIEU
                   ON SIZE ERROR
                      MOVE 999,9 TO WS-COMPA
                END-COMPUTE
             END-IF
             ADD 1        TO WS-CUM-NB(1) WS-CUM-NB(2) WS-CUM-NB(3)
             ADD WS-COMPA TO WS-CUM-COMPA(1) WS-CUM-COMPA(2)
                             WS-CUM-COMPA(3)
             MOVE SPACES  TO ED-L5-POSITION
             IF WS-SAL > WS-SALMAX
                MOVE 'ROUGE > MAX' TO ED-L5-POSITION
                ADD 1 TO WS-CUM-ROUGE(1) WS-CUM-ROUGE(2)
                         WS-CUM-ROUGE(3)
             END-IF
             IF WS-SAL < WS-SALMIN
                MOVE 'VERT < MIN'  TO ED-L5-POSITION
                ADD 1 TO WS-CUM-VERT(1) WS-CUM-VERT(2)
                         WS-CUM-VERT(3)
             END-IF
             MOVE HVE-MAT  TO ED-L5-MAT
             MOVE HVE-NOM  TO ED-L5-NOM
             MOVE HVE-NOD  TO ED-L5-NOD
             MOVE WS-SAL   TO ED-L5-SAL
             MOVE WS-TAUX  TO ED-L5-TAUX
             MOVE WS-COMPA TO ED-L5-COMPA
             MOVE L5 TO WS-LIGNE
             PERFORM ECRITURE-LIGNE
             .

      *SOUS-TOTAL DU DEPARTEMENT EN COURS DANS LE GRADE
       RUPTURE-DEPARTEMENT.
             MOVE 1 TO WS-NIV
             MOVE SPACES TO ED-L7-LIBELLE
             STRING 'DEPARTEMENT ' WS-NOD-COURANT
                DELIMITED BY SIZE INTO ED-L7-LIBELLE
             PERFORM EDITION-CUMUL
             INITIALIZE WS-CUMUL(1)
             .

      *TOTAL DU GRADE EN COURS
       RUPTURE-GRADE.
             MOVE 2 TO WS-NIV
             MOVE SPACES TO ED-L7-LIBELLE
             STRING 'TOTAL GRADE ' WS-GRD-COURANT
                DELIMITED BY SIZE INTO ED-L7-LIBELLE
             PERFORM EDITION-CUMUL
             .

      *EDITION DE LA LIGNE DE CUMUL DU NIVEAU WS-NIV (EFFECTIF,
      *COMPA-RATIO MOYEN, CERCLES ROUGES ET VERTS)
       EDITION-CUMUL.
             MOVE ZEROES TO WS-COMPA-MOYEN
             IF WS-CUM-NB(WS-NIV) NOT = ZEROES
                COMPUTE WS-COMPA-MOYEN ROUNDED
                   = WS-CUM-COMPA(WS-NIV) / WS-CUM-NB(WS-NIV)
             END-IF
             MOVE WS-CUM-NB(WS-NIV)    TO ED-L7-NB
             MOVE WS-COMPA-MOYEN       TO ED-L7-COMPA
             MOVE WS-CUM-ROUGE(WS-NIV) TO ED-L7-ROUGE
             MOVE WS-CUM-VERT(WS-NIV)  TO ED-L7-VERT
             MOVE L7 TO WS-LIGNE
             PERFORM ECRITURE-LIGNE
             .

      *LISTE DES CERCLES ROUGES : DEPASSEMENT DU MAXIMUM PAR EMPLOYE
      *ET AU TOTAL (AUCUN COUT, LE SALAIRE EST SIMPLEMENT GELE TANT
      *QU'IL RESTE AU-DESSUS DE LA BANDE)
       EDITION-CERCLES-ROUGES.
             EXEC SQL OPEN LISTROUGE END-EXEC
             IF SQLCODE NOT = ZEROES
                DISPLAY 'ERREUR OPEN LISTROUGE : ' SQLCODE
                PERFORM FIN
             END-IF
             PERFORM LECTURE-LISTROUGE
             PERFORM UNTIL SQLCODE = +100
                ADD 1 TO WS-NB-ROUGE
                MOVE HVE-SAL    TO WS-SAL
                MOVE HVG-SALMIN TO WS-SALMIN
                MOVE HVG-SALMAX TO WS-SALMAX
                COMPUTE WS-ECART = WS-SAL - WS-SALMAX
                ADD WS-ECART TO WS-TOT-DEPASSE
                COMPUTE WS-MILIEU ROUNDED
                      = (WS-SALMIN + WS-SALMAX) / 2
                COMPUTE WS-COMPA ROUNDED = WS-SAL * 100 / WS-MILIEU
                   ON SIZE ERROR
                      MOVE 999,9 TO WS-COMPA
                END-COMPUTE
                MOVE HVE-MAT   TO ED-L8-MAT
                MOVE HVE-NOM   TO ED-L8-NOM
                MOVE HVE-GRD   TO ED-L8-GRD
                MOVE HVE-NOD   TO ED-L8-NOD
                MOVE WS-SAL    TO ED-L8-SAL
                MOVE WS-SALMAX TO ED-L8-MAX
                MOVE WS-ECART  TO ED-L8-ECART
                MOVE WS-COMPA  TO ED-L8-COMPA
                MOVE L8B TO WS-LIGNE
                PERFORM ECRITURE-LIGNE
                ADD 1 TO WS-OPS-ECRITS
                PERFORM LECTURE-LISTROUGE
             END-PERFORM
             EXEC SQL CLOSE LISTROUGE END-EXEC
             MOVE WS-NB-ROUGE    TO ED-L8C-NB
             MOVE WS-TOT-DEPASSE TO ED-L8C-TOTAL
             MOVE L8C TO WS-LIGNE
             MOVE '0' TO WS-SAUT
             PERFORM ECRITURE-LIGNE
             .

      *LECTURE D'UNE LIGNE SUIVANTE DU CURSEUR DES CERCLES ROUGES
       LECTURE-LISTROUGE.
             EXEC SQL
                FETCH LISTROUGE
                INTO :HVE-MAT, :HVE-NOM, :HVE-NOD, :HVE-GRD,
                     :HVE-SAL, :HVE-TAUX,
                     :HVG-LIB, :HVG-SALMIN, :HVG-SALMAX
             END-EXEC
             IF SQLCODE NOT = ZEROES AND SQLCODE NOT = +100
                DISPLAY 'ERREUR FETCH LISTROUGE : ' SQLCODE
                PERFORM FIN
             END-IF
             .

      *LISTE DES CERCLES VERTS AVEC LE COUT DE MISE AU MINIMUM : ECART
      *AU MINIMUM (SALAIRE DE BASE TEMPS PLEIN) PONDERE PAR LE TAUX
      *D'ACTIVITE POUR LE COUT MENSUEL REELLEMENT PAYE, DOUZE MOIS
      *POUR LE COUT ANNUEL
       EDITION-CERCLES-VERTS.
             EXEC SQL OPEN LISTVERT END-EXEC
             IF SQLCODE NOT = ZEROES
                DISPLAY 'ERREUR OPEN LISTVERT : ' SQLCODE
                PERFORM FIN
             END-IF
             PERFORM LECTURE-LISTVERT
             PERFORM UNTIL SQLCODE = +100
                ADD 1 TO WS-NB-VERT
                MOVE HVE-SAL    TO WS-SAL
                MOVE HVE-TAUX   TO WS-TAUX
                MOVE HVG-SALMIN TO WS-SALMIN
                COMPUTE WS-ECART = WS-SALMIN - WS-SAL
                COMPUTE WS-COUT-MOIS ROUNDED
                      = WS-ECART * WS-TAUX / 100
                COMPUTE WS-COUT-AN = WS-COUT-MOIS * 12
                ADD WS-COUT-MOIS TO WS-TOT-COUT-MOIS
                ADD WS-COUT-AN   TO WS-TOT-COUT-AN
                MOVE HVE-MAT      TO ED-L9-MAT
                MOVE HVE-NOM      TO ED-L9-NOM
                MOVE HVE-GRD      TO ED-L9-GRD
                MOVE HVE-NOD      TO ED-L9-NOD
                MOVE WS-SAL       TO ED-L9-SAL
                MOVE WS-SALMIN    TO ED-L9-MIN
                MOVE WS-ECART     TO ED-L9-ECART
                MOVE WS-TAUX      TO ED-L9-TAUX
                MOVE WS-COUT-MOIS TO ED-L9-COUT-MOIS
                MOVE WS-COUT-AN   TO ED-L9-COUT-AN
                MOVE L9B TO WS-LIGNE
                PERFORM ECRITURE-LIGNE
                ADD 1 TO WS-OPS-ECRITS
                PERFORM LECTURE-LISTVERT
             END-PERFORM
             EXEC SQL CLOSE LISTVERT END-EXEC
             MOVE WS-NB-VERT       TO ED-L9C-NB
             MOVE WS-TOT-COUT-MOIS TO ED-L9C-MOIS
             MOVE WS-TOT-COUT-AN   TO ED-L9C-AN
             MOVE L9C TO WS-LIGNE
             MOVE '0' TO WS-SAUT
             PERFORM ECRITURE-LIGNE
             .

      *LECTURE D'UNE LIGNE SUIVANTE DU CURSEUR DES CERCLES VERTS
       LECTURE-LISTVERT.
             EXEC SQL
                FETCH LISTVERT
                INTO :HVE-MAT, :HVE-NOM, :HVE-NOD, :HVE-GRD,
                     :HVE-SAL, :HVE-TAUX,
                     :HVG-LIB, :HVG-SALMIN, :HVG-SALMAX
             END-EXEC
             IF SQLCODE NOT = ZEROES AND SQLCODE NOT = +100
                DISPLAY 'ERREUR FETCH LISTVERT : ' SQLCODE
                PERFORM FIN
             END-IF
             .

      *ECRITURE DE LA LIGNE EN CONSTRUCTION (WS-LIGNE, AVEC LE SAUT
      *WS-SAUT) - DECLENCHE UN SAUT DE PAGE AVEC REEDITION DE L'ENTETE
      *QUAND LA PAGE EST PLEINE
       ECRITURE-LIGNE.
             IF WS-NB-LIGNE-PAGE >= WS-MAX-LIGNE-PAGE
                PERFORM ECRITURE-ENTETE
             END-IF
             MOVE WS-SAUT  TO CAR-SAUT
             MOVE WS-LIGNE TO LIG-EDIT
             WRITE ENR-EDIT
             ADD 1 TO WS-NB-LIGNE-PAGE
             MOVE ' '    TO WS-SAUT
             MOVE SPACES TO WS-LIGNE
             .

      *ECRITURE DE L'ENTETE DE PAGE (L1, L2, DATE ET PARTIE DU
      *RAPPORT, ENTETES DE COLONNES DE LA PARTIE EN COURS) ET PASSAGE
      *AU NUMERO DE PAGE SUIVANT
       ECRITURE-ENTETE.
             MOVE WS-NB-PAGE TO ED-L1-PAGE
             MOVE '1'  TO CAR-SAUT
             MOVE L1   TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE ' '  TO CAR-SAUT
             MOVE L2   TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE '0'  TO CAR-SAUT
             MOVE L2A  TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE '0'  TO CAR-SAUT
             MOVE WS-COL-1 TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE ' '  TO CAR-SAUT
             MOVE WS-COL-2 TO LIG-EDIT
             WRITE ENR-EDIT
             ADD 1 TO WS-NB-PAGE
             MOVE ZEROES TO WS-NB-LIGNE-PAGE
             .

      *ECRITURE DE L'ENREGISTREMENT DE SUIVI D'EXPLOITATION (JOURNAL
      *COMMUN DE LA CHAINE BATCH) PUIS POSITIONNEMENT DU CODE
      *CONDITION FINAL (0 = NORMAL, 4 = EXCEPTIONS, 12 = ABANDON).
       TERMINAISON.
             MOVE 'COMPARAT' TO OPS-PROGRAMME
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

//API7CR JOB NOTIFY=&SYSUID,CLASS=A,MSGCLASS=H
//*
//PROCLIB  JCLLIB ORDER=SDJ.FORM.PROCLIB
//*
//         SET SYSUID=API7
//         NOMPGM:COMPARAT
//*
//APPROC   EXEC COMPDB2
//STEPDB2.SYSLIB   DD DSN=API7.SOURCE.DCLGEN,DISP=SHR
//                 DD DSN=API7.SOURCE.COPY,DISP=SHR
//STEPDB2.SYSIN    DD DSN=API7.SOURCE.DB2(COMPARAT),DISP=SHR
//STEPDB2.DBRMLIB DD DSN=API7.SOURCE.DBRMLIB(COMPARAT),DISP=SHR
//STEPLNK.SYSLMOD  DD DSN=API7.SOURCE.PGMLIB(COMPARAT),DISP=SHR
//*
//*--- A PASSER APRES CHAQUE MAINTENANCE DES BANDES (GRADUPD)   ---
//*--- ET AVANT LA CAMPAGNE DE REVALORISATION (SALREV)          ---
//STEPRUN  EXEC PGM=IKJEFT01,COND=(4,LT)
//STEPLIB  DD DSN=API7.SOURCE.PGMLIB,DISP=SHR
//OPSLOG   DD DSN=API7.OPSLOG,DISP=MOD
//EDIT     DD  DSN=API7.COMPARAT,DISP=(,CATLG,DELETE),
//         DCB=(DSORG=PS,RECFM=FB,LRECL=133),
//         SPACE=(TRK,(2,2))
//SYSOUT   DD  SYSOUT=*,OUTLIM=1000
//SYSTSPRT DD  SYSOUT=*,OUTLIM=2500
//SYSTSIN  DD  *
  DSN SYSTEM (DSN1)
  RUN PROGRAM(COMPARAT) PLAN (COMPARAT)
//



      ********************************************************************#
      *                          FICHIER D'EDITION                        #
      ********************************************************************#
      *1                              POSITION DES SALAIRES DANS LES BANDES                       PAGE    1
      *                               -------------------------------------
      *0ARRETE AU  15/10/2026   COMPA-RATIO PAR GRADE ET DEPARTEMENT
      *0MAT      NOM               NOD     SALAIRE     TAUX   COMPA %   POSITION
      * ------   ---------------   ---   ---------   ------   -------   ------------
      *0GRADE C1 CADRE            BANDE  4.800,00 A 16.000,00  MILIEU 10.400,00
      * 085      MARTIN            P01    9.000,00   100,00      86,5
      * 112      DURAND            P01   17.500,00   100,00     168,3   ROUGE > MAX
      *    DEPARTEMENT P01     EFFECTIF :     2   COMPA-RATIO MOYEN : 127,4 %   ROUGES :    1   VERTS :    0
      * 204      LEROY             P02   12.000,00    80,00     115,4
      *    DEPARTEMENT P02     EFFECTIF :     1   COMPA-RATIO MOYEN : 115,4 %   ROUGES :    0   VERTS :    0
      *    TOTAL GRADE C1      EFFECTIF :     3   COMPA-RATIO MOYEN : 123,4 %   ROUGES :    1   VERTS :    0
      *0GRADE E2 EMPLOYE CONF     BANDE  1.500,00 A  3.500,00  MILIEU  2.500,00
      * 131      PETIT             P02    1.400,00    50,00      56,0   VERT < MIN
      * 140      ROUX              P02    2.600,00   100,00     104,0
      *    DEPARTEMENT P02     EFFECTIF :     2   COMPA-RATIO MOYEN :  80,0 %   ROUGES :    0   VERTS :    1
      *    TOTAL GRADE E2      EFFECTIF :     2   COMPA-RATIO MOYEN :  80,0 %   ROUGES :    0   VERTS :    1
      *0   TOTAL GENERAL       EFFECTIF :     5   COMPA-RATIO MOYEN : 106,0 %   ROUGES :    1   VERTS :    1
      *0EMPLOYES ACTIFS SANS GRADE OU GRADE INCONNU :     2
      *1                              POSITION DES SALAIRES DANS LES BANDES                       PAGE    2
      *                               -------------------------------------
      *0ARRETE AU  15/10/2026   CERCLES ROUGES (SALAIRE AU-DESSUS DU MAXIMUM)
      *0MAT      NOM               GRD   NOD     SALAIRE     MAXIMUM    DEPASSE.   COMPA %
      * ------   ---------------   ---   ---   ---------   ---------   ---------   -------
      * 112      DURAND            C1    P01   17.500,00   16.000,00    1.500,00     168,3
      *0NOMBRE DE CERCLES ROUGES :     1   TOTAL DES DEPASSEMENTS :    1.500,00
      *1                              POSITION DES SALAIRES DANS LES BANDES                       PAGE    3
      *                               -------------------------------------
      *0ARRETE AU  15/10/2026   CERCLES VERTS (SALAIRE SOUS LE MINIMUM) ET COUT
      *0MAT      NOM               GRD   NOD     SALAIRE     MINIMUM       ECART     TAUX   COUT MOIS      COUT AN
      * ------   ---------------   ---   ---   ---------   ---------   ---------   ------   ---------   ------------
      * 131      PETIT             E2    P02    1.400,00    1.500,00      100,00    50,00       50,00       600,00
      *0NOMBRE DE CERCLES VERTS  :     1   COUT DE MISE AU MINIMUM - MOIS :        50,00   AN :          600,00
      *********************************** BOTTOM OF DATA *********************************
