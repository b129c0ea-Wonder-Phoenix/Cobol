      ********************************************************************#
      *  ÉNONCÉ : Chargement annuel du calendrier de la société : une     #
      *           ligne par jour de l'année (table CALENDRIER), typée     #
      *           jour ouvré, repos hebdomadaire (samedi, dimanche) ou    #
      *           jour férié, à partir d'un fichier de cartes (une carte  #
      *           année puis une carte par jour férié, et par jour ouvré  #
      *           exceptionnel), avec son propre compte-rendu de          #
      *           chargement mois par mois. Le décompte des absences en   #
      *           jours ouvrés (ACCESS2 'A'/'J', ABSRPT, ABSLOAD) repose  #
      *           sur cette table. Un mode contrôle, passé en fin         #
      *           d'année avant la première paie de janvier, vérifie que  #
      *           le calendrier de l'année suivante est chargé.           #
      ********************************************************************#

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALLOAD.
       AUTHOR. SV.
       DATE-WRITTEN. 15/10/26.
      ******************************************************************
      * BUT : CHARGER LE CALENDRIER DE L'ANNEE PORTEE PAR LA CARTE 'A' *
      *       (TOUS LES JOURS DE L'ANNEE : 'O' OUVRE, 'W' SAMEDI ET     *
      *       DIMANCHE, 'F' JOURS FERIES DES CARTES 'F', 'O' FORCE PAR  *
      *       LES CARTES 'O'), EN REMPLACEMENT D'UN CHARGEMENT          *
      *       PRECEDENT DE LA MEME ANNEE, ET EDITER LE COMPTE-RENDU     *
      *       (CARTES, DECOMPTE MENSUEL DES JOURS OUVRES). LE MODE      *
      *       CONTROLE (PARM('C') OU PARM('CAAAA')) NE CHARGE RIEN ET   *
      *       ABANDONNE (CODE 12) SI L'ANNEE SUIVANTE (OU L'ANNEE AAAA) *
      *       N'EST PAS ENTIEREMENT CHARGEE.                            *
      *  261015 : CREATION DU PROGRAMME                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *DECLARATION DU FICHIER DES CARTES DU CALENDRIER
           SELECT CARTES ASSIGN TO CARTES
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FS-CARTES.
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
       FD  CARTES RECORDING MODE IS F.
      *CARTE DU CALENDRIER : TYPE EN 1 ('A' ANNEE A CHARGER, EN TETE
      *DU FICHIER, ANNEE EN 3-6 ; 'F' JOUR FERIE ; 'O' JOUR OUVRE
      *EXCEPTIONNEL, PAR EXEMPLE UN SAMEDI TRAVAILLE), DATE AAAAMMJJ
      *EN 3-10 ET LIBELLE EN 12-31.
       01  ENR-CARTE.
           05 CAR-TYPE       PIC X.
           05                PIC X.
           05 CAR-DATE       PIC X(8).
           05 FILLER REDEFINES CAR-DATE.
              10 CAR-ANNEE   PIC X(4).
              10             PIC X(4).
           05                PIC X.
           05 CAR-LIBELLE    PIC X(20).
           05                PIC X(49).

       FD  EDIT RECORDING MODE IS F.
       01  ENR-EDIT.
           05 CAR-SAUT       PIC X.
           05 LIG-EDIT       PIC X(132).

       FD  OPSLOG RECORDING MODE IS F.
           COPY OPSLOG.

       WORKING-STORAGE SECTION.
      *FILE STATUS
       01  FS-CARTES         PIC 99 VALUE ZEROES.
       01  FS-EDIT           PIC 99 VALUE ZEROES.

      *SUIVI D'EXPLOITATION (JOURNAL COMMUN DE LA CHAINE BATCH)
       01  FS-OPSLOG         PIC 99    VALUE ZEROES.
       01  WS-HORODATAGE     PIC X(21) VALUE SPACES.
       01  WS-OPS-DEBUT      PIC X(14) VALUE SPACES.
       01  WS-OPS-LUS        PIC 9(7)  VALUE ZEROES.
       01  WS-OPS-ECRITS     PIC 9(7)  VALUE ZEROES.
       01  WS-CODE-RETOUR    PIC 99    VALUE ZEROES.

      *COPY DES DECLARATIONS ET HOST-VARIABLES DE LA TABLE
           EXEC SQL INCLUDE CALENDRIER   END-EXEC.
           EXEC SQL INCLUDE CALENDRIER2  END-EXEC.
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      *MODE D'EXECUTION (PARM) : CHARGEMENT PAR DEFAUT, CONTROLE DE
      *L'ANNEE SUIVANTE (OU DE L'ANNEE DU PARM) SUR PARM('C')
       01  WS-MODE           PIC X     VALUE 'L'.
           88 MODE-CONTROLE            VALUE 'C'.

      *ANNEE TRAITEE, BORNES EN AAAA-MM-JJ ET NOMBRE DE JOURS DE
      *L'ANNEE (BISSEXTILE COMPRISE)
       01  WS-ANNEE          PIC 9(4)  VALUE ZEROES.
       01  WS-AN-DEB         PIC X(10) VALUE SPACES.
       01  WS-AN-FIN         PIC X(10) VALUE SPACES.
       01  WS-JOURS-AN       PIC 9(3)  VALUE ZEROES.
       01  WS-CTL-RESTE      PIC 9(4)  VALUE ZEROES.
       01  WS-CTL-QUOTIENT   PIC 9(4)  VALUE ZEROES.
       01  WS-LONGUEUR-MOIS.
           05 PIC X(24) VALUE '312831303130313130313031'.
       01  WS-LONGUEUR-MOIS-R REDEFINES WS-LONGUEUR-MOIS.
           05 WS-JOURS-MOIS   PIC 9(2) OCCURS 12.

      *PARCOURS DES JOURS DE L'ANNEE : QUANTIEME (INTEGER-OF-DATE),
      *DATE COURANTE AAAAMMJJ ET JOUR DE LA SEMAINE (RESTE DE LA
      *DIVISION PAR 7 DU QUANTIEME : 1 = LUNDI ... 6 = SAMEDI,
      *0 = DIMANCHE)
       01  WS-QUANTIEME      PIC 9(7)  VALUE ZEROES.
       01  WS-NUM-JOUR       PIC 9(3)  VALUE ZEROES.
       01  WS-DATE-COUR      PIC 9(8)  VALUE ZEROES.
       01  FILLER REDEFINES WS-DATE-COUR.
           05 WS-COUR-AN     PIC 9(4).
           05 WS-COUR-MOIS   PIC 9(2).
           05 WS-COUR-JOUR   PIC 9(2).
       01  WS-SEMAINE        PIC 9(7)  VALUE ZEROES.
       01  WS-JOUR-SEMAINE   PIC 9     VALUE ZERO.

      *CONTROLE DES DATES DES CARTES (MOIS, JOUR SELON LA LONGUEUR DU
      *MOIS, FEVRIER BISSEXTILE COMPRIS)
       01  WS-CARTE-OK       PIC X     VALUE 'O'.
           88 CARTE-VALIDE             VALUE 'O'.
       01  WS-CAR-DATE-NUM   PIC 9(8)  VALUE ZEROES.
       01  FILLER REDEFINES WS-CAR-DATE-NUM.
           05 WS-CAR-AN      PIC 9(4).
           05 WS-CAR-MOIS    PIC 9(2).
           05 WS-CAR-JOUR    PIC 9(2).
       01  WS-JOUR-MAX       PIC 9(2)  VALUE ZEROES.
       01  WS-OBSERVATION    PIC X(50) VALUE SPACES.

      *TABLE EN MEMOIRE DES JOURS PARTICULIERS DES CARTES ('F' FERIE,
      *'O' OUVRE EXCEPTIONNEL), APPLIQUES AU PARCOURS DE L'ANNEE
       01  WS-MAX-PART       PIC 9(3) COMP VALUE 60.
       01  WS-NB-PART        PIC 9(3) COMP VALUE ZEROES.
       01  TABLE-JOURS-PART.
           05 TJ-LIGNE OCCURS 60 TIMES.
              10 TJ-DATE      PIC 9(8).
              10 TJ-TYPE      PIC X.
              10 TJ-LIBELLE   PIC X(20).
       01  WS-I              PIC 9(3) COMP VALUE ZEROES.
       01  WS-PART-TROUVE    PIC X         VALUE 'N'.
           88 PART-TROUVE              VALUE 'O'.

      *DECOMPTE MENSUEL DES JOURS CHARGES
       01  TABLE-MOIS.
           05 TM-LIGNE OCCURS 12 TIMES.
              10 TM-JOURS     PIC 9(3) COMP.
              10 TM-OUVRES    PIC 9(3) COMP.
              10 TM-REPOS     PIC 9(3) COMP.
              10 TM-FERIES    PIC 9(3) COMP.
       01  WS-M              PIC 9(2) COMP VALUE ZEROES.
       01  WS-TOT-JOURS      PIC 9(3) COMP VALUE ZEROES.
       01  WS-TOT-OUVRES     PIC 9(3) COMP VALUE ZEROES.
       01  WS-TOT-REPOS      PIC 9(3) COMP VALUE ZEROES.
       01  WS-TOT-FERIES     PIC 9(3) COMP VALUE ZEROES.

      *COMPTEURS DU TRAITEMENT ET CONTROLE DE CHARGEMENT
       01  WS-NB-CARTES      PIC 9(5) COMP VALUE ZEROES.
       01  WS-NB-ERREURS     PIC 9(5) COMP VALUE ZEROES.
       01  WS-NB-SUPPRIMES   PIC S9(9) COMP VALUE ZEROES.
       01  WS-CAL-LIGNES     PIC S9(9) COMP VALUE ZEROES.
       01  WS-CAL-OUVRES     PIC S9(9) COMP VALUE ZEROES.
       01  WS-ED-LIGNES      PIC ZZ9.
       01  WS-ED-OUVRES      PIC ZZ9.

      *LIGNES D'EDITION
       01  L1.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(28) VALUE
                                 'CHARGEMENT DU CALENDRIER'.
       01  L1C.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(28) VALUE
                                 'CONTROLE DU CALENDRIER'.
       01  L2.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(28) VALUE ALL '-'.

       01  L2A.
           05                PIC X(09) VALUE 'ANNEE : '.
           05 ED-L2A-ANNEE   PIC X(04) VALUE SPACES.

       01  L3.
           05                PIC X(04) VALUE 'TYPE'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE 'DATE'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(20) VALUE 'LIBELLE'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(20) VALUE 'OBSERVATION'.

       01  L4.
           05                PIC X(04) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(20) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(20) VALUE ALL '-'.

       01  L5.
           05 ED-L5-TYPE     PIC X(04) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-DATE     PIC X(10) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-LIBELLE  PIC X(20) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-OBS      PIC X(50) VALUE SPACES.

       01  L6.
           05                PIC X(04) VALUE 'MOIS'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(05) VALUE 'JOURS'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE 'OUVRES'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(05) VALUE 'REPOS'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE 'FERIES'.

       01  L7.
           05                PIC X(04) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(05) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(05) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE ALL '-'.

       01  L8.
           05 ED-L8-MOIS     PIC X(04) VALUE SPACES.
           05                PIC X(04) VALUE SPACES.
           05 ED-L8-JOURS    PIC ZZZ9  VALUE ZEROES.
           05                PIC X(05) VALUE SPACES.
           05 ED-L8-OUVRES   PIC ZZZ9  VALUE ZEROES.
           05                PIC X(04) VALUE SPACES.
           05 ED-L8-REPOS    PIC ZZZ9  VALUE ZEROES.
           05                PIC X(05) VALUE SPACES.
           05 ED-L8-FERIES   PIC ZZZ9  VALUE ZEROES.

       01  L9.
           05                PIC X(14) VALUE 'CARTES LUES : '.
           05 ED-L9-CARTES   PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(19) VALUE '   JOURS CHARGES : '.
           05 ED-L9-JOURS    PIC ZZZ9  VALUE ZEROES.
           05                PIC X(13) VALUE '   ERREURS : '.
           05 ED-L9-ERREURS  PIC ZZZZ9 VALUE ZEROES.

       01  L10.
           05 ED-L10-TEXTE   PIC X(90) VALUE SPACES.

       LINKAGE SECTION.
       01  PARM-CALLOAD.
           05 PARM-LONGUEUR        PIC S9(4) COMP.
           05 PARM-DONNEES.
              10 PARM-MODE         PIC X.
              10 PARM-ANNEE        PIC X(4).

       PROCEDURE DIVISION USING PARM-CALLOAD.
             MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE
             MOVE WS-HORODATAGE(1:14)   TO WS-OPS-DEBUT

      *LECTURE DU PARM DE LA JCL : PARM('C') CONTROLE L'ANNEE QUI
      *SUIT L'ANNEE COURANTE, PARM('CAAAA') L'ANNEE AAAA ; SANS PARM
      *(OU TOUT AUTRE PARM) LES CARTES SONT CHARGEES.
             IF PARM-LONGUEUR > ZEROES AND PARM-MODE = 'C'
                MOVE 'C' TO WS-MODE
                IF PARM-LONGUEUR >= 5 AND PARM-ANNEE NUMERIC
                   MOVE PARM-ANNEE TO WS-ANNEE
                ELSE
                   MOVE WS-HORODATAGE(1:4) TO WS-ANNEE
                   ADD 1 TO WS-ANNEE
                END-IF
             END-IF

      *OUVERTURE DU FICHIER D'EDITION
             OPEN OUTPUT EDIT
             IF FS-EDIT NOT = ZEROES
                DISPLAY 'ERREUR OPEN EDIT, FS : ' FS-EDIT
                PERFORM FIN
             END-IF

             IF MODE-CONTROLE
                PERFORM CONTROLE-ANNEE
             ELSE
                PERFORM CHARGEMENT-ANNEE
             END-IF

             CLOSE EDIT
             PERFORM TERMINAISON
             .

      *MODE CHARGEMENT : LECTURE DE LA CARTE ANNEE ET DES CARTES DE
      *JOURS PARTICULIERS, REMPLACEMENT DES LIGNES DE L'ANNEE DANS LA
      *TABLE (UN RECHARGEMENT CORRIGE UN CALENDRIER DEJA CHARGE), PUIS
      *COMPTE-RENDU MENSUEL.
       CHARGEMENT-ANNEE.
             OPEN INPUT CARTES
             IF FS-CARTES NOT = ZEROES
                DISPLAY 'ERREUR OPEN CARTES, FS : ' FS-CARTES
                PERFORM FIN
             END-IF

      *--> 1- LA PREMIERE CARTE DOIT ETRE LA CARTE ANNEE 'A'
             READ CARTES
             IF FS-CARTES NOT = ZEROES
                OR CAR-TYPE NOT = 'A'
                OR CAR-ANNEE NOT NUMERIC
                DISPLAY 'CARTE ANNEE ''A'' ABSENTE OU ERRONEE EN TETE '
                        'DU FICHIER DES CARTES'
                PERFORM FIN
             END-IF
             ADD 1 TO WS-NB-CARTES
             MOVE CAR-ANNEE TO WS-ANNEE
             PERFORM CALCUL-BORNES-ANNEE
             PERFORM ECRITURE-ENTETE
             MOVE '0'  TO CAR-SAUT
             MOVE L3   TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE ' '  TO CAR-SAUT
             MOVE L4   TO LIG-EDIT
             WRITE ENR-EDIT

      *--> 2- CARTES DES JOURS PARTICULIERS (FERIES, OUVRES)
             READ CARTES
             PERFORM UNTIL FS-CARTES NOT = ZEROES
                ADD 1 TO WS-NB-CARTES
                PERFORM TRAITEMENT-CARTE
                READ CARTES
             END-PERFORM
             CLOSE CARTES

      *--> 3- REMPLACEMENT DES LIGNES DE L'ANNEE
             EXEC SQL
                DELETE FROM CALENDRIER
                 WHERE DATJOUR BETWEEN :WS-AN-DEB AND :WS-AN-FIN
             END-EXEC
             IF SQLCODE = ZEROES
                MOVE SQLERRD(3) TO WS-NB-SUPPRIMES
             ELSE
                IF SQLCODE NOT = +100
                   DISPLAY 'ERREUR DELETE CALENDRIER ' WS-ANNEE ' : '
                           SQLCODE
                   PERFORM FIN
                END-IF
             END-IF
             INITIALIZE TABLE-MOIS
             COMPUTE WS-QUANTIEME
                = FUNCTION INTEGER-OF-DATE (WS-ANNEE * 10000 + 0101)
             PERFORM VARYING WS-NUM-JOUR FROM 1 BY 1
                UNTIL WS-NUM-JOUR > WS-JOURS-AN
                PERFORM CHARGEMENT-JOUR
                ADD 1 TO WS-QUANTIEME
             END-PERFORM

      *--> 4- COMPTE-RENDU MENSUEL DU CHARGEMENT
             PERFORM EDITION-DECOMPTE
             IF WS-NB-SUPPRIMES > ZEROES
                MOVE SPACES TO ED-L10-TEXTE
                STRING 'CALENDRIER ' WS-ANNEE
                       ' DEJA CHARGE : LIGNES PRECEDENTES REMPLACEES'
                   DELIMITED BY SIZE INTO ED-L10-TEXTE
                MOVE L10 TO LIG-EDIT
                MOVE '0' TO CAR-SAUT
                WRITE ENR-EDIT
             END-IF
             MOVE WS-NB-CARTES  TO ED-L9-CARTES
             MOVE WS-TOT-JOURS  TO ED-L9-JOURS
             MOVE WS-NB-ERREURS TO ED-L9-ERREURS
             MOVE L9  TO LIG-EDIT
             MOVE '0' TO CAR-SAUT
             WRITE ENR-EDIT
             MOVE WS-NB-CARTES TO WS-OPS-LUS
             MOVE WS-TOT-JOURS TO WS-OPS-ECRITS
      *LES CARTES EN ERREUR DONNENT LE CODE CONDITION AVERTISSEMENT
             IF WS-NB-ERREURS NOT = ZEROES
                MOVE 4 TO WS-CODE-RETOUR
             END-IF
             .

      *CONTROLE D'UNE CARTE DE JOUR PARTICULIER ET MISE EN TABLE : TYPE
      *'F' OU 'O', DATE VALIDE DE L'ANNEE CHARGEE, PAS DE DOUBLON. LA
      *CARTE EST EDITEE AVEC SON OBSERVATION ; UNE CARTE EN ERREUR EST
      *IGNOREE ET COMPTEE.
       TRAITEMENT-CARTE.
             MOVE 'O'    TO WS-CARTE-OK
             MOVE SPACES TO WS-OBSERVATION
             IF CAR-TYPE NOT = 'F' AND CAR-TYPE NOT = 'O'
                MOVE 'N' TO WS-CARTE-OK
                MOVE 'TYPE DE CARTE ERRONE (F OU O)' TO WS-OBSERVATION
             ELSE
                PERFORM CONTROLE-DATE-CARTE
             END-IF
             IF CARTE-VALIDE
                PERFORM RECHERCHE-JOUR-PART
                IF PART-TROUVE
                   MOVE 'N' TO WS-CARTE-OK
                   MOVE 'DATE DEJA PORTEE PAR UNE CARTE PRECEDENTE'
                     TO WS-OBSERVATION
                END-IF
             END-IF
             IF CARTE-VALIDE
                IF WS-NB-PART >= WS-MAX-PART
                   DISPLAY '--- ERR TABLE-JOURS-PART SATUREE, NB : '
                           WS-MAX-PART
                   PERFORM FIN
                END-IF
                ADD 1 TO WS-NB-PART
                MOVE WS-CAR-DATE-NUM TO TJ-DATE (WS-NB-PART)
                MOVE CAR-TYPE        TO TJ-TYPE (WS-NB-PART)
                MOVE CAR-LIBELLE     TO TJ-LIBELLE (WS-NB-PART)
      *UN FERIE QUI TOMBE UN SAMEDI OU UN DIMANCHE NE RETIRE AUCUN
      *JOUR OUVRE : LE COMPTE-RENDU LE SIGNALE POUR INFORMATION
                COMPUTE WS-QUANTIEME
                   = FUNCTION INTEGER-OF-DATE (WS-CAR-DATE-NUM)
                PERFORM CALCUL-JOUR-SEMAINE
                IF CAR-TYPE = 'F'
                   AND (WS-JOUR-SEMAINE = 6 OR WS-JOUR-SEMAINE = 0)
                   MOVE 'FERIE TOMBANT UN JOUR DE REPOS'
                     TO WS-OBSERVATION
                END-IF
                IF CAR-TYPE = 'O'
                   AND WS-JOUR-SEMAINE NOT = 6
                   AND WS-JOUR-SEMAINE NOT = 0
                   MOVE 'JOUR DEJA OUVRE EN SEMAINE'
                     TO WS-OBSERVATION
                END-IF
             ELSE
                ADD 1 TO WS-NB-ERREURS
             END-IF
             MOVE CAR-TYPE    TO ED-L5-TYPE
             MOVE SPACES      TO ED-L5-DATE
             STRING CAR-DATE(1:4) '-' CAR-DATE(5:2) '-' CAR-DATE(7:2)
                DELIMITED BY SIZE INTO ED-L5-DATE
             MOVE CAR-LIBELLE    TO ED-L5-LIBELLE
             MOVE WS-OBSERVATION TO ED-L5-OBS
             MOVE L5  TO LIG-EDIT
             MOVE ' ' TO CAR-SAUT
             WRITE ENR-EDIT
             .

      *CONTROLE DE LA DATE D'UNE CARTE : NUMERIQUE, DANS L'ANNEE
      *CHARGEE, MOIS 1 A 12 ET JOUR SELON LA LONGUEUR DU MOIS.
       CONTROLE-DATE-CARTE.
             IF CAR-DATE NOT NUMERIC
                MOVE 'N' TO WS-CARTE-OK
                MOVE 'DATE NON NUMERIQUE (AAAAMMJJ)' TO WS-OBSERVATION
             ELSE
                MOVE CAR-DATE TO WS-CAR-DATE-NUM
                IF WS-CAR-AN NOT = WS-ANNEE
                   MOVE 'N' TO WS-CARTE-OK
                   MOVE 'DATE HORS DE L''ANNEE CHARGEE'
                     TO WS-OBSERVATION
                ELSE
                   IF WS-CAR-MOIS < 1 OR WS-CAR-MOIS > 12
                      MOVE 'N' TO WS-CARTE-OK
                      MOVE 'DATE ERRONEE, MOIS INVALIDE'
                        TO WS-OBSERVATION
                   ELSE
                      MOVE WS-JOURS-MOIS (WS-CAR-MOIS) TO WS-JOUR-MAX
                      IF WS-CAR-MOIS = 2 AND WS-JOURS-AN = 366
                         MOVE 29 TO WS-JOUR-MAX
                      END-IF
                      IF WS-CAR-JOUR < 1 OR WS-CAR-JOUR > WS-JOUR-MAX
                         MOVE 'N' TO WS-CARTE-OK
                         MOVE 'DATE ERRONEE, JOUR INVALIDE'
                           TO WS-OBSERVATION
                      END-IF
                   END-IF
                END-IF
             END-IF
             .

      *RECHERCHE DE LA DATE WS-CAR-DATE-NUM DANS LA TABLE DES JOURS
      *PARTICULIERS (WS-I POINTE SUR LA LIGNE TROUVEE)
       RECHERCHE-JOUR-PART.
             MOVE 'N' TO WS-PART-TROUVE
             PERFORM VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-NB-PART
                   OR PART-TROUVE
                IF TJ-DATE (WS-I) = WS-CAR-DATE-NUM
                   MOVE 'O' TO WS-PART-TROUVE
                END-IF
             END-PERFORM
             IF PART-TROUVE
                SUBTRACT 1 FROM WS-I
             END-IF
             .

      *TYPE ET INSERTION DU JOUR DE QUANTIEME WS-QUANTIEME : SAMEDI ET
      *DIMANCHE EN REPOS 'W', LES AUTRES JOURS OUVRES 'O', PUIS LES
      *CARTES 'F'/'O' L'EMPORTENT SUR LE JOUR DE LA SEMAINE.
       CHARGEMENT-JOUR.
             COMPUTE WS-DATE-COUR
                = FUNCTION DATE-OF-INTEGER (WS-QUANTIEME)
             PERFORM CALCUL-JOUR-SEMAINE
             MOVE SPACES TO HVJ-LIBELLE
             EVALUATE WS-JOUR-SEMAINE
                WHEN 6
                   MOVE 'W'        TO HVJ-TYPJOUR
                   MOVE 'SAMEDI'   TO HVJ-LIBELLE
                WHEN 0
                   MOVE 'W'        TO HVJ-TYPJOUR
                   MOVE 'DIMANCHE' TO HVJ-LIBELLE
                WHEN OTHER
                   MOVE 'O'        TO HVJ-TYPJOUR
             END-EVALUATE
             MOVE WS-DATE-COUR TO WS-CAR-DATE-NUM
             PERFORM RECHERCHE-JOUR-PART
             IF PART-TROUVE
                MOVE TJ-TYPE (WS-I)    TO HVJ-TYPJOUR
                MOVE TJ-LIBELLE (WS-I) TO HVJ-LIBELLE
             END-IF
             STRING WS-COUR-AN '-' WS-COUR-MOIS '-' WS-COUR-JOUR
                DELIMITED BY SIZE INTO HVJ-DATJOUR
             EXEC SQL
                INSERT INTO CALENDRIER
                   (DATJOUR, TYPJOUR, LIBELLE, HORODATE)
                VALUES (:HVJ-DATJOUR, :HVJ-TYPJOUR, :HVJ-LIBELLE,
                        CURRENT TIMESTAMP)
             END-EXEC
             IF SQLCODE NOT = ZEROES
                DISPLAY 'ERREUR INSERT CALENDRIER, DATE ' HVJ-DATJOUR
                        ' : ' SQLCODE
                PERFORM FIN
             END-IF
             MOVE WS-COUR-MOIS TO WS-M
             ADD 1 TO TM-JOURS (WS-M) WS-TOT-JOURS
             EVALUATE HVJ-TYPJOUR
                WHEN 'O'
                   ADD 1 TO TM-OUVRES (WS-M) WS-TOT-OUVRES
                WHEN 'W'
                   ADD 1 TO TM-REPOS (WS-M) WS-TOT-REPOS
                WHEN OTHER
                   ADD 1 TO TM-FERIES (WS-M) WS-TOT-FERIES
             END-EVALUATE
             .

      *JOUR DE LA SEMAINE DU QUANTIEME WS-QUANTIEME (LE QUANTIEME 1,
      *LE 1ER JANVIER 1601, EST UN LUNDI) : 1 = LUNDI ... 6 = SAMEDI,
      *0 = DIMANCHE.
       CALCUL-JOUR-SEMAINE.
             DIVIDE WS-QUANTIEME BY 7
                GIVING WS-SEMAINE REMAINDER WS-JOUR-SEMAINE
             .

      *MODE CONTROLE : L'ANNEE WS-ANNEE DOIT ETRE ENTIEREMENT CHARGEE
      *(UNE LIGNE PAR JOUR) - SINON LE DECOMPTE DES ABSENCES, DONC LA
      *PAIE, SERAIT REFUSE DES LE PREMIER MOIS DE L'ANNEE (ERREUR 46
      *D'ACCESS2) : LE CONTROLE ABANDONNE EN CODE 12 POUR QUE
      *L'EXPLOITATION CHARGE LE CALENDRIER A TEMPS.
       CONTROLE-ANNEE.
             PERFORM CALCUL-BORNES-ANNEE
             PERFORM ECRITURE-ENTETE
             EXEC SQL
                SELECT COUNT(*),
                       VALUE(SUM(CASE TYPJOUR WHEN 'O' THEN 1
                                              ELSE 0 END), 0)
                  INTO :WS-CAL-LIGNES, :WS-CAL-OUVRES
                  FROM CALENDRIER
                 WHERE DATJOUR BETWEEN :WS-AN-DEB AND :WS-AN-FIN
             END-EXEC
             IF SQLCODE NOT = ZEROES
                DISPLAY 'ERREUR LECTURE CALENDRIER : ' SQLCODE
                PERFORM FIN
             END-IF
             MOVE WS-CAL-LIGNES TO WS-OPS-LUS
             MOVE WS-CAL-LIGNES TO WS-ED-LIGNES
             MOVE WS-CAL-OUVRES TO WS-ED-OUVRES
             MOVE SPACES TO ED-L10-TEXTE
             IF WS-CAL-LIGNES < WS-JOURS-AN
                STRING 'CALENDRIER ' WS-ANNEE ' NON CHARGE ('
                       WS-ED-LIGNES ' JOURS SUR ' WS-JOURS-AN
                       ') - CHARGEMENT CALLOAD A PASSER AVANT LA PAIE'
                   DELIMITED BY SIZE INTO ED-L10-TEXTE
                DISPLAY ED-L10-TEXTE
                MOVE 12 TO WS-CODE-RETOUR
             ELSE
                STRING 'CALENDRIER ' WS-ANNEE ' CHARGE : '
                       WS-ED-LIGNES ' JOURS DONT ' WS-ED-OUVRES
                       ' OUVRES'
                   DELIMITED BY SIZE INTO ED-L10-TEXTE
             END-IF
             MOVE L10 TO LIG-EDIT
             MOVE '0' TO CAR-SAUT
             WRITE ENR-EDIT
             .

      *BORNES DE L'ANNEE WS-ANNEE EN AAAA-MM-JJ ET NOMBRE DE JOURS
      *(366 LES ANNEES BISSEXTILES : DIVISIBLES PAR 4, SAUF LES
      *SIECLES NON DIVISIBLES PAR 400)
       CALCUL-BORNES-ANNEE.
             STRING WS-ANNEE '-01-01' DELIMITED BY SIZE INTO WS-AN-DEB
             STRING WS-ANNEE '-12-31' DELIMITED BY SIZE INTO WS-AN-FIN
             MOVE 365 TO WS-JOURS-AN
             DIVIDE WS-ANNEE BY 4
                GIVING WS-CTL-QUOTIENT REMAINDER WS-CTL-RESTE
             IF WS-CTL-RESTE = ZEROES
                DIVIDE WS-ANNEE BY 100
                   GIVING WS-CTL-QUOTIENT REMAINDER WS-CTL-RESTE
                IF WS-CTL-RESTE NOT = ZEROES
                   MOVE 366 TO WS-JOURS-AN
                ELSE
                   DIVIDE WS-ANNEE BY 400
                      GIVING WS-CTL-QUOTIENT REMAINDER WS-CTL-RESTE
                   IF WS-CTL-RESTE = ZEROES
                      MOVE 366 TO WS-JOURS-AN
                   END-IF
                END-IF
             END-IF
             .

      *EDITION DU DECOMPTE MENSUEL DES JOURS CHARGES ET DU TOTAL DE
      *L'ANNEE
       EDITION-DECOMPTE.
             MOVE '0'  TO CAR-SAUT
             MOVE L6   TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE ' '  TO CAR-SAUT
             MOVE L7   TO LIG-EDIT
             WRITE ENR-EDIT
             PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
                MOVE SPACES          TO ED-L8-MOIS
                MOVE WS-M            TO ED-L8-MOIS(1:2)
                MOVE TM-JOURS (WS-M)  TO ED-L8-JOURS
                MOVE TM-OUVRES (WS-M) TO ED-L8-OUVRES
                MOVE TM-REPOS (WS-M)  TO ED-L8-REPOS
                MOVE TM-FERIES (WS-M) TO ED-L8-FERIES
                MOVE L8  TO LIG-EDIT
                MOVE ' ' TO CAR-SAUT
                WRITE ENR-EDIT
             END-PERFORM
             MOVE 'AN'          TO ED-L8-MOIS
             MOVE WS-TOT-JOURS  TO ED-L8-JOURS
             MOVE WS-TOT-OUVRES TO ED-L8-OUVRES
             MOVE WS-TOT-REPOS  TO ED-L8-REPOS
             MOVE WS-TOT-FERIES TO ED-L8-FERIES
             MOVE L8  TO LIG-EDIT
             MOVE '0' TO CAR-SAUT
             WRITE ENR-EDIT
             .

      *ECRITURE DE L'ENTETE DU RAPPORT (TITRE SELON LE MODE, ANNEE)
       ECRITURE-ENTETE.
             MOVE '1'  TO CAR-SAUT
             IF MODE-CONTROLE
                MOVE L1C  TO LIG-EDIT
             ELSE
                MOVE L1   TO LIG-EDIT
             END-IF
             WRITE ENR-EDIT
             MOVE ' '  TO CAR-SAUT
             MOVE L2   TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE WS-ANNEE TO ED-L2A-ANNEE
             MOVE '0'  TO CAR-SAUT
             MOVE L2A  TO LIG-EDIT
             WRITE ENR-EDIT
             .

      *ECRITURE DE L'ENREGISTREMENT DE SUIVI D'EXPLOITATION (JOURNAL
      *COMMUN DE LA CHAINE BATCH) PUIS POSITIONNEMENT DU CODE
      *CONDITION FINAL (0 = NORMAL, 4 = EXCEPTIONS, 12 = ABANDON).
       TERMINAISON.
             MOVE 'CALLOAD ' TO OPS-PROGRAMME
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

//API7CL JOB NOTIFY=&SYSUID,CLASS=A,MSGCLASS=H
//*
//PROCLIB  JCLLIB ORDER=SDJ.FORM.PROCLIB
//*
//         SET SYSUID=API7
//         NOMPGM:CALLOAD
//*
//APPROC   EXEC COMPDB2
//STEPDB2.SYSLIB   DD DSN=API7.SOURCE.DCLGEN,DISP=SHR
//                 DD DSN=API7.SOURCE.COPY,DISP=SHR
//STEPDB2.SYSIN    DD DSN=API7.SOURCE.DB2(CALLOAD),DISP=SHR
//STEPDB2.DBRMLIB DD DSN=API7.SOURCE.DBRMLIB(CALLOAD),DISP=SHR
//STEPLNK.SYSLMOD  DD DSN=API7.SOURCE.PGMLIB(CALLOAD),DISP=SHR
//*
//*--- CHARGEMENT ANNUEL : CARTE 'A' PUIS CARTES 'F' (FERIES) ET  ---
//*--- 'O' (OUVRES EXCEPTIONNELS)                                  ---
//STEPRUN  EXEC PGM=IKJEFT01,COND=(4,LT)
//STEPLIB  DD DSN=API7.SOURCE.PGMLIB,DISP=SHR
//OPSLOG   DD DSN=API7.OPSLOG,DISP=MOD
//CARTES   DD  *
A 2027
F 20270101 JOUR DE L'AN
F 20270329 LUNDI DE PAQUES
F 20270501 FETE DU TRAVAIL
F 20270508 VICTOIRE 1945
F 20270506 ASCENSION
F 20270517 LUNDI DE PENTECOTE
F 20270714 FETE NATIONALE
F 20270815 ASSOMPTION
F 20271101 TOUSSAINT
F 20271111 ARMISTICE 1918
F 20271225 NOEL
//EDIT     DD  DSN=API7.CALLOAD,DISP=(,CATLG,DELETE),
//         DCB=(DSORG=PS,RECFM=FB,LRECL=133),
//         SPACE=(TRK,(1))
//SYSOUT   DD  SYSOUT=*,OUTLIM=1000
//SYSTSPRT DD  SYSOUT=*,OUTLIM=2500
//SYSTSIN  DD  *
  DSN SYSTEM (DSN1)
  RUN PROGRAM(CALLOAD) PLAN (CALLOAD) PARMS('')
//*
//*--- CONTROLE DE FIN D'ANNEE (CHAINE DE DECEMBRE, AVANT PAYEXT) : ---
//*--- CODE 12 SI LE CALENDRIER DE L'ANNEE SUIVANTE N'EST PAS CHARGE ---
//STEPCTL  EXEC PGM=IKJEFT01
//STEPLIB  DD DSN=API7.SOURCE.PGMLIB,DISP=SHR
//OPSLOG   DD DSN=API7.OPSLOG,DISP=MOD
//CARTES   DD DUMMY
//EDIT     DD  SYSOUT=*
//SYSOUT   DD  SYSOUT=*,OUTLIM=1000
//SYSTSPRT DD  SYSOUT=*,OUTLIM=2500
//SYSTSIN  DD  *
  DSN SYSTEM (DSN1)
  RUN PROGRAM(CALLOAD) PLAN (CALLOAD) PARMS('C')
//



      ********************************************************************#
      *                          FICHIER D'EDITION                        #
      ********************************************************************#
      *1                              CHARGEMENT DU CALENDRIER
      *                               ----------------------------
      *0ANNEE :  2027
      *0TYPE   DATE         LIBELLE                OBSERVATION
      * ----   ----------   --------------------   --------------------
      * F      2027-01-01   JOUR DE L'AN
      * F      2027-03-29   LUNDI DE PAQUES
      * F      2027-05-01   FETE DU TRAVAIL        FERIE TOMBANT UN JOUR DE REPOS
      * F      2027-05-08   VICTOIRE 1945          FERIE TOMBANT UN JOUR DE REPOS
      * F      2027-05-06   ASCENSION
      * F      2027-05-17   LUNDI DE PENTECOTE
      * F      2027-07-14   FETE NATIONALE
      * F      2027-08-15   ASSOMPTION             FERIE TOMBANT UN JOUR DE REPOS
      * F      2027-11-01   TOUSSAINT
      * F      2027-11-11   ARMISTICE 1918
      * F      2027-12-25   NOEL                   FERIE TOMBANT UN JOUR DE REPOS
      *0MOIS   JOURS   OUVRES   REPOS   FERIES
      * ----   -----   ------   -----   ------
      * 01        31       20      10       1
      * 02        28       20       8       0
      * 03        31       22       8       1
      * 04        30       22       8       0
      * 05        31       19       8       4
      * 06        30       22       8       0
      * 07        31       21       9       1
      * 08        31       22       8       1
      * 09        30       22       8       0
      * 10        31       21      10       0
      * 11        30       20       8       2
      * 12        31       23       7       1
      *0AN       365      254     100      11
      *0CARTES LUES :    12   JOURS CHARGES :  365   ERREURS :     0
      *********************************** BOTTOM OF DATA *********************************
