      ********************************************************************#
      *  ÉNONCÉ : Flux quotidien des entrées, mouvements et départs pour  #
      *           l'informatique et la sûreté des locaux : les comptes    #
      *           réseau et les badges des partants restaient actifs des  #
      *           semaines après DATDEP, les services n'étant prévenus    #
      *           que par courriel. Chaque nuit, le contenu du jour       #
      *           d'EMPLOYE, DEPARTEMENT et COORDON est comparé au        #
      *           déchargement de la veille (GDG) ; un fichier delta      #
      *           porte un événement par employé : J entrée ou            #
      *           réembauche, M mouvement (département, chef, nom ou      #
      *           coordonnées), L départ effectif du jour, avec entête,   #
      *           fin et numéro de séquence, et une liste de contrôle     #
      *           édite les événements envoyés. Un employé en préavis     #
      *           (STA 'N') ne sort qu'à sa date de départ effective.     #
      ********************************************************************#

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLUXJML.
       AUTHOR. SV.
       DATE-WRITTEN. 15/10/26.
      ******************************************************************
      * BUT : DECHARGER CHAQUE NUIT LES EMPLOYES (AVEC LE DEPARTEMENT,  *
      *       SON CHEF ET LES COORDONNEES) DANS UNE NOUVELLE GENERATION *
      *       DE REFERENCE TRIEE PAR MATRICULE, LA RAPPROCHER DE LA     *
      *       GENERATION DE LA VEILLE (APPAREILLAGE SUR LE MATRICULE)   *
      *       ET ECRIRE LE FICHIER DELTA DES EVENEMENTS : ENTETE ('1' + *
      *       DATE + NUMERO DE FICHIER), UN DETAIL ('2') NUMEROTE PAR   *
      *       EVENEMENT J/M/L, FIN ('9' + NOMBRES D'EVENEMENTS), ET LA  *
      *       LISTE DE CONTROLE DES EVENEMENTS ENVOYES. PARM('I') =     *
      *       INITIALISATION (PREMIERE EXECUTION SANS REFERENCE : LA    *
      *       REFERENCE EST CREEE, AUCUN EVENEMENT N'EST EMIS).         *
      *  261015 : CREATION DU PROGRAMME                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *DECHARGEMENT DE REFERENCE DE LA VEILLE (GENERATION (0), VOIR LA
      *JCL)
           SELECT ANCIEN ASSIGN TO ANCIEN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FS-ANCIEN.
      *DECHARGEMENT DE REFERENCE DU JOUR (GENERATION (+1), RELUE PAR
      *L'EXECUTION DU LENDEMAIN)
           SELECT NOUVEAU ASSIGN TO NOUVEAU
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FS-NOUVEAU.
      *FICHIER DELTA DES EVENEMENTS (GENERATION DATA GROUP TRANSMIS A
      *L'INFORMATIQUE ET A LA SURETE)
           SELECT FLUX ASSIGN TO FLUX
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FS-FLUX.
      *DECLARATION DU FICHIER D'EDITION (LISTE DE CONTROLE)
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
       FD  ANCIEN RECORDING MODE IS F.
       01  ENR-ANCIEN        PIC X(150).

       FD  NOUVEAU RECORDING MODE IS F.
       01  ENR-NOUVEAU       PIC X(150).

       FD  FLUX RECORDING MODE IS F.
       01  ENR-FLUX          PIC X(200).

       FD  EDIT RECORDING MODE IS F.
       01  ENR-EDIT.
           05 CAR-SAUT       PIC X.
           05 LIG-EDIT       PIC X(132).

       FD  OPSLOG RECORDING MODE IS F.
           COPY OPSLOG.

       WORKING-STORAGE SECTION.
      *FILE STATUS
       01  FS-ANCIEN         PIC 99 VALUE ZEROES.
       01  FS-NOUVEAU        PIC 99 VALUE ZEROES.
       01  FS-FLUX           PIC 99 VALUE ZEROES.
       01  FS-EDIT           PIC 99 VALUE ZEROES.

      *SUIVI D'EXPLOITATION (JOURNAL COMMUN DE LA CHAINE BATCH)
       01  FS-OPSLOG         PIC 99    VALUE ZEROES.
       01  WS-HORODATAGE     PIC X(21) VALUE SPACES.
       01  WS-OPS-DEBUT      PIC X(14) VALUE SPACES.
       01  WS-OPS-LUS        PIC 9(7)  VALUE ZEROES.
       01  WS-OPS-ECRITS     PIC 9(7)  VALUE ZEROES.
       01  WS-CODE-RETOUR    PIC 99    VALUE ZEROES.

      *COPY DES DECLARATIONS ET HOST-VARIABLES DES TABLES LUES
           EXEC SQL INCLUDE EMPLOYE      END-EXEC.
           EXEC SQL INCLUDE EMPLOYE2     END-EXEC.
           EXEC SQL INCLUDE DEPARTEMENT  END-EXEC.
           EXEC SQL INCLUDE DEPARTEMENT2 END-EXEC.
           EXEC SQL INCLUDE COORDON      END-EXEC.
           EXEC SQL INCLUDE COORDON2     END-EXEC.
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      *MODE D'EXECUTION (PARM) : 'I' = INITIALISATION, LA REFERENCE
      *DE LA VEILLE PEUT ALORS ETRE VIDE (DD DUMMY)
       01  WS-MODE           PIC X     VALUE SPACE.
           88 MODE-INITIALISATION    VALUE 'I'.

      *DATE DU JOUR AU FORMAT DB2 (AAAA-MM-JJ, COMPAREE A DATDEP)
       01  WS-DATE-JOUR      PIC X(10) VALUE SPACES.

      *ENREGISTREMENT DE REFERENCE DE LA VEILLE : ENTETE '1' (DATE DU
      *DECHARGEMENT, NUMERO DU FICHIER DELTA EMIS), DETAIL '2' PAR
      *EMPLOYE TRIE PAR MATRICULE, FIN '9' (NOMBRE DE DETAILS). ETAT =
      *SITUATION VUE PAR LE FLUX : 'A' PRESENT, 'P' PARTI (STA 'P' OU
      *PREAVIS DONT LA DATE DE DEPART EST ATTEINTE)
       01  WS-ANC.
           05 ANC-TYPE       PIC X.
           05 ANC-MAT        PIC X(6).
           05 ANC-NOM        PIC X(15).
           05 ANC-NOD        PIC X(3).
           05 ANC-NDE        PIC X(6).
           05 ANC-LIE        PIC X(4).
           05 ANC-CHE        PIC X(6).
           05 ANC-STA        PIC X.
           05 ANC-ETAT       PIC X.
           05 ANC-DAT        PIC X(10).
           05 ANC-DATDEP     PIC X(10).
           05 ANC-TEL        PIC X(15).
           05 ANC-COURRIEL   PIC X(30).
           05                PIC X(42).
       01  WS-ANC-ENTETE REDEFINES WS-ANC.
           05                PIC X.
           05 ANC-ENT-DATE   PIC X(8).
           05 ANC-ENT-SEQ    PIC 9(7).
           05                PIC X(134).
       01  WS-ANC-FIN REDEFINES WS-ANC.
           05                PIC X.
           05 ANC-FIN-NB     PIC 9(7).
           05                PIC X(142).

      *ENREGISTREMENT DE REFERENCE DU JOUR (MEME DESSIN)
       01  WS-NOU.
           05 NOU-TYPE       PIC X.
           05 NOU-MAT        PIC X(6).
           05 NOU-NOM        PIC X(15).
           05 NOU-NOD        PIC X(3).
           05 NOU-NDE        PIC X(6).
           05 NOU-LIE        PIC X(4).
           05 NOU-CHE        PIC X(6).
           05 NOU-STA        PIC X.
           05 NOU-ETAT       PIC X.
           05 NOU-DAT        PIC X(10).
           05 NOU-DATDEP     PIC X(10).
           05 NOU-TEL        PIC X(15).
           05 NOU-COURRIEL   PIC X(30).
           05                PIC X(42).
       01  WS-NOU-ENTETE REDEFINES WS-NOU.
           05                PIC X.
           05 NOU-ENT-DATE   PIC X(8).
           05 NOU-ENT-SEQ    PIC 9(7).
           05                PIC X(134).
       01  WS-NOU-FIN REDEFINES WS-NOU.
           05                PIC X.
           05 NOU-FIN-NB     PIC 9(7).
           05                PIC X(142).

      *CLES D'APPAREILLAGE (HIGH-VALUES EN FIN DE FICHIER / CURSEUR)
      *ET CONTROLE DE LA REFERENCE DE LA VEILLE
       01  WS-CLE-ANC        PIC X(6)  VALUE LOW-VALUES.
       01  WS-CLE-NOU        PIC X(6)  VALUE LOW-VALUES.
       01  WS-CLE-PREC       PIC X(6)  VALUE LOW-VALUES.
       01  WS-ANC-DATE       PIC X(8)  VALUE SPACES.
       01  WS-ANC-SEQ        PIC 9(7)  VALUE ZEROES.
       01  WS-ANC-ANNONCE    PIC 9(7)  VALUE ZEROES.
       01  WS-ANC-FIN-LUE    PIC X     VALUE 'N'.
           88 ANC-FIN-LUE            VALUE 'O'.
       01  WS-NB-ANC         PIC 9(7)  VALUE ZEROES.
       01  WS-NB-NOU         PIC 9(7)  VALUE ZEROES.

      *EVENEMENT COURANT : TYPE, MOTIF, DATE D'EFFET (AAAAMMJJ),
      *ZONES DE L'EMPLOYE ET VALEURS DE LA VEILLE (MOUVEMENT)
       01  WS-EVT-TYPE       PIC X     VALUE SPACE.
       01  WS-EVT-MOTIF      PIC X(4)  VALUE SPACES.
       01  WS-EVT-EFFET      PIC X(8)  VALUE SPACES.
       01  WS-EVT-DATE       PIC X(10) VALUE SPACES.
       01  WS-EVT.
           05 EVT-MAT        PIC X(6).
           05 EVT-NOM        PIC X(15).
           05 EVT-NOD        PIC X(3).
           05 EVT-NDE        PIC X(6).
           05 EVT-LIE        PIC X(4).
           05 EVT-CHE        PIC X(6).
           05 EVT-TEL        PIC X(15).
           05 EVT-COURRIEL   PIC X(30).
           05 EVT-ANC-NOD    PIC X(3).
           05 EVT-ANC-CHE    PIC X(6).
           05 EVT-ANC-NOM    PIC X(15).
       01  WS-OBS            PIC X(50) VALUE SPACES.
       01  WS-PTR            PIC 9(3)  COMP VALUE ZEROES.

      *NUMEROTATION ET COMPTEURS DU FICHIER DELTA
       01  WS-SEQ-FICHIER    PIC 9(7)  VALUE ZEROES.
       01  WS-SEQ-EVT        PIC 9(7)  VALUE ZEROES.
       01  WS-NB-J           PIC 9(7)  VALUE ZEROES.
       01  WS-NB-M           PIC 9(7)  VALUE ZEROES.
       01  WS-NB-L           PIC 9(7)  VALUE ZEROES.

      *ZONE DE CONSTRUCTION DE L'ENREGISTREMENT DELTA COURANT
       01  WS-ENR            PIC X(200) VALUE SPACES.

      *CURSEUR DE TOUS LES EMPLOYES, PARTANTS COMPRIS (UN PARTANT
      *DISPARU DU FICHIER DEVIENDRAIT SINON UN DEPART CHAQUE NUIT),
      *AVEC LE DEPARTEMENT, SON CHEF ET LES COORDONNEES, TRIES PAR
      *MATRICULE POUR L'APPAREILLAGE AVEC LA REFERENCE DE LA VEILLE
           EXEC SQL DECLARE LISTJML CURSOR FOR
            SELECT E.MAT, E.NOM, E.NOD, VALUE(D.NDE, ' '),
                   VALUE(D.LIE, ' '), VALUE(D.CHE, ' '), E.STA,
                   E.DAT, E.DATDEP, VALUE(C.TEL, ' '),
                   VALUE(C.COURRIEL, ' ')
            FROM EMPLOYE E
                 LEFT OUTER JOIN DEPARTEMENT D
                    ON D.NOD = E.NOD
                 LEFT OUTER JOIN COORDON C
                    ON C.MAT = E.MAT
            ORDER BY E.MAT
           END-EXEC

      *LIGNES D'EDITION DE LA LISTE DE CONTROLE
       01  L1.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(46) VALUE
                 'FLUX QUOTIDIEN DES ENTREES/MOUVEMENTS/DEPARTS'.
       01  L2.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(46) VALUE ALL '-'.

       01  L2A.
           05                PIC X(07) VALUE 'DATE : '.
           05 ED-L2A-DATE    PIC X(10) VALUE SPACES.
           05                PIC X(16) VALUE '   FICHIER NO : '.
           05 ED-L2A-SEQ     PIC ZZZZZZ9 VALUE ZEROES.
           05                PIC X(18) VALUE '   REFERENCE DU : '.
           05 ED-L2A-REF     PIC X(14) VALUE SPACES.

       01  L3.
           05                PIC X(07) VALUE 'SEQ'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(04) VALUE 'EVT'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE 'MAT'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(15) VALUE 'NOM'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE 'NOD'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE 'CHEF'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(08) VALUE 'EFFET'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(50) VALUE 'OBSERVATION'.

       01  L4.
           05                PIC X(07) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(04) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(15) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(08) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(50) VALUE ALL '-'.

       01  L5.
           05 ED-L5-SEQ      PIC 9(07) VALUE ZEROES.
           05                PIC X(04) VALUE SPACES.
           05 ED-L5-TYPE     PIC X(01) VALUE SPACES.
           05                PIC X(05) VALUE SPACES.
           05 ED-L5-MAT      PIC X(06) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-NOM      PIC X(15) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-NOD      PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-CHE      PIC X(06) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-EFFET    PIC X(08) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-OBS      PIC X(50) VALUE SPACES.

       01  L6.
           05                PIC X(13) VALUE 'EVENEMENTS : '.
           05 ED-L6-NB       PIC ZZZZZZ9 VALUE ZEROES.
           05                PIC X(14) VALUE '   ENTREES : '.
           05 ED-L6-J        PIC ZZZZZZ9 VALUE ZEROES.
           05                PIC X(16) VALUE '   MOUVEMENTS : '.
           05 ED-L6-M        PIC ZZZZZZ9 VALUE ZEROES.
           05                PIC X(13) VALUE '   DEPARTS : '.
           05 ED-L6-L        PIC ZZZZZZ9 VALUE ZEROES.

       01  L7.
           05                PIC X(24) VALUE
                                 'EMPLOYES EN REFERENCE : '.
           05 ED-L7-NOU      PIC ZZZZZZ9 VALUE ZEROES.
           05                PIC X(15) VALUE '   (VEILLE : '.
           05 ED-L7-ANC      PIC ZZZZZZ9 VALUE ZEROES.
           05                PIC X(01) VALUE ')'.

       01  L8.
           05                PIC X(60) VALUE
             'INITIALISATION : REFERENCE CREEE, AUCUN EVENEMENT EMIS'.

       LINKAGE SECTION.
       01  PARM-FLUXJML.
           05 PARM-LONGUEUR        PIC S9(4) COMP.
           05 PARM-DONNEES.
              10 PARM-MODE         PIC X.

       PROCEDURE DIVISION USING PARM-FLUXJML.
             MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE
             MOVE WS-HORODATAGE(1:14)   TO WS-OPS-DEBUT
             STRING WS-HORODATAGE(1:4) '-' WS-HORODATAGE(5:2) '-'
                    WS-HORODATAGE(7:2)
                DELIMITED BY SIZE INTO WS-DATE-JOUR

      *LECTURE DU PARM DE LA JCL : 'I' = INITIALISATION (PREMIERE
      *EXECUTION, REFERENCE DE LA VEILLE EN DD DUMMY), SANS PARM =
      *EXECUTION QUOTIDIENNE
             IF PARM-LONGUEUR >= 1 AND PARM-MODE = 'I'
                MOVE 'I' TO WS-MODE
             END-IF

      *--> 1- CONTROLE COMPLET DE LA REFERENCE DE LA VEILLE AVANT TOUTE
      *       ECRITURE : ENTETE EN TETE, MATRICULES CROISSANTS, FIN
      *       PRESENTE ET NOMBRE DE DETAILS CONFORME (UNE REFERENCE
      *       TRONQUEE FERAIT PARTIR A TORT TOUS LES EMPLOYES MANQUANTS)
             PERFORM CONTROLE-REFERENCE

      *OUVERTURE DES FICHIERS ET DES ENTETES - LE NUMERO DU FICHIER
      *DELTA SUIT CELUI DE LA VEILLE
             COMPUTE WS-SEQ-FICHIER = WS-ANC-SEQ + 1
             OPEN OUTPUT NOUVEAU
             IF FS-NOUVEAU NOT = ZEROES
                DISPLAY 'ERREUR OPEN NOUVEAU, FS : ' FS-NOUVEAU
                PERFORM FIN
             END-IF
             OPEN OUTPUT FLUX
             IF FS-FLUX NOT = ZEROES
                DISPLAY 'ERREUR OPEN FLUX, FS : ' FS-FLUX
                PERFORM FIN
             END-IF
             OPEN OUTPUT EDIT
             IF FS-EDIT NOT = ZEROES
                DISPLAY 'ERREUR OPEN EDIT, FS : ' FS-EDIT
                PERFORM FIN
             END-IF
             PERFORM ECRITURE-ENTETE

             MOVE SPACES                TO WS-NOU
             MOVE '1'                   TO NOU-TYPE
             MOVE WS-HORODATAGE(1:8)    TO NOU-ENT-DATE
             MOVE WS-SEQ-FICHIER        TO NOU-ENT-SEQ
             WRITE ENR-NOUVEAU FROM WS-NOU

             MOVE SPACES TO WS-ENR
             STRING '1;' WS-HORODATAGE(1:8) ';' WS-SEQ-FICHIER
                DELIMITED BY SIZE INTO WS-ENR
             MOVE WS-ENR TO ENR-FLUX
             WRITE ENR-FLUX

      *--> 2- APPAREILLAGE SUR LE MATRICULE DES EMPLOYES DU JOUR
      *       (CURSEUR) ET DE LA REFERENCE DE LA VEILLE
             OPEN INPUT ANCIEN
             IF FS-ANCIEN NOT = ZEROES
                DISPLAY 'ERREUR OPEN ANCIEN, FS : ' FS-ANCIEN
                PERFORM FIN
             END-IF
             PERFORM LECTURE-ANCIEN
             IF WS-CLE-ANC NOT = HIGH-VALUES AND ANC-TYPE = '1'
                PERFORM LECTURE-ANCIEN
             END-IF
             EXEC SQL OPEN LISTJML END-EXEC
             IF SQLCODE NOT = ZEROES
                DISPLAY 'ERREUR OPEN LISTJML : ' SQLCODE
                PERFORM FIN
             END-IF
             PERFORM LECTURE-SUIVANTE
             PERFORM UNTIL WS-CLE-ANC = HIGH-VALUES
                       AND WS-CLE-NOU = HIGH-VALUES
                EVALUATE TRUE
                   WHEN WS-CLE-NOU < WS-CLE-ANC
                      PERFORM NOUVEL-EMPLOYE
                      PERFORM LECTURE-SUIVANTE
                   WHEN WS-CLE-NOU > WS-CLE-ANC
                      PERFORM EMPLOYE-DISPARU
                      PERFORM LECTURE-ANCIEN
                   WHEN OTHER
                      PERFORM COMPARAISON-EMPLOYE
                      PERFORM LECTURE-SUIVANTE
                      PERFORM LECTURE-ANCIEN
                END-EVALUATE
             END-PERFORM
             EXEC SQL CLOSE LISTJML END-EXEC
             CLOSE ANCIEN

      *ECRITURE DES FINS : REFERENCE ('9' + NOMBRE D'EMPLOYES), DELTA
      *('9' + NOMBRE D'EVENEMENTS + NOMBRES DE J, M ET L)
             MOVE SPACES                TO WS-NOU
             MOVE '9'                   TO NOU-TYPE
             MOVE WS-NB-NOU             TO NOU-FIN-NB
             WRITE ENR-NOUVEAU FROM WS-NOU
             CLOSE NOUVEAU

             MOVE SPACES TO WS-ENR
             STRING '9;' WS-SEQ-EVT ';' WS-NB-J ';' WS-NB-M ';'
                    WS-NB-L
                DELIMITED BY SIZE INTO WS-ENR
             MOVE WS-ENR TO ENR-FLUX
             WRITE ENR-FLUX
             CLOSE FLUX

      *ECRITURE DU COMPTE-RENDU DE LA LISTE DE CONTROLE
             IF MODE-INITIALISATION
                MOVE L8  TO LIG-EDIT
                MOVE '0' TO CAR-SAUT
                WRITE ENR-EDIT
             END-IF
             MOVE WS-SEQ-EVT TO ED-L6-NB
             MOVE WS-NB-J    TO ED-L6-J
             MOVE WS-NB-M    TO ED-L6-M
             MOVE WS-NB-L    TO ED-L6-L
             MOVE L6  TO LIG-EDIT
             MOVE '0' TO CAR-SAUT
             WRITE ENR-EDIT
             MOVE WS-NB-NOU  TO ED-L7-NOU
             MOVE WS-NB-ANC  TO ED-L7-ANC
             MOVE L7  TO LIG-EDIT
             MOVE ' ' TO CAR-SAUT
             WRITE ENR-EDIT
             CLOSE EDIT

             MOVE WS-SEQ-EVT TO WS-OPS-ECRITS
             DISPLAY 'FLUX JML NO ' WS-SEQ-FICHIER ' : '
                     WS-SEQ-EVT ' EVENEMENTS'
             PERFORM TERMINAISON
             .

      *CONTROLE DE LA REFERENCE DE LA VEILLE PAR UNE PREMIERE LECTURE
      *COMPLETE : SANS ENTETE, LA REFERENCE N'EST ADMISE VIDE QU'EN
      *INITIALISATION ; UNE REFERENCE NON VIDE EST REFUSEE EN
      *INITIALISATION (ELLE ECRASERAIT LA NUMEROTATION DES FICHIERS).
       CONTROLE-REFERENCE.
             OPEN INPUT ANCIEN
             IF FS-ANCIEN NOT = ZEROES
                DISPLAY 'ERREUR OPEN ANCIEN, FS : ' FS-ANCIEN
                PERFORM FIN
             END-IF
             READ ANCIEN INTO WS-ANC
             IF FS-ANCIEN NOT = ZEROES
                IF NOT MODE-INITIALISATION
                   DISPLAY 'REFERENCE DE LA VEILLE VIDE - PARM(''I'') '
                           'REQUIS POUR UNE INITIALISATION'
                   PERFORM FIN
                END-IF
                MOVE 'O' TO WS-ANC-FIN-LUE
             ELSE
                IF MODE-INITIALISATION
                   DISPLAY 'INITIALISATION REFUSEE : LA REFERENCE DE '
                           'LA VEILLE N''EST PAS VIDE'
                   PERFORM FIN
                END-IF
                IF ANC-TYPE NOT = '1'
                   DISPLAY 'REFERENCE DE LA VEILLE SANS ENTETE'
                   PERFORM FIN
                END-IF
                MOVE ANC-ENT-DATE TO WS-ANC-DATE
                MOVE ANC-ENT-SEQ  TO WS-ANC-SEQ
                READ ANCIEN INTO WS-ANC
             END-IF
             PERFORM UNTIL FS-ANCIEN NOT = ZEROES OR ANC-FIN-LUE
                EVALUATE ANC-TYPE
                   WHEN '2'
                      IF ANC-MAT NOT > WS-CLE-PREC
                         DISPLAY 'REFERENCE DE LA VEILLE HORS '
                                 'SEQUENCE : MAT ' ANC-MAT
                         PERFORM FIN
                      END-IF
                      MOVE ANC-MAT TO WS-CLE-PREC
                      ADD 1 TO WS-NB-ANC
                      READ ANCIEN INTO WS-ANC
                   WHEN '9'
                      MOVE ANC-FIN-NB TO WS-ANC-ANNONCE
                      MOVE 'O' TO WS-ANC-FIN-LUE
                   WHEN OTHER
                      DISPLAY 'REFERENCE DE LA VEILLE : ENREGISTREMENT '
                              'DE TYPE INCONNU ' ANC-TYPE
                      PERFORM FIN
                END-EVALUATE
             END-PERFORM
             CLOSE ANCIEN
             IF NOT ANC-FIN-LUE
                DISPLAY 'REFERENCE DE LA VEILLE SANS FIN (TRONQUEE)'
                PERFORM FIN
             END-IF
             IF NOT MODE-INITIALISATION
                AND WS-NB-ANC NOT = WS-ANC-ANNONCE
                DISPLAY 'REFERENCE DE LA VEILLE INCOMPLETE : '
                        WS-NB-ANC ' LUS, ' WS-ANC-ANNONCE ' ANNONCES'
                PERFORM FIN
             END-IF
             .

      *LECTURE D'UN ENREGISTREMENT DE LA REFERENCE DE LA VEILLE (DEJA
      *CONTROLEE) : LA FIN '9' OU LA FIN DE FICHIER DONNENT LA CLE
      *HIGH-VALUES
       LECTURE-ANCIEN.
             READ ANCIEN INTO WS-ANC
             IF FS-ANCIEN NOT = ZEROES OR ANC-TYPE = '9'
                MOVE HIGH-VALUES TO WS-CLE-ANC
             ELSE
                IF ANC-TYPE = '1'
                   MOVE LOW-VALUES TO WS-CLE-ANC
                ELSE
                   MOVE ANC-MAT TO WS-CLE-ANC
                END-IF
             END-IF
             .

      *LECTURE DE L'EMPLOYE SUIVANT DU CURSEUR ET CONSTRUCTION DE SON
      *ENREGISTREMENT DE REFERENCE : ETAT 'P' POUR UN PARTANT OU UN
      *PREAVIS DONT LA DATE DE DEPART EST ATTEINTE (LE BASCULEMENT
      *PAR PREAVIS PEUT NE PAS AVOIR ENCORE EU LIEU), 'A' SINON - UN
      *PREAVIS EN COURS RESTE PRESENT JUSQU'A SON DEPART EFFECTIF
       LECTURE-SUIVANTE.
             EXEC SQL
                FETCH LISTJML
                INTO :HVE-MAT, :HVE-NOM, :HVE-NOD, :HVD-NDE,
                     :HVD-LIE, :HVD-CHE, :HVE-STA, :HVE-DAT,
                     :HVE-DATDEP, :HVC-TEL, :HVC-COURRIEL
             END-EXEC
             EVALUATE SQLCODE
                WHEN ZEROES
                   ADD 1 TO WS-OPS-LUS
                   MOVE SPACES       TO WS-NOU
                   MOVE '2'          TO NOU-TYPE
                   MOVE HVE-MAT      TO NOU-MAT
                   MOVE HVE-NOM      TO NOU-NOM
                   MOVE HVE-NOD      TO NOU-NOD
                   MOVE HVD-NDE      TO NOU-NDE
                   MOVE HVD-LIE      TO NOU-LIE
                   MOVE HVD-CHE      TO NOU-CHE
                   MOVE HVE-STA      TO NOU-STA
                   MOVE HVE-DAT      TO NOU-DAT
                   MOVE HVE-DATDEP   TO NOU-DATDEP
                   MOVE HVC-TEL      TO NOU-TEL
                   MOVE HVC-COURRIEL TO NOU-COURRIEL
                   MOVE 'A'          TO NOU-ETAT
                   IF HVE-STA = 'P'
                      OR (HVE-STA = 'N' AND HVE-DATDEP <= WS-DATE-JOUR)
                      MOVE 'P' TO NOU-ETAT
                   END-IF
                   MOVE HVE-MAT      TO WS-CLE-NOU
                WHEN +100
                   MOVE HIGH-VALUES  TO WS-CLE-NOU
                WHEN OTHER
                   DISPLAY 'ERREUR FETCH LISTJML : ' SQLCODE
                   PERFORM FIN
             END-EVALUATE
             .

      *EMPLOYE ABSENT DE LA REFERENCE DE LA VEILLE : ENTREE 'J' S'IL
      *EST PRESENT (UN EMBAUCHE PARTI AVANT SON PREMIER PASSAGE N'A
      *RIEN A PROVISIONNER) - AUCUN EVENEMENT EN INITIALISATION
       NOUVEL-EMPLOYE.
             IF NOU-ETAT = 'A' AND NOT MODE-INITIALISATION
                PERFORM CHARGEMENT-EVT-NOUVEAU
                MOVE 'J'        TO WS-EVT-TYPE
                MOVE 'E'        TO WS-EVT-MOTIF
                MOVE NOU-DAT    TO WS-EVT-DATE
                MOVE 'ENTREE'   TO WS-OBS
                PERFORM ECRITURE-EVENEMENT
             END-IF
             PERFORM ECRITURE-NOUVEAU
             .

      *EMPLOYE DE LA VEILLE ABSENT DU JOUR (SUPPRESSION PHYSIQUE OU
      *PURGE) : DEPART 'L' A LA DATE DU JOUR S'IL ETAIT PRESENT, RIEN
      *S'IL ETAIT DEJA PARTI (PURGE DE RETENTION)
       EMPLOYE-DISPARU.
             IF ANC-ETAT = 'A'
                MOVE ANC-MAT      TO EVT-MAT
                MOVE ANC-NOM      TO EVT-NOM
                MOVE ANC-NOD      TO EVT-NOD
                MOVE ANC-NDE      TO EVT-NDE
                MOVE ANC-LIE      TO EVT-LIE
                MOVE ANC-CHE      TO EVT-CHE
                MOVE ANC-TEL      TO EVT-TEL
                MOVE ANC-COURRIEL TO EVT-COURRIEL
                MOVE SPACES       TO EVT-ANC-NOD EVT-ANC-CHE
                                     EVT-ANC-NOM
                MOVE 'L'          TO WS-EVT-TYPE
                MOVE 'S'          TO WS-EVT-MOTIF
                MOVE WS-DATE-JOUR TO WS-EVT-DATE
                MOVE 'SUPPRIME DE LA BASE DU PERSONNEL' TO WS-OBS
                PERFORM ECRITURE-EVENEMENT
             END-IF
             .

      *EMPLOYE PRESENT LA VEILLE ET CE JOUR : REEMBAUCHE 'J' (PARTI LA
      *VEILLE, PRESENT CE JOUR), DEPART 'L' (PRESENT LA VEILLE, PARTI
      *CE JOUR, A SA DATE DE DEPART), MOUVEMENT 'M' S'IL RESTE PRESENT
      *ET QUE SON DEPARTEMENT, LE CHEF DE CELUI-CI, SON NOM OU SES
      *COORDONNEES (TELEPHONE, COURRIEL) ONT CHANGE. MOTIF DU
      *MOUVEMENT : 'D' DEPARTEMENT, 'C' CHEF, 'N' NOM, 'T' COORDONNEES
       COMPARAISON-EMPLOYE.
             PERFORM CHARGEMENT-EVT-NOUVEAU
             EVALUATE TRUE
                WHEN ANC-ETAT = 'P' AND NOU-ETAT = 'A'
                   MOVE 'J'        TO WS-EVT-TYPE
                   MOVE 'R'        TO WS-EVT-MOTIF
                   MOVE NOU-DAT    TO WS-EVT-DATE
                   MOVE 'REEMBAUCHE' TO WS-OBS
                   PERFORM ECRITURE-EVENEMENT
                WHEN ANC-ETAT = 'A' AND NOU-ETAT = 'P'
                   MOVE 'L'        TO WS-EVT-TYPE
                   MOVE SPACES     TO WS-EVT-MOTIF
                   MOVE NOU-DATDEP TO WS-EVT-DATE
                   IF NOU-STA = 'N'
                      MOVE 'DEPART (FIN DE PREAVIS)' TO WS-OBS
                   ELSE
                      MOVE 'DEPART' TO WS-OBS
                   END-IF
                   PERFORM ECRITURE-EVENEMENT
                WHEN ANC-ETAT = 'A' AND NOU-ETAT = 'A'
                   PERFORM RECHERCHE-MOUVEMENT
                WHEN OTHER
                   CONTINUE
             END-EVALUATE
             PERFORM ECRITURE-NOUVEAU
             .

      *RECHERCHE DES CHANGEMENTS D'UN EMPLOYE RESTE PRESENT : LE MOTIF
      *CUMULE LES CHANGEMENTS, L'OBSERVATION LES DETAILLE
       RECHERCHE-MOUVEMENT.
             MOVE SPACES TO WS-EVT-MOTIF WS-OBS
             MOVE 1      TO WS-PTR
             IF NOU-NOD NOT = ANC-NOD
                MOVE 'D' TO WS-EVT-MOTIF(1:1)
                STRING 'DEPT ' ANC-NOD '>' NOU-NOD ' '
                   DELIMITED BY SIZE INTO WS-OBS
                   WITH POINTER WS-PTR
             END-IF
             IF NOU-CHE NOT = ANC-CHE
                MOVE 'C' TO WS-EVT-MOTIF(2:1)
                STRING 'CHEF ' ANC-CHE '>' NOU-CHE ' '
                   DELIMITED BY SIZE INTO WS-OBS
                   WITH POINTER WS-PTR
             END-IF
             IF NOU-NOM NOT = ANC-NOM
                MOVE 'N' TO WS-EVT-MOTIF(3:1)
                STRING 'NOM ' ANC-NOM DELIMITED BY '  '
                       ' ' DELIMITED BY SIZE
                   INTO WS-OBS
                   WITH POINTER WS-PTR
             END-IF
             IF NOU-TEL NOT = ANC-TEL
                OR NOU-COURRIEL NOT = ANC-COURRIEL
                MOVE 'T' TO WS-EVT-MOTIF(4:1)
                STRING 'COORDONNEES' DELIMITED BY SIZE
                   INTO WS-OBS
                   WITH POINTER WS-PTR
             END-IF
             IF WS-EVT-MOTIF NOT = SPACES
                MOVE 'M'          TO WS-EVT-TYPE
                MOVE WS-DATE-JOUR TO WS-EVT-DATE
                MOVE ANC-NOD      TO EVT-ANC-NOD
                MOVE ANC-CHE      TO EVT-ANC-CHE
                MOVE ANC-NOM      TO EVT-ANC-NOM
                PERFORM ECRITURE-EVENEMENT
             END-IF
             .

      *ZONES DE L'EVENEMENT PRISES DANS L'ENREGISTREMENT DU JOUR
       CHARGEMENT-EVT-NOUVEAU.
             MOVE NOU-MAT      TO EVT-MAT
             MOVE NOU-NOM      TO EVT-NOM
             MOVE NOU-NOD      TO EVT-NOD
             MOVE NOU-NDE      TO EVT-NDE
             MOVE NOU-LIE      TO EVT-LIE
             MOVE NOU-CHE      TO EVT-CHE
             MOVE NOU-TEL      TO EVT-TEL
             MOVE NOU-COURRIEL TO EVT-COURRIEL
             MOVE SPACES       TO EVT-ANC-NOD EVT-ANC-CHE EVT-ANC-NOM
             .

      *ECRITURE DE L'ENREGISTREMENT DE REFERENCE DU JOUR
       ECRITURE-NOUVEAU.
             WRITE ENR-NOUVEAU FROM WS-NOU
             IF FS-NOUVEAU NOT = ZEROES
                DISPLAY 'ERREUR WRITE NOUVEAU, FS : ' FS-NOUVEAU
                PERFORM FIN
             END-IF
             ADD 1 TO WS-NB-NOU
             .

      *ECRITURE DE L'EVENEMENT COURANT SUR LE FICHIER DELTA : '2' +
      *NUMERO DE SEQUENCE + TYPE J/M/L + MAT, NOM, NOD, NDE, LIE,
      *CHEF DU DEPARTEMENT + DATE D'EFFET AAAAMMJJ (ENTREE : DAT,
      *DEPART : DATDEP, SUPPRESSION ET MOUVEMENT : DATE DU JOUR) +
      *COURRIEL, TELEPHONE + MOTIF + NOD, CHEF ET NOM DE LA VEILLE
      *(MOUVEMENT SEULEMENT) - PUIS LIGNE DE LA LISTE DE CONTROLE
       ECRITURE-EVENEMENT.
             ADD 1 TO WS-SEQ-EVT
             EVALUATE WS-EVT-TYPE
                WHEN 'J' ADD 1 TO WS-NB-J
                WHEN 'M' ADD 1 TO WS-NB-M
                WHEN 'L' ADD 1 TO WS-NB-L
             END-EVALUATE
             STRING WS-EVT-DATE(1:4) WS-EVT-DATE(6:2)
                    WS-EVT-DATE(9:2)
                DELIMITED BY SIZE INTO WS-EVT-EFFET
             MOVE SPACES TO WS-ENR
             STRING '2;' WS-SEQ-EVT ';' WS-EVT-TYPE ';' EVT-MAT
                    ';' EVT-NOM ';' EVT-NOD ';' EVT-NDE ';' EVT-LIE
                    ';' EVT-CHE ';' WS-EVT-EFFET ';' EVT-COURRIEL
                    ';' EVT-TEL ';' WS-EVT-MOTIF ';' EVT-ANC-NOD
                    ';' EVT-ANC-CHE ';' EVT-ANC-NOM
                DELIMITED BY SIZE INTO WS-ENR
             MOVE WS-ENR TO ENR-FLUX
             WRITE ENR-FLUX
             IF FS-FLUX NOT = ZEROES
                DISPLAY 'ERREUR WRITE FLUX, FS : ' FS-FLUX
                PERFORM FIN
             END-IF

             MOVE WS-SEQ-EVT   TO ED-L5-SEQ
             MOVE WS-EVT-TYPE  TO ED-L5-TYPE
             MOVE EVT-MAT      TO ED-L5-MAT
             MOVE EVT-NOM      TO ED-L5-NOM
             MOVE EVT-NOD      TO ED-L5-NOD
             MOVE EVT-CHE      TO ED-L5-CHE
             MOVE WS-EVT-EFFET TO ED-L5-EFFET
             MOVE WS-OBS       TO ED-L5-OBS
             MOVE L5  TO LIG-EDIT
             MOVE ' ' TO CAR-SAUT
             WRITE ENR-EDIT
             .

      *ECRITURE DE L'ENTETE DE LA LISTE DE CONTROLE (L1 A L4, AVEC LA
      *DATE, LE NUMERO DU FICHIER ET LA DATE DE LA REFERENCE)
       ECRITURE-ENTETE.
             MOVE '1'  TO CAR-SAUT
             MOVE L1   TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE ' '  TO CAR-SAUT
             MOVE L2   TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE WS-DATE-JOUR   TO ED-L2A-DATE
             MOVE WS-SEQ-FICHIER TO ED-L2A-SEQ
             IF MODE-INITIALISATION
                MOVE 'INITIALISATION' TO ED-L2A-REF
             ELSE
                STRING WS-ANC-DATE(1:4) '-' WS-ANC-DATE(5:2) '-'
                       WS-ANC-DATE(7:2)
                   DELIMITED BY SIZE INTO ED-L2A-REF
             END-IF
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
      *CONDITION FINAL (0 = NORMAL, 12 = ABANDON).
       TERMINAISON.
             MOVE 'FLUXJML ' TO OPS-PROGRAMME
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

//API7JM JOB NOTIFY=&SYSUID,CLASS=A,MSGCLASS=H
//*
//PROCLIB  JCLLIB ORDER=SDJ.FORM.PROCLIB
//*
//         SET SYSUID=API7
//         NOMPGM:FLUXJML
//*
//*--- DEFINITION DES GDG DE BASE (A EXECUTER UNE SEULE FOIS) ---
//DEFGDG   EXEC PGM=IDCAMS
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   *
  DEFINE GDG (NAME(API7.FLUXJML.REFER) -
              LIMIT(7)                 -
              SCRATCH                  -
              NOEMPTY)
  DEFINE GDG (NAME(API7.FLUXJML.FLUX)  -
              LIMIT(30)                -
              SCRATCH                  -
              NOEMPTY)
  SET MAXCC = 0
//*
//APPROC   EXEC COMPDB2
//STEPDB2.SYSLIB   DD DSN=API7.SOURCE.DCLGEN,DISP=SHR
//                 DD DSN=API7.SOURCE.COPY,DISP=SHR
//STEPDB2.SYSIN    DD DSN=API7.SOURCE.DB2(FLUXJML),DISP=SHR
//STEPDB2.DBRMLIB DD DSN=API7.SOURCE.DBRMLIB(FLUXJML),DISP=SHR
//STEPLNK.SYSLMOD  DD DSN=API7.SOURCE.PGMLIB(FLUXJML),DISP=SHR
//*
//*--- CHAINE DE NUIT, APRES PREAVIS ET CTRECHU. PREMIERE EXECUTION ---
//*--- SEULEMENT : ANCIEN EN DD DUMMY ET PARMS('I') (REFERENCE      ---
//*--- CREEE SANS EVENEMENT). SUR UN CODE 12, LES GENERATIONS (+1)  ---
//*--- EVENTUELLEMENT CATALOGUEES SONT A SUPPRIMER AVANT LA RELANCE ---
//STEPRUN  EXEC PGM=IKJEFT01,COND=(4,LT)
//STEPLIB  DD DSN=API7.SOURCE.PGMLIB,DISP=SHR
//OPSLOG   DD DSN=API7.OPSLOG,DISP=MOD
//ANCIEN   DD DSN=API7.FLUXJML.REFER(0),DISP=SHR
//NOUVEAU  DD  DSN=API7.FLUXJML.REFER(+1),DISP=(,CATLG,DELETE),
//         DCB=(DSORG=PS,RECFM=FB,LRECL=150),
//         SPACE=(TRK,(2,2))
//FLUX     DD  DSN=API7.FLUXJML.FLUX(+1),DISP=(,CATLG,DELETE),
//         DCB=(DSORG=PS,RECFM=FB,LRECL=200),
//         SPACE=(TRK,(1,1))
//EDIT     DD  DSN=API7.FLUXJML,DISP=(,CATLG,DELETE),
//         DCB=(DSORG=PS,RECFM=FB,LRECL=133),
//         SPACE=(TRK,(1,1))
//SYSOUT   DD  SYSOUT=*,OUTLIM=1000
//SYSTSPRT DD  SYSOUT=*,OUTLIM=2500
//SYSTSIN  DD  *
  DSN SYSTEM (DSN1)
  RUN PROGRAM(FLUXJML) PLAN (FLUXJML)
//



      ********************************************************************#
      *                        FICHIER DELTA (FLUX)                       #
      ********************************************************************#
      *1;20261015;0000042
      *2;0000001;J;120   ;LEROY          ;P02;PAIE  ;LYON;30    ;20261015;m.leroy@api7.fr               ;0478000000     ;E   ;   ;      ;
      *2;0000002;M;50    ;DURAND         ;P03;COMPTA;PARI;60    ;20261015;j.durand@api7.fr              ;0145000000     ;DC  ;P01;20    ;DURAND
      *2;0000003;L;70    ;NOEL           ;P02;PAIE  ;LYON;30    ;20261015;r.noel@api7.fr                ;0478111111     ;    ;   ;      ;
      *9;0000003;0000001;0000001;0000001
      *********************************** BOTTOM OF DATA *********************************



      ********************************************************************#
      *                          FICHIER D'EDITION                        #
      ********************************************************************#
      *1                              FLUX QUOTIDIEN DES ENTREES/MOUVEMENTS/DEPARTS
      *                               ----------------------------------------------
      *0DATE : 2026-10-15   FICHIER NO :      42   REFERENCE DU : 2026-10-14
      *0SEQ       EVT    MAT      NOM               NOD   CHEF     EFFET      OBSERVATION
      * -------   ----   ------   ---------------   ---   ------   --------   --------------------------------------------------
      * 0000001    J     120      LEROY             P02   30       20261015   ENTREE
      * 0000002    M     50       DURAND            P03   60       20261015   DEPT P01>P03 CHEF 20    >60
      * 0000003    L     70       NOEL              P02   30       20261015   DEPART (FIN DE PREAVIS)
      *0EVENEMENTS :       3   ENTREES :       1   MOUVEMENTS :       1   DEPARTS :       1
      * EMPLOYES EN REFERENCE :     118   (VEILLE :     117)
      *********************************** BOTTOM OF DATA *********************************
