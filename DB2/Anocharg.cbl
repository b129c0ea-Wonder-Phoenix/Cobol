      ********************************************************************#
      *  ÉNONCÉ : Rechargement des tables de l'environnement de test à    #
      *           partir du fichier d'extraction anonymisée produit par   #
      *           ANONYM en production. Les neuf tables sont vidées puis  #
      *           rechargées dans une seule unité de travail : si le      #
      *           fichier est incomplet (fin absente, nombre de lignes    #
      *           différent de celui annoncé), rien n'est validé et les   #
      *           tables de test restent en l'état. Le compte-rendu       #
      *           rapproche les nombres de lignes (production, fichier,   #
      *           test) et rejoue en test les contrôles d'intégrité       #
      *           référentielle d'ANONYM, plus le contrôle des salaires   #
      *           dans la bande de leur grade.                            #
      ********************************************************************#

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANOCHARG.
       AUTHOR. SV.
       DATE-WRITTEN. 15/10/26.
      ******************************************************************
      * BUT : RECHARGER EN TEST (SOUS-SYSTEME DSNT, PLAN LIE AVEC LE    *
      *       QUALIFIANT DES TABLES DE TEST) LES NEUF TABLES DU         *
      *       PERSONNEL A PARTIR DU FICHIER COPY ANONYME :              *
      *       - SUPPRESSION DU CONTENU DES NEUF TABLES, PUIS INSERTION  *
      *         DES LIGNES DU FICHIER (HORODATE = HEURE DU CHARGEMENT,  *
      *         COMMISSION NULLE RESTITUEE) ;                           *
      *       - ENTETE ABSENTE, TYPE INCONNU, FIN ABSENTE OU NOMBRE DE  *
      *         LIGNES LUES DIFFERENT DE LA FIN : ANNULATION (ROLLBACK) *
      *         ET CODE 12 ;                                            *
      *       - APRES VALIDATION : NOMBRE DE LIGNES DE CHAQUE TABLE DE  *
      *         TEST, ANOMALIES D'INTEGRITE EN TEST COMPAREES A CELLES  *
      *         DE PRODUCTION, EMPLOYES HORS DE LA BANDE DE LEUR GRADE ;*
      *         CODE 4 SUR TOUT ECART.                                  *
      *  261015 : CREATION DU PROGRAMME                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *FICHIER D'EXTRACTION ANONYMISEE (DERNIERE GENERATION PRODUITE
      *PAR ANONYM)
           SELECT EXTRAIT ASSIGN TO EXTRAIT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FS-EXTRAIT.
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
       FD  EXTRAIT RECORDING MODE IS F.
           COPY ANONYME.

       FD  EDIT RECORDING MODE IS F.
       01  ENR-EDIT.
           05 CAR-SAUT       PIC X.
           05 LIG-EDIT       PIC X(132).

       FD  OPSLOG RECORDING MODE IS F.
           COPY OPSLOG.

       WORKING-STORAGE SECTION.
      *FILE STATUS
       01  FS-EXTRAIT        PIC 99 VALUE ZEROES.
       01  FS-EDIT           PIC 99 VALUE ZEROES.

      *SUIVI D'EXPLOITATION (JOURNAL COMMUN DE LA CHAINE BATCH)
       01  FS-OPSLOG         PIC 99    VALUE ZEROES.
       01  WS-HORODATAGE     PIC X(21) VALUE SPACES.
       01  WS-OPS-DEBUT      PIC X(14) VALUE SPACES.
       01  WS-OPS-LUS        PIC 9(7)  VALUE ZEROES.
       01  WS-OPS-ECRITS     PIC 9(7)  VALUE ZEROES.
       01  WS-CODE-RETOUR    PIC 99    VALUE ZEROES.

      *COPY DES DECLARATIONS ET HOST-VARIABLES DES TABLES CHARGEES
           EXEC SQL INCLUDE EMPLOYE      END-EXEC.
           EXEC SQL INCLUDE EMPLOYE2     END-EXEC.
           EXEC SQL INCLUDE EMPHIST      END-EXEC.
           EXEC SQL INCLUDE EMPHIST2     END-EXEC.
           EXEC SQL INCLUDE ABSENCE      END-EXEC.
           EXEC SQL INCLUDE ABSENCE2     END-EXEC.
           EXEC SQL INCLUDE COORDON      END-EXEC.
           EXEC SQL INCLUDE COORDON2     END-EXEC.
           EXEC SQL INCLUDE DEPARTEMENT  END-EXEC.
           EXEC SQL INCLUDE DEPARTEMENT2 END-EXEC.
           EXEC SQL INCLUDE GRADE        END-EXEC.
           EXEC SQL INCLUDE GRADE2       END-EXEC.
           EXEC SQL INCLUDE BUDGET       END-EXEC.
           EXEC SQL INCLUDE BUDGET2      END-EXEC.
           EXEC SQL INCLUDE DEPSNAP      END-EXEC.
           EXEC SQL INCLUDE DEPSNAP2     END-EXEC.
           EXEC SQL INCLUDE GLMAP        END-EXEC.
           EXEC SQL INCLUDE GLMAP2       END-EXEC.
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      *FIN DE FICHIER ET ENREGISTREMENTS DE CONTROLE RENCONTRES
       01  WS-FIN-EXTRAIT    PIC X     VALUE 'N'.
           88 FIN-EXTRAIT            VALUE 'O'.
       01  WS-FIN-LUE        PIC X     VALUE 'N'.
           88 FIN-LUE                VALUE 'O'.
       01  WS-HORO-EXTRAIT   PIC X(14) VALUE SPACES.

      *NOMS DES TABLES (MEME RANG QUE LA FIN DE FICHIER) ; LIGNES
      *ANNONCEES PAR LA FIN, LUES DANS LE FICHIER, PRESENTES EN TEST
       01  WS-NOMS-TABLES.
           05 PIC X(11) VALUE 'EMPLOYE'.
           05 PIC X(11) VALUE 'EMPHIST'.
           05 PIC X(11) VALUE 'ABSENCE'.
           05 PIC X(11) VALUE 'COORDON'.
           05 PIC X(11) VALUE 'DEPARTEMENT'.
           05 PIC X(11) VALUE 'GRADE'.
           05 PIC X(11) VALUE 'BUDGET'.
           05 PIC X(11) VALUE 'DEPSNAP'.
           05 PIC X(11) VALUE 'GLMAP'.
       01  WS-NOMS-TABLES-R REDEFINES WS-NOMS-TABLES.
           05 WS-NOM-TABLE   PIC X(11) OCCURS 9.
       01  WS-LIGNES-TABLE.
           05 WS-TABLE OCCURS 9.
              10 WS-NB-ANNONCE PIC 9(7).
              10 WS-NB-LUES    PIC 9(7).
              10 WS-NB-TEST    PIC 9(7).
       01  WS-K              PIC 9(2)  VALUE ZEROES.

      *CONTROLES D'INTEGRITE REFERENTIELLE (MEMES RANGS ET MEMES
      *REQUETES QU'ANONYM) : ANOMALIES DE PRODUCTION ET DE TEST
       01  WS-NOMS-CONTROLES.
           05 PIC X(40) VALUE 'EMPLOYE.NOD SANS DEPARTEMENT'.
           05 PIC X(40) VALUE 'DEPARTEMENT.CHE SANS EMPLOYE'.
           05 PIC X(40) VALUE 'DEPARTEMENT.PARENT SANS DEPARTEMENT'.
           05 PIC X(40) VALUE 'EMPLOYE.GRD SANS GRADE'.
           05 PIC X(40) VALUE 'EMPHIST.MAT SANS EMPLOYE'.
           05 PIC X(40) VALUE 'ABSENCE.MAT SANS EMPLOYE'.
           05 PIC X(40) VALUE 'COORDON.MAT SANS EMPLOYE'.
           05 PIC X(40) VALUE 'BUDGET.NOD SANS DEPARTEMENT'.
           05 PIC X(40) VALUE 'DEPSNAP.NOD SANS DEPARTEMENT'.
           05 PIC X(40) VALUE 'GLMAP.NOD SANS DEPARTEMENT'.
       01  WS-NOMS-CONTROLES-R REDEFINES WS-NOMS-CONTROLES.
           05 WS-NOM-CONTROLE PIC X(40) OCCURS 10.
       01  WS-ANOMALIES.
           05 WS-CONTROLE OCCURS 10.
              10 WS-ANO-PROD   PIC 9(7).
              10 WS-ANO-TEST   PIC 9(7).
       01  WS-CTL            PIC 9(2)  VALUE ZEROES.
       01  WS-NB-CTL         PIC S9(9) COMP VALUE ZEROES.
       01  WS-NB-HORS-BANDE  PIC S9(9) COMP VALUE ZEROES.
       01  WS-NB-ECARTS      PIC 9(3)  VALUE ZEROES.

      *LIGNES D'EDITION
       01  L1.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(48) VALUE
              'RECHARGEMENT DES TABLES DE TEST (ANONYMISEES)'.
       01  L2.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(48) VALUE ALL '-'.

       01  L2A.
           05                PIC X(22) VALUE 'POINT D''EXTRACTION : '.
           05 ED-L2A-HORO    PIC X(14) VALUE SPACES.

       01  L3.
           05                PIC X(11) VALUE 'TABLE'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE 'PRODUCTION'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE '   FICHIER'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE '      TEST'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(05) VALUE 'ETAT'.
       01  L4.
           05                PIC X(11) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(05) VALUE ALL '-'.
       01  L5.
           05 ED-L5-TABLE    PIC X(11) VALUE SPACES.
           05                PIC X(06) VALUE SPACES.
           05 ED-L5-ANNONCE  PIC ZZZZZZ9 VALUE ZEROES.
           05                PIC X(06) VALUE SPACES.
           05 ED-L5-LUES     PIC ZZZZZZ9 VALUE ZEROES.
           05                PIC X(06) VALUE SPACES.
           05 ED-L5-TEST     PIC ZZZZZZ9 VALUE ZEROES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-ETAT     PIC X(05) VALUE SPACES.

       01  L6.
           05                PIC X(40) VALUE
                                 'CONTROLE D''INTEGRITE'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE 'PRODUCTION'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE '      TEST'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(05) VALUE 'ETAT'.
       01  L7.
           05                PIC X(40) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(05) VALUE ALL '-'.
       01  L8.
           05 ED-L8-CTL      PIC X(40) VALUE SPACES.
           05                PIC X(06) VALUE SPACES.
           05 ED-L8-PROD     PIC ZZZZZZ9 VALUE ZEROES.
           05                PIC X(06) VALUE SPACES.
           05 ED-L8-TEST     PIC ZZZZZZ9 VALUE ZEROES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L8-ETAT     PIC X(05) VALUE SPACES.

       01  L9.
           05                PIC X(46) VALUE
                 'EMPLOYES HORS DE LA BANDE DE LEUR GRADE'.
           05                PIC X(13) VALUE SPACES.
           05 ED-L9-NB       PIC ZZZZZZ9 VALUE ZEROES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L9-ETAT     PIC X(05) VALUE SPACES.

       01  L10.
           05                PIC X(28) VALUE
                                 'NOMBRE D''ECARTS RELEVES  : '.
           05 ED-L10-NB      PIC ZZ9   VALUE ZEROES.

       PROCEDURE DIVISION.
             MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE
             MOVE WS-HORODATAGE(1:14)   TO WS-OPS-DEBUT

             OPEN INPUT EXTRAIT
             IF FS-EXTRAIT NOT = ZEROES
                DISPLAY 'ERREUR OPEN EXTRAIT, FS : ' FS-EXTRAIT
                PERFORM FIN
             END-IF
             OPEN OUTPUT EDIT
             IF FS-EDIT NOT = ZEROES
                DISPLAY 'ERREUR OPEN EDIT, FS : ' FS-EDIT
                PERFORM FIN
             END-IF

      *L'ENTETE DOIT ETRE LE PREMIER ENREGISTREMENT : UN AUTRE FICHIER
      *NE DOIT PAS VIDER LES TABLES DE TEST
             PERFORM LECTURE-EXTRAIT
             IF FIN-EXTRAIT OR ANO-TYPE NOT = '00'
                DISPLAY 'FICHIER EXTRAIT SANS ENTETE, CHARGEMENT '
                        'REFUSE'
                PERFORM FIN
             END-IF
             MOVE ANO-ENT-HORO TO WS-HORO-EXTRAIT

      *--> 1- SUPPRESSION DU CONTENU DES NEUF TABLES DE TEST
             PERFORM SUPPRESSION-TABLES

      *--> 2- CHARGEMENT JUSQU'A LA FIN DE FICHIER ('99')
             PERFORM LECTURE-EXTRAIT
             PERFORM UNTIL FIN-EXTRAIT OR FIN-LUE
                EVALUATE ANO-TYPE
                   WHEN 'EM'  PERFORM INSERTION-EMPLOYE
                   WHEN 'EH'  PERFORM INSERTION-HISTORIQUE
                   WHEN 'AB'  PERFORM INSERTION-ABSENCE
                   WHEN 'CO'  PERFORM INSERTION-COORDONNEES
                   WHEN 'DE'  PERFORM INSERTION-DEPARTEMENT
                   WHEN 'GR'  PERFORM INSERTION-GRADE
                   WHEN 'BU'  PERFORM INSERTION-BUDGET
                   WHEN 'DS'  PERFORM INSERTION-CLICHE
                   WHEN 'GL'  PERFORM INSERTION-GLMAP
                   WHEN '99'
                      MOVE 'O' TO WS-FIN-LUE
                      PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 9
                         MOVE ANO-FIN-LIGNES (WS-K)
                           TO WS-NB-ANNONCE (WS-K)
                      END-PERFORM
                      PERFORM VARYING WS-CTL FROM 1 BY 1
                         UNTIL WS-CTL > 10
                         MOVE ANO-FIN-ANOMALIES (WS-CTL)
                           TO WS-ANO-PROD (WS-CTL)
                      END-PERFORM
                   WHEN OTHER
                      DISPLAY 'TYPE D''ENREGISTREMENT INCONNU : '
                              ANO-TYPE ' (LIGNE ' WS-OPS-LUS ')'
                      PERFORM ABANDON
                END-EVALUATE
                IF NOT FIN-LUE
                   PERFORM LECTURE-EXTRAIT
                END-IF
             END-PERFORM
             CLOSE EXTRAIT

      *FICHIER TRONQUE OU INCOMPLET : RIEN N'EST VALIDE
             IF NOT FIN-LUE
                DISPLAY 'FIN DE FICHIER ''99'' ABSENTE, CHARGEMENT '
                        'ANNULE'
                PERFORM ABANDON
             END-IF
             PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 9
                IF WS-NB-LUES (WS-K) NOT = WS-NB-ANNONCE (WS-K)
                   DISPLAY 'TABLE ' WS-NOM-TABLE (WS-K) ' : '
                           WS-NB-LUES (WS-K) ' LIGNES LUES POUR '
                           WS-NB-ANNONCE (WS-K) ' ANNONCEES'
                   MOVE 'O' TO WS-FIN-EXTRAIT
                END-IF
             END-PERFORM
             IF FIN-EXTRAIT
                DISPLAY 'NOMBRES DE LIGNES DIFFERENTS, CHARGEMENT '
                        'ANNULE'
                PERFORM ABANDON
             END-IF
             EXEC SQL COMMIT END-EXEC

      *--> 3- CONTROLES SUR LES TABLES DE TEST CHARGEES
             PERFORM COMPTAGE-TABLES
             PERFORM CONTROLES-INTEGRITE
             EXEC SQL
                SELECT COUNT(*) INTO :WS-NB-HORS-BANDE
                  FROM EMPLOYE E, GRADE G
                 WHERE G.GRD = E.GRD
                   AND (E.SAL < G.SALMIN OR E.SAL > G.SALMAX)
             END-EXEC
             IF SQLCODE NOT = ZEROES
                DISPLAY 'ERREUR CONTROLE DES BANDES : ' SQLCODE
                PERFORM FIN
             END-IF

      *--> 4- COMPTE-RENDU ET CODE RETOUR (4 SUR TOUT ECART)
             PERFORM EDITION-COMPTE-RENDU
             CLOSE EDIT
             IF WS-NB-ECARTS > ZEROES
                MOVE 4 TO WS-CODE-RETOUR
             END-IF
             DISPLAY 'RECHARGEMENT DES TABLES DE TEST : ' WS-OPS-ECRITS
                     ' LIGNES, ' WS-NB-ECARTS ' ECART(S)'
             PERFORM TERMINAISON
             .

       LECTURE-EXTRAIT.
             READ EXTRAIT
                AT END
                   MOVE 'O' TO WS-FIN-EXTRAIT
                NOT AT END
                   ADD 1 TO WS-OPS-LUS
             END-READ
             IF FS-EXTRAIT NOT = ZEROES AND FS-EXTRAIT NOT = 10
                DISPLAY 'ERREUR READ EXTRAIT, FS : ' FS-EXTRAIT
                PERFORM ABANDON
             END-IF
             .

      *SUPPRESSION DU CONTENU DES NEUF TABLES (TABLES RATTACHEES
      *D'ABORD ; +100 = TABLE DEJA VIDE)
       SUPPRESSION-TABLES.
             EXEC SQL DELETE FROM EMPHIST     END-EXEC
             PERFORM CONTROLE-SUPPRESSION
             EXEC SQL DELETE FROM ABSENCE     END-EXEC
             PERFORM CONTROLE-SUPPRESSION
             EXEC SQL DELETE FROM COORDON     END-EXEC
             PERFORM CONTROLE-SUPPRESSION
             EXEC SQL DELETE FROM DEPSNAP     END-EXEC
             PERFORM CONTROLE-SUPPRESSION
             EXEC SQL DELETE FROM BUDGET      END-EXEC
             PERFORM CONTROLE-SUPPRESSION
             EXEC SQL DELETE FROM GLMAP       END-EXEC
             PERFORM CONTROLE-SUPPRESSION
             EXEC SQL DELETE FROM EMPLOYE     END-EXEC
             PERFORM CONTROLE-SUPPRESSION
             EXEC SQL DELETE FROM DEPARTEMENT END-EXEC
             PERFORM CONTROLE-SUPPRESSION
             EXEC SQL DELETE FROM GRADE       END-EXEC
             PERFORM CONTROLE-SUPPRESSION
             .

       CONTROLE-SUPPRESSION.
             IF SQLCODE NOT = ZEROES AND SQLCODE NOT = +100
                DISPLAY 'ERREUR DELETE TABLES DE TEST : ' SQLCODE
                PERFORM ABANDON
             END-IF
             .

      *INSERTION D'UN EMPLOYE (COMMISSION NULLE SI ELLE L'ETAIT EN
      *PRODUCTION)
       INSERTION-EMPLOYE.
             MOVE ANO-EM-MAT    TO HVE-MAT
             MOVE ANO-EM-NOM    TO HVE-NOM
             MOVE ANO-EM-NOD    TO HVE-NOD
             MOVE ANO-EM-DAT    TO HVE-DAT
             MOVE ANO-EM-SAL    TO HVE-SAL
             MOVE ANO-EM-COM    TO HVE-COM
             MOVE ANO-EM-STA    TO HVE-STA
             MOVE ANO-EM-DATDEP TO HVE-DATDEP
             MOVE ANO-EM-GRD    TO HVE-GRD
             MOVE ANO-EM-TAUX   TO HVE-TAUX
             MOVE ANO-EM-TYPCTR TO HVE-TYPCTR
             MOVE ANO-EM-DATFCT TO HVE-DATFCT
             IF ANO-EM-COMNUL = 'O'
                EXEC SQL
                   INSERT INTO EMPLOYE
                      (MAT, NOM, NOD, DAT, SAL, COM, STA, DATDEP,
                       GRD, TAUX, TYPCTR, DATFCT, HORODATE)
                   VALUES (:HVE-MAT, :HVE-NOM, :HVE-NOD, :HVE-DAT,
                           :HVE-SAL, NULL, :HVE-STA, :HVE-DATDEP,
                           :HVE-GRD, :HVE-TAUX, :HVE-TYPCTR,
                           :HVE-DATFCT, CURRENT TIMESTAMP)
                END-EXEC
             ELSE
                EXEC SQL
                   INSERT INTO EMPLOYE
                      (MAT, NOM, NOD, DAT, SAL, COM, STA, DATDEP,
                       GRD, TAUX, TYPCTR, DATFCT, HORODATE)
                   VALUES (:HVE-MAT, :HVE-NOM, :HVE-NOD, :HVE-DAT,
                           :HVE-SAL, :HVE-COM, :HVE-STA, :HVE-DATDEP,
                           :HVE-GRD, :HVE-TAUX, :HVE-TYPCTR,
                           :HVE-DATFCT, CURRENT TIMESTAMP)
                END-EXEC
             END-IF
             MOVE 1 TO WS-K
             PERFORM CONTROLE-INSERTION
             .

       INSERTION-HISTORIQUE.
             MOVE ANO-EH-MAT    TO HVH-MAT
             MOVE ANO-EH-DATEFF TO HVH-DATEFF
             MOVE ANO-EH-CDFONC TO HVH-CDFONC
             MOVE ANO-EH-ANCSAL TO HVH-ANCSAL
             MOVE ANO-EH-ANCCOM TO HVH-ANCCOM
             MOVE ANO-EH-NOUSAL TO HVH-NOUSAL
             MOVE ANO-EH-NOUCOM TO HVH-NOUCOM
             MOVE ANO-EH-ANCTAU TO HVH-ANCTAU
             MOVE ANO-EH-NOUTAU TO HVH-NOUTAU
             MOVE ANO-EH-DATSAI TO HVH-DATSAI
             EXEC SQL
                INSERT INTO EMPHIST
                   (MAT, DATEFF, CDFONC, ANCSAL, ANCCOM, NOUSAL,
                    NOUCOM, ANCTAU, NOUTAU, DATSAI)
                VALUES (:HVH-MAT, :HVH-DATEFF, :HVH-CDFONC,
                        :HVH-ANCSAL, :HVH-ANCCOM, :HVH-NOUSAL,
                        :HVH-NOUCOM, :HVH-ANCTAU, :HVH-NOUTAU,
                        :HVH-DATSAI)
             END-EXEC
             MOVE 2 TO WS-K
             PERFORM CONTROLE-INSERTION
             .

       INSERTION-ABSENCE.
             MOVE ANO-AB-MAT    TO HVB-MAT
             MOVE ANO-AB-TYPABS TO HVB-TYPABS
             MOVE ANO-AB-DATDEB TO HVB-DATDEB
             MOVE ANO-AB-DATFIN TO HVB-DATFIN
             EXEC SQL
                INSERT INTO ABSENCE
                   (MAT, TYPABS, DATDEB, DATFIN, HORODATE)
                VALUES (:HVB-MAT, :HVB-TYPABS, :HVB-DATDEB,
                        :HVB-DATFIN, CURRENT TIMESTAMP)
             END-EXEC
             MOVE 3 TO WS-K
             PERFORM CONTROLE-INSERTION
             .

       INSERTION-COORDONNEES.
             MOVE ANO-CO-MAT      TO HVC-MAT
             MOVE ANO-CO-ADR      TO HVC-ADR
             MOVE ANO-CO-VILLE    TO HVC-VILLE
             MOVE ANO-CO-CODPOST  TO HVC-CODPOST
             MOVE ANO-CO-TEL      TO HVC-TEL
             MOVE ANO-CO-COURRIEL TO HVC-COURRIEL
             EXEC SQL
                INSERT INTO COORDON
                   (MAT, ADR, VILLE, CODPOST, TEL, COURRIEL, HORODATE)
                VALUES (:HVC-MAT, :HVC-ADR, :HVC-VILLE, :HVC-CODPOST,
                        :HVC-TEL, :HVC-COURRIEL, CURRENT TIMESTAMP)
             END-EXEC
             MOVE 4 TO WS-K
             PERFORM CONTROLE-INSERTION
             .

       INSERTION-DEPARTEMENT.
             MOVE ANO-DE-NOD    TO HVD-NOD
             MOVE ANO-DE-NDE    TO HVD-NDE
             MOVE ANO-DE-LIE    TO HVD-LIE
             MOVE ANO-DE-CHE    TO HVD-CHE
             MOVE ANO-DE-PARENT TO HVD-PARENT
             EXEC SQL
                INSERT INTO DEPARTEMENT
                   (NOD, NDE, LIE, CHE, PARENT, HORODATE)
                VALUES (:HVD-NOD, :HVD-NDE, :HVD-LIE, :HVD-CHE,
                        :HVD-PARENT, CURRENT TIMESTAMP)
             END-EXEC
             MOVE 5 TO WS-K
             PERFORM CONTROLE-INSERTION
             .

       INSERTION-GRADE.
             MOVE ANO-GR-GRD    TO HVG-GRD
             MOVE ANO-GR-LIB    TO HVG-LIB
             MOVE ANO-GR-SALMIN TO HVG-SALMIN
             MOVE ANO-GR-SALMAX TO HVG-SALMAX
             EXEC SQL
                INSERT INTO GRADE
                   (GRD, LIB, SALMIN, SALMAX, HORODATE)
                VALUES (:HVG-GRD, :HVG-LIB, :HVG-SALMIN, :HVG-SALMAX,
                        CURRENT TIMESTAMP)
             END-EXEC
             MOVE 6 TO WS-K
             PERFORM CONTROLE-INSERTION
             .

       INSERTION-BUDGET.
             MOVE ANO-BU-ANNEE TO HVU-ANNEE
             MOVE ANO-BU-NOD   TO HVU-NOD
             MOVE ANO-BU-MASSE TO HVU-MASSE
             EXEC SQL
                INSERT INTO BUDGET
                   (ANNEE, NOD, MASSE, HORODATE)
                VALUES (:HVU-ANNEE, :HVU-NOD, :HVU-MASSE,
                        CURRENT TIMESTAMP)
             END-EXEC
             MOVE 7 TO WS-K
             PERFORM CONTROLE-INSERTION
             .

       INSERTION-CLICHE.
             MOVE ANO-DS-PERIODE TO HVS-PERIODE
             MOVE ANO-DS-NOD     TO HVS-NOD
             MOVE ANO-DS-NBEMP   TO HVS-NBEMP
             MOVE ANO-DS-ETP     TO HVS-ETP
             MOVE ANO-DS-TOTSAL  TO HVS-TOTSAL
             MOVE ANO-DS-TOTCOM  TO HVS-TOTCOM
             MOVE ANO-DS-MOYSAL  TO HVS-MOYSAL
             EXEC SQL
                INSERT INTO DEPSNAP
                   (PERIODE, NOD, NBEMP, ETP, TOTSAL, TOTCOM, MOYSAL,
                    HORODATE)
                VALUES (:HVS-PERIODE, :HVS-NOD, :HVS-NBEMP, :HVS-ETP,
                        :HVS-TOTSAL, :HVS-TOTCOM, :HVS-MOYSAL,
                        CURRENT TIMESTAMP)
             END-EXEC
             MOVE 8 TO WS-K
             PERFORM CONTROLE-INSERTION
             .

       INSERTION-GLMAP.
             MOVE ANO-GL-NOD    TO HVL-NOD
             MOVE ANO-GL-CENTRE TO HVL-CENTRE
             MOVE ANO-GL-CPTSAL TO HVL-CPTSAL
             MOVE ANO-GL-CPTCOM TO HVL-CPTCOM
             MOVE ANO-GL-CPTPRI TO HVL-CPTPRI
             MOVE ANO-GL-CPTHEU TO HVL-CPTHEU
             EXEC SQL
                INSERT INTO GLMAP
                   (NOD, CENTRE, CPTSAL, CPTCOM, CPTPRI, HORODATE,
                    CPTHEU)
                VALUES (:HVL-NOD, :HVL-CENTRE, :HVL-CPTSAL,
                        :HVL-CPTCOM, :HVL-CPTPRI, CURRENT TIMESTAMP,
                        :HVL-CPTHEU)
             END-EXEC
             MOVE 9 TO WS-K
             PERFORM CONTROLE-INSERTION
             .

      *CONTROLE D'UNE INSERTION DANS LA TABLE DE RANG WS-K : TOUTE
      *ERREUR ANNULE LE CHARGEMENT COMPLET
       CONTROLE-INSERTION.
             IF SQLCODE NOT = ZEROES
                DISPLAY 'ERREUR INSERT ' WS-NOM-TABLE (WS-K)
                        ', LIGNE ' WS-OPS-LUS ' : ' SQLCODE
                PERFORM ABANDON
             END-IF
             ADD 1 TO WS-NB-LUES (WS-K) WS-OPS-ECRITS
             .

      *NOMBRE DE LIGNES DE CHAQUE TABLE DE TEST APRES VALIDATION
       COMPTAGE-TABLES.
             EXEC SQL SELECT COUNT(*) INTO :WS-NB-CTL FROM EMPLOYE
             END-EXEC
             MOVE 1 TO WS-K
             PERFORM RANGEMENT-COMPTAGE
             EXEC SQL SELECT COUNT(*) INTO :WS-NB-CTL FROM EMPHIST
             END-EXEC
             MOVE 2 TO WS-K
             PERFORM RANGEMENT-COMPTAGE
             EXEC SQL SELECT COUNT(*) INTO :WS-NB-CTL FROM ABSENCE
             END-EXEC
             MOVE 3 TO WS-K
             PERFORM RANGEMENT-COMPTAGE
             EXEC SQL SELECT COUNT(*) INTO :WS-NB-CTL FROM COORDON
             END-EXEC
             MOVE 4 TO WS-K
             PERFORM RANGEMENT-COMPTAGE
             EXEC SQL SELECT COUNT(*) INTO :WS-NB-CTL FROM DEPARTEMENT
             END-EXEC
             MOVE 5 TO WS-K
             PERFORM RANGEMENT-COMPTAGE
             EXEC SQL SELECT COUNT(*) INTO :WS-NB-CTL FROM GRADE
             END-EXEC
             MOVE 6 TO WS-K
             PERFORM RANGEMENT-COMPTAGE
             EXEC SQL SELECT COUNT(*) INTO :WS-NB-CTL FROM BUDGET
             END-EXEC
             MOVE 7 TO WS-K
             PERFORM RANGEMENT-COMPTAGE
             EXEC SQL SELECT COUNT(*) INTO :WS-NB-CTL FROM DEPSNAP
             END-EXEC
             MOVE 8 TO WS-K
             PERFORM RANGEMENT-COMPTAGE
             EXEC SQL SELECT COUNT(*) INTO :WS-NB-CTL FROM GLMAP
             END-EXEC
             MOVE 9 TO WS-K
             PERFORM RANGEMENT-COMPTAGE
             .

       RANGEMENT-COMPTAGE.
             IF SQLCODE NOT = ZEROES
                DISPLAY 'ERREUR COMPTAGE ' WS-NOM-TABLE (WS-K) ' : '
                        SQLCODE
                PERFORM FIN
             END-IF
             MOVE WS-NB-CTL TO WS-NB-TEST (WS-K)
             .

      *CONTROLES D'INTEGRITE REFERENTIELLE REJOUES SUR LES TABLES DE
      *TEST (MEMES REQUETES QU'ANONYM EN PRODUCTION)
       CONTROLES-INTEGRITE.
             MOVE 1 TO WS-CTL
             EXEC SQL
                SELECT COUNT(*) INTO :WS-NB-CTL
                  FROM EMPLOYE E
                 WHERE NOT EXISTS (SELECT 1 FROM DEPARTEMENT D
                                    WHERE D.NOD = E.NOD)
             END-EXEC
             PERFORM RANGEMENT-CONTROLE
             MOVE 2 TO WS-CTL
             EXEC SQL
                SELECT COUNT(*) INTO :WS-NB-CTL
                  FROM DEPARTEMENT D
                 WHERE D.CHE <> ' '
                   AND NOT EXISTS (SELECT 1 FROM EMPLOYE E
                                    WHERE E.MAT = D.CHE)
             END-EXEC
             PERFORM RANGEMENT-CONTROLE
             MOVE 3 TO WS-CTL
             EXEC SQL
                SELECT COUNT(*) INTO :WS-NB-CTL
                  FROM DEPARTEMENT D
                 WHERE D.PARENT <> ' '
                   AND NOT EXISTS (SELECT 1 FROM DEPARTEMENT P
                                    WHERE P.NOD = D.PARENT)
             END-EXEC
             PERFORM RANGEMENT-CONTROLE
             MOVE 4 TO WS-CTL
             EXEC SQL
                SELECT COUNT(*) INTO :WS-NB-CTL
                  FROM EMPLOYE E
                 WHERE E.GRD <> ' '
                   AND NOT EXISTS (SELECT 1 FROM GRADE G
                                    WHERE G.GRD = E.GRD)
             END-EXEC
             PERFORM RANGEMENT-CONTROLE
             MOVE 5 TO WS-CTL
             EXEC SQL
                SELECT COUNT(*) INTO :WS-NB-CTL
                  FROM EMPHIST H
                 WHERE NOT EXISTS (SELECT 1 FROM EMPLOYE E
                                    WHERE E.MAT = H.MAT)
             END-EXEC
             PERFORM RANGEMENT-CONTROLE
             MOVE 6 TO WS-CTL
             EXEC SQL
                SELECT COUNT(*) INTO :WS-NB-CTL
                  FROM ABSENCE A
                 WHERE NOT EXISTS (SELECT 1 FROM EMPLOYE E
                                    WHERE E.MAT = A.MAT)
             END-EXEC
             PERFORM RANGEMENT-CONTROLE
             MOVE 7 TO WS-CTL
             EXEC SQL
                SELECT COUNT(*) INTO :WS-NB-CTL
                  FROM COORDON C
                 WHERE NOT EXISTS (SELECT 1 FROM EMPLOYE E
                                    WHERE E.MAT = C.MAT)
             END-EXEC
             PERFORM RANGEMENT-CONTROLE
             MOVE 8 TO WS-CTL
             EXEC SQL
                SELECT COUNT(*) INTO :WS-NB-CTL
                  FROM BUDGET B
                 WHERE NOT EXISTS (SELECT 1 FROM DEPARTEMENT D
                                    WHERE D.NOD = B.NOD)
             END-EXEC
             PERFORM RANGEMENT-CONTROLE
             MOVE 9 TO WS-CTL
             EXEC SQL
                SELECT COUNT(*) INTO :WS-NB-CTL
                  FROM DEPSNAP S
                 WHERE NOT EXISTS (SELECT 1 FROM DEPARTEMENT D
                                    WHERE D.NOD = S.NOD)
             END-EXEC
             PERFORM RANGEMENT-CONTROLE
             MOVE 10 TO WS-CTL
             EXEC SQL
                SELECT COUNT(*) INTO :WS-NB-CTL
                  FROM GLMAP L
                 WHERE NOT EXISTS (SELECT 1 FROM DEPARTEMENT D
                                    WHERE D.NOD = L.NOD)
             END-EXEC
             PERFORM RANGEMENT-CONTROLE
             .

       RANGEMENT-CONTROLE.
             IF SQLCODE NOT = ZEROES
                DISPLAY 'ERREUR CONTROLE D''INTEGRITE ' WS-CTL ' : '
                        SQLCODE
                PERFORM FIN
             END-IF
             MOVE WS-NB-CTL TO WS-ANO-TEST (WS-CTL)
             .

      *COMPTE-RENDU : RAPPROCHEMENT DES LIGNES PAR TABLE (ANNONCEES
      *PAR LA PRODUCTION, LUES, PRESENTES EN TEST), DES ANOMALIES
      *D'INTEGRITE (PRODUCTION / TEST) ET DES BANDES DE GRADE
       EDITION-COMPTE-RENDU.
             MOVE '1'  TO CAR-SAUT
             MOVE L1   TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE ' '  TO CAR-SAUT
             MOVE L2   TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE WS-HORO-EXTRAIT TO ED-L2A-HORO
             MOVE '0'  TO CAR-SAUT
             MOVE L2A  TO LIG-EDIT
             WRITE ENR-EDIT

             MOVE '0' TO CAR-SAUT
             MOVE L3  TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE ' ' TO CAR-SAUT
             MOVE L4  TO LIG-EDIT
             WRITE ENR-EDIT
             PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 9
                MOVE WS-NOM-TABLE (WS-K)  TO ED-L5-TABLE
                MOVE WS-NB-ANNONCE (WS-K) TO ED-L5-ANNONCE
                MOVE WS-NB-LUES (WS-K)    TO ED-L5-LUES
                MOVE WS-NB-TEST (WS-K)    TO ED-L5-TEST
                IF WS-NB-TEST (WS-K) = WS-NB-ANNONCE (WS-K)
                   MOVE 'OK'    TO ED-L5-ETAT
                ELSE
                   MOVE 'ECART' TO ED-L5-ETAT
                   ADD 1 TO WS-NB-ECARTS
                END-IF
                MOVE L5  TO LIG-EDIT
                WRITE ENR-EDIT
             END-PERFORM

             MOVE '0' TO CAR-SAUT
             MOVE L6  TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE ' ' TO CAR-SAUT
             MOVE L7  TO LIG-EDIT
             WRITE ENR-EDIT
             PERFORM VARYING WS-CTL FROM 1 BY 1 UNTIL WS-CTL > 10
                MOVE WS-NOM-CONTROLE (WS-CTL) TO ED-L8-CTL
                MOVE WS-ANO-PROD (WS-CTL)     TO ED-L8-PROD
                MOVE WS-ANO-TEST (WS-CTL)     TO ED-L8-TEST
                IF WS-ANO-TEST (WS-CTL) = WS-ANO-PROD (WS-CTL)
                   MOVE 'OK'    TO ED-L8-ETAT
                ELSE
                   MOVE 'ECART' TO ED-L8-ETAT
                   ADD 1 TO WS-NB-ECARTS
                END-IF
                MOVE L8  TO LIG-EDIT
                WRITE ENR-EDIT
             END-PERFORM

             MOVE WS-NB-HORS-BANDE TO ED-L9-NB
             IF WS-NB-HORS-BANDE = ZEROES
                MOVE 'OK'    TO ED-L9-ETAT
             ELSE
                MOVE 'ECART' TO ED-L9-ETAT
                ADD 1 TO WS-NB-ECARTS
             END-IF
             MOVE '0' TO CAR-SAUT
             MOVE L9  TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE WS-NB-ECARTS TO ED-L10-NB
             MOVE '0' TO CAR-SAUT
             MOVE L10 TO LIG-EDIT
             WRITE ENR-EDIT
             .

      *ANNULATION DE TOUT LE CHARGEMENT (LES TABLES DE TEST RESTENT
      *DANS LEUR ETAT PRECEDENT) PUIS ABANDON
       ABANDON.
             EXEC SQL ROLLBACK END-EXEC
             PERFORM FIN
             .

      *ECRITURE DE L'ENREGISTREMENT DE SUIVI D'EXPLOITATION (JOURNAL
      *COMMUN DE LA CHAINE BATCH) PUIS POSITIONNEMENT DU CODE
      *CONDITION FINAL (0 = NORMAL, 4 = ECARTS, 12 = ABANDON).
       TERMINAISON.
             MOVE 'ANOCHARG' TO OPS-PROGRAMME
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

//API7AC JOB NOTIFY=&SYSUID,CLASS=A,MSGCLASS=H
//*
//PROCLIB  JCLLIB ORDER=SDJ.FORM.PROCLIB
//*
//         SET SYSUID=API7
//         NOMPGM:ANOCHARG
//*
//APPROC   EXEC COMPDB2
//STEPDB2.SYSLIB   DD DSN=API7.SOURCE.DCLGEN,DISP=SHR
//                 DD DSN=API7.SOURCE.COPY,DISP=SHR
//STEPDB2.SYSIN    DD DSN=API7.SOURCE.DB2(ANOCHARG),DISP=SHR
//STEPDB2.DBRMLIB DD DSN=API7.SOURCE.DBRMLIB(ANOCHARG),DISP=SHR
//STEPLNK.SYSLMOD  DD DSN=API7.SOURCE.PGMLIB(ANOCHARG),DISP=SHR
//*
//*--- RECHARGEMENT DES TABLES DE TEST (SOUS-SYSTEME DSNT) : LE   ---
//*--- PLAN ANOCHARG EST LIE AVEC LE QUALIFIANT DES TABLES DE     ---
//*--- TEST ET N'EST JAMAIS LIE EN PRODUCTION                     ---
//STEPRUN  EXEC PGM=IKJEFT01,COND=(4,LT)
//STEPLIB  DD DSN=API7.SOURCE.PGMLIB,DISP=SHR
//OPSLOG   DD DSN=API7.OPSLOG,DISP=MOD
//EXTRAIT  DD  DSN=API7.ANONYM.EXTRAIT(0),DISP=SHR
//EDIT     DD  DSN=API7.ANOCHARG,DISP=(,CATLG,DELETE),
//         DCB=(DSORG=PS,RECFM=FB,LRECL=133),
//         SPACE=(TRK,(1,1))
//SYSOUT   DD  SYSOUT=*,OUTLIM=1000
//SYSTSPRT DD  SYSOUT=*,OUTLIM=2500
//SYSTSIN  DD  *
  DSN SYSTEM (DSNT)
  RUN PROGRAM(ANOCHARG) PLAN (ANOCHARG)
//



      ********************************************************************#
      *                          FICHIER D'EDITION                        #
      ********************************************************************#
      *1                              RECHARGEMENT DES TABLES DE TEST (ANONYMISEES)
      *                               ------------------------------------------------
      *0POINT D'EXTRACTION : 20261015214502
      *0TABLE         PRODUCTION      FICHIER         TEST   ETAT
      * -----------   ----------   ----------   ----------   -----
      * EMPLOYE                4            4            4   OK
      * EMPHIST               11           11           11   OK
      * ABSENCE                6            6            6   OK
      * COORDON                4            4            4   OK
      * DEPARTEMENT            3            3            3   OK
      * GRADE                  3            3            3   OK
      * BUDGET                 6            6            6   OK
      * DEPSNAP               36           36           36   OK
      * GLMAP                  3            3            3   OK
      *0CONTROLE D'INTEGRITE                      PRODUCTION         TEST   ETAT
      * ----------------------------------------   ----------   ----------   -----
      * EMPLOYE.NOD SANS DEPARTEMENT                     0            0   OK
      * DEPARTEMENT.CHE SANS EMPLOYE                     0            0   OK
      * DEPARTEMENT.PARENT SANS DEPARTEMENT              0            0   OK
      * EMPLOYE.GRD SANS GRADE                           0            0   OK
      * EMPHIST.MAT SANS EMPLOYE                         2            2   OK
      * ABSENCE.MAT SANS EMPLOYE                         0            0   OK
      * COORDON.MAT SANS EMPLOYE                         0            0   OK
      * BUDGET.NOD SANS DEPARTEMENT                      0            0   OK
      * DEPSNAP.NOD SANS DEPARTEMENT                     0            0   OK
      * GLMAP.NOD SANS DEPARTEMENT                       0            0   OK
      *0EMPLOYES HORS DE LA BANDE DE LEUR GRADE                      0   OK
      *0NOMBRE D'ECARTS RELEVES  :   0
      *********************************** BOTTOM OF DATA *********************************
