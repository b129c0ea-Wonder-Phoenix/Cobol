      ********************************************************************#
      *  ÉNONCÉ : Copie anonymisée de la base du personnel pour           #
      *           l'environnement de test : les développeurs et le        #
      *           bureau de paie testaient sur des copies de production   #
      *           avec les vrais noms, adresses, salaires et absences,    #
      *           ce que le délégué à la protection des données a         #
      *           relevé. Ce traitement décharge EMPLOYE, EMPHIST,        #
      *           ABSENCE, COORDON, DEPARTEMENT, GRADE, BUDGET, DEPSNAP   #
      *           et GLMAP en un seul point cohérent, remplace NOM, ADR,  #
      *           VILLE, TEL et COURRIEL par des pseudonymes constants    #
      *           (une même valeur donne toujours le même pseudonyme)     #
      *           et perturbe SAL/COM en gardant chaque employé dans la   #
      *           bande de son GRADE et chaque masse de département       #
      *           proche de la réelle. Le fichier est rechargé en test    #
      *           par ANOCHARG, qui édite le contrôle des comptes et de   #
      *           l'intégrité référentielle.                              #
      ********************************************************************#

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONYM.
       AUTHOR. SV.
       DATE-WRITTEN. 15/10/26.
      ******************************************************************
      * BUT : PRODUIRE EN PRODUCTION LE FICHIER D'EXTRACTION ANONYMISEE *
      *       (COPY ANONYME) DES NEUF TABLES DU PERSONNEL :             *
      *       - POINT COHERENT : LES NEUF TABLES SONT VERROUILLEES EN   *
      *         PARTAGE (LOCK TABLE IN SHARE MODE) LE TEMPS DE LA       *
      *         LECTURE, PUIS LIBEREES PAR LA VALIDATION FINALE ;       *
      *       - PSEUDONYMES : CONDENSE DE LA VALEUR D'ORIGINE ET DE LA  *
      *         CLE SECRETE (CARTE 'C'), TRADUIT EN SYLLABES POUR NOM,  *
      *         ADR ET VILLE, EN CHIFFRES POUR TEL ET COURRIEL - LA     *
      *         MEME VALEUR DONNE LE MEME PSEUDONYME DANS TOUTES LES    *
      *         TABLES ET D'UN RAFRAICHISSEMENT A L'AUTRE ;             *
      *       - SALAIRES : VARIATION DE PLUS OU MOINS P % (CARTE 'P',   *
      *         5 PAR DEFAUT) APPLIQUEE EN SENS CONTRAIRES A DEUX       *
      *         EMPLOYES D'UN MEME DEPARTEMENT (MASSE INCHANGEE) ET     *
      *         BORNEE PAR LA BANDE DU GRADE DE CHACUN ; COMMISSIONS    *
      *         PERTURBEES INDIVIDUELLEMENT ; HISTORIQUE EMPHIST ET     *
      *         MASSES DEPSNAP RAMENES AU MEME RAPPORT ;                *
      *       - FIN DE FICHIER : NOMBRE DE LIGNES PAR TABLE ET          *
      *         ANOMALIES D'INTEGRITE RELEVEES EN PRODUCTION, POUR LE   *
      *         CONTROLE D'ANOCHARG ; COMPTE-RENDU DES MASSES REELLES   *
      *         ET ANONYMISEES PAR DEPARTEMENT (RESTE EN PRODUCTION).   *
      *  261015 : CREATION DU PROGRAMME                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *FICHIER D'EXTRACTION ANONYMISEE (GENERATION DATA GROUP, VOIR LA
      *JCL : UNE NOUVELLE GENERATION A CHAQUE RAFRAICHISSEMENT)
           SELECT EXTRAIT ASSIGN TO EXTRAIT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FS-EXTRAIT.
      *CARTES DE PARAMETRAGE ('C' CLE SECRETE OBLIGATOIRE, 'P' ECART
      *MAXIMAL DES SALAIRES EN %)
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
       FD  EXTRAIT RECORDING MODE IS F.
           COPY ANONYME.

       FD  CARTES RECORDING MODE IS F.
      *CARTE 'C' : CLE SECRETE EN COLONNES 3-11 (9 CHIFFRES, CONSERVEE
      *PAR L'EXPLOITATION, JAMAIS COMMUNIQUEE AUX EQUIPES DE TEST) -
      *CARTE 'P' : ECART MAXIMAL DES SALAIRES EN % EN COLONNES 3-4
       01  ENR-CARTE.
           05 CAR-TYPE       PIC X.
           05                PIC X.
           05 CAR-VALEUR     PIC X(9).
           05                PIC X(69).
       01  ENR-CARTE-P.
           05                PIC X(2).
           05 CAR-POURCENT   PIC X(2).
           05                PIC X(76).

       FD  EDIT RECORDING MODE IS F.
       01  ENR-EDIT.
           05 CAR-SAUT       PIC X.
           05 LIG-EDIT       PIC X(132).

       FD  OPSLOG RECORDING MODE IS F.
           COPY OPSLOG.

       WORKING-STORAGE SECTION.
      *FILE STATUS
       01  FS-EXTRAIT        PIC 99 VALUE ZEROES.
       01  FS-CARTES         PIC 99 VALUE ZEROES.
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

      *PARAMETRES (CARTES) : CLE SECRETE DES PSEUDONYMES ET ECART
      *MAXIMAL DES SALAIRES EN % (EN CENTIEMES DE % POUR LE TIRAGE)
       01  WS-CLE-SECRETE    PIC 9(9)  VALUE ZEROES.
       01  WS-CLE-LUE        PIC X     VALUE 'N'.
           88 CLE-LUE                VALUE 'O'.
       01  WS-POURCENT       PIC 9(2)  VALUE 5.
       01  WS-AMPLITUDE      PIC 9(5)  VALUE ZEROES.

      *NOMS DES TABLES (RANG DE LA FIN DE FICHIER) ET LIGNES EXTRAITES
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
           05 WS-NB-LIGNES   PIC 9(7)  OCCURS 9.

      *CONTROLES D'INTEGRITE REFERENTIELLE (MEMES RANGS ET MEMES
      *REQUETES QU'ANOCHARG) ET ANOMALIES RELEVEES EN PRODUCTION
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
           05 WS-NB-ANOMALIES PIC 9(7) OCCURS 10.
       01  WS-CTL            PIC 9(2)  VALUE ZEROES.
       01  WS-NB-CTL         PIC S9(9) COMP VALUE ZEROES.

      *TABLE DES GRADES (BANDES SALARIALES)
       01  WS-MAX-GRD        PIC 9(4) COMP VALUE 100.
       01  WS-NB-GRD         PIC 9(4) COMP VALUE ZEROES.
       01  TABLE-GRADE.
           05 TG-LIGNE OCCURS 100 TIMES.
              10 TG-GRD       PIC X(2).
              10 TG-MIN       PIC 9(5)V99.
              10 TG-MAX       PIC 9(5)V99.

      *TABLE DES EMPLOYES TRIES PAR MATRICULE : ZONES EXTRAITES,
      *SALAIRE ET COMMISSION REELS ET ANONYMISES, RAPPORTS APPLIQUES
      *A L'HISTORIQUE, MARQUE DE TRAITEMENT DE LA PERTURBATION
       01  WS-MAX-EMP        PIC 9(4) COMP VALUE 3000.
       01  WS-NB-EMP         PIC 9(4) COMP VALUE ZEROES.
       01  TABLE-EMP.
           05 TE-LIGNE OCCURS 3000 TIMES.
              10 TE-MAT       PIC X(6).
              10 TE-NOM       PIC X(15).
              10 TE-NOD       PIC X(3).
              10 TE-DAT       PIC X(10).
              10 TE-STA       PIC X.
              10 TE-DATDEP    PIC X(10).
              10 TE-GRD       PIC X(2).
              10 TE-TAUX      PIC 9(3)V99.
              10 TE-TYPCTR    PIC X.
              10 TE-DATFCT    PIC X(10).
              10 TE-COMNUL    PIC X.
              10 TE-SAL-REEL  PIC 9(5)V99.
              10 TE-SAL-ANO   PIC 9(5)V99.
              10 TE-COM-REEL  PIC 9(5)V99.
              10 TE-COM-ANO   PIC 9(5)V99.
              10 TE-FACT-SAL  PIC 9(3)V9(6).
              10 TE-FACT-COM  PIC 9(3)V9(6).
              10 TE-FAIT      PIC X.
       01  WS-I              PIC 9(4) COMP VALUE ZEROES.
       01  WS-J              PIC 9(4) COMP VALUE ZEROES.
       01  WS-K              PIC 9(4) COMP VALUE ZEROES.
       01  WS-X              PIC 9(4) COMP VALUE ZEROES.
       01  WS-P              PIC 9(4) COMP VALUE ZEROES.
       01  WS-COMNUL         PIC X     VALUE 'N'.
       01  WS-EMP-TROUVE     PIC X     VALUE 'N'.
           88 EMP-TROUVE             VALUE 'O'.

      *TABLE DES DEPARTEMENTS : EFFECTIF, MASSES REELLES ET
      *ANONYMISEES (RAPPORT APPLIQUE A DEPSNAP, COMPTE-RENDU)
       01  WS-MAX-DEP        PIC 9(4) COMP VALUE 500.
       01  WS-NB-DEP         PIC 9(4) COMP VALUE ZEROES.
       01  TABLE-DEP.
           05 TD-LIGNE OCCURS 500 TIMES.
              10 TD-NOD       PIC X(3).
              10 TD-NB        PIC 9(5).
              10 TD-SAL-REEL  PIC 9(9)V99.
              10 TD-SAL-ANO   PIC 9(9)V99.
              10 TD-COM-REEL  PIC 9(9)V99.
              10 TD-COM-ANO   PIC 9(9)V99.
       01  WS-D              PIC 9(4) COMP VALUE ZEROES.
       01  WS-FACT-SAL       PIC 9(3)V9(6) VALUE ZEROES.
       01  WS-FACT-COM       PIC 9(3)V9(6) VALUE ZEROES.
       01  WS-ECART-PCT      PIC S9(3)V99  VALUE ZEROES.
       01  WS-ECART-MAX      PIC 9(3)V99   VALUE ZEROES.
       01  WS-T-SAL-REEL     PIC 9(9)V99   VALUE ZEROES.
       01  WS-T-SAL-ANO      PIC 9(9)V99   VALUE ZEROES.

      *PERTURBATION D'UNE PAIRE : TIRAGE EN CENTIEMES DE %, ECART
      *SIGNE, BANDES DES DEUX EMPLOYES ET MARGES DISPONIBLES
       01  WS-ALEA           PIC S9(5)     VALUE ZEROES.
       01  WS-DELTA          PIC S9(7)V99  VALUE ZEROES.
       01  WS-ABS-DELTA      PIC 9(7)V99   VALUE ZEROES.
       01  WS-MARGE-1        PIC S9(7)V99  VALUE ZEROES.
       01  WS-MARGE-2        PIC S9(7)V99  VALUE ZEROES.
       01  WS-BMIN           PIC 9(5)V99   VALUE ZEROES.
       01  WS-BMAX           PIC 9(5)V99   VALUE ZEROES.
       01  WS-BMIN-I         PIC 9(5)V99   VALUE ZEROES.
       01  WS-BMAX-I         PIC 9(5)V99   VALUE ZEROES.
       01  WS-BMIN-J         PIC 9(5)V99   VALUE ZEROES.
       01  WS-BMAX-J         PIC 9(5)V99   VALUE ZEROES.
       01  WS-MONTANT        PIC S9(7)V99  VALUE ZEROES.

      *CONDENSE D'UNE VALEUR (MODULO UN NOMBRE PREMIER) ET PSEUDONYME
      *EN SYLLABES
       01  WS-HA-TEXTE       PIC X(30) VALUE SPACES.
       01  WS-HA-GRAINE      PIC 9(2)  VALUE ZEROES.
       01  WS-HA-VALEUR      PIC 9(9)  VALUE ZEROES.
       01  WS-HA-CALCUL      PIC 9(11) VALUE ZEROES.
       01  WS-HA-QUOTIENT    PIC 9(11) VALUE ZEROES.
       01  WS-HA-RESTE       PIC 9(9)  VALUE ZEROES.
       01  WS-HA-I           PIC 9(2)  COMP VALUE ZEROES.
       01  WS-SYL            PIC 9(2)  VALUE ZEROES.
       01  WS-SYLLABES.
           05 PIC X(40) VALUE
                 'BALEMORITANUDOVESALIGOPERAMITOCANEVIDUFA'.
       01  WS-SYLLABES-R REDEFINES WS-SYLLABES.
           05 WS-SYLLABE     PIC X(2) OCCURS 20.
       01  WS-PSEUDO         PIC X(8)  VALUE SPACES.
       01  WS-NUMERO-RUE     PIC 9(3)  VALUE ZEROES.
       01  ED-NUMERO-RUE     PIC ZZ9.
       01  WS-TEL-NUM        PIC 9(8)  VALUE ZEROES.

      *CURSEURS DE LECTURE DES NEUF TABLES (LES TABLES RATTACHEES A
      *UN EMPLOYE PAR MATRICULE, POUR L'APPAREILLAGE AVEC TABLE-EMP)
           EXEC SQL DECLARE ANOGRD CURSOR FOR
            SELECT GRD, LIB, SALMIN, SALMAX
            FROM GRADE
            ORDER BY GRD
           END-EXEC
           EXEC SQL DECLARE ANOEMP CURSOR FOR
            SELECT MAT, NOM, NOD, DAT, SAL, VALUE(COM, 0),
                   CASE WHEN COM IS NULL THEN 'O' ELSE 'N' END,
                   STA, DATDEP, GRD, TAUX, TYPCTR, DATFCT
            FROM EMPLOYE
            ORDER BY MAT
           END-EXEC
           EXEC SQL DECLARE ANOHIS CURSOR FOR
            SELECT MAT, DATEFF, CDFONC, ANCSAL, ANCCOM, NOUSAL,
                   NOUCOM, ANCTAU, NOUTAU, DATSAI
            FROM EMPHIST
            ORDER BY MAT
           END-EXEC
           EXEC SQL DECLARE ANOABS CURSOR FOR
            SELECT MAT, TYPABS, DATDEB, DATFIN
            FROM ABSENCE
            ORDER BY MAT
           END-EXEC
           EXEC SQL DECLARE ANOCOO CURSOR FOR
            SELECT MAT, ADR, VILLE, CODPOST, TEL, COURRIEL
            FROM COORDON
            ORDER BY MAT
           END-EXEC
           EXEC SQL DECLARE ANODEP CURSOR FOR
            SELECT NOD, NDE, LIE, CHE, PARENT
            FROM DEPARTEMENT
            ORDER BY NOD
           END-EXEC
           EXEC SQL DECLARE ANOBUD CURSOR FOR
            SELECT ANNEE, NOD, MASSE
            FROM BUDGET
            ORDER BY ANNEE, NOD
           END-EXEC
           EXEC SQL DECLARE ANOSNP CURSOR FOR
            SELECT PERIODE, NOD, NBEMP, ETP, TOTSAL, TOTCOM, MOYSAL
            FROM DEPSNAP
            ORDER BY PERIODE, NOD
           END-EXEC
           EXEC SQL DECLARE ANOGLM CURSOR FOR
            SELECT NOD, CENTRE, CPTSAL, CPTCOM, CPTPRI, CPTHEU
            FROM GLMAP
            ORDER BY NOD
           END-EXEC

      *LIGNES D'EDITION
       01  L1.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(50) VALUE
              'EXTRACTION ANONYMISEE POUR L''ENVIRONNEMENT DE TEST'.
       01  L2.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(50) VALUE ALL '-'.

       01  L2A.
           05                PIC X(22) VALUE 'POINT D''EXTRACTION : '.
           05 ED-L2A-HORO    PIC X(14) VALUE SPACES.
           05                PIC X(22) VALUE
                                 '   ECART SALAIRES +/- '.
           05 ED-L2A-PCT     PIC Z9    VALUE ZEROES.
           05                PIC X(02) VALUE ' %'.

       01  L3.
           05                PIC X(11) VALUE 'TABLE'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(07) VALUE ' LIGNES'.
       01  L4.
           05                PIC X(11) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(07) VALUE ALL '-'.
       01  L5.
           05 ED-L5-TABLE    PIC X(11) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-NB       PIC ZZZZZZ9 VALUE ZEROES.

       01  L6.
           05                PIC X(40) VALUE
                                 'CONTROLE D''INTEGRITE'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE 'ANOMALIES'.
       01  L7.
           05                PIC X(40) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE ALL '-'.
       01  L8.
           05 ED-L8-CTL      PIC X(40) VALUE SPACES.
           05                PIC X(06) VALUE SPACES.
           05 ED-L8-NB       PIC ZZZZZZ9 VALUE ZEROES.

       01  L9.
           05                PIC X(03) VALUE 'NOD'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(05) VALUE 'NBEMP'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(15) VALUE '  MASSE REELLE'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(15) VALUE '  MASSE ANONYM.'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(08) VALUE ' ECART %'.
       01  L10.
           05                PIC X(03) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(05) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(15) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(15) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(08) VALUE ALL '-'.
       01  L11.
           05 ED-L11-NOD     PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L11-NB      PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L11-REEL    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
           05                PIC X(04) VALUE SPACES.
           05 ED-L11-ANO     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
           05                PIC X(04) VALUE SPACES.
           05 ED-L11-ECART   PIC -ZZ9,99 VALUE ZEROES.
       01  L12.
           05                PIC X(11) VALUE 'TOTAL'.
           05                PIC X(03) VALUE SPACES.
           05 ED-L12-REEL    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
           05                PIC X(04) VALUE SPACES.
           05 ED-L12-ANO     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
           05                PIC X(04) VALUE SPACES.
           05 ED-L12-ECART   PIC -ZZ9,99 VALUE ZEROES.
           05                PIC X(19) VALUE
                                 '   ECART MAXIMAL :'.
           05 ED-L12-MAX     PIC ZZ9,99 VALUE ZEROES.

       PROCEDURE DIVISION.
             MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE
             MOVE WS-HORODATAGE(1:14)   TO WS-OPS-DEBUT

      *CARTES DE PARAMETRAGE : SANS CLE SECRETE, PAS D'EXTRACTION (LES
      *PSEUDONYMES SERAIENT REPRODUCTIBLES PAR QUICONQUE)
             PERFORM LECTURE-CARTES
             IF NOT CLE-LUE
                DISPLAY 'CARTE ''C'' (CLE SECRETE) ABSENTE OU ERRONEE'
                PERFORM FIN
             END-IF
             COMPUTE WS-AMPLITUDE = WS-POURCENT * 100

             OPEN OUTPUT EXTRAIT
             IF FS-EXTRAIT NOT = ZEROES
                DISPLAY 'ERREUR OPEN EXTRAIT, FS : ' FS-EXTRAIT
                PERFORM FIN
             END-IF
             OPEN OUTPUT EDIT
             IF FS-EDIT NOT = ZEROES
                DISPLAY 'ERREUR OPEN EDIT, FS : ' FS-EDIT
                PERFORM FIN
             END-IF

      *--> 1- POINT COHERENT : LES NEUF TABLES SONT VERROUILLEES EN
      *       PARTAGE JUSQU'A LA VALIDATION FINALE (LES MISES A JOUR
      *       ATTENDENT - A PLANIFIER HORS DES HEURES DU TRANSACTIONNEL)
             PERFORM VERROUILLAGE-TABLES
             MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE
             MOVE SPACES               TO ENR-ANONYME
             MOVE '00'                 TO ANO-TYPE
             MOVE WS-HORODATAGE(1:14)  TO ANO-ENT-HORO
             WRITE ENR-ANONYME
             PERFORM ECRITURE-ENTETE

      *--> 2- INTEGRITE REFERENTIELLE DE PRODUCTION AU MEME POINT
             PERFORM CONTROLES-INTEGRITE

      *--> 3- GRADES, PUIS EMPLOYES EN MEMOIRE, PERTURBATION DES
      *       SALAIRES ET COMMISSIONS, ECRITURE DES EMPLOYES
             PERFORM EXTRACTION-GRADES
             PERFORM CHARGEMENT-EMPLOYES
             PERFORM VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-NB-EMP
                IF TE-FAIT (WS-I) = 'N'
                   PERFORM PERTURBATION-PAIRE
                END-IF
             END-PERFORM
             PERFORM VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-NB-EMP
                PERFORM ECRITURE-EMPLOYE
             END-PERFORM

      *--> 4- TABLES RATTACHEES ET TABLES DE REFERENCE
             PERFORM EXTRACTION-HISTORIQUE
             PERFORM EXTRACTION-ABSENCES
             PERFORM EXTRACTION-COORDONNEES
             PERFORM EXTRACTION-DEPARTEMENTS
             PERFORM EXTRACTION-BUDGETS
             PERFORM EXTRACTION-CLICHES
             PERFORM EXTRACTION-GLMAP

      *ECRITURE DE LA FIN : LIGNES PAR TABLE ET ANOMALIES DE
      *PRODUCTION, PUIS VALIDATION (LIBERATION DES VERROUS)
             MOVE SPACES TO ENR-ANONYME
             MOVE '99'   TO ANO-TYPE
             PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 9
                MOVE WS-NB-LIGNES (WS-K) TO ANO-FIN-LIGNES (WS-K)
             END-PERFORM
             PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 10
                MOVE WS-NB-ANOMALIES (WS-K) TO ANO-FIN-ANOMALIES (WS-K)
             END-PERFORM
             WRITE ENR-ANONYME
             CLOSE EXTRAIT
             EXEC SQL COMMIT END-EXEC

      *--> 5- COMPTE-RENDU : LIGNES, INTEGRITE, MASSES PAR DEPARTEMENT
             PERFORM EDITION-COMPTE-RENDU
             CLOSE EDIT
             DISPLAY 'EXTRACTION ANONYMISEE : ' WS-OPS-ECRITS
                     ' LIGNES'
             PERFORM TERMINAISON
             .

      *LECTURE DES CARTES DE PARAMETRAGE ('C' CLE SECRETE NUMERIQUE
      *NON NULLE, 'P' ECART DE 01 A 20 %, 5 PAR DEFAUT)
       LECTURE-CARTES.
             OPEN INPUT CARTES
             IF FS-CARTES NOT = ZEROES
                DISPLAY 'ERREUR OPEN CARTES, FS : ' FS-CARTES
                PERFORM FIN
             END-IF
             READ CARTES
             PERFORM UNTIL FS-CARTES NOT = ZEROES
                EVALUATE CAR-TYPE
                   WHEN 'C'
                      IF CAR-VALEUR NUMERIC AND CAR-VALEUR > ZEROES
                         MOVE CAR-VALEUR TO WS-CLE-SECRETE
                         MOVE 'O' TO WS-CLE-LUE
                      END-IF
                   WHEN 'P'
                      IF CAR-POURCENT NUMERIC
                         AND CAR-POURCENT > ZEROES
                         AND CAR-POURCENT <= 20
                         MOVE CAR-POURCENT TO WS-POURCENT
                      ELSE
                         DISPLAY 'CARTE ''P'' ERRONEE, ECART PAR '
                                 'DEFAUT : ' WS-POURCENT ' %'
                      END-IF
                   WHEN OTHER
                      CONTINUE
                END-EVALUATE
                READ CARTES
             END-PERFORM
             CLOSE CARTES
             .

      *VERROUILLAGE EN PARTAGE DES NEUF TABLES : LES LECTURES QUI
      *SUIVENT VOIENT TOUTES LE MEME ETAT DE LA BASE
       VERROUILLAGE-TABLES.
             EXEC SQL LOCK TABLE EMPLOYE     IN SHARE MODE END-EXEC
             PERFORM CONTROLE-VERROU
             EXEC SQL LOCK TABLE EMPHIST     IN SHARE MODE END-EXEC
             PERFORM CONTROLE-VERROU
             EXEC SQL LOCK TABLE ABSENCE     IN SHARE MODE END-EXEC
             PERFORM CONTROLE-VERROU
             EXEC SQL LOCK TABLE COORDON     IN SHARE MODE END-EXEC
             PERFORM CONTROLE-VERROU
             EXEC SQL LOCK TABLE DEPARTEMENT IN SHARE MODE END-EXEC
             PERFORM CONTROLE-VERROU
             EXEC SQL LOCK TABLE GRADE       IN SHARE MODE END-EXEC
             PERFORM CONTROLE-VERROU
             EXEC SQL LOCK TABLE BUDGET      IN SHARE MODE END-EXEC
             PERFORM CONTROLE-VERROU
             EXEC SQL LOCK TABLE DEPSNAP     IN SHARE MODE END-EXEC
             PERFORM CONTROLE-VERROU
             EXEC SQL LOCK TABLE GLMAP       IN SHARE MODE END-EXEC
             PERFORM CONTROLE-VERROU
             .

       CONTROLE-VERROU.
             IF SQLCODE NOT = ZEROES
                DISPLAY 'ERREUR LOCK TABLE : ' SQLCODE
                PERFORM FIN
             END-IF
             .

      *CONTROLES D'INTEGRITE REFERENTIELLE : NOMBRE DE LIGNES DONT LE
      *RATTACHEMENT (NOD, CHE, PARENT, GRD, MAT) N'EXISTE PAS - LES
      *MEMES REQUETES SONT REJOUEES PAR ANOCHARG SUR LES TABLES DE
      *TEST, LES NOMBRES DOIVENT ETRE EGAUX
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
             MOVE WS-NB-CTL TO WS-NB-ANOMALIES (WS-CTL)
             .

      *EXTRACTION DES GRADES (INCHANGES) ET CHARGEMENT DES BANDES
       EXTRACTION-GRADES.
             EXEC SQL OPEN ANOGRD END-EXEC
             IF SQLCODE NOT = ZEROES
                DISPLAY 'ERREUR OPEN ANOGRD : ' SQLCODE
                PERFORM FIN
             END-IF
             PERFORM LECTURE-GRADE
             PERFORM UNTIL SQLCODE = +100
                IF WS-NB-GRD >= WS-MAX-GRD
                   DISPLAY '--- ERR TABLE-GRADE SATUREE, NB : '
                           WS-MAX-GRD
                   PERFORM FIN
                END-IF
                ADD 1 TO WS-NB-GRD
                MOVE HVG-GRD    TO TG-GRD (WS-NB-GRD)
                MOVE HVG-SALMIN TO TG-MIN (WS-NB-GRD)
                MOVE HVG-SALMAX TO TG-MAX (WS-NB-GRD)
                MOVE SPACES     TO ENR-ANONYME
                MOVE 'GR'       TO ANO-TYPE
                MOVE HVG-GRD    TO ANO-GR-GRD
                MOVE HVG-LIB    TO ANO-GR-LIB
                MOVE HVG-SALMIN TO ANO-GR-SALMIN
                MOVE HVG-SALMAX TO ANO-GR-SALMAX
                MOVE 6 TO WS-K
                PERFORM ECRITURE-EXTRAIT
                PERFORM LECTURE-GRADE
             END-PERFORM
             EXEC SQL CLOSE ANOGRD END-EXEC
             .

       LECTURE-GRADE.
             EXEC SQL
                FETCH ANOGRD
                INTO :HVG-GRD, :HVG-LIB, :HVG-SALMIN, :HVG-SALMAX
             END-EXEC
             IF SQLCODE NOT = ZEROES AND SQLCODE NOT = +100
                DISPLAY 'ERREUR FETCH ANOGRD : ' SQLCODE
                PERFORM FIN
             END-IF
             .

      *CHARGEMENT DE TOUS LES EMPLOYES (PARTANTS COMPRIS) EN MEMOIRE,
      *PAR MATRICULE CROISSANT
       CHARGEMENT-EMPLOYES.
             EXEC SQL OPEN ANOEMP END-EXEC
             IF SQLCODE NOT = ZEROES
                DISPLAY 'ERREUR OPEN ANOEMP : ' SQLCODE
                PERFORM FIN
             END-IF
             PERFORM LECTURE-EMPLOYE
             PERFORM UNTIL SQLCODE = +100
                IF WS-NB-EMP >= WS-MAX-EMP
                   DISPLAY '--- ERR TABLE-EMP SATUREE, NB : '
                           WS-MAX-EMP
                   PERFORM FIN
                END-IF
                ADD 1 TO WS-NB-EMP WS-OPS-LUS
                MOVE WS-NB-EMP    TO WS-I
                MOVE HVE-MAT      TO TE-MAT (WS-I)
                MOVE HVE-NOM      TO TE-NOM (WS-I)
                MOVE HVE-NOD      TO TE-NOD (WS-I)
                MOVE HVE-DAT      TO TE-DAT (WS-I)
                MOVE HVE-STA      TO TE-STA (WS-I)
                MOVE HVE-DATDEP   TO TE-DATDEP (WS-I)
                MOVE HVE-GRD      TO TE-GRD (WS-I)
                MOVE HVE-TAUX     TO TE-TAUX (WS-I)
                MOVE HVE-TYPCTR   TO TE-TYPCTR (WS-I)
                MOVE HVE-DATFCT   TO TE-DATFCT (WS-I)
                MOVE HVE-SAL      TO TE-SAL-REEL (WS-I)
                                     TE-SAL-ANO (WS-I)
                MOVE HVE-COM      TO TE-COM-REEL (WS-I)
                                     TE-COM-ANO (WS-I)
                MOVE WS-COMNUL    TO TE-COMNUL (WS-I)
                MOVE 'N'          TO TE-FAIT (WS-I)
                PERFORM LECTURE-EMPLOYE
             END-PERFORM
             EXEC SQL CLOSE ANOEMP END-EXEC
             .

       LECTURE-EMPLOYE.
             EXEC SQL
                FETCH ANOEMP
                INTO :HVE-MAT, :HVE-NOM, :HVE-NOD, :HVE-DAT,
                     :HVE-SAL, :HVE-COM, :WS-COMNUL, :HVE-STA,
                     :HVE-DATDEP, :HVE-GRD, :HVE-TAUX, :HVE-TYPCTR,
                     :HVE-DATFCT
             END-EXEC
             IF SQLCODE NOT = ZEROES AND SQLCODE NOT = +100
                DISPLAY 'ERREUR FETCH ANOEMP : ' SQLCODE
                PERFORM FIN
             END-IF
             .

      *PERTURBATION DU SALAIRE DE L'EMPLOYE WS-I ET DU SUIVANT NON
      *TRAITE DU MEME DEPARTEMENT (WS-J) : L'ECART TIRE SUR LE
      *MATRICULE DE WS-I (PLUS OU MOINS P %) EST AJOUTE A L'UN ET
      *RETRANCHE A L'AUTRE, REDUIT A LA MARGE QUE LAISSENT LES DEUX
      *BANDES DE GRADE - LA MASSE DU DEPARTEMENT NE BOUGE PAS. UN
      *EMPLOYE SANS PARTENAIRE (DERNIER DE SON DEPARTEMENT) RECOIT LA
      *MOITIE DE L'ECART. UN SALAIRE HORS BANDE EN PRODUCTION EST
      *RAMENE DANS LA BANDE. LES COMMISSIONS SONT PERTURBEES A PART.
       PERTURBATION-PAIRE.
             MOVE 'O' TO TE-FAIT (WS-I)
             MOVE ZEROES TO WS-J
             PERFORM VARYING WS-K FROM WS-I BY 1
                UNTIL WS-K >= WS-NB-EMP OR WS-J > ZEROES
                IF TE-FAIT (WS-K + 1) = 'N'
                   AND TE-NOD (WS-K + 1) = TE-NOD (WS-I)
                   COMPUTE WS-J = WS-K + 1
                END-IF
             END-PERFORM

             MOVE TE-MAT (WS-I) TO WS-HA-TEXTE
             MOVE 1             TO WS-HA-GRAINE
             PERFORM TIRAGE-ECART
             COMPUTE WS-DELTA ROUNDED
                = TE-SAL-REEL (WS-I) * WS-ALEA / 10000
             MOVE WS-I TO WS-X
             PERFORM BORNES-GRADE
             MOVE WS-BMIN TO WS-BMIN-I
             MOVE WS-BMAX TO WS-BMAX-I

             IF WS-J = ZEROES
                COMPUTE WS-DELTA ROUNDED = WS-DELTA / 2
                COMPUTE WS-MONTANT = TE-SAL-REEL (WS-I) + WS-DELTA
                PERFORM BORNAGE-SALAIRE
             ELSE
                MOVE 'O' TO TE-FAIT (WS-J)
                MOVE WS-J TO WS-X
                PERFORM BORNES-GRADE
                MOVE WS-BMIN TO WS-BMIN-J
                MOVE WS-BMAX TO WS-BMAX-J
                IF WS-DELTA > ZEROES
                   COMPUTE WS-MARGE-1 = WS-BMAX-I - TE-SAL-REEL (WS-I)
                   COMPUTE WS-MARGE-2 = TE-SAL-REEL (WS-J) - WS-BMIN-J
                   MOVE WS-DELTA TO WS-ABS-DELTA
                ELSE
                   COMPUTE WS-MARGE-1 = TE-SAL-REEL (WS-I) - WS-BMIN-I
                   COMPUTE WS-MARGE-2 = WS-BMAX-J - TE-SAL-REEL (WS-J)
                   COMPUTE WS-ABS-DELTA = ZEROES - WS-DELTA
                END-IF
                IF WS-MARGE-1 < ZEROES
                   MOVE ZEROES TO WS-MARGE-1
                END-IF
                IF WS-MARGE-2 < ZEROES
                   MOVE ZEROES TO WS-MARGE-2
                END-IF
                IF WS-ABS-DELTA > WS-MARGE-1
                   MOVE WS-MARGE-1 TO WS-ABS-DELTA
                END-IF
                IF WS-ABS-DELTA > WS-MARGE-2
                   MOVE WS-MARGE-2 TO WS-ABS-DELTA
                END-IF
                IF WS-DELTA < ZEROES
                   COMPUTE WS-DELTA = ZEROES - WS-ABS-DELTA
                ELSE
                   MOVE WS-ABS-DELTA TO WS-DELTA
                END-IF
                MOVE WS-I TO WS-X
                MOVE WS-BMIN-I TO WS-BMIN
                MOVE WS-BMAX-I TO WS-BMAX
                COMPUTE WS-MONTANT = TE-SAL-REEL (WS-I) + WS-DELTA
                PERFORM BORNAGE-SALAIRE
                MOVE WS-J TO WS-X
                MOVE WS-BMIN-J TO WS-BMIN
                MOVE WS-BMAX-J TO WS-BMAX
                COMPUTE WS-MONTANT = TE-SAL-REEL (WS-J) - WS-DELTA
                PERFORM BORNAGE-SALAIRE
                PERFORM PERTURBATION-COMMISSION
             END-IF
             MOVE WS-I TO WS-X
             PERFORM PERTURBATION-COMMISSION
             .

      *BANDE DU GRADE DE L'EMPLOYE WS-X (SANS GRADE OU GRADE INCONNU :
      *PAS DE BORNE AUTRE QUE LA CAPACITE DE SAL)
       BORNES-GRADE.
             MOVE 0,01     TO WS-BMIN
             MOVE 99999,99 TO WS-BMAX
             IF TE-GRD (WS-X) NOT = SPACES
                PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-GRD
                   IF TG-GRD (WS-K) = TE-GRD (WS-X)
                      MOVE TG-MIN (WS-K) TO WS-BMIN
                      MOVE TG-MAX (WS-K) TO WS-BMAX
                   END-IF
                END-PERFORM
             END-IF
             .

      *SALAIRE ANONYMISE DE L'EMPLOYE WS-X : WS-MONTANT RAMENE DANS
      *SA BANDE (WS-BMIN A WS-BMAX)
       BORNAGE-SALAIRE.
             IF WS-MONTANT < WS-BMIN
                MOVE WS-BMIN TO WS-MONTANT
             END-IF
             IF WS-MONTANT > WS-BMAX
                MOVE WS-BMAX TO WS-MONTANT
             END-IF
             MOVE WS-MONTANT TO TE-SAL-ANO (WS-X)
             .

      *COMMISSION ANONYMISEE DE L'EMPLOYE WS-X : PLUS OU MOINS P %
      *TIRE SUR SON MATRICULE (UNE COMMISSION NULLE OU A ZERO RESTE
      *TELLE QUELLE)
       PERTURBATION-COMMISSION.
             IF TE-COMNUL (WS-X) = 'N'
                AND TE-COM-REEL (WS-X) > ZEROES
                MOVE TE-MAT (WS-X) TO WS-HA-TEXTE
                MOVE 2             TO WS-HA-GRAINE
                PERFORM TIRAGE-ECART
                COMPUTE WS-MONTANT ROUNDED
                   = TE-COM-REEL (WS-X)
                   + TE-COM-REEL (WS-X) * WS-ALEA / 10000
                IF WS-MONTANT > 99999,99
                   MOVE 99999,99 TO WS-MONTANT
                END-IF
                MOVE WS-MONTANT TO TE-COM-ANO (WS-X)
             END-IF
             .

      *TIRAGE D'UN ECART EN CENTIEMES DE % ENTRE -P ET +P A PARTIR DU
      *CONDENSE DE WS-HA-TEXTE (JAMAIS NUL : UN ECART NUL LAISSERAIT
      *LE MONTANT REEL)
       TIRAGE-ECART.
             PERFORM CONDENSE
             COMPUTE WS-HA-CALCUL = WS-AMPLITUDE * 2 + 1
             DIVIDE WS-HA-VALEUR BY WS-HA-CALCUL
                GIVING WS-HA-QUOTIENT REMAINDER WS-HA-RESTE
             COMPUTE WS-ALEA = WS-HA-RESTE - WS-AMPLITUDE
             IF WS-ALEA = ZEROES
                COMPUTE WS-ALEA = WS-AMPLITUDE / 2
             END-IF
             .

      *CONDENSE DE WS-HA-TEXTE : PARTANT DE LA CLE SECRETE ET DE LA
      *GRAINE (UNE PAR NATURE DE ZONE), CHAQUE CARACTERE EST MELANGE
      *PAR MULTIPLICATION ET RESTE MODULO UN NOMBRE PREMIER. LA MEME
      *VALEUR DONNE TOUJOURS LE MEME CONDENSE AVEC LA MEME CLE.
       CONDENSE.
             COMPUTE WS-HA-CALCUL = WS-CLE-SECRETE + WS-HA-GRAINE
             DIVIDE WS-HA-CALCUL BY 999999937
                GIVING WS-HA-QUOTIENT REMAINDER WS-HA-VALEUR
             PERFORM VARYING WS-HA-I FROM 1 BY 1 UNTIL WS-HA-I > 30
                COMPUTE WS-HA-CALCUL = WS-HA-VALEUR * 31
                      + FUNCTION ORD (WS-HA-TEXTE (WS-HA-I:1))
                DIVIDE WS-HA-CALCUL BY 999999937
                   GIVING WS-HA-QUOTIENT REMAINDER WS-HA-VALEUR
             END-PERFORM
             .

      *PSEUDONYME DE QUATRE SYLLABES TIRE DU CONDENSE DE WS-HA-TEXTE
      *(LE RESTE DU CONDENSE, WS-HA-RESTE, SERT AU NUMERO DE RUE)
       COMPOSITION-PSEUDO.
             PERFORM CONDENSE
             MOVE WS-HA-VALEUR TO WS-HA-RESTE
             PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
                DIVIDE WS-HA-RESTE BY 20
                   GIVING WS-HA-RESTE REMAINDER WS-SYL
                ADD 1 TO WS-SYL
                MOVE WS-SYLLABE (WS-SYL)
                   TO WS-PSEUDO (WS-K * 2 - 1:2)
             END-PERFORM
             .

      *ECRITURE DE L'EMPLOYE WS-I : NOM PSEUDONYMISE, SALAIRE ET
      *COMMISSION ANONYMISES, RAPPORTS POUR L'HISTORIQUE, CUMUL DES
      *MASSES DE SON DEPARTEMENT
       ECRITURE-EMPLOYE.
             MOVE SPACES              TO ENR-ANONYME
             MOVE 'EM'                TO ANO-TYPE
             MOVE TE-MAT (WS-I)       TO ANO-EM-MAT
             MOVE SPACES              TO ANO-EM-NOM
             IF TE-NOM (WS-I) NOT = SPACES
                MOVE TE-NOM (WS-I)    TO WS-HA-TEXTE
                MOVE 11               TO WS-HA-GRAINE
                PERFORM COMPOSITION-PSEUDO
                MOVE WS-PSEUDO        TO ANO-EM-NOM
             END-IF
             MOVE TE-NOD (WS-I)       TO ANO-EM-NOD
             MOVE TE-DAT (WS-I)       TO ANO-EM-DAT
             MOVE TE-SAL-ANO (WS-I)   TO ANO-EM-SAL
             MOVE TE-COM-ANO (WS-I)   TO ANO-EM-COM
             MOVE TE-COMNUL (WS-I)    TO ANO-EM-COMNUL
             MOVE TE-STA (WS-I)       TO ANO-EM-STA
             MOVE TE-DATDEP (WS-I)    TO ANO-EM-DATDEP
             MOVE TE-GRD (WS-I)       TO ANO-EM-GRD
             MOVE TE-TAUX (WS-I)      TO ANO-EM-TAUX
             MOVE TE-TYPCTR (WS-I)    TO ANO-EM-TYPCTR
             MOVE TE-DATFCT (WS-I)    TO ANO-EM-DATFCT
             MOVE 1 TO WS-K
             PERFORM ECRITURE-EXTRAIT

             MOVE 1 TO TE-FACT-SAL (WS-I) TE-FACT-COM (WS-I)
             IF TE-SAL-REEL (WS-I) > ZEROES
                COMPUTE TE-FACT-SAL (WS-I) ROUNDED
                   = TE-SAL-ANO (WS-I) / TE-SAL-REEL (WS-I)
             END-IF
             IF TE-COM-REEL (WS-I) > ZEROES
                COMPUTE TE-FACT-COM (WS-I) ROUNDED
                   = TE-COM-ANO (WS-I) / TE-COM-REEL (WS-I)
             END-IF

             PERFORM RECHERCHE-DEPARTEMENT
             ADD 1                   TO TD-NB (WS-D)
             ADD TE-SAL-REEL (WS-I)  TO TD-SAL-REEL (WS-D)
             ADD TE-SAL-ANO (WS-I)   TO TD-SAL-ANO (WS-D)
             ADD TE-COM-REEL (WS-I)  TO TD-COM-REEL (WS-D)
             ADD TE-COM-ANO (WS-I)   TO TD-COM-ANO (WS-D)
             .

      *POSTE DU DEPARTEMENT TE-NOD (WS-I) DANS TABLE-DEP (CREE AU
      *PREMIER EMPLOYE RENCONTRE)
       RECHERCHE-DEPARTEMENT.
             MOVE ZEROES TO WS-D
             PERFORM VARYING WS-K FROM 1 BY 1
                UNTIL WS-K > WS-NB-DEP OR WS-D > ZEROES
                IF TD-NOD (WS-K) = TE-NOD (WS-I)
                   MOVE WS-K TO WS-D
                END-IF
             END-PERFORM
             IF WS-D = ZEROES
                IF WS-NB-DEP >= WS-MAX-DEP
                   DISPLAY '--- ERR TABLE-DEP SATUREE, NB : '
                           WS-MAX-DEP
                   PERFORM FIN
                END-IF
                ADD 1 TO WS-NB-DEP
                MOVE WS-NB-DEP TO WS-D
                INITIALIZE TD-LIGNE (WS-D)
                MOVE TE-NOD (WS-I) TO TD-NOD (WS-D)
             END-IF
             .

      *RECHERCHE DU MATRICULE WS-HA-TEXTE(1:6) DANS TABLE-EMP EN
      *AVANCANT WS-P (LES CURSEURS RATTACHES SONT TRIES PAR MATRICULE
      *COMME LA TABLE : WS-P EST REMIS A 1 AVANT CHAQUE CURSEUR)
       RECHERCHE-EMPLOYE.
             MOVE 'N' TO WS-EMP-TROUVE
             PERFORM UNTIL WS-P > WS-NB-EMP
                        OR TE-MAT (WS-P) >= WS-HA-TEXTE(1:6)
                ADD 1 TO WS-P
             END-PERFORM
             IF WS-P <= WS-NB-EMP
                IF TE-MAT (WS-P) = WS-HA-TEXTE(1:6)
                   MOVE 'O' TO WS-EMP-TROUVE
                END-IF
             END-IF
             .

      *EXTRACTION DE L'HISTORIQUE : MONTANTS RAMENES AU RAPPORT DE
      *L'EMPLOYE (LE SALAIRE EN VIGUEUR REPREND EXACTEMENT LE SALAIRE
      *ANONYMISE, POUR QUE L'HISTORIQUE ABOUTISSE A EMPLOYE). UNE
      *LIGNE SANS EMPLOYE GARDE SES MONTANTS (ANOMALIE 5 EDITEE).
       EXTRACTION-HISTORIQUE.
             MOVE 1 TO WS-P
             EXEC SQL OPEN ANOHIS END-EXEC
             IF SQLCODE NOT = ZEROES
                DISPLAY 'ERREUR OPEN ANOHIS : ' SQLCODE
                PERFORM FIN
             END-IF
             PERFORM LECTURE-HISTORIQUE
             PERFORM UNTIL SQLCODE = +100
                ADD 1 TO WS-OPS-LUS
                MOVE SPACES     TO WS-HA-TEXTE
                MOVE HVH-MAT    TO WS-HA-TEXTE
                PERFORM RECHERCHE-EMPLOYE
                MOVE SPACES     TO ENR-ANONYME
                MOVE 'EH'       TO ANO-TYPE
                MOVE HVH-MAT    TO ANO-EH-MAT
                MOVE HVH-DATEFF TO ANO-EH-DATEFF
                MOVE HVH-CDFONC TO ANO-EH-CDFONC
                MOVE HVH-ANCTAU TO ANO-EH-ANCTAU
                MOVE HVH-NOUTAU TO ANO-EH-NOUTAU
                MOVE HVH-DATSAI TO ANO-EH-DATSAI
                IF EMP-TROUVE
                   MOVE TE-FACT-SAL (WS-P) TO WS-FACT-SAL
                   MOVE TE-FACT-COM (WS-P) TO WS-FACT-COM
                ELSE
                   MOVE 1 TO WS-FACT-SAL WS-FACT-COM
                END-IF
                MOVE HVH-ANCSAL TO WS-MONTANT
                PERFORM RAPPORT-SALAIRE
                MOVE WS-MONTANT TO ANO-EH-ANCSAL
                MOVE HVH-NOUSAL TO WS-MONTANT
                PERFORM RAPPORT-SALAIRE
                MOVE WS-MONTANT TO ANO-EH-NOUSAL
                COMPUTE WS-MONTANT ROUNDED = HVH-ANCCOM * WS-FACT-COM
                   ON SIZE ERROR MOVE HVH-ANCCOM TO WS-MONTANT
                END-COMPUTE
                MOVE WS-MONTANT TO ANO-EH-ANCCOM
                COMPUTE WS-MONTANT ROUNDED = HVH-NOUCOM * WS-FACT-COM
                   ON SIZE ERROR MOVE HVH-NOUCOM TO WS-MONTANT
                END-COMPUTE
                MOVE WS-MONTANT TO ANO-EH-NOUCOM
                MOVE 2 TO WS-K
                PERFORM ECRITURE-EXTRAIT
                PERFORM LECTURE-HISTORIQUE
             END-PERFORM
             EXEC SQL CLOSE ANOHIS END-EXEC
             .

      *MONTANT DE SALAIRE WS-MONTANT D'UNE LIGNE D'HISTORIQUE RAMENE
      *AU RAPPORT DE L'EMPLOYE WS-P (SON SALAIRE EN VIGUEUR DEVIENT
      *EXACTEMENT SON SALAIRE ANONYMISE)
       RAPPORT-SALAIRE.
             IF EMP-TROUVE AND WS-MONTANT = TE-SAL-REEL (WS-P)
                MOVE TE-SAL-ANO (WS-P) TO WS-MONTANT
             ELSE
                COMPUTE WS-MONTANT ROUNDED = WS-MONTANT * WS-FACT-SAL
                   ON SIZE ERROR CONTINUE
                END-COMPUTE
                IF WS-MONTANT > 99999,99
                   MOVE 99999,99 TO WS-MONTANT
                END-IF
             END-IF
             .

       LECTURE-HISTORIQUE.
             EXEC SQL
                FETCH ANOHIS
                INTO :HVH-MAT, :HVH-DATEFF, :HVH-CDFONC, :HVH-ANCSAL,
                     :HVH-ANCCOM, :HVH-NOUSAL, :HVH-NOUCOM,
                     :HVH-ANCTAU, :HVH-NOUTAU, :HVH-DATSAI
             END-EXEC
             IF SQLCODE NOT = ZEROES AND SQLCODE NOT = +100
                DISPLAY 'ERREUR FETCH ANOHIS : ' SQLCODE
                PERFORM FIN
             END-IF
             .

      *EXTRACTION DES ABSENCES (INCHANGEES)
       EXTRACTION-ABSENCES.
             EXEC SQL OPEN ANOABS END-EXEC
             IF SQLCODE NOT = ZEROES
                DISPLAY 'ERREUR OPEN ANOABS : ' SQLCODE
                PERFORM FIN
             END-IF
             PERFORM LECTURE-ABSENCE
             PERFORM UNTIL SQLCODE = +100
                ADD 1 TO WS-OPS-LUS
                MOVE SPACES     TO ENR-ANONYME
                MOVE 'AB'       TO ANO-TYPE
                MOVE HVB-MAT    TO ANO-AB-MAT
                MOVE HVB-TYPABS TO ANO-AB-TYPABS
                MOVE HVB-DATDEB TO ANO-AB-DATDEB
                MOVE HVB-DATFIN TO ANO-AB-DATFIN
                MOVE 3 TO WS-K
                PERFORM ECRITURE-EXTRAIT
                PERFORM LECTURE-ABSENCE
             END-PERFORM
             EXEC SQL CLOSE ANOABS END-EXEC
             .

       LECTURE-ABSENCE.
             EXEC SQL
                FETCH ANOABS
                INTO :HVB-MAT, :HVB-TYPABS, :HVB-DATDEB, :HVB-DATFIN
             END-EXEC
             IF SQLCODE NOT = ZEROES AND SQLCODE NOT = +100
                DISPLAY 'ERREUR FETCH ANOABS : ' SQLCODE
                PERFORM FIN
             END-IF
             .

      *EXTRACTION DES COORDONNEES : ADRESSE (NUMERO ET RUE), VILLE,
      *TELEPHONE ET COURRIEL PSEUDONYMISES (LE CODE POSTAL EST GARDE
      *POUR LES STATISTIQUES PAR ZONE) - UNE ZONE A BLANC LE RESTE
       EXTRACTION-COORDONNEES.
             EXEC SQL OPEN ANOCOO END-EXEC
             IF SQLCODE NOT = ZEROES
                DISPLAY 'ERREUR OPEN ANOCOO : ' SQLCODE
                PERFORM FIN
             END-IF
             PERFORM LECTURE-COORDONNEES
             PERFORM UNTIL SQLCODE = +100
                ADD 1 TO WS-OPS-LUS
                MOVE SPACES      TO ENR-ANONYME
                MOVE 'CO'        TO ANO-TYPE
                MOVE HVC-MAT     TO ANO-CO-MAT
                MOVE HVC-CODPOST TO ANO-CO-CODPOST
                IF HVC-ADR NOT = SPACES
                   MOVE HVC-ADR  TO WS-HA-TEXTE
                   MOVE 12       TO WS-HA-GRAINE
                   PERFORM COMPOSITION-PSEUDO
                   DIVIDE WS-HA-RESTE BY 150
                      GIVING WS-HA-QUOTIENT REMAINDER WS-NUMERO-RUE
                   ADD 1 TO WS-NUMERO-RUE
                   MOVE WS-NUMERO-RUE TO ED-NUMERO-RUE
                   STRING ED-NUMERO-RUE ' RUE ' WS-PSEUDO
                      DELIMITED BY SIZE INTO ANO-CO-ADR
                END-IF
                IF HVC-VILLE NOT = SPACES
                   MOVE HVC-VILLE TO WS-HA-TEXTE
                   MOVE 13        TO WS-HA-GRAINE
                   PERFORM COMPOSITION-PSEUDO
                   STRING WS-PSEUDO 'VILLE'
                      DELIMITED BY SIZE INTO ANO-CO-VILLE
                END-IF
                IF HVC-TEL NOT = SPACES
                   MOVE HVC-TEL  TO WS-HA-TEXTE
                   MOVE 14       TO WS-HA-GRAINE
                   PERFORM CONDENSE
                   DIVIDE WS-HA-VALEUR BY 100000000
                      GIVING WS-HA-QUOTIENT REMAINDER WS-TEL-NUM
                   STRING '06' WS-TEL-NUM
                      DELIMITED BY SIZE INTO ANO-CO-TEL
                END-IF
                IF HVC-COURRIEL NOT = SPACES
                   MOVE HVC-COURRIEL TO WS-HA-TEXTE
                   MOVE 15           TO WS-HA-GRAINE
                   PERFORM CONDENSE
                   STRING 'u' WS-HA-VALEUR '@exemple.test'
                      DELIMITED BY SIZE INTO ANO-CO-COURRIEL
                END-IF
                MOVE 4 TO WS-K
                PERFORM ECRITURE-EXTRAIT
                PERFORM LECTURE-COORDONNEES
             END-PERFORM
             EXEC SQL CLOSE ANOCOO END-EXEC
             .

       LECTURE-COORDONNEES.
             EXEC SQL
                FETCH ANOCOO
                INTO :HVC-MAT, :HVC-ADR, :HVC-VILLE, :HVC-CODPOST,
                     :HVC-TEL, :HVC-COURRIEL
             END-EXEC
             IF SQLCODE NOT = ZEROES AND SQLCODE NOT = +100
                DISPLAY 'ERREUR FETCH ANOCOO : ' SQLCODE
                PERFORM FIN
             END-IF
             .

      *EXTRACTION DES DEPARTEMENTS (INCHANGES)
       EXTRACTION-DEPARTEMENTS.
             EXEC SQL OPEN ANODEP END-EXEC
             IF SQLCODE NOT = ZEROES
                DISPLAY 'ERREUR OPEN ANODEP : ' SQLCODE
                PERFORM FIN
             END-IF
             PERFORM LECTURE-DEPARTEMENT
             PERFORM UNTIL SQLCODE = +100
                ADD 1 TO WS-OPS-LUS
                MOVE SPACES     TO ENR-ANONYME
                MOVE 'DE'       TO ANO-TYPE
                MOVE HVD-NOD    TO ANO-DE-NOD
                MOVE HVD-NDE    TO ANO-DE-NDE
                MOVE HVD-LIE    TO ANO-DE-LIE
                MOVE HVD-CHE    TO ANO-DE-CHE
                MOVE HVD-PARENT TO ANO-DE-PARENT
                MOVE 5 TO WS-K
                PERFORM ECRITURE-EXTRAIT
                PERFORM LECTURE-DEPARTEMENT
             END-PERFORM
             EXEC SQL CLOSE ANODEP END-EXEC
             .

       LECTURE-DEPARTEMENT.
             EXEC SQL
                FETCH ANODEP
                INTO :HVD-NOD, :HVD-NDE, :HVD-LIE, :HVD-CHE,
                     :HVD-PARENT
             END-EXEC
             IF SQLCODE NOT = ZEROES AND SQLCODE NOT = +100
                DISPLAY 'ERREUR FETCH ANODEP : ' SQLCODE
                PERFORM FIN
             END-IF
             .

      *EXTRACTION DES BUDGETS (INCHANGES : LES MASSES ANONYMISEES
      *RESTANT PROCHES DES REELLES, BUDGVAR GARDE SES ECARTS)
       EXTRACTION-BUDGETS.
             EXEC SQL OPEN ANOBUD END-EXEC
             IF SQLCODE NOT = ZEROES
                DISPLAY 'ERREUR OPEN ANOBUD : ' SQLCODE
                PERFORM FIN
             END-IF
             PERFORM LECTURE-BUDGET
             PERFORM UNTIL SQLCODE = +100
                ADD 1 TO WS-OPS-LUS
                MOVE SPACES    TO ENR-ANONYME
                MOVE 'BU'      TO ANO-TYPE
                MOVE HVU-ANNEE TO ANO-BU-ANNEE
                MOVE HVU-NOD   TO ANO-BU-NOD
                MOVE HVU-MASSE TO ANO-BU-MASSE
                MOVE 7 TO WS-K
                PERFORM ECRITURE-EXTRAIT
                PERFORM LECTURE-BUDGET
             END-PERFORM
             EXEC SQL CLOSE ANOBUD END-EXEC
             .

       LECTURE-BUDGET.
             EXEC SQL
                FETCH ANOBUD
                INTO :HVU-ANNEE, :HVU-NOD, :HVU-MASSE
             END-EXEC
             IF SQLCODE NOT = ZEROES AND SQLCODE NOT = +100
                DISPLAY 'ERREUR FETCH ANOBUD : ' SQLCODE
                PERFORM FIN
             END-IF
             .

      *EXTRACTION DES CLICHES DEPSNAP : MASSES DU DEPARTEMENT RAMENEES
      *AU RAPPORT ANONYMISE / REEL DE SES EMPLOYES ACTUELS (UN
      *DEPARTEMENT SANS EMPLOYE GARDE SES MASSES), MOYENNE RECALCULEE
       EXTRACTION-CLICHES.
             EXEC SQL OPEN ANOSNP END-EXEC
             IF SQLCODE NOT = ZEROES
                DISPLAY 'ERREUR OPEN ANOSNP : ' SQLCODE
                PERFORM FIN
             END-IF
             PERFORM LECTURE-CLICHE
             PERFORM UNTIL SQLCODE = +100
                ADD 1 TO WS-OPS-LUS
                MOVE 1 TO WS-FACT-SAL WS-FACT-COM
                PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-DEP
                   IF TD-NOD (WS-K) = HVS-NOD
                      IF TD-SAL-REEL (WS-K) > ZEROES
                         COMPUTE WS-FACT-SAL ROUNDED
                            = TD-SAL-ANO (WS-K) / TD-SAL-REEL (WS-K)
                      END-IF
                      IF TD-COM-REEL (WS-K) > ZEROES
                         COMPUTE WS-FACT-COM ROUNDED
                            = TD-COM-ANO (WS-K) / TD-COM-REEL (WS-K)
                      END-IF
                   END-IF
                END-PERFORM
                MOVE SPACES      TO ENR-ANONYME
                MOVE 'DS'        TO ANO-TYPE
                MOVE HVS-PERIODE TO ANO-DS-PERIODE
                MOVE HVS-NOD     TO ANO-DS-NOD
                MOVE HVS-NBEMP   TO ANO-DS-NBEMP
                MOVE HVS-ETP     TO ANO-DS-ETP
                COMPUTE ANO-DS-TOTSAL ROUNDED = HVS-TOTSAL * WS-FACT-SAL
                   ON SIZE ERROR MOVE HVS-TOTSAL TO ANO-DS-TOTSAL
                END-COMPUTE
                COMPUTE ANO-DS-TOTCOM ROUNDED = HVS-TOTCOM * WS-FACT-COM
                   ON SIZE ERROR MOVE HVS-TOTCOM TO ANO-DS-TOTCOM
                END-COMPUTE
                IF HVS-NBEMP > ZEROES
                   COMPUTE ANO-DS-MOYSAL ROUNDED
                      = ANO-DS-TOTSAL / HVS-NBEMP
                      ON SIZE ERROR MOVE HVS-MOYSAL TO ANO-DS-MOYSAL
                   END-COMPUTE
                ELSE
                   MOVE HVS-MOYSAL TO ANO-DS-MOYSAL
                END-IF
                MOVE 8 TO WS-K
                PERFORM ECRITURE-EXTRAIT
                PERFORM LECTURE-CLICHE
             END-PERFORM
             EXEC SQL CLOSE ANOSNP END-EXEC
             .

       LECTURE-CLICHE.
             EXEC SQL
                FETCH ANOSNP
                INTO :HVS-PERIODE, :HVS-NOD, :HVS-NBEMP, :HVS-ETP,
                     :HVS-TOTSAL, :HVS-TOTCOM, :HVS-MOYSAL
             END-EXEC
             IF SQLCODE NOT = ZEROES AND SQLCODE NOT = +100
                DISPLAY 'ERREUR FETCH ANOSNP : ' SQLCODE
                PERFORM FIN
             END-IF
             .

      *EXTRACTION DES IMPUTATIONS COMPTABLES (INCHANGEES)
       EXTRACTION-GLMAP.
             EXEC SQL OPEN ANOGLM END-EXEC
             IF SQLCODE NOT = ZEROES
                DISPLAY 'ERREUR OPEN ANOGLM : ' SQLCODE
                PERFORM FIN
             END-IF
             PERFORM LECTURE-GLMAP
             PERFORM UNTIL SQLCODE = +100
                ADD 1 TO WS-OPS-LUS
                MOVE SPACES     TO ENR-ANONYME
                MOVE 'GL'       TO ANO-TYPE
                MOVE HVL-NOD    TO ANO-GL-NOD
                MOVE HVL-CENTRE TO ANO-GL-CENTRE
                MOVE HVL-CPTSAL TO ANO-GL-CPTSAL
                MOVE HVL-CPTCOM TO ANO-GL-CPTCOM
                MOVE HVL-CPTPRI TO ANO-GL-CPTPRI
                MOVE HVL-CPTHEU TO ANO-GL-CPTHEU
                MOVE 9 TO WS-K
                PERFORM ECRITURE-EXTRAIT
                PERFORM LECTURE-GLMAP
             END-PERFORM
             EXEC SQL CLOSE ANOGLM END-EXEC
             .

       LECTURE-GLMAP.
             EXEC SQL
                FETCH ANOGLM
                INTO :HVL-NOD, :HVL-CENTRE, :HVL-CPTSAL, :HVL-CPTCOM,
                     :HVL-CPTPRI, :HVL-CPTHEU
             END-EXEC
             IF SQLCODE NOT = ZEROES AND SQLCODE NOT = +100
                DISPLAY 'ERREUR FETCH ANOGLM : ' SQLCODE
                PERFORM FIN
             END-IF
             .

      *ECRITURE D'UN ENREGISTREMENT DE LA TABLE DE RANG WS-K
       ECRITURE-EXTRAIT.
             WRITE ENR-ANONYME
             IF FS-EXTRAIT NOT = ZEROES
                DISPLAY 'ERREUR WRITE EXTRAIT, FS : ' FS-EXTRAIT
                PERFORM FIN
             END-IF
             ADD 1 TO WS-NB-LIGNES (WS-K) WS-OPS-ECRITS
             .

      *COMPTE-RENDU : LIGNES EXTRAITES PAR TABLE, ANOMALIES
      *D'INTEGRITE DE PRODUCTION, MASSES SALARIALES REELLES ET
      *ANONYMISEES PAR DEPARTEMENT AVEC L'ECART EN %
       EDITION-COMPTE-RENDU.
             MOVE '0' TO CAR-SAUT
             MOVE L3  TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE ' ' TO CAR-SAUT
             MOVE L4  TO LIG-EDIT
             WRITE ENR-EDIT
             PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 9
                MOVE WS-NOM-TABLE (WS-K) TO ED-L5-TABLE
                MOVE WS-NB-LIGNES (WS-K) TO ED-L5-NB
                MOVE L5  TO LIG-EDIT
                WRITE ENR-EDIT
             END-PERFORM

             MOVE '0' TO CAR-SAUT
             MOVE L6  TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE ' ' TO CAR-SAUT
             MOVE L7  TO LIG-EDIT
             WRITE ENR-EDIT
             PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 10
                MOVE WS-NOM-CONTROLE (WS-K) TO ED-L8-CTL
                MOVE WS-NB-ANOMALIES (WS-K) TO ED-L8-NB
                MOVE L8  TO LIG-EDIT
                WRITE ENR-EDIT
             END-PERFORM

             MOVE '0' TO CAR-SAUT
             MOVE L9  TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE ' ' TO CAR-SAUT
             MOVE L10 TO LIG-EDIT
             WRITE ENR-EDIT
             PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-NB-DEP
                MOVE ZEROES TO WS-ECART-PCT
                IF TD-SAL-REEL (WS-D) > ZEROES
                   COMPUTE WS-ECART-PCT ROUNDED
                      = (TD-SAL-ANO (WS-D) - TD-SAL-REEL (WS-D))
                      * 100 / TD-SAL-REEL (WS-D)
                END-IF
                IF WS-ECART-PCT < ZEROES
                   IF ZEROES - WS-ECART-PCT > WS-ECART-MAX
                      COMPUTE WS-ECART-MAX = ZEROES - WS-ECART-PCT
                   END-IF
                ELSE
                   IF WS-ECART-PCT > WS-ECART-MAX
                      MOVE WS-ECART-PCT TO WS-ECART-MAX
                   END-IF
                END-IF
                ADD TD-SAL-REEL (WS-D) TO WS-T-SAL-REEL
                ADD TD-SAL-ANO (WS-D)  TO WS-T-SAL-ANO
                MOVE TD-NOD (WS-D)      TO ED-L11-NOD
                MOVE TD-NB (WS-D)       TO ED-L11-NB
                MOVE TD-SAL-REEL (WS-D) TO ED-L11-REEL
                MOVE TD-SAL-ANO (WS-D)  TO ED-L11-ANO
                MOVE WS-ECART-PCT       TO ED-L11-ECART
                MOVE L11 TO LIG-EDIT
                WRITE ENR-EDIT
             END-PERFORM
             MOVE ZEROES TO WS-ECART-PCT
             IF WS-T-SAL-REEL > ZEROES
                COMPUTE WS-ECART-PCT ROUNDED
                   = (WS-T-SAL-ANO - WS-T-SAL-REEL)
                   * 100 / WS-T-SAL-REEL
             END-IF
             MOVE WS-T-SAL-REEL TO ED-L12-REEL
             MOVE WS-T-SAL-ANO  TO ED-L12-ANO
             MOVE WS-ECART-PCT  TO ED-L12-ECART
             MOVE WS-ECART-MAX  TO ED-L12-MAX
             MOVE '0' TO CAR-SAUT
             MOVE L12 TO LIG-EDIT
             WRITE ENR-EDIT
             .

      *ECRITURE DE L'ENTETE DU COMPTE-RENDU (L1, L2 ET POINT
      *D'EXTRACTION)
       ECRITURE-ENTETE.
             MOVE '1'  TO CAR-SAUT
             MOVE L1   TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE ' '  TO CAR-SAUT
             MOVE L2   TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE WS-HORODATAGE(1:14) TO ED-L2A-HORO
             MOVE WS-POURCENT         TO ED-L2A-PCT
             MOVE '0'  TO CAR-SAUT
             MOVE L2A  TO LIG-EDIT
             WRITE ENR-EDIT
             .

      *ECRITURE DE L'ENREGISTREMENT DE SUIVI D'EXPLOITATION (JOURNAL
      *COMMUN DE LA CHAINE BATCH) PUIS POSITIONNEMENT DU CODE
      *CONDITION FINAL (0 = NORMAL, 12 = ABANDON).
       TERMINAISON.
             MOVE 'ANONYM  ' TO OPS-PROGRAMME
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

//API7AN JOB NOTIFY=&SYSUID,CLASS=A,MSGCLASS=H
//*
//PROCLIB  JCLLIB ORDER=SDJ.FORM.PROCLIB
//*
//         SET SYSUID=API7
//         NOMPGM:ANONYM
//*
//*--- DEFINITION DU GDG DE BASE (A EXECUTER UNE SEULE FOIS) ---
//DEFGDG   EXEC PGM=IDCAMS
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   *
  DEFINE GDG (NAME(API7.ANONYM.EXTRAIT) -
              LIMIT(3)                  -
              SCRATCH                   -
              NOEMPTY)
  SET MAXCC = 0
//*
//APPROC   EXEC COMPDB2
//STEPDB2.SYSLIB   DD DSN=API7.SOURCE.DCLGEN,DISP=SHR
//                 DD DSN=API7.SOURCE.COPY,DISP=SHR
//STEPDB2.SYSIN    DD DSN=API7.SOURCE.DB2(ANONYM),DISP=SHR
//STEPDB2.DBRMLIB DD DSN=API7.SOURCE.DBRMLIB(ANONYM),DISP=SHR
//STEPLNK.SYSLMOD  DD DSN=API7.SOURCE.PGMLIB(ANONYM),DISP=SHR
//*
//*--- EXTRACTION EN PRODUCTION (DSN1), HORS HEURES DU            ---
//*--- TRANSACTIONNEL : LES TABLES SONT VERROUILLEES EN PARTAGE   ---
//*--- PENDANT LA LECTURE. LA CLE 'C' EST FOURNIE PAR L'EXPLOITA- ---
//*--- TION (MEMBRE PROTEGE), JAMAIS ECRITE DANS LA JCL DE TEST.  ---
//*--- RECHARGEMENT EN TEST : VOIR ANOCHARG                       ---
//STEPRUN  EXEC PGM=IKJEFT01,COND=(4,LT)
//STEPLIB  DD DSN=API7.SOURCE.PGMLIB,DISP=SHR
//OPSLOG   DD DSN=API7.OPSLOG,DISP=MOD
//CARTES   DD DSN=API7.PROTEGE.PARMLIB(ANONYM),DISP=SHR
//EXTRAIT  DD  DSN=API7.ANONYM.EXTRAIT(+1),DISP=(,CATLG,DELETE),
//         DCB=(DSORG=PS,RECFM=FB,LRECL=200),
//         SPACE=(TRK,(10,10))
//EDIT     DD  DSN=API7.ANONYM,DISP=(,CATLG,DELETE),
//         DCB=(DSORG=PS,RECFM=FB,LRECL=133),
//         SPACE=(TRK,(1,1))
//SYSOUT   DD  SYSOUT=*,OUTLIM=1000
//SYSTSPRT DD  SYSOUT=*,OUTLIM=2500
//SYSTSIN  DD  *
  DSN SYSTEM (DSN1)
  RUN PROGRAM(ANONYM) PLAN (ANONYM)
//



      ********************************************************************#
      *                          FICHIER D'EDITION                        #
      ********************************************************************#
      *1                              EXTRACTION ANONYMISEE POUR L'ENVIRONNEMENT DE TEST
      *                               --------------------------------------------------
      *0POINT D'EXTRACTION : 20261015214502   ECART SALAIRES +/-  5 %
      *0TABLE         LIGNES
      * -----------   -------
      * EMPLOYE             4
      * EMPHIST            11
      * ABSENCE             6
      * COORDON             4
      * DEPARTEMENT         3
      * GRADE               3
      * BUDGET              6
      * DEPSNAP            36
      * GLMAP               3
      *0CONTROLE D'INTEGRITE                      ANOMALIES
      * ----------------------------------------   ----------
      * EMPLOYE.NOD SANS DEPARTEMENT                    0
      * DEPARTEMENT.CHE SANS EMPLOYE                    0
      * DEPARTEMENT.PARENT SANS DEPARTEMENT             0
      * EMPLOYE.GRD SANS GRADE                          0
      * EMPHIST.MAT SANS EMPLOYE                        2
      * ABSENCE.MAT SANS EMPLOYE                        0
      * COORDON.MAT SANS EMPLOYE                        0
      * BUDGET.NOD SANS DEPARTEMENT                     0
      * DEPSNAP.NOD SANS DEPARTEMENT                    0
      * GLMAP.NOD SANS DEPARTEMENT                      0
      *0NOD   NBEMP     MASSE REELLE     MASSE ANONYM.    ECART %
      * ---   -----   ---------------   ---------------   --------
      * P01       1          6.000,00          6.150,00      2,50
      * P02       3         14.050,00         14.050,00      0,00
      *0TOTAL                20.050,00         20.200,00      0,75   ECART MAXIMAL :  2,50
      *********************************** BOTTOM OF DATA *********************************
