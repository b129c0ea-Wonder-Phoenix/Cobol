      ********************************************************************#
      *  ÉNONCÉ : Dossier des données personnelles d'un employé, actuel   #
      *           ou parti, en réponse à une demande d'accès : pour       #
      *           chaque matricule reçu sur carte, rassemble en un seul   #
      *           dossier imprimé (et un fichier lisible par programme)   #
      *           tout ce qui est conservé sur la personne - EMPLOYE,     #
      *           COORDON, BANQUE, l'historique EMPHIST complet, les      #
      *           ABSENCE, HEURES et soldes SOLDECP, chaque ligne de la   #
      *           trace AUDIT dont la clé est le matricule (refus         #
      *           compris, générations archivées comprises) et, pour un   #
      *           partant purgé, ses enregistrements dans les archives    #
      *           de PURGEEMP. Le dossier se termine par la liste des     #
      *           sources consultées, avec le nombre de lignes trouvées   #
      *           et la période couverte par chacune, pour justifier que  #
      *           la réponse est complète.                                #
      ********************************************************************#

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOSPERS.
       AUTHOR. SV.
       DATE-WRITTEN. 15/10/26.
      ******************************************************************
      * BUT : EDITER LE DOSSIER DES DONNEES PERSONNELLES DE CHAQUE     *
      *       MATRICULE DES CARTES (UNE CARTE PAR MATRICULE, EN        *
      *       COLONNES 1-6) ET ECRIRE LE FICHIER DOSSIER ASSOCIE       *
      *       (ENREGISTREMENTS DELIMITES PAR ';', VOIR CI-DESSOUS) :    *
      *       - TABLES LUES A L'HEURE DU TRAITEMENT : EMPLOYE,         *
      *         COORDON, BANQUE, EMPHIST, ABSENCE, HEURES, SOLDECP ;   *
      *       - TRACE D'AUDIT : TOUTES LES GENERATIONS DE L'ARCHIVE    *
      *         MENSUELLE PUIS LE FICHIER COURANT (DD AUDIT            *
      *         CONCATENEE), LIGNES DONT AUD-CLE EST LE MATRICULE ;    *
      *       - ARCHIVES DE PURGEEMP (TOUTES LES GENERATIONS) :        *
      *         ENREGISTREMENTS 'E' ET 'H' DU MATRICULE ;              *
      *       - BILAN DES SOURCES : LIGNES TROUVEES ET PERIODE.        *
      *       UN MATRICULE INCONNU PARTOUT DONNE UN DOSSIER VIDE, QUI  *
      *       ATTESTE LUI AUSSI DES SOURCES CONSULTEES.                *
      *  261015 : CREATION DU PROGRAMME                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *CARTES MATRICULES DES DEMANDES D'ACCES
           SELECT CARTES ASSIGN TO CARTES
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FS-CARTES.
      *TRACE D'AUDIT (GENERATIONS ARCHIVEES ET FICHIER COURANT)
           SELECT AUDIT ASSIGN TO AUDIT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FS-AUDIT.
      *ARCHIVES DES EMPLOYES PURGES PAR PURGEEMP (TOUTES GENERATIONS)
           SELECT ARCHIVE ASSIGN TO ARCHIVE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FS-ARCHIVE.
      *FICHIER DOSSIER LISIBLE PAR PROGRAMME
           SELECT DOSSIER ASSIGN TO DOSSIER
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FS-DOSSIER.
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
       01  ENR-CARTE.
           05 CAR-MAT        PIC X(6).
           05                PIC X(74).

       FD  AUDIT RECORDING MODE IS F.
           COPY AUDIT.

       FD  ARCHIVE RECORDING MODE IS F.
      *ENREGISTREMENT D'ARCHIVE DE PURGEEMP DELIMITE PAR ';' : 'E' =
      *EMPLOYE, 'H' = LIGNE D'HISTORIQUE, MATRICULE EN 3-8
       01  ENR-ARCHIVE.
           05 ARC-TYPE       PIC X.
           05                PIC X.
           05 ARC-MAT        PIC X(6).
           05                PIC X(124).

       FD  DOSSIER RECORDING MODE IS F.
      *ENREGISTREMENT DU DOSSIER DELIMITE PAR ';', TYPE EN TETE :
      *'0' DEBUT DE DOSSIER, 'E' EMPLOYE, 'C' COORDON, 'B' BANQUE,
      *'H' EMPHIST, 'A' ABSENCE, 'T' HEURES, 'K' SOLDECP, 'U' LIGNE
      *D'AUDIT, 'P' ENREGISTREMENT D'ARCHIVE PURGEEMP (REPRIS TEL
      *QUEL), 'S' SOURCE CONSULTEE, '9' FIN DE DOSSIER
       01  ENR-DOSSIER       PIC X(200).

       FD  EDIT RECORDING MODE IS F.
       01  ENR-EDIT.
           05 CAR-SAUT       PIC X.
           05 LIG-EDIT       PIC X(132).

       FD  OPSLOG RECORDING MODE IS F.
           COPY OPSLOG.

       WORKING-STORAGE SECTION.
      *FILE STATUS
       01  FS-CARTES         PIC 99 VALUE ZEROES.
       01  FS-AUDIT          PIC 99 VALUE ZEROES.
       01  FS-ARCHIVE        PIC 99 VALUE ZEROES.
       01  FS-DOSSIER        PIC 99 VALUE ZEROES.
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
           EXEC SQL INCLUDE BANQUE       END-EXEC.
           EXEC SQL INCLUDE BANQUE2      END-EXEC.
           EXEC SQL INCLUDE HEURES       END-EXEC.
           EXEC SQL INCLUDE HEURES2      END-EXEC.
           EXEC SQL INCLUDE SOLDECP      END-EXEC.
           EXEC SQL INCLUDE SOLDECP2     END-EXEC.
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      *MATRICULES DEMANDES (DOUBLONS DES CARTES IGNORES)
       01  WS-MAX-MAT        PIC 9(4) COMP VALUE 50.
       01  WS-NB-MAT         PIC 9(4) COMP VALUE ZEROES.
       01  TABLE-MAT.
           05 TM-MAT         PIC X(6) OCCURS 50.
       01  WS-M              PIC 9(4) COMP VALUE ZEROES.
       01  WS-I              PIC 9(4) COMP VALUE ZEROES.
       01  WS-MAT            PIC X(6)  VALUE SPACES.
       01  WS-TROUVE         PIC X     VALUE 'N'.
           88 TROUVE                 VALUE 'O'.

      *LIGNES D'AUDIT DES MATRICULES DEMANDES, ET PERIODE COUVERTE PAR
      *LES FICHIERS D'AUDIT LUS (AAAAMMJJ)
       01  WS-MAX-AUD        PIC 9(4) COMP VALUE 3000.
       01  WS-NB-AUD         PIC 9(4) COMP VALUE ZEROES.
       01  TABLE-AUD.
           05 TA-LIGNE OCCURS 3000.
              10 TA-MAT       PIC X(6).
              10 TA-ENR       PIC X(136).
       01  WS-AUD-LUES       PIC 9(7)  VALUE ZEROES.
       01  WS-AUD-DEB        PIC X(8)  VALUE HIGH-VALUES.
       01  WS-AUD-FIN        PIC X(8)  VALUE LOW-VALUES.

      *ENREGISTREMENTS D'ARCHIVE DES MATRICULES DEMANDES, ET PERIODE
      *DES DEPARTS ARCHIVES (AAAAMMJJ DES ENREGISTREMENTS 'E')
       01  WS-MAX-ARC        PIC 9(4) COMP VALUE 1000.
       01  WS-NB-ARC         PIC 9(4) COMP VALUE ZEROES.
       01  TABLE-ARC.
           05 TP-LIGNE OCCURS 1000.
              10 TP-MAT       PIC X(6).
              10 TP-ENR       PIC X(132).
       01  WS-ARC-LUES       PIC 9(7)  VALUE ZEROES.
       01  WS-ARC-DEB        PIC X(8)  VALUE HIGH-VALUES.
       01  WS-ARC-FIN        PIC X(8)  VALUE LOW-VALUES.
       01  WS-ARC-ZONES.
           05 WS-ARC-Z       PIC X(15) OCCURS 9.

      *ENREGISTREMENT DE TRAVAIL POUR LA LIGNE D'AUDIT COURANTE
       01  WS-AUD-ENR.
           05 WS-AUD-DATE-HEURE  PIC X(21).
           05 WS-AUD-PROGRAMME   PIC X(8).
           05 WS-AUD-UTILISATEUR PIC X(8).
           05 WS-AUD-CODE-FONC   PIC X.
           05 WS-AUD-CLE         PIC X(10).
           05 WS-AUD-AVANT       PIC X(44).
           05 WS-AUD-APRES       PIC X(44).

      *BILAN DES SOURCES DU DOSSIER COURANT : LIGNES TROUVEES ET
      *PERIODE (PREMIERE ET DERNIERE DATE, AAAA-MM-JJ)
       01  WS-NOMS-SOURCES.
           05 PIC X(30) VALUE 'EMPLOYE (TABLE)'.
           05 PIC X(30) VALUE 'COORDON (TABLE)'.
           05 PIC X(30) VALUE 'BANQUE (TABLE)'.
           05 PIC X(30) VALUE 'EMPHIST (TABLE)'.
           05 PIC X(30) VALUE 'ABSENCE (TABLE)'.
           05 PIC X(30) VALUE 'HEURES (TABLE)'.
           05 PIC X(30) VALUE 'SOLDECP (TABLE)'.
           05 PIC X(30) VALUE 'AUDIT (ARCHIVES ET COURANT)'.
           05 PIC X(30) VALUE 'ARCHIVES PURGEEMP'.
       01  WS-NOMS-SOURCES-R REDEFINES WS-NOMS-SOURCES.
           05 WS-NOM-SOURCE  PIC X(30) OCCURS 9.
       01  WS-SOURCES.
           05 WS-SOURCE OCCURS 9.
              10 WS-SRC-NB    PIC 9(5).
              10 WS-SRC-DEB   PIC X(10).
              10 WS-SRC-FIN   PIC X(10).
       01  WS-S              PIC 9(2)  VALUE ZEROES.
       01  WS-DATE-LUE       PIC X(10) VALUE SPACES.
       01  WS-NB-LIGNES-DOS  PIC 9(5)  VALUE ZEROES.

      *ZONES EDITEES (COMMUNES A L'EDITION ET AU FICHIER DOSSIER)
       01  ED-MNT1           PIC ZZZZ9,99.
       01  ED-MNT2           PIC ZZZZ9,99.
       01  ED-MNT3           PIC ZZZZ9,99.
       01  ED-MNT4           PIC ZZZZ9,99.
       01  ED-TAUX1          PIC ZZ9,99.
       01  ED-TAUX2          PIC ZZ9,99.
       01  ED-NB             PIC ZZZZ9.
       01  WS-DATE-EDIT      PIC X(10) VALUE SPACES.
       01  WS-DATE-EDIT2     PIC X(10) VALUE SPACES.

      *LIGNE D'EDITION EN CONSTRUCTION ET SAUT DE LIGNE
       01  WS-LIGNE          PIC X(132) VALUE SPACES.
       01  WS-SAUT           PIC X      VALUE ' '.
       01  WS-ENR            PIC X(200) VALUE SPACES.

      *CONTROLE DE PAGINATION (NUMEROTATION PROPRE A CHAQUE DOSSIER)
       01  WS-NB-PAGE        PIC 9(3) COMP VALUE 1.
       01  WS-NB-LIGNE-PAGE  PIC 9(3) COMP VALUE ZEROES.
       01  WS-MAX-LIGNE-PAGE PIC 9(3) COMP VALUE 55.

      *CURSEURS DES TABLES A PLUSIEURS LIGNES PAR MATRICULE
           EXEC SQL DECLARE DOSHIS CURSOR FOR
            SELECT DATEFF, CDFONC, ANCSAL, ANCCOM, NOUSAL, NOUCOM,
                   ANCTAU, NOUTAU, DATSAI
            FROM EMPHIST
            WHERE MAT = :WS-MAT
            ORDER BY DATEFF
           END-EXEC
           EXEC SQL DECLARE DOSABS CURSOR FOR
            SELECT TYPABS, DATDEB, DATFIN, HORODATE
            FROM ABSENCE
            WHERE MAT = :WS-MAT
            ORDER BY DATDEB
           END-EXEC
           EXEC SQL DECLARE DOSHEU CURSOR FOR
            SELECT DATJOUR, TYPHEU, NBHEU, STATUT, VALIDEUR
            FROM HEURES
            WHERE MAT = :WS-MAT
            ORDER BY DATJOUR, TYPHEU
           END-EXEC
           EXEC SQL DECLARE DOSSOL CURSOR FOR
            SELECT ANNEE, RELIQ, ACQUIS, PRIS, EXPIRE, DERACQ, CLOTURE
            FROM SOLDECP
            WHERE MAT = :WS-MAT
            ORDER BY ANNEE
           END-EXEC

      *LIGNES D'EDITION
       01  L1.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(40) VALUE
                            'DOSSIER DES DONNEES PERSONNELLES'.
           05                PIC X(05) VALUE 'PAGE '.
           05 ED-L1-PAGE     PIC ZZ9.
       01  L2.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(32) VALUE ALL '-'.

       01  L2A.
           05                PIC X(12) VALUE 'MATRICULE : '.
           05 ED-L2A-MAT     PIC X(6)  VALUE SPACES.
           05                PIC X(28) VALUE
                                 '   DONNEES EN LIGNE AU : '.
           05 ED-L2A-HORO    PIC X(19) VALUE SPACES.

       01  L3.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(30) VALUE 'SOURCE'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE 'LIGNES'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE 'DU'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE 'AU'.
       01  L4.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(30) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE ALL '-'.
       01  L5.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-SOURCE   PIC X(30) VALUE SPACES.
           05                PIC X(04) VALUE SPACES.
           05 ED-L5-NB       PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-DEB      PIC X(10) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-FIN      PIC X(10) VALUE SPACES.

       01  L6.
           05                PIC X(20) VALUE 'AUDIT : LIGNES LUES '.
           05 ED-L6-AUD      PIC ZZZZZZ9 VALUE ZEROES.
           05                PIC X(04) VALUE ' DU '.
           05 ED-L6-AUD-DEB  PIC X(10) VALUE SPACES.
           05                PIC X(04) VALUE ' AU '.
           05 ED-L6-AUD-FIN  PIC X(10) VALUE SPACES.
           05                PIC X(32) VALUE
                            '   ARCHIVES PURGEEMP : LUES '.
           05 ED-L6-ARC      PIC ZZZZZZ9 VALUE ZEROES.
           05                PIC X(12) VALUE ' DEPARTS DU '.
           05 ED-L6-ARC-DEB  PIC X(10) VALUE SPACES.
           05                PIC X(04) VALUE ' AU '.
           05 ED-L6-ARC-FIN  PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
             MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE
             MOVE WS-HORODATAGE(1:14)   TO WS-OPS-DEBUT

      *--> 1- MATRICULES DEMANDES
             PERFORM LECTURE-CARTES
             IF WS-NB-MAT = ZEROES
                DISPLAY 'AUCUN MATRICULE SUR LES CARTES'
                PERFORM FIN
             END-IF

      *--> 2- UNE SEULE LECTURE DE L'AUDIT ET DES ARCHIVES POUR TOUS
      *       LES MATRICULES DEMANDES
             PERFORM LECTURE-AUDIT
             PERFORM LECTURE-ARCHIVES

             OPEN OUTPUT DOSSIER
             IF FS-DOSSIER NOT = ZEROES
                DISPLAY 'ERREUR OPEN DOSSIER, FS : ' FS-DOSSIER
                PERFORM FIN
             END-IF
             OPEN OUTPUT EDIT
             IF FS-EDIT NOT = ZEROES
                DISPLAY 'ERREUR OPEN EDIT, FS : ' FS-EDIT
                PERFORM FIN
             END-IF

      *--> 3- UN DOSSIER PAR MATRICULE
             PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-NB-MAT
                MOVE TM-MAT (WS-M) TO WS-MAT
                PERFORM EDITION-DOSSIER
             END-PERFORM

             CLOSE DOSSIER
             CLOSE EDIT
             DISPLAY 'DOSSIERS EDITES : ' WS-NB-MAT
             PERFORM TERMINAISON
             .

      *LECTURE DES CARTES : UN MATRICULE PAR CARTE EN COLONNES 1-6
      *(CARTE A BLANC ET DOUBLON IGNORES)
       LECTURE-CARTES.
             OPEN INPUT CARTES
             IF FS-CARTES NOT = ZEROES
                DISPLAY 'ERREUR OPEN CARTES, FS : ' FS-CARTES
                PERFORM FIN
             END-IF
             READ CARTES
             PERFORM UNTIL FS-CARTES NOT = ZEROES
                IF CAR-MAT NOT = SPACES
                   MOVE 'N' TO WS-TROUVE
                   PERFORM VARYING WS-I FROM 1 BY 1
                      UNTIL WS-I > WS-NB-MAT
                      IF TM-MAT (WS-I) = CAR-MAT
                         MOVE 'O' TO WS-TROUVE
                      END-IF
                   END-PERFORM
                   IF NOT TROUVE
                      IF WS-NB-MAT >= WS-MAX-MAT
                         DISPLAY '--- ERR TABLE-MAT SATUREE, NB : '
                                 WS-MAX-MAT
                         PERFORM FIN
                      END-IF
                      ADD 1 TO WS-NB-MAT
                      MOVE CAR-MAT TO TM-MAT (WS-NB-MAT)
                   END-IF
                END-IF
                READ CARTES
             END-PERFORM
             CLOSE CARTES
             .

      *LECTURE COMPLETE DE LA TRACE D'AUDIT : PERIODE COUVERTE ET
      *LIGNES DONT LA CLE EST UN MATRICULE DEMANDE (LA CLE D'UNE
      *LIGNE SUR DEPARTEMENT EST UN NOD DE 3 CARACTERES, CELLE D'UNE
      *LIGNE SUR EMPLOYE LE MATRICULE CADRE A GAUCHE)
       LECTURE-AUDIT.
             OPEN INPUT AUDIT
             IF FS-AUDIT NOT = ZEROES
                DISPLAY 'ERREUR OPEN AUDIT, FS : ' FS-AUDIT
                PERFORM FIN
             END-IF
             READ AUDIT
             PERFORM UNTIL FS-AUDIT NOT = ZEROES
                ADD 1 TO WS-AUD-LUES WS-OPS-LUS
                IF AUD-DATE-HEURE(1:8) < WS-AUD-DEB
                   MOVE AUD-DATE-HEURE(1:8) TO WS-AUD-DEB
                END-IF
                IF AUD-DATE-HEURE(1:8) > WS-AUD-FIN
                   MOVE AUD-DATE-HEURE(1:8) TO WS-AUD-FIN
                END-IF
                PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-MAT
                   IF AUD-CLE = TM-MAT (WS-I)
                      IF WS-NB-AUD >= WS-MAX-AUD
                         DISPLAY '--- ERR TABLE-AUD SATUREE, NB : '
                                 WS-MAX-AUD
                         PERFORM FIN
                      END-IF
                      ADD 1 TO WS-NB-AUD
                      MOVE TM-MAT (WS-I) TO TA-MAT (WS-NB-AUD)
                      MOVE ENR-AUDIT     TO TA-ENR (WS-NB-AUD)
                   END-IF
                END-PERFORM
                READ AUDIT
             END-PERFORM
             IF FS-AUDIT NOT = 10
                DISPLAY 'ERREUR READ AUDIT, FS : ' FS-AUDIT
                PERFORM FIN
             END-IF
             CLOSE AUDIT
             .

      *LECTURE COMPLETE DES ARCHIVES DE PURGEEMP : PERIODE DES DEPARTS
      *ARCHIVES ET ENREGISTREMENTS DES MATRICULES DEMANDES
       LECTURE-ARCHIVES.
             OPEN INPUT ARCHIVE
             IF FS-ARCHIVE NOT = ZEROES
                DISPLAY 'ERREUR OPEN ARCHIVE, FS : ' FS-ARCHIVE
                PERFORM FIN
             END-IF
             READ ARCHIVE
             PERFORM UNTIL FS-ARCHIVE NOT = ZEROES
                ADD 1 TO WS-ARC-LUES WS-OPS-LUS
                IF ARC-TYPE = 'E'
                   MOVE SPACES TO WS-ARC-ZONES
                   UNSTRING ENR-ARCHIVE DELIMITED BY ';'
                      INTO WS-ARC-Z (1) WS-ARC-Z (2) WS-ARC-Z (3)
                           WS-ARC-Z (4) WS-ARC-Z (5) WS-ARC-Z (6)
                           WS-ARC-Z (7) WS-ARC-Z (8) WS-ARC-Z (9)
                   END-UNSTRING
                   IF WS-ARC-Z (9)(1:8) < WS-ARC-DEB
                      MOVE WS-ARC-Z (9)(1:8) TO WS-ARC-DEB
                   END-IF
                   IF WS-ARC-Z (9)(1:8) > WS-ARC-FIN
                      MOVE WS-ARC-Z (9)(1:8) TO WS-ARC-FIN
                   END-IF
                END-IF
                PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-MAT
                   IF ARC-MAT = TM-MAT (WS-I)
                      IF WS-NB-ARC >= WS-MAX-ARC
                         DISPLAY '--- ERR TABLE-ARC SATUREE, NB : '
                                 WS-MAX-ARC
                         PERFORM FIN
                      END-IF
                      ADD 1 TO WS-NB-ARC
                      MOVE TM-MAT (WS-I) TO TP-MAT (WS-NB-ARC)
                      MOVE ENR-ARCHIVE   TO TP-ENR (WS-NB-ARC)
                   END-IF
                END-PERFORM
                READ ARCHIVE
             END-PERFORM
             IF FS-ARCHIVE NOT = 10
                DISPLAY 'ERREUR READ ARCHIVE, FS : ' FS-ARCHIVE
                PERFORM FIN
             END-IF
             CLOSE ARCHIVE
             .

      *DOSSIER DU MATRICULE WS-MAT : ENTETE, UNE RUBRIQUE PAR SOURCE,
      *BILAN DES SOURCES CONSULTEES
       EDITION-DOSSIER.
             INITIALIZE WS-SOURCES
             MOVE ZEROES TO WS-NB-LIGNES-DOS
             MOVE 1      TO WS-NB-PAGE
             PERFORM ECRITURE-ENTETE
             MOVE SPACES TO WS-ENR
             STRING '0;' WS-MAT ';' WS-HORODATAGE(1:14)
                DELIMITED BY SIZE INTO WS-ENR
             PERFORM ECRITURE-DOSSIER

             PERFORM RUBRIQUE-EMPLOYE
             PERFORM RUBRIQUE-COORDONNEES
             PERFORM RUBRIQUE-BANQUE
             PERFORM RUBRIQUE-HISTORIQUE
             PERFORM RUBRIQUE-ABSENCES
             PERFORM RUBRIQUE-HEURES
             PERFORM RUBRIQUE-SOLDES
             PERFORM RUBRIQUE-AUDIT
             PERFORM RUBRIQUE-ARCHIVES
             PERFORM RUBRIQUE-SOURCES

             MOVE WS-NB-LIGNES-DOS TO ED-NB
             MOVE SPACES TO WS-ENR
             STRING '9;' WS-MAT ';' ED-NB
                DELIMITED BY SIZE INTO WS-ENR
             PERFORM ECRITURE-DOSSIER
             .

      *RUBRIQUE EMPLOYE (LIGNE COURANTE DE LA TABLE ; ABSENTE POUR UN
      *PARTANT PURGE, DONT LES DONNEES SONT DANS LES ARCHIVES)
       RUBRIQUE-EMPLOYE.
             MOVE 'EMPLOYE' TO WS-LIGNE
             PERFORM ECRITURE-TITRE
             MOVE WS-MAT TO HVE-MAT
             EXEC SQL
                SELECT NOM, NOD, DAT, SAL, VALUE(COM, 0), STA, DATDEP,
                       GRD, TAUX, TYPCTR, DATFCT, HORODATE
                  INTO :HVE-NOM, :HVE-NOD, :HVE-DAT, :HVE-SAL,
                       :HVE-COM, :HVE-STA, :HVE-DATDEP, :HVE-GRD,
                       :HVE-TAUX, :HVE-TYPCTR, :HVE-DATFCT,
                       :HVE-HORODATE
                  FROM EMPLOYE
                 WHERE MAT = :HVE-MAT
             END-EXEC
             EVALUATE SQLCODE
                WHEN ZEROES
                   MOVE 1 TO WS-S
                   MOVE HVE-HORODATE(1:10) TO WS-DATE-LUE
                   PERFORM COMPTAGE-SOURCE
                   MOVE HVE-SAL  TO ED-MNT1
                   MOVE HVE-COM  TO ED-MNT2
                   MOVE HVE-TAUX TO ED-TAUX1
                   MOVE SPACES TO WS-LIGNE
                   STRING '   NOM : ' HVE-NOM '  DEPARTEMENT : '
                          HVE-NOD '  GRADE : ' HVE-GRD
                          '  STATUT : ' HVE-STA
                      DELIMITED BY SIZE INTO WS-LIGNE
                   PERFORM ECRITURE-LIGNE
                   MOVE SPACES TO WS-LIGNE
                   STRING '   ENTREE : ' HVE-DAT '  DEPART : '
                          HVE-DATDEP '  CONTRAT : ' HVE-TYPCTR
                          '  FIN DE CONTRAT : ' HVE-DATFCT
                          '  TAUX : ' ED-TAUX1 ' %'
                      DELIMITED BY SIZE INTO WS-LIGNE
                   PERFORM ECRITURE-LIGNE
                   MOVE SPACES TO WS-LIGNE
                   STRING '   SALAIRE : ' ED-MNT1 '  COMMISSION : '
                          ED-MNT2 '  DERNIERE MISE A JOUR : '
                          HVE-HORODATE(1:19)
                      DELIMITED BY SIZE INTO WS-LIGNE
                   PERFORM ECRITURE-LIGNE
                   MOVE SPACES TO WS-ENR
                   STRING 'E;' WS-MAT ';' HVE-NOM ';' HVE-NOD ';'
                          HVE-DAT ';' ED-MNT1 ';' ED-MNT2 ';' HVE-STA
                          ';' HVE-DATDEP ';' HVE-GRD ';' ED-TAUX1 ';'
                          HVE-TYPCTR ';' HVE-DATFCT ';'
                          HVE-HORODATE(1:19)
                      DELIMITED BY SIZE INTO WS-ENR
                   PERFORM ECRITURE-DOSSIER
                WHEN +100
                   PERFORM LIGNE-AUCUNE-DONNEE
                WHEN OTHER
                   DISPLAY 'ERREUR SELECT EMPLOYE, MAT ' WS-MAT ' : '
                           SQLCODE
                   PERFORM FIN
             END-EVALUATE
             .

      *RUBRIQUE COORDONNEES
       RUBRIQUE-COORDONNEES.
             MOVE 'COORDONNEES' TO WS-LIGNE
             PERFORM ECRITURE-TITRE
             MOVE WS-MAT TO HVC-MAT
             EXEC SQL
                SELECT ADR, VILLE, CODPOST, TEL, COURRIEL, HORODATE
                  INTO :HVC-ADR, :HVC-VILLE, :HVC-CODPOST, :HVC-TEL,
                       :HVC-COURRIEL, :HVC-HORODATE
                  FROM COORDON
                 WHERE MAT = :HVC-MAT
             END-EXEC
             EVALUATE SQLCODE
                WHEN ZEROES
                   MOVE 2 TO WS-S
                   MOVE HVC-HORODATE(1:10) TO WS-DATE-LUE
                   PERFORM COMPTAGE-SOURCE
                   MOVE SPACES TO WS-LIGNE
                   STRING '   ADRESSE : ' HVC-ADR ' ' HVC-CODPOST ' '
                          HVC-VILLE
                      DELIMITED BY SIZE INTO WS-LIGNE
                   PERFORM ECRITURE-LIGNE
                   MOVE SPACES TO WS-LIGNE
                   STRING '   TELEPHONE : ' HVC-TEL '  COURRIEL : '
                          HVC-COURRIEL '  MISE A JOUR : '
                          HVC-HORODATE(1:19)
                      DELIMITED BY SIZE INTO WS-LIGNE
                   PERFORM ECRITURE-LIGNE
                   MOVE SPACES TO WS-ENR
                   STRING 'C;' WS-MAT ';' HVC-ADR ';' HVC-VILLE ';'
                          HVC-CODPOST ';' HVC-TEL ';' HVC-COURRIEL ';'
                          HVC-HORODATE(1:19)
                      DELIMITED BY SIZE INTO WS-ENR
                   PERFORM ECRITURE-DOSSIER
                WHEN +100
                   PERFORM LIGNE-AUCUNE-DONNEE
                WHEN OTHER
                   DISPLAY 'ERREUR SELECT COORDON, MAT ' WS-MAT ' : '
                           SQLCODE
                   PERFORM FIN
             END-EVALUATE
             .

      *RUBRIQUE COORDONNEES BANCAIRES
       RUBRIQUE-BANQUE.
             MOVE 'COORDONNEES BANCAIRES' TO WS-LIGNE
             PERFORM ECRITURE-TITRE
             MOVE WS-MAT TO HVR-MAT
             EXEC SQL
                SELECT IBAN, BIC, TITULAIRE, HORODATE
                  INTO :HVR-IBAN, :HVR-BIC, :HVR-TITULAIRE,
                       :HVR-HORODATE
                  FROM BANQUE
                 WHERE MAT = :HVR-MAT
             END-EXEC
             EVALUATE SQLCODE
                WHEN ZEROES
                   MOVE 3 TO WS-S
                   MOVE HVR-HORODATE(1:10) TO WS-DATE-LUE
                   PERFORM COMPTAGE-SOURCE
                   MOVE SPACES TO WS-LIGNE
                   STRING '   IBAN : ' HVR-IBAN '  BIC : ' HVR-BIC
                      DELIMITED BY SIZE INTO WS-LIGNE
                   PERFORM ECRITURE-LIGNE
                   MOVE SPACES TO WS-LIGNE
                   STRING '   TITULAIRE : ' HVR-TITULAIRE
                          '  MISE A JOUR : ' HVR-HORODATE(1:19)
                      DELIMITED BY SIZE INTO WS-LIGNE
                   PERFORM ECRITURE-LIGNE
                   MOVE SPACES TO WS-ENR
                   STRING 'B;' WS-MAT ';' HVR-IBAN ';' HVR-BIC ';'
                          HVR-TITULAIRE ';' HVR-HORODATE(1:19)
                      DELIMITED BY SIZE INTO WS-ENR
                   PERFORM ECRITURE-DOSSIER
                WHEN +100
                   PERFORM LIGNE-AUCUNE-DONNEE
                WHEN OTHER
                   DISPLAY 'ERREUR SELECT BANQUE, MAT ' WS-MAT ' : '
                           SQLCODE
                   PERFORM FIN
             END-EVALUATE
             .

      *RUBRIQUE HISTORIQUE DES SALAIRES (EMPHIST COMPLET)
       RUBRIQUE-HISTORIQUE.
             MOVE 'HISTORIQUE DES REMUNERATIONS' TO WS-LIGNE
             PERFORM ECRITURE-TITRE
             MOVE 'DATE D''EFFET' TO WS-LIGNE(4:)
             MOVE 'F'         TO WS-LIGNE(26:)
             MOVE 'ANC.SAL.'  TO WS-LIGNE(29:)
             MOVE 'ANC.COM.'  TO WS-LIGNE(39:)
             MOVE 'NOUV.SAL'  TO WS-LIGNE(49:)
             MOVE 'NOUV.COM'  TO WS-LIGNE(60:)
             MOVE 'ANC.TX'    TO WS-LIGNE(70:)
             MOVE 'NOUV.TX'   TO WS-LIGNE(78:)
             MOVE 'SAISIE LE' TO WS-LIGNE(87:)
             PERFORM ECRITURE-LIGNE
             MOVE 4 TO WS-S
             EXEC SQL OPEN DOSHIS END-EXEC
             IF SQLCODE NOT = ZEROES
                DISPLAY 'ERREUR OPEN DOSHIS : ' SQLCODE
                PERFORM FIN
             END-IF
             PERFORM LECTURE-HISTORIQUE
             PERFORM UNTIL SQLCODE = +100
                MOVE HVH-DATEFF(1:10) TO WS-DATE-LUE
                PERFORM COMPTAGE-SOURCE
                MOVE HVH-ANCSAL TO ED-MNT1
                MOVE HVH-ANCCOM TO ED-MNT2
                MOVE HVH-NOUSAL TO ED-MNT3
                MOVE HVH-NOUCOM TO ED-MNT4
                MOVE HVH-ANCTAU TO ED-TAUX1
                MOVE HVH-NOUTAU TO ED-TAUX2
                MOVE SPACES TO WS-LIGNE
                STRING '   ' HVH-DATEFF(1:19) '  ' HVH-CDFONC '  '
                       ED-MNT1 '  ' ED-MNT2 '  ' ED-MNT3 '   '
                       ED-MNT4 '  ' ED-TAUX1 '   ' ED-TAUX2 '  '
                       HVH-DATSAI(1:19)
                   DELIMITED BY SIZE INTO WS-LIGNE
                PERFORM ECRITURE-LIGNE
                MOVE SPACES TO WS-ENR
                STRING 'H;' WS-MAT ';' HVH-DATEFF(1:19) ';'
                       HVH-CDFONC ';' ED-MNT1 ';' ED-MNT2 ';' ED-MNT3
                       ';' ED-MNT4 ';' ED-TAUX1 ';' ED-TAUX2 ';'
                       HVH-DATSAI(1:19)
                   DELIMITED BY SIZE INTO WS-ENR
                PERFORM ECRITURE-DOSSIER
                PERFORM LECTURE-HISTORIQUE
             END-PERFORM
             EXEC SQL CLOSE DOSHIS END-EXEC
             IF WS-SRC-NB (WS-S) = ZEROES
                PERFORM LIGNE-AUCUNE-DONNEE
             END-IF
             .

       LECTURE-HISTORIQUE.
             EXEC SQL
                FETCH DOSHIS
                INTO :HVH-DATEFF, :HVH-CDFONC, :HVH-ANCSAL,
                     :HVH-ANCCOM, :HVH-NOUSAL, :HVH-NOUCOM,
                     :HVH-ANCTAU, :HVH-NOUTAU, :HVH-DATSAI
             END-EXEC
             IF SQLCODE NOT = ZEROES AND SQLCODE NOT = +100
                DISPLAY 'ERREUR FETCH DOSHIS : ' SQLCODE
                PERFORM FIN
             END-IF
             .

      *RUBRIQUE ABSENCES (TOUTES LES PERIODES ENREGISTREES)
       RUBRIQUE-ABSENCES.
             MOVE 'ABSENCES' TO WS-LIGNE
             PERFORM ECRITURE-TITRE
             MOVE '   TYPE  DU          AU          SAISIE LE'
                TO WS-LIGNE
             PERFORM ECRITURE-LIGNE
             MOVE 5 TO WS-S
             EXEC SQL OPEN DOSABS END-EXEC
             IF SQLCODE NOT = ZEROES
                DISPLAY 'ERREUR OPEN DOSABS : ' SQLCODE
                PERFORM FIN
             END-IF
             PERFORM LECTURE-ABSENCE
             PERFORM UNTIL SQLCODE = +100
                MOVE HVB-DATDEB TO WS-DATE-LUE
                PERFORM COMPTAGE-SOURCE
                MOVE HVB-DATFIN TO WS-DATE-LUE
                PERFORM BORNES-SOURCE
                MOVE SPACES TO WS-LIGNE
                STRING '   ' HVB-TYPABS '     ' HVB-DATDEB '  '
                       HVB-DATFIN '  ' HVB-HORODATE(1:19)
                   DELIMITED BY SIZE INTO WS-LIGNE
                PERFORM ECRITURE-LIGNE
                MOVE SPACES TO WS-ENR
                STRING 'A;' WS-MAT ';' HVB-TYPABS ';' HVB-DATDEB ';'
                       HVB-DATFIN ';' HVB-HORODATE(1:19)
                   DELIMITED BY SIZE INTO WS-ENR
                PERFORM ECRITURE-DOSSIER
                PERFORM LECTURE-ABSENCE
             END-PERFORM
             EXEC SQL CLOSE DOSABS END-EXEC
             IF WS-SRC-NB (WS-S) = ZEROES
                PERFORM LIGNE-AUCUNE-DONNEE
             END-IF
             .

       LECTURE-ABSENCE.
             EXEC SQL
                FETCH DOSABS
                INTO :HVB-TYPABS, :HVB-DATDEB, :HVB-DATFIN,
                     :HVB-HORODATE
             END-EXEC
             IF SQLCODE NOT = ZEROES AND SQLCODE NOT = +100
                DISPLAY 'ERREUR FETCH DOSABS : ' SQLCODE
                PERFORM FIN
             END-IF
             .

      *RUBRIQUE HEURES DECLAREES
       RUBRIQUE-HEURES.
             MOVE 'HEURES DECLAREES' TO WS-LIGNE
             PERFORM ECRITURE-TITRE
             MOVE '   JOUR        TYPE  HEURES  STATUT  VALIDEUR'
                TO WS-LIGNE
             PERFORM ECRITURE-LIGNE
             MOVE 6 TO WS-S
             EXEC SQL OPEN DOSHEU END-EXEC
             IF SQLCODE NOT = ZEROES
                DISPLAY 'ERREUR OPEN DOSHEU : ' SQLCODE
                PERFORM FIN
             END-IF
             PERFORM LECTURE-HEURES
             PERFORM UNTIL SQLCODE = +100
                MOVE HVT-DATJOUR TO WS-DATE-LUE
                PERFORM COMPTAGE-SOURCE
                MOVE HVT-NBHEU TO ED-TAUX1
                MOVE SPACES TO WS-LIGNE
                STRING '   ' HVT-DATJOUR '  ' HVT-TYPHEU '     '
                       ED-TAUX1 '  ' HVT-STATUT '       '
                       HVT-VALIDEUR
                   DELIMITED BY SIZE INTO WS-LIGNE
                PERFORM ECRITURE-LIGNE
                MOVE SPACES TO WS-ENR
                STRING 'T;' WS-MAT ';' HVT-DATJOUR ';' HVT-TYPHEU ';'
                       ED-TAUX1 ';' HVT-STATUT ';' HVT-VALIDEUR
                   DELIMITED BY SIZE INTO WS-ENR
                PERFORM ECRITURE-DOSSIER
                PERFORM LECTURE-HEURES
             END-PERFORM
             EXEC SQL CLOSE DOSHEU END-EXEC
             IF WS-SRC-NB (WS-S) = ZEROES
                PERFORM LIGNE-AUCUNE-DONNEE
             END-IF
             .

       LECTURE-HEURES.
             EXEC SQL
                FETCH DOSHEU
                INTO :HVT-DATJOUR, :HVT-TYPHEU, :HVT-NBHEU,
                     :HVT-STATUT, :HVT-VALIDEUR
             END-EXEC
             IF SQLCODE NOT = ZEROES AND SQLCODE NOT = +100
                DISPLAY 'ERREUR FETCH DOSHEU : ' SQLCODE
                PERFORM FIN
             END-IF
             .

      *RUBRIQUE SOLDES DE CONGES PAYES (UNE LIGNE PAR ANNEE)
       RUBRIQUE-SOLDES.
             MOVE 'SOLDES DE CONGES PAYES' TO WS-LIGNE
             PERFORM ECRITURE-TITRE
             MOVE 'ANNEE'     TO WS-LIGNE(4:)
             MOVE 'RELIQUAT'  TO WS-LIGNE(11:)
             MOVE 'ACQUIS'    TO WS-LIGNE(21:)
             MOVE 'PRIS'      TO WS-LIGNE(32:)
             MOVE 'EXPIRE'    TO WS-LIGNE(39:)
             MOVE 'DERNIER CREDIT' TO WS-LIGNE(47:)
             MOVE 'CLOTURE'   TO WS-LIGNE(63:)
             PERFORM ECRITURE-LIGNE
             MOVE 7 TO WS-S
             EXEC SQL OPEN DOSSOL END-EXEC
             IF SQLCODE NOT = ZEROES
                DISPLAY 'ERREUR OPEN DOSSOL : ' SQLCODE
                PERFORM FIN
             END-IF
             PERFORM LECTURE-SOLDE
             PERFORM UNTIL SQLCODE = +100
                MOVE SPACES TO WS-DATE-LUE
                STRING HVK-ANNEE '-01-01' DELIMITED BY SIZE
                   INTO WS-DATE-LUE
                PERFORM COMPTAGE-SOURCE
                MOVE SPACES TO WS-DATE-LUE
                STRING HVK-ANNEE '-12-31' DELIMITED BY SIZE
                   INTO WS-DATE-LUE
                PERFORM BORNES-SOURCE
                MOVE HVK-RELIQ  TO ED-TAUX1
                MOVE HVK-ACQUIS TO ED-TAUX2
                MOVE HVK-PRIS   TO ED-MNT1
                MOVE HVK-EXPIRE TO ED-MNT2
                MOVE SPACES TO WS-LIGNE
                STRING '   ' HVK-ANNEE '     ' ED-TAUX1 '  ' ED-TAUX2
                       ' ' ED-MNT1 ' ' ED-MNT2 '  ' HVK-DERACQ
                       '          ' HVK-CLOTURE
                   DELIMITED BY SIZE INTO WS-LIGNE
                PERFORM ECRITURE-LIGNE
                MOVE SPACES TO WS-ENR
                STRING 'K;' WS-MAT ';' HVK-ANNEE ';' ED-TAUX1 ';'
                       ED-TAUX2 ';' ED-MNT1 ';' ED-MNT2 ';'
                       HVK-DERACQ ';' HVK-CLOTURE
                   DELIMITED BY SIZE INTO WS-ENR
                PERFORM ECRITURE-DOSSIER
                PERFORM LECTURE-SOLDE
             END-PERFORM
             EXEC SQL CLOSE DOSSOL END-EXEC
             IF WS-SRC-NB (WS-S) = ZEROES
                PERFORM LIGNE-AUCUNE-DONNEE
             END-IF
             .

       LECTURE-SOLDE.
             EXEC SQL
                FETCH DOSSOL
                INTO :HVK-ANNEE, :HVK-RELIQ, :HVK-ACQUIS, :HVK-PRIS,
                     :HVK-EXPIRE, :HVK-DERACQ, :HVK-CLOTURE
             END-EXEC
             IF SQLCODE NOT = ZEROES AND SQLCODE NOT = +100
                DISPLAY 'ERREUR FETCH DOSSOL : ' SQLCODE
                PERFORM FIN
             END-IF
             .

      *RUBRIQUE TRACE D'AUDIT : LIGNES DONT LA CLE EST LE MATRICULE,
      *REFUS D'HABILITATION COMPRIS, DANS L'ORDRE DE LECTURE
       RUBRIQUE-AUDIT.
             MOVE 'TRACE D''AUDIT (OPERATIONS ET REFUS)' TO WS-LIGNE
             PERFORM ECRITURE-TITRE
             MOVE '   DATE-HEURE     PROGRAMM UTILISAT F AVANT / APRES'
                TO WS-LIGNE
             PERFORM ECRITURE-LIGNE
             MOVE 8 TO WS-S
             PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-AUD
                IF TA-MAT (WS-I) = WS-MAT
                   MOVE TA-ENR (WS-I) TO WS-AUD-ENR
                   MOVE SPACES TO WS-DATE-LUE
                   STRING WS-AUD-DATE-HEURE(1:4) '-'
                          WS-AUD-DATE-HEURE(5:2) '-'
                          WS-AUD-DATE-HEURE(7:2)
                      DELIMITED BY SIZE INTO WS-DATE-LUE
                   PERFORM COMPTAGE-SOURCE
                   MOVE SPACES TO WS-LIGNE
                   STRING '   ' WS-AUD-DATE-HEURE(1:14) ' '
                          WS-AUD-PROGRAMME ' ' WS-AUD-UTILISATEUR ' '
                          WS-AUD-CODE-FONC ' ' WS-AUD-AVANT
                      DELIMITED BY SIZE INTO WS-LIGNE
                   PERFORM ECRITURE-LIGNE
                   MOVE SPACES TO WS-LIGNE
                   MOVE WS-AUD-APRES TO WS-LIGNE(38:44)
                   PERFORM ECRITURE-LIGNE
                   MOVE SPACES TO WS-ENR
                   STRING 'U;' WS-MAT ';' WS-AUD-DATE-HEURE(1:14) ';'
                          WS-AUD-PROGRAMME ';' WS-AUD-UTILISATEUR ';'
                          WS-AUD-CODE-FONC ';' WS-AUD-AVANT ';'
                          WS-AUD-APRES
                      DELIMITED BY SIZE INTO WS-ENR
                   PERFORM ECRITURE-DOSSIER
                END-IF
             END-PERFORM
             IF WS-SRC-NB (WS-S) = ZEROES
                PERFORM LIGNE-AUCUNE-DONNEE
             END-IF
             .

      *RUBRIQUE ARCHIVES DE PURGEEMP (ENREGISTREMENTS REPRIS TELS
      *QUELS : 'E' EMPLOYE PURGE, 'H' LIGNE D'HISTORIQUE)
       RUBRIQUE-ARCHIVES.
             MOVE 'ARCHIVES DES EMPLOYES PURGES' TO WS-LIGNE
             PERFORM ECRITURE-TITRE
             MOVE 9 TO WS-S
             PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-ARC
                IF TP-MAT (WS-I) = WS-MAT
                   MOVE SPACES TO WS-DATE-LUE
                   IF TP-ENR (WS-I)(1:1) = 'E'
                      MOVE SPACES TO WS-ARC-ZONES
                      UNSTRING TP-ENR (WS-I) DELIMITED BY ';'
                         INTO WS-ARC-Z (1) WS-ARC-Z (2) WS-ARC-Z (3)
                              WS-ARC-Z (4) WS-ARC-Z (5) WS-ARC-Z (6)
                              WS-ARC-Z (7) WS-ARC-Z (8) WS-ARC-Z (9)
                      END-UNSTRING
                      STRING WS-ARC-Z (9)(1:4) '-' WS-ARC-Z (9)(5:2)
                             '-' WS-ARC-Z (9)(7:2)
                         DELIMITED BY SIZE INTO WS-DATE-LUE
                   ELSE
                      MOVE TP-ENR (WS-I)(10:10) TO WS-DATE-LUE
                   END-IF
                   PERFORM COMPTAGE-SOURCE
                   MOVE SPACES TO WS-LIGNE
                   MOVE TP-ENR (WS-I) TO WS-LIGNE(4:)
                   PERFORM ECRITURE-LIGNE
                   MOVE SPACES TO WS-ENR
                   STRING 'P;' TP-ENR (WS-I)
                      DELIMITED BY SIZE INTO WS-ENR
                   PERFORM ECRITURE-DOSSIER
                END-IF
             END-PERFORM
             IF WS-SRC-NB (WS-S) = ZEROES
                PERFORM LIGNE-AUCUNE-DONNEE
             END-IF
             .

      *BILAN DES SOURCES CONSULTEES : LIGNES TROUVEES ET PERIODE PAR
      *SOURCE, PUIS ETENDUE DES FICHIERS D'AUDIT ET D'ARCHIVE LUS
       RUBRIQUE-SOURCES.
             MOVE 'SOURCES CONSULTEES' TO WS-LIGNE
             PERFORM ECRITURE-TITRE
             MOVE L3 TO WS-LIGNE
             PERFORM ECRITURE-LIGNE
             MOVE L4 TO WS-LIGNE
             PERFORM ECRITURE-LIGNE
             PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 9
                MOVE WS-NOM-SOURCE (WS-S) TO ED-L5-SOURCE
                MOVE WS-SRC-NB (WS-S)     TO ED-L5-NB
                MOVE WS-SRC-DEB (WS-S)    TO ED-L5-DEB
                MOVE WS-SRC-FIN (WS-S)    TO ED-L5-FIN
                MOVE L5 TO WS-LIGNE
                PERFORM ECRITURE-LIGNE
                MOVE WS-SRC-NB (WS-S) TO ED-NB
                MOVE SPACES TO WS-ENR
                STRING 'S;' WS-MAT ';' WS-NOM-SOURCE (WS-S) ';' ED-NB
                       ';' WS-SRC-DEB (WS-S) ';' WS-SRC-FIN (WS-S)
                   DELIMITED BY SIZE INTO WS-ENR
                PERFORM ECRITURE-DOSSIER
             END-PERFORM

             MOVE WS-AUD-LUES TO ED-L6-AUD
             MOVE SPACES TO ED-L6-AUD-DEB ED-L6-AUD-FIN
             IF WS-AUD-LUES > ZEROES
                STRING WS-AUD-DEB(1:4) '-' WS-AUD-DEB(5:2) '-'
                       WS-AUD-DEB(7:2)
                   DELIMITED BY SIZE INTO ED-L6-AUD-DEB
                STRING WS-AUD-FIN(1:4) '-' WS-AUD-FIN(5:2) '-'
                       WS-AUD-FIN(7:2)
                   DELIMITED BY SIZE INTO ED-L6-AUD-FIN
             END-IF
             MOVE WS-ARC-LUES TO ED-L6-ARC
             MOVE SPACES TO ED-L6-ARC-DEB ED-L6-ARC-FIN
             IF WS-ARC-FIN NOT = LOW-VALUES
                STRING WS-ARC-DEB(1:4) '-' WS-ARC-DEB(5:2) '-'
                       WS-ARC-DEB(7:2)
                   DELIMITED BY SIZE INTO ED-L6-ARC-DEB
                STRING WS-ARC-FIN(1:4) '-' WS-ARC-FIN(5:2) '-'
                       WS-ARC-FIN(7:2)
                   DELIMITED BY SIZE INTO ED-L6-ARC-FIN
             END-IF
             MOVE '0' TO WS-SAUT
             MOVE L6 TO WS-LIGNE
             PERFORM ECRITURE-LIGNE
             MOVE SPACES TO WS-ENR
             STRING 'S;' WS-MAT ';FICHIERS AUDIT;' ED-L6-AUD ';'
                    ED-L6-AUD-DEB ';' ED-L6-AUD-FIN
                DELIMITED BY SIZE INTO WS-ENR
             PERFORM ECRITURE-DOSSIER
             MOVE SPACES TO WS-ENR
             STRING 'S;' WS-MAT ';FICHIERS ARCHIVES PURGEEMP;'
                    ED-L6-ARC ';' ED-L6-ARC-DEB ';' ED-L6-ARC-FIN
                DELIMITED BY SIZE INTO WS-ENR
             PERFORM ECRITURE-DOSSIER
             .

      *UNE LIGNE DE PLUS POUR LA SOURCE WS-S, DATEE WS-DATE-LUE
       COMPTAGE-SOURCE.
             ADD 1 TO WS-SRC-NB (WS-S)
             PERFORM BORNES-SOURCE
             .

      *ELARGISSEMENT DE LA PERIODE DE LA SOURCE WS-S A WS-DATE-LUE
       BORNES-SOURCE.
             IF WS-DATE-LUE NOT = SPACES
                IF WS-SRC-DEB (WS-S) = SPACES
                   OR WS-DATE-LUE < WS-SRC-DEB (WS-S)
                   MOVE WS-DATE-LUE TO WS-SRC-DEB (WS-S)
                END-IF
                IF WS-SRC-FIN (WS-S) = SPACES
                   OR WS-DATE-LUE > WS-SRC-FIN (WS-S)
                   MOVE WS-DATE-LUE TO WS-SRC-FIN (WS-S)
                END-IF
             END-IF
             .

       LIGNE-AUCUNE-DONNEE.
             MOVE '   AUCUNE DONNEE' TO WS-LIGNE
             PERFORM ECRITURE-LIGNE
             .

      *ECRITURE D'UN TITRE DE RUBRIQUE (WS-LIGNE), PRECEDE D'UNE LIGNE
      *BLANCHE ; SAUT DE PAGE S'IL NE RESTE PAS LA PLACE D'UNE LIGNE
      *DE DETAIL SOUS LE TITRE
       ECRITURE-TITRE.
             IF WS-NB-LIGNE-PAGE + 3 >= WS-MAX-LIGNE-PAGE
                PERFORM ECRITURE-ENTETE
             END-IF
             MOVE '0' TO WS-SAUT
             PERFORM ECRITURE-LIGNE
             ADD 1 TO WS-NB-LIGNE-PAGE
             .

      *ECRITURE DE LA LIGNE WS-LIGNE - DECLENCHE UN SAUT DE PAGE AVEC
      *NOUVELLE ENTETE QUAND LE NOMBRE DE LIGNES CONFIGURE EST ATTEINT.
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

      *ECRITURE D'UN ENREGISTREMENT DU FICHIER DOSSIER
       ECRITURE-DOSSIER.
             MOVE WS-ENR TO ENR-DOSSIER
             WRITE ENR-DOSSIER
             IF FS-DOSSIER NOT = ZEROES
                DISPLAY 'ERREUR WRITE DOSSIER, FS : ' FS-DOSSIER
                PERFORM FIN
             END-IF
             ADD 1 TO WS-NB-LIGNES-DOS WS-OPS-ECRITS
             .

      *ECRITURE DE L'ENTETE DE PAGE DU DOSSIER (L1, L2, MATRICULE ET
      *HEURE DE LECTURE DES TABLES) ET PASSAGE A LA PAGE SUIVANTE.
      *LA LIGNE EN CONSTRUCTION (WS-LIGNE, WS-SAUT) EST PRESERVEE.
       ECRITURE-ENTETE.
             MOVE WS-NB-PAGE TO ED-L1-PAGE
             MOVE '1'  TO CAR-SAUT
             MOVE L1   TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE ' '  TO CAR-SAUT
             MOVE L2   TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE WS-MAT TO ED-L2A-MAT
             STRING WS-HORODATAGE(1:4) '-' WS-HORODATAGE(5:2) '-'
                    WS-HORODATAGE(7:2) ' ' WS-HORODATAGE(9:2) ':'
                    WS-HORODATAGE(11:2) ':' WS-HORODATAGE(13:2)
                DELIMITED BY SIZE INTO ED-L2A-HORO
             MOVE '0'  TO CAR-SAUT
             MOVE L2A  TO LIG-EDIT
             WRITE ENR-EDIT
             ADD 1 TO WS-NB-PAGE
             MOVE ZEROES TO WS-NB-LIGNE-PAGE
             .

      *ECRITURE DE L'ENREGISTREMENT DE SUIVI D'EXPLOITATION (JOURNAL
      *COMMUN DE LA CHAINE BATCH) PUIS POSITIONNEMENT DU CODE
      *CONDITION FINAL (0 = NORMAL, 12 = ABANDON).
       TERMINAISON.
             MOVE 'DOSPERS ' TO OPS-PROGRAMME
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

//API7DP JOB NOTIFY=&SYSUID,CLASS=A,MSGCLASS=H
//*
//PROCLIB  JCLLIB ORDER=SDJ.FORM.PROCLIB
//*
//         SET SYSUID=API7
//         NOMPGM:DOSPERS
//*
//APPROC   EXEC COMPDB2
//STEPDB2.SYSLIB   DD DSN=API7.SOURCE.DCLGEN,DISP=SHR
//                 DD DSN=API7.SOURCE.COPY,DISP=SHR
//STEPDB2.SYSIN    DD DSN=API7.SOURCE.DB2(DOSPERS),DISP=SHR
//STEPDB2.DBRMLIB DD DSN=API7.SOURCE.DBRMLIB(DOSPERS),DISP=SHR
//STEPLNK.SYSLMOD  DD DSN=API7.SOURCE.PGMLIB(DOSPERS),DISP=SHR
//*
//*--- UNE CARTE PAR MATRICULE DEMANDE (COLONNES 1-6). LA DD AUDIT ---
//*--- CONCATENE TOUTES LES GENERATIONS ARCHIVEES (BASE DU GDG)    ---
//*--- PUIS LE FICHIER COURANT ; LA DD ARCHIVE TOUTES LES          ---
//*--- GENERATIONS DE PURGEEMP. NE PAS RESTREINDRE CES DD : LE     ---
//*--- BILAN DES SOURCES DU DOSSIER EN DEPEND                      ---
//STEPRUN  EXEC PGM=IKJEFT01,COND=(4,LT)
//STEPLIB  DD DSN=API7.SOURCE.PGMLIB,DISP=SHR
//OPSLOG   DD DSN=API7.OPSLOG,DISP=MOD
//CARTES   DD  *
070
//AUDIT    DD DSN=API7.AUDIT.ARCHIVE,DISP=SHR
//         DD DSN=API7.AUDIT,DISP=SHR
//ARCHIVE  DD DSN=API7.PURGEEMP.ARCHIVE,DISP=SHR
//DOSSIER  DD  DSN=API7.DOSPERS.DOSSIER,DISP=(,CATLG,DELETE),
//         DCB=(DSORG=PS,RECFM=FB,LRECL=200),
//         SPACE=(TRK,(1,1))
//EDIT     DD  DSN=API7.DOSPERS,DISP=(,CATLG,DELETE),
//         DCB=(DSORG=PS,RECFM=FB,LRECL=133),
//         SPACE=(TRK,(1,1))
//SYSOUT   DD  SYSOUT=*,OUTLIM=1000
//SYSTSPRT DD  SYSOUT=*,OUTLIM=2500
//SYSTSIN  DD  *
  DSN SYSTEM (DSN1)
  RUN PROGRAM(DOSPERS) PLAN (DOSPERS)
//



      ********************************************************************#
      *                          FICHIER D'EDITION                        #
      ********************************************************************#
      *1                              DOSSIER DES DONNEES PERSONNELLES        PAGE   1
      *                               --------------------------------
      *0MATRICULE : 070      DONNEES EN LIGNE AU : 2026-10-15 21:30:12
      *0EMPLOYE
      *    AUCUNE DONNEE
      *0COORDONNEES
      *    AUCUNE DONNEE
      *0COORDONNEES BANCAIRES
      *    AUCUNE DONNEE
      *0HISTORIQUE DES REMUNERATIONS
      *    DATE D'EFFET          F  ANC.SAL.  ANC.COM.  NOUV.SAL   NOUV.COM  ANC.TX  NOUV.TX  SAISIE LE
      *    AUCUNE DONNEE
      *0ABSENCES
      *    TYPE  DU          AU          SAISIE LE
      *    AUCUNE DONNEE
      *0HEURES DECLAREES
      *    JOUR        TYPE  HEURES  STATUT  VALIDEUR
      *    AUCUNE DONNEE
      *0SOLDES DE CONGES PAYES
      *    ANNEE  RELIQUAT  ACQUIS     PRIS  EXPIRE  DERNIER CREDIT  CLOTURE
      *    AUCUNE DONNEE
      *0TRACE D'AUDIT (OPERATIONS ET REFUS)
      *    DATE-HEURE     PROGRAMM UTILISAT F AVANT / APRES
      *    20250314101522 ACCESS2  API7     M 070   NOEL           P02 2020-08-14
      *                                         070   NOEL           P02 2020-08-14
      *    20260905021011 PURGEEMP API7PU   Z 070   NOEL           P02 2020-08-14
      *
      *0ARCHIVES DES EMPLOYES PURGES
      *    E;070   ;NOEL           ;P02;20100301;03000,00;00000,00;B1;20200814
      *    H;070   ;2019-01-01-00.00.00;M;02900,00;00000,00;03000,00;00000,00
      *0SOURCES CONSULTEES
      *    SOURCE                           LIGNES   DU           AU
      *    ------------------------------   ------   ----------   ----------
      *    EMPLOYE (TABLE)                      0
      *    COORDON (TABLE)                      0
      *    BANQUE (TABLE)                       0
      *    EMPHIST (TABLE)                      0
      *    ABSENCE (TABLE)                      0
      *    HEURES (TABLE)                       0
      *    SOLDECP (TABLE)                      0
      *    AUDIT (ARCHIVES ET COURANT)          2   2025-03-14   2026-09-05
      *    ARCHIVES PURGEEMP                    2   2019-01-01   2020-08-14
      *0AUDIT : LIGNES LUES    1250 DU 2025-01-02 AU 2026-10-15   ARCHIVES PURGEEMP : LUES      24 DEPARTS DU 2020-08-14 AU 2021-03-31
      *********************************** BOTTOM OF DATA *********************************
