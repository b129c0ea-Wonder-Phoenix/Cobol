      ********************************************************************#
      *  ÉNONCÉ : Chargement en lot des heures variables issues de la     #
      *           badgeuse : un enregistrement par matricule, jour et     #
      *           type d'heures ('S' heures supplémentaires, 'N' nuit,    #
      *           'D' dimanche ou jour férié) avec le nombre d'heures,    #
      *           saisie par la fonction 'C' d'ACCESS2E (contrôles        #
      *           centraux, trace d'audit) au statut 'S' en attente de    #
      *           l'approbation du chef de département (HEURVAL), et      #
      *           édition de la liste des heures chargées avec les        #
      *           rejets - le pendant d'ABSLOAD pour la table HEURES :    #
      *           les lignes rejetées sont signalées avec le libellé de   #
      *           l'accesseur, corrigées puis resoumises.                 #
      ********************************************************************#

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HEURLOAD.
       AUTHOR. SV.
       DATE-WRITTEN. 15/10/26.
      ******************************************************************
      * BUT : LIRE LE FICHIER DE LA BADGEUSE (MAT + JOUR AAAAMMJJ +     *
      *       TYPE + HEURES 99V99), SAISIR CHAQUE LIGNE PAR ACCESS2E    *
      *       'C' (CONTROLES CENTRAUX : TYPE, JOUR, PERIODE D'EMPLOI,   *
      *       DIMANCHE/FERIE, DOUBLON), ET EDITER LA LISTE DES HEURES   *
      *       CHARGEES AVEC LES LIGNES REJETEES.                        *
      *  261015 : CREATION DU PROGRAMME                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *DECLARATION DU FICHIER DE LA BADGEUSE
           SELECT BADGE ASSIGN TO BADGE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FS-BADGE.
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
       FD  BADGE RECORDING MODE IS F.
      *ENREGISTREMENT DE LA BADGEUSE : MAT EN 1-6, JOUR EN 8-15
      *(AAAAMMJJ), TYPE EN 17 ('S' SUPPLEMENTAIRES, 'N' NUIT, 'D'
      *DIMANCHE OU FERIE), HEURES EN 19-22 (99V99 : 0250 = 2,50 H).
       01  ENR-BADGE.
           05 BAD-MAT        PIC X(6).
           05                PIC X.
           05 BAD-JOUR       PIC X(8).
           05                PIC X.
           05 BAD-TYPE       PIC X.
           05                PIC X.
           05 BAD-HEURES     PIC 9(2)V99.
           05                PIC X(58).

       FD  EDIT RECORDING MODE IS F.
       01  ENR-EDIT.
           05 CAR-SAUT       PIC X.
           05 LIG-EDIT       PIC X(132).

       FD  OPSLOG RECORDING MODE IS F.
           COPY OPSLOG.

       WORKING-STORAGE SECTION.
      *FILE STATUS
       01  FS-BADGE          PIC 99 VALUE ZEROES.
       01  FS-EDIT           PIC 99 VALUE ZEROES.

      *SUIVI D'EXPLOITATION (JOURNAL COMMUN DE LA CHAINE BATCH)
       01  FS-OPSLOG         PIC 99    VALUE ZEROES.
       01  WS-HORODATAGE     PIC X(21) VALUE SPACES.
       01  WS-OPS-DEBUT      PIC X(14) VALUE SPACES.
       01  WS-OPS-LUS        PIC 9(7)  VALUE ZEROES.
       01  WS-OPS-ECRITS     PIC 9(7)  VALUE ZEROES.
       01  WS-CODE-RETOUR    PIC 99    VALUE ZEROES.

      *ZONE DE COMMUNICATION AVEC L'ACCESSEUR DE LA TABLE EMPLOYE
      *(NOM DE LA LISTE)
           COPY ZACCESSEUR.

      *ZONE DE COMMUNICATION AVEC L'ACCESSEUR DE LA TABLE HEURES
           COPY HACCESSEUR.

       01  ACCESS2           PIC X(8) VALUE 'ACCESS2'.
       01  ACCESS2E          PIC X(8) VALUE 'ACCESS2E'.

      *COMPTEURS DU TRAITEMENT
       01  WS-NB-LIGNES      PIC 9(5) COMP VALUE ZEROES.
       01  WS-NB-SAISIES     PIC 9(5) COMP VALUE ZEROES.
       01  WS-NB-REJETS      PIC 9(5) COMP VALUE ZEROES.
       01  WS-TOT-HEURES     PIC 9(7)V99   VALUE ZEROES.

      *LIGNES D'EDITION
       01  L1.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(30) VALUE
                                 'CHARGEMENT DES HEURES BADGEUSE'.
       01  L2.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(30) VALUE ALL '-'.

       01  L3.
           05                PIC X(06) VALUE 'MAT'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(15) VALUE 'NOM'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(04) VALUE 'TYPE'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE 'JOUR'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE 'HEURES'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(20) VALUE 'OBSERVATION'.

       01  L4.
           05                PIC X(06) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(15) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(04) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(20) VALUE ALL '-'.

       01  L5.
           05 ED-L5-MAT      PIC X(06) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-NOM      PIC X(15) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-TYPE     PIC X(04) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-JOUR     PIC X(10) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-HEURES   PIC X(06) VALUE SPACES.
           05 ED-L5-HEURES-N REDEFINES ED-L5-HEURES
                             PIC ZZ9,99.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-OBS      PIC X(50) VALUE SPACES.

       01  L6.
           05                PIC X(14) VALUE 'LIGNES LUES : '.
           05 ED-L6-LIGNES   PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(13) VALUE '   SAISIES : '.
           05 ED-L6-SAISIES  PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(12) VALUE '   REJETS : '.
           05 ED-L6-REJETS   PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(20) VALUE '   HEURES SAISIES : '.
           05 ED-L6-HEURES   PIC Z(6)9,99 VALUE ZEROES.

       PROCEDURE DIVISION.
             MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE
             MOVE WS-HORODATAGE(1:14)   TO WS-OPS-DEBUT
      *OUVERTURE DES FICHIERS ET DE L'ENTETE
             OPEN INPUT BADGE
             IF FS-BADGE NOT = ZEROES
                DISPLAY 'ERREUR OPEN BADGE, FS : ' FS-BADGE
                PERFORM FIN
             END-IF
             OPEN OUTPUT EDIT
             IF FS-EDIT NOT = ZEROES
                DISPLAY 'ERREUR OPEN EDIT, FS : ' FS-EDIT
                PERFORM FIN
             END-IF
             PERFORM ECRITURE-ENTETE

      *BOUCLE SUR LES LIGNES DE LA BADGEUSE
             READ BADGE
             PERFORM UNTIL FS-BADGE NOT = ZEROES
                ADD 1 TO WS-NB-LIGNES
                PERFORM TRAITEMENT-LIGNE
                READ BADGE
             END-PERFORM

      *ECRITURE DU COMPTE-RENDU DU TRAITEMENT
             MOVE WS-NB-LIGNES   TO ED-L6-LIGNES
             MOVE WS-NB-SAISIES  TO ED-L6-SAISIES
             MOVE WS-NB-REJETS   TO ED-L6-REJETS
             MOVE WS-TOT-HEURES  TO ED-L6-HEURES
             MOVE L6  TO LIG-EDIT
             MOVE '0' TO CAR-SAUT
             WRITE ENR-EDIT

             CLOSE BADGE
             CLOSE EDIT
             MOVE WS-NB-LIGNES   TO WS-OPS-LUS
             MOVE WS-NB-SAISIES  TO WS-OPS-ECRITS
      *LES LIGNES REJETEES DONNENT LE CODE CONDITION AVERTISSEMENT
             IF WS-NB-REJETS NOT = ZEROES
                MOVE 4 TO WS-CODE-RETOUR
             END-IF
             PERFORM TERMINAISON
             .

      *TRAITE UNE LIGNE DE LA BADGEUSE : LECTURE 'L' DE L'EMPLOYE
      *(POUR LE NOM DE LA LISTE), PUIS SAISIE 'C' PAR ACCESS2E AVEC
      *LES ZONES DE LA LIGNE - L'ACCESSEUR PORTE TOUS LES CONTROLES
      *(ERREURS 8, 48 A 50, 55, 56 AVEC LIBELLE PRECIS) ET LA TRACE
      *D'AUDIT.
       TRAITEMENT-LIGNE.
             INITIALIZE ZACCESSEUR
             MOVE 'L'     TO ZCODE-FONC
             MOVE BAD-MAT TO ZMAT
             CALL ACCESS2 USING ZACCESSEUR
             IF ZCODE-RET NOT = ZEROES
                MOVE ZLIBERR TO HLIBERR
                PERFORM EDITION-LIGNE-REJET
             ELSE
                INITIALIZE HACCESSEUR
                MOVE 'C'        TO HCODE-FONC
                MOVE BAD-MAT    TO HMAT
                MOVE BAD-JOUR   TO HDATJOUR
                MOVE BAD-TYPE   TO HTYPHEU
                MOVE BAD-HEURES TO HNBHEU
                MOVE 'HEURLOAD' TO HUTILISATEUR
                CALL ACCESS2E USING HACCESSEUR
                IF HCODE-RET NOT = ZEROES
                   PERFORM EDITION-LIGNE-REJET
                ELSE
                   PERFORM EDITION-LIGNE-HEURES
                   ADD 1 TO WS-NB-SAISIES
                   ADD HNBHEU TO WS-TOT-HEURES
                END-IF
             END-IF
             .

      *EDITE LA LIGNE D'HEURES SAISIE (JOUR AU FORMAT AAAA-MM-JJ)
       EDITION-LIGNE-HEURES.
             MOVE BAD-MAT  TO ED-L5-MAT
             MOVE ZNOM     TO ED-L5-NOM
             MOVE BAD-TYPE TO ED-L5-TYPE
             MOVE SPACES   TO ED-L5-JOUR
             STRING BAD-JOUR(1:4) '-' BAD-JOUR(5:2) '-' BAD-JOUR(7:2)
                DELIMITED BY SIZE INTO ED-L5-JOUR
             MOVE HNBHEU   TO ED-L5-HEURES-N
             MOVE SPACES   TO ED-L5-OBS
             MOVE L5  TO LIG-EDIT
             MOVE ' ' TO CAR-SAUT
             WRITE ENR-EDIT
             .

      *EDITE LA LIGNE REJETEE (LIBELLE DE L'ACCESSEUR EN OBSERVATION,
      *ZONES DE LA BADGEUSE TELLES QUE LUES) ET COMPTE LE REJET
       EDITION-LIGNE-REJET.
             ADD 1 TO WS-NB-REJETS
             MOVE BAD-MAT  TO ED-L5-MAT
             MOVE SPACES   TO ED-L5-NOM
             MOVE BAD-TYPE TO ED-L5-TYPE
             MOVE BAD-JOUR TO ED-L5-JOUR
             MOVE SPACES   TO ED-L5-HEURES
             MOVE HLIBERR  TO ED-L5-OBS
             MOVE L5  TO LIG-EDIT
             MOVE ' ' TO CAR-SAUT
             WRITE ENR-EDIT
             .

      *ECRITURE DE L'ENTETE DU RAPPORT (L1 A L4)
       ECRITURE-ENTETE.
             MOVE '1'  TO CAR-SAUT
             MOVE L1   TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE ' '  TO CAR-SAUT
             MOVE L2   TO LIG-EDIT
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
             MOVE 'HEURLOAD' TO OPS-PROGRAMME
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

//API7HL JOB NOTIFY=&SYSUID,CLASS=A,MSGCLASS=H
//*
//PROCLIB  JCLLIB ORDER=SDJ.FORM.PROCLIB
//*
//         SET SYSUID=API7
//         NOMPGM:HEURLOAD
//*
//*--- BADGE : EXPORT QUOTIDIEN DE LA BADGEUSE (HEURES VARIABLES) ---
//STEPRUN  EXEC PGM=HEURLOAD,COND=(4,LT)
//STEPLIB  DD DSN=API7.SOURCE.PGMLIB,DISP=SHR
//OPSLOG   DD DSN=API7.OPSLOG,DISP=MOD
//AUDIT    DD DSN=API7.AUDIT,DISP=MOD
//BADGE    DD DSN=API7.BADGE.HEURES,DISP=SHR
//EDIT     DD  DSN=API7.HEURLOAD,DISP=(,CATLG,DELETE),
//         DCB=(DSORG=PS,RECFM=FB,LRECL=133),
//         SPACE=(TRK,(1))
//SYSOUT   DD  SYSOUT=*,OUTLIM=1000
//



      ********************************************************************#
      *                          FICHIER D'EDITION                        #
      ********************************************************************#
      *1                              CHARGEMENT DES HEURES BADGEUSE
      *                               ------------------------------
      *0MAT      NOM               TYPE   JOUR         HEURES   OBSERVATION
      * ------   ---------------   ----   ----------   ------   --------------------
      * 030      BARI              S      2026-10-12     2,50
      * 030      BARI              N      2026-10-13     3,00
      * 050      CICS              D      2026-10-11     7,00
      * 050      CICS              D      20261012              HEURES DE DIMANCHE HORS DIMANCHE OU FERIE
      * 999                        S      20261012              MATRICULE INEXISTANT
      *0LIGNES LUES :     5   SAISIES :     3   REJETS :     2   HEURES SAISIES :      12,50
      *********************************** BOTTOM OF DATA *********************************
