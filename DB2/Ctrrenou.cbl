      ********************************************************************#
      *  ÉNONCÉ : Renouvellement en lot des contrats à durée déterminée : #
      *           une carte par contrat (matricule, nouvelle date de fin, #
      *           type), application par la fonction 'U' d'ACCESS2        #
      *           (prolongation ou passage en durée indéterminée, audit   #
      *           et verrou optimiste), et édition de la liste des        #
      *           renouvellements - la réponse des chefs de département à #
      *           l'alerte hebdomadaire CTRALERT, avant que l'étape       #
      *           quotidienne CTRECHU ne sorte les contrats échus.        #
      ********************************************************************#

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRRENOU.
       AUTHOR. SV.
       DATE-WRITTEN. 15/10/26.
      ******************************************************************
      * BUT : LIRE UN FICHIER DE CARTES DE RENOUVELLEMENT (MAT, NOUVELLE*
      *       DATE DE FIN AAAAMMJJ, TYPE 'D' = PROLONGATION OU 'I' =    *
      *       PASSAGE EN DUREE INDETERMINEE), LIRE L'EMPLOYE PAR        *
      *       ACCESS2 'L' PUIS RENOUVELER PAR ACCESS2 'U' (VERROU       *
      *       OPTIMISTE, TRACE D'AUDIT), ET EDITER LA LISTE DES         *
      *       RENOUVELLEMENTS AVEC LES CARTES EN ERREUR.                *
      *  261015 : CREATION DU PROGRAMME                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *DECLARATION DU FICHIER DES CARTES DE RENOUVELLEMENT
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
      *CARTE DE RENOUVELLEMENT : MAT EN 1-6, NOUVELLE DATE DE FIN EN
      *8-15 (AAAAMMJJ, IGNOREE POUR UN PASSAGE EN DUREE INDETERMINEE),
      *TYPE EN 17 ('D' OU BLANC = PROLONGATION, 'I' = PASSAGE EN DUREE
      *INDETERMINEE).
       01  ENR-CARTE.
           05 CAR-MAT        PIC X(6).
           05                PIC X.
           05 CAR-DATFCT     PIC X(8).
           05                PIC X.
           05 CAR-TYPCTR     PIC X.
           05                PIC X(63).

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

      *ZONE DE COMMUNICATION AVEC L'ACCESSEUR DE LA TABLE EMPLOYE
           COPY ZACCESSEUR.

       01  ACCESS2           PIC X(8) VALUE 'ACCESS2'.

      *ANCIENNE DATE DE FIN (AAAAMMJJ, LUE PAR 'L') POUR L'EDITION
       01  WS-ANCIENNE-FIN   PIC 9(8) VALUE ZEROES.
       01  WS-ANCIENNE-FIN-X REDEFINES WS-ANCIENNE-FIN PIC X(8).

      *COMPTEURS DU TRAITEMENT
       01  WS-NB-CARTES      PIC 9(5) COMP VALUE ZEROES.
       01  WS-NB-RENOUVELES  PIC 9(5) COMP VALUE ZEROES.
       01  WS-NB-ERREURS     PIC 9(5) COMP VALUE ZEROES.

      *LIGNES D'EDITION
       01  L1.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(30) VALUE
                                 'RENOUVELLEMENTS DE CONTRATS'.
       01  L2.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(30) VALUE ALL '-'.

       01  L3.
           05                PIC X(06) VALUE 'MAT'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(15) VALUE 'NOM'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE 'NOD'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE 'ANC. FIN'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE 'NOUV. FIN'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(20) VALUE 'OBSERVATION'.

       01  L4.
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
           05                PIC X(20) VALUE ALL '-'.

       01  L5.
           05 ED-L5-MAT      PIC X(06) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-NOM      PIC X(15) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-NOD      PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-ANCFIN   PIC X(10) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-NOUFIN   PIC X(10) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-OBS      PIC X(50) VALUE SPACES.

       01  L6.
           05                PIC X(14) VALUE 'CARTES LUES : '.
           05 ED-L6-CARTES   PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(21) VALUE
                                 '   RENOUVELLEMENTS : '.
           05 ED-L6-RENOUVELES
                             PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(13) VALUE '   ERREURS : '.
           05 ED-L6-ERREURS  PIC ZZZZ9 VALUE ZEROES.

       PROCEDURE DIVISION.
             MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE
             MOVE WS-HORODATAGE(1:14)   TO WS-OPS-DEBUT
      *OUVERTURE DES FICHIERS ET DE L'ENTETE
             OPEN INPUT CARTES
             IF FS-CARTES NOT = ZEROES
                DISPLAY 'ERREUR OPEN CARTES, FS : ' FS-CARTES
                PERFORM FIN
             END-IF
             OPEN OUTPUT EDIT
             IF FS-EDIT NOT = ZEROES
                DISPLAY 'ERREUR OPEN EDIT, FS : ' FS-EDIT
                PERFORM FIN
             END-IF
             PERFORM ECRITURE-ENTETE

      *BOUCLE SUR LES CARTES DE RENOUVELLEMENT
             READ CARTES
             PERFORM UNTIL FS-CARTES NOT = ZEROES
                ADD 1 TO WS-NB-CARTES
                PERFORM TRAITEMENT-CARTE
                READ CARTES
             END-PERFORM

      *ECRITURE DU COMPTE-RENDU DU TRAITEMENT
             MOVE WS-NB-CARTES     TO ED-L6-CARTES
             MOVE WS-NB-RENOUVELES TO ED-L6-RENOUVELES
             MOVE WS-NB-ERREURS    TO ED-L6-ERREURS
             MOVE L6  TO LIG-EDIT
             MOVE '0' TO CAR-SAUT
             WRITE ENR-EDIT

             CLOSE CARTES
             CLOSE EDIT
             MOVE WS-NB-CARTES     TO WS-OPS-LUS
             MOVE WS-NB-RENOUVELES TO WS-OPS-ECRITS
      *LES CARTES EN ERREUR DONNENT LE CODE CONDITION AVERTISSEMENT
             IF WS-NB-ERREURS NOT = ZEROES
                MOVE 4 TO WS-CODE-RETOUR
             END-IF
             PERFORM TERMINAISON
             .

      *TRAITE UNE CARTE DE RENOUVELLEMENT : LECTURE 'L' DE L'EMPLOYE
      *(VERROU OPTIMISTE ET ANCIENNE FIN), PUIS RENOUVELLEMENT 'U' -
      *L'ACCESSEUR CONTROLE LE CONTRAT (ERREURS 58 A 60 AVEC LIBELLE
      *PRECIS) ET L'HABILITATION, ET TRACE LE RENOUVELLEMENT DANS
      *L'AUDIT.
       TRAITEMENT-CARTE.
             INITIALIZE ZACCESSEUR
             MOVE 'L'     TO ZCODE-FONC
             MOVE CAR-MAT TO ZMAT
             CALL ACCESS2 USING ZACCESSEUR
             IF ZCODE-RET NOT = ZEROES
                PERFORM EDITION-LIGNE-ERREUR
             ELSE
                MOVE ZDATFCT    TO WS-ANCIENNE-FIN
                MOVE 'U'        TO ZCODE-FONC
                MOVE CAR-TYPCTR TO ZTYPCTR
                IF CAR-TYPCTR = 'I' OR CAR-DATFCT = SPACES
                   MOVE ZEROES     TO ZDATFCT
                ELSE
                   MOVE CAR-DATFCT TO ZDATFCT
                END-IF
                MOVE 'CTRRENOU' TO ZUTILISATEUR
                CALL ACCESS2 USING ZACCESSEUR
                IF ZCODE-RET NOT = ZEROES
                   PERFORM EDITION-LIGNE-ERREUR
                ELSE
                   IF ZTYPCTR = 'I'
                      MOVE 'PASSAGE EN DUREE INDETERMINEE' TO ED-L5-OBS
                   ELSE
                      MOVE 'CONTRAT PROLONGE' TO ED-L5-OBS
                   END-IF
                   PERFORM EDITION-LIGNE-RENOUVELEE
                   ADD 1 TO WS-NB-RENOUVELES
                END-IF
             END-IF
             .

      *EDITE LA LIGNE D'UN RENOUVELLEMENT ENREGISTRE, ANCIENNE ET
      *NOUVELLE DATES DE FIN AU FORMAT AAAA-MM-JJ (PAS DE NOUVELLE FIN
      *POUR UN PASSAGE EN DUREE INDETERMINEE)
       EDITION-LIGNE-RENOUVELEE.
             MOVE CAR-MAT TO ED-L5-MAT
             MOVE ZNOM    TO ED-L5-NOM
             MOVE ZNOD    TO ED-L5-NOD
             MOVE SPACES  TO ED-L5-ANCFIN ED-L5-NOUFIN
             STRING WS-ANCIENNE-FIN-X(1:4) '-' WS-ANCIENNE-FIN-X(5:2)
                    '-' WS-ANCIENNE-FIN-X(7:2)
                DELIMITED BY SIZE INTO ED-L5-ANCFIN
             IF ZTYPCTR NOT = 'I'
                STRING CAR-DATFCT(1:4) '-' CAR-DATFCT(5:2) '-'
                       CAR-DATFCT(7:2)
                   DELIMITED BY SIZE INTO ED-L5-NOUFIN
             END-IF
             MOVE L5  TO LIG-EDIT
             MOVE ' ' TO CAR-SAUT
             WRITE ENR-EDIT
             .

      *EDITE LA LIGNE D'UNE CARTE EN ERREUR (LIBELLE DE L'ACCESSEUR EN
      *OBSERVATION) ET COMPTE L'ERREUR
       EDITION-LIGNE-ERREUR.
             ADD 1 TO WS-NB-ERREURS
             MOVE CAR-MAT TO ED-L5-MAT
             MOVE SPACES  TO ED-L5-NOM
             MOVE SPACES  TO ED-L5-NOD
             MOVE SPACES  TO ED-L5-ANCFIN
             MOVE SPACES  TO ED-L5-NOUFIN
             MOVE ZLIBERR TO ED-L5-OBS
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
             MOVE 'CTRRENOU' TO OPS-PROGRAMME
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
//         NOMPGM:CTRRENOU
//*
//STEPRUN  EXEC PGM=CTRRENOU,COND=(4,LT)
//STEPLIB  DD DSN=API7.SOURCE.PGMLIB,DISP=SHR
//OPSLOG   DD DSN=API7.OPSLOG,DISP=MOD
//AUDIT    DD DSN=API7.AUDIT,DISP=MOD
//CARTES   DD  *
900005 20270430 D
900006          I
//EDIT     DD  DSN=API7.CTRRENOU,DISP=(,CATLG,DELETE),
//         DCB=(DSORG=PS,RECFM=FB,LRECL=133),
//         SPACE=(TRK,(1))
//SYSOUT   DD  SYSOUT=*,OUTLIM=1000
//



      ********************************************************************#
      *                          FICHIER D'EDITION                        #
      ********************************************************************#
      *1                              RENOUVELLEMENTS DE CONTRATS
      *                               ------------------------------
      *0MAT      NOM               NOD   ANC. FIN     NOUV. FIN    OBSERVATION
      * ------   ---------------   ---   ----------   ----------   --------------------
      * 900005   FONTAINE          P01   2026-10-31   2027-04-30   CONTRAT PROLONGE
      * 900006   GARNIER           E10   2026-11-30                PASSAGE EN DUREE INDETERMINEE
      *0CARTES LUES :     2   RENOUVELLEMENTS :     2   ERREURS :     0
      *********************************** BOTTOM OF DATA *********************************
