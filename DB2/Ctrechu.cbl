      ********************************************************************#
      *  ÉNONCÉ : Etape quotidienne de fin des contrats à durée           #
      *           déterminée : un contrat dont la date de fin est         #
      *           atteinte sans avoir été renouvelé (ACCESS2 'U') doit    #
      *           sortir l'employé par le départ normal ACCESS2 'D',      #
      *           date de départ = date de fin du contrat. Le traitement  #
      *           collecte les contrats échus, pose chaque départ (audit  #
      *           et verrou optimiste de l'accesseur) et édite le compte- #
      *           rendu - à planifier chaque nuit à côté de PREAVIS, avant#
      *           les restitutions du matin.                              #
      ********************************************************************#

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRECHU.
       AUTHOR. SV.
       DATE-WRITTEN. 15/10/26.
      ******************************************************************
      * BUT : SORTIR LES EMPLOYES ACTIFS (STA = 'A') DONT LE CONTRAT A  *
      *       DUREE DETERMINEE (TYPCTR = 'D') EST ECHU (DATFCT ATTEINTE)*
      *       ET N'A PAS ETE RENOUVELE : LISTE DES CONTRATS ECHUS PAR   *
      *       CURSEUR (COLLECTEE EN TABLE AVANT TOUTE MISE A JOUR), PUIS*
      *       POUR CHACUN LECTURE ACCESS2 'L' ET DEPART ACCESS2 'D' A LA*
      *       DATE DE FIN DU CONTRAT, ET EDITION DU COMPTE-RENDU.       *
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

      *ZONE DE COMMUNICATION AVEC L'ACCESSEUR DE LA TABLE EMPLOYE
           COPY ZACCESSEUR.

       01  ACCESS2           PIC X(8) VALUE 'ACCESS2'.

      *COPY DES DECLARATIONS ET HOST-VARIABLES DE LA TABLE EMPLOYE
      *(LECTURE SEULE : LA LISTE DES CONTRATS ECHUS EST LUE PAR
      *CURSEUR COMME DANS PREAVIS, LES DEPARTS PASSENT PAR L'ACCESSEUR)
           EXEC SQL INCLUDE EMPLOYE  END-EXEC.
           EXEC SQL INCLUDE EMPLOYE2 END-EXEC.
           EXEC SQL INCLUDE SQLCA    END-EXEC.

      *COMPTEURS DU TRAITEMENT
       01  WS-NB-ECHUS       PIC 9(5) COMP VALUE ZEROES.
       01  WS-NB-SORTIS      PIC 9(5) COMP VALUE ZEROES.
       01  WS-NB-ERREURS     PIC 9(5) COMP VALUE ZEROES.

      *TABLE EN MEMOIRE DES CONTRATS ECHUS (COLLECTES AVANT LES
      *DEPARTS : ON NE MET PAS A JOUR PENDANT LE PARCOURS DU CURSEUR)
       01  WS-MAX-ECHUS      PIC 9(3) COMP VALUE 500.
       01  TABLE-ECHUS.
           05 TC-LIGNE OCCURS 500 TIMES
                       INDEXED BY IX-ECHU.
              10 TC-MAT       PIC X(6).
              10 TC-NOM       PIC X(15).
              10 TC-NOD       PIC X(3).
              10 TC-DATFCT    PIC X(10).

      *CURSEUR DES CONTRATS A DUREE DETERMINEE ECHUS DU JOUR (LES
      *EMPLOYES EN PREAVIS 'N' SORTENT DEJA PAR PREAVIS)
           EXEC SQL DECLARE LISTCTR CURSOR FOR
            SELECT MAT, NOM, NOD, DATFCT
            FROM EMPLOYE
            WHERE STA = 'A'
              AND TYPCTR = 'D'
              AND DATFCT <= CURRENT DATE
            ORDER BY DATFCT, NOM
           END-EXEC

      *LIGNES D'EDITION
       01  L1.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(32) VALUE
                                 'FIN DES CONTRATS A DUREE DETER.'.
       01  L2.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(32) VALUE ALL '-'.

       01  L3.
           05                PIC X(06) VALUE 'MAT'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(15) VALUE 'NOM'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE 'NOD'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE 'FIN CTR'.
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
           05                PIC X(20) VALUE ALL '-'.

       01  L5.
           05 ED-L5-MAT      PIC X(06) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-NOM      PIC X(15) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-NOD      PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-DATFCT   PIC X(10) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-OBS      PIC X(50) VALUE SPACES.

       01  L6.
           05                PIC X(18) VALUE 'CONTRATS ECHUS : '.
           05 ED-L6-ECHUS    PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(12) VALUE '   SORTIS : '.
           05 ED-L6-SORTIS   PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(13) VALUE '   ERREURS : '.
           05 ED-L6-ERREURS  PIC ZZZZ9 VALUE ZEROES.

       PROCEDURE DIVISION.
             MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE
             MOVE WS-HORODATAGE(1:14)   TO WS-OPS-DEBUT
      *OUVERTURE DU FICHIER D'EDITION ET DE L'ENTETE
             OPEN OUTPUT EDIT
             IF FS-EDIT NOT = ZEROES
                DISPLAY 'ERREUR OPEN EDIT, FS : ' FS-EDIT
                PERFORM FIN
             END-IF
             PERFORM ECRITURE-ENTETE

      *--> 1- COLLECTE DES CONTRATS ECHUS NON RENOUVELES
             EXEC SQL OPEN LISTCTR END-EXEC
             IF SQLCODE NOT = ZEROES
                DISPLAY 'ERREUR OPEN LISTCTR : ' SQLCODE
                PERFORM FIN
             END-IF
             PERFORM LECTURE-SUIVANTE
             PERFORM UNTIL SQLCODE = +100
                IF WS-NB-ECHUS >= WS-MAX-ECHUS
                   DISPLAY '--- ERR TABLE-ECHUS SATUREE, NB : '
                           WS-MAX-ECHUS
                   PERFORM FIN
                END-IF
                ADD 1 TO WS-NB-ECHUS
                SET IX-ECHU TO WS-NB-ECHUS
                MOVE HVE-MAT    TO TC-MAT (IX-ECHU)
                MOVE HVE-NOM    TO TC-NOM (IX-ECHU)
                MOVE HVE-NOD    TO TC-NOD (IX-ECHU)
                MOVE HVE-DATFCT TO TC-DATFCT (IX-ECHU)
                PERFORM LECTURE-SUIVANTE
             END-PERFORM
             EXEC SQL CLOSE LISTCTR END-EXEC

      *--> 2- DEPART DE CHAQUE CONTRAT ECHU PAR ACCESS2 'L' PUIS 'D'
             SET IX-ECHU TO 1
             PERFORM WS-NB-ECHUS TIMES
                PERFORM SORTIE-CONTRAT
                SET IX-ECHU UP BY 1
             END-PERFORM

      *ECRITURE DU COMPTE-RENDU DU TRAITEMENT
             MOVE WS-NB-ECHUS   TO ED-L6-ECHUS
             MOVE WS-NB-SORTIS  TO ED-L6-SORTIS
             MOVE WS-NB-ERREURS TO ED-L6-ERREURS
             MOVE L6  TO LIG-EDIT
             MOVE '0' TO CAR-SAUT
             WRITE ENR-EDIT

             CLOSE EDIT
             MOVE WS-NB-ECHUS  TO WS-OPS-LUS
             MOVE WS-NB-SORTIS TO WS-OPS-ECRITS
      *UN DEPART REFUSE PAR L'ACCESSEUR (CONTRAT RENOUVELE ENTRE LES
      *DEUX ETAPES, HABILITATION...) DONNE LE CODE CONDITION
      *AVERTISSEMENT
             IF WS-NB-ERREURS NOT = ZEROES
                MOVE 4 TO WS-CODE-RETOUR
             END-IF
             PERFORM TERMINAISON
             .

      *LECTURE D'UNE LIGNE SUIVANTE DU CURSEUR DES CONTRATS ECHUS
       LECTURE-SUIVANTE.
             EXEC SQL
                FETCH LISTCTR
                INTO :HVE-MAT, :HVE-NOM, :HVE-NOD, :HVE-DATFCT
             END-EXEC
             .

      *SORT L'EMPLOYE POINTE PAR IX-ECHU : LECTURE 'L' (VERROU
      *OPTIMISTE, ET CONTRAT RELU : UN RENOUVELLEMENT INTERVENU DEPUIS
      *LA COLLECTE LAISSE L'EMPLOYE EN PLACE), PUIS DEPART 'D' A LA
      *DATE DE FIN DU CONTRAT - L'ACCESSEUR TRACE LE DEPART DANS
      *L'AUDIT SOUS L'IDENTITE DU TRAVAIL.
       SORTIE-CONTRAT.
             MOVE TC-MAT (IX-ECHU)    TO ED-L5-MAT
             MOVE TC-NOM (IX-ECHU)    TO ED-L5-NOM
             MOVE TC-NOD (IX-ECHU)    TO ED-L5-NOD
             MOVE TC-DATFCT (IX-ECHU) TO ED-L5-DATFCT
             INITIALIZE ZACCESSEUR
             MOVE 'L'              TO ZCODE-FONC
             MOVE TC-MAT (IX-ECHU) TO ZMAT
             CALL ACCESS2 USING ZACCESSEUR
             IF ZCODE-RET NOT = ZEROES
                PERFORM ERREUR-SORTIE
             ELSE
                IF ZSTA NOT = 'A' OR ZTYPCTR NOT = 'D'
                   MOVE 'CONTRAT MODIFIE DEPUIS LA SELECTION'
                     TO ED-L5-OBS
                   PERFORM ECRITURE-LIGNE
                ELSE
                   MOVE 'D'       TO ZCODE-FONC
                   MOVE ZDATFCT   TO ZDATDEP
                   MOVE 'CTRECHU' TO ZUTILISATEUR
                   CALL ACCESS2 USING ZACCESSEUR
                   IF ZCODE-RET NOT = ZEROES
                      PERFORM ERREUR-SORTIE
                   ELSE
                      MOVE 'SORTI EN FIN DE CONTRAT' TO ED-L5-OBS
                      PERFORM ECRITURE-LIGNE
                      ADD 1 TO WS-NB-SORTIS
                   END-IF
                END-IF
             END-IF
             .

      *EDITE ET COMPTE UNE SORTIE EN ERREUR (LIBELLE DE L'ACCESSEUR)
       ERREUR-SORTIE.
             ADD 1 TO WS-NB-ERREURS
             MOVE ZLIBERR TO ED-L5-OBS
             PERFORM ECRITURE-LIGNE
             .

      *ECRITURE DE LA LIGNE DETAIL PREPAREE DANS L5
       ECRITURE-LIGNE.
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
             MOVE 'CTRECHU ' TO OPS-PROGRAMME
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

//API7CE JOB NOTIFY=&SYSUID,CLASS=A,MSGCLASS=H
//*
//PROCLIB  JCLLIB ORDER=SDJ.FORM.PROCLIB
//*
//         SET SYSUID=API7
//         NOMPGM:CTRECHU
//*--- CE JOB EST SOUMIS CHAQUE NUIT PAR LE PLANIFICATEUR, A LA  ---
//*--- SUITE DE PREAVIS ET AVANT LES RESTITUTIONS DU MATIN       ---
//APPROC   EXEC COMPDB2
//STEPDB2.SYSLIB   DD DSN=API7.SOURCE.DCLGEN,DISP=SHR
//                 DD DSN=API7.SOURCE.COPY,DISP=SHR
//STEPDB2.SYSIN    DD DSN=API7.SOURCE.DB2(CTRECHU),DISP=SHR
//STEPDB2.DBRMLIB DD DSN=API7.SOURCE.DBRMLIB(CTRECHU),DISP=SHR
//STEPLNK.SYSLMOD  DD DSN=API7.SOURCE.PGMLIB(CTRECHU),DISP=SHR
//*
//STEPRUN  EXEC PGM=IKJEFT01,COND=(4,LT)
//STEPLIB  DD DSN=API7.SOURCE.PGMLIB,DISP=SHR
//OPSLOG   DD DSN=API7.OPSLOG,DISP=MOD
//AUDIT    DD DSN=API7.AUDIT,DISP=MOD
//EDIT     DD  DSN=API7.CTRECHU,DISP=(,CATLG,DELETE),
//         DCB=(DSORG=PS,RECFM=FB,LRECL=133),
//         SPACE=(TRK,(1))
//SYSOUT   DD  SYSOUT=*,OUTLIM=1000
//SYSTSPRT DD  SYSOUT=*,OUTLIM=2500
//SYSTSIN  DD  *
  DSN SYSTEM (DSN1)
  RUN PROGRAM(CTRECHU) PLAN (CTRECHU)
//



      ********************************************************************#
      *                          FICHIER D'EDITION                        #
      ********************************************************************#
      *1                              FIN DES CONTRATS A DUREE DETER.
      *                               --------------------------------
      *0MAT      NOM               NOD   FIN CTR      OBSERVATION
      * ------   ---------------   ---   ----------   --------------------
      * 900004   LEROY             P02   2026-10-14   SORTI EN FIN DE CONTRAT
      *0CONTRATS ECHUS :      1   SORTIS :     1   ERREURS :     0
      *********************************** BOTTOM OF DATA *********************************
