      ********************************************************************#
      *  ÉNONCÉ : Etape quotidienne de suivi des modifications sensibles  #
      *           en attente de double validation (table MODATT) : les    #
      *           demandes en attente depuis plus de JRSREL jours (table  #
      *           SEUILS) sont relancées sur le compte-rendu, celles qui  #
      *           dépassent JRSEXP jours sont rejetées d'office pour      #
      *           délai expiré par ACCESS2 'W' (décision 'X', tracée dans #
      *           l'audit) - une demande ne reste pas indéfiniment en     #
      *           suspens. A planifier chaque nuit à la suite de CTRECHU. #
      ********************************************************************#

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTENTES.
       AUTHOR. SV.
       DATE-WRITTEN. 15/10/26.
      ******************************************************************
      * BUT : RELANCER ET PURGER LES MODIFICATIONS SENSIBLES EN        *
      *       ATTENTE DE VALIDATION : LECTURE DES DELAIS JRSREL/JRSEXP *
      *       DE LA TABLE SEUILS, LISTE DES DEMANDES EN ATTENTE (STATUT*
      *       = 'A') AGEES D'AU MOINS JRSREL JOURS PAR CURSEUR         *
      *       (COLLECTEE EN TABLE AVANT TOUTE MISE A JOUR), PUIS POUR  *
      *       CHACUNE REJET D'OFFICE ACCESS2 'W' / 'X' AU-DELA DE      *
      *       JRSEXP JOURS (0 = PAS DE REJET D'OFFICE) ET EDITION DU   *
      *       COMPTE-RENDU DES DEMANDES A RELANCER.                    *
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

      *COPY DES DECLARATIONS ET HOST-VARIABLES DES TABLES MODATT ET
      *SEUILS (LECTURE SEULE : LES DECISIONS PASSENT PAR L'ACCESSEUR)
           EXEC SQL INCLUDE MODATT   END-EXEC.
           EXEC SQL INCLUDE MODATT2  END-EXEC.
           EXEC SQL INCLUDE SEUILS   END-EXEC.
           EXEC SQL INCLUDE SEUILS2  END-EXEC.
           EXEC SQL INCLUDE SQLCA    END-EXEC.

      *ANCIENNETE MINIMALE EN JOURS DES DEMANDES SELECTIONNEES (JRSREL,
      *RAMENEE AU DELAI DE REJET D'OFFICE S'IL EST PLUS COURT) ET
      *ANCIENNETE EN JOURS DE LA DEMANDE LUE
       01  WS-JRS-SEL        PIC S9(4) COMP VALUE ZEROES.
       01  WS-AGE            PIC S9(9) COMP VALUE ZEROES.

      *COMPTEURS DU TRAITEMENT
       01  WS-NB-LUES        PIC 9(5) COMP VALUE ZEROES.
       01  WS-NB-RELANCES    PIC 9(5) COMP VALUE ZEROES.
       01  WS-NB-EXPIREES    PIC 9(5) COMP VALUE ZEROES.
       01  WS-NB-ERREURS     PIC 9(5) COMP VALUE ZEROES.

      *TABLE EN MEMOIRE DES DEMANDES EN ATTENTE (COLLECTEES AVANT LES
      *REJETS : ON NE MET PAS A JOUR PENDANT LE PARCOURS DU CURSEUR)
       01  WS-MAX-ATT        PIC 9(3) COMP VALUE 500.
       01  TABLE-ATT.
           05 TA-LIGNE OCCURS 500 TIMES
                       INDEXED BY IX-ATT.
              10 TA-NUMATT    PIC 9(7).
              10 TA-MAT       PIC X(6).
              10 TA-NOM       PIC X(15).
              10 TA-CDFONC    PIC X.
              10 TA-MOTIF     PIC X(3).
              10 TA-DEMANDEUR PIC X(8).
              10 TA-DATDEM    PIC X(10).
              10 TA-AGE       PIC 9(5).

      *CURSEUR DES DEMANDES EN ATTENTE AGEES D'AU MOINS WS-JRS-SEL
      *JOURS, LES PLUS ANCIENNES D'ABORD
           EXEC SQL DECLARE LISTATT CURSOR FOR
            SELECT NUMATT, MAT, NOM, CDFONC, MOTIF, DEMANDEUR,
                   DATDEM, DAYS(CURRENT DATE) - DAYS(DATDEM)
            FROM MODATT
            WHERE STATUT = 'A'
              AND DATE(DATDEM) <= CURRENT DATE - :WS-JRS-SEL DAYS
            ORDER BY DATDEM, NUMATT
           END-EXEC

      *LIGNES D'EDITION
       01  L1.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(32) VALUE
                                 'MODIFICATIONS EN ATTENTE'.
       01  L2.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(32) VALUE ALL '-'.

       01  L3.
           05                PIC X(07) VALUE 'NUMERO'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE 'MAT'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(15) VALUE 'NOM'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(01) VALUE 'F'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE 'MOT'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(08) VALUE 'DEMANDEU'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE 'DEMANDE LE'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(05) VALUE 'JOURS'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(20) VALUE 'OBSERVATION'.

       01  L4.
           05                PIC X(07) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(15) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(01) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(08) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(05) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(20) VALUE ALL '-'.

       01  L5.
           05 ED-L5-NUMATT   PIC 9(07) VALUE ZEROES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-MAT      PIC X(06) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-NOM      PIC X(15) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-CDFONC   PIC X(01) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-MOTIF    PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-DEMANDEUR PIC X(08) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-DATDEM   PIC X(10) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-AGE      PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-OBS      PIC X(50) VALUE SPACES.

       01  L6.
           05                PIC X(19) VALUE 'DEMANDES LISTEES : '.
           05 ED-L6-LUES     PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(14) VALUE '   RELANCES : '.
           05 ED-L6-RELANCES PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(14) VALUE '   EXPIREES : '.
           05 ED-L6-EXPIREES PIC ZZZZ9 VALUE ZEROES.
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

      *--> 1- LECTURE DES DELAIS DE RELANCE ET DE REJET D'OFFICE
             EXEC SQL
                SELECT JRSREL, JRSEXP
                  INTO :HVX-JRSREL, :HVX-JRSEXP
                  FROM SEUILS
             END-EXEC
             IF SQLCODE NOT = ZEROES
                DISPLAY 'ERREUR LECTURE SEUILS : ' SQLCODE
                PERFORM FIN
             END-IF
             MOVE HVX-JRSREL TO WS-JRS-SEL
             IF HVX-JRSEXP > ZEROES AND HVX-JRSEXP < WS-JRS-SEL
                COMPUTE WS-JRS-SEL = HVX-JRSEXP + 1
             END-IF

      *--> 2- COLLECTE DES DEMANDES EN ATTENTE A RELANCER OU A REJETER
             EXEC SQL OPEN LISTATT END-EXEC
             IF SQLCODE NOT = ZEROES
                DISPLAY 'ERREUR OPEN LISTATT : ' SQLCODE
                PERFORM FIN
             END-IF
             PERFORM LECTURE-SUIVANTE
             PERFORM UNTIL SQLCODE = +100
                IF WS-NB-LUES >= WS-MAX-ATT
                   DISPLAY '--- ERR TABLE-ATT SATUREE, NB : '
                           WS-MAX-ATT
                   PERFORM FIN
                END-IF
                ADD 1 TO WS-NB-LUES
                SET IX-ATT TO WS-NB-LUES
                MOVE HVW-NUMATT       TO TA-NUMATT (IX-ATT)
                MOVE HVW-MAT          TO TA-MAT (IX-ATT)
                MOVE HVW-NOM          TO TA-NOM (IX-ATT)
                MOVE HVW-CDFONC       TO TA-CDFONC (IX-ATT)
                MOVE HVW-MOTIF        TO TA-MOTIF (IX-ATT)
                MOVE HVW-DEMANDEUR    TO TA-DEMANDEUR (IX-ATT)
                MOVE HVW-DATDEM(1:10) TO TA-DATDEM (IX-ATT)
                MOVE WS-AGE           TO TA-AGE (IX-ATT)
                PERFORM LECTURE-SUIVANTE
             END-PERFORM
             EXEC SQL CLOSE LISTATT END-EXEC

      *--> 3- RELANCE OU REJET D'OFFICE DE CHAQUE DEMANDE COLLECTEE
             SET IX-ATT TO 1
             PERFORM WS-NB-LUES TIMES
                PERFORM TRAITEMENT-DEMANDE
                SET IX-ATT UP BY 1
             END-PERFORM

      *ECRITURE DU COMPTE-RENDU DU TRAITEMENT
             MOVE WS-NB-LUES     TO ED-L6-LUES
             MOVE WS-NB-RELANCES TO ED-L6-RELANCES
             MOVE WS-NB-EXPIREES TO ED-L6-EXPIREES
             MOVE WS-NB-ERREURS  TO ED-L6-ERREURS
             MOVE L6  TO LIG-EDIT
             MOVE '0' TO CAR-SAUT
             WRITE ENR-EDIT

             CLOSE EDIT
             MOVE WS-NB-LUES     TO WS-OPS-LUS
             MOVE WS-NB-EXPIREES TO WS-OPS-ECRITS
      *UNE DEMANDE A RELANCER (EN SOUFFRANCE CHEZ LES VALIDEURS) OU
      *UN REJET D'OFFICE REFUSE PAR L'ACCESSEUR (DEMANDE TRAITEE ENTRE
      *LES DEUX ETAPES, HABILITATION...) DONNE LE CODE CONDITION
      *AVERTISSEMENT
             IF WS-NB-RELANCES NOT = ZEROES
                OR WS-NB-ERREURS NOT = ZEROES
                MOVE 4 TO WS-CODE-RETOUR
             END-IF
             PERFORM TERMINAISON
             .

      *LECTURE D'UNE LIGNE SUIVANTE DU CURSEUR DES DEMANDES EN ATTENTE
       LECTURE-SUIVANTE.
             EXEC SQL
                FETCH LISTATT
                INTO :HVW-NUMATT, :HVW-MAT, :HVW-NOM, :HVW-CDFONC,
                     :HVW-MOTIF, :HVW-DEMANDEUR, :HVW-DATDEM, :WS-AGE
             END-EXEC
             .

      *TRAITE LA DEMANDE POINTEE PAR IX-ATT : AU-DELA DE JRSEXP JOURS
      *(JRSEXP NON NUL) REJET D'OFFICE PAR ACCESS2 'W' AVEC LA DECISION
      *'X' SOUS L'IDENTITE DU TRAVAIL (L'ACCESSEUR TRACE LA DECISION
      *DANS L'AUDIT AVEC LE DEMANDEUR) ; SINON DEMANDE A RELANCER
      *AUPRES DES VALIDEURS.
       TRAITEMENT-DEMANDE.
             MOVE TA-NUMATT (IX-ATT)    TO ED-L5-NUMATT
             MOVE TA-MAT (IX-ATT)       TO ED-L5-MAT
             MOVE TA-NOM (IX-ATT)       TO ED-L5-NOM
             MOVE TA-CDFONC (IX-ATT)    TO ED-L5-CDFONC
             MOVE TA-MOTIF (IX-ATT)     TO ED-L5-MOTIF
             MOVE TA-DEMANDEUR (IX-ATT) TO ED-L5-DEMANDEUR
             MOVE TA-DATDEM (IX-ATT)    TO ED-L5-DATDEM
             MOVE TA-AGE (IX-ATT)       TO ED-L5-AGE
             IF HVX-JRSEXP > ZEROES AND TA-AGE (IX-ATT) > HVX-JRSEXP
                INITIALIZE ZACCESSEUR
                MOVE 'W'                TO ZCODE-FONC
                MOVE TA-NUMATT (IX-ATT) TO ZNUMATT
                SET ZDECISION-EXPIRE    TO TRUE
                MOVE 'ATTENTES'         TO ZUTILISATEUR
                CALL ACCESS2 USING ZACCESSEUR
                IF ZCODE-RET NOT = ZEROES
                   ADD 1 TO WS-NB-ERREURS
                   MOVE ZLIBERR TO ED-L5-OBS
                ELSE
                   ADD 1 TO WS-NB-EXPIREES
                   MOVE 'REJETEE D''OFFICE - DELAI EXPIRE' TO ED-L5-OBS
                END-IF
             ELSE
                ADD 1 TO WS-NB-RELANCES
                MOVE 'A RELANCER AUPRES DES VALIDEURS' TO ED-L5-OBS
             END-IF
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
             MOVE 'ATTENTES' TO OPS-PROGRAMME
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

//API7AT JOB NOTIFY=&SYSUID,CLASS=A,MSGCLASS=H
//*
//PROCLIB  JCLLIB ORDER=SDJ.FORM.PROCLIB
//*
//         SET SYSUID=API7
//         NOMPGM:ATTENTES
//*--- CE JOB EST SOUMIS CHAQUE NUIT PAR LE PLANIFICATEUR, A LA  ---
//*--- SUITE DE CTRECHU ET AVANT LES RESTITUTIONS DU MATIN       ---
//APPROC   EXEC COMPDB2
//STEPDB2.SYSLIB   DD DSN=API7.SOURCE.DCLGEN,DISP=SHR
//                 DD DSN=API7.SOURCE.COPY,DISP=SHR
//STEPDB2.SYSIN    DD DSN=API7.SOURCE.DB2(ATTENTES),DISP=SHR
//STEPDB2.DBRMLIB DD DSN=API7.SOURCE.DBRMLIB(ATTENTES),DISP=SHR
//STEPLNK.SYSLMOD  DD DSN=API7.SOURCE.PGMLIB(ATTENTES),DISP=SHR
//*
//STEPRUN  EXEC PGM=IKJEFT01,COND=(4,LT)
//STEPLIB  DD DSN=API7.SOURCE.PGMLIB,DISP=SHR
//OPSLOG   DD DSN=API7.OPSLOG,DISP=MOD
//AUDIT    DD DSN=API7.AUDIT,DISP=MOD
//EDIT     DD  DSN=API7.ATTENTES,DISP=(,CATLG,DELETE),
//         DCB=(DSORG=PS,RECFM=FB,LRECL=133),
//         SPACE=(TRK,(1))
//SYSOUT   DD  SYSOUT=*,OUTLIM=1000
//SYSTSPRT DD  SYSOUT=*,OUTLIM=2500
//SYSTSIN  DD  *
  DSN SYSTEM (DSN1)
  RUN PROGRAM(ATTENTES) PLAN (ATTENTES)
//



      ********************************************************************#
      *                          FICHIER D'EDITION                        #
      ********************************************************************#
      *1                              MODIFICATIONS EN ATTENTE
      *                               --------------------------------
      *0NUMERO    MAT      NOM               F   MOT   DEMANDEU   DEMANDE LE   JOURS   OBSERVATION
      * -------   ------   ---------------   -   ---   --------   ----------   -----   --------------------
      * 0000009   112      LEGRAND           T    G    OPERRH2    2026-10-02      13   REJETEE D'OFFICE - DELAI EXPIRE
      * 0000012   030      BARI              M   A     OPERRH1    2026-10-12       3   A RELANCER AUPRES DES VALIDEURS
      *0DEMANDES LISTEES :     2   RELANCES :     1   EXPIREES :     1   ERREURS :     0
      *********************************** BOTTOM OF DATA *********************************
