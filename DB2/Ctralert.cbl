      ********************************************************************#
      *  ÉNONCÉ : Alerte hebdomadaire des fins de contrat : liste des     #
      *           contrats à durée déterminée qui arrivent à échéance     #
      *           dans les 60 jours, par chef de département              #
      *           (DEPARTEMENT.CHE), une page par chef, pour que chaque   #
      *           contrat soit renouvelé (ACCESS2 'U') ou laissé à son    #
      *           terme en connaissance de cause - la sortie au terme est #
      *           faite par l'étape quotidienne CTRECHU.                  #
      ********************************************************************#

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRALERT.
       AUTHOR. SV.
       DATE-WRITTEN. 15/10/26.
      ******************************************************************
      * BUT : EDITER, PAR CHEF DE DEPARTEMENT, LES EMPLOYES NON PARTIS  *
      *       DONT LE CONTRAT A DUREE DETERMINEE (TYPCTR = 'D') PREND   *
      *       FIN DANS L'HORIZON D'ALERTE (60 JOURS) : CURSEUR JOIGNANT *
      *       L'EMPLOYE, SON DEPARTEMENT ET LE CHEF, TRIE SUR CHEF, NOD *
      *       ET DATE DE FIN, RUPTURE (NOUVELLE PAGE ET SOUS-TOTAL) SUR *
      *       LE CHEF, NOMBRE DE JOURS RESTANTS ET OBSERVATION.         *
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

      *COPY DES DECLARATIONS ET HOST-VARIABLES DES TABLES EMPLOYE ET
      *DEPARTEMENT (LECTURE SEULE)
           EXEC SQL INCLUDE EMPLOYE      END-EXEC.
           EXEC SQL INCLUDE EMPLOYE2     END-EXEC.
           EXEC SQL INCLUDE DEPARTEMENT  END-EXEC.
           EXEC SQL INCLUDE DEPARTEMENT2 END-EXEC.
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      *HORIZON D'ALERTE EN JOURS, NOM DU CHEF ET JOURS RESTANTS AVANT
      *LA FIN DU CONTRAT (NEGATIF OU NUL : CONTRAT ECHU, SORTIE PAR
      *L'ETAPE QUOTIDIENNE)
       01  WS-HORIZON        PIC S9(4) COMP VALUE 60.
       01  WS-NOM-CHEF       PIC X(15)      VALUE SPACES.
       01  WS-JOURS-RESTANTS PIC S9(9) COMP VALUE ZEROES.

      *RUPTURE SUR LE CHEF DE DEPARTEMENT ET COMPTEURS
       01  WS-CHE-COURANT    PIC X(6)       VALUE SPACES.
       01  WS-PREMIER        PIC X          VALUE 'O'.
           88 PREMIER-CHEF                VALUE 'O'.
       01  WS-NB-CHEF        PIC 9(5) COMP VALUE ZEROES.
       01  WS-NB-TOTAL       PIC 9(5) COMP VALUE ZEROES.
       01  WS-NB-CHEFS       PIC 9(5) COMP VALUE ZEROES.

      *CURSEUR DES CONTRATS A DUREE DETERMINEE A ECHEANCE DANS
      *L'HORIZON, JOINTS AU DEPARTEMENT ET A SON CHEF (JOINTURE
      *EXTERNE : UN CHEF ABSENT DE LA TABLE EMPLOYE SORT SANS NOM)
           EXEC SQL DECLARE LISTALERT CURSOR FOR
            SELECT D.CHE, VALUE(C.NOM, ' '), E.NOD, E.MAT, E.NOM,
                   E.DATFCT, DAYS(E.DATFCT) - DAYS(CURRENT DATE),
                   E.STA
            FROM EMPLOYE E
                 INNER JOIN DEPARTEMENT D
                    ON E.NOD = D.NOD
                 LEFT OUTER JOIN EMPLOYE C
                    ON C.MAT = D.CHE
            WHERE E.STA <> 'P'
              AND E.TYPCTR = 'D'
              AND E.DATFCT <= CURRENT DATE + :WS-HORIZON DAYS
            ORDER BY D.CHE, E.NOD, E.DATFCT, E.NOM
           END-EXEC

      *LIGNES D'EDITION
       01  L1.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(34) VALUE
                                 'CONTRATS A ECHEANCE SOUS 60 JOURS'.
       01  L2.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(34) VALUE ALL '-'.

       01  L2A.
           05                PIC X(07) VALUE 'CHEF : '.
           05 ED-L2A-CHE     PIC X(06) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L2A-NOM     PIC X(15) VALUE SPACES.

       01  L3.
           05                PIC X(03) VALUE 'NOD'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE 'MAT'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(15) VALUE 'NOM'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE 'FIN CTR'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(05) VALUE 'JOURS'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(20) VALUE 'OBSERVATION'.

       01  L4.
           05                PIC X(03) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(15) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(05) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(20) VALUE ALL '-'.

       01  L5.
           05 ED-L5-NOD      PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-MAT      PIC X(06) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-NOM      PIC X(15) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-DATFCT   PIC X(10) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-JOURS    PIC ---9  VALUE ZEROES.
           05                PIC X(04) VALUE SPACES.
           05 ED-L5-OBS      PIC X(40) VALUE SPACES.

       01  L6.
           05                PIC X(25) VALUE
                                 'CONTRATS A ECHEANCE : '.
           05 ED-L6-NB       PIC ZZZZ9 VALUE ZEROES.

       01  L7.
           05                PIC X(25) VALUE
                                 'TOTAL CONTRATS ALERTES : '.
           05 ED-L7-NB       PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(11) VALUE '   CHEFS : '.
           05 ED-L7-CHEFS    PIC ZZZZ9 VALUE ZEROES.

       01  L8.
           05                PIC X(40) VALUE
                      'AUCUN CONTRAT A ECHEANCE DANS L''HORIZON'.

       PROCEDURE DIVISION.
             MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE
             MOVE WS-HORODATAGE(1:14)   TO WS-OPS-DEBUT
      *OUVERTURE DU FICHIER D'EDITION
             OPEN OUTPUT EDIT
             IF FS-EDIT NOT = ZEROES
                DISPLAY 'ERREUR OPEN EDIT, FS : ' FS-EDIT
                PERFORM FIN
             END-IF

      *PARCOURS DES CONTRATS A ECHEANCE, RUPTURE SUR LE CHEF
             EXEC SQL OPEN LISTALERT END-EXEC
             IF SQLCODE NOT = ZEROES
                DISPLAY 'ERREUR OPEN LISTALERT : ' SQLCODE
                PERFORM FIN
             END-IF
             PERFORM LECTURE-SUIVANTE
             PERFORM UNTIL SQLCODE = +100
                IF PREMIER-CHEF OR HVD-CHE NOT = WS-CHE-COURANT
                   IF NOT PREMIER-CHEF
                      PERFORM EDITION-SOUS-TOTAL
                   END-IF
                   MOVE 'N'     TO WS-PREMIER
                   MOVE HVD-CHE TO WS-CHE-COURANT
                   MOVE ZEROES  TO WS-NB-CHEF
                   ADD 1 TO WS-NB-CHEFS
                   PERFORM ECRITURE-ENTETE
                END-IF
                PERFORM EDITION-LIGNE-CONTRAT
                PERFORM LECTURE-SUIVANTE
             END-PERFORM
             EXEC SQL CLOSE LISTALERT END-EXEC

      *SOUS-TOTAL DU DERNIER CHEF ET TOTAL GENERAL (OU PAGE UNIQUE
      *SIGNALANT QU'AUCUN CONTRAT N'ARRIVE A ECHEANCE)
             IF PREMIER-CHEF
                MOVE SPACES TO WS-CHE-COURANT WS-NOM-CHEF
                PERFORM ECRITURE-ENTETE
                MOVE L8  TO LIG-EDIT
                MOVE '0' TO CAR-SAUT
                WRITE ENR-EDIT
             ELSE
                PERFORM EDITION-SOUS-TOTAL
             END-IF
             MOVE WS-NB-TOTAL TO ED-L7-NB
             MOVE WS-NB-CHEFS TO ED-L7-CHEFS
             MOVE L7  TO LIG-EDIT
             MOVE '0' TO CAR-SAUT
             WRITE ENR-EDIT

             CLOSE EDIT
             MOVE WS-NB-TOTAL TO WS-OPS-LUS
             MOVE WS-NB-TOTAL TO WS-OPS-ECRITS
             PERFORM TERMINAISON
             .

      *LECTURE D'UNE LIGNE SUIVANTE DU CURSEUR DES CONTRATS A ECHEANCE
       LECTURE-SUIVANTE.
             EXEC SQL
                FETCH LISTALERT
                INTO :HVD-CHE, :WS-NOM-CHEF, :HVE-NOD, :HVE-MAT,
                     :HVE-NOM, :HVE-DATFCT, :WS-JOURS-RESTANTS,
                     :HVE-STA
             END-EXEC
             IF SQLCODE NOT = ZEROES AND SQLCODE NOT = +100
                DISPLAY 'ERREUR FETCH LISTALERT : ' SQLCODE
                PERFORM FIN
             END-IF
             .

      *EDITE LA LIGNE DU CONTRAT COURANT : UN CONTRAT ECHU (JOURS
      *RESTANTS NULS OU NEGATIFS) SERA SORTI PAR L'ETAPE QUOTIDIENNE,
      *UN EMPLOYE EN PREAVIS PART DE TOUTE FACON A SA DATE DE DEPART.
       EDITION-LIGNE-CONTRAT.
             ADD 1 TO WS-NB-CHEF WS-NB-TOTAL
             MOVE HVE-NOD           TO ED-L5-NOD
             MOVE HVE-MAT           TO ED-L5-MAT
             MOVE HVE-NOM           TO ED-L5-NOM
             MOVE HVE-DATFCT        TO ED-L5-DATFCT
             MOVE WS-JOURS-RESTANTS TO ED-L5-JOURS
             EVALUATE TRUE
                WHEN HVE-STA = 'N'
                   MOVE 'PREAVIS EN COURS' TO ED-L5-OBS
                WHEN WS-JOURS-RESTANTS NOT > ZEROES
                   MOVE 'ECHU - SORTIE A LA PROCHAINE NUIT'
                     TO ED-L5-OBS
                WHEN OTHER
                   MOVE 'A RENOUVELER OU A LAISSER A TERME'
                     TO ED-L5-OBS
             END-EVALUATE
             MOVE L5  TO LIG-EDIT
             MOVE ' ' TO CAR-SAUT
             WRITE ENR-EDIT
             .

      *EDITE LE NOMBRE DE CONTRATS A ECHEANCE DU CHEF COURANT
       EDITION-SOUS-TOTAL.
             MOVE WS-NB-CHEF TO ED-L6-NB
             MOVE L6  TO LIG-EDIT
             MOVE '0' TO CAR-SAUT
             WRITE ENR-EDIT
             .

      *ECRITURE DE L'ENTETE D'UNE PAGE DE CHEF (NOUVELLE PAGE, L1 A L4)
       ECRITURE-ENTETE.
             MOVE '1'  TO CAR-SAUT
             MOVE L1   TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE ' '  TO CAR-SAUT
             MOVE L2   TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE WS-CHE-COURANT TO ED-L2A-CHE
             MOVE WS-NOM-CHEF    TO ED-L2A-NOM
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
      *CONDITION FINAL (0 = NORMAL, 4 = EXCEPTIONS, 12 = ABANDON).
       TERMINAISON.
             MOVE 'CTRALERT' TO OPS-PROGRAMME
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

//API7CA JOB NOTIFY=&SYSUID,CLASS=A,MSGCLASS=H
//*
//PROCLIB  JCLLIB ORDER=SDJ.FORM.PROCLIB
//*
//         SET SYSUID=API7
//         NOMPGM:CTRALERT
//*--- CE JOB EST SOUMIS CHAQUE LUNDI PAR LE PLANIFICATEUR ; LES ---
//*--- PAGES SONT DIFFUSEES A CHAQUE CHEF DE DEPARTEMENT         ---
//APPROC   EXEC COMPDB2
//STEPDB2.SYSLIB   DD DSN=API7.SOURCE.DCLGEN,DISP=SHR
//                 DD DSN=API7.SOURCE.COPY,DISP=SHR
//STEPDB2.SYSIN    DD DSN=API7.SOURCE.DB2(CTRALERT),DISP=SHR
//STEPDB2.DBRMLIB DD DSN=API7.SOURCE.DBRMLIB(CTRALERT),DISP=SHR
//STEPLNK.SYSLMOD  DD DSN=API7.SOURCE.PGMLIB(CTRALERT),DISP=SHR
//*
//STEPRUN  EXEC PGM=IKJEFT01,COND=(4,LT)
//STEPLIB  DD DSN=API7.SOURCE.PGMLIB,DISP=SHR
//OPSLOG   DD DSN=API7.OPSLOG,DISP=MOD
//EDIT     DD  DSN=API7.CTRALERT,DISP=(,CATLG,DELETE),
//         DCB=(DSORG=PS,RECFM=FB,LRECL=133),
//         SPACE=(TRK,(1))
//SYSOUT   DD  SYSOUT=*,OUTLIM=1000
//SYSTSPRT DD  SYSOUT=*,OUTLIM=2500
//SYSTSIN  DD  *
  DSN SYSTEM (DSN1)
  RUN PROGRAM(CTRALERT) PLAN (CTRALERT)
//



      ********************************************************************#
      *                          FICHIER D'EDITION                        #
      ********************************************************************#
      *1                              CONTRATS A ECHEANCE SOUS 60 JOURS
      *                               ----------------------------------
      *0CHEF : 10       DURAND
      *0NOD   MAT      NOM               FIN CTR      JOURS   OBSERVATION
      * ---   ------   ---------------   ----------   -----   --------------------
      * E10   900006   GARNIER           2026-11-30     46    A RENOUVELER OU A LAISSER A TERME
      *0CONTRATS A ECHEANCE :      1
      *1                              CONTRATS A ECHEANCE SOUS 60 JOURS
      *                               ----------------------------------
      *0CHEF : 20       DUPOND
      *0NOD   MAT      NOM               FIN CTR      JOURS   OBSERVATION
      * ---   ------   ---------------   ----------   -----   --------------------
      * P01   900005   FONTAINE          2026-10-31     16    A RENOUVELER OU A LAISSER A TERME
      * P01   900007   ROUSSEL           2026-12-12     58    PREAVIS EN COURS
      *0CONTRATS A ECHEANCE :      2
      *0TOTAL CONTRATS ALERTES :     3   CHEFS :     2
      *********************************** BOTTOM OF DATA *********************************
