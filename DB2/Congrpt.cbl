      ********************************************************************#
      *  ÉNONCÉ : État des soldes de congés payés par département : pour  #
      *           l'année de congé AAAA (PARM, année en cours par         #
      *           défaut), chaque employé ayant un solde (table SOLDECP)  #
      *           est édité avec son département, le reliquat reporté,    #
      *           les jours acquis (CONGACQ), les jours pris (ACCESS2     #
      *           'A') et le solde disponible, avec un sous-total par     #
      *           département - lecture seule par curseur, comme ABSRPT.  #
      ********************************************************************#

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONGRPT.
       AUTHOR. SV.
       DATE-WRITTEN. 15/10/26.
      ******************************************************************
      * BUT : EDITER LES SOLDES DE CONGES PAYES DE L'ANNEE AAAA (PARM)  *
      *       PAR DEPARTEMENT : UNE LIGNE PAR EMPLOYE (JOINTURE         *
      *       SOLDECP/EMPLOYE/DEPARTEMENT), RELIQUAT, ACQUIS, PRIS,     *
      *       SOLDE DISPONIBLE (OU JOURS PERDUS SI L'ANNEE EST CLOSE),  *
      *       DERNIER MOIS ACQUIS, SOUS-TOTAUX PAR DEPARTEMENT ET TOTAL *
      *       GENERAL.                                                  *
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

      *COPY DES DECLARATIONS ET HOST-VARIABLES DES TABLES
           EXEC SQL INCLUDE SOLDECP      END-EXEC.
           EXEC SQL INCLUDE SOLDECP2     END-EXEC.
           EXEC SQL INCLUDE EMPLOYE      END-EXEC.
           EXEC SQL INCLUDE EMPLOYE2     END-EXEC.
           EXEC SQL INCLUDE DEPARTEMENT  END-EXEC.
           EXEC SQL INCLUDE DEPARTEMENT2 END-EXEC.
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      *ANNEE DE CONGE EDITEE
       01  WS-ANNEE          PIC X(4)  VALUE SPACES.

      *SOLDE DE LA LIGNE COURANTE (RELIQ + ACQUIS - PRIS)
       01  WS-SOLDE          PIC S9(3)V99 COMP-3 VALUE ZEROES.

      *RUPTURE SUR LE DEPARTEMENT (CURSEUR TRIE SUR NOD) ET CUMULS
       01  WS-NOD-COURANT    PIC X(3)       VALUE SPACES.
       01  WS-CUMULS-NOD.
           05 WS-RELIQ-NOD   PIC S9(5)V99 COMP-3.
           05 WS-ACQUIS-NOD  PIC S9(5)V99 COMP-3.
           05 WS-PRIS-NOD    PIC S9(5)V99 COMP-3.
           05 WS-SOLDE-NOD   PIC S9(5)V99 COMP-3.
       01  WS-CUMULS-TOT.
           05 WS-RELIQ-TOT   PIC S9(7)V99 COMP-3.
           05 WS-ACQUIS-TOT  PIC S9(7)V99 COMP-3.
           05 WS-PRIS-TOT    PIC S9(7)V99 COMP-3.
           05 WS-SOLDE-TOT   PIC S9(7)V99 COMP-3.

      *CURSEUR DES SOLDES DE L'ANNEE, JOINTS A L'EMPLOYE ET A SON
      *DEPARTEMENT, TRIE SUR NOD PUIS NOM
           EXEC SQL DECLARE LISTSOLDE CURSOR FOR
            SELECT E.NOD, D.NDE, S.MAT, E.NOM, E.STA,
                   S.RELIQ, S.ACQUIS, S.PRIS, S.EXPIRE,
                   S.DERACQ, S.CLOTURE
            FROM SOLDECP S, EMPLOYE E, DEPARTEMENT D
            WHERE S.MAT = E.MAT
              AND E.NOD = D.NOD
              AND S.ANNEE = :WS-ANNEE
            ORDER BY E.NOD, E.NOM
           END-EXEC

      *LIGNES D'EDITION
       01  L1.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(30) VALUE
                                 'SOLDES DES CONGES PAYES'.
       01  L2.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(30) VALUE ALL '-'.

       01  L2A.
           05                PIC X(08) VALUE 'ANNEE : '.
           05 ED-L2A-ANNEE   PIC X(04) VALUE SPACES.
           05                PIC X(30) VALUE
                                 '   (EN JOURS OUVRES)'.

       01  L3.
           05                PIC X(03) VALUE 'NOD'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE 'NDE'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE 'MAT'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(15) VALUE 'NOM'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE 'STA'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(07) VALUE '  RELIQ'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(07) VALUE ' ACQUIS'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(07) VALUE '   PRIS'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(08) VALUE '   SOLDE'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE 'ACQ.AU'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(20) VALUE 'OBSERVATION'.

       01  L4.
           05                PIC X(03) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(15) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(07) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(07) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(07) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(08) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(20) VALUE ALL '-'.

       01  L5.
           05 ED-L5-NOD      PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-NDE      PIC X(06) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-MAT      PIC X(06) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-NOM      PIC X(15) VALUE SPACES.
           05                PIC X(04) VALUE SPACES.
           05 ED-L5-STA      PIC X(01) VALUE SPACES.
           05                PIC X(05) VALUE SPACES.
           05 ED-L5-RELIQ    PIC ZZ9,99 VALUE ZEROES.
           05                PIC X(04) VALUE SPACES.
           05 ED-L5-ACQUIS   PIC ZZ9,99 VALUE ZEROES.
           05                PIC X(04) VALUE SPACES.
           05 ED-L5-PRIS     PIC ZZ9,99 VALUE ZEROES.
           05                PIC X(04) VALUE SPACES.
           05 ED-L5-SOLDE    PIC ZZ9,99- VALUE ZEROES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-DERACQ   PIC X(06) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-OBS      PIC X(20) VALUE SPACES.

       01  L6.
           05                PIC X(11) VALUE 'SOUS-TOTAL'.
           05 ED-L6-NOD      PIC X(03) VALUE SPACES.
           05                PIC X(33) VALUE SPACES.
           05 ED-L6-RELIQ    PIC Z(4)9,99- VALUE ZEROES.
           05                PIC X(01) VALUE SPACES.
           05 ED-L6-ACQUIS   PIC Z(4)9,99- VALUE ZEROES.
           05                PIC X(01) VALUE SPACES.
           05 ED-L6-PRIS     PIC Z(4)9,99- VALUE ZEROES.
           05                PIC X(02) VALUE SPACES.
           05 ED-L6-SOLDE    PIC Z(4)9,99- VALUE ZEROES.

       01  L7.
           05                PIC X(14) VALUE 'TOTAL GENERAL'.
           05                PIC X(31) VALUE SPACES.
           05 ED-L7-RELIQ    PIC Z(6)9,99- VALUE ZEROES.
           05 ED-L7-ACQUIS   PIC Z(6)9,99- VALUE ZEROES.
           05 ED-L7-PRIS     PIC Z(6)9,99- VALUE ZEROES.
           05                PIC X(01) VALUE SPACES.
           05 ED-L7-SOLDE    PIC Z(6)9,99- VALUE ZEROES.

       LINKAGE SECTION.
       01  PARM-CONGRPT.
           05 PARM-LONGUEUR        PIC S9(4) COMP.
           05 PARM-DONNEES.
              10 PARM-ANNEE        PIC X(4).

       PROCEDURE DIVISION USING PARM-CONGRPT.
             MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE
             MOVE WS-HORODATAGE(1:14)   TO WS-OPS-DEBUT

      *LECTURE DU PARM DE LA JCL : PARM('AAAA') FACULTATIF, L'ANNEE EN
      *COURS PAR DEFAUT.
             IF PARM-LONGUEUR >= 4
                IF PARM-ANNEE NOT NUMERIC
                   DISPLAY 'PARM ERRONE, ATTENDU : PARMS(''AAAA'')'
                   PERFORM FIN
                END-IF
                MOVE PARM-ANNEE TO WS-ANNEE
             ELSE
                MOVE WS-HORODATAGE(1:4) TO WS-ANNEE
             END-IF
             INITIALIZE WS-CUMULS-NOD WS-CUMULS-TOT

      *OUVERTURE DU FICHIER D'EDITION ET DE L'ENTETE
             OPEN OUTPUT EDIT
             IF FS-EDIT NOT = ZEROES
                DISPLAY 'ERREUR OPEN EDIT, FS : ' FS-EDIT
                PERFORM FIN
             END-IF
             PERFORM ECRITURE-ENTETE

      *--> 1- OUVERTURE DU CURSEUR (OPEN)
             EXEC SQL OPEN LISTSOLDE END-EXEC
             IF SQLCODE NOT = ZEROES
                DISPLAY 'ERREUR OPEN LISTSOLDE : ' SQLCODE
                PERFORM FIN
             END-IF

      *--> 2- BOUCLE DE LECTURE DU CURSEUR (FETCH) AVEC RUPTURE SUR
      *       LE DEPARTEMENT
             PERFORM LECTURE-SUIVANTE
             PERFORM UNTIL SQLCODE = +100
                ADD 1 TO WS-OPS-LUS
                IF HVE-NOD NOT = WS-NOD-COURANT
                   IF WS-NOD-COURANT NOT = SPACES
                      PERFORM EDITION-SOUS-TOTAL
                   END-IF
                   MOVE HVE-NOD TO WS-NOD-COURANT
                   INITIALIZE WS-CUMULS-NOD
                END-IF
                PERFORM EDITION-LIGNE-SOLDE
                PERFORM LECTURE-SUIVANTE
             END-PERFORM
             IF WS-NOD-COURANT NOT = SPACES
                PERFORM EDITION-SOUS-TOTAL
             END-IF

      *--> 3- FERMETURE DU CURSEUR (CLOSE)
             EXEC SQL CLOSE LISTSOLDE END-EXEC

      *ECRITURE DU TOTAL GENERAL
             MOVE WS-RELIQ-TOT  TO ED-L7-RELIQ
             MOVE WS-ACQUIS-TOT TO ED-L7-ACQUIS
             MOVE WS-PRIS-TOT   TO ED-L7-PRIS
             MOVE WS-SOLDE-TOT  TO ED-L7-SOLDE
             MOVE L7  TO LIG-EDIT
             MOVE '0' TO CAR-SAUT
             WRITE ENR-EDIT

             CLOSE EDIT
             PERFORM TERMINAISON
             .

      *LECTURE D'UNE LIGNE SUIVANTE DU CURSEUR
       LECTURE-SUIVANTE.
             EXEC SQL
                FETCH LISTSOLDE
                INTO :HVE-NOD, :HVD-NDE, :HVK-MAT, :HVE-NOM, :HVE-STA,
                     :HVK-RELIQ, :HVK-ACQUIS, :HVK-PRIS, :HVK-EXPIRE,
                     :HVK-DERACQ, :HVK-CLOTURE
             END-EXEC
             IF SQLCODE NOT = ZEROES AND SQLCODE NOT = +100
                DISPLAY 'ERREUR FETCH LISTSOLDE : ' SQLCODE
                PERFORM FIN
             END-IF
             .

      *EDITE LA LIGNE DU SOLDE COURANT ET CUMULE LES COMPOSANTES DU
      *DEPARTEMENT ET DU TOTAL - UNE ANNEE CLOSE EST SIGNALEE AVEC SES
      *JOURS PERDUS (LE RELIQUAT NON PERDU A ETE REPORTE).
       EDITION-LIGNE-SOLDE.
             COMPUTE WS-SOLDE = HVK-RELIQ + HVK-ACQUIS - HVK-PRIS
             ADD HVK-RELIQ  TO WS-RELIQ-NOD  WS-RELIQ-TOT
             ADD HVK-ACQUIS TO WS-ACQUIS-NOD WS-ACQUIS-TOT
             ADD HVK-PRIS   TO WS-PRIS-NOD   WS-PRIS-TOT
             ADD WS-SOLDE   TO WS-SOLDE-NOD  WS-SOLDE-TOT

             MOVE HVE-NOD    TO ED-L5-NOD
             MOVE HVD-NDE    TO ED-L5-NDE
             MOVE HVK-MAT    TO ED-L5-MAT
             MOVE HVE-NOM    TO ED-L5-NOM
             MOVE HVE-STA    TO ED-L5-STA
             MOVE HVK-RELIQ  TO ED-L5-RELIQ
             MOVE HVK-ACQUIS TO ED-L5-ACQUIS
             MOVE HVK-PRIS   TO ED-L5-PRIS
             MOVE WS-SOLDE   TO ED-L5-SOLDE
             MOVE HVK-DERACQ TO ED-L5-DERACQ
             MOVE SPACES     TO ED-L5-OBS
             IF HVK-CLOTURE = 'O'
                MOVE HVK-EXPIRE TO ED-L5-RELIQ
                STRING 'CLOSE, PERDU ' ED-L5-RELIQ
                   DELIMITED BY SIZE INTO ED-L5-OBS
                MOVE HVK-RELIQ  TO ED-L5-RELIQ
             END-IF
             MOVE L5  TO LIG-EDIT
             MOVE ' ' TO CAR-SAUT
             WRITE ENR-EDIT
             ADD 1 TO WS-OPS-ECRITS
             .

      *EDITE LE SOUS-TOTAL DU DEPARTEMENT QUI SE TERMINE
       EDITION-SOUS-TOTAL.
             MOVE WS-NOD-COURANT TO ED-L6-NOD
             MOVE WS-RELIQ-NOD   TO ED-L6-RELIQ
             MOVE WS-ACQUIS-NOD  TO ED-L6-ACQUIS
             MOVE WS-PRIS-NOD    TO ED-L6-PRIS
             MOVE WS-SOLDE-NOD   TO ED-L6-SOLDE
             MOVE L6  TO LIG-EDIT
             MOVE ' ' TO CAR-SAUT
             WRITE ENR-EDIT
             .

      *ECRITURE DE L'ENTETE DU RAPPORT (L1 A L4, AVEC L'ANNEE)
       ECRITURE-ENTETE.
             MOVE '1'  TO CAR-SAUT
             MOVE L1   TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE ' '  TO CAR-SAUT
             MOVE L2   TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE WS-ANNEE TO ED-L2A-ANNEE
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
             MOVE 'CONGRPT ' TO OPS-PROGRAMME
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
//         NOMPGM:CONGRPT
//*
//APPROC   EXEC COMPDB2
//STEPDB2.SYSLIB   DD DSN=API7.SOURCE.DCLGEN,DISP=SHR
//                 DD DSN=API7.SOURCE.COPY,DISP=SHR
//STEPDB2.SYSIN    DD DSN=API7.SOURCE.DB2(CONGRPT),DISP=SHR
//STEPDB2.DBRMLIB DD DSN=API7.SOURCE.DBRMLIB(CONGRPT),DISP=SHR
//STEPLNK.SYSLMOD  DD DSN=API7.SOURCE.PGMLIB(CONGRPT),DISP=SHR
//*
//STEPRUN  EXEC PGM=IKJEFT01,COND=(4,LT)
//STEPLIB  DD DSN=API7.SOURCE.PGMLIB,DISP=SHR
//OPSLOG   DD DSN=API7.OPSLOG,DISP=MOD
//EDIT     DD  DSN=API7.CONGRPT,DISP=(,CATLG,DELETE),
//         DCB=(DSORG=PS,RECFM=FB,LRECL=133),
//         SPACE=(TRK,(1))
//SYSOUT   DD  SYSOUT=*,OUTLIM=1000
//SYSTSPRT DD  SYSOUT=*,OUTLIM=2500
//SYSTSIN  DD  *
  DSN SYSTEM (DSN1)
  RUN PROGRAM(CONGRPT) PLAN (CONGRPT) PARMS('2026')
//



      ********************************************************************#
      *                          FICHIER D'EDITION                        #
      ********************************************************************#
      *1                              SOLDES DES CONGES PAYES
      *                               ------------------------------
      *0ANNEE : 2026   (EN JOURS OUVRES)
      *0NOD   NDE      MAT      NOM               STA     RELIQ    ACQUIS      PRIS      SOLDE   ACQ.AU   OBSERVATION
      * ---   ------   ------   ---------------   ---   -------   -------   -------   --------   ------   --------------------
      * P02   COMPTA   030      BARI                A      3,00     18,72     15,00      6,72    202609
      * P02   COMPTA   050      CICS                P      2,00     18,02     10,00     10,02    202609
      * P02   COMPTA   912004   DURAND              A      0,00      0,69      0,00      0,69    202609
      * SOUS-TOTAL P02                                       5,00     37,43     25,00      17,43
      *0TOTAL GENERAL                                      5,00     37,43     25,00      17,43
      *********************************** BOTTOM OF DATA *********************************
