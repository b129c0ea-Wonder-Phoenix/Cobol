      ********************************************************************#
      *  ÉNONCÉ : Clôture annuelle des congés payés : pour l'année de     #
      *           congé AAAA (PARM), le reliquat de chaque employé        #
      *           (report + acquis - pris, table SOLDECP) est reporté     #
      *           sur l'année suivante dans la limite du plafond de       #
      *           report, le surplus est perdu (expiré). Un partant ne    #
      *           reporte rien (son reliquat est réglé au solde de tout   #
      *           compte). L'année close n'est plus créditée (CONGACQ)    #
      *           ni débitée (ACCESS2 'A').                               #
      ********************************************************************#

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONGCLO.
       AUTHOR. SV.
       DATE-WRITTEN. 15/10/26.
      ******************************************************************
      * BUT : CLORE L'ANNEE DE CONGE AAAA (PARM('AAAANN'), NN = PLAFOND *
      *       DE REPORT EN JOURS OUVRES, 05 PAR DEFAUT) : POUR CHAQUE   *
      *       LIGNE SOLDECP DE L'ANNEE NON ENCORE CLOSE, RELIQUAT       *
      *       REPORTE (AU PLUS NN JOURS, RIEN POUR UN PARTANT) SUR LA   *
      *       LIGNE DE L'ANNEE AAAA+1 (CREEE SI BESOIN), SURPLUS PORTE  *
      *       EN EXPIRE, LIGNE MARQUEE CLOSE. UNE LIGNE DEJA CLOSE EST  *
      *       IGNOREE : LE TRAVAIL PEUT ETRE REPASSE SANS DOUBLE        *
      *       REPORT. EDITION PAR DEPARTEMENT DES REPORTS ET PERTES.    *
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
           EXEC SQL INCLUDE EMPLOYE      END-EXEC.
           EXEC SQL INCLUDE EMPLOYE2     END-EXEC.
           EXEC SQL INCLUDE SOLDECP      END-EXEC.
           EXEC SQL INCLUDE SOLDECP2     END-EXEC.
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      *ANNEE CLOSE, ANNEE SUIVANTE ET PLAFOND DE REPORT
       01  WS-ANNEE          PIC X(4)  VALUE SPACES.
       01  WS-ANNEE-SUIV-N   PIC 9(4)  VALUE ZEROES.
       01  WS-ANNEE-SUIV     PIC X(4)  VALUE SPACES.
       01  WS-PLAFOND        PIC 9(2)  VALUE 5.

      *RECLASSEMENT DU RELIQUAT DE LA LIGNE COURANTE (JOURS OUVRES)
       01  WS-RELIQUAT       PIC S9(3)V99 COMP-3 VALUE ZEROES.
       01  WS-REPORTE        PIC S9(3)V99 COMP-3 VALUE ZEROES.
       01  WS-PERDU          PIC S9(3)V99 COMP-3 VALUE ZEROES.
       01  WS-OBSERVATION    PIC X(30)      VALUE SPACES.

      *RUPTURE SUR LE DEPARTEMENT (CURSEUR TRIE SUR NOD) ET CUMULS
       01  WS-NOD-COURANT    PIC X(3)       VALUE SPACES.
       01  WS-REPORTE-NOD    PIC S9(5)V99 COMP-3 VALUE ZEROES.
       01  WS-PERDU-NOD      PIC S9(5)V99 COMP-3 VALUE ZEROES.
       01  WS-REPORTE-TOT    PIC S9(7)V99 COMP-3 VALUE ZEROES.
       01  WS-PERDU-TOT      PIC S9(7)V99 COMP-3 VALUE ZEROES.
       01  WS-NB-CLOS        PIC 9(5)  COMP VALUE ZEROES.
       01  WS-NB-DEJA        PIC 9(5)  COMP VALUE ZEROES.
       01  WS-NB-NEGATIFS    PIC 9(5)  COMP VALUE ZEROES.

      *CURSEUR DES SOLDES DE L'ANNEE A CLORE, JOINTS A L'EMPLOYE (STATUT
      *ET DEPARTEMENT), TRIE SUR NOD PUIS NOM
           EXEC SQL DECLARE LISTSOLDE CURSOR FOR
            SELECT E.NOD, S.MAT, E.NOM, E.STA,
                   S.RELIQ, S.ACQUIS, S.PRIS, S.CLOTURE
            FROM SOLDECP S, EMPLOYE E
            WHERE S.MAT = E.MAT
              AND S.ANNEE = :WS-ANNEE
            ORDER BY E.NOD, E.NOM
           END-EXEC

      *LIGNES D'EDITION
       01  L1.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(34) VALUE
                                 'CLOTURE ANNUELLE DES CONGES PAYES'.
       01  L2.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(34) VALUE ALL '-'.

       01  L2A.
           05                PIC X(08) VALUE 'ANNEE : '.
           05 ED-L2A-ANNEE   PIC X(04) VALUE SPACES.
           05                PIC X(24) VALUE
                                 '   REPORT SUR L''ANNEE : '.
           05 ED-L2A-SUIV    PIC X(04) VALUE SPACES.
           05                PIC X(23) VALUE
                                 '   PLAFOND DE REPORT : '.
           05 ED-L2A-PLAFOND PIC Z9    VALUE ZEROES.
           05                PIC X(06) VALUE ' JOURS'.

       01  L3.
           05                PIC X(03) VALUE 'NOD'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE 'MAT'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(15) VALUE 'NOM'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE 'STA'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE ' RELIQ'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE 'ACQUIS'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE '  PRIS'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(07) VALUE '  SOLDE'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE 'REPORT'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE ' PERDU'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(30) VALUE 'OBSERVATION'.

       01  L4.
           05                PIC X(03) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(15) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(07) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(30) VALUE ALL '-'.

       01  L5.
           05 ED-L5-NOD      PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-MAT      PIC X(06) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-NOM      PIC X(15) VALUE SPACES.
           05                PIC X(04) VALUE SPACES.
           05 ED-L5-STA      PIC X(01) VALUE SPACES.
           05                PIC X(04) VALUE SPACES.
           05 ED-L5-RELIQ    PIC ZZ9,99 VALUE ZEROES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-ACQUIS   PIC ZZ9,99 VALUE ZEROES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-PRIS     PIC ZZ9,99 VALUE ZEROES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-SOLDE    PIC ZZ9,99- VALUE ZEROES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-REPORTE  PIC ZZ9,99 VALUE ZEROES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-PERDU    PIC ZZ9,99 VALUE ZEROES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-OBS      PIC X(30) VALUE SPACES.

       01  L6.
           05                PIC X(11) VALUE 'SOUS-TOTAL'.
           05 ED-L6-NOD      PIC X(03) VALUE SPACES.
           05                PIC X(12) VALUE '   REPORTE :'.
           05 ED-L6-REPORTE  PIC Z(4)9,99 VALUE ZEROES.
           05                PIC X(10) VALUE '   PERDU :'.
           05 ED-L6-PERDU    PIC Z(4)9,99 VALUE ZEROES.

       01  L7.
           05                PIC X(14) VALUE 'TOTAL GENERAL '.
           05                PIC X(12) VALUE '   REPORTE :'.
           05 ED-L7-REPORTE  PIC Z(6)9,99 VALUE ZEROES.
           05                PIC X(10) VALUE '   PERDU :'.
           05 ED-L7-PERDU    PIC Z(6)9,99 VALUE ZEROES.

       01  L8.
           05                PIC X(16) VALUE 'SOLDES CLOS :   '.
           05 ED-L8-CLOS     PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(16) VALUE '   DEJA CLOS :  '.
           05 ED-L8-DEJA     PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(22) VALUE '   SOLDES NEGATIFS :  '.
           05 ED-L8-NEGATIFS PIC ZZZZ9 VALUE ZEROES.

       LINKAGE SECTION.
       01  PARM-CONGCLO.
           05 PARM-LONGUEUR        PIC S9(4) COMP.
           05 PARM-DONNEES.
              10 PARM-ANNEE        PIC X(4).
              10 PARM-PLAFOND      PIC X(2).

       PROCEDURE DIVISION USING PARM-CONGCLO.
             MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE
             MOVE WS-HORODATAGE(1:14)   TO WS-OPS-DEBUT

      *LECTURE DU PARM DE LA JCL : PARM('AAAA') OBLIGATOIRE (ANNEE A
      *CLORE, PASSEE EN JANVIER APRES LA DERNIERE ACQUISITION DE
      *DECEMBRE), SUIVI DU PLAFOND DE REPORT NN FACULTATIF.
             IF PARM-LONGUEUR < 4 OR PARM-ANNEE NOT NUMERIC
                DISPLAY 'PARM ABSENT OU ERRONE, ATTENDU : '
                        'PARMS(''AAAA'') OU PARMS(''AAAANN'')'
                PERFORM FIN
             END-IF
             IF PARM-LONGUEUR >= 6
                IF PARM-PLAFOND NOT NUMERIC
                   DISPLAY 'PLAFOND DE REPORT NON NUMERIQUE : '
                           PARM-PLAFOND
                   PERFORM FIN
                END-IF
                MOVE PARM-PLAFOND TO WS-PLAFOND
             END-IF
             MOVE PARM-ANNEE TO WS-ANNEE
             MOVE PARM-ANNEE TO WS-ANNEE-SUIV-N
             ADD 1 TO WS-ANNEE-SUIV-N
             MOVE WS-ANNEE-SUIV-N TO WS-ANNEE-SUIV

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
                   MOVE ZEROES  TO WS-REPORTE-NOD WS-PERDU-NOD
                END-IF
                PERFORM CLOTURE-SOLDE
                PERFORM LECTURE-SUIVANTE
             END-PERFORM
             IF WS-NOD-COURANT NOT = SPACES
                PERFORM EDITION-SOUS-TOTAL
             END-IF

      *--> 3- FERMETURE DU CURSEUR (CLOSE)
             EXEC SQL CLOSE LISTSOLDE END-EXEC

      *ECRITURE DU TOTAL GENERAL ET DES COMPTEURS DU TRAITEMENT
             MOVE WS-REPORTE-TOT TO ED-L7-REPORTE
             MOVE WS-PERDU-TOT   TO ED-L7-PERDU
             MOVE L7  TO LIG-EDIT
             MOVE '0' TO CAR-SAUT
             WRITE ENR-EDIT
             MOVE WS-NB-CLOS     TO ED-L8-CLOS
             MOVE WS-NB-DEJA     TO ED-L8-DEJA
             MOVE WS-NB-NEGATIFS TO ED-L8-NEGATIFS
             MOVE L8  TO LIG-EDIT
             MOVE '0' TO CAR-SAUT
             WRITE ENR-EDIT

             CLOSE EDIT
      *UN SOLDE NEGATIF (CONGES PRIS AU-DELA DES DROITS, SAISIS AVANT
      *LE CONTROLE DU SOLDE) DONNE LE CODE CONDITION AVERTISSEMENT
             IF WS-NB-NEGATIFS NOT = ZEROES
                MOVE 4 TO WS-CODE-RETOUR
             END-IF
             PERFORM TERMINAISON
             .

      *LECTURE D'UNE LIGNE SUIVANTE DU CURSEUR
       LECTURE-SUIVANTE.
             EXEC SQL
                FETCH LISTSOLDE
                INTO :HVE-NOD, :HVK-MAT, :HVE-NOM, :HVE-STA,
                     :HVK-RELIQ, :HVK-ACQUIS, :HVK-PRIS, :HVK-CLOTURE
             END-EXEC
             IF SQLCODE NOT = ZEROES AND SQLCODE NOT = +100
                DISPLAY 'ERREUR FETCH LISTSOLDE : ' SQLCODE
                PERFORM FIN
             END-IF
             .

      *CLOTURE DU SOLDE COURANT : RELIQUAT = RELIQ + ACQUIS - PRIS
      *(RAMENE A ZERO S'IL EST NEGATIF), REPORTE AU PLUS A HAUTEUR DU
      *PLAFOND - RIEN POUR UN PARTANT -, LE SURPLUS EST PERDU. LA LIGNE
      *DE L'ANNEE EST MARQUEE CLOSE AVEC SES JOURS PERDUS, LE REPORT
      *EST PORTE SUR LA LIGNE DE L'ANNEE SUIVANTE.
       CLOTURE-SOLDE.
             MOVE SPACES TO WS-OBSERVATION
             MOVE ZEROES TO WS-REPORTE WS-PERDU
             COMPUTE WS-RELIQUAT = HVK-RELIQ + HVK-ACQUIS - HVK-PRIS
             IF HVK-CLOTURE = 'O'
                MOVE 'ANNEE DEJA CLOSE' TO WS-OBSERVATION
                ADD 1 TO WS-NB-DEJA
             ELSE
                IF WS-RELIQUAT < ZEROES
                   MOVE 'SOLDE NEGATIF, RAMENE A ZERO'
                     TO WS-OBSERVATION
                   ADD 1 TO WS-NB-NEGATIFS
                ELSE
                   IF HVE-STA = 'P'
                      MOVE WS-RELIQUAT TO WS-PERDU
                      MOVE 'PARTI, SOLDE DE TOUT COMPTE'
                        TO WS-OBSERVATION
                   ELSE
                      IF WS-RELIQUAT > WS-PLAFOND
                         MOVE WS-PLAFOND TO WS-REPORTE
                         COMPUTE WS-PERDU = WS-RELIQUAT - WS-PLAFOND
                      ELSE
                         MOVE WS-RELIQUAT TO WS-REPORTE
                      END-IF
                   END-IF
                END-IF
                PERFORM MISE-A-JOUR-SOLDES
                ADD 1 TO WS-NB-CLOS
                ADD WS-REPORTE TO WS-REPORTE-NOD WS-REPORTE-TOT
                ADD WS-PERDU   TO WS-PERDU-NOD   WS-PERDU-TOT
             END-IF
             PERFORM EDITION-LIGNE-SOLDE
             .

      *MARQUAGE DE LA LIGNE DE L'ANNEE CLOSE (JOURS PERDUS, CLOTURE =
      *'O') PUIS REPORT SUR LA LIGNE DE L'ANNEE SUIVANTE : CREEE SI
      *L'ACQUISITION DE JANVIER N'EST PAS ENCORE PASSEE, MISE A JOUR
      *SINON (LE REPORT N'EST POSE QU'UNE FOIS, L'ANNEE ETANT CLOSE).
      *HVK-RELIQ GARDE LE RELIQUAT DE L'ANNEE CLOSE POUR L'EDITION.
       MISE-A-JOUR-SOLDES.
             MOVE WS-ANNEE TO HVK-ANNEE
             MOVE WS-PERDU TO HVK-EXPIRE
             EXEC SQL
                UPDATE SOLDECP
                   SET EXPIRE   = :HVK-EXPIRE,
                       CLOTURE  = 'O',
                       HORODATE = CURRENT TIMESTAMP
                 WHERE MAT   = :HVK-MAT
                   AND ANNEE = :HVK-ANNEE
             END-EXEC
             IF SQLCODE NOT = ZEROES
                DISPLAY 'ERREUR UPDATE SOLDECP, MAT ' HVK-MAT
                        ' : ' SQLCODE
                PERFORM FIN
             END-IF
             IF WS-REPORTE > ZEROES
                MOVE WS-ANNEE-SUIV TO HVK-ANNEE
                EXEC SQL
                   UPDATE SOLDECP
                      SET RELIQ    = :WS-REPORTE,
                          HORODATE = CURRENT TIMESTAMP
                    WHERE MAT   = :HVK-MAT
                      AND ANNEE = :HVK-ANNEE
                END-EXEC
                IF SQLCODE = +100
                   EXEC SQL
                      INSERT INTO SOLDECP
                         (MAT, ANNEE, RELIQ, ACQUIS, PRIS, EXPIRE,
                          DERACQ, CLOTURE, HORODATE)
                      VALUES (:HVK-MAT, :HVK-ANNEE, :WS-REPORTE, 0,
                              0, 0, ' ', 'N', CURRENT TIMESTAMP)
                   END-EXEC
                END-IF
                IF SQLCODE NOT = ZEROES
                   DISPLAY 'ERREUR REPORT SOLDECP, MAT ' HVK-MAT
                           ' : ' SQLCODE
                   PERFORM FIN
                END-IF
             END-IF
             .

      *EDITE LA LIGNE DU SOLDE COURANT (COMPOSANTES, RELIQUAT, REPORT
      *ET PERTE, OBSERVATION)
       EDITION-LIGNE-SOLDE.
             MOVE HVE-NOD        TO ED-L5-NOD
             MOVE HVK-MAT        TO ED-L5-MAT
             MOVE HVE-NOM        TO ED-L5-NOM
             MOVE HVE-STA        TO ED-L5-STA
             MOVE HVK-RELIQ      TO ED-L5-RELIQ
             MOVE HVK-ACQUIS     TO ED-L5-ACQUIS
             MOVE HVK-PRIS       TO ED-L5-PRIS
             MOVE WS-RELIQUAT    TO ED-L5-SOLDE
             MOVE WS-REPORTE     TO ED-L5-REPORTE
             MOVE WS-PERDU       TO ED-L5-PERDU
             MOVE WS-OBSERVATION TO ED-L5-OBS
             MOVE L5  TO LIG-EDIT
             MOVE ' ' TO CAR-SAUT
             WRITE ENR-EDIT
             ADD 1 TO WS-OPS-ECRITS
             .

      *EDITE LE SOUS-TOTAL DES REPORTS ET PERTES DU DEPARTEMENT QUI SE
      *TERMINE
       EDITION-SOUS-TOTAL.
             MOVE WS-NOD-COURANT TO ED-L6-NOD
             MOVE WS-REPORTE-NOD TO ED-L6-REPORTE
             MOVE WS-PERDU-NOD   TO ED-L6-PERDU
             MOVE L6  TO LIG-EDIT
             MOVE ' ' TO CAR-SAUT
             WRITE ENR-EDIT
             .

      *ECRITURE DE L'ENTETE DU RAPPORT (L1 A L4, AVEC L'ANNEE ET LE
      *PLAFOND DU PARM)
       ECRITURE-ENTETE.
             MOVE '1'  TO CAR-SAUT
             MOVE L1   TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE ' '  TO CAR-SAUT
             MOVE L2   TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE WS-ANNEE      TO ED-L2A-ANNEE
             MOVE WS-ANNEE-SUIV TO ED-L2A-SUIV
             MOVE WS-PLAFOND    TO ED-L2A-PLAFOND
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
             MOVE 'CONGCLO ' TO OPS-PROGRAMME
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

//API7CC JOB NOTIFY=&SYSUID,CLASS=A,MSGCLASS=H
//*
//PROCLIB  JCLLIB ORDER=SDJ.FORM.PROCLIB
//*
//         SET SYSUID=API7
//         NOMPGM:CONGCLO
//*
//APPROC   EXEC COMPDB2
//STEPDB2.SYSLIB   DD DSN=API7.SOURCE.DCLGEN,DISP=SHR
//                 DD DSN=API7.SOURCE.COPY,DISP=SHR
//STEPDB2.SYSIN    DD DSN=API7.SOURCE.DB2(CONGCLO),DISP=SHR
//STEPDB2.DBRMLIB DD DSN=API7.SOURCE.DBRMLIB(CONGCLO),DISP=SHR
//STEPLNK.SYSLMOD  DD DSN=API7.SOURCE.PGMLIB(CONGCLO),DISP=SHR
//*
//*--- CHAINE DE JANVIER, APRES L'ACQUISITION DE DECEMBRE (CONGACQ) ---
//STEPRUN  EXEC PGM=IKJEFT01,COND=(4,LT)
//STEPLIB  DD DSN=API7.SOURCE.PGMLIB,DISP=SHR
//OPSLOG   DD DSN=API7.OPSLOG,DISP=MOD
//EDIT     DD  DSN=API7.CONGCLO,DISP=(,CATLG,DELETE),
//         DCB=(DSORG=PS,RECFM=FB,LRECL=133),
//         SPACE=(TRK,(1))
//SYSOUT   DD  SYSOUT=*,OUTLIM=1000
//SYSTSPRT DD  SYSOUT=*,OUTLIM=2500
//SYSTSIN  DD  *
  DSN SYSTEM (DSN1)
  RUN PROGRAM(CONGCLO) PLAN (CONGCLO) PARMS('202605')
//



      ********************************************************************#
      *                          FICHIER D'EDITION                        #
      ********************************************************************#
      *1                              CLOTURE ANNUELLE DES CONGES PAYES
      *                               ----------------------------------
      *0ANNEE : 2026   REPORT SUR L'ANNEE : 2027   PLAFOND DE REPORT :  5 JOURS
      *0NOD   MAT      NOM               STA    RELIQ   ACQUIS     PRIS     SOLDE   REPORT    PERDU   OBSERVATION
      * ---   ------   ---------------   ---   ------   ------   ------   -------   ------   ------   ------------------------------
      * P02   030      BARI                A     3,00    24,96    20,00     7,96      5,00     2,96
      * P02   050      CICS                P     2,00    18,02    10,00    10,02      0,00    10,02   PARTI, SOLDE DE TOUT COMPTE
      * P02   912004   DURAND              A     0,00     6,93     0,00     6,93      5,00     1,93
      * SOUS-TOTAL P02   REPORTE :    10,00   PERDU :    14,91
      *0TOTAL GENERAL    REPORTE :      10,00   PERDU :      14,91
      *0SOLDES CLOS :       3   DEJA CLOS :      0   SOLDES NEGATIFS :      0
      *********************************** BOTTOM OF DATA *********************************
