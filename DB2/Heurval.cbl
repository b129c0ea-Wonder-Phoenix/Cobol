      ********************************************************************#
      *  ÉNONCÉ : Approbation des heures variables par les chefs de       #
      *           département : chaque carte porte le matricule du chef   #
      *           (valideur), la ligne d'heures visée (matricule, jour,   #
      *           type) et la décision 'A' approuvée ou 'R' refusée,      #
      *           appliquée par la fonction 'V' d'ACCESS2E (seul le chef  #
      *           du département de l'employé, ou celui du département    #
      *           parent pour un chef, peut décider). Le traitement édite #
      *           les décisions avec les cartes rejetées, puis la liste   #
      *           des heures restant en attente par département, qui      #
      *           sert de support aux chefs pour le passage suivant.      #
      ********************************************************************#

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HEURVAL.
       AUTHOR. SV.
       DATE-WRITTEN. 15/10/26.
      ******************************************************************
      * BUT : APPLIQUER LES CARTES DE DECISION DES CHEFS (ACCESS2E 'V') *
      *       ET EDITER LES DECISIONS ET LES CARTES REJETEES, PUIS LES  *
      *       HEURES ENCORE EN ATTENTE ('S') PAR DEPARTEMENT AVEC LE    *
      *       CHEF VALIDEUR ET LE SOUS-TOTAL DES HEURES EN ATTENTE      *
      *       (LECTURE SEULE PAR CURSEUR, COMME ABSRPT).                *
      *  261015 : CREATION DU PROGRAMME                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *DECLARATION DU FICHIER DES CARTES DE DECISION
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
      *CARTE DE DECISION : MATRICULE DU CHEF VALIDEUR EN 1-6,
      *MATRICULE DE L'EMPLOYE EN 8-13, JOUR EN 15-22 (AAAAMMJJ), TYPE
      *D'HEURES EN 24, DECISION EN 26 ('A' APPROUVEE, 'R' REFUSEE).
       01  ENR-CARTE.
           05 CAR-CHEF       PIC X(6).
           05                PIC X.
           05 CAR-MAT        PIC X(6).
           05                PIC X.
           05 CAR-JOUR       PIC X(8).
           05                PIC X.
           05 CAR-TYPE       PIC X.
           05                PIC X.
           05 CAR-DECISION   PIC X.
           05                PIC X(54).

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

      *COPY DES DECLARATIONS ET HOST-VARIABLES DES TABLES (LISTE DES
      *HEURES EN ATTENTE, LECTURE SEULE PAR CURSEUR)
           EXEC SQL INCLUDE HEURES       END-EXEC.
           EXEC SQL INCLUDE HEURES2      END-EXEC.
           EXEC SQL INCLUDE EMPLOYE      END-EXEC.
           EXEC SQL INCLUDE EMPLOYE2     END-EXEC.
           EXEC SQL INCLUDE DEPARTEMENT  END-EXEC.
           EXEC SQL INCLUDE DEPARTEMENT2 END-EXEC.
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      *ZONE DE COMMUNICATION AVEC L'ACCESSEUR DE LA TABLE HEURES
           COPY HACCESSEUR.

       01  ACCESS2E          PIC X(8) VALUE 'ACCESS2E'.

      *COMPTEURS DU TRAITEMENT
       01  WS-NB-CARTES      PIC 9(5) COMP VALUE ZEROES.
       01  WS-NB-APPROUVEES  PIC 9(5) COMP VALUE ZEROES.
       01  WS-NB-REFUSEES    PIC 9(5) COMP VALUE ZEROES.
       01  WS-NB-REJETS      PIC 9(5) COMP VALUE ZEROES.
       01  WS-NB-ATTENTE     PIC 9(5) COMP VALUE ZEROES.

      *RUPTURE SUR LE DEPARTEMENT (CURSEUR TRIE SUR NOD) ET CUMULS DES
      *HEURES EN ATTENTE
       01  WS-NOD-COURANT    PIC X(3)           VALUE SPACES.
       01  WS-HEU-NOD        PIC S9(5)V99 COMP-3 VALUE ZEROES.
       01  WS-HEU-TOT        PIC S9(7)V99 COMP-3 VALUE ZEROES.

      *CURSEUR DES HEURES EN ATTENTE D'APPROBATION, JOINTES A
      *L'EMPLOYE ET A SON DEPARTEMENT (CHEF), TRIE SUR NOD, MAT, JOUR
           EXEC SQL DECLARE LISTATT CURSOR FOR
            SELECT E.NOD, D.CHE, H.MAT, E.NOM, H.DATJOUR, H.TYPHEU,
                   H.NBHEU
            FROM HEURES H, EMPLOYE E, DEPARTEMENT D
            WHERE H.STATUT = 'S'
              AND H.MAT = E.MAT
              AND E.NOD = D.NOD
            ORDER BY E.NOD, H.MAT, H.DATJOUR, H.TYPHEU
           END-EXEC

      *LIGNES D'EDITION - 1ERE PARTIE : DECISIONS DES CHEFS
       01  L1.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(30) VALUE
                                 'APPROBATION DES HEURES'.
       01  L2.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(30) VALUE ALL '-'.

       01  L3.
           05                PIC X(06) VALUE 'CHEF'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE 'MAT'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(04) VALUE 'TYPE'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE 'JOUR'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE 'HEURES'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(08) VALUE 'DECISION'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(20) VALUE 'OBSERVATION'.

       01  L4.
           05                PIC X(06) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(04) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(08) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(20) VALUE ALL '-'.

       01  L5.
           05 ED-L5-CHEF     PIC X(06) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-MAT      PIC X(06) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-TYPE     PIC X(04) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-JOUR     PIC X(10) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-HEURES   PIC X(06) VALUE SPACES.
           05 ED-L5-HEURES-N REDEFINES ED-L5-HEURES
                             PIC ZZ9,99.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-DECISION PIC X(08) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-OBS      PIC X(50) VALUE SPACES.

       01  L6.
           05                PIC X(14) VALUE 'CARTES LUES : '.
           05 ED-L6-CARTES   PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(16) VALUE '   APPROUVEES : '.
           05 ED-L6-APPROUV  PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(14) VALUE '   REFUSEES : '.
           05 ED-L6-REFUS    PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(12) VALUE '   REJETS : '.
           05 ED-L6-REJETS   PIC ZZZZ9 VALUE ZEROES.

      *LIGNES D'EDITION - 2EME PARTIE : HEURES EN ATTENTE
       01  L7.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(35) VALUE
                                 'HEURES EN ATTENTE D''APPROBATION'.
       01  L8.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(35) VALUE ALL '-'.

       01  L9.
           05                PIC X(03) VALUE 'NOD'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE 'CHEF'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE 'MAT'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(15) VALUE 'NOM'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE 'JOUR'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(04) VALUE 'TYPE'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE 'HEURES'.

       01  L10.
           05                PIC X(03) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(15) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(04) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE ALL '-'.

       01  L11.
           05 ED-L11-NOD     PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L11-CHEF    PIC X(06) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L11-MAT     PIC X(06) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L11-NOM     PIC X(15) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L11-JOUR    PIC X(10) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L11-TYPE    PIC X(04) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L11-HEURES  PIC ZZ9,99 VALUE ZEROES.

       01  L12.
           05                PIC X(11) VALUE 'SOUS-TOTAL'.
           05 ED-L12-NOD     PIC X(03) VALUE SPACES.
           05                PIC X(54) VALUE SPACES.
           05 ED-L12-HEURES  PIC Z(4)9,99 VALUE ZEROES.

       01  L13.
           05                PIC X(17) VALUE 'LIGNES EN ATTENTE'.
           05                PIC X(03) VALUE ' : '.
           05 ED-L13-NB      PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(43) VALUE SPACES.
           05 ED-L13-HEURES  PIC Z(6)9,99 VALUE ZEROES.

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

      *--> 1- BOUCLE SUR LES CARTES DE DECISION
             READ CARTES
             PERFORM UNTIL FS-CARTES NOT = ZEROES
                ADD 1 TO WS-NB-CARTES
                PERFORM TRAITEMENT-CARTE
                READ CARTES
             END-PERFORM
             CLOSE CARTES

             MOVE WS-NB-CARTES     TO ED-L6-CARTES
             MOVE WS-NB-APPROUVEES TO ED-L6-APPROUV
             MOVE WS-NB-REFUSEES   TO ED-L6-REFUS
             MOVE WS-NB-REJETS     TO ED-L6-REJETS
             MOVE L6  TO LIG-EDIT
             MOVE '0' TO CAR-SAUT
             WRITE ENR-EDIT

      *--> 2- LISTE DES HEURES RESTANT EN ATTENTE, PAR DEPARTEMENT
             PERFORM ECRITURE-ENTETE-ATTENTE
             EXEC SQL OPEN LISTATT END-EXEC
             IF SQLCODE NOT = ZEROES
                DISPLAY 'ERREUR OPEN LISTATT : ' SQLCODE
                PERFORM FIN
             END-IF
             PERFORM LECTURE-SUIVANTE
             PERFORM UNTIL SQLCODE = +100
                IF HVE-NOD NOT = WS-NOD-COURANT
                   IF WS-NOD-COURANT NOT = SPACES
                      PERFORM EDITION-SOUS-TOTAL
                   END-IF
                   MOVE HVE-NOD TO WS-NOD-COURANT
                   MOVE ZEROES  TO WS-HEU-NOD
                END-IF
                PERFORM EDITION-LIGNE-ATTENTE
                PERFORM LECTURE-SUIVANTE
             END-PERFORM
             IF WS-NOD-COURANT NOT = SPACES
                PERFORM EDITION-SOUS-TOTAL
             END-IF
             EXEC SQL CLOSE LISTATT END-EXEC

             MOVE WS-NB-ATTENTE TO ED-L13-NB
             MOVE WS-HEU-TOT    TO ED-L13-HEURES
             MOVE L13 TO LIG-EDIT
             MOVE '0' TO CAR-SAUT
             WRITE ENR-EDIT

             CLOSE EDIT
             MOVE WS-NB-CARTES TO WS-OPS-LUS
             COMPUTE WS-OPS-ECRITS = WS-NB-APPROUVEES + WS-NB-REFUSEES
      *LES CARTES REJETEES DONNENT LE CODE CONDITION AVERTISSEMENT
             IF WS-NB-REJETS NOT = ZEROES
                MOVE 4 TO WS-CODE-RETOUR
             END-IF
             PERFORM TERMINAISON
             .

      *TRAITE UNE CARTE DE DECISION : VALIDATION 'V' PAR ACCESS2E -
      *L'ACCESSEUR CONTROLE LA LIGNE VISEE (ERREURS 8, 48, 51, 52), LA
      *DECISION (54) ET QUE LE VALIDEUR EST BIEN LE CHEF DE L'EMPLOYE
      *(53, REFUS TRACE EN AUDIT).
       TRAITEMENT-CARTE.
             INITIALIZE HACCESSEUR
             MOVE 'V'          TO HCODE-FONC
             MOVE CAR-MAT      TO HMAT
             MOVE CAR-JOUR     TO HDATJOUR
             MOVE CAR-TYPE     TO HTYPHEU
             MOVE CAR-DECISION TO HSTATUT
             MOVE CAR-CHEF     TO HVALIDEUR
             MOVE 'HEURVAL'    TO HUTILISATEUR
             CALL ACCESS2E USING HACCESSEUR
             IF HCODE-RET NOT = ZEROES
                ADD 1 TO WS-NB-REJETS
                MOVE SPACES  TO ED-L5-HEURES
                MOVE HLIBERR TO ED-L5-OBS
             ELSE
                IF HSTATUT-APPROUVE
                   ADD 1 TO WS-NB-APPROUVEES
                ELSE
                   ADD 1 TO WS-NB-REFUSEES
                END-IF
                MOVE HNBHEU TO ED-L5-HEURES-N
                MOVE SPACES TO ED-L5-OBS
             END-IF
             PERFORM EDITION-LIGNE-DECISION
             .

      *EDITE LA LIGNE DE LA CARTE DE DECISION (HEURES ET OBSERVATION
      *POSEES PAR L'APPELANT SELON LE RESULTAT)
       EDITION-LIGNE-DECISION.
             MOVE CAR-CHEF TO ED-L5-CHEF
             MOVE CAR-MAT  TO ED-L5-MAT
             MOVE CAR-TYPE TO ED-L5-TYPE
             MOVE SPACES   TO ED-L5-JOUR
             STRING CAR-JOUR(1:4) '-' CAR-JOUR(5:2) '-' CAR-JOUR(7:2)
                DELIMITED BY SIZE INTO ED-L5-JOUR
             EVALUATE CAR-DECISION
                WHEN 'A'   MOVE 'APPROUVE' TO ED-L5-DECISION
                WHEN 'R'   MOVE 'REFUSE'   TO ED-L5-DECISION
                WHEN OTHER MOVE CAR-DECISION TO ED-L5-DECISION
             END-EVALUATE
             MOVE L5  TO LIG-EDIT
             MOVE ' ' TO CAR-SAUT
             WRITE ENR-EDIT
             .

      *LECTURE D'UNE LIGNE SUIVANTE DU CURSEUR DES HEURES EN ATTENTE
       LECTURE-SUIVANTE.
             EXEC SQL
                FETCH LISTATT
                INTO :HVE-NOD, :HVD-CHE, :HVT-MAT, :HVE-NOM,
                     :HVT-DATJOUR, :HVT-TYPHEU, :HVT-NBHEU
             END-EXEC
             IF SQLCODE NOT = ZEROES AND SQLCODE NOT = +100
                DISPLAY 'ERREUR FETCH LISTATT : ' SQLCODE
                PERFORM FIN
             END-IF
             .

      *EDITE LA LIGNE D'HEURES EN ATTENTE ET CUMULE LE DEPARTEMENT
       EDITION-LIGNE-ATTENTE.
             ADD 1 TO WS-NB-ATTENTE
             ADD HVT-NBHEU TO WS-HEU-NOD WS-HEU-TOT
             MOVE HVE-NOD     TO ED-L11-NOD
             MOVE HVD-CHE     TO ED-L11-CHEF
             MOVE HVT-MAT     TO ED-L11-MAT
             MOVE HVE-NOM     TO ED-L11-NOM
             MOVE HVT-DATJOUR TO ED-L11-JOUR
             MOVE HVT-TYPHEU  TO ED-L11-TYPE
             MOVE HVT-NBHEU   TO ED-L11-HEURES
             MOVE L11 TO LIG-EDIT
             MOVE ' ' TO CAR-SAUT
             WRITE ENR-EDIT
             .

      *EDITE LE SOUS-TOTAL DES HEURES EN ATTENTE DU DEPARTEMENT
       EDITION-SOUS-TOTAL.
             MOVE WS-NOD-COURANT TO ED-L12-NOD
             MOVE WS-HEU-NOD     TO ED-L12-HEURES
             MOVE L12 TO LIG-EDIT
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

      *ECRITURE DE L'ENTETE DE LA LISTE DES HEURES EN ATTENTE (NOUVELLE
      *PAGE, L7 A L10)
       ECRITURE-ENTETE-ATTENTE.
             MOVE '1'  TO CAR-SAUT
             MOVE L7   TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE ' '  TO CAR-SAUT
             MOVE L8   TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE '0'  TO CAR-SAUT
             MOVE L9   TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE ' '  TO CAR-SAUT
             MOVE L10  TO LIG-EDIT
             WRITE ENR-EDIT
             .

      *ECRITURE DE L'ENREGISTREMENT DE SUIVI D'EXPLOITATION (JOURNAL
      *COMMUN DE LA CHAINE BATCH) PUIS POSITIONNEMENT DU CODE
      *CONDITION FINAL (0 = NORMAL, 4 = EXCEPTIONS, 12 = ABANDON).
       TERMINAISON.
             MOVE 'HEURVAL ' TO OPS-PROGRAMME
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

//API7HV JOB NOTIFY=&SYSUID,CLASS=A,MSGCLASS=H
//*
//PROCLIB  JCLLIB ORDER=SDJ.FORM.PROCLIB
//*
//         SET SYSUID=API7
//         NOMPGM:HEURVAL
//*
//APPROC   EXEC COMPDB2
//STEPDB2.SYSLIB   DD DSN=API7.SOURCE.DCLGEN,DISP=SHR
//                 DD DSN=API7.SOURCE.COPY,DISP=SHR
//STEPDB2.SYSIN    DD DSN=API7.SOURCE.DB2(HEURVAL),DISP=SHR
//STEPDB2.DBRMLIB DD DSN=API7.SOURCE.DBRMLIB(HEURVAL),DISP=SHR
//STEPLNK.SYSLMOD  DD DSN=API7.SOURCE.PGMLIB(HEURVAL),DISP=SHR
//*
//*--- CARTES : DECISIONS DES CHEFS (CHEF MAT JOUR TYPE A/R)      ---
//*--- SANS CARTE, LE TRAVAIL EDITE SEULEMENT LES HEURES EN ATTENTE ---
//STEPRUN  EXEC PGM=IKJEFT01,COND=(4,LT)
//STEPLIB  DD DSN=API7.SOURCE.PGMLIB,DISP=SHR
//OPSLOG   DD DSN=API7.OPSLOG,DISP=MOD
//AUDIT    DD DSN=API7.AUDIT,DISP=MOD
//CARTES   DD  *
20     030    20261012 S A
20     030    20261013 N R
10     050    20261011 D A
//EDIT     DD  DSN=API7.HEURVAL,DISP=(,CATLG,DELETE),
//         DCB=(DSORG=PS,RECFM=FB,LRECL=133),
//         SPACE=(TRK,(1))
//SYSOUT   DD  SYSOUT=*,OUTLIM=1000
//SYSTSPRT DD  SYSOUT=*,OUTLIM=2500
//SYSTSIN  DD  *
  DSN SYSTEM (DSN1)
  RUN PROGRAM(HEURVAL) PLAN (HEURVAL)
//



      ********************************************************************#
      *                          FICHIER D'EDITION                        #
      ********************************************************************#
      *1                              APPROBATION DES HEURES
      *                               ------------------------------
      *0CHEF     MAT      TYPE   JOUR         HEURES   DECISION   OBSERVATION
      * ------   ------   ----   ----------   ------   --------   --------------------
      * 20       030      S      2026-10-12     2,50   APPROUVE
      * 20       030      N      2026-10-13     3,00   REFUSE
      * 10       050      D      2026-10-11            APPROUVE   VALIDEUR NON CHEF DU DEPARTEMENT DE L'EMPLOYE
      *0CARTES LUES :     3   APPROUVEES :     1   REFUSEES :     1   REJETS :     1
      *1                              HEURES EN ATTENTE D'APPROBATION
      *                               -----------------------------------
      *0NOD   CHEF     MAT      NOM               JOUR         TYPE   HEURES
      * ---   ------   ------   ---------------   ----------   ----   ------
      * P02   20       050      CICS              2026-10-11   D        7,00
      * SOUS-TOTAL P02                                                      7,00
      *0LIGNES EN ATTENTE :     1                                                 7,00
      *********************************** BOTTOM OF DATA *********************************
