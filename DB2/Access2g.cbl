      ********************************************************************************************************************#
      *  ÉNONCÉ : Développement de l'accesseur ACCESS2G à la table DB2 REPRISE (point de reprise des traitements de     #
      *           mise à jour en lot - une ligne par programme). Le point de reprise est écrit dans la même unité de     #
      *           travail que les mises à jour qu'il couvre, juste avant la validation ACCESS2 'V' : la validation      #
      *           rend définitifs ensemble les mises à jour et le point de reprise, une annulation (ACCESS2 'N' ou      #
      *           abend) les défait ensemble. Une reprise ne peut donc ni réappliquer un enregistrement déjà validé     #
      *           ni en sauter un qui ne l'est pas.                                                                     #
      ********************************************************************************************************************#

      *PROGRAMMES APPELANTS : HIRELOAD, DEPARTS, TRANSFER, ABSLOAD, SALREV (MODE 'M') ET PURGEEMP (MODE 'M')

      *Description de la zone de communication : voir copy PACCESSEUR.
      *Valeurs possibles de PCODE-FONC :
      *  'L' lecture du point de reprise du programme PPROGRAMME (erreur 75 s'il n'y en a pas : exécution normale)
      *  'E' écriture du point de reprise (remplacement du précédent ou création) - SANS validation : l'appelant
      *      enchaîne ACCESS2 'V', qui valide le point de reprise avec les mises à jour de l'intervalle
      *  'S' suppression du point de reprise en fin normale (sans erreur s'il n'y en a pas), validée de même par
      *      le 'V' final de l'appelant
      *Pas de contrôle d'habilitation ni de trace d'audit : la table ne porte aucune donnée de gestion, seulement
      *la position des traitements dont chaque mise à jour est contrôlée et tracée par son propre accesseur.
      *LE PCODE-RET CORRESPOND AU N° D'ERREUR (MEME TABLE QUE ACCESS2, VOIR ACCESS2 OU CI-DESSOUS).

      ********************************************************************#
      *                         TABLE DES ERREURS                         #
      ********************************************************************#
      *Num   Libellé
      *1    CODE FONCTION ERRONE
      *20   PROBLEME SUR TABLE
      *74   PROGRAMME DU POINT DE REPRISE NON RENSEIGNE
      *75   POINT DE REPRISE INEXISTANT

      ********************************************************************#
      *                        PROGRAMME PRINCIPAL                        #
      ********************************************************************#

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS2G.
       AUTHOR. SV.
       DATE-WRITTEN. 15/10/26.
      ******************************************************************
      * BUT : ACCESSEUR DE LA TABLE DB2 REPRISE                        *
      * 261015 : CREATION DU PROGRAMME                                 *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *COPY DES DECLARATIONS DE LA TABLE REPRISE
           EXEC SQL INCLUDE REPRISE  END-EXEC.
      *COPY DES HOST VARIABLES DE LA TABLE REPRISE
           EXEC SQL INCLUDE REPRISE2 END-EXEC.
      *COPY DES ZONES UTILES A DB2
           EXEC SQL INCLUDE SQLCA    END-EXEC.

       LINKAGE SECTION.
           COPY PACCESSEUR.

       PROCEDURE DIVISION USING PACCESSEUR.
       0-MAINLINE.
             MOVE ZEROES TO PCODE-RET
             MOVE SPACES TO PLIBERR
             IF PPROGRAMME = SPACES
                MOVE 74 TO PCODE-RET
             ELSE
                EVALUATE PCODE-FONC
                   WHEN 'L'
                      PERFORM LECTURE-REPRISE
                         THRU LECTURE-REPRISE-EXIT
                   WHEN 'E'
                      PERFORM ECRITURE-REPRISE
                         THRU ECRITURE-REPRISE-EXIT
                   WHEN 'S'
                      PERFORM SUPPRESSION-REPRISE
                         THRU SUPPRESSION-REPRISE-EXIT
                   WHEN OTHER
                      MOVE 1 TO PCODE-RET
                END-EVALUATE
             END-IF
             IF PCODE-RET NOT = ZEROES
                PERFORM LIBELLE-ERREUR
             END-IF
             GOBACK
             .

      *LECTURE DU POINT DE REPRISE DU PROGRAMME PPROGRAMME - L'ABSENCE
      *DE LIGNE (ERREUR 75) SIGNIFIE QUE L'EXECUTION PRECEDENTE S'EST
      *TERMINEE NORMALEMENT (OU N'A RIEN VALIDE) : PAS DE REPRISE.
       LECTURE-REPRISE.
             MOVE PPROGRAMME TO HVP-PROGRAMME
             EXEC SQL
                SELECT NBAPPL, CLE, CPT1, CPT2, CPT3, CPT4, CPT5,
                       HORODATE
                  INTO :HVP-NBAPPL, :HVP-CLE, :HVP-CPT1, :HVP-CPT2,
                       :HVP-CPT3, :HVP-CPT4, :HVP-CPT5, :HVP-HORODATE
                  FROM REPRISE
                 WHERE PROGRAMME = :HVP-PROGRAMME
             END-EXEC
             EVALUATE SQLCODE
                WHEN ZEROES
                   MOVE HVP-NBAPPL   TO PNB-APPLIQUES
                   MOVE HVP-CLE      TO PCLE
                   MOVE HVP-CPT1     TO PCOMPTEUR (1)
                   MOVE HVP-CPT2     TO PCOMPTEUR (2)
                   MOVE HVP-CPT3     TO PCOMPTEUR (3)
                   MOVE HVP-CPT4     TO PCOMPTEUR (4)
                   MOVE HVP-CPT5     TO PCOMPTEUR (5)
                   MOVE HVP-HORODATE TO PHORODATE
                WHEN +100
                   MOVE 75 TO PCODE-RET
                WHEN OTHER
                   MOVE 20 TO PCODE-RET
             END-EVALUATE
             .
       LECTURE-REPRISE-EXIT.
             EXIT
             .

      *ECRITURE DU POINT DE REPRISE : MISE A JOUR DE LA LIGNE DU
      *PROGRAMME, CREEE SI ELLE N'EXISTE PAS ENCORE (PREMIER INTERVALLE
      *DE L'EXECUTION). AUCUNE VALIDATION ICI : LE POINT DE REPRISE
      *N'EST DEFINITIF QU'AVEC LE 'V' QUI VALIDE LES MISES A JOUR.
       ECRITURE-REPRISE.
             MOVE PPROGRAMME    TO HVP-PROGRAMME
             MOVE PNB-APPLIQUES TO HVP-NBAPPL
             MOVE PCLE          TO HVP-CLE
             MOVE PCOMPTEUR (1) TO HVP-CPT1
             MOVE PCOMPTEUR (2) TO HVP-CPT2
             MOVE PCOMPTEUR (3) TO HVP-CPT3
             MOVE PCOMPTEUR (4) TO HVP-CPT4
             MOVE PCOMPTEUR (5) TO HVP-CPT5
             EXEC SQL
                UPDATE REPRISE
                   SET NBAPPL = :HVP-NBAPPL, CLE = :HVP-CLE,
                       CPT1 = :HVP-CPT1, CPT2 = :HVP-CPT2,
                       CPT3 = :HVP-CPT3, CPT4 = :HVP-CPT4,
                       CPT5 = :HVP-CPT5,
                       HORODATE = CURRENT TIMESTAMP
                 WHERE PROGRAMME = :HVP-PROGRAMME
             END-EXEC
             IF SQLCODE = +100
                EXEC SQL
                   INSERT INTO REPRISE
                      (PROGRAMME, NBAPPL, CLE, CPT1, CPT2, CPT3, CPT4,
                       CPT5, HORODATE)
                   VALUES (:HVP-PROGRAMME, :HVP-NBAPPL, :HVP-CLE,
                           :HVP-CPT1, :HVP-CPT2, :HVP-CPT3, :HVP-CPT4,
                           :HVP-CPT5, CURRENT TIMESTAMP)
                END-EXEC
             END-IF
             IF SQLCODE NOT = ZEROES
                MOVE 20 TO PCODE-RET
                GO TO ECRITURE-REPRISE-EXIT
             END-IF
             .
       ECRITURE-REPRISE-EXIT.
             EXIT
             .

      *SUPPRESSION DU POINT DE REPRISE EN FIN NORMALE (LE PROCHAIN
      *PASSAGE REPART DU DEBUT) - UNE LIGNE ABSENTE N'EST PAS UNE
      *ERREUR (EXECUTION PLUS COURTE QU'UN INTERVALLE).
       SUPPRESSION-REPRISE.
             MOVE PPROGRAMME TO HVP-PROGRAMME
             EXEC SQL
                DELETE FROM REPRISE
                 WHERE PROGRAMME = :HVP-PROGRAMME
             END-EXEC
             IF SQLCODE NOT = ZEROES AND SQLCODE NOT = +100
                MOVE 20 TO PCODE-RET
                GO TO SUPPRESSION-REPRISE-EXIT
             END-IF
             .
       SUPPRESSION-REPRISE-EXIT.
             EXIT
             .

      *TRADUCTION DU CODE RETOUR EN LIBELLE D'ERREUR (VOIR TABLE
      *DES ERREURS EN TETE DE PROGRAMME)
       LIBELLE-ERREUR.
             EVALUATE PCODE-RET
                WHEN  1 MOVE 'CODE FONCTION ERRONE' TO PLIBERR
                WHEN 20 MOVE 'PROBLEME SUR TABLE' TO PLIBERR
                WHEN 74
                   MOVE 'PROGRAMME DU POINT DE REPRISE NON RENSEIGNE'
                      TO PLIBERR
                WHEN 75
                   MOVE 'POINT DE REPRISE INEXISTANT' TO PLIBERR
                WHEN OTHER MOVE 'ERREUR INCONNUE' TO PLIBERR
             END-EVALUATE
             .



      ********************************************************************#
      *                        JCL D'INSTALLATION                         #
      ********************************************************************#
      * JOB DE DEPLOIEMENT A PASSER UNE SEULE FOIS AVEC CETTE VERSION :
      * CREATION DE LA TABLE REPRISE (UNE LIGNE PAR PROGRAMME, PRESENTE
      * PENDANT SON EXECUTION PUIS, APRES UNE FIN ANORMALE, JUSQU'A SA
      * REPRISE).
      *
      *//API7RP JOB NOTIFY=&SYSUID,CLASS=A,MSGCLASS=H
      *//REPRISE  EXEC PGM=IKJEFT01
      *//SYSTSPRT DD SYSOUT=*
      *//SYSPRINT DD SYSOUT=*
      *//SYSTSIN  DD *
      *  DSN SYSTEM (DSN1)
      *  RUN PROGRAM(DSNTEP2) PLAN(DSNTEP2)
      *//SYSIN    DD *
      *  CREATE TABLE REPRISE
      *  ( PROGRAMME CHAR(8)       NOT NULL,
      *    NBAPPL    DECIMAL(7, 0) NOT NULL,
      *    CLE       CHAR(21)      NOT NULL,
      *    CPT1      DECIMAL(7, 0) NOT NULL,
      *    CPT2      DECIMAL(7, 0) NOT NULL,
      *    CPT3      DECIMAL(7, 0) NOT NULL,
      *    CPT4      DECIMAL(7, 0) NOT NULL,
      *    CPT5      DECIMAL(7, 0) NOT NULL,
      *    HORODATE  TIMESTAMP     NOT NULL );
      *  CREATE UNIQUE INDEX XREPRIS1 ON REPRISE (PROGRAMME);
      *  COMMIT;
