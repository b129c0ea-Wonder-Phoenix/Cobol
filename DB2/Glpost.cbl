      *       DETAILS ET LE TOTAL. LES DEPARTEMENTS SANS CORRESPONDANCE *
      *       GLMAP SORTENT SUR LE RAPPORT D'EXCEPTIONS (CODE 4).       *
      *  260902 : CREATION DU PROGRAMME                                *
      *  261015 : ELEMENT 'HEU' PAR DEPARTEMENT : HEURES VARIABLES     *
      *           APPROUVEES DU MOIS (TABLE HEURES) VALORISEES AU TAUX *
      *           HORAIRE DE L'EMPLOYE AVEC LA MAJORATION DU TYPE,     *
      *           SUR LE COMPTE CPTHEU DE LA TABLE GLMAP               *
      *  261015 : HEURES 'HEU' SELECTIONNEES SUR LEUR PERIODE D'EXTRAC-*
      *           TION DE PAIE (PEREXT, RATTACHEES PAR PAYEXT) ET NON  *
      *           PLUS SUR LE MOIS DU JOUR : LA COMPTABILITE PASSE LES *
      *           HEURES QUE LA PAIE A REGLEES (PAYEXT DU MOIS AVANT)  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           EXEC SQL INCLUDE DEPARTEMENT2 END-EXEC.
           EXEC SQL INCLUDE GLMAP        END-EXEC.
           EXEC SQL INCLUDE GLMAP2       END-EXEC.
           EXEC SQL INCLUDE HEURES       END-EXEC.
           EXEC SQL INCLUDE HEURES2      END-EXEC.
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      *PERIODE EMISE (PARM AAAAMM, DEFAUT = MOIS COURANT)
       01  WS-TOT-SAL        PIC S9(9)V99 COMP-3.
       01  WS-TOT-COM        PIC S9(9)V99 COMP-3.

      *HEURES VARIABLES APPROUVEES DU MOIS DU DEPARTEMENT COURANT,
      *VALORISEES : SALAIRE MENSUEL / DUREE MENSUELLE LEGALE = TAUX
      *HORAIRE, MAJORE SELON LE TYPE ('S' SUPPLEMENTAIRES, 'N' NUIT,
      *'D' DIMANCHE OU FERIE) - LES HEURES SONT SELECTIONNEES SUR LA
      *PERIODE D'EXTRACTION DE PAIE A LAQUELLE PAYEXT LES A RATTACHEES
       01  WS-TOT-HEU        PIC S9(9)V99 COMP-3.
       01  WS-DUREE-MOIS     PIC S9(3)V99 COMP-3 VALUE 151,67.
       01  WS-MAJ-SUP        PIC S9(1)V99 COMP-3 VALUE 1,25.
       01  WS-MAJ-NUIT       PIC S9(1)V99 COMP-3 VALUE 1,50.
       01  WS-MAJ-DIM        PIC S9(1)V99 COMP-3 VALUE 2,00.
       01  WS-SEL-PEREXT     PIC X(6)     VALUE SPACES.

      *CURSEUR DES DEPARTEMENTS
           EXEC SQL DECLARE LISTDEP-GL CURSOR FOR
            SELECT NOD, NDE
                        SQLCODE
                PERFORM FIN
             END-IF
      *HEURES VARIABLES APPROUVEES PAYEES AVEC L'EXTRACTION DU MOIS
      *(Y COMPRIS LES HEURES DES MOIS PRECEDENTS APPROUVEES APRES LEUR
      *EXTRACTION), PARTANTS COMPRIS (LEURS DERNIERES HEURES SONT
      *PAYEES AVEC LA DERNIERE PAIE)
             MOVE WS-PERIODE TO WS-SEL-PEREXT
             EXEC SQL
                SELECT VALUE(SUM(H.NBHEU * E.SAL / :WS-DUREE-MOIS
                                 * CASE H.TYPHEU
                                      WHEN 'S' THEN :WS-MAJ-SUP
                                      WHEN 'N' THEN :WS-MAJ-NUIT
                                      ELSE :WS-MAJ-DIM
                                   END), 0)
                  INTO :WS-TOT-HEU
                  FROM HEURES H, EMPLOYE E
                 WHERE E.NOD = :HVD-NOD
                   AND H.MAT = E.MAT
                   AND H.STATUT = 'A'
                   AND H.PEREXT = :WS-SEL-PEREXT
             END-EXEC
             IF SQLCODE NOT = ZEROES
                DISPLAY 'ERREUR CUMUL HEURES, NOD ' HVD-NOD ' : '
                        SQLCODE
                PERFORM FIN
             END-IF
             MOVE HVD-NOD TO HVL-NOD
             EXEC SQL
                SELECT CENTRE, CPTSAL, CPTCOM, CPTPRI, CPTHEU
                  INTO :HVL-CENTRE, :HVL-CPTSAL, :HVL-CPTCOM,
                       :HVL-CPTPRI, :HVL-CPTHEU
                  FROM GLMAP
                 WHERE NOD = :HVL-NOD
             END-EXEC
                   MOVE WS-TOT-COM TO ED-GL-MONTANT
                   PERFORM ECRITURE-ELEMENT-COM
                END-IF
                IF WS-TOT-HEU > ZEROES
                   MOVE WS-TOT-HEU TO ED-GL-MONTANT
                   PERFORM ECRITURE-ELEMENT-HEU
                END-IF
                IF WS-PER-MOIS = 12
                   PERFORM RECHERCHE-PRIMES-NOD
                   IF WS-PRIME-NOD > ZEROES
             ADD WS-TOT-COM TO WS-TOT-ECRITURES
             .

      *ECRITURE COMPTABLE DES HEURES VARIABLES DU DEPARTEMENT COURANT
       ECRITURE-ELEMENT-HEU.
             MOVE SPACES TO WS-ENR
             STRING '2;' HVL-CENTRE ';' HVL-CPTHEU ';' WS-PERIODE
                    ';HEU;' ED-GL-MONTANT
                DELIMITED BY SIZE INTO WS-ENR
             PERFORM ECRITURE-DETAIL
             ADD WS-TOT-HEU TO WS-TOT-ECRITURES
             .

      *ECRITURE COMPTABLE DES PRIMES DE DECEMBRE DU DEPARTEMENT
       ECRITURE-ELEMENT-PRI.
             MOVE SPACES TO WS-ENR
      *    ('P02', 'CC0200', '64110000', '64120000', '64130000',
      *     CURRENT TIMESTAMP);
      *  COMMIT;
      *
      * JOB A PASSER UNE SEULE FOIS AVEC LA VERSION DU 15/10/26 :
      * AJOUT DU COMPTE DES HEURES VARIABLES (ELEMENT 'HEU') A LA TABLE
      * GLMAP, INITIALISE SUR LE COMPTE COMMUN DES HEURES - LA
      * COMPTABILITE AJUSTE ENSUITE PAR SPUFI SI BESOIN.
      *
      *//API7GH JOB NOTIFY=&SYSUID,CLASS=A,MSGCLASS=H
      *//CPTHEU   EXEC PGM=IKJEFT01
      *//SYSTSPRT DD SYSOUT=*
      *//SYSPRINT DD SYSOUT=*
      *//SYSTSIN  DD *
      *  DSN SYSTEM (DSN1)
      *  RUN PROGRAM(DSNTEP2) PLAN(DSNTEP2)
      *//SYSIN    DD *
      *  ALTER TABLE GLMAP
      *    ADD COLUMN CPTHEU CHAR(8) NOT NULL WITH DEFAULT;
      *  UPDATE GLMAP SET CPTHEU = '64140000';
      *  COMMIT;



//STEPLNK.SYSLMOD  DD DSN=API7.SOURCE.PGMLIB(GLPOST),DISP=SHR
//*
//*--- PRIMES : FICHIER BONUS EN DECEMBRE, DUMMY LES AUTRES MOIS ---
//*--- A PASSER APRES L'EXTRACTION PAYEXT DU MOIS (ELLE RATTACHE  ---
//*--- AU MOIS LES HEURES PAYEES, QUE L'ELEMENT HEU REPREND)      ---
//STEPRUN  EXEC PGM=IKJEFT01,COND=(4,LT)
//STEPLIB  DD DSN=API7.SOURCE.PGMLIB,DISP=SHR
//OPSLOG   DD DSN=API7.OPSLOG,DISP=MOD
      *1;202612;20261231
      *2;CC0100;64110000;202612;SAL;000024100,50
      *2;CC0100;64120000;202612;COM;000003500,00
      *2;CC0100;64140000;202612;HEU;000000082,40
      *2;CC0100;64130000;202612;PRI;000001057,04
      *2;CC0200;64110000;202612;SAL;000025000,00
      *2;CC0200;64120000;202612;COM;000007401,00
      *2;CC0200;64130000;202612;PRI;000001160,00
      *9;0000007;00000062300,94
      *********************************** BOTTOM OF DATA *********************************
