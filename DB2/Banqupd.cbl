      ********************************************************************#
      *  ÉNONCÉ : Transaction CICS en ligne pour interroger et maintenir  #
      *           les coordonnées bancaires de l'employé (table BANQUE)   #
      *           sur le modèle de COORUPD, construite sur ACCESS2F :     #
      *           écran MAPQ (saisie du matricule, identité lue par       #
      *           ACCESS2 'L') puis écran MAPV (saisie IBAN/BIC/titulaire #
      *           et code action C/M/S, maintenance via ACCESS2F avec le  #
      *           contrôle de clé de l'IBAN et le verrou optimiste sur    #
      *           RHORODATE) - plus de formulaire papier au bureau de     #
      *           paie à chaque embauche.                                 #
      ********************************************************************#

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANQUPD.
       AUTHOR. SV.
       DATE-WRITTEN. 15/10/26.
      ******************************************************************
      * BUT : TRANSACTION CICS PSEUDO-CONVERSATIONNELLE D'INTERROGATION*
      *       ET DE MAINTENANCE EN LIGNE DES COORDONNEES BANCAIRES DE  *
      *       L'EMPLOYE. L'ECRAN MAPQ ENVELOPPE ACCESS2 'L' (IDENTITE) *
      *       ET ACCESS2F 'L' (COORDONNEES BANCAIRES), L'ECRAN MAPV    *
      *       ENVELOPPE LES RCODE-FONC = 'C'/'M'/'S' (VERROU OPTIMISTE *
      *       SUR RHORODATE POUR LA MODIFICATION). UN MATRICULE SANS   *
      *       COORDONNEES BANCAIRES OUVRE MAPV EN CREATION.            *
      *  261015 : CREATION DU PROGRAMME                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *NOM DU MAPSET ET DES DEUX MAPPES DE LA TRANSACTION
       01  WS-MAPSET          PIC X(8) VALUE 'BANQUPD'.
       01  WS-MAPQ            PIC X(8) VALUE 'MAPQ'.
       01  WS-MAPV            PIC X(8) VALUE 'MAPV'.

       01  ACCESS2            PIC X(8) VALUE 'ACCESS2'.
       01  ACCESS2F           PIC X(8) VALUE 'ACCESS2F'.

      *ZONE DE COMMUNICATION AVEC L'ACCESSEUR DE LA TABLE EMPLOYE
      *(IDENTITE DE L'EMPLOYE AFFICHEE SUR MAPV)
           COPY ZACCESSEUR.

      *ZONE DE COMMUNICATION AVEC L'ACCESSEUR DE LA TABLE BANQUE
           COPY RACCESSEUR.

      *MAPPE SYMBOLIQUE DE LA TRANSACTION (MAPQI/MAPQO/MAPVI/MAPVO)
           COPY BANQUPD.

      *VALEUR SYMBOLIQUE DE LA TOUCHE PF3 (NORMALEMENT FOURNIE PAR LE
      *COPY SYSTEME DFHAID)
       01  DFHPF3             PIC X VALUE X'07'.

      *EIBCALEN/EIBAID SONT NORMALEMENT INSERES PAR LE TRADUCTEUR CICS
      *(DFHEIBLK) ; DECLARES ICI FAUTE DE PRECOMPILATEUR CICS DANS LA
      *CHAINE DE COMPILATION DE CE POSTE.
       01  EIBCALEN           PIC S9(4) COMP.
       01  EIBAID             PIC X.

      *IDENTITE DE L'OPERATEUR AU TERMINAL (EXEC CICS ASSIGN USERID),
      *PORTEE DANS RUTILISATEUR POUR L'HABILITATION ET L'AUDIT
       01  WS-UTILISATEUR     PIC X(8) VALUE SPACES.

      *SAUVEGARDE DU MATRICULE DE LA COMMAREA PENDANT L'INITIALIZE DE
      *LA RELECTURE SUR ERREUR 21 (VERROU OPTIMISTE)
       01  WS-MAT-SAUVE       PIC X(6) VALUE SPACES.

      *MESSAGES D'EXPLOITATION DE LA TRANSACTION
       01  WS-MSG-SAISIR-MAT  PIC X(50) VALUE
               'ENTREZ LE MATRICULE DE L''EMPLOYE'.
       01  WS-MSG-CREATION    PIC X(50) VALUE
               'PAS DE COORDONNEES BANCAIRES - SAISIR (ACTION C)'.
       01  WS-MSG-MAJ-OK      PIC X(50) VALUE
               'OPERATION EFFECTUEE - PF3 POUR QUITTER'.
       01  WS-MSG-MAJ-REFUSEE PIC X(50) VALUE
               'ENREGISTREMENT MODIFIE DEPUIS LA LECTURE - RELIRE'.
       01  WS-MSG-ACTION-ERR  PIC X(50) VALUE
               'CODE ACTION ERRONE (C, M OU S)'.
       01  WS-MSG-MAJ-ERREUR  PIC X(50) VALUE SPACES.

      *ETAT DE L'IBAN AFFICHE A COTE DES COORDONNEES (RIBAN-VALIDE
      *RENVOYE PAR ACCESS2F : UNE LIGNE CHARGEE HORS ACCESSEUR PEUT
      *PORTER UN IBAN FAUX, A CORRIGER PAR UNE MODIFICATION)
       01  WS-LIB-IBAN-OK     PIC X(20) VALUE 'IBAN CONTROLE'.
       01  WS-LIB-IBAN-KO     PIC X(20) VALUE 'IBAN A CORRIGER'.

      *ZONE DE COMMAREA POUR CONSERVER RACCESSEUR ET LE NOM DE
      *L'EMPLOYE ENTRE LES DEUX ECRANS DE LA CONVERSATION
      *PSEUDO-CONVERSATIONNELLE
       01  WS-COMMAREA.
           05 CA-ECRAN        PIC X.
              88 CA-ECRAN-MAPQ      VALUE '1'.
              88 CA-ECRAN-MAPV      VALUE '2'.
           05 CA-RACCESSEUR   PIC X(169).
           05 CA-NOM-EMPLOYE  PIC X(15).

       LINKAGE SECTION.
       01  DFHCOMMAREA        PIC X(185).

       PROCEDURE DIVISION.
      *--> 1- PREMIER APPEL DE LA TRANSACTION : ON AFFICHE L'ECRAN DE
      *       SAISIE DU MATRICULE (MAPQ)
             IF EIBCALEN = ZEROES
                PERFORM AFFICHAGE-MAPQ-VIDE
                EXEC CICS RETURN
                     TRANSID('BANQ')
                     COMMAREA(WS-COMMAREA)
                END-EXEC
             END-IF

      *--> 2- RETOUR DE L'UTILISATEUR : ON RECUPERE LA COMMAREA POUR
      *       SAVOIR QUEL ECRAN ETAIT AFFICHE
             MOVE DFHCOMMAREA TO WS-COMMAREA

             IF EIBAID = DFHPF3
                EXEC CICS RETURN END-EXEC
             END-IF

             EVALUATE TRUE
                WHEN CA-ECRAN-MAPQ
                   PERFORM TRAITEMENT-ECRAN-MAPQ
                WHEN CA-ECRAN-MAPV
                   PERFORM TRAITEMENT-ECRAN-MAPV
             END-EVALUATE

             EXEC CICS RETURN
                  TRANSID('BANQ')
                  COMMAREA(WS-COMMAREA)
             END-EXEC
             .

      *AFFICHE L'ECRAN MAPQ VIDE AVEC LE MESSAGE D'ACCUEIL, AU TOUT
      *PREMIER APPEL DE LA TRANSACTION.
       AFFICHAGE-MAPQ-VIDE.
             MOVE SPACES   TO MAPQO
             MOVE WS-MSG-SAISIR-MAT TO QMSGO
             EXEC CICS SEND MAP(WS-MAPQ)
                            MAPSET(WS-MAPSET)
                            ERASE
             END-EXEC
             SET CA-ECRAN-MAPQ TO TRUE
             .

      *TRAITE LE RETOUR DE L'ECRAN MAPQ : L'EMPLOYE EST LU PAR ACCESS2
      *'L' (SON IDENTITE EST AFFICHEE SUR MAPV), PUIS SES COORDONNEES
      *BANCAIRES PAR ACCESS2F 'L' - UN MATRICULE SANS COORDONNEES
      *BANCAIRES OUVRE MAPV EN CREATION (ZONES VIDES).
       TRAITEMENT-ECRAN-MAPQ.
             EXEC CICS RECEIVE MAP(WS-MAPQ)
                               MAPSET(WS-MAPSET)
                               INTO(MAPQI)
             END-EXEC

             INITIALIZE ZACCESSEUR
             MOVE 'L'   TO ZCODE-FONC
             MOVE QMATI TO ZMAT
             CALL ACCESS2 USING ZACCESSEUR
             IF ZCODE-RET NOT = ZEROES
                MOVE SPACES  TO MAPQO
                MOVE QMATI   TO QMATO
                MOVE ZLIBERR TO QMSGO
                EXEC CICS SEND MAP(WS-MAPQ)
                               MAPSET(WS-MAPSET)
                               ERASE
                END-EXEC
                SET CA-ECRAN-MAPQ TO TRUE
             ELSE
                MOVE ZNOM TO CA-NOM-EMPLOYE
                INITIALIZE RACCESSEUR
                MOVE 'L'   TO RCODE-FONC
                MOVE QMATI TO RMAT
                CALL ACCESS2F USING RACCESSEUR
                EVALUATE RCODE-RET
                   WHEN ZEROES
                      MOVE SPACES TO WS-MSG-MAJ-ERREUR
                      PERFORM AFFICHAGE-MAPV
                   WHEN 62
      *PAS ENCORE DE COORDONNEES BANCAIRES POUR CE MATRICULE : L'ECRAN
      *DE MAINTENANCE S'OUVRE EN CREATION
                      MOVE WS-MSG-CREATION TO WS-MSG-MAJ-ERREUR
                      PERFORM AFFICHAGE-MAPV
                   WHEN OTHER
                      MOVE SPACES  TO MAPQO
                      MOVE QMATI   TO QMATO
                      MOVE RLIBERR TO QMSGO
                      EXEC CICS SEND MAP(WS-MAPQ)
                                     MAPSET(WS-MAPSET)
                                     ERASE
                      END-EXEC
                      SET CA-ECRAN-MAPQ TO TRUE
                END-EVALUATE
             END-IF
             .

      *TRAITE LE RETOUR DE L'ECRAN MAPV : APPLIQUE L'ACTION SAISIE
      *(C/M/S) PAR ACCESS2F, LE VERROU OPTIMISTE SUR RHORODATE VENANT
      *DE LA LECTURE PRECEDENTE CONSERVEE EN COMMAREA, PUIS REAFFICHE
      *L'ECRAN AVEC LE RESULTAT (LIBELLE PRECIS SUR UN IBAN REFUSE).
       TRAITEMENT-ECRAN-MAPV.
             EXEC CICS RECEIVE MAP(WS-MAPV)
                               MAPSET(WS-MAPSET)
                               INTO(MAPVI)
             END-EXEC

             MOVE CA-RACCESSEUR TO RACCESSEUR
             EXEC CICS ASSIGN USERID(WS-UTILISATEUR) END-EXEC
             MOVE WS-UTILISATEUR TO RUTILISATEUR
             EVALUATE VACTI
                WHEN 'C'
      *LE MATRICULE VIENT DE LA COMMAREA (SAISI SUR MAPQ ET CONSERVE
      *DANS RMAT), PAS DE L'ECRAN MAPV
                   MOVE 'C'   TO RCODE-FONC
                   PERFORM REPORT-SAISIE-MAPV
                   CALL ACCESS2F USING RACCESSEUR
                   PERFORM RESULTAT-MAINTENANCE
                WHEN 'M'
                   MOVE 'M'   TO RCODE-FONC
                   PERFORM REPORT-SAISIE-MAPV
                   CALL ACCESS2F USING RACCESSEUR
                   PERFORM RESULTAT-MAINTENANCE
                WHEN 'S'
                   MOVE 'S'   TO RCODE-FONC
                   CALL ACCESS2F USING RACCESSEUR
                   PERFORM RESULTAT-MAINTENANCE
                WHEN OTHER
                   MOVE WS-MSG-ACTION-ERR TO WS-MSG-MAJ-ERREUR
                   PERFORM AFFICHAGE-MAPV
             END-EVALUATE
             .

      *REPORTE LES ZONES SAISIES SUR MAPV DANS RACCESSEUR
       REPORT-SAISIE-MAPV.
             MOVE VIBANI TO RIBAN
             MOVE VBICI  TO RBIC
             MOVE VTITI  TO RTITULAIRE
             .

      *ANALYSE LE CODE RETOUR DE LA MAINTENANCE ET PREPARE LE MESSAGE
      *A AFFICHER - L'ERREUR 21 (VERROU OPTIMISTE) PROVOQUE UNE
      *RELECTURE 'L' POUR RAFRAICHIR RHORODATE ET LES VALEURS
      *COURANTES AVANT UNE NOUVELLE TENTATIVE, COMME DANS COORUPD.
       RESULTAT-MAINTENANCE.
             EVALUATE RCODE-RET
                WHEN ZEROES
                   MOVE RACCESSEUR TO CA-RACCESSEUR
                   MOVE WS-MSG-MAJ-OK TO WS-MSG-MAJ-ERREUR
                WHEN 21
      *LA RELECTURE REPART DU MATRICULE DE LA COMMAREA (RMAT), PAS DE
      *L'ECRAN : LA ZONE EST SAUVEGARDEE AVANT L'INITIALIZE QUI
      *L'EFFACERAIT
                   MOVE RMAT TO WS-MAT-SAUVE
                   INITIALIZE RACCESSEUR
                   MOVE 'L'          TO RCODE-FONC
                   MOVE WS-MAT-SAUVE TO RMAT
                   CALL ACCESS2F USING RACCESSEUR
                   MOVE RACCESSEUR TO CA-RACCESSEUR
                   MOVE WS-MSG-MAJ-REFUSEE TO WS-MSG-MAJ-ERREUR
                WHEN OTHER
                   MOVE RLIBERR TO WS-MSG-MAJ-ERREUR
             END-EVALUATE
             PERFORM AFFICHAGE-MAPV
             .

      *AFFICHE L'ECRAN MAPV AVEC LES VALEURS COURANTES DE RACCESSEUR,
      *L'IDENTITE DE L'EMPLOYE, L'ETAT DE L'IBAN ET LE MESSAGE PREPARE
      *PAR LE TRAITEMENT.
       AFFICHAGE-MAPV.
             MOVE RACCESSEUR TO CA-RACCESSEUR
             MOVE SPACES TO MAPVO
             MOVE RMAT           TO VMATO
             MOVE CA-NOM-EMPLOYE TO VNOMCO
             MOVE RIBAN          TO VIBANO
             MOVE RBIC           TO VBICO
             MOVE RTITULAIRE     TO VTITO
             IF RIBAN NOT = SPACES
                IF RIBAN-VALIDE = 'O'
                   MOVE WS-LIB-IBAN-OK TO VVALO
                ELSE
                   MOVE WS-LIB-IBAN-KO TO VVALO
                END-IF
             END-IF
             MOVE WS-MSG-MAJ-ERREUR TO VMSGO
             EXEC CICS SEND MAP(WS-MAPV)
                            MAPSET(WS-MAPSET)
                            ERASE
             END-EXEC
             SET CA-ECRAN-MAPV TO TRUE
             .



      ********************************************************************#
      *                         JCL D'INSTALLATION                        #
      ********************************************************************#

--- DEFINITION CICS (RDO) DE LA TRANSACTION ET DU PROGRAMME -----
  DEFINE TRANSACTION(BANQ) GROUP(API7)
         PROGRAM(BANQUPD) TASKDATALOC(ANY)
  DEFINE PROGRAM(BANQUPD) GROUP(API7)
         LANGUAGE(COBOL) CEDF(YES)
  DEFINE MAPSET(BANQUPD) GROUP(API7)

//API7BU JOB NOTIFY=&SYSUID,CLASS=A,MSGCLASS=H
//*
//PROCLIB  JCLLIB ORDER=SDJ.FORM.PROCLIB
//*
//         SET SYSUID=API7
//         NOMPGM:BANQUPD
//*
//APPROC   EXEC COMPDB2
//STEPDB2.SYSLIB   DD DSN=API7.SOURCE.DCLGEN,DISP=SHR
//                 DD DSN=API7.SOURCE.COPY,DISP=SHR
//STEPDB2.SYSIN    DD DSN=API7.SOURCE.DB2(BANQUPD),DISP=SHR
//STEPDB2.DBRMLIB DD DSN=API7.SOURCE.DBRMLIB(BANQUPD),DISP=SHR
//STEPLNK.SYSLMOD  DD DSN=API7.SOURCE.PGMLIB(BANQUPD),DISP=SHR
//



      ********************************************************************#
      *                          ECRANS DE LA TRANSACTION                 #
      ********************************************************************#
      *MAPQ :
      * ENTREZ LE MATRICULE DE L'EMPLOYE
      * MAT : ______
      *
      *MAPV (APRES PF-ENTREE SUR MAPQ, MAT = 030) :
      * MAT : 030      NOM : BARI
      * IBAN : FR7630006000011234567890189          IBAN CONTROLE
      * BIC  : AGRIFRPP     TITULAIRE : MME BARI SOPHIE
      * ACTION (C/M/S) : M
      * OPERATION EFFECTUEE - PF3 POUR QUITTER
      *********************************** BOTTOM OF DATA *********************************
