      *       NN ANNEES DE RETENTION + MODE ('M' = MISE A JOUR, AUTRE   *
      *       = SIMULATION, LE MODE LE PLUS SUR ETANT LE DEFAUT).       *
      *  260902 : CREATION DU PROGRAMME                                *
      *  261015 : MODE 'M' : VALIDATION TOUS LES N CANDIDATS (CARTE     *
      *           CTLVAL, ACCESS2 'V') AVEC POINT DE REPRISE EN TABLE   *
      *           REPRISE (ACCESS2G) ECRIT DANS LA MEME UNITE DE        *
      *           TRAVAIL, ANNULATION (ACCESS2 'N') SUR FIN ANORMALE :  *
      *           UNE REPRISE SAUTE LES CANDIDATS JUSQU'AU DERNIER      *
      *           MATRICULE VALIDE, RECOPIE LES SEULS ENREGISTREMENTS   *
      *           VALIDES DE L'ARCHIVE ET DU RAPPORT INTERROMPUS        *
      *           (ARCHPREC, EDITPREC) ET EST SIGNALEE SUR LE RAPPORT   *
      *           ET DANS LE JOURNAL                                    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FS-ARCHIVE.
      *ARCHIVE DE L'EXECUTION INTERROMPUE, RELUE EN REPRISE POUR EN
      *RECOPIER LES ENREGISTREMENTS VALIDES (DUMMY HORS REPRISE)
           SELECT ARCHPREC ASSIGN TO ARCHPREC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FS-ARCHPREC.
      *DECLARATION DU FICHIER D'EDITION
           SELECT EDIT ASSIGN TO EDIT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FS-EDIT.
      *COMPTE-RENDU DE L'EXECUTION INTERROMPUE, RELU EN REPRISE POUR
      *EN RECOPIER LES LIGNES VALIDEES (DUMMY HORS REPRISE)
           SELECT EDITPREC ASSIGN TO EDITPREC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FS-EDITPREC.
      *CARTE DE CONTROLE DE L'INTERVALLE DE VALIDATION
           SELECT CTLVAL ASSIGN TO CTLVAL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FS-CTLVAL.
      *JOURNAL D'EXPLOITATION COMMUN DE LA CHAINE BATCH
           SELECT OPSLOG ASSIGN TO OPSLOG
                  ORGANIZATION IS SEQUENTIAL
      *(MAT;DATEFF;CDFONC;ANCSAL;ANCCOM;NOUSAL;NOUCOM)
       01  ENR-ARCHIVE       PIC X(132).

       FD  ARCHPREC RECORDING MODE IS F.
       01  ENR-ARCHPREC      PIC X(132).

       FD  EDIT RECORDING MODE IS F.
       01  ENR-EDIT.
           05 CAR-SAUT       PIC X.
           05 LIG-EDIT       PIC X(132).

       FD  EDITPREC RECORDING MODE IS F.
       01  ENR-EDITPREC      PIC X(133).

       FD  CTLVAL RECORDING MODE IS F.
           COPY CTLVAL.

       FD  OPSLOG RECORDING MODE IS F.
           COPY OPSLOG.

       WORKING-STORAGE SECTION.
      *FILE STATUS
       01  FS-ARCHIVE        PIC 99 VALUE ZEROES.
       01  FS-ARCHPREC       PIC 99 VALUE ZEROES.
       01  FS-EDIT           PIC 99 VALUE ZEROES.
       01  FS-EDITPREC       PIC 99 VALUE ZEROES.

      *SUIVI D'EXPLOITATION (JOURNAL COMMUN DE LA CHAINE BATCH)
       01  FS-OPSLOG         PIC 99    VALUE ZEROES.
       01  WS-OPS-ECRITS     PIC 9(7)  VALUE ZEROES.
       01  WS-CODE-RETOUR    PIC 99    VALUE ZEROES.

      *VALIDATION PAR INTERVALLES ET REPRISE : TOUS LES WS-INTERVALLE
      *ENREGISTREMENTS APPLIQUES (CARTE CTLVAL), ECRITURE DU POINT DE
      *REPRISE (TABLE REPRISE, ACCESS2G) PUIS VALIDATION ACCESS2 'V' DES
      *MISES A JOUR ET DU POINT DE REPRISE ENSEMBLE - UNE REPRISE SAUTE
      *LES WS-DEJA-APPLIQUES PREMIERS ENREGISTREMENTS, DEJA VALIDES
       01  FS-CTLVAL         PIC 99    VALUE ZEROES.
       01  WS-INTERVALLE     PIC 9(5)  COMP VALUE 100.
       01  WS-NB-DEPUIS-CKPT PIC 9(5)  COMP VALUE ZEROES.
       01  WS-DEJA-APPLIQUES PIC 9(7)  COMP VALUE ZEROES.
       01  WS-ENREG-REPRISE  PIC 9(7)  VALUE ZEROES.
       01  WS-CKPT-TROUVE    PIC X     VALUE 'N'.
           88 CKPT-TROUVE            VALUE 'O'.
      *LIGNES ECRITES SUR LE COMPTE-RENDU (PORTEES PAR LE POINT DE
      *REPRISE) ET LIGNES VALIDEES A RECOPIER EN REPRISE
       01  WS-NB-LIG-EDIT    PIC 9(7)  COMP VALUE ZEROES.
       01  WS-LIG-EDIT-VAL   PIC 9(7)  COMP VALUE ZEROES.
      *ENREGISTREMENTS ECRITS SUR L'ARCHIVE (PORTES PAR LE POINT DE
      *REPRISE) ET ENREGISTREMENTS VALIDES A RECOPIER EN REPRISE
       01  WS-NB-ENR-ARCH    PIC 9(7)  COMP VALUE ZEROES.
       01  WS-ENR-ARCH-VAL   PIC 9(7)  COMP VALUE ZEROES.
      *ZONE DE COMMUNICATION AVEC L'ACCESSEUR DE LA TABLE REPRISE
           COPY PACCESSEUR.
       01  ACCESS2G          PIC X(8) VALUE 'ACCESS2G'.

      *ZONE DE COMMUNICATION AVEC L'ACCESSEUR DE LA TABLE EMPLOYE
      *(LECTURE 'L' POUR L'ARCHIVE, PURGE 'Z' EN MODE MISE A JOUR)
           COPY ZACCESSEUR.
           05                PIC X(13) VALUE '   ERREURS : '.
           05 ED-L6-ERREURS  PIC ZZZZ9 VALUE ZEROES.


      *LIGNE DE REPRISE (EXECUTION REPARTIE DE SON POINT DE REPRISE)
       01  L7.
           05                PIC X(27) VALUE
                                 'REPRISE A L''ENREGISTREMENT '.
           05 ED-L7-ENREG    PIC ZZZZZZ9 VALUE ZEROES.
           05                PIC X(31) VALUE
                                 '   DEJA APPLIQUES ET VALIDES : '.
           05 ED-L7-DEJA     PIC ZZZZZZ9 VALUE ZEROES.

       LINKAGE SECTION.
       01  PARM-PURGEEMP.
           05 PARM-LONGUEUR        PIC S9(4) COMP.
                MOVE '28' TO WS-BUTOIR(9:2)
             END-IF

      *MODE 'M' : INTERVALLE DE VALIDATION ET POINT DE REPRISE D'UNE
      *PURGE INTERROMPUE (LA SIMULATION NE SUPPRIME RIEN ET N'A NI
      *VALIDATION NI REPRISE)
             IF MODE-MISE-A-JOUR
                PERFORM LECTURE-CTLVAL
                PERFORM LECTURE-CKPT
             END-IF
             IF CKPT-TROUVE
                MOVE WS-DEJA-APPLIQUES TO WS-OPS-LUS
             END-IF

      *OUVERTURE DES FICHIERS ET DE L'ENTETE - EN REPRISE, ARCHIVE ET
      *RAPPORT REPARTENT DES ENREGISTREMENTS VALIDES DE L'EXECUTION
      *INTERROMPUE
             IF MODE-MISE-A-JOUR
                OPEN OUTPUT ARCHIVE
                IF FS-ARCHIVE NOT = ZEROES
                   DISPLAY 'ERREUR OPEN ARCHIVE, FS : ' FS-ARCHIVE
                   PERFORM FIN
                END-IF
                IF CKPT-TROUVE
                   PERFORM RECOPIE-ARCHIVE
                END-IF
             END-IF
             OPEN OUTPUT EDIT
             IF FS-EDIT NOT = ZEROES
                DISPLAY 'ERREUR OPEN EDIT, FS : ' FS-EDIT
                PERFORM FIN
             END-IF
             IF CKPT-TROUVE
                PERFORM RECOPIE-EDIT
                PERFORM EDITION-REPRISE
             ELSE
                PERFORM ECRITURE-ENTETE
             END-IF

      *--> 1- COLLECTE DES CANDIDATS (LA PURGE NE SE FAIT PAS SOUS LE
      *       CURSEUR DE SELECTION OUVERT)
             EXEC SQL CLOSE LISTPURGE END-EXEC

      *--> 2- ARCHIVAGE (ET PURGE EN MODE MISE A JOUR) DE CHAQUE
      *       CANDIDAT COLLECTE - EN REPRISE, LES PARTANTS DEJA PURGES
      *       ONT DISPARU DE LA SELECTION MAIS LES REFUSES Y SONT
      *       ENCORE : LE SAUT SE FAIT DONC SUR LE MATRICULE (SELECTION
      *       PAR MATRICULE CROISSANT) ET NON SUR LE RANG
             PERFORM VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-NB-CAND
                IF NOT CKPT-TROUVE OR TC-MAT (WS-I) > PCLE
                   ADD 1 TO WS-OPS-LUS
                   PERFORM TRAITEMENT-CANDIDAT
                      THRU TRAITEMENT-CANDIDAT-FIN
                   IF MODE-MISE-A-JOUR
                      PERFORM POINT-DE-REPRISE
                   END-IF
                END-IF
             END-PERFORM

      *ECRITURE DU COMPTE-RENDU DU TRAITEMENT (CANDIDATS CUMULES
      *DEPUIS LE DEBUT DE LA PURGE EN CAS DE REPRISE)
             MOVE WS-OPS-LUS     TO ED-L6-CAND
             MOVE WS-NB-ARCHIVES TO ED-L6-ARCH
             MOVE WS-NB-ERREURS  TO ED-L6-ERREURS
             MOVE L6  TO LIG-EDIT
             MOVE '0' TO CAR-SAUT
             WRITE ENR-EDIT
             ADD 1 TO WS-NB-LIG-EDIT

             IF MODE-MISE-A-JOUR
                CLOSE ARCHIVE
             END-IF
             CLOSE EDIT
      *FIN NORMALE DU MODE 'M' : DERNIERE VALIDATION ET EFFACEMENT DU
      *POINT DE REPRISE
             IF MODE-MISE-A-JOUR
                PERFORM VALIDATION-FINALE
             END-IF
             MOVE WS-NB-ARCHIVES TO WS-OPS-ECRITS
      *LES PURGES REFUSEES (CHEF DE DEPARTEMENT, VERROUS) DONNENT LE
      *CODE CONDITION AVERTISSEMENT
                DELIMITED BY SIZE INTO WS-ENR
             MOVE WS-ENR TO ENR-ARCHIVE
             WRITE ENR-ARCHIVE
             ADD 1 TO WS-NB-ENR-ARCH
             .

      *ECRITURE DES ENREGISTREMENTS D'ARCHIVE 'H' DE TOUT
                   DELIMITED BY SIZE INTO WS-ENR
                MOVE WS-ENR TO ENR-ARCHIVE
                WRITE ENR-ARCHIVE
                ADD 1 TO WS-NB-ENR-ARCH
             END-IF
             .

             MOVE L5  TO LIG-EDIT
             MOVE ' ' TO CAR-SAUT
             WRITE ENR-EDIT
             ADD 1 TO WS-NB-LIG-EDIT
             .

      *ECRITURE DE L'ENTETE DU RAPPORT (L1 A L4, AVEC LE BUTOIR ET LE
             MOVE '1'  TO CAR-SAUT
             MOVE L1   TO LIG-EDIT
             WRITE ENR-EDIT
             ADD 1 TO WS-NB-LIG-EDIT
             MOVE ' '  TO CAR-SAUT
             MOVE L2   TO LIG-EDIT
             WRITE ENR-EDIT
             ADD 1 TO WS-NB-LIG-EDIT
             MOVE WS-ANNEES-RET TO ED-L2A-ANNEES
             MOVE WS-BUTOIR     TO ED-L2A-BUTOIR
             IF MODE-MISE-A-JOUR
             MOVE '0'  TO CAR-SAUT
             MOVE L2A  TO LIG-EDIT
             WRITE ENR-EDIT
             ADD 1 TO WS-NB-LIG-EDIT
             MOVE '0'  TO CAR-SAUT
             MOVE L3   TO LIG-EDIT
             WRITE ENR-EDIT
             ADD 1 TO WS-NB-LIG-EDIT
             MOVE ' '  TO CAR-SAUT
             MOVE L4   TO LIG-EDIT
             WRITE ENR-EDIT
             ADD 1 TO WS-NB-LIG-EDIT
             .

      *LECTURE DE LA CARTE DE CONTROLE CTLVAL : INTERVALLE DE
      *VALIDATION EN COLONNES 1-5 - CARTE ABSENTE, A BLANC OU A ZERO :
      *INTERVALLE PAR DEFAUT (100 ENREGISTREMENTS).
       LECTURE-CTLVAL.
             OPEN INPUT CTLVAL
             IF FS-CTLVAL = ZEROES
                READ CTLVAL
                IF FS-CTLVAL = ZEROES
                   IF CTV-INTERVALLE NUMERIC
                      AND CTV-INTERVALLE > ZEROES
                      MOVE CTV-INTERVALLE TO WS-INTERVALLE
                   END-IF
                END-IF
                CLOSE CTLVAL
             END-IF
             .

      *LECTURE DU POINT DE REPRISE (S'IL EXISTE) : LES ENREGISTREMENTS
      *DEJA APPLIQUES ET VALIDES SERONT SAUTES ET LES COMPTEURS DU
      *COMPTE-RENDU REPARTENT DE LEURS VALEURS A CE POINT. PAS DE
      *LIGNE EN TABLE (ERREUR 75) = PAS DE REPRISE ; TOUTE AUTRE
      *ERREUR ARRETE LE TRAITEMENT AVANT TOUTE MISE A JOUR.
       LECTURE-CKPT.
             MOVE 'N' TO WS-CKPT-TROUVE
             INITIALIZE PACCESSEUR
             MOVE 'L'        TO PCODE-FONC
             MOVE 'PURGEEMP' TO PPROGRAMME
             CALL ACCESS2G USING PACCESSEUR
             EVALUATE PCODE-RET
                WHEN ZEROES
                   MOVE 'O' TO WS-CKPT-TROUVE
                WHEN 75
                   CONTINUE
                WHEN OTHER
                   DISPLAY '--- ERR POINT DE REPRISE : ' PCODE-RET ' '
                           PLIBERR
                   PERFORM FIN
             END-EVALUATE
             IF CKPT-TROUVE
                MOVE PNB-APPLIQUES TO WS-DEJA-APPLIQUES
                MOVE PCOMPTEUR (4) TO WS-LIG-EDIT-VAL
                MOVE PCOMPTEUR (5) TO WS-ENR-ARCH-VAL
                COMPUTE WS-ENREG-REPRISE = PNB-APPLIQUES + 1
                MOVE PCOMPTEUR (1) TO WS-NB-ARCHIVES
                MOVE PCOMPTEUR (2) TO WS-NB-ERREURS
                DISPLAY 'REPRISE A L''ENREGISTREMENT ' WS-ENREG-REPRISE
                        ' (POINT DU ' PHORODATE ')'
             END-IF
             .

      *COMPTE L'ENREGISTREMENT QUI VIENT D'ETRE APPLIQUE ET, TOUS LES
      *WS-INTERVALLE ENREGISTREMENTS, ECRIT LE POINT DE REPRISE PUIS
      *VALIDE LE TRAVAIL (DANS CET ORDRE : LE POINT DE REPRISE EST
      *VALIDE OU ANNULE AVEC LES MISES A JOUR QU'IL COUVRE, UNE REPRISE
      *NE PEUT NI REAPPLIQUER UN ENREGISTREMENT VALIDE NI EN SAUTER UN
      *QUI NE L'EST PAS).
       POINT-DE-REPRISE.
             ADD 1 TO WS-NB-DEPUIS-CKPT
             IF WS-NB-DEPUIS-CKPT >= WS-INTERVALLE
                MOVE ZEROES TO WS-NB-DEPUIS-CKPT
                PERFORM ECRITURE-CKPT
                PERFORM VALIDATION-TRAVAIL
             END-IF
             .

      *VALIDATION (COMMIT) PAR L'ACCESSEUR DE TOUT CE QUI A ETE
      *APPLIQUE DEPUIS LA VALIDATION PRECEDENTE - UN ECHEC ARRETE LE
      *TRAITEMENT SANS DEPLACER LE POINT DE REPRISE.
       VALIDATION-TRAVAIL.
             INITIALIZE ZACCESSEUR
             MOVE 'V' TO ZCODE-FONC
             CALL ACCESS2 USING ZACCESSEUR
             IF ZCODE-RET NOT = ZEROES
                DISPLAY '--- ERR VALIDATION : ' ZCODE-RET ' ' ZLIBERR
                PERFORM FIN
             END-IF
             .

      *ANNULATION (ROLLBACK) PAR L'ACCESSEUR DE TOUT CE QUI A ETE
      *APPLIQUE DEPUIS LA DERNIERE VALIDATION, SUR FIN ANORMALE : SANS
      *ELLE L'ARRET DU PROGRAMME LE VALIDERAIT HORS POINT DE REPRISE.
      *UN ECHEC EST SEULEMENT SIGNALE (LE TRAITEMENT S'ARRETE DEJA).
       ANNULATION-TRAVAIL.
             INITIALIZE ZACCESSEUR
             MOVE 'N' TO ZCODE-FONC
             CALL ACCESS2 USING ZACCESSEUR
             IF ZCODE-RET NOT = ZEROES
                DISPLAY '--- ERR ANNULATION : ' ZCODE-RET ' ' ZLIBERR
             END-IF
             .

      *ECRITURE DU POINT DE REPRISE COURANT : NOMBRE D'ENREGISTREMENTS
      *APPLIQUES ET VALIDES, DERNIER MATRICULE CANDIDAT TRAITE
      *ET COMPTEURS DU COMPTE-RENDU A CE POINT
      *- LE 4E COMPTEUR PORTE LES LIGNES DEJA ECRITES AU COMPTE-RENDU,
      *LE 5E LES ENREGISTREMENTS DEJA ECRITS SUR L'ARCHIVE
       ECRITURE-CKPT.
             INITIALIZE PACCESSEUR
             MOVE 'E'               TO PCODE-FONC
             MOVE 'PURGEEMP'        TO PPROGRAMME
             MOVE WS-OPS-LUS        TO PNB-APPLIQUES
             MOVE TC-MAT (WS-I)     TO PCLE
             MOVE WS-NB-ARCHIVES    TO PCOMPTEUR (1)
             MOVE WS-NB-ERREURS     TO PCOMPTEUR (2)
             MOVE ZEROES            TO PCOMPTEUR (3)
             MOVE WS-NB-LIG-EDIT    TO PCOMPTEUR (4)
             MOVE WS-NB-ENR-ARCH    TO PCOMPTEUR (5)
             CALL ACCESS2G USING PACCESSEUR
             IF PCODE-RET NOT = ZEROES
                DISPLAY '--- ERR POINT DE REPRISE : ' PCODE-RET ' '
                        PLIBERR
                PERFORM FIN
             END-IF
             .

      *FIN NORMALE : SUPPRESSION DU POINT DE REPRISE (LE PROCHAIN
      *PASSAGE REPART DU DEBUT), VALIDEE AVEC LE DERNIER INTERVALLE
       VALIDATION-FINALE.
             INITIALIZE PACCESSEUR
             MOVE 'S'        TO PCODE-FONC
             MOVE 'PURGEEMP' TO PPROGRAMME
             CALL ACCESS2G USING PACCESSEUR
             IF PCODE-RET NOT = ZEROES
                DISPLAY '--- ERR POINT DE REPRISE : ' PCODE-RET ' '
                        PLIBERR
                PERFORM FIN
             END-IF
             PERFORM VALIDATION-TRAVAIL
             .

      *REPRISE : LA NOUVELLE GENERATION D'ARCHIVE EST CONSTITUEE DES
      *SEULS ENREGISTREMENTS ECRITS JUSQU'A LA DERNIERE VALIDATION
      *(NOMBRE PORTE PAR LE POINT DE REPRISE), RECOPIES DE L'ARCHIVE DE
      *L'EXECUTION INTERROMPUE (ARCHPREC) : LES EMPLOYES DE L'INTERVALLE
      *ANNULE, QUE LA REPRISE ARCHIVE A NOUVEAU, N'Y FIGURENT PAS DEUX
      *FOIS (DOSPERS LIT TOUTES LES GENERATIONS). UNE ARCHIVE PRECEDENTE
      *ABSENTE OU TROP COURTE ARRETE LA REPRISE AVANT TOUTE PURGE.
       RECOPIE-ARCHIVE.
             OPEN INPUT ARCHPREC
             IF FS-ARCHPREC NOT = ZEROES
                DISPLAY 'ERREUR OPEN ARCHPREC, FS : ' FS-ARCHPREC
                PERFORM FIN
             END-IF
             PERFORM UNTIL WS-NB-ENR-ARCH >= WS-ENR-ARCH-VAL
                READ ARCHPREC
                IF FS-ARCHPREC NOT = ZEROES
                   DISPLAY '--- ERR ARCHPREC INCOMPLET : '
                           WS-NB-ENR-ARCH ' ENREGISTREMENTS SUR '
                           WS-ENR-ARCH-VAL
                   PERFORM FIN
                END-IF
                WRITE ENR-ARCHIVE FROM ENR-ARCHPREC
                ADD 1 TO WS-NB-ENR-ARCH
             END-PERFORM
             CLOSE ARCHPREC
             .

      *REPRISE : LE COMPTE-RENDU EST RECONSTITUE AVEC LES SEULES LIGNES
      *ECRITES JUSQU'A LA DERNIERE VALIDATION (NOMBRE PORTE PAR LE POINT
      *DE REPRISE), RECOPIEES DU COMPTE-RENDU DE L'EXECUTION INTERROMPUE
      *(EDITPREC) : LES ENREGISTREMENTS ANNULES, QUE LA REPRISE RELIT ET
      *REAPPLIQUE, N'Y FIGURENT PAS DEUX FOIS. UN COMPTE-RENDU PRECEDENT
      *ABSENT OU TROP COURT ARRETE LA REPRISE AVANT TOUTE MISE A JOUR.
       RECOPIE-EDIT.
             OPEN INPUT EDITPREC
             IF FS-EDITPREC NOT = ZEROES
                DISPLAY 'ERREUR OPEN EDITPREC, FS : ' FS-EDITPREC
                PERFORM FIN
             END-IF
             PERFORM UNTIL WS-NB-LIG-EDIT >= WS-LIG-EDIT-VAL
                READ EDITPREC
                IF FS-EDITPREC NOT = ZEROES
                   DISPLAY '--- ERR EDITPREC INCOMPLET : '
                           WS-NB-LIG-EDIT ' LIGNES SUR '
                           WS-LIG-EDIT-VAL
                   PERFORM FIN
                END-IF
                WRITE ENR-EDIT FROM ENR-EDITPREC
                ADD 1 TO WS-NB-LIG-EDIT
             END-PERFORM
             CLOSE EDITPREC
             .

      *EDITION DE LA LIGNE DE REPRISE A LA SUITE DES LIGNES RECOPIEES
       EDITION-REPRISE.
             MOVE WS-ENREG-REPRISE  TO ED-L7-ENREG
             MOVE WS-DEJA-APPLIQUES TO ED-L7-DEJA
             MOVE L7  TO LIG-EDIT
             MOVE '0' TO CAR-SAUT
             WRITE ENR-EDIT
             ADD 1 TO WS-NB-LIG-EDIT
             .

      *LIGNE DE REPRISE DU JOURNAL D'EXPLOITATION (VOIR COPY OPSLOG) :
      *NUMERO DU PREMIER ENREGISTREMENT REAPPLIQUE
       ECRITURE-OPSLOG-REPRISE.
             MOVE 'PURGEEMP'            TO OPS-REP-PROGRAMME
             MOVE WS-OPS-DEBUT          TO OPS-REP-DEBUT
             MOVE 'REPRISE ENREGISTREMENT ' TO OPS-REP-LIBELLE
             MOVE WS-ENREG-REPRISE      TO OPS-REP-ENREG
             WRITE ENR-OPSLOG-REPRISE
             .

      *ECRITURE DE L'ENREGISTREMENT DE SUIVI D'EXPLOITATION (JOURNAL
      *COMMUN DE LA CHAINE BATCH) PUIS POSITIONNEMENT DU CODE
      *CONDITION FINAL (0 = NORMAL, 4 = EXCEPTIONS, 12 = ABANDON).
      *UNE EXECUTION REPARTIE D'UN POINT DE REPRISE ECRIT D'ABORD SA
      *LIGNE DE REPRISE.
       TERMINAISON.
             OPEN EXTEND OPSLOG
             IF FS-OPSLOG NOT = ZEROES
                OPEN OUTPUT OPSLOG
             END-IF
             IF CKPT-TROUVE
                PERFORM ECRITURE-OPSLOG-REPRISE
             END-IF
             MOVE 'PURGEEMP' TO OPS-PROGRAMME
             MOVE WS-OPS-DEBUT          TO OPS-DEBUT
             MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE
             MOVE WS-OPS-LUS            TO OPS-NB-LUS
             MOVE WS-OPS-ECRITS         TO OPS-NB-ECRITS
             MOVE WS-CODE-RETOUR        TO OPS-CODE-RETOUR
             WRITE ENR-OPSLOG
             CLOSE OPSLOG
             MOVE WS-CODE-RETOUR TO RETURN-CODE
             .

       FIN.
             PERFORM ANNULATION-TRAVAIL
             MOVE 12 TO WS-CODE-RETOUR
             PERFORM TERMINAISON
             .
//STEPLIB  DD DSN=API7.SOURCE.PGMLIB,DISP=SHR
//OPSLOG   DD DSN=API7.OPSLOG,DISP=MOD
//AUDIT    DD DSN=API7.AUDIT,DISP=MOD
//*--- PARMS('NNM') : VALIDATION TOUS LES N CANDIDATS (CTLVAL) ---
//*--- ET POINT DE REPRISE EN BASE : APRES UN ABEND, RENOMMER  ---
//*--- LE RAPPORT INTERROMPU EN API7.PURGEEMP.PREC ET          ---
//*--- RESOUMETTRE LE TRAVAIL AVEC ARCHPREC SUR LA GENERATION  ---
//*--- API7.PURGEEMP.ARCHIVE(0) ET EDITPREC SUR                ---
//*--- API7.PURGEEMP.PREC, EN DISP=(OLD,DELETE,KEEP) TOUS LES  ---
//*--- DEUX : LA NOUVELLE GENERATION ET LE RAPPORT NE          ---
//*--- REPRENNENT QUE LEURS ENREGISTREMENTS VALIDES ET LE      ---
//*--- TRAVAIL REPART DU DERNIER MATRICULE VALIDE              ---
//CTLVAL   DD  *
00100
//ARCHPREC DD DUMMY
//ARCHIVE  DD  DSN=API7.PURGEEMP.ARCHIVE(+1),DISP=(NEW,CATLG,CATLG),
//         DCB=(DSORG=PS,RECFM=FB,LRECL=132),
//         SPACE=(TRK,(2,2))
//EDITPREC DD DUMMY
//EDIT     DD  DSN=API7.PURGEEMP,DISP=(NEW,CATLG,CATLG),
//         DCB=(DSORG=PS,RECFM=FB,LRECL=133),
//         SPACE=(TRK,(1))
//SYSOUT   DD  SYSOUT=*,OUTLIM=1000
