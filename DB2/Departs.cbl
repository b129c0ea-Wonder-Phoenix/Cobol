      *  260902 : PREAVIS HONORES : UNE DATE DE DEPART FUTURE LAISSE    *
      *           L'EMPLOYE ACTIF (STATUT 'N' POSE PAR ACCESS2 'D'),    *
      *           SIGNALE 'PREAVIS EN COURS' EN OBSERVATION             *
      *  261015 : VALIDATION TOUTES LES N CARTES (CARTE CTLVAL,       *
      *           ACCESS2 'V') AVEC POINT DE REPRISE EN TABLE REPRISE *
      *           (ACCESS2G) ECRIT DANS LA MEME UNITE DE TRAVAIL,     *
      *           ANNULATION (ACCESS2 'N') SUR FIN ANORMALE : UNE     *
      *           REPRISE SAUTE LES CARTES DEJA VALIDEES, RECOPIE LES *
      *           SEULES LIGNES VALIDEES DU COMPTE-RENDU INTERROMPU   *
      *           (EDITPREC) ET EST SIGNALEE SUR LE RAPPORT ET DANS   *
      *           LE JOURNAL D'EXPLOITATION                           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
           05 CAR-SAUT       PIC X.
           05 LIG-EDIT       PIC X(132).

       FD  EDITPREC RECORDING MODE IS F.
       01  ENR-EDITPREC      PIC X(133).

       FD  CTLVAL RECORDING MODE IS F.
           COPY CTLVAL.

       FD  OPSLOG RECORDING MODE IS F.
           COPY OPSLOG.

      *FILE STATUS
       01  FS-CARTES         PIC 99 VALUE ZEROES.
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
      *ZONE DE COMMUNICATION AVEC L'ACCESSEUR DE LA TABLE REPRISE
           COPY PACCESSEUR.
       01  ACCESS2G          PIC X(8) VALUE 'ACCESS2G'.

      *ZONE DE COMMUNICATION AVEC L'ACCESSEUR DE LA TABLE EMPLOYE
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

       PROCEDURE DIVISION.
             MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE
             MOVE WS-HORODATAGE(1:14)   TO WS-OPS-DEBUT
      *INTERVALLE DE VALIDATION ET POINT DE REPRISE D'UNE EXECUTION
      *PRECEDENTE INTERROMPUE
             PERFORM LECTURE-CTLVAL
             PERFORM LECTURE-CKPT
      *OUVERTURE DES FICHIERS ET DE L'ENTETE - EN REPRISE, LE COMPTE-
      *RENDU REPART DES LIGNES VALIDEES DE L'EXECUTION INTERROMPUE
             OPEN INPUT CARTES
             IF FS-CARTES NOT = ZEROES
                DISPLAY 'ERREUR OPEN CARTES, FS : ' FS-CARTES
                DISPLAY 'ERREUR OPEN EDIT, FS : ' FS-EDIT
                PERFORM FIN
             END-IF
             IF CKPT-TROUVE
                PERFORM RECOPIE-EDIT
                PERFORM EDITION-REPRISE
             ELSE
                PERFORM ECRITURE-ENTETE
             END-IF

      *BOUCLE SUR LES CARTES DE DEPART - EN REPRISE, LES CARTES
      *DEJA VALIDEES SONT LUES SANS ETRE APPLIQUEES A NOUVEAU
             READ CARTES
             PERFORM UNTIL FS-CARTES NOT = ZEROES
                ADD 1 TO WS-NB-CARTES
                IF WS-NB-CARTES > WS-DEJA-APPLIQUES
                   PERFORM TRAITEMENT-CARTE
                   PERFORM POINT-DE-REPRISE
                END-IF
                READ CARTES
             END-PERFORM
             PERFORM VALIDATION-FINALE

      *ECRITURE DU COMPTE-RENDU DU TRAITEMENT
             MOVE WS-NB-CARTES  TO ED-L6-CARTES
             MOVE L6  TO LIG-EDIT
             MOVE '0' TO CAR-SAUT
             WRITE ENR-EDIT
             ADD 1 TO WS-NB-LIG-EDIT

             CLOSE CARTES
             CLOSE EDIT
             MOVE L5  TO LIG-EDIT
             MOVE ' ' TO CAR-SAUT
             WRITE ENR-EDIT
             ADD 1 TO WS-NB-LIG-EDIT
             .

      *EDITE LA LIGNE D'UNE CARTE EN ERREUR (LIBELLE DE L'ACCESSEUR EN
             MOVE L5  TO LIG-EDIT
             MOVE ' ' TO CAR-SAUT
             WRITE ENR-EDIT
             ADD 1 TO WS-NB-LIG-EDIT
             .

      *ECRITURE DE L'ENTETE DU RAPPORT (L1 A L4)
             MOVE '1'  TO CAR-SAUT
             MOVE L1   TO LIG-EDIT
             WRITE ENR-EDIT
             ADD 1 TO WS-NB-LIG-EDIT
             MOVE ' '  TO CAR-SAUT
             MOVE L2   TO LIG-EDIT
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
             MOVE 'DEPARTS ' TO PPROGRAMME
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
                COMPUTE WS-ENREG-REPRISE = PNB-APPLIQUES + 1
                MOVE PCOMPTEUR (1) TO WS-NB-DEPARTS
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
      *APPLIQUES ET VALIDES, DERNIER MATRICULE DE CARTE APPLIQUE
      *ET COMPTEURS DU COMPTE-RENDU A CE POINT
      *- LE 4E COMPTEUR PORTE LES LIGNES DEJA ECRITES AU COMPTE-RENDU
       ECRITURE-CKPT.
             INITIALIZE PACCESSEUR
             MOVE 'E'               TO PCODE-FONC
             MOVE 'DEPARTS '        TO PPROGRAMME
             MOVE WS-NB-CARTES      TO PNB-APPLIQUES
             MOVE CAR-MAT           TO PCLE
             MOVE WS-NB-DEPARTS     TO PCOMPTEUR (1)
             MOVE WS-NB-ERREURS     TO PCOMPTEUR (2)
             MOVE ZEROES            TO PCOMPTEUR (3)
             MOVE WS-NB-LIG-EDIT    TO PCOMPTEUR (4)
             MOVE ZEROES            TO PCOMPTEUR (5)
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
             MOVE 'DEPARTS ' TO PPROGRAMME
             CALL ACCESS2G USING PACCESSEUR
             IF PCODE-RET NOT = ZEROES
                DISPLAY '--- ERR POINT DE REPRISE : ' PCODE-RET ' '
                        PLIBERR
                PERFORM FIN
             END-IF
             PERFORM VALIDATION-TRAVAIL
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
             MOVE 'DEPARTS '            TO OPS-REP-PROGRAMME
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
             MOVE 'DEPARTS ' TO OPS-PROGRAMME
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
//STEPRUN  EXEC PGM=DEPARTS,COND=(4,LT)
//STEPLIB  DD DSN=API7.SOURCE.PGMLIB,DISP=SHR
//OPSLOG   DD DSN=API7.OPSLOG,DISP=MOD
//*--- VALIDATION TOUTES LES N CARTES (CTLVAL, COL. 1-5) ET   ---
//*--- POINT DE REPRISE EN BASE : APRES UN ABEND, RENOMMER LE ---
//*--- COMPTE-RENDU INTERROMPU (CATALOGUE MEME SUR ABEND) EN  ---
//*--- API7.DEPARTS.PREC ET RESOUMETTRE LE TRAVAIL AVEC       ---
//*--- EDITPREC SUR CE FICHIER EN DISP=(OLD,DELETE,KEEP) : IL ---
//*--- EN RECOPIE LES LIGNES VALIDEES ET REPART DE LA         ---
//*--- DERNIERE VALIDATION                                    ---
//CTLVAL   DD  *
00100
//CARTES   DD  *
070    20260814
085    20261031
//EDITPREC DD DUMMY
//EDIT     DD  DSN=API7.DEPARTS,DISP=(NEW,CATLG,CATLG),
//         DCB=(DSORG=PS,RECFM=FB,LRECL=133),
//         SPACE=(TRK,(1))
//SYSOUT   DD  SYSOUT=*,OUTLIM=1000
