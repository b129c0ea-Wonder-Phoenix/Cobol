      *           RENDU POUR RETOUR AU RECRUTEMENT                     *
      *  260902 : CODE GRADE EN COLONNES 48-49 (BANDE SALARIALE DU     *
      *           GRADE CONTROLEE PAR L'ACCESSEUR, ERREURS 27/28)      *
      *  261015 : TAUX D'ACTIVITE EN COLONNES 50-54 (999V99, BLANC =   *
      *           TEMPS PLEIN, CONTROLE PAR L'ACCESSEUR, ERREUR 57)    *
      *  261015 : CONTRAT EN COLONNE 55 ('D' = DUREE DETERMINEE, BLANC *
      *           OU 'I' = INDETERMINEE) ET FIN DE CONTRAT EN 56-63    *
      *           (AAAAMMJJ), SUR EMBAUCHE ET REEMBAUCHE (ERREURS      *
      *           58/59 DE L'ACCESSEUR)                                *
      *  261015 : VALIDATION TOUS LES N ENREGISTREMENTS (CARTE CTLVAL, *
      *           ACCESS2 'V') AVEC POINT DE REPRISE EN TABLE REPRISE  *
      *           (ACCESS2G) ECRIT DANS LA MEME UNITE DE TRAVAIL,      *
      *           ANNULATION (ACCESS2 'N') SUR FIN ANORMALE : UNE      *
      *           REPRISE SAUTE LES LIGNES DEJA VALIDEES, RECOPIE LES  *
      *           SEULS REJETS ET LIGNES DE COMPTE-RENDU VALIDES DE    *
      *           L'EXECUTION INTERROMPUE (REJPREC, EDITPREC) ET EST   *
      *           SIGNALEE SUR LE RAPPORT ET DANS LE JOURNAL           *
      *           D'EXPLOITATION                                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FS-REJETS.
      *REJETS DE L'EXECUTION INTERROMPUE, RELUS EN REPRISE POUR EN
      *RECOPIER LES LIGNES VALIDEES (DUMMY HORS REPRISE)
           SELECT REJPREC ASSIGN TO REJPREC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FS-REJPREC.
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
      *(9(5)V99, DECIMALES IMPLICITES), TYPE EN 47 ('R' = REEMBAUCHE
      *D'UN ANCIEN PARTANT, SEULS MAT ET DATE D'ENTREE SONT ALORS
      *EXPLOITES ; BLANC OU AUTRE = EMBAUCHE), CODE GRADE EN 48-49
      *(BLANC = SANS GRADE), TAUX D'ACTIVITE EN 50-54 (9(3)V99, EN
      *POURCENTAGE DU TEMPS PLEIN : 05000 = MI-TEMPS ; BLANC = TEMPS
      *PLEIN), TYPE DE CONTRAT EN 55 ('D' = DUREE DETERMINEE ; BLANC
      *OU 'I' = DUREE INDETERMINEE) ET DATE DE FIN DU CONTRAT A DUREE
      *DETERMINEE EN 56-63 (AAAAMMJJ, A BLANC SUR UN CONTRAT 'I') -
      *LE CONTRAT EST AUSSI EXPLOITE SUR UNE LIGNE 'R' (LA REEMBAUCHE
      *PORTE SON NOUVEAU CONTRAT). LES COLONNES 81-132 SONT RESERVEES A
      *L'ANNOTATION DE REJET ET IGNOREES EN LECTURE.
       01  ENR-EMBAUCHE.
           05 EMB-MAT        PIC X(6).
           05 EMB-COM        PIC 9(5)V99.
           05 EMB-TYPE       PIC X.
           05 EMB-GRD        PIC X(2).
           05 EMB-TAUX       PIC 9(3)V99.
           05 EMB-TYPCTR     PIC X.
           05 EMB-DATFCT     PIC 9(8).
           05                PIC X(17).
           05                PIC X(52).

       FD  REJETS RECORDING MODE IS F.
           05                PIC X.
           05 REJ-LIBERR     PIC X(49).

       FD  REJPREC RECORDING MODE IS F.
       01  ENR-REJPREC       PIC X(132).

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

      *FILE STATUS
       01  FS-EMBAUCHE       PIC 99 VALUE ZEROES.
       01  FS-REJETS         PIC 99 VALUE ZEROES.
       01  FS-REJPREC        PIC 99 VALUE ZEROES.
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

       01  WS-NB-CREES       PIC 9(5) COMP VALUE ZEROES.
       01  WS-NB-REEMB       PIC 9(5) COMP VALUE ZEROES.
       01  WS-NB-REJETES     PIC 9(5) COMP VALUE ZEROES.
       01  WS-NB-REJ-COPIES  PIC 9(5) COMP VALUE ZEROES.

      *LIGNES D'EDITION
       01  L1.
           05                PIC X(26) VALUE
                                 'CREE - MATRICULE ATTRIBUE'.


      *LIGNE DE REPRISE (EXECUTION REPARTIE DE SON POINT DE REPRISE)
       01  L8.
           05                PIC X(27) VALUE
                                 'REPRISE A L''ENREGISTREMENT '.
           05 ED-L8-ENREG    PIC ZZZZZZ9 VALUE ZEROES.
           05                PIC X(31) VALUE
                                 '   DEJA APPLIQUES ET VALIDES : '.
           05 ED-L8-DEJA     PIC ZZZZZZ9 VALUE ZEROES.

       PROCEDURE DIVISION.
             MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE
             MOVE WS-HORODATAGE(1:14)   TO WS-OPS-DEBUT
      *INTERVALLE DE VALIDATION ET POINT DE REPRISE D'UNE EXECUTION
      *PRECEDENTE INTERROMPUE
             PERFORM LECTURE-CTLVAL
             PERFORM LECTURE-CKPT
      *OUVERTURE DES FICHIERS ET DE L'ENTETE - EN REPRISE, LES REJETS
      *ET LE COMPTE-RENDU REPARTENT DES LIGNES VALIDEES DE L'EXECUTION
      *INTERROMPUE
             OPEN INPUT EMBAUCHE
             IF FS-EMBAUCHE NOT = ZEROES
                DISPLAY 'ERREUR OPEN EMBAUCHE, FS : ' FS-EMBAUCHE
                DISPLAY 'ERREUR OPEN REJETS, FS : ' FS-REJETS
                PERFORM FIN
             END-IF
             IF CKPT-TROUVE
                PERFORM RECOPIE-REJETS
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

      *BOUCLE SUR LES LIGNES D'EMBAUCHE ('R' EN COLONNE 47 = REEMBAUCHE)
      *EN REPRISE, LES LIGNES DEJA VALIDEES SONT LUES SANS ETRE
      *APPLIQUEES A NOUVEAU
             READ EMBAUCHE
             PERFORM UNTIL FS-EMBAUCHE NOT = ZEROES
                ADD 1 TO WS-NB-LUS
                IF WS-NB-LUS > WS-DEJA-APPLIQUES
                   IF EMB-TYPE = 'R'
                      PERFORM REEMBAUCHE-PARTANT
                   ELSE
                      PERFORM CREATION-EMBAUCHE
                   END-IF
                   PERFORM POINT-DE-REPRISE
                END-IF
                READ EMBAUCHE
             END-PERFORM
             PERFORM VALIDATION-FINALE

      *ECRITURE DU COMPTE-RENDU DU CHARGEMENT
             MOVE WS-NB-LUS     TO ED-L3-LUS
             MOVE L3  TO LIG-EDIT
             MOVE '0' TO CAR-SAUT
             WRITE ENR-EDIT
             ADD 1 TO WS-NB-LIG-EDIT
             MOVE L4  TO LIG-EDIT
             MOVE ' ' TO CAR-SAUT
             WRITE ENR-EDIT
             ADD 1 TO WS-NB-LIG-EDIT
             MOVE L4A TO LIG-EDIT
             MOVE ' ' TO CAR-SAUT
             WRITE ENR-EDIT
             ADD 1 TO WS-NB-LIG-EDIT
             MOVE L5  TO LIG-EDIT
             MOVE ' ' TO CAR-SAUT
             WRITE ENR-EDIT
             ADD 1 TO WS-NB-LIG-EDIT

             CLOSE EMBAUCHE
             CLOSE REJETS
                MOVE EMB-COM TO ZCOM
             END-IF
             MOVE EMB-GRD TO ZGRD
      *UN TAUX D'ACTIVITE LAISSE A BLANC VAUT TEMPS PLEIN (ZERO EST
      *RESOLU EN 100 PAR L'ACCESSEUR)
             IF ENR-EMBAUCHE(50:5) = SPACES
                MOVE ZEROES TO ZTAUX
             ELSE
                MOVE EMB-TAUX TO ZTAUX
             END-IF
             PERFORM CONTRAT-EMBAUCHE
             MOVE 'HIRELOAD' TO ZUTILISATEUR
             CALL ACCESS2 USING ZACCESSEUR
             IF ZCODE-RET = ZEROES
                   MOVE L7  TO LIG-EDIT
                   MOVE ' ' TO CAR-SAUT
                   WRITE ENR-EDIT
                   ADD 1 TO WS-NB-LIG-EDIT
                END-IF
             ELSE
                PERFORM ECRITURE-REJET
             ELSE
                MOVE 'E'        TO ZCODE-FONC
                MOVE EMB-DAT    TO ZDAT
                PERFORM CONTRAT-EMBAUCHE
                MOVE 'HIRELOAD' TO ZUTILISATEUR
                CALL ACCESS2 USING ZACCESSEUR
                IF ZCODE-RET = ZEROES
             END-IF
             .

      *REPORTE LE CONTRAT DE LA LIGNE COURANTE DANS ZACCESSEUR : TYPE
      *A BLANC = DUREE INDETERMINEE (RESOLU PAR L'ACCESSEUR), DATE DE
      *FIN A BLANC = SANS OBJET (ZERO) - LE CONTROLE DU TYPE ET DE LA
      *DATE DE FIN RESTE A L'ACCESSEUR (ERREURS 58/59).
       CONTRAT-EMBAUCHE.
             MOVE EMB-TYPCTR TO ZTYPCTR
             IF ENR-EMBAUCHE(56:8) = SPACES
                MOVE ZEROES TO ZDATFCT
             ELSE
                MOVE EMB-DATFCT TO ZDATFCT
             END-IF
             .

      *RECOPIE LA LIGNE REFUSEE DANS LE FICHIER DES REJETS (IMAGE DES
      *80 PREMIERES COLONNES + CODE ET LIBELLE EN 81-132) ET SIGNALE
      *LE REJET SUR LE COMPTE-RENDU.
             MOVE L6  TO LIG-EDIT
             MOVE ' ' TO CAR-SAUT
             WRITE ENR-EDIT
             ADD 1 TO WS-NB-LIG-EDIT
             .

      *ECRITURE DE L'ENTETE DU RAPPORT (L1 ET L2)
             MOVE '1'  TO CAR-SAUT
             MOVE L1   TO LIG-EDIT
             WRITE ENR-EDIT
             ADD 1 TO WS-NB-LIG-EDIT
             MOVE ' '  TO CAR-SAUT
             MOVE L2   TO LIG-EDIT
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
             MOVE 'HIRELOAD' TO PPROGRAMME
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
                MOVE PCOMPTEUR (1) TO WS-NB-CREES
                MOVE PCOMPTEUR (2) TO WS-NB-REEMB
                MOVE PCOMPTEUR (3) TO WS-NB-REJETES
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
      *APPLIQUES ET VALIDES, DERNIER MATRICULE DE LIGNE APPLIQUE
      *ET COMPTEURS DU COMPTE-RENDU A CE POINT
      *- LE 4E COMPTEUR PORTE LES LIGNES DEJA ECRITES AU COMPTE-RENDU
       ECRITURE-CKPT.
             INITIALIZE PACCESSEUR
             MOVE 'E'               TO PCODE-FONC
             MOVE 'HIRELOAD'        TO PPROGRAMME
             MOVE WS-NB-LUS         TO PNB-APPLIQUES
             MOVE EMB-MAT           TO PCLE
             MOVE WS-NB-CREES       TO PCOMPTEUR (1)
             MOVE WS-NB-REEMB       TO PCOMPTEUR (2)
             MOVE WS-NB-REJETES     TO PCOMPTEUR (3)
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
             MOVE 'HIRELOAD' TO PPROGRAMME
             CALL ACCESS2G USING PACCESSEUR
             IF PCODE-RET NOT = ZEROES
                DISPLAY '--- ERR POINT DE REPRISE : ' PCODE-RET ' '
                        PLIBERR
                PERFORM FIN
             END-IF
             PERFORM VALIDATION-TRAVAIL
             .

      *REPRISE : LE FICHIER DES REJETS EST RECONSTITUE AVEC LES SEULS
      *REJETS VALIDES (LE NOMBRE DE REJETS DU POINT DE REPRISE),
      *RECOPIES DES REJETS DE L'EXECUTION INTERROMPUE (REJPREC) : UNE
      *LIGNE ANNULEE, RELUE ET REAPPLIQUEE PAR LA REPRISE, N'Y EST PAS
      *DEUX FOIS ET NE PEUT DONC PAS DONNER DEUX EMBAUCHES A LA
      *RESOUMISSION DES REJETS CORRIGES. UN FICHIER PRECEDENT ABSENT OU
      *TROP COURT ARRETE LA REPRISE AVANT TOUTE MISE A JOUR.
       RECOPIE-REJETS.
             OPEN INPUT REJPREC
             IF FS-REJPREC NOT = ZEROES
                DISPLAY 'ERREUR OPEN REJPREC, FS : ' FS-REJPREC
                PERFORM FIN
             END-IF
             PERFORM UNTIL WS-NB-REJ-COPIES >= WS-NB-REJETES
                READ REJPREC
                IF FS-REJPREC NOT = ZEROES
                   DISPLAY '--- ERR REJPREC INCOMPLET : '
                           WS-NB-REJ-COPIES ' REJETS SUR '
                           WS-NB-REJETES
                   PERFORM FIN
                END-IF
                WRITE ENR-REJET FROM ENR-REJPREC
                ADD 1 TO WS-NB-REJ-COPIES
             END-PERFORM
             CLOSE REJPREC
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
             MOVE WS-ENREG-REPRISE  TO ED-L8-ENREG
             MOVE WS-DEJA-APPLIQUES TO ED-L8-DEJA
             MOVE L8  TO LIG-EDIT
             MOVE '0' TO CAR-SAUT
             WRITE ENR-EDIT
             ADD 1 TO WS-NB-LIG-EDIT
             .

      *LIGNE DE REPRISE DU JOURNAL D'EXPLOITATION (VOIR COPY OPSLOG) :
      *NUMERO DU PREMIER ENREGISTREMENT REAPPLIQUE
       ECRITURE-OPSLOG-REPRISE.
             MOVE 'HIRELOAD'            TO OPS-REP-PROGRAMME
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
             MOVE 'HIRELOAD' TO OPS-PROGRAMME
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
//STEPRUN  EXEC PGM=HIRELOAD,COND=(4,LT)
//STEPLIB  DD DSN=API7.SOURCE.PGMLIB,DISP=SHR
//OPSLOG   DD DSN=API7.OPSLOG,DISP=MOD
//*--- VALIDATION TOUS LES N ENREGISTREMENTS (CTLVAL, COL. 1-5) ---
//*--- ET POINT DE REPRISE EN BASE : APRES UN ABEND, RENOMMER   ---
//*--- LES REJETS ET LE COMPTE-RENDU INTERROMPUS (CATALOGUES    ---
//*--- MEME SUR ABEND) EN API7.EMBAUCHE.REJETS.PREC ET          ---
//*--- API7.HIRELOAD.PREC ET RESOUMETTRE LE TRAVAIL AVEC        ---
//*--- REJPREC ET EDITPREC SUR CES FICHIERS EN                  ---
//*--- DISP=(OLD,DELETE,KEEP) : IL EN RECOPIE LES LIGNES        ---
//*--- VALIDEES ET REPART DE LA DERNIERE VALIDATION             ---
//CTLVAL   DD  *
00100
//*--- FICHIER TRANSMIS PAR LE RECRUTEMENT (LRECL 132, COLONNES ---
//*--- 81-132 VIDES ; POUR RESOUMETTRE DES REJETS CORRIGES,      ---
//*--- POINTER CETTE DD SUR LE FICHIER DES REJETS CORRIGE)       ---
//EMBAUCHE DD DSN=API7.EMBAUCHE,DISP=SHR
//REJPREC  DD DUMMY
//REJETS   DD  DSN=API7.EMBAUCHE.REJETS,DISP=(NEW,CATLG,CATLG),
//         DCB=(DSORG=PS,RECFM=FB,LRECL=132),
//         SPACE=(TRK,(1,1))
//EDITPREC DD DUMMY
//EDIT     DD  DSN=API7.HIRELOAD,DISP=(NEW,CATLG,CATLG),
//         DCB=(DSORG=PS,RECFM=FB,LRECL=133),
//         SPACE=(TRK,(1))
//SYSOUT   DD  SYSOUT=*,OUTLIM=1000
