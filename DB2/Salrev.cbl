      *  260902 : GARDE-FOU DE PERIODE (FICHIER PERCTL) : LE MODE 'M'   *
      *           REFUSE DE REPASSER SUR UNE ANNEE DEJA FAITE (CODE     *
      *           CONDITION 12), SAUF CARTE DE REPRISE OPERATEUR 'R'    *
      *  261015 : CARTE 'D' DE DATE D'EFFET DE LA CAMPAGNE (AAAAMMJJ,   *
      *           EVENTUELLEMENT PASSEE : AUGMENTATIONS ACCORDEES EN    *
      *           RETARD, RAPPELS CALCULES PAR RAPPELS) TRANSMISE A     *
      *           ACCESS2 'M' ET EDITEE EN TETE DU RAPPORT              *
      *  261015 : MODE 'M' : VALIDATION TOUS LES N EMPLOYES (CARTE      *
      *           CTLVAL, ACCESS2 'V', CURSEUR TENU A TRAVERS LES       *
      *           VALIDATIONS) AVEC POINT DE REPRISE EN TABLE REPRISE   *
      *           (ACCESS2G) ECRIT DANS LA MEME UNITE DE TRAVAIL,       *
      *           ANNULATION (ACCESS2 'N') SUR FIN ANORMALE : LE POINT  *
      *           DE REPRISE PORTE LE COUPLE (NOM, MAT) DU DERNIER      *
      *           EMPLOYE VALIDE (CURSEURS TRIES SUR NOM, MAT) ET UNE   *
      *           REPRISE SAUTE LES EMPLOYES DONT LE COUPLE N'EST PAS   *
      *           SUPERIEUR, RECOPIE LES SEULES LIGNES VALIDEES DU      *
      *           RAPPORT INTERROMPU (EDITPREC) ET EST SIGNALEE SUR LE  *
      *           RAPPORT ET DANS LE JOURNAL D'EXPLOITATION             *
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
      *FICHIER DE CONTROLE DES PERIODES TRAITEES (GARDE-FOU)
           SELECT PERCTL ASSIGN TO PERCTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FS-PERCTL.
      *CARTE DE CONTROLE DE L'INTERVALLE DE VALIDATION
           SELECT CTLVAL ASSIGN TO CTLVAL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FS-CTLVAL.
      *JOURNAL D'EXPLOITATION COMMUN DE LA CHAINE BATCH
           SELECT OPSLOG ASSIGN TO OPSLOG
                  ORGANIZATION IS SEQUENTIAL
           05                PIC X.
           05 CAR-MONTANT    PIC 9(5)V99.
           05                PIC X(67).
      *CARTE DE DATE D'EFFET : 'D' EN 1-3, DATE AAAAMMJJ EN 5-12 (SANS
      *CETTE CARTE, LES AUGMENTATIONS PRENNENT EFFET LE JOUR DU PASSAGE)
       01  ENR-CARTE-EFFET.
           05 CEF-CODE       PIC X(3).
           05                PIC X.
           05 CEF-DATEFF     PIC X(8).
           05                PIC X(68).

       FD  EDIT RECORDING MODE IS F.
       01  ENR-EDIT.
           05 CAR-SAUT       PIC X.
           05 LIG-EDIT       PIC X(132).

       FD  EDITPREC RECORDING MODE IS F.
       01  ENR-EDITPREC      PIC X(133).

       FD  PERCTL RECORDING MODE IS F.
           COPY PERCTL.

       FD  CTLVAL RECORDING MODE IS F.
           COPY CTLVAL.

       FD  OPSLOG RECORDING MODE IS F.
           COPY OPSLOG.

      *FILE STATUS
       01  FS-CARTES         PIC 99 VALUE ZEROES.
       01  FS-EDIT           PIC 99 VALUE ZEROES.
       01  FS-EDITPREC       PIC 99 VALUE ZEROES.
       01  FS-PERCTL         PIC 99 VALUE ZEROES.

      *SUIVI D'EXPLOITATION (JOURNAL COMMUN DE LA CHAINE BATCH)
       01  WS-OPS-ECRITS     PIC 9(7)  VALUE ZEROES.
       01  WS-CODE-RETOUR    PIC 99    VALUE ZEROES.

      *VALIDATION PAR INTERVALLES ET REPRISE : TOUS LES WS-INTERVALLE
      *ENREGISTREMENTS APPLIQUES (CARTE CTLVAL), ECRITURE DU POINT DE
      *REPRISE (TABLE REPRISE, ACCESS2G) PUIS VALIDATION ACCESS2 'V' DES
      *MISES A JOUR ET DU POINT DE REPRISE ENSEMBLE - UNE REPRISE SAUTE
      *LES EMPLOYES DONT LE COUPLE (NOM, MAT) NE DEPASSE PAS CELUI DU
      *DERNIER EMPLOYE VALIDE (PCLE-NOM, PCLE-MAT), LE CURSEUR
      *LISTEMP ETANT TRIE SUR CE COUPLE UNIQUE. WS-DEJA-APPLIQUES (LUS
      *AU POINT DE REPRISE) NE SERT QU'A L'EDITION
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

       01  WS-REPRISE        PIC X     VALUE 'N'.
           88 REPRISE-AUTORISEE      VALUE 'O'.

      *DATE D'EFFET DE LA CAMPAGNE (CARTE 'D', 0 = JOUR DU PASSAGE)
      *TRANSMISE A ACCESS2 'M' : UNE DATE PASSEE DATE L'HISTORIQUE A
      *CE JOUR ET OUVRE LE RAPPEL SUR LES PAIES DEJA EXTRAITES
       01  WS-DATEFF         PIC 9(8)  VALUE ZEROES.
       01  WS-DATEFF-R REDEFINES WS-DATEFF.
           05 WS-DATEFF-AAAA PIC X(4).
           05 WS-DATEFF-MM   PIC X(2).
           05 WS-DATEFF-JJ   PIC X(2).

      *COMPTEURS DE LA CAMPAGNE
       01  WS-NB-LUS         PIC 9(5) COMP VALUE ZEROES.
       01  WS-NB-AUGMENTES   PIC 9(5) COMP VALUE ZEROES.
       01  L2A.
           05                PIC X(07) VALUE 'MODE : '.
           05 ED-L2A-MODE    PIC X(12) VALUE SPACES.
           05                PIC X(16) VALUE 'DATE D''EFFET : '.
           05 ED-L2A-EFFET   PIC X(10) VALUE SPACES.

       01  L3.
           05                PIC X(06) VALUE 'MAT'.
           05                PIC X(15) VALUE '   HORS BANDE :'.
           05 ED-L7-HB       PIC ZZZZ9 VALUE ZEROES.

      *LIGNE DE REPRISE (EXECUTION REPARTIE DE SON POINT DE REPRISE)
       01  L9.
           05                PIC X(27) VALUE
                                 'REPRISE A L''ENREGISTREMENT '.
           05 ED-L9-ENREG    PIC ZZZZZZ9 VALUE ZEROES.
           05                PIC X(31) VALUE
                                 '   DEJA APPLIQUES ET VALIDES : '.
           05 ED-L9-DEJA     PIC ZZZZZZ9 VALUE ZEROES.
           05                PIC X(10) VALUE '   APRES :'.
           05                PIC X     VALUE SPACE.
           05 ED-L9-NOM      PIC X(15) VALUE SPACES.
           05                PIC X     VALUE SPACE.
           05 ED-L9-MAT      PIC X(6)  VALUE SPACES.

       LINKAGE SECTION.
       01  PARM-SALREV.
           05 PARM-LONGUEUR        PIC S9(4) COMP.
                END-IF
             END-IF

      *MODE 'M' : INTERVALLE DE VALIDATION ET POINT DE REPRISE D'UNE
      *CAMPAGNE INTERROMPUE (LA SIMULATION NE MET RIEN A JOUR ET
      *N'A NI VALIDATION NI REPRISE)
             IF MODE-MISE-A-JOUR
                PERFORM LECTURE-CTLVAL
                PERFORM LECTURE-CKPT
             END-IF

      *OUVERTURE DU FICHIER D'EDITION ET DE L'ENTETE - EN REPRISE, LE
      *RAPPORT REPART DES LIGNES VALIDEES DE L'EXECUTION INTERROMPUE
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

      *--> 1- OUVERTURE DU CURSEUR DES EMPLOYES (ACCESS2)
             INITIALIZE ZACCESSEUR
                PERFORM FIN
             END-IF

      *--> 2- BOUCLE SUR LES EMPLOYES - EN REPRISE, LES EMPLOYES DEJA
      *       AUGMENTES ET VALIDES (COUPLE NOM, MAT INFERIEUR OU EGAL A
      *       CELUI DU POINT DE REPRISE) SONT LUS SANS ETRE TRAITES A
      *       NOUVEAU
      *       (LES SOUS-TOTAUX PAR DEPARTEMENT NE PORTENT ALORS QUE SUR
      *       LES EMPLOYES TRAITES DEPUIS LA REPRISE, CEUX D'AVANT
      *       FIGURANT LIGNE A LIGNE EN TETE DU RAPPORT RECONSTITUE)
             INITIALIZE ZACCESSEUR
             MOVE 'Q' TO ZCODE-FONC
             CALL ACCESS2 USING ZACCESSEUR
             PERFORM UNTIL ZCODE-RET = 19
                ADD 1 TO WS-NB-LUS
                IF NOT CKPT-TROUVE
                   OR ZNOM > PCLE-NOM
                   OR (ZNOM = PCLE-NOM AND ZMAT > PCLE-MAT)
                   MOVE ZMAT TO WS-EMP-MAT
                   MOVE ZNOM TO WS-EMP-NOM
                   MOVE ZNOD TO WS-EMP-NOD
                   MOVE ZSAL TO WS-EMP-SAL
                   MOVE ZCOM TO WS-EMP-COM
                   MOVE ZGRD TO WS-EMP-GRD
                   PERFORM TRAITEMENT-EMPLOYE
                   IF MODE-MISE-A-JOUR
                      PERFORM POINT-DE-REPRISE
                   END-IF
                END-IF
                INITIALIZE ZACCESSEUR
                MOVE 'Q' TO ZCODE-FONC
                CALL ACCESS2 USING ZACCESSEUR
             MOVE L7  TO LIG-EDIT
             MOVE '0' TO CAR-SAUT
             WRITE ENR-EDIT
             ADD 1 TO WS-NB-LIG-EDIT

             CLOSE EDIT
      *FIN NORMALE DU MODE 'M' : DERNIERE VALIDATION ET EFFACEMENT DU
      *POINT DE REPRISE
             IF MODE-MISE-A-JOUR
                PERFORM VALIDATION-FINALE
             END-IF
      *LA PERIODE EST MARQUEE FAITE APRES UNE CAMPAGNE EN MODE 'M'
      *(UNE REPRISE AUTORISEE NE LA REMARQUE PAS)
             IF MODE-MISE-A-JOUR AND NOT PERIODE-FAITE

      *CONTROLE ET RANGEMENT D'UNE CARTE DE REGLE - LA CARTE 'R' EN
      *COLONNES 1-3 ('R  ') EST LA CARTE DE REPRISE OPERATEUR DU
      *GARDE-FOU DE PERIODE, LA CARTE 'D' CELLE DE LA DATE D'EFFET,
      *PAS DES REGLES. UNE DATE D'EFFET ILLISIBLE ARRETE LE TRAVAIL :
      *LA CAMPAGNE NE DOIT PAS PARTIR A LA DATE DU JOUR PAR DEFAUT.
       CONTROLE-CARTE.
             IF CAR-NOD = 'R  '
                MOVE 'O' TO WS-REPRISE
             ELSE
             IF CAR-NOD = 'D  '
                IF CEF-DATEFF NOT NUMERIC OR CEF-DATEFF = ZEROES
                   DISPLAY 'CARTE DE DATE D''EFFET ERRONEE : '
                           ENR-CARTE(1:20)
                   PERFORM FIN
                END-IF
                MOVE CEF-DATEFF TO WS-DATEFF
             ELSE
             IF CAR-NOD = SPACES
                DISPLAY 'CARTE IGNOREE, NOD ABSENT : ' ENR-CARTE(1:20)
             ELSE
                END-IF
             END-IF
             END-IF
             END-IF
             .

      *TRAITE L'EMPLOYE COURANT (SAUVEGARDE EN WS-EMP-*) : RECHERCHE
             ELSE
                MOVE 'M'            TO ZCODE-FONC
                MOVE WS-NOUVEAU-SAL TO ZSAL
                MOVE WS-DATEFF      TO ZDATEFF
                MOVE 'SALREV'       TO ZUTILISATEUR
                CALL ACCESS2 USING ZACCESSEUR
                IF ZCODE-RET NOT = ZEROES
             MOVE L5  TO LIG-EDIT
             MOVE ' ' TO CAR-SAUT
             WRITE ENR-EDIT
             ADD 1 TO WS-NB-LIG-EDIT
             .

      *CUMUL DE L'EMPLOYE COURANT DANS LE SOUS-TOTAL DE SON DEPARTEMENT
                MOVE L6  TO LIG-EDIT
                MOVE ' ' TO CAR-SAUT
                WRITE ENR-EDIT
                ADD 1 TO WS-NB-LIG-EDIT
                SET IX-DEPT UP BY 1
             END-PERFORM
             .
             MOVE L8  TO LIG-EDIT
             MOVE ' ' TO CAR-SAUT
             WRITE ENR-EDIT
             ADD 1 TO WS-NB-LIG-EDIT
             .

      *ECRITURE DE L'ENTETE DU RAPPORT (L1 A L4, AVEC LE MODE)
             ELSE
                MOVE 'SIMULATION'  TO ED-L2A-MODE
             END-IF
             IF WS-DATEFF = ZEROES
                MOVE 'DU JOUR' TO ED-L2A-EFFET
             ELSE
                STRING WS-DATEFF-JJ '/' WS-DATEFF-MM '/' WS-DATEFF-AAAA
                   DELIMITED BY SIZE INTO ED-L2A-EFFET
             END-IF
             MOVE '1'  TO CAR-SAUT
             MOVE L1   TO LIG-EDIT
             WRITE ENR-EDIT
             ADD 1 TO WS-NB-LIG-EDIT
             MOVE ' '  TO CAR-SAUT
             MOVE L2   TO LIG-EDIT
             WRITE ENR-EDIT
             ADD 1 TO WS-NB-LIG-EDIT
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
             MOVE 'SALREV  ' TO PPROGRAMME
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
                MOVE PCOMPTEUR (1) TO WS-NB-AUGMENTES
                MOVE PCOMPTEUR (2) TO WS-NB-SANS-REGLE
                MOVE PCOMPTEUR (3) TO WS-NB-ERREURS
                DISPLAY 'REPRISE A L''ENREGISTREMENT ' WS-ENREG-REPRISE
                        ' APRES ' PCLE-NOM ' ' PCLE-MAT
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
      *LUS, COUPLE (NOM, MAT) DU DERNIER EMPLOYE APPLIQUE ET VALIDE
      *(CLE DE LA REPRISE) ET COMPTEURS DU COMPTE-RENDU A CE POINT
      *- LE 4E COMPTEUR PORTE LES LIGNES DEJA ECRITES AU COMPTE-RENDU
       ECRITURE-CKPT.
             INITIALIZE PACCESSEUR
             MOVE 'E'               TO PCODE-FONC
             MOVE 'SALREV  '        TO PPROGRAMME
             MOVE WS-NB-LUS         TO PNB-APPLIQUES
             MOVE WS-EMP-NOM        TO PCLE-NOM
             MOVE WS-EMP-MAT        TO PCLE-MAT
             MOVE WS-NB-AUGMENTES   TO PCOMPTEUR (1)
             MOVE WS-NB-SANS-REGLE  TO PCOMPTEUR (2)
             MOVE WS-NB-ERREURS     TO PCOMPTEUR (3)
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
             MOVE 'SALREV  ' TO PPROGRAMME
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
             MOVE WS-ENREG-REPRISE  TO ED-L9-ENREG
             MOVE WS-DEJA-APPLIQUES TO ED-L9-DEJA
             MOVE PCLE-NOM       TO ED-L9-NOM
             MOVE PCLE-MAT       TO ED-L9-MAT
             MOVE L9  TO LIG-EDIT
             MOVE '0' TO CAR-SAUT
             WRITE ENR-EDIT
             ADD 1 TO WS-NB-LIG-EDIT
             .

      *LIGNE DE REPRISE DU JOURNAL D'EXPLOITATION (VOIR COPY OPSLOG) :
      *NUMERO DU PREMIER ENREGISTREMENT REAPPLIQUE
       ECRITURE-OPSLOG-REPRISE.
             MOVE 'SALREV  '            TO OPS-REP-PROGRAMME
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
             MOVE 'SALREV  ' TO OPS-PROGRAMME
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
//*--- PARM('S') = SIMULATION (DEFAUT), PARM('M') = MISE A JOUR -----
//*--- UNE CARTE 'R' DANS CARTES AUTORISE LA REPRISE D'UNE ANNEE ---
//*--- DEJA FAITE EN MODE 'M' (GARDE-FOU PERCTL)                  ---
//*--- UNE CARTE 'D AAAAMMJJ' DONNE LA DATE D'EFFET (DEFAUT : JOUR) ---
//STEPRUN  EXEC PGM=SALREV,PARM='S',COND=(4,LT)
//STEPLIB  DD DSN=API7.SOURCE.PGMLIB,DISP=SHR
//OPSLOG   DD DSN=API7.OPSLOG,DISP=MOD
//PERCTL   DD DSN=API7.PERCTL,DISP=MOD
//*--- MODE 'M' : VALIDATION TOUS LES N EMPLOYES (CTLVAL, COL. ---
//*--- 1-5) ET POINT DE REPRISE EN BASE : APRES UN ABEND,      ---
//*--- RENOMMER LE RAPPORT INTERROMPU (CATALOGUE MEME SUR      ---
//*--- ABEND) EN API7.SALREV.PREC ET RESOUMETTRE LE TRAVAIL EN ---
//*--- PARM='M' AVEC EDITPREC SUR CE FICHIER EN                ---
//*--- DISP=(OLD,DELETE,KEEP) : IL EN RECOPIE LES LIGNES       ---
//*--- VALIDEES ET REPART DE LA DERNIERE VALIDATION            ---
//CTLVAL   DD  *
00100
//CARTES   DD  *
D   20260701
P01 P 0000300
P02 P 0000250
*** P 0000100
//EDITPREC DD DUMMY
//EDIT     DD  DSN=API7.SALREV,DISP=(NEW,CATLG,CATLG),
//         DCB=(DSORG=PS,RECFM=FB,LRECL=133),
//         SPACE=(TRK,(1))
//SYSOUT   DD  SYSOUT=*,OUTLIM=1000
      ********************************************************************#
      *1                              REVALORISATION DES SALAIRES
      *                               --------------------------
      *0MODE : SIMULATION  DATE D'EFFET : 01/07/2026
      *0MAT      NOM               NOD   SAL AVANT    SAL APRES    REGLE
      * ------   ---------------   ---   ----------   ----------   ----------
      * 30       BARI              P02    6.000,00     6.150,00    +   2,50 PCT
