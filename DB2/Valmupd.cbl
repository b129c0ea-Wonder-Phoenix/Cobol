      ********************************************************************#
      *  ÉNONCÉ : Transaction CICS en ligne de validation des             #
      *           modifications sensibles mises en attente par ACCESS2    #
      *           (double validation) : écran MAPQ (numéro de la demande, #
      *           blanc = la plus ancienne en attente) puis écran MAPV    #
      *           (demandeur, valeurs en place lues par ACCESS2 'L' et    #
      *           valeurs demandées lues par ACCESS2 'K', décision V/R    #
      *           portée par ACCESS2 'W' sous l'identité du valideur,     #
      *           PF8 = demande suivante) - un second opérateur valide    #
      *           ou rejette chaque hausse de salaire, changement de      #
      *           grade ou correction de date d'entrée au-delà des seuils.#
      ********************************************************************#

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALMUPD.
       AUTHOR. SV.
       DATE-WRITTEN. 15/10/26.
      ******************************************************************
      * BUT : TRANSACTION CICS PSEUDO-CONVERSATIONNELLE DE VALIDATION  *
      *       DES MODIFICATIONS SENSIBLES EN ATTENTE (TABLE MODATT).   *
      *       L'ECRAN MAPQ ENVELOPPE ACCESS2 'K' (DEMANDE EN ATTENTE   *
      *       DE NUMERO >= AU NUMERO SAISI, ZERO = LA PLUS ANCIENNE),  *
      *       L'ECRAN MAPV PRESENTE LA DEMANDE A COTE DES VALEURS EN   *
      *       PLACE (ACCESS2 'L') ET ENVELOPPE ACCESS2 'W' (DECISION   *
      *       V = VALIDATION, R = REJET). LE VALIDEUR DOIT ETRE        *
      *       HABILITE A 'W' ET DIFFERENT DU DEMANDEUR (CONTROLES DE   *
      *       L'ACCESSEUR). PF8 PASSE A LA DEMANDE SUIVANTE.           *
      *  261015 : CREATION DU PROGRAMME                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *NOM DU MAPSET ET DES DEUX MAPPES DE LA TRANSACTION
       01  WS-MAPSET          PIC X(8) VALUE 'VALMUPD'.
       01  WS-MAPQ            PIC X(8) VALUE 'MAPQ'.
       01  WS-MAPV            PIC X(8) VALUE 'MAPV'.

       01  ACCESS2            PIC X(8) VALUE 'ACCESS2'.

      *ZONE DE COMMUNICATION AVEC L'ACCESSEUR DE LA TABLE EMPLOYE
           COPY ZACCESSEUR.

      *MAPPE SYMBOLIQUE DE LA TRANSACTION (MAPQI/MAPQO/MAPVI/MAPVO)
           COPY VALMUPD.

      *VALEURS SYMBOLIQUES DES TOUCHES PF3 (SORTIE) ET PF8 (DEMANDE
      *SUIVANTE) - NORMALEMENT FOURNIES PAR LE COPY SYSTEME DFHAID
       01  DFHPF3             PIC X VALUE X'07'.
       01  DFHPF8             PIC X VALUE X'F8'.

      *EIBCALEN/EIBAID SONT NORMALEMENT INSERES PAR LE TRADUCTEUR CICS
      *(DFHEIBLK) ; DECLARES ICI FAUTE DE PRECOMPILATEUR CICS DANS LA
      *CHAINE DE COMPILATION DE CE POSTE.
       01  EIBCALEN           PIC S9(4) COMP.
       01  EIBAID             PIC X.

      *IDENTITE DE L'OPERATEUR AU TERMINAL (EXEC CICS ASSIGN USERID),
      *PORTEE DANS ZUTILISATEUR COMME VALIDEUR POUR L'HABILITATION,
      *LE CONTROLE DU DEMANDEUR ET L'AUDIT
       01  WS-UTILISATEUR     PIC X(8) VALUE SPACES.

      *NUMERO DE DEMANDE A PRESENTER (LU SUR MAPQ, OU DEMANDE COURANTE
      *DE LA COMMAREA + 1 POUR LA DEMANDE SUIVANTE)
       01  WS-NUMATT          PIC 9(7) VALUE ZEROES.

      *MESSAGES D'EXPLOITATION DE LA TRANSACTION
       01  WS-MSG-SAISIR-NUM  PIC X(50) VALUE
               'NUMERO DE LA DEMANDE (BLANC = LA PLUS ANCIENNE)'.
       01  WS-MSG-NUM-ERR     PIC X(50) VALUE
               'NUMERO DE DEMANDE NON NUMERIQUE'.
       01  WS-MSG-DECIDER     PIC X(50) VALUE
               'DECISION V/R PUIS ENTREE - PF8 DEMANDE SUIVANTE'.
       01  WS-MSG-DECISION-OK PIC X(50) VALUE
               'DECISION ENREGISTREE - DEMANDE SUIVANTE AFFICHEE'.
       01  WS-MSG-PLUS-ATT    PIC X(50) VALUE
               'PLUS DE DEMANDE EN ATTENTE - PF3 POUR QUITTER'.
       01  WS-MSG-FIN-ATT     PIC X(50) VALUE
               'DECISION ENREGISTREE - PLUS DE DEMANDE EN ATTENTE'.
       01  WS-MSG-DECISION-ERR PIC X(50) VALUE
               'DECISION ERRONEE (V OU R)'.
       01  WS-MSG-AFFICHE     PIC X(50) VALUE SPACES.

      *ZONE DE COMMAREA POUR CONSERVER LE NUMERO DE LA DEMANDE
      *AFFICHEE ENTRE LES DEUX ECRANS DE LA CONVERSATION
      *PSEUDO-CONVERSATIONNELLE
       01  WS-COMMAREA.
           05 CA-ECRAN        PIC X.
              88 CA-ECRAN-MAPQ      VALUE '1'.
              88 CA-ECRAN-MAPV      VALUE '2'.
           05 CA-NUMATT       PIC 9(7).

       LINKAGE SECTION.
       01  DFHCOMMAREA        PIC X(8).

       PROCEDURE DIVISION.
      *--> 1- PREMIER APPEL DE LA TRANSACTION : ON AFFICHE L'ECRAN DE
      *       SAISIE DU NUMERO DE DEMANDE (MAPQ)
             IF EIBCALEN = ZEROES
                MOVE WS-MSG-SAISIR-NUM TO WS-MSG-AFFICHE
                PERFORM AFFICHAGE-MAPQ
                EXEC CICS RETURN
                     TRANSID('VALM')
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
                  TRANSID('VALM')
                  COMMAREA(WS-COMMAREA)
             END-EXEC
             .

      *AFFICHE L'ECRAN MAPQ VIDE AVEC LE MESSAGE PREPARE (ACCUEIL AU
      *PREMIER APPEL, ERREUR OU FIN DES DEMANDES EN ATTENTE ENSUITE).
       AFFICHAGE-MAPQ.
             MOVE SPACES   TO MAPQO
             MOVE WS-MSG-AFFICHE TO QMSGO
             EXEC CICS SEND MAP(WS-MAPQ)
                            MAPSET(WS-MAPSET)
                            ERASE
             END-EXEC
             SET CA-ECRAN-MAPQ TO TRUE
             .

      *TRAITE LE RETOUR DE L'ECRAN MAPQ : UN NUMERO A BLANC PRESENTE
      *LA PLUS ANCIENNE DEMANDE EN ATTENTE, UN NUMERO SAISI LA PREMIERE
      *DEMANDE EN ATTENTE DE NUMERO SUPERIEUR OU EGAL.
       TRAITEMENT-ECRAN-MAPQ.
             EXEC CICS RECEIVE MAP(WS-MAPQ)
                               MAPSET(WS-MAPSET)
                               INTO(MAPQI)
             END-EXEC

             IF QNUMI = SPACES OR QNUML = ZEROES
                MOVE ZEROES TO WS-NUMATT
                MOVE WS-MSG-DECIDER TO WS-MSG-AFFICHE
                PERFORM PRESENTATION-DEMANDE
             ELSE
                IF QNUMI(1:QNUML) NOT NUMERIC
                   MOVE WS-MSG-NUM-ERR TO WS-MSG-AFFICHE
                   PERFORM AFFICHAGE-MAPQ
                ELSE
                   MOVE QNUMI(1:QNUML) TO WS-NUMATT
                   MOVE WS-MSG-DECIDER TO WS-MSG-AFFICHE
                   PERFORM PRESENTATION-DEMANDE
                END-IF
             END-IF
             .

      *TRAITE LE RETOUR DE L'ECRAN MAPV : PF8 PASSE A LA DEMANDE
      *SUIVANTE SANS DECISION ; SINON LA DECISION SAISIE (V/R) EST
      *PORTEE PAR ACCESS2 'W' SUR LA DEMANDE DE LA COMMAREA. UNE
      *DECISION ENREGISTREE ENCHAINE SUR LA DEMANDE SUIVANTE ; UNE
      *DECISION REFUSEE (VALIDEUR = DEMANDEUR, NON HABILITE, EMPLOYE
      *MODIFIE DEPUIS LA DEMANDE...) REPRESENTE LA MEME DEMANDE AVEC
      *LE LIBELLE DE L'ACCESSEUR.
       TRAITEMENT-ECRAN-MAPV.
             IF EIBAID = DFHPF8
                COMPUTE WS-NUMATT = CA-NUMATT + 1
                MOVE WS-MSG-DECIDER TO WS-MSG-AFFICHE
                PERFORM PRESENTATION-DEMANDE
             ELSE
                EXEC CICS RECEIVE MAP(WS-MAPV)
                                  MAPSET(WS-MAPSET)
                                  INTO(MAPVI)
                END-EXEC
                IF VDECI = 'V' OR VDECI = 'R'
                   PERFORM DECISION-DEMANDE
                ELSE
                   MOVE CA-NUMATT TO WS-NUMATT
                   MOVE WS-MSG-DECISION-ERR TO WS-MSG-AFFICHE
                END-IF
                PERFORM PRESENTATION-DEMANDE
             END-IF
             .

      *PORTE LA DECISION SAISIE SUR LA DEMANDE DE LA COMMAREA PAR
      *ACCESS2 'W' SOUS L'IDENTITE DE L'OPERATEUR AU TERMINAL, ET
      *PREPARE LA DEMANDE A PRESENTER ENSUITE AVEC SON MESSAGE.
       DECISION-DEMANDE.
             EXEC CICS ASSIGN USERID(WS-UTILISATEUR) END-EXEC
             INITIALIZE ZACCESSEUR
             MOVE 'W'            TO ZCODE-FONC
             MOVE CA-NUMATT      TO ZNUMATT
             MOVE VDECI          TO ZDECISION
             MOVE WS-UTILISATEUR TO ZUTILISATEUR
             CALL ACCESS2 USING ZACCESSEUR
             IF ZCODE-RET = ZEROES
                COMPUTE WS-NUMATT = CA-NUMATT + 1
                MOVE WS-MSG-DECISION-OK TO WS-MSG-AFFICHE
             ELSE
                MOVE CA-NUMATT TO WS-NUMATT
                MOVE ZLIBERR   TO WS-MSG-AFFICHE
             END-IF
             .

      *PRESENTE LA PREMIERE DEMANDE EN ATTENTE DE NUMERO >= WS-NUMATT :
      *VALEURS DEMANDEES LUES PAR ACCESS2 'K', PUIS VALEURS EN PLACE
      *DE L'EMPLOYE LUES PAR ACCESS2 'L'. S'IL N'Y A PLUS DE DEMANDE EN
      *ATTENTE (ERREUR 70), RETOUR SUR MAPQ.
       PRESENTATION-DEMANDE.
             INITIALIZE ZACCESSEUR
             MOVE 'K'       TO ZCODE-FONC
             MOVE WS-NUMATT TO ZNUMATT
             CALL ACCESS2 USING ZACCESSEUR
             EVALUATE ZCODE-RET
                WHEN ZEROES
                   PERFORM AFFICHAGE-MAPV
                WHEN 70
                   IF WS-MSG-AFFICHE = WS-MSG-DECISION-OK
                      MOVE WS-MSG-FIN-ATT  TO WS-MSG-AFFICHE
                   ELSE
                      MOVE WS-MSG-PLUS-ATT TO WS-MSG-AFFICHE
                   END-IF
                   PERFORM AFFICHAGE-MAPQ
                WHEN OTHER
                   MOVE ZLIBERR TO WS-MSG-AFFICHE
                   PERFORM AFFICHAGE-MAPQ
             END-EVALUATE
             .

      *AFFICHE L'ECRAN MAPV : VALEURS DEMANDEES RENVOYEES PAR 'K' DANS
      *ZACCESSEUR, PUIS VALEURS EN PLACE DE L'EMPLOYE RELUES PAR 'L'
      *(LE NOM AFFICHE EST LE NOM ACTUEL, UNE MUTATION 'T' POUVANT
      *AUSSI CORRIGER LE NOM).
       AFFICHAGE-MAPV.
             MOVE ZNUMATT TO CA-NUMATT
             MOVE SPACES TO MAPVO
             MOVE ZNUMATT    TO VNUMO
             MOVE ZMAT       TO VMATO
             MOVE ZFONC-ATT  TO VFONO
             MOVE ZDEMANDEUR TO VDEMO
             MOVE ZSAL       TO VNSALO
             MOVE ZCOM       TO VNCOMO
             MOVE ZGRD       TO VNGRDO
             MOVE ZNOD       TO VNNODO
             MOVE ZDAT       TO VNDATO
             MOVE ZTAUX      TO VNTAUO
             IF ZDATEFF NOT = ZEROES
                MOVE ZDATEFF TO VEFFO
             END-IF
             MOVE 'L' TO ZCODE-FONC
             CALL ACCESS2 USING ZACCESSEUR
             IF ZCODE-RET = ZEROES
                MOVE ZNOM       TO VNOMO
                MOVE ZSAL       TO VASALO
                MOVE ZCOM       TO VACOMO
                MOVE ZGRD       TO VAGRDO
                MOVE ZNOD       TO VANODO
                MOVE ZDAT       TO VADATO
                MOVE ZTAUX      TO VATAUO
             ELSE
                MOVE ZLIBERR TO WS-MSG-AFFICHE
             END-IF
             MOVE WS-MSG-AFFICHE TO VMSGO
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
  DEFINE TRANSACTION(VALM) GROUP(API7)
         PROGRAM(VALMUPD) TASKDATALOC(ANY)
  DEFINE PROGRAM(VALMUPD) GROUP(API7)
         LANGUAGE(COBOL) CEDF(YES)
  DEFINE MAPSET(VALMUPD) GROUP(API7)

//API7VM JOB NOTIFY=&SYSUID,CLASS=A,MSGCLASS=H
//*
//PROCLIB  JCLLIB ORDER=SDJ.FORM.PROCLIB
//*
//         SET SYSUID=API7
//         NOMPGM:VALMUPD
//*
//APPROC   EXEC COMPDB2
//STEPDB2.SYSLIB   DD DSN=API7.SOURCE.DCLGEN,DISP=SHR
//                 DD DSN=API7.SOURCE.COPY,DISP=SHR
//STEPDB2.SYSIN    DD DSN=API7.SOURCE.DB2(VALMUPD),DISP=SHR
//STEPDB2.DBRMLIB DD DSN=API7.SOURCE.DBRMLIB(VALMUPD),DISP=SHR
//STEPLNK.SYSLMOD  DD DSN=API7.SOURCE.PGMLIB(VALMUPD),DISP=SHR
//



      ********************************************************************#
      *                          ECRANS DE LA TRANSACTION                 #
      ********************************************************************#
      *MAPQ :
      * NUMERO DE LA DEMANDE (BLANC = LA PLUS ANCIENNE)
      * DEMANDE : _______
      *
      *MAPV (APRES PF-ENTREE SUR MAPQ, NUMERO A BLANC) :
      * DEMANDE : 0000012  MAT : 030     NOM : BARI
      * FONCTION : M       DEMANDEUR : OPERRH1
      *                  EN PLACE       DEMANDE
      * SALAIRE      :   02800,00       03200,00
      * COMMISSION   :   00000,00       00000,00
      * GRADE        :   C2             C2
      * DEPARTEMENT  :   D21            D21
      * DATE ENTREE  :   20190304       20190304
      * TAUX ACTIVITE:   100,00         100,00
      * DATE D'EFFET :                  20261001
      * DECISION (V/R) : V
      * DECISION V/R PUIS ENTREE - PF8 DEMANDE SUIVANTE
      *
      *MAPV (APRES PF-ENTREE, DECISION V SAISIE PAR LE VALIDEUR
      *OPERVAL) :
      * DEMANDE : 0000014  MAT : 112     NOM : LEGRAND
      * FONCTION : T       DEMANDEUR : OPERRH2
      * ...
      * DECISION ENREGISTREE - DEMANDE SUIVANTE AFFICHEE
      *********************************** BOTTOM OF DATA *********************************
