      *           ACCESS2B ('L' préalable pour le verrou optimiste des    #
      *           modifications), et édition de la liste des mouvements   #
      *           avec les cartes en erreur - le pendant de DEPARTS et    #
      *           TRANSFER pour la table GRADE. Les bandes modifiées      #
      *           sont suivies d'une étude d'impact sur les employés du   #
      *           grade (cercles rouges au-dessus du nouveau maximum,     #
      *           cercles verts sous le nouveau minimum et coût de mise   #
      *           au minimum), disponible en simulation avant mise à jour.#
      ********************************************************************#

       IDENTIFICATION DIVISION.
      *       L'ACCESSEUR ACCESS2B, ET EDITER LA LISTE DES MOUVEMENTS   *
      *       AVEC LES CARTES EN ERREUR.                                *
      *  260902 : CREATION DU PROGRAMME                                *
      *  261015 : MODE SIMULATION PAR PARM('S') (CONTROLES DES CARTES  *
      *           SANS MISE A JOUR, SANS PARM OU PARM('M') = MISE A    *
      *           JOUR) ET ETUDE D'IMPACT DES BANDES MODIFIEES SUR LES *
      *           EMPLOYES ACTIFS DU GRADE (CURSEUR ACCESS2) : CERCLES *
      *           ROUGES/VERTS AVANT ET APRES, COUT DE MISE AU MINIMUM,*
      *           CODE CONDITION 4 SUR NOUVEAU CERCLE ROUGE OU VERT    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       01  ACCESS2B          PIC X(8) VALUE 'ACCESS2B'.

      *ZONE DE COMMUNICATION AVEC L'ACCESSEUR DE LA TABLE EMPLOYE
      *(PARCOURS DES EMPLOYES ACTIFS POUR L'ETUDE D'IMPACT)
           COPY ZACCESSEUR.

       01  ACCESS2           PIC X(8) VALUE 'ACCESS2'.

      *MODE D'EXECUTION (PARM) : MISE A JOUR PAR DEFAUT, PARM('S') =
      *SIMULATION (CARTES CONTROLEES ET IMPACT EDITE, RIEN N'EST
      *APPLIQUE)
       01  WS-MODE           PIC X    VALUE 'M'.
           88 MODE-SIMULATION        VALUE 'S'.

      *CONTROLE LOCAL D'UNE CARTE EN SIMULATION (MEMES REGLES QUE
      *L'ACCESSEUR, ERREURS 28 A 32)
       01  WS-CARTE-OK       PIC X    VALUE 'O'.
           88 CARTE-OK               VALUE 'O'.

      *BANDES MODIFIEES PAR LES CARTES 'M' RETENUES : ANCIENNE BANDE
      *(LECTURE 'L' PREALABLE) ET NOUVELLE BANDE, AVEC LES CUMULS DE
      *L'ETUDE D'IMPACT PAR GRADE
       01  WS-MAX-BANDE      PIC 9(3) COMP VALUE 50.
       01  WS-NB-BANDE       PIC 9(3) COMP VALUE ZEROES.
       01  TABLE-BANDE.
           05 TB-LIGNE OCCURS 50 TIMES
                       INDEXED BY IX-BANDE.
              10 TB-GRD       PIC X(2).
              10 TB-ANC-MIN   PIC 9(5)V99.
              10 TB-ANC-MAX   PIC 9(5)V99.
              10 TB-NOU-MIN   PIC 9(5)V99.
              10 TB-NOU-MAX   PIC 9(5)V99.
              10 TB-NB-EMP    PIC 9(5) COMP.
              10 TB-ANC-ROUGE PIC 9(5) COMP.
              10 TB-ANC-VERT  PIC 9(5) COMP.
              10 TB-NOU-ROUGE PIC 9(5) COMP.
              10 TB-NOU-VERT  PIC 9(5) COMP.
              10 TB-COUT-MOIS PIC 9(7)V99.
       01  WS-BANDE-TROUVEE  PIC X    VALUE 'N'.
           88 BANDE-TROUVEE          VALUE 'O'.
       01  WS-ANC-MIN        PIC 9(5)V99 VALUE ZEROES.
       01  WS-ANC-MAX        PIC 9(5)V99 VALUE ZEROES.

      *POSITION DE L'EMPLOYE COURANT AVANT ET APRES ('R' ROUGE, 'V'
      *VERT, BLANC DANS LA BANDE) ET COUT DE SA MISE AU MINIMUM
       01  WS-POS-ANC        PIC X    VALUE SPACE.
       01  WS-POS-NOU        PIC X    VALUE SPACE.
       01  WS-ECART          PIC 9(5)V99 VALUE ZEROES.
       01  WS-COUT-MOIS      PIC 9(5)V99 VALUE ZEROES.
       01  WS-TOT-COUT-MOIS  PIC 9(7)V99 VALUE ZEROES.
       01  WS-TOT-COUT-AN    PIC 9(9)V99 VALUE ZEROES.
       01  WS-NB-NOUVEAUX    PIC 9(5) COMP VALUE ZEROES.
       01  WS-NB-EMP-LUS     PIC 9(7) COMP VALUE ZEROES.

      *COMPTEURS DU TRAITEMENT
       01  WS-NB-CARTES      PIC 9(5) COMP VALUE ZEROES.
       01  WS-NB-APPLIQUEES  PIC 9(5) COMP VALUE ZEROES.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(25) VALUE ALL '-'.

       01  L2A.
           05                PIC X(07) VALUE 'MODE : '.
           05 ED-L2A-MODE    PIC X(12) VALUE SPACES.

       01  L3.
           05                PIC X(06) VALUE 'ACTION'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(13) VALUE '   ERREURS : '.
           05 ED-L6-ERREURS  PIC ZZZZ9 VALUE ZEROES.

      *ETUDE D'IMPACT DES BANDES MODIFIEES : TITRE, ENTETES, LIGNE
      *D'UN EMPLOYE HORS DE LA NOUVELLE BANDE (OU QUI Y REVIENT)
       01  L7.
           05                PIC X(45) VALUE
                  'IMPACT DES BANDES MODIFIEES SUR LES EMPLOYES'.
           05 ED-L7-MODE     PIC X(30) VALUE SPACES.
       01  L8.
           05                PIC X(06) VALUE 'MAT'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(15) VALUE 'NOM'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE 'GRD'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE 'NOD'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(09) VALUE '  SALAIRE'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE '  TAUX'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(09) VALUE 'NOUV. MIN'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(09) VALUE 'NOUV. MAX'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(22) VALUE 'SITUATION'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(09) VALUE 'COUT MOIS'.
       01  L9.
           05                PIC X(06) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(15) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(09) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(09) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(09) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(22) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(09) VALUE ALL '-'.
       01  L10.
           05 ED-L10-MAT     PIC X(06) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L10-NOM     PIC X(15) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L10-GRD     PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L10-NOD     PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L10-SAL     PIC ZZ.ZZZ,ZZ.
           05                PIC X(03) VALUE SPACES.
           05 ED-L10-TAUX    PIC ZZ9,99.
           05                PIC X(03) VALUE SPACES.
           05 ED-L10-MIN     PIC ZZ.ZZZ,ZZ.
           05                PIC X(03) VALUE SPACES.
           05 ED-L10-MAX     PIC ZZ.ZZZ,ZZ.
           05                PIC X(03) VALUE SPACES.
           05 ED-L10-SITU    PIC X(22) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L10-COUT    PIC ZZ.ZZZ,ZZ.

      *RECAPITULATIF PAR GRADE MODIFIE ET TOTAL DU COUT
       01  L11.
           05                PIC X(06) VALUE 'GRADE '.
           05 ED-L11-GRD     PIC X(02) VALUE SPACES.
           05                PIC X(13) VALUE '  EFFECTIF : '.
           05 ED-L11-NB      PIC ZZZZ9.
           05                PIC X(18) VALUE '   ROUGES AVANT : '.
           05 ED-L11-ANC-R   PIC ZZZZ9.
           05                PIC X(10) VALUE '  APRES : '.
           05 ED-L11-NOU-R   PIC ZZZZ9.
           05                PIC X(17) VALUE '   VERTS AVANT : '.
           05 ED-L11-ANC-V   PIC ZZZZ9.
           05                PIC X(10) VALUE '  APRES : '.
           05 ED-L11-NOU-V   PIC ZZZZ9.
           05                PIC X(15) VALUE '   COUT MOIS : '.
           05 ED-L11-COUT    PIC Z.ZZZ.ZZZ,ZZ.
       01  L12.
           05                PIC X(36) VALUE
                             'COUT DE MISE AU MINIMUM - MENSUEL : '.
           05 ED-L12-MOIS    PIC Z.ZZZ.ZZZ,ZZ.
           05                PIC X(13) VALUE '   ANNUEL : '.
           05 ED-L12-AN      PIC ZZZ.ZZZ.ZZZ,ZZ.
           05                PIC X(27) VALUE
                                 '   NOUVEAUX HORS BANDE : '.
           05 ED-L12-NOUV    PIC ZZZZ9.

       LINKAGE SECTION.
       01  PARM-GRADUPD.
           05 PARM-LONGUEUR        PIC S9(4) COMP.
           05 PARM-DONNEES.
              10 PARM-MODE         PIC X.

       PROCEDURE DIVISION USING PARM-GRADUPD.
             MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE
             MOVE WS-HORODATAGE(1:14)   TO WS-OPS-DEBUT
      *LECTURE DU PARM DE LA JCL : PARM('S') POUR UNE SIMULATION, SANS
      *PARM (OU PARM('M')) LES CARTES SONT APPLIQUEES COMME AVANT.
             IF PARM-LONGUEUR > ZEROES AND PARM-MODE = 'S'
                MOVE 'S' TO WS-MODE
             END-IF
      *OUVERTURE DES FICHIERS ET DE L'ENTETE
             OPEN INPUT CARTES
             IF FS-CARTES NOT = ZEROES
             MOVE '0' TO CAR-SAUT
             WRITE ENR-EDIT

      *ETUDE D'IMPACT DES BANDES MODIFIEES SUR LES EMPLOYES ACTIFS
             IF WS-NB-BANDE NOT = ZEROES
                PERFORM ETUDE-IMPACT
             END-IF

             CLOSE CARTES
             CLOSE EDIT
             MOVE WS-NB-CARTES     TO WS-OPS-LUS
             MOVE WS-NB-APPLIQUEES TO WS-OPS-ECRITS
      *LES CARTES EN ERREUR ET LES NOUVEAUX CERCLES ROUGES OU VERTS
      *DONNENT LE CODE CONDITION AVERTISSEMENT
             IF WS-NB-ERREURS NOT = ZEROES
                OR WS-NB-NOUVEAUX NOT = ZEROES
                MOVE 4 TO WS-CODE-RETOUR
             END-IF
             PERFORM TERMINAISON
      *TRAITE UNE CARTE DE MAINTENANCE : L'ACTION 'M' PASSE D'ABORD
      *PAR UNE LECTURE 'L' POUR OBTENIR LE GHORODATE DU VERROU
      *OPTIMISTE, 'C' ET 'S' APPELLENT DIRECTEMENT L'ACCESSEUR QUI
      *PORTE TOUS LES CONTROLES (ERREURS 28 A 33). EN SIMULATION, LES
      *CARTES SONT CONTROLEES SANS APPEL DE MISE A JOUR.
       TRAITEMENT-CARTE.
             INITIALIZE GACCESSEUR
             MOVE CAR-GRD TO GGRD
             EVALUATE CAR-ACTION
                WHEN 'C'
                   IF MODE-SIMULATION
                      PERFORM SIMULATION-CREATION
                   ELSE
                      PERFORM APPLICATION-CREATION
                   END-IF
                WHEN 'M'
                   IF MODE-SIMULATION
                      PERFORM SIMULATION-MODIFICATION
                   ELSE
                      PERFORM APPLICATION-MODIFICATION
                   END-IF
                WHEN 'S'
                   IF MODE-SIMULATION
                      PERFORM SIMULATION-SUPPRESSION
                   ELSE
                      PERFORM APPLICATION-SUPPRESSION
                   END-IF
                WHEN OTHER
                   MOVE 'CODE ACTION ERRONE (C, M OU S)' TO ED-L5-OBS
                   PERFORM EDITION-LIGNE-ERREUR
             END-IF
             .

      *MODIFICATION D'UN GRADE : LECTURE 'L' (VERROU OPTIMISTE ET
      *ANCIENNE BANDE POUR L'ETUDE D'IMPACT) PUIS ACCESS2B 'M' AVEC LES
      *ZONES DE LA CARTE
       APPLICATION-MODIFICATION.
             MOVE 'L' TO GCODE-FONC
             CALL ACCESS2B USING GACCESSEUR
                MOVE GLIBERR TO ED-L5-OBS
                PERFORM EDITION-LIGNE-ERREUR
             ELSE
                MOVE GSALMIN    TO WS-ANC-MIN
                MOVE GSALMAX    TO WS-ANC-MAX
                MOVE 'M'        TO GCODE-FONC
                MOVE CAR-LIB    TO GLIB
                MOVE CAR-SALMIN TO GSALMIN
                MOVE 'GRADUPD'  TO GUTILISATEUR
                CALL ACCESS2B USING GACCESSEUR
                IF GCODE-RET = ZEROES
                   PERFORM MEMORISATION-BANDE
                   PERFORM EDITION-LIGNE-APPLIQUEE
                ELSE
                   MOVE GLIBERR TO ED-L5-OBS
             END-IF
             .

      *SIMULATION D'UNE CREATION : CONTROLES DE LA CARTE PUIS LECTURE
      *'L' QUI DOIT REPONDRE GRADE INEXISTANT (ERREUR 28)
       SIMULATION-CREATION.
             PERFORM CONTROLE-CARTE-SIMULATION
             IF CARTE-OK
                MOVE 'L' TO GCODE-FONC
                CALL ACCESS2B USING GACCESSEUR
                EVALUATE GCODE-RET
                   WHEN ZEROES
                      MOVE 'GRADE DEJA EXISTANT' TO ED-L5-OBS
                      PERFORM EDITION-LIGNE-ERREUR
                   WHEN 28
                      PERFORM EDITION-LIGNE-APPLIQUEE
                   WHEN OTHER
                      MOVE GLIBERR TO ED-L5-OBS
                      PERFORM EDITION-LIGNE-ERREUR
                END-EVALUATE
             END-IF
             .

      *SIMULATION D'UNE MODIFICATION : CONTROLES DE LA CARTE, LECTURE
      *'L' DE LA BANDE EN VIGUEUR ET MEMORISATION DE LA BANDE PROPOSEE
      *POUR L'ETUDE D'IMPACT
       SIMULATION-MODIFICATION.
             PERFORM CONTROLE-CARTE-SIMULATION
             IF CARTE-OK
                MOVE 'L' TO GCODE-FONC
                CALL ACCESS2B USING GACCESSEUR
                IF GCODE-RET = ZEROES
                   MOVE GSALMIN TO WS-ANC-MIN
                   MOVE GSALMAX TO WS-ANC-MAX
                   PERFORM MEMORISATION-BANDE
                   PERFORM EDITION-LIGNE-APPLIQUEE
                ELSE
                   MOVE GLIBERR TO ED-L5-OBS
                   PERFORM EDITION-LIGNE-ERREUR
                END-IF
             END-IF
             .

      *SIMULATION D'UNE SUPPRESSION : LE GRADE DOIT EXISTER (LE REFUS
      *POUR EMPLOYES RATTACHES, ERREUR 33, N'EST CONNU QU'A LA MISE A
      *JOUR)
       SIMULATION-SUPPRESSION.
             IF CAR-GRD = SPACES
                MOVE 'CODE GRADE NON RENSEIGNE' TO ED-L5-OBS
                PERFORM EDITION-LIGNE-ERREUR
             ELSE
                MOVE 'L' TO GCODE-FONC
                CALL ACCESS2B USING GACCESSEUR
                IF GCODE-RET = ZEROES
                   PERFORM EDITION-LIGNE-APPLIQUEE
                ELSE
                   MOVE GLIBERR TO ED-L5-OBS
                   PERFORM EDITION-LIGNE-ERREUR
                END-IF
             END-IF
             .

      *CONTROLES DE LA CARTE EN SIMULATION, REPRIS DE L'ACCESSEUR :
      *CODE GRADE (ERREUR 30), LIBELLE (ERREUR 31), BORNES NUMERIQUES,
      *MAXIMUM NON NUL ET AU MOINS EGAL AU MINIMUM (ERREUR 32)
       CONTROLE-CARTE-SIMULATION.
             MOVE 'O' TO WS-CARTE-OK
             EVALUATE TRUE
                WHEN CAR-GRD = SPACES
                   MOVE 'CODE GRADE NON RENSEIGNE' TO ED-L5-OBS
                   MOVE 'N' TO WS-CARTE-OK
                WHEN CAR-LIB = SPACES
                   MOVE 'LIBELLE GRADE NON RENSEIGNE' TO ED-L5-OBS
                   MOVE 'N' TO WS-CARTE-OK
                WHEN CAR-SALMIN NOT NUMERIC OR CAR-SALMAX NOT NUMERIC
                   MOVE 'BORNES DE SALAIRE DU GRADE ERRONEES'
                                               TO ED-L5-OBS
                   MOVE 'N' TO WS-CARTE-OK
                WHEN CAR-SALMAX = ZEROES OR CAR-SALMIN > CAR-SALMAX
                   MOVE 'BORNES DE SALAIRE DU GRADE ERRONEES'
                                               TO ED-L5-OBS
                   MOVE 'N' TO WS-CARTE-OK
             END-EVALUATE
             IF NOT CARTE-OK
                PERFORM EDITION-LIGNE-ERREUR
             END-IF
             .

      *MEMORISATION DE LA BANDE MODIFIEE (ANCIENNE BANDE LUE PAR 'L',
      *NOUVELLE BANDE DE LA CARTE) - UN GRADE DEJA MODIFIE PAR UNE
      *CARTE PRECEDENTE GARDE SA BANDE D'ORIGINE ET PREND LA DERNIERE
      *BANDE PROPOSEE
       MEMORISATION-BANDE.
             MOVE 'N' TO WS-BANDE-TROUVEE
             SET IX-BANDE TO 1
             PERFORM WS-NB-BANDE TIMES
                IF TB-GRD (IX-BANDE) = CAR-GRD
                   MOVE CAR-SALMIN TO TB-NOU-MIN (IX-BANDE)
                   MOVE CAR-SALMAX TO TB-NOU-MAX (IX-BANDE)
                   MOVE 'O' TO WS-BANDE-TROUVEE
                END-IF
                SET IX-BANDE UP BY 1
             END-PERFORM
             IF NOT BANDE-TROUVEE
                IF WS-NB-BANDE >= WS-MAX-BANDE
                   DISPLAY 'TABLE DES BANDES PLEINE, GRADE ' CAR-GRD
                           ' HORS ETUDE D''IMPACT'
                ELSE
                   ADD 1 TO WS-NB-BANDE
                   SET IX-BANDE TO WS-NB-BANDE
                   INITIALIZE TB-LIGNE (IX-BANDE)
                   MOVE CAR-GRD    TO TB-GRD (IX-BANDE)
                   MOVE WS-ANC-MIN TO TB-ANC-MIN (IX-BANDE)
                   MOVE WS-ANC-MAX TO TB-ANC-MAX (IX-BANDE)
                   MOVE CAR-SALMIN TO TB-NOU-MIN (IX-BANDE)
                   MOVE CAR-SALMAX TO TB-NOU-MAX (IX-BANDE)
                END-IF
             END-IF
             .

      *ETUDE D'IMPACT : PARCOURS DES EMPLOYES ACTIFS PAR LE CURSEUR
      *STANDARD D'ACCESS2, POSITION DE CHAQUE EMPLOYE D'UN GRADE
      *MODIFIE DANS L'ANCIENNE ET LA NOUVELLE BANDE, PUIS
      *RECAPITULATIF PAR GRADE ET COUT TOTAL DE MISE AU MINIMUM
       ETUDE-IMPACT.
             IF MODE-SIMULATION
                MOVE '(BANDES PROPOSEES)' TO ED-L7-MODE
             ELSE
                MOVE '(BANDES APPLIQUEES)' TO ED-L7-MODE
             END-IF
             MOVE L7  TO LIG-EDIT
             MOVE '0' TO CAR-SAUT
             WRITE ENR-EDIT
             MOVE L8  TO LIG-EDIT
             MOVE '0' TO CAR-SAUT
             WRITE ENR-EDIT
             MOVE L9  TO LIG-EDIT
             MOVE ' ' TO CAR-SAUT
             WRITE ENR-EDIT

             INITIALIZE ZACCESSEUR
             MOVE 'O' TO ZCODE-FONC
             CALL ACCESS2 USING ZACCESSEUR
             IF ZCODE-RET NOT = ZEROES
                DISPLAY '--- ERR OUVERTURE CURSEUR EMPLOYE : '
                        ZCODE-RET
                PERFORM FIN
             END-IF
             MOVE 'Q' TO ZCODE-FONC
             CALL ACCESS2 USING ZACCESSEUR
             PERFORM UNTIL ZCODE-RET = 19
                IF ZCODE-RET NOT = ZEROES
                   DISPLAY '--- ERR LECTURE CURSEUR EMPLOYE : '
                           ZCODE-RET
                   PERFORM FIN
                END-IF
                ADD 1 TO WS-NB-EMP-LUS
                IF ZGRD NOT = SPACES
                   PERFORM IMPACT-EMPLOYE
                END-IF
                MOVE 'Q' TO ZCODE-FONC
                CALL ACCESS2 USING ZACCESSEUR
             END-PERFORM
             MOVE 'F' TO ZCODE-FONC
             CALL ACCESS2 USING ZACCESSEUR

             MOVE '0' TO CAR-SAUT
             SET IX-BANDE TO 1
             PERFORM WS-NB-BANDE TIMES
                MOVE TB-GRD (IX-BANDE)       TO ED-L11-GRD
                MOVE TB-NB-EMP (IX-BANDE)    TO ED-L11-NB
                MOVE TB-ANC-ROUGE (IX-BANDE) TO ED-L11-ANC-R
                MOVE TB-NOU-ROUGE (IX-BANDE) TO ED-L11-NOU-R
                MOVE TB-ANC-VERT (IX-BANDE)  TO ED-L11-ANC-V
                MOVE TB-NOU-VERT (IX-BANDE)  TO ED-L11-NOU-V
                MOVE TB-COUT-MOIS (IX-BANDE) TO ED-L11-COUT
                MOVE L11 TO LIG-EDIT
                WRITE ENR-EDIT
                MOVE ' ' TO CAR-SAUT
                SET IX-BANDE UP BY 1
             END-PERFORM
             COMPUTE WS-TOT-COUT-AN = WS-TOT-COUT-MOIS * 12
             MOVE WS-TOT-COUT-MOIS TO ED-L12-MOIS
             MOVE WS-TOT-COUT-AN   TO ED-L12-AN
             MOVE WS-NB-NOUVEAUX   TO ED-L12-NOUV
             MOVE L12 TO LIG-EDIT
             MOVE '0' TO CAR-SAUT
             WRITE ENR-EDIT
             .

      *POSITION DE L'EMPLOYE COURANT ('R' AU-DESSUS DU MAXIMUM, 'V'
      *SOUS LE MINIMUM) DANS L'ANCIENNE ET LA NOUVELLE BANDE DE SON
      *GRADE S'IL EST MODIFIE ; COUT MENSUEL DE MISE AU NOUVEAU MINIMUM
      *(ECART SUR LE SALAIRE DE BASE PONDERE PAR LE TAUX D'ACTIVITE) ;
      *EDITION DE L'EMPLOYE S'IL EST HORS BANDE AVANT OU APRES.
       IMPACT-EMPLOYE.
             MOVE 'N' TO WS-BANDE-TROUVEE
             SET IX-BANDE TO 1
             PERFORM UNTIL BANDE-TROUVEE OR IX-BANDE > WS-NB-BANDE
                IF TB-GRD (IX-BANDE) = ZGRD
                   MOVE 'O' TO WS-BANDE-TROUVEE
                ELSE
                   SET IX-BANDE UP BY 1
                END-IF
             END-PERFORM
             IF BANDE-TROUVEE
                MOVE SPACE TO WS-POS-ANC
                MOVE SPACE TO WS-POS-NOU
                IF ZSAL > TB-ANC-MAX (IX-BANDE)
                   MOVE 'R' TO WS-POS-ANC
                   ADD 1 TO TB-ANC-ROUGE (IX-BANDE)
                END-IF
                IF ZSAL < TB-ANC-MIN (IX-BANDE)
                   MOVE 'V' TO WS-POS-ANC
                   ADD 1 TO TB-ANC-VERT (IX-BANDE)
                END-IF
                IF ZSAL > TB-NOU-MAX (IX-BANDE)
                   MOVE 'R' TO WS-POS-NOU
                   ADD 1 TO TB-NOU-ROUGE (IX-BANDE)
                END-IF
                MOVE ZEROES TO WS-COUT-MOIS
                IF ZSAL < TB-NOU-MIN (IX-BANDE)
                   MOVE 'V' TO WS-POS-NOU
                   ADD 1 TO TB-NOU-VERT (IX-BANDE)
                   COMPUTE WS-ECART = TB-NOU-MIN (IX-BANDE) - ZSAL
                   COMPUTE WS-COUT-MOIS ROUNDED
                         = WS-ECART * ZTAUX / 100
                   ADD WS-COUT-MOIS TO TB-COUT-MOIS (IX-BANDE)
                   ADD WS-COUT-MOIS TO WS-TOT-COUT-MOIS
                END-IF
                ADD 1 TO TB-NB-EMP (IX-BANDE)
                IF WS-POS-NOU NOT = SPACE
                   AND WS-POS-NOU NOT = WS-POS-ANC
                   ADD 1 TO WS-NB-NOUVEAUX
                END-IF
                IF WS-POS-NOU NOT = SPACE OR WS-POS-ANC NOT = SPACE
                   EVALUATE TRUE
                      WHEN WS-POS-NOU = 'R' AND WS-POS-ANC = 'R'
                         MOVE 'RESTE CERCLE ROUGE'   TO ED-L10-SITU
                      WHEN WS-POS-NOU = 'R'
                         MOVE 'DEVIENT CERCLE ROUGE' TO ED-L10-SITU
                      WHEN WS-POS-NOU = 'V' AND WS-POS-ANC = 'V'
                         MOVE 'RESTE CERCLE VERT'    TO ED-L10-SITU
                      WHEN WS-POS-NOU = 'V'
                         MOVE 'DEVIENT CERCLE VERT'  TO ED-L10-SITU
                      WHEN OTHER
                         MOVE 'REVIENT DANS LA BANDE' TO ED-L10-SITU
                   END-EVALUATE
                   MOVE ZMAT                  TO ED-L10-MAT
                   MOVE ZNOM                  TO ED-L10-NOM
                   MOVE ZGRD                  TO ED-L10-GRD
                   MOVE ZNOD                  TO ED-L10-NOD
                   MOVE ZSAL                  TO ED-L10-SAL
                   MOVE ZTAUX                 TO ED-L10-TAUX
                   MOVE TB-NOU-MIN (IX-BANDE) TO ED-L10-MIN
                   MOVE TB-NOU-MAX (IX-BANDE) TO ED-L10-MAX
                   MOVE WS-COUT-MOIS          TO ED-L10-COUT
                   MOVE L10 TO LIG-EDIT
                   MOVE ' ' TO CAR-SAUT
                   WRITE ENR-EDIT
                END-IF
             END-IF
             .

      *EDITE LA LIGNE D'UN MOUVEMENT APPLIQUE (OU SIMULE)
       EDITION-LIGNE-APPLIQUEE.
             ADD 1 TO WS-NB-APPLIQUEES
             MOVE CAR-ACTION TO ED-L5-ACTION
             MOVE CAR-LIB    TO ED-L5-LIB
             MOVE CAR-SALMIN TO ED-L5-SALMIN
             MOVE CAR-SALMAX TO ED-L5-SALMAX
             IF MODE-SIMULATION
                MOVE 'SIMULATION, NON APPLIQUE' TO ED-L5-OBS
             ELSE
                MOVE SPACES TO ED-L5-OBS
             END-IF
             MOVE L5  TO LIG-EDIT
             MOVE ' ' TO CAR-SAUT
             WRITE ENR-EDIT
             WRITE ENR-EDIT
             .

      *ECRITURE DE L'ENTETE DU RAPPORT (L1 A L4, AVEC LE MODE)
       ECRITURE-ENTETE.
             IF MODE-SIMULATION
                MOVE 'SIMULATION'  TO ED-L2A-MODE
             ELSE
                MOVE 'MISE A JOUR' TO ED-L2A-MODE
             END-IF
             MOVE '1'  TO CAR-SAUT
             MOVE L1   TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE L2   TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE '0'  TO CAR-SAUT
             MOVE L2A  TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE '0'  TO CAR-SAUT
             MOVE L3   TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE ' '  TO CAR-SAUT
//         SET SYSUID=API7
//         NOMPGM:GRADUPD
//*
//*--- PARM='S' = SIMULATION (CONTROLE DES CARTES ET IMPACT DES ---
//*--- BANDES SUR LES EMPLOYES, AUCUNE MISE A JOUR) ; RELANCER    ---
//*--- SANS PARM (OU PARM='M') POUR APPLIQUER LES CARTES          ---
//STEPRUN  EXEC PGM=GRADUPD,PARM='S',COND=(4,LT)
//STEPLIB  DD DSN=API7.SOURCE.PGMLIB,DISP=SHR
//OPSLOG   DD DSN=API7.OPSLOG,DISP=MOD
//AUDIT    DD DSN=API7.AUDIT,DISP=MOD
      ********************************************************************#
      *1                              MAINTENANCE DES GRADES
      *                               -------------------------
      *0MODE : SIMULATION
      *0ACTION   GRD    LIBELLE           SALMIN       SALMAX       OBSERVATION
      * ------   ----   ---------------   ----------   ----------   --------------------
      * C        E2     EMPLOYE CONF       1.500,00     3.500,00    SIMULATION, NON APPLIQUE
      * M        C1     CADRE              4.800,00    16.000,00    SIMULATION, NON APPLIQUE
      *0CARTES LUES :     2   APPLIQUEES :    2   ERREURS :     0
      *0IMPACT DES BANDES MODIFIEES SUR LES EMPLOYES (BANDES PROPOSEES)
      *0MAT      NOM               GRD   NOD     SALAIRE     TAUX   NOUV. MIN   NOUV. MAX   SITUATION                COUT MOIS
      * ------   ---------------   ---   ---   ---------   ------   ---------   ---------   ----------------------   ---------
      * 112      DURAND            C1    P01   17.500,00   100,00    4.800,00   16.000,00   DEVIENT CERCLE ROUGE
      * 215      VIDAL             C1    P03    4.600,00   100,00    4.800,00   16.000,00   DEVIENT CERCLE VERT         200,00
      *0GRADE C1  EFFECTIF :     4   ROUGES AVANT :     0  APRES :     1   VERTS AVANT :     0  APRES :     1   COUT MOIS :       200,00
      *0COUT DE MISE AU MINIMUM - MENSUEL :       200,00   ANNUEL :        2.400,00   NOUVEAUX HORS BANDE :       2
      *********************************** BOTTOM OF DATA *********************************
