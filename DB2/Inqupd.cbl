      *           LISTE PAGINEE MAPB (CURSEUR ACCESS2 'P', PF7/PF8 VIA  *
      *           LES CLES DE PAGE DE LA COMMAREA), CHOIX DU MATRICULE  *
      *           RAMENANT SUR L'ECRAN MAPM EXISTANT                    *
      *  261015 : COMMAREA SUIVIE (TAUX ET ETP AJOUTES A ZACCESSEUR)     *
      *  261015 : COMMAREA SUIVIE (CONTRAT AJOUTE A ZACCESSEUR)          *
      *  261015 : DATE D'EFFET DU CHANGEMENT SAISIE SUR MAPM (MDEFF, A   *
      *           BLANC = DATE DU JOUR, PASSEE = AUGMENTATION ACCORDEE  *
      *           EN RETARD), COMMAREA SUIVIE (ZDATEFF)                 *
      *  261015 : COMMAREA SUIVIE (BLOC DE DOUBLE VALIDATION AJOUTE A   *
      *           ZACCESSEUR) - UNE HAUSSE AU-DELA DU SEUIL EST MISE EN *
      *           ATTENTE PAR ACCESS2 (CODE 68, NUMERO AFFICHE)         *
      *  261015 : MISE EN ATTENTE DE DOUBLE VALIDATION (CODE 68)        *
      *           SIGNALEE AVEC LE NUMERO DE LA DEMANDE, COMMAREA       *
      *           INCHANGEE                                             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              88 CA-ECRAN-MAPL      VALUE '1'.
              88 CA-ECRAN-MAPM      VALUE '2'.
              88 CA-ECRAN-MAPB      VALUE '3'.
           05 CA-ZACCESSEUR   PIC X(250).
           05 CA-NOM-RECH     PIC X(15).
           05 CA-PAGE-NO      PIC 99.
           05 CA-NB-PAGES     PIC 99.
           05 CA-CLE-PAGE     PIC X(15) OCCURS 10.

       LINKAGE SECTION.
       01  DFHCOMMAREA        PIC X(420).

       PROCEDURE DIVISION.
      *--> 1- PREMIER APPEL DE LA TRANSACTION : ON AFFICHE L'ECRAN DE
             MOVE 'M'    TO ZCODE-FONC
             MOVE MSALI  TO ZSAL
             MOVE MCOMI  TO ZCOM
      *DATE D'EFFET A BLANC = DATE DU JOUR ; UNE SAISIE NON NUMERIQUE
      *EST TRANSMISE TELLE QUELLE ET REFUSEE PAR L'ACCESSEUR (ERREUR 66)
             IF MDEFFI = SPACES OR MDEFFI = LOW-VALUES
                MOVE ZEROES TO ZDATEFF
             ELSE
                MOVE MDEFFI TO ZDATEFF
             END-IF
             EXEC CICS ASSIGN USERID(WS-UTILISATEUR) END-EXEC
             MOVE WS-UTILISATEUR TO ZUTILISATEUR
             CALL ACCESS2 USING ZACCESSEUR
                   MOVE ZSAL   TO MSALO
                   MOVE ZCOM   TO MCOMO
                   MOVE WS-MSG-MAJ-REFUSEE TO MMSGO
                WHEN 68
      *CODE 68 : HAUSSE AU-DELA DU SEUIL DE DOUBLE VALIDATION, NON
      *APPLIQUEE MAIS MISE EN ATTENTE (TRANSACTION VALM) - LE LIBELLE
      *PORTE LE NUMERO DE LA DEMANDE (ZNUMATT) ; LA COMMAREA N'EST PAS
      *MISE A JOUR ET GARDE LES VALEURS EN PLACE (UNE NOUVELLE SAISIE
      *TOMBERAIT EN ERREUR 69)
                   IF ZDATEFF NOT = ZEROES
                      MOVE ZDATEFF TO MDEFFO
                   END-IF
                   MOVE ZLIBERR TO MMSGO
                WHEN OTHER
                   IF ZDATEFF NOT = ZEROES
                      MOVE ZDATEFF TO MDEFFO
                   END-IF
                   MOVE ZLIBERR TO WS-MSG-MAJ-ERREUR
                   MOVE WS-MSG-MAJ-ERREUR TO MMSGO
             END-EVALUATE
      *
      *MAPM (APRES PF-ENTREE SUR MAPL, MAT = 030) :
      * MAT : 030   NOM : BARI      NOD : P02
      * SAL : 03500,50   COM : 00120,00   EFFET (AAAAMMJJ) : 20260701
      * MISE A JOUR EFFECTUEE - PF3 POUR QUITTER
      *********************************** BOTTOM OF DATA *********************************
