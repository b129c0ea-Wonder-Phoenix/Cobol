      ********************************************************************#
      *  ÉNONCÉ : Prévision mensuelle de l'effectif et de la masse        #
      *           salariale contre le budget : BUDGVAR ne compare le      #
      *           budget qu'à la masse réelle du jour, la finance ne voit #
      *           donc un dépassement qu'en décembre. Ce traitement       #
      *           projette chaque département mois par mois jusqu'à la    #
      *           fin de l'année budgétaire : départs connus (préavis     #
      *           STA 'N' et fins de contrat à durée déterminée),         #
      *           embauches et mutations prévues lues sur un fichier de   #
      *           cartes de scénario, campagne de revalorisation au       #
      *           format des cartes SALREV appliquée à partir de son mois #
      *           d'effet. Effectif et masse de chaque mois sont comparés #
      *           à la table BUDGET, consolidés par la hiérarchie PARENT  #
      *           comme dans ORGROLL, et le premier mois de dépassement   #
      *           de chaque département est signalé.                      #
      ********************************************************************#

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVBUD.
       AUTHOR. SV.
       DATE-WRITTEN. 15/10/26.
      ******************************************************************
      * BUT : PROJETER, POUR CHAQUE DEPARTEMENT (CURSEUR ACCESS2A) ET  *
      *       CHAQUE MOIS DU MOIS COURANT A DECEMBRE DE L'ANNEE        *
      *       BUDGETAIRE (PARM AAAA, DEFAUT ANNEE COURANTE), L'EFFECTIF*
      *       EN FIN DE MOIS, L'ETP ET LA MASSE SALARIALE (SAL PONDERE *
      *       PAR LE TAUX D'ACTIVITE + COM, COMME BUDGVAR) A PARTIR    *
      *       DES EMPLOYES EN PLACE (CURSEUR ACCESS2 PAR DEPARTEMENT), *
      *       DE LEURS DEPARTS CONNUS, DES CARTES DE SCENARIO          *
      *       (EMBAUCHES ET MUTATIONS PREVUES) ET DES CARTES DE        *
      *       CAMPAGNE SALREV ; COMPARER CHAQUE MOIS AU BUDGET DE SON  *
      *       ANNEE (ACCESS2D 'L'), PROPRE ET CONSOLIDE PAR LA CHAINE  *
      *       DES PARENT, ET SIGNALER LE PREMIER MOIS DE DEPASSEMENT   *
      *       (CODE CONDITION AVERTISSEMENT). AUCUNE MISE A JOUR.      *
      *  261015 : CREATION DU PROGRAMME                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *CARTES DE CAMPAGNE DE REVALORISATION (FORMAT DES CARTES SALREV)
           SELECT CAMPAGNE ASSIGN TO CAMPAGNE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FS-CAMPAGNE.
      *CARTES DE SCENARIO (EMBAUCHES ET MUTATIONS PREVUES)
           SELECT SCENARIO ASSIGN TO SCENARIO
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FS-SCENARIO.
      *DECLARATION DU FICHIER D'EDITION
           SELECT EDIT ASSIGN TO EDIT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FS-EDIT.
      *JOURNAL D'EXPLOITATION COMMUN DE LA CHAINE BATCH
           SELECT OPSLOG ASSIGN TO OPSLOG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FS-OPSLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAGNE RECORDING MODE IS F.
      *CARTE DE REGLE (COMME SALREV) : NOD EN 1-3 ('***' = REGLE PAR
      *DEFAUT), TYPE EN 5 ('P' = POURCENTAGE, 'F' = MONTANT FIXE),
      *MONTANT EN 7-13 (9(5)V99, DECIMALES IMPLICITES)
       01  ENR-CAMPAGNE.
           05 CAR-NOD        PIC X(3).
           05                PIC X.
           05 CAR-TYPE       PIC X.
           05                PIC X.
           05 CAR-MONTANT    PIC 9(5)V99.
           05                PIC X(67).
      *CARTE DE DATE D'EFFET : 'D' EN 1-3, DATE AAAAMMJJ EN 5-12 (SANS
      *CETTE CARTE, LA CAMPAGNE S'APPLIQUE DES LE PREMIER MOIS PROJETE)
       01  ENR-CAMPAGNE-EFFET.
           05 CEF-CODE       PIC X(3).
           05                PIC X.
           05 CEF-DATEFF     PIC X(8).
           05                PIC X(68).

       FD  SCENARIO RECORDING MODE IS F.
      *CARTE DE SCENARIO : TYPE EN 1 ('E' = EMBAUCHE PREVUE, 'M' =
      *MUTATION PREVUE), CARTE A BLANC OU '*' EN 1 = COMMENTAIRE
       01  ENR-SCENARIO.
           05 SCE-TYPE       PIC X.
           05                PIC X(79).
      *EMBAUCHE PREVUE : NOD EN 3-5, DATE D'ENTREE EN 7-14 (AAAAMMJJ),
      *SAL EN 16-22 ET COM EN 24-30 (9(5)V99, COM A BLANC = 0), TAUX
      *D'ACTIVITE EN 32-36 (9(3)V99, BLANC = TEMPS PLEIN), NOMBRE DE
      *POSTES EN 38-40 (BLANC = 1), LIBELLE DU POSTE EN 42-61
       01  ENR-SCE-EMBAUCHE.
           05                PIC X(2).
           05 SCE-E-NOD      PIC X(3).
           05                PIC X.
           05 SCE-E-DATE     PIC X(8).
           05                PIC X.
           05 SCE-E-SAL      PIC 9(5)V99.
           05                PIC X.
           05 SCE-E-COM      PIC 9(5)V99.
           05                PIC X.
           05 SCE-E-TAUX     PIC 9(3)V99.
           05                PIC X.
           05 SCE-E-NB       PIC 9(3).
           05                PIC X.
           05 SCE-E-LIBELLE  PIC X(20).
           05                PIC X(19).
      *MUTATION PREVUE : MAT EN 3-8, NOUVEAU NOD EN 10-12, DATE D'EFFET
      *EN 14-21 (AAAAMMJJ), LIBELLE EN 23-42
       01  ENR-SCE-MUTATION.
           05                PIC X(2).
           05 SCE-M-MAT      PIC X(6).
           05                PIC X.
           05 SCE-M-NOD      PIC X(3).
           05                PIC X.
           05 SCE-M-DATE     PIC X(8).
           05                PIC X.
           05 SCE-M-LIBELLE  PIC X(20).
           05                PIC X(38).

       FD  EDIT RECORDING MODE IS F.
       01  ENR-EDIT.
           05 CAR-SAUT       PIC X.
           05 LIG-EDIT       PIC X(132).

       FD  OPSLOG RECORDING MODE IS F.
           COPY OPSLOG.

       WORKING-STORAGE SECTION.
      *FILE STATUS
       01  FS-CAMPAGNE       PIC 99 VALUE ZEROES.
       01  FS-SCENARIO       PIC 99 VALUE ZEROES.
       01  FS-EDIT           PIC 99 VALUE ZEROES.

      *SUIVI D'EXPLOITATION (JOURNAL COMMUN DE LA CHAINE BATCH)
       01  FS-OPSLOG         PIC 99    VALUE ZEROES.
       01  WS-HORODATAGE     PIC X(21) VALUE SPACES.
       01  WS-OPS-DEBUT      PIC X(14) VALUE SPACES.
       01  WS-OPS-LUS        PIC 9(7)  VALUE ZEROES.
       01  WS-OPS-ECRITS     PIC 9(7)  VALUE ZEROES.
       01  WS-CODE-RETOUR    PIC 99    VALUE ZEROES.

      *ZONES DE COMMUNICATION AVEC LES ACCESSEURS
           COPY ZACCESSEUR.
           COPY DACCESSEUR.
           COPY BACCESSEUR.

       01  ACCESS2           PIC X(8) VALUE 'ACCESS2'.
       01  ACCESS2A          PIC X(8) VALUE 'ACCESS2A'.
       01  ACCESS2D          PIC X(8) VALUE 'ACCESS2D'.

      *ANNEE BUDGETAIRE (PARM AAAA, DEFAUT = ANNEE COURANTE, AU PLUS
      *L'ANNEE SUIVANTE) ET ANNEES BUDGETAIRES COUVERTES PAR L'HORIZON
       01  WS-ANNEE          PIC X(4)  VALUE SPACES.
       01  WS-ANNEE-N REDEFINES WS-ANNEE PIC 9(4).
       01  WS-NB-AN          PIC 9     VALUE 1.
       01  WS-AN-BUDGET      PIC X(4)  OCCURS 2.

      *HORIZON DE LA PREVISION : DU MOIS COURANT A DECEMBRE DE L'ANNEE
      *BUDGETAIRE - PREMIER ET DERNIER JOUR, LONGUEUR DU MOIS ET RANG
      *DE L'ANNEE BUDGETAIRE (1 = ANNEE COURANTE, 2 = ANNEE SUIVANTE)
       01  WS-MAX-MOIS       PIC 9(3) COMP VALUE 24.
       01  WS-NB-MOIS        PIC 9(3) COMP VALUE ZEROES.
       01  TABLE-MOIS.
           05 TM-LIGNE OCCURS 24 TIMES.
              10 TM-AAAAMM    PIC 9(6).
              10 TM-DEB       PIC 9(8).
              10 TM-FIN       PIC 9(8).
              10 TM-JOURS     PIC 9(2).
              10 TM-IX-AN     PIC 9.
       01  WS-AN-COUR        PIC 9(4)  VALUE ZEROES.
       01  WS-MOIS-COUR      PIC 9(2)  VALUE ZEROES.
       01  WS-AAAAMM         PIC 9(6)  VALUE ZEROES.
       01  WS-AAAAMM-R REDEFINES WS-AAAAMM.
           05 WS-AAAAMM-AN   PIC 9(4).
           05 WS-AAAAMM-MOIS PIC 9(2).
       01  WS-MOIS-LIB       PIC X(7)  VALUE SPACES.

      *LONGUEUR DU MOIS (FEVRIER BISSEXTILE COMPRIS, MEME NOYAU QUE
      *RAPPELS ET LE CONTROLE CALENDAIRE D'ACCESS2)
       01  WS-AN-CAL         PIC 9(4)  VALUE ZEROES.
       01  WS-MOIS-CAL       PIC 9(2)  VALUE ZEROES.
       01  WS-JOUR-MAX       PIC 9(2)  VALUE ZEROES.
       01  WS-CTL-RESTE      PIC 9(4)  VALUE ZEROES.
       01  WS-CTL-QUOTIENT   PIC 9(4)  VALUE ZEROES.
       01  WS-LONGUEUR-MOIS.
           05 PIC X(24) VALUE '312831303130313130313031'.
       01  WS-LONGUEUR-MOIS-R REDEFINES WS-LONGUEUR-MOIS.
           05 WS-JOURS-MOIS   PIC 9(2) OCCURS 12.

      *DATE DE TRAVAIL AAAAMMJJ (DATES DES CARTES, JOUR D'ENTREE OU DE
      *SORTIE DANS LE MOIS PROJETE)
       01  WS-DATE-CTL       PIC X(8)  VALUE SPACES.
       01  WS-DATE-OK        PIC X     VALUE 'N'.
           88 DATE-OK                 VALUE 'O'.
       01  WS-DATE-TRAV      PIC 9(8)  VALUE ZEROES.
       01  WS-DATE-TRAV-R REDEFINES WS-DATE-TRAV.
           05 WS-DT-AAAA     PIC 9(4).
           05 WS-DT-MM       PIC 9(2).
           05 WS-DT-JJ       PIC 9(2).

      *TABLE EN MEMOIRE DES DEPARTEMENTS : RATTACHEMENT, NIVEAU DANS
      *LA HIERARCHIE, BUDGET DE CHAQUE ANNEE DE L'HORIZON (PROPRE ET
      *CONSOLIDE), PREMIER MOIS DE DEPASSEMENT ET, POUR CHAQUE MOIS,
      *EFFECTIF EN FIN DE MOIS, ETP ET MASSE PROJETES (PROPRES ET
      *CONSOLIDES AVEC TOUS LES DEPARTEMENTS RATTACHES EN DESSOUS)
       01  WS-MAX-DEPT       PIC 9(3) COMP VALUE 500.
       01  WS-NB-DEPT        PIC 9(3) COMP VALUE ZEROES.
       01  TABLE-DEPT.
           05 TD-LIGNE OCCURS 500 TIMES.
              10 TD-NOD       PIC X(3).
              10 TD-NDE       PIC X(6).
              10 TD-PARENT    PIC X(3).
              10 TD-NIVEAU    PIC 9(3)     COMP.
              10 TD-BUDGET    PIC 9(7)V99  OCCURS 2.
              10 TD-BUD-OK    PIC X        OCCURS 2.
              10 TD-CBUDGET   PIC 9(9)V99  OCCURS 2.
              10 TD-CBUD-OK   PIC X        OCCURS 2.
              10 TD-PREM-DEP  PIC X(11).
              10 TD-PREM-CDEP PIC X(11).
              10 TD-MOIS OCCURS 24 TIMES.
                 15 TD-EFF    PIC S9(5)      COMP.
                 15 TD-ETP    PIC S9(5)V99.
                 15 TD-MASSE  PIC S9(9)V99.
                 15 TD-CEFF   PIC S9(7)      COMP.
                 15 TD-CMASSE PIC S9(11)V99.

      *PARCOURS DES TABLES ET REMONTEE DES CHAINES DE RATTACHEMENT
       01  WS-I              PIC 9(3) COMP VALUE ZEROES.
       01  WS-J              PIC 9(3) COMP VALUE ZEROES.
       01  WS-K              PIC 9(3) COMP VALUE ZEROES.
       01  WS-M              PIC 9(3) COMP VALUE ZEROES.
       01  WS-A              PIC 9    COMP VALUE ZEROES.
       01  WS-PARENT         PIC X(3)      VALUE SPACES.
       01  WS-NIVEAU         PIC 9(3) COMP VALUE ZEROES.
       01  WS-MAX-NIVEAUX    PIC 9(3) COMP VALUE 20.
       01  WS-NIVEAU-MAX     PIC 9(3) COMP VALUE ZEROES.
       01  WS-NIVEAU-EDIT    PIC 9(3) COMP VALUE ZEROES.
       01  WS-PARENT-TROUVE  PIC X         VALUE 'N'.
           88 PARENT-TROUVE           VALUE 'O'.
       01  WS-NOD-RECH       PIC X(3)      VALUE SPACES.
       01  WS-NOD-TROUVE     PIC X         VALUE 'N'.
           88 NOD-TROUVE              VALUE 'O'.

      *TABLE EN MEMOIRE DES REGLES DE LA CAMPAGNE (COMME SALREV) ET
      *DATE D'EFFET DE LA CAMPAGNE (ZERO = PAS DE CAMPAGNE)
       01  WS-MAX-REGLE      PIC 9(3) COMP VALUE 50.
       01  WS-NB-REGLE       PIC 9(3) COMP VALUE ZEROES.
       01  TABLE-REGLE.
           05 TR-LIGNE OCCURS 50 TIMES
                       INDEXED BY IX-REGLE.
              10 TR-NOD       PIC X(3).
              10 TR-TYPE      PIC X.
              10 TR-MONTANT   PIC 9(5)V99.
       01  WS-REGLE-TROUVEE  PIC X    VALUE 'N'.
           88 REGLE-TROUVEE          VALUE 'O'.
       01  WS-REGLE-TYPE     PIC X    VALUE SPACES.
       01  WS-REGLE-MONTANT  PIC 9(5)V99 VALUE ZEROES.
       01  WS-CARTE-D        PIC 9(8) VALUE ZEROES.
       01  WS-CAMP-DATE      PIC 9(8) VALUE ZEROES.
       01  WS-CAMP-MOIS      PIC 9(6) VALUE ZEROES.

      *HYPOTHESES DE LA CAMPAGNE, LUES AVANT L'ENTETE DU RAPPORT
       01  WS-MAX-HYP        PIC 9(3) COMP VALUE 60.
       01  WS-NB-HYP         PIC 9(3) COMP VALUE ZEROES.
       01  TABLE-HYP.
           05 TH-LIGNE OCCURS 60 TIMES
                       INDEXED BY IX-HYP.
              10 TH-SOURCE    PIC X(9).
              10 TH-CARTE     PIC X(61).
              10 TH-OBS       PIC X(50).

      *LIGNE DE PREVISION PROJETEE MOIS PAR MOIS : DEPARTEMENT, PERIODE
      *DE PRESENCE (DEBUT 0 = DEJA PRESENT, FIN 99999999 = SANS DEPART
      *CONNU), REMUNERATION, NOMBRE DE POSTES, SENS (+1 AJOUT, -1
      *RETRAIT DU DEPARTEMENT QUITTE PAR UNE MUTATION) ET ELIGIBILITE
      *A LA CAMPAGNE (PRESENT AVANT SA DATE D'EFFET)
       01  WS-LG-NOD         PIC X(3)      VALUE SPACES.
       01  WS-LG-DEB         PIC 9(8)      VALUE ZEROES.
       01  WS-LG-FIN         PIC 9(8)      VALUE ZEROES.
       01  WS-LG-SAL         PIC 9(5)V99   VALUE ZEROES.
       01  WS-LG-SAL-AUG     PIC 9(5)V99   VALUE ZEROES.
       01  WS-LG-COM         PIC 9(5)V99   VALUE ZEROES.
       01  WS-LG-TAUX        PIC 9(3)V99   VALUE ZEROES.
       01  WS-LG-NB          PIC 9(3) COMP VALUE ZEROES.
       01  WS-LG-SENS        PIC S9   COMP VALUE +1.
       01  WS-LG-AUGMENTABLE PIC X         VALUE 'N'.
           88 LG-AUGMENTABLE          VALUE 'O'.
       01  WS-SAL-DEBORDE    PIC X         VALUE 'N'.
           88 SAL-DEBORDE             VALUE 'O'.

      *CALCUL DU MOIS PROJETE : JOURS DE PRESENCE ET MASSE DU MOIS
       01  WS-JOUR-DEB       PIC 9(2)      VALUE ZEROES.
       01  WS-JOUR-FIN       PIC 9(2)      VALUE ZEROES.
       01  WS-JOURS          PIC 9(2)      VALUE ZEROES.
       01  WS-SAL-MOIS       PIC 9(5)V99   VALUE ZEROES.
       01  WS-MASSE-MOIS     PIC S9(9)V99  VALUE ZEROES.

      *MATRICULES DEJA MUTES PAR LE SCENARIO (UNE SEULE MUTATION
      *PREVUE PAR MATRICULE)
       01  WS-MAX-MUT        PIC 9(3) COMP VALUE 200.
       01  WS-NB-MUT         PIC 9(3) COMP VALUE ZEROES.
       01  TABLE-MUT.
           05 TMU-MAT OCCURS 200 TIMES
                      INDEXED BY IX-MUT PIC X(6).
       01  WS-MAT-DEJA-MUTE  PIC X         VALUE 'N'.
           88 MAT-DEJA-MUTE           VALUE 'O'.

      *CONTROLE D'UNE CARTE DE SCENARIO
       01  WS-CARTE-OK       PIC X         VALUE 'N'.
           88 CARTE-OK                VALUE 'O'.
       01  WS-OBS            PIC X(50)     VALUE SPACES.
       01  WS-SOURCE         PIC X(9)      VALUE SPACES.
       01  WS-SAL-CARTE      PIC 9(5)V99   VALUE ZEROES.
       01  WS-COM-CARTE      PIC 9(5)V99   VALUE ZEROES.
       01  WS-TAUX-CARTE     PIC 9(3)V99   VALUE ZEROES.
       01  WS-NB-CARTE       PIC 9(3)      VALUE ZEROES.

      *COMPTEURS DU TRAITEMENT
       01  WS-NB-EMPLOYES    PIC 9(5) COMP VALUE ZEROES.
       01  WS-NB-PREAVIS     PIC 9(5) COMP VALUE ZEROES.
       01  WS-NB-FIN-CTR     PIC 9(5) COMP VALUE ZEROES.
       01  WS-NB-EMBAUCHES   PIC 9(5) COMP VALUE ZEROES.
       01  WS-NB-MUTATIONS   PIC 9(5) COMP VALUE ZEROES.
       01  WS-NB-REJETS      PIC 9(5) COMP VALUE ZEROES.
       01  WS-NB-ORPHELINS   PIC 9(3) COMP VALUE ZEROES.
       01  WS-NB-DEP-PROPRE  PIC 9(3) COMP VALUE ZEROES.
       01  WS-NB-DEP-CONSOL  PIC 9(3) COMP VALUE ZEROES.

      *LIGNES D'EDITION
       01  L1.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(34) VALUE
                                 'PREVISION EFFECTIF / MASSE-BUDGET'.
       01  L2.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(34) VALUE ALL '-'.

       01  L2A.
           05                PIC X(19) VALUE 'ANNEE BUDGETAIRE : '.
           05 ED-L2A-ANNEE   PIC X(04) VALUE SPACES.
           05                PIC X(13) VALUE '   HORIZON : '.
           05 ED-L2A-DEB     PIC X(07) VALUE SPACES.
           05                PIC X(03) VALUE ' A '.
           05 ED-L2A-FIN     PIC X(07) VALUE SPACES.
           05                PIC X(29) VALUE
                                 '   CAMPAGNE A PARTIR DE :  '.
           05 ED-L2A-CAMP    PIC X(07) VALUE SPACES.

      *LIGNES DES HYPOTHESES (CARTES LUES ET DEPARTS CONNUS)
       01  LH0.
           05                PIC X(26) VALUE
                                 'HYPOTHESES DE LA PREVISION'.
       01  LH1.
           05 ED-LH1-SOURCE  PIC X(09) VALUE SPACES.
           05                PIC X(02) VALUE SPACES.
           05 ED-LH1-CARTE   PIC X(61) VALUE SPACES.
           05                PIC X(02) VALUE SPACES.
           05 ED-LH1-OBS     PIC X(50) VALUE SPACES.
       01  LH2.
           05                PIC X(11) VALUE 'EMPLOYES : '.
           05 ED-LH2-EMP     PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(23) VALUE
                                 '  DEPARTS DE PREAVIS : '.
           05 ED-LH2-PREAVIS PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(17) VALUE '   FINS DE CDD : '.
           05 ED-LH2-FINCTR  PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(22) VALUE
                                 '   EMBAUCHES PREVUES :'.
           05 ED-LH2-EMB     PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(22) VALUE
                                 '   MUTATIONS PREVUES :'.
           05 ED-LH2-MUT     PIC ZZZZ9 VALUE ZEROES.

      *LIGNE D'EN-TETE D'UN DEPARTEMENT (NIVEAU, RATTACHEMENT ET
      *PREMIER MOIS DE DEPASSEMENT PROPRE ET CONSOLIDE)
       01  L5.
           05                PIC X(12) VALUE 'DEPARTEMENT '.
           05 ED-L5-NOD      PIC X(03) VALUE SPACES.
           05                PIC X(01) VALUE SPACES.
           05 ED-L5-NDE      PIC X(06) VALUE SPACES.
           05                PIC X(09) VALUE '  NIVEAU '.
           05 ED-L5-NIV      PIC ZZ9   VALUE ZEROES.
           05                PIC X(09) VALUE '  PARENT '.
           05 ED-L5-PAR      PIC X(03) VALUE SPACES.
           05                PIC X(28) VALUE
                                 '   1ER DEPASSEMENT PROPRE : '.
           05 ED-L5-PREM     PIC X(11) VALUE SPACES.
           05                PIC X(15) VALUE '   CONSOLIDE : '.
           05 ED-L5-CPREM    PIC X(11) VALUE SPACES.

       01  L3.
           05                PIC X(07) VALUE 'MOIS'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(05) VALUE 'EFFEC'.
           05                PIC X(02) VALUE SPACES.
           05                PIC X(07) VALUE '    ETP'.
           05                PIC X(02) VALUE SPACES.
           05                PIC X(13) VALUE 'MASSE PROPRE'.
           05                PIC X(02) VALUE SPACES.
           05                PIC X(13) VALUE 'BUDGET'.
           05                PIC X(05) VALUE SPACES.
           05                PIC X(05) VALUE 'EFF.C'.
           05                PIC X(02) VALUE SPACES.
           05                PIC X(15) VALUE 'MASSE CONSOL.'.
           05                PIC X(02) VALUE SPACES.
           05                PIC X(15) VALUE 'BUDGET CONSOL.'.
           05                PIC X(05) VALUE SPACES.
           05                PIC X(20) VALUE 'OBSERVATION'.

       01  L4.
           05                PIC X(07) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(05) VALUE ALL '-'.
           05                PIC X(02) VALUE SPACES.
           05                PIC X(07) VALUE ALL '-'.
           05                PIC X(02) VALUE SPACES.
           05                PIC X(13) VALUE ALL '-'.
           05                PIC X(02) VALUE SPACES.
           05                PIC X(13) VALUE ALL '-'.
           05                PIC X(05) VALUE SPACES.
           05                PIC X(05) VALUE ALL '-'.
           05                PIC X(02) VALUE SPACES.
           05                PIC X(15) VALUE ALL '-'.
           05                PIC X(02) VALUE SPACES.
           05                PIC X(15) VALUE ALL '-'.
           05                PIC X(05) VALUE SPACES.
           05                PIC X(20) VALUE ALL '-'.

       01  L6.
           05 ED-L6-MOIS     PIC X(07) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L6-EFF      PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(02) VALUE SPACES.
           05 ED-L6-ETP      PIC ZZZ9,99 VALUE ZEROES.
           05                PIC X(02) VALUE SPACES.
           05 ED-L6-MASSE    PIC Z(6).ZZZ,ZZ VALUE ZEROES.
           05                PIC X(02) VALUE SPACES.
           05 ED-L6-BUDGET   PIC Z(6).ZZZ,ZZ VALUE ZEROES.
           05                PIC X(01) VALUE SPACES.
           05 ED-L6-SIG      PIC X(01) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L6-CEFF     PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(02) VALUE SPACES.
           05 ED-L6-CMASSE   PIC Z(8).ZZZ,ZZ VALUE ZEROES.
           05                PIC X(02) VALUE SPACES.
           05 ED-L6-CBUDGET  PIC Z(8).ZZZ,ZZ VALUE ZEROES.
           05                PIC X(01) VALUE SPACES.
           05 ED-L6-CSIG     PIC X(01) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L6-OBS      PIC X(20) VALUE SPACES.

       01  L7.
           05                PIC X(37) VALUE
                          'DEPARTEMENTS EN DEPASSEMENT-PROPRE : '.
           05 ED-L7-PROPRE   PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(15) VALUE '   CONSOLIDE : '.
           05 ED-L7-CONSOL   PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(21) VALUE '   CARTES REJETEES : '.
           05 ED-L7-REJETS   PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(27) VALUE
                                 '   RATTACHEMENTS ORPHELINS:'.
           05 ED-L7-ORPH     PIC ZZZZ9 VALUE ZEROES.

       01  L8.
           05 ED-L8-ANOMALIE PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       01  PARM-PREVBUD.
           05 PARM-LONGUEUR        PIC S9(4) COMP.
           05 PARM-DONNEES.
              10 PARM-ANNEE        PIC X(4).

       PROCEDURE DIVISION USING PARM-PREVBUD.
             MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE
             MOVE WS-HORODATAGE(1:14)   TO WS-OPS-DEBUT

      *LECTURE DU PARM DE LA JCL : PARM('AAAA') POUR L'ANNEE
      *BUDGETAIRE SUIVANTE (PREPARATION DU BUDGET), SANS PARM L'ANNEE
      *COURANTE. LA PREVISION PART TOUJOURS DU MOIS COURANT.
             MOVE WS-HORODATAGE(1:4) TO WS-ANNEE
             IF PARM-LONGUEUR >= 4 AND PARM-ANNEE NUMERIC
                MOVE PARM-ANNEE TO WS-ANNEE
             END-IF
             MOVE WS-HORODATAGE(1:4) TO WS-AN-COUR
             MOVE WS-HORODATAGE(5:2) TO WS-MOIS-COUR
             IF WS-ANNEE-N < WS-AN-COUR OR WS-ANNEE-N > WS-AN-COUR + 1
                DISPLAY 'ANNEE BUDGETAIRE ' WS-ANNEE
                        ' HORS HORIZON (ANNEE COURANTE OU SUIVANTE)'
                PERFORM FIN
             END-IF

      *OUVERTURE DU FICHIER D'EDITION
             OPEN OUTPUT EDIT
             IF FS-EDIT NOT = ZEROES
                DISPLAY 'ERREUR OPEN EDIT, FS : ' FS-EDIT
                PERFORM FIN
             END-IF

      *--> 1- HORIZON DE LA PREVISION (MOIS COURANT A DECEMBRE DE
      *       L'ANNEE BUDGETAIRE)
             PERFORM CONSTITUTION-HORIZON

      *--> 2- TABLE DES DEPARTEMENTS ET DE LEURS BUDGETS
             PERFORM CONSTITUTION-TABLE-DEPT

      *--> 3- REGLES ET DATE D'EFFET DE LA CAMPAGNE (CARTES SALREV)
             PERFORM CHARGEMENT-CAMPAGNE

             PERFORM ECRITURE-ENTETE

      *--> 4- PROJECTION DES EMPLOYES EN PLACE, DEPARTEMENT PAR
      *       DEPARTEMENT, AVEC LEURS DEPARTS CONNUS
             PERFORM VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-NB-DEPT
                PERFORM PROJECTION-EMPLOYES-NOD
             END-PERFORM

      *--> 5- EMBAUCHES ET MUTATIONS PREVUES DU SCENARIO
             PERFORM TRAITEMENT-SCENARIO

      *EDITION DES HYPOTHESES RETENUES
             MOVE WS-NB-EMPLOYES  TO ED-LH2-EMP
             MOVE WS-NB-PREAVIS   TO ED-LH2-PREAVIS
             MOVE WS-NB-FIN-CTR   TO ED-LH2-FINCTR
             MOVE WS-NB-EMBAUCHES TO ED-LH2-EMB
             MOVE WS-NB-MUTATIONS TO ED-LH2-MUT
             MOVE LH2 TO LIG-EDIT
             MOVE '0' TO CAR-SAUT
             WRITE ENR-EDIT

      *--> 6- CONSOLIDATION PAR LA CHAINE DES PARENT ET RECHERCHE DU
      *       PREMIER MOIS DE DEPASSEMENT DE CHAQUE DEPARTEMENT
             PERFORM CONSOLIDATION-HIERARCHIE
             PERFORM VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-NB-DEPT
                PERFORM RECHERCHE-DEPASSEMENTS
             END-PERFORM

      *--> 7- EDITION NIVEAU PAR NIVEAU (RACINES D'ABORD)
             MOVE ZEROES TO WS-NIVEAU-EDIT
             PERFORM EDITION-NIVEAU
                UNTIL WS-NIVEAU-EDIT > WS-NIVEAU-MAX

      *ECRITURE DU COMPTE-RENDU
             MOVE WS-NB-DEP-PROPRE TO ED-L7-PROPRE
             MOVE WS-NB-DEP-CONSOL TO ED-L7-CONSOL
             MOVE WS-NB-REJETS     TO ED-L7-REJETS
             MOVE WS-NB-ORPHELINS  TO ED-L7-ORPH
             MOVE L7  TO LIG-EDIT
             MOVE '0' TO CAR-SAUT
             WRITE ENR-EDIT

             CLOSE EDIT
             MOVE WS-NB-EMPLOYES TO WS-OPS-LUS
      *UN DEPASSEMENT PREVU DU BUDGET, UNE CARTE REJETEE OU UN
      *RATTACHEMENT ORPHELIN DONNENT LE CODE CONDITION AVERTISSEMENT
             IF WS-NB-DEP-PROPRE NOT = ZEROES
                OR WS-NB-DEP-CONSOL NOT = ZEROES
                OR WS-NB-REJETS NOT = ZEROES
                OR WS-NB-ORPHELINS NOT = ZEROES
                MOVE 4 TO WS-CODE-RETOUR
             END-IF
             PERFORM TERMINAISON
             .

      *CONSTITUTION DE LA TABLE DES MOIS DE L'HORIZON : DU MOIS COURANT
      *A DECEMBRE DE L'ANNEE BUDGETAIRE, AVEC POUR CHAQUE MOIS SON
      *PREMIER ET SON DERNIER JOUR, SA LONGUEUR ET LE RANG DE L'ANNEE
      *BUDGETAIRE A LAQUELLE IL SE COMPARE.
       CONSTITUTION-HORIZON.
             MOVE WS-HORODATAGE(1:4) TO WS-AN-BUDGET (1)
             IF WS-ANNEE-N > WS-AN-COUR
                MOVE 2        TO WS-NB-AN
                MOVE WS-ANNEE TO WS-AN-BUDGET (2)
             END-IF
             PERFORM UNTIL WS-AN-COUR > WS-ANNEE-N
                        OR WS-NB-MOIS >= WS-MAX-MOIS
                ADD 1 TO WS-NB-MOIS
                MOVE WS-NB-MOIS   TO WS-M
                MOVE WS-AN-COUR   TO WS-AAAAMM-AN   WS-AN-CAL
                MOVE WS-MOIS-COUR TO WS-AAAAMM-MOIS WS-MOIS-CAL
                MOVE WS-AAAAMM    TO TM-AAAAMM (WS-M)
                PERFORM CALCUL-LONGUEUR-MOIS
                MOVE WS-JOUR-MAX  TO TM-JOURS (WS-M)
                COMPUTE TM-DEB (WS-M) = WS-AAAAMM * 100 + 1
                COMPUTE TM-FIN (WS-M) = WS-AAAAMM * 100 + WS-JOUR-MAX
                IF WS-AN-COUR = WS-ANNEE-N AND WS-NB-AN = 2
                   MOVE 2 TO TM-IX-AN (WS-M)
                ELSE
                   MOVE 1 TO TM-IX-AN (WS-M)
                END-IF
                ADD 1 TO WS-MOIS-COUR
                IF WS-MOIS-COUR > 12
                   MOVE 1 TO WS-MOIS-COUR
                   ADD 1 TO WS-AN-COUR
                END-IF
             END-PERFORM
             .

      *LONGUEUR DU MOIS WS-MOIS-CAL DE L'ANNEE WS-AN-CAL (FEVRIER
      *BISSEXTILE COMPRIS)
       CALCUL-LONGUEUR-MOIS.
             MOVE WS-JOURS-MOIS (WS-MOIS-CAL) TO WS-JOUR-MAX
             IF WS-MOIS-CAL = 2
                DIVIDE WS-AN-CAL BY 4
                   GIVING WS-CTL-QUOTIENT REMAINDER WS-CTL-RESTE
                IF WS-CTL-RESTE = ZEROES
                   DIVIDE WS-AN-CAL BY 100
                      GIVING WS-CTL-QUOTIENT REMAINDER WS-CTL-RESTE
                   IF WS-CTL-RESTE NOT = ZEROES
                      MOVE 29 TO WS-JOUR-MAX
                   ELSE
                      DIVIDE WS-AN-CAL BY 400
                         GIVING WS-CTL-QUOTIENT
                         REMAINDER WS-CTL-RESTE
                      IF WS-CTL-RESTE = ZEROES
                         MOVE 29 TO WS-JOUR-MAX
                      END-IF
                   END-IF
                END-IF
             END-IF
             .

      *LIBELLE AAAA-MM DU MOIS WS-AAAAMM
       LIBELLE-MOIS.
             MOVE SPACES TO WS-MOIS-LIB
             STRING WS-AAAAMM(1:4) '-' WS-AAAAMM(5:2)
                DELIMITED BY SIZE INTO WS-MOIS-LIB
             .

      *PARCOURT LE CURSEUR DES DEPARTEMENTS (ACCESS2A) ET RANGE CHAQUE
      *DEPARTEMENT AVEC SON RATTACHEMENT ET LE BUDGET DE CHAQUE ANNEE
      *DE L'HORIZON (ACCESS2D 'L'), COMME ORGROLL.
       CONSTITUTION-TABLE-DEPT.
             INITIALIZE DACCESSEUR
             MOVE 'O' TO DCODE-FONC
             CALL ACCESS2A USING DACCESSEUR
             IF DCODE-RET NOT = ZEROES
                DISPLAY '--- ERR OUVERTURE CURSEUR DEPARTEMENT : '
                        DCODE-RET
                PERFORM FIN
             END-IF

             INITIALIZE DACCESSEUR
             MOVE 'Q' TO DCODE-FONC
             CALL ACCESS2A USING DACCESSEUR
             PERFORM UNTIL DCODE-RET = 19
                IF WS-NB-DEPT >= WS-MAX-DEPT
                   DISPLAY '--- ERR TABLE-DEPT SATUREE, NB DEPTS : '
                           WS-MAX-DEPT
                   PERFORM FIN
                END-IF
                ADD 1 TO WS-NB-DEPT
                MOVE WS-NB-DEPT TO WS-I
                INITIALIZE TD-LIGNE (WS-I)
                MOVE DNOD    TO TD-NOD (WS-I)
                MOVE DNDE    TO TD-NDE (WS-I)
                MOVE DPARENT TO TD-PARENT (WS-I)
                PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-AN
                   PERFORM LECTURE-BUDGET-NOD
                END-PERFORM
                INITIALIZE DACCESSEUR
                MOVE 'Q' TO DCODE-FONC
                CALL ACCESS2A USING DACCESSEUR
             END-PERFORM

             INITIALIZE DACCESSEUR
             MOVE 'F' TO DCODE-FONC
             CALL ACCESS2A USING DACCESSEUR
             .

      *BUDGET DU DEPARTEMENT WS-I POUR L'ANNEE DE RANG WS-A - UN
      *DEPARTEMENT SANS LIGNE BUDGET (ERREUR 43) N'EST PAS COMPARE
       LECTURE-BUDGET-NOD.
             INITIALIZE BACCESSEUR
             MOVE 'L'                 TO BCODE-FONC
             MOVE WS-AN-BUDGET (WS-A) TO BANNEE
             MOVE TD-NOD (WS-I)       TO BNOD
             CALL ACCESS2D USING BACCESSEUR
             EVALUATE BCODE-RET
                WHEN ZEROES
                   MOVE BMASSE TO TD-BUDGET (WS-I, WS-A)
                   MOVE 'O'    TO TD-BUD-OK (WS-I, WS-A)
                WHEN 43
                   MOVE ZEROES TO TD-BUDGET (WS-I, WS-A)
                   MOVE 'N'    TO TD-BUD-OK (WS-I, WS-A)
                WHEN OTHER
                   DISPLAY '--- ERR LECTURE BUDGET, NOD '
                           TD-NOD (WS-I) ' : ' BCODE-RET
                   PERFORM FIN
             END-EVALUATE
             .

      *CHARGEMENT DES CARTES DE CAMPAGNE DANS TABLE-REGLE (MEMES
      *CONTROLES QUE SALREV ; LA CARTE DE REPRISE 'R' DE SALREV EST
      *SANS OBJET ICI). SANS CARTE 'D', LA CAMPAGNE S'APPLIQUE DES LE
      *PREMIER MOIS DE L'HORIZON ; SANS REGLE, PAS DE CAMPAGNE. UN
      *FICHIER VIDE (DD DUMMY) VAUT PREVISION SANS CAMPAGNE.
       CHARGEMENT-CAMPAGNE.
             OPEN INPUT CAMPAGNE
             IF FS-CAMPAGNE NOT = ZEROES
                DISPLAY 'ERREUR OPEN CAMPAGNE, FS : ' FS-CAMPAGNE
                PERFORM FIN
             END-IF
             READ CAMPAGNE
             PERFORM UNTIL FS-CAMPAGNE NOT = ZEROES
                PERFORM CONTROLE-CARTE-CAMPAGNE
                READ CAMPAGNE
             END-PERFORM
             CLOSE CAMPAGNE
             IF WS-NB-REGLE NOT = ZEROES
                IF WS-CARTE-D NOT = ZEROES
                   MOVE WS-CARTE-D TO WS-CAMP-DATE
                ELSE
                   MOVE TM-DEB (1) TO WS-CAMP-DATE
                END-IF
                MOVE WS-CAMP-DATE(1:6) TO WS-CAMP-MOIS
             END-IF
             .

      *CONTROLE ET RANGEMENT D'UNE CARTE DE CAMPAGNE : UNE DATE
      *D'EFFET ILLISIBLE ARRETE LE TRAVAIL COMME DANS SALREV, UNE
      *REGLE ERRONEE EST REJETEE ET SIGNALEE DANS LES HYPOTHESES.
       CONTROLE-CARTE-CAMPAGNE.
             MOVE SPACES TO WS-OBS
             IF CAR-NOD = 'R  '
                MOVE 'CARTE DE REPRISE SALREV SANS OBJET' TO WS-OBS
             ELSE
             IF CAR-NOD = 'D  '
                MOVE CEF-DATEFF TO WS-DATE-CTL
                PERFORM CONTROLE-DATE-CARTE
                IF NOT DATE-OK
                   DISPLAY 'CARTE DE DATE D''EFFET ERRONEE : '
                           ENR-CAMPAGNE(1:20)
                   PERFORM FIN
                END-IF
                MOVE WS-DATE-TRAV TO WS-CARTE-D
                IF WS-CARTE-D > TM-FIN (WS-NB-MOIS)
                   MOVE 'DATE D''EFFET APRES L''HORIZON : SANS EFFET'
                     TO WS-OBS
                ELSE
                   MOVE 'DATE D''EFFET DE LA CAMPAGNE' TO WS-OBS
                END-IF
             ELSE
             IF CAR-NOD = SPACES
                MOVE 'CARTE REJETEE, NOD ABSENT' TO WS-OBS
                ADD 1 TO WS-NB-REJETS
             ELSE
                IF CAR-TYPE NOT = 'P' AND CAR-TYPE NOT = 'F'
                   MOVE 'CARTE REJETEE, TYPE ERRONE (P/F)' TO WS-OBS
                   ADD 1 TO WS-NB-REJETS
                ELSE
                   IF CAR-MONTANT NOT NUMERIC
                      MOVE 'CARTE REJETEE, MONTANT NON NUMERIQUE'
                        TO WS-OBS
                      ADD 1 TO WS-NB-REJETS
                   ELSE
                      IF WS-NB-REGLE >= WS-MAX-REGLE
                         MOVE 'CARTE REJETEE, TABLE DES REGLES SATUREE'
                           TO WS-OBS
                         ADD 1 TO WS-NB-REJETS
                      ELSE
                         ADD 1 TO WS-NB-REGLE
                         SET IX-REGLE TO WS-NB-REGLE
                         MOVE CAR-NOD     TO TR-NOD (IX-REGLE)
                         MOVE CAR-TYPE    TO TR-TYPE (IX-REGLE)
                         MOVE CAR-MONTANT TO TR-MONTANT (IX-REGLE)
                         MOVE 'REGLE DE CAMPAGNE RETENUE' TO WS-OBS
                      END-IF
                   END-IF
                END-IF
             END-IF
             END-IF
             END-IF
             MOVE 'CAMPAGNE'  TO WS-SOURCE
             MOVE ENR-CAMPAGNE(1:61) TO ED-LH1-CARTE
             PERFORM MEMORISATION-HYPOTHESE
             .

      *LES CARTES DE CAMPAGNE SONT LUES AVANT L'ECRITURE DE L'ENTETE :
      *LEURS LIGNES D'HYPOTHESES SONT GARDEES EN TABLE ET EDITEES AVEC
      *L'ENTETE
       MEMORISATION-HYPOTHESE.
             IF WS-NB-HYP < WS-MAX-HYP
                ADD 1 TO WS-NB-HYP
                SET IX-HYP TO WS-NB-HYP
                MOVE WS-SOURCE    TO TH-SOURCE (IX-HYP)
                MOVE ED-LH1-CARTE TO TH-CARTE (IX-HYP)
                MOVE WS-OBS       TO TH-OBS (IX-HYP)
             END-IF
             .

      *CONTROLE CALENDAIRE D'UNE DATE DE CARTE WS-DATE-CTL (AAAAMMJJ),
      *RENDUE NUMERIQUE DANS WS-DATE-TRAV
       CONTROLE-DATE-CARTE.
             MOVE 'N' TO WS-DATE-OK
             IF WS-DATE-CTL NUMERIC
                MOVE WS-DATE-CTL TO WS-DATE-TRAV
                IF WS-DT-MM >= 1 AND WS-DT-MM <= 12
                   MOVE WS-DT-AAAA TO WS-AN-CAL
                   MOVE WS-DT-MM   TO WS-MOIS-CAL
                   PERFORM CALCUL-LONGUEUR-MOIS
                   IF WS-DT-JJ >= 1 AND WS-DT-JJ <= WS-JOUR-MAX
                      MOVE 'O' TO WS-DATE-OK
                   END-IF
                END-IF
             END-IF
             .

      *PROJECTION DES EMPLOYES DU DEPARTEMENT WS-I (CURSEUR ACCESS2
      *FILTRE SUR LE DEPARTEMENT, ACTIFS ET PREAVIS) : UN EMPLOYE EN
      *PREAVIS ('N') SORT A SA DATE DE DEPART, UN CONTRAT A DUREE
      *DETERMINEE A SA DATE DE FIN (SORTIE POSEE PAR CTRECHU), LE
      *PREMIER DES DEUX L'EMPORTANT ; LES AUTRES RESTENT SUR TOUT
      *L'HORIZON.
       PROJECTION-EMPLOYES-NOD.
             INITIALIZE ZACCESSEUR
             MOVE 'O'           TO ZCODE-FONC
             MOVE 'N'           TO ZTYPE-CURSEUR
             MOVE TD-NOD (WS-I) TO ZNOD
             CALL ACCESS2 USING ZACCESSEUR
             IF ZCODE-RET NOT = ZEROES
                DISPLAY '--- ERR OUVERTURE CURSEUR EMPLOYE, NOD '
                        TD-NOD (WS-I) ' : ' ZCODE-RET
                PERFORM FIN
             END-IF

             MOVE 'Q' TO ZCODE-FONC
             CALL ACCESS2 USING ZACCESSEUR
             PERFORM UNTIL ZCODE-RET = 19
                IF ZCODE-RET NOT = ZEROES
                   DISPLAY '--- ERR LECTURE CURSEUR EMPLOYE, NOD '
                           TD-NOD (WS-I) ' : ' ZCODE-RET
                   PERFORM FIN
                END-IF
                ADD 1 TO WS-NB-EMPLOYES
                PERFORM SORTIE-CONNUE-EMPLOYE
                IF WS-LG-FIN <= TM-FIN (WS-NB-MOIS)
                   AND WS-LG-FIN >= TM-DEB (1)
                   IF ZSTA = 'N' AND WS-LG-FIN = ZDATDEP
                      ADD 1 TO WS-NB-PREAVIS
                   ELSE
                      ADD 1 TO WS-NB-FIN-CTR
                   END-IF
                END-IF
                MOVE ZNOD   TO WS-LG-NOD
                MOVE ZEROES TO WS-LG-DEB
                MOVE ZSAL   TO WS-LG-SAL
                MOVE ZCOM   TO WS-LG-COM
                MOVE ZTAUX  TO WS-LG-TAUX
                IF WS-LG-TAUX = ZEROES
                   MOVE 100 TO WS-LG-TAUX
                END-IF
                MOVE 1      TO WS-LG-NB
                MOVE +1     TO WS-LG-SENS
                MOVE 'O'    TO WS-LG-AUGMENTABLE
                PERFORM PROJECTION-LIGNE
                MOVE 'Q' TO ZCODE-FONC
                CALL ACCESS2 USING ZACCESSEUR
             END-PERFORM

             MOVE 'F' TO ZCODE-FONC
             CALL ACCESS2 USING ZACCESSEUR
             .

      *DERNIER JOUR DE PRESENCE CONNU DE L'EMPLOYE LU DANS ZACCESSEUR
      *(WS-LG-FIN, 99999999 = SANS DEPART CONNU) : DATE DE DEPART D'UN
      *PREAVIS, DATE DE FIN D'UN CONTRAT A DUREE DETERMINEE
       SORTIE-CONNUE-EMPLOYE.
             MOVE 99999999 TO WS-LG-FIN
             IF ZSTA = 'N' AND ZDATDEP NOT = ZEROES
                MOVE ZDATDEP TO WS-LG-FIN
             END-IF
             IF ZTYPCTR = 'D' AND ZDATFCT NOT = ZEROES
                AND ZDATFCT < WS-LG-FIN
                MOVE ZDATFCT TO WS-LG-FIN
             END-IF
             .

      *PROJECTION MOIS PAR MOIS DE LA LIGNE DE PREVISION WS-LG-* DANS
      *LE DEPARTEMENT WS-LG-NOD : SALAIRE REVALORISE PAR LA REGLE DE
      *CAMPAGNE DU DEPARTEMENT (SI LA LIGNE EST PRESENTE AVANT LA DATE
      *D'EFFET), PUIS CUMUL DE CHAQUE MOIS DE L'HORIZON.
       PROJECTION-LIGNE.
             MOVE WS-LG-NOD TO WS-NOD-RECH
             PERFORM RECHERCHE-NOD
             IF NOD-TROUVE
                MOVE WS-LG-SAL TO WS-LG-SAL-AUG
                IF WS-CAMP-MOIS NOT = ZEROES AND LG-AUGMENTABLE
                   PERFORM RECHERCHE-REGLE
                   IF REGLE-TROUVEE
                      PERFORM CALCUL-SAL-CAMPAGNE
                   END-IF
                END-IF
                PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-NB-MOIS
                   PERFORM PROJECTION-MOIS
                END-PERFORM
             END-IF
             .

      *CUMUL DU MOIS WS-M POUR LA LIGNE DE PREVISION : LA MASSE EST
      *PRORATISEE AUX JOURS CALENDAIRES DE PRESENCE DANS LE MOIS
      *(ENTREE OU SORTIE EN COURS DE MOIS, COMME RAPPELS ET DECLANN) ;
      *L'EFFECTIF ET L'ETP SONT CEUX DU DERNIER JOUR DU MOIS. LE
      *SALAIRE REVALORISE S'APPLIQUE A PARTIR DU MOIS D'EFFET DE LA
      *CAMPAGNE.
       PROJECTION-MOIS.
             IF WS-LG-DEB <= TM-FIN (WS-M)
                AND WS-LG-FIN >= TM-DEB (WS-M)
                MOVE 1 TO WS-JOUR-DEB
                IF WS-LG-DEB > TM-DEB (WS-M)
                   MOVE WS-LG-DEB TO WS-DATE-TRAV
                   MOVE WS-DT-JJ  TO WS-JOUR-DEB
                END-IF
                MOVE TM-JOURS (WS-M) TO WS-JOUR-FIN
                IF WS-LG-FIN < TM-FIN (WS-M)
                   MOVE WS-LG-FIN TO WS-DATE-TRAV
                   MOVE WS-DT-JJ  TO WS-JOUR-FIN
                END-IF
                COMPUTE WS-JOURS = WS-JOUR-FIN - WS-JOUR-DEB + 1
                IF WS-CAMP-MOIS NOT = ZEROES
                   AND TM-AAAAMM (WS-M) >= WS-CAMP-MOIS
                   MOVE WS-LG-SAL-AUG TO WS-SAL-MOIS
                ELSE
                   MOVE WS-LG-SAL     TO WS-SAL-MOIS
                END-IF
                COMPUTE WS-MASSE-MOIS ROUNDED
                   = (WS-SAL-MOIS * WS-LG-TAUX / 100 + WS-LG-COM)
                   * WS-JOURS / TM-JOURS (WS-M)
                   * WS-LG-NB * WS-LG-SENS
                ADD WS-MASSE-MOIS TO TD-MASSE (WS-K, WS-M)
                IF WS-LG-FIN >= TM-FIN (WS-M)
                   COMPUTE TD-EFF (WS-K, WS-M)
                      = TD-EFF (WS-K, WS-M) + WS-LG-NB * WS-LG-SENS
                   COMPUTE TD-ETP (WS-K, WS-M)
                      = TD-ETP (WS-K, WS-M)
                      + WS-LG-TAUX / 100 * WS-LG-NB * WS-LG-SENS
                END-IF
             END-IF
             .

      *RECHERCHE DE LA REGLE DE CAMPAGNE APPLICABLE A WS-LG-NOD : LA
      *REGLE EXACTE DU DEPARTEMENT PRIME, A DEFAUT LA REGLE PAR DEFAUT
      *('***'), COMME DANS SALREV.
       RECHERCHE-REGLE.
             MOVE 'N' TO WS-REGLE-TROUVEE
             SET IX-REGLE TO 1
             PERFORM WS-NB-REGLE TIMES
                IF TR-NOD (IX-REGLE) = WS-LG-NOD
                   MOVE TR-TYPE (IX-REGLE)    TO WS-REGLE-TYPE
                   MOVE TR-MONTANT (IX-REGLE) TO WS-REGLE-MONTANT
                   MOVE 'O' TO WS-REGLE-TROUVEE
                END-IF
                SET IX-REGLE UP BY 1
             END-PERFORM
             IF NOT REGLE-TROUVEE
                SET IX-REGLE TO 1
                PERFORM WS-NB-REGLE TIMES
                   IF TR-NOD (IX-REGLE) = '***'
                      MOVE TR-TYPE (IX-REGLE)    TO WS-REGLE-TYPE
                      MOVE TR-MONTANT (IX-REGLE) TO WS-REGLE-MONTANT
                      MOVE 'O' TO WS-REGLE-TROUVEE
                   END-IF
                   SET IX-REGLE UP BY 1
                END-PERFORM
             END-IF
             .

      *SALAIRE APRES CAMPAGNE SELON LE TYPE DE LA REGLE RETENUE ('P' =
      *POURCENTAGE DU SALAIRE, 'F' = MONTANT FIXE AJOUTE) ; UN
      *DEBORDEMENT LAISSE LE SALAIRE INCHANGE (SALREV L'IGNORE AUSSI).
       CALCUL-SAL-CAMPAGNE.
             MOVE 'N' TO WS-SAL-DEBORDE
             IF WS-REGLE-TYPE = 'P'
                COMPUTE WS-LG-SAL-AUG ROUNDED
                   = WS-LG-SAL * (1 + WS-REGLE-MONTANT / 100)
                   ON SIZE ERROR
                      MOVE 'O' TO WS-SAL-DEBORDE
                END-COMPUTE
             ELSE
                COMPUTE WS-LG-SAL-AUG
                   = WS-LG-SAL + WS-REGLE-MONTANT
                   ON SIZE ERROR
                      MOVE 'O' TO WS-SAL-DEBORDE
                END-COMPUTE
             END-IF
             IF SAL-DEBORDE
                MOVE WS-LG-SAL TO WS-LG-SAL-AUG
             END-IF
             .

      *RECHERCHE DU DEPARTEMENT WS-NOD-RECH DANS LA TABLE (WS-K POINTE
      *LA LIGNE TROUVEE)
       RECHERCHE-NOD.
             MOVE 'N' TO WS-NOD-TROUVE
             PERFORM VARYING WS-K FROM 1 BY 1
                UNTIL WS-K > WS-NB-DEPT
                   OR NOD-TROUVE
                IF TD-NOD (WS-K) = WS-NOD-RECH
                   MOVE 'O' TO WS-NOD-TROUVE
                END-IF
             END-PERFORM
             IF NOD-TROUVE
                SUBTRACT 1 FROM WS-K
             END-IF
             .

      *LECTURE DES CARTES DE SCENARIO : CHAQUE CARTE EST CONTROLEE,
      *PROJETEE SI ELLE EST RETENUE ET EDITEE DANS LES HYPOTHESES
      *AVEC SON OBSERVATION. UN FICHIER VIDE (DD DUMMY) VAUT
      *PREVISION SANS EMBAUCHE NI MUTATION.
       TRAITEMENT-SCENARIO.
             OPEN INPUT SCENARIO
             IF FS-SCENARIO NOT = ZEROES
                DISPLAY 'ERREUR OPEN SCENARIO, FS : ' FS-SCENARIO
                PERFORM FIN
             END-IF
             READ SCENARIO
             PERFORM UNTIL FS-SCENARIO NOT = ZEROES
                IF SCE-TYPE NOT = SPACE AND SCE-TYPE NOT = '*'
                   MOVE SPACES TO WS-OBS
                   EVALUATE SCE-TYPE
                      WHEN 'E'
                         PERFORM EMBAUCHE-PREVUE
                      WHEN 'M'
                         PERFORM MUTATION-PREVUE
                      WHEN OTHER
                         MOVE 'N' TO WS-CARTE-OK
                         MOVE 'CARTE REJETEE, TYPE ERRONE (E/M)'
                           TO WS-OBS
                   END-EVALUATE
                   IF NOT CARTE-OK
                      ADD 1 TO WS-NB-REJETS
                   END-IF
                   MOVE 'SCENARIO'         TO ED-LH1-SOURCE
                   MOVE ENR-SCENARIO(1:61) TO ED-LH1-CARTE
                   MOVE WS-OBS             TO ED-LH1-OBS
                   MOVE LH1 TO LIG-EDIT
                   MOVE ' ' TO CAR-SAUT
                   WRITE ENR-EDIT
                END-IF
                READ SCENARIO
             END-PERFORM
             CLOSE SCENARIO
             .

      *EMBAUCHE PREVUE : DEPARTEMENT CONNU, DATE D'ENTREE CALENDAIRE
      *DANS L'HORIZON, SALAIRE NUMERIQUE NON NUL, TAUX D'ACTIVITE
      *DE 0 A 100 (BLANC = TEMPS PLEIN), NOMBRE DE POSTES (BLANC = 1).
      *LE SALAIRE DE LA CARTE EST CELUI DE L'EMBAUCHE : IL N'EST
      *REVALORISE QUE SI L'ENTREE PRECEDE LA DATE D'EFFET DE LA
      *CAMPAGNE.
       EMBAUCHE-PREVUE.
             MOVE 'N' TO WS-CARTE-OK
             MOVE SCE-E-NOD TO WS-NOD-RECH
             PERFORM RECHERCHE-NOD
             MOVE SCE-E-DATE TO WS-DATE-CTL
             PERFORM CONTROLE-DATE-CARTE
             EVALUATE TRUE
                WHEN NOT NOD-TROUVE
                   MOVE 'CARTE REJETEE, DEPARTEMENT INCONNU' TO WS-OBS
                WHEN NOT DATE-OK
                   MOVE 'CARTE REJETEE, DATE D''ENTREE ERRONEE'
                     TO WS-OBS
                WHEN WS-DATE-TRAV < TM-DEB (1)
                  OR WS-DATE-TRAV > TM-FIN (WS-NB-MOIS)
                   MOVE 'CARTE REJETEE, DATE HORS HORIZON' TO WS-OBS
                WHEN SCE-E-SAL NOT NUMERIC OR SCE-E-SAL = ZEROES
                   MOVE 'CARTE REJETEE, SALAIRE ERRONE' TO WS-OBS
                WHEN ENR-SCENARIO(24:7) NOT = SPACES
                 AND SCE-E-COM NOT NUMERIC
                   MOVE 'CARTE REJETEE, COMMISSION NON NUMERIQUE'
                     TO WS-OBS
                WHEN ENR-SCENARIO(32:5) NOT = SPACES
                 AND (SCE-E-TAUX NOT NUMERIC OR SCE-E-TAUX = ZEROES
                                             OR SCE-E-TAUX > 100)
                   MOVE 'CARTE REJETEE, TAUX D''ACTIVITE ERRONE'
                     TO WS-OBS
                WHEN ENR-SCENARIO(38:3) NOT = SPACES
                 AND (SCE-E-NB NOT NUMERIC OR SCE-E-NB = ZEROES)
                   MOVE 'CARTE REJETEE, NOMBRE DE POSTES ERRONE'
                     TO WS-OBS
                WHEN OTHER
                   MOVE 'O' TO WS-CARTE-OK
             END-EVALUATE
             IF CARTE-OK
                MOVE SCE-E-SAL TO WS-SAL-CARTE
                MOVE ZEROES    TO WS-COM-CARTE
                IF ENR-SCENARIO(24:7) NOT = SPACES
                   MOVE SCE-E-COM TO WS-COM-CARTE
                END-IF
                MOVE 100       TO WS-TAUX-CARTE
                IF ENR-SCENARIO(32:5) NOT = SPACES
                   MOVE SCE-E-TAUX TO WS-TAUX-CARTE
                END-IF
                MOVE 1         TO WS-NB-CARTE
                IF ENR-SCENARIO(38:3) NOT = SPACES
                   MOVE SCE-E-NB TO WS-NB-CARTE
                END-IF
                MOVE SCE-E-NOD     TO WS-LG-NOD
                MOVE WS-DATE-TRAV  TO WS-LG-DEB
                MOVE 99999999      TO WS-LG-FIN
                MOVE WS-SAL-CARTE  TO WS-LG-SAL
                MOVE WS-COM-CARTE  TO WS-LG-COM
                MOVE WS-TAUX-CARTE TO WS-LG-TAUX
                MOVE WS-NB-CARTE   TO WS-LG-NB
                MOVE +1            TO WS-LG-SENS
                IF WS-LG-DEB < WS-CAMP-DATE
                   MOVE 'O' TO WS-LG-AUGMENTABLE
                ELSE
                   MOVE 'N' TO WS-LG-AUGMENTABLE
                END-IF
                PERFORM PROJECTION-LIGNE
                ADD WS-NB-CARTE TO WS-NB-EMBAUCHES
                MOVE 'EMBAUCHE PREVUE RETENUE' TO WS-OBS
             END-IF
             .

      *MUTATION PREVUE : L'EMPLOYE EST LU PAR ACCESS2 'L' (NON PARTI),
      *LE DEPARTEMENT D'ACCUEIL DOIT EXISTER ET DIFFERER DU SIEN, LA
      *DATE D'EFFET ETRE CALENDAIRE, DANS L'HORIZON ET NON POSTERIEURE
      *A SA SORTIE CONNUE ; UNE SEULE MUTATION PAR MATRICULE. LA
      *PERIODE QUI SUIT LA DATE D'EFFET EST RETIREE DU DEPARTEMENT
      *QUITTE ET AJOUTEE AU DEPARTEMENT D'ACCUEIL.
       MUTATION-PREVUE.
             MOVE 'N' TO WS-CARTE-OK
             MOVE 'N' TO WS-MAT-DEJA-MUTE
             SET IX-MUT TO 1
             PERFORM WS-NB-MUT TIMES
                IF TMU-MAT (IX-MUT) = SCE-M-MAT
                   MOVE 'O' TO WS-MAT-DEJA-MUTE
                END-IF
                SET IX-MUT UP BY 1
             END-PERFORM
             INITIALIZE ZACCESSEUR
             MOVE 'L'       TO ZCODE-FONC
             MOVE SCE-M-MAT TO ZMAT
             CALL ACCESS2 USING ZACCESSEUR
             IF ZCODE-RET = ZEROES
                PERFORM SORTIE-CONNUE-EMPLOYE
             END-IF
             MOVE SCE-M-NOD TO WS-NOD-RECH
             PERFORM RECHERCHE-NOD
             MOVE SCE-M-DATE TO WS-DATE-CTL
             PERFORM CONTROLE-DATE-CARTE
             EVALUATE TRUE
                WHEN ZCODE-RET NOT = ZEROES
                   MOVE ZLIBERR TO WS-OBS
                WHEN ZSTA = 'P'
                   MOVE 'CARTE REJETEE, EMPLOYE PARTI' TO WS-OBS
                WHEN MAT-DEJA-MUTE
                   MOVE 'CARTE REJETEE, MUTATION DEJA PREVUE' TO WS-OBS
                WHEN NOT NOD-TROUVE
                   MOVE 'CARTE REJETEE, DEPARTEMENT INCONNU' TO WS-OBS
                WHEN SCE-M-NOD = ZNOD
                   MOVE 'CARTE REJETEE, DEJA DANS CE DEPARTEMENT'
                     TO WS-OBS
                WHEN NOT DATE-OK
                   MOVE 'CARTE REJETEE, DATE D''EFFET ERRONEE' TO WS-OBS
                WHEN WS-DATE-TRAV < TM-DEB (1)
                  OR WS-DATE-TRAV > TM-FIN (WS-NB-MOIS)
                   MOVE 'CARTE REJETEE, DATE HORS HORIZON' TO WS-OBS
                WHEN WS-DATE-TRAV > WS-LG-FIN
                   MOVE 'CARTE REJETEE, SORTIE AVANT LA MUTATION'
                     TO WS-OBS
                WHEN WS-NB-MUT >= WS-MAX-MUT
                   MOVE 'CARTE REJETEE, TABLE DES MUTATIONS SATUREE'
                     TO WS-OBS
                WHEN OTHER
                   MOVE 'O' TO WS-CARTE-OK
             END-EVALUATE
             IF CARTE-OK
                ADD 1 TO WS-NB-MUT
                SET IX-MUT TO WS-NB-MUT
                MOVE SCE-M-MAT    TO TMU-MAT (IX-MUT)
                MOVE WS-DATE-TRAV TO WS-LG-DEB
                MOVE ZSAL         TO WS-LG-SAL
                MOVE ZCOM         TO WS-LG-COM
                MOVE ZTAUX        TO WS-LG-TAUX
                IF WS-LG-TAUX = ZEROES
                   MOVE 100 TO WS-LG-TAUX
                END-IF
                MOVE 1            TO WS-LG-NB
                MOVE 'O'          TO WS-LG-AUGMENTABLE
                MOVE ZNOD         TO WS-LG-NOD
                MOVE -1           TO WS-LG-SENS
                PERFORM PROJECTION-LIGNE
                MOVE SCE-M-NOD    TO WS-LG-NOD
                MOVE +1           TO WS-LG-SENS
                PERFORM PROJECTION-LIGNE
                ADD 1 TO WS-NB-MUTATIONS
                MOVE 'MUTATION PREVUE RETENUE' TO WS-OBS
             END-IF
             .

      *POUR CHAQUE DEPARTEMENT, LES CUMULS CONSOLIDES DEMARRENT AUX
      *CUMULS PROPRES ; PUIS, COMME ORGROLL, LA CHAINE DES PARENT EST
      *REMONTEE EN REVERSANT LES MOIS PROJETES ET LES BUDGETS PROPRES
      *DANS CHAQUE ANCETRE - LE NIVEAU EST LE NOMBRE D'ANCETRES (0 =
      *RACINE). UN PARENT INCONNU EST SIGNALE (ORPHELIN) ET LA
      *REMONTEE S'Y ARRETE.
       CONSOLIDATION-HIERARCHIE.
             PERFORM VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-NB-DEPT
                PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-NB-MOIS
                   MOVE TD-EFF (WS-I, WS-M)   TO TD-CEFF (WS-I, WS-M)
                   MOVE TD-MASSE (WS-I, WS-M) TO TD-CMASSE (WS-I, WS-M)
                END-PERFORM
                PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-AN
                   MOVE TD-BUDGET (WS-I, WS-A)
                     TO TD-CBUDGET (WS-I, WS-A)
                   MOVE TD-BUD-OK (WS-I, WS-A)
                     TO TD-CBUD-OK (WS-I, WS-A)
                END-PERFORM
             END-PERFORM

             PERFORM VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-NB-DEPT
                MOVE TD-PARENT (WS-I) TO WS-PARENT
                MOVE ZEROES           TO WS-NIVEAU
                PERFORM UNTIL WS-PARENT = SPACES
                           OR WS-NIVEAU > WS-MAX-NIVEAUX
                   PERFORM RECHERCHE-PARENT
                   IF NOT PARENT-TROUVE
                      PERFORM SIGNALEMENT-ORPHELIN
                      MOVE SPACES TO WS-PARENT
                   ELSE
                      ADD 1 TO WS-NIVEAU
                      PERFORM REPORT-SUR-ANCETRE
                      MOVE TD-PARENT (WS-J) TO WS-PARENT
                   END-IF
                END-PERFORM
                MOVE WS-NIVEAU TO TD-NIVEAU (WS-I)
                IF WS-NIVEAU > WS-NIVEAU-MAX
                   MOVE WS-NIVEAU TO WS-NIVEAU-MAX
                END-IF
             END-PERFORM
             .

      *REVERSE LES MOIS PROJETES ET LES BUDGETS PROPRES DU DEPARTEMENT
      *WS-I DANS SON ANCETRE WS-J
       REPORT-SUR-ANCETRE.
             PERFORM VARYING WS-M FROM 1 BY 1
                UNTIL WS-M > WS-NB-MOIS
                ADD TD-EFF (WS-I, WS-M)   TO TD-CEFF (WS-J, WS-M)
                ADD TD-MASSE (WS-I, WS-M) TO TD-CMASSE (WS-J, WS-M)
             END-PERFORM
             PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-AN
                IF TD-BUD-OK (WS-I, WS-A) = 'O'
                   ADD TD-BUDGET (WS-I, WS-A)
                    TO TD-CBUDGET (WS-J, WS-A)
                   MOVE 'O' TO TD-CBUD-OK (WS-J, WS-A)
                END-IF
             END-PERFORM
             .

      *RECHERCHE DU DEPARTEMENT WS-PARENT DANS LA TABLE (WS-J POINTE
      *LA LIGNE TROUVEE)
       RECHERCHE-PARENT.
             MOVE 'N' TO WS-PARENT-TROUVE
             PERFORM VARYING WS-J FROM 1 BY 1
                UNTIL WS-J > WS-NB-DEPT
                   OR PARENT-TROUVE
                IF TD-NOD (WS-J) = WS-PARENT
                   MOVE 'O' TO WS-PARENT-TROUVE
                END-IF
             END-PERFORM
             IF PARENT-TROUVE
                SUBTRACT 1 FROM WS-J
             END-IF
             .

      *SIGNALE UN RATTACHEMENT VERS UN NOD INCONNU (LIGNE D'EXCEPTION
      *SUR LE RAPPORT, CODE CONDITION AVERTISSEMENT EN FIN)
       SIGNALEMENT-ORPHELIN.
             ADD 1 TO WS-NB-ORPHELINS
             MOVE SPACES TO ED-L8-ANOMALIE
             STRING 'RATTACHEMENT ORPHELIN : NOD=' TD-NOD (WS-I)
                    ' PARENT=' WS-PARENT ' INEXISTANT'
                DELIMITED BY SIZE INTO ED-L8-ANOMALIE
             MOVE L8  TO LIG-EDIT
             MOVE ' ' TO CAR-SAUT
             WRITE ENR-EDIT
             .

      *PREMIER MOIS OU LA MASSE PROJETEE DU DEPARTEMENT WS-I DEPASSE LE
      *BUDGET DE SON ANNEE, EN PROPRE ET EN CONSOLIDE ('SANS BUDGET' SI
      *AUCUNE ANNEE DE L'HORIZON N'EST BUDGETEE, 'AUCUN' SINON)
       RECHERCHE-DEPASSEMENTS.
             MOVE SPACES TO TD-PREM-DEP (WS-I) TD-PREM-CDEP (WS-I)
             PERFORM VARYING WS-M FROM 1 BY 1
                UNTIL WS-M > WS-NB-MOIS
                MOVE TM-IX-AN (WS-M) TO WS-A
                MOVE TM-AAAAMM (WS-M) TO WS-AAAAMM
                PERFORM LIBELLE-MOIS
                IF TD-PREM-DEP (WS-I) = SPACES
                   AND TD-BUD-OK (WS-I, WS-A) = 'O'
                   AND TD-MASSE (WS-I, WS-M) > TD-BUDGET (WS-I, WS-A)
                   MOVE WS-MOIS-LIB TO TD-PREM-DEP (WS-I)
                   ADD 1 TO WS-NB-DEP-PROPRE
                END-IF
                IF TD-PREM-CDEP (WS-I) = SPACES
                   AND TD-CBUD-OK (WS-I, WS-A) = 'O'
                   AND TD-CMASSE (WS-I, WS-M)
                       > TD-CBUDGET (WS-I, WS-A)
                   MOVE WS-MOIS-LIB TO TD-PREM-CDEP (WS-I)
                   ADD 1 TO WS-NB-DEP-CONSOL
                END-IF
             END-PERFORM
             IF TD-PREM-DEP (WS-I) = SPACES
                IF TD-BUD-OK (WS-I, 1) = 'O'
                   OR TD-BUD-OK (WS-I, WS-NB-AN) = 'O'
                   MOVE 'AUCUN'       TO TD-PREM-DEP (WS-I)
                ELSE
                   MOVE 'SANS BUDGET' TO TD-PREM-DEP (WS-I)
                END-IF
             END-IF
             IF TD-PREM-CDEP (WS-I) = SPACES
                IF TD-CBUD-OK (WS-I, 1) = 'O'
                   OR TD-CBUD-OK (WS-I, WS-NB-AN) = 'O'
                   MOVE 'AUCUN'       TO TD-PREM-CDEP (WS-I)
                ELSE
                   MOVE 'SANS BUDGET' TO TD-PREM-CDEP (WS-I)
                END-IF
             END-IF
             .

      *EDITE TOUS LES DEPARTEMENTS DU NIVEAU WS-NIVEAU-EDIT COURANT
      *(RACINES D'ABORD), PUIS PASSE AU NIVEAU SUIVANT
       EDITION-NIVEAU.
             PERFORM VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-NB-DEPT
                IF TD-NIVEAU (WS-I) = WS-NIVEAU-EDIT
                   PERFORM EDITION-DEPARTEMENT
                END-IF
             END-PERFORM
             ADD 1 TO WS-NIVEAU-EDIT
             .

      *EDITE LE DEPARTEMENT WS-I : LIGNE D'EN-TETE AVEC LE PREMIER
      *MOIS DE DEPASSEMENT, PUIS UNE LIGNE PAR MOIS DE L'HORIZON
      *(PROPRE ET CONSOLIDE, '*' SUR UN MOIS EN DEPASSEMENT)
       EDITION-DEPARTEMENT.
             MOVE TD-NOD (WS-I)       TO ED-L5-NOD
             MOVE TD-NDE (WS-I)       TO ED-L5-NDE
             MOVE TD-NIVEAU (WS-I)    TO ED-L5-NIV
             MOVE TD-PARENT (WS-I)    TO ED-L5-PAR
             MOVE TD-PREM-DEP (WS-I)  TO ED-L5-PREM
             MOVE TD-PREM-CDEP (WS-I) TO ED-L5-CPREM
             MOVE '0' TO CAR-SAUT
             MOVE L5  TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE ' ' TO CAR-SAUT
             MOVE L3  TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE L4  TO LIG-EDIT
             WRITE ENR-EDIT
             PERFORM VARYING WS-M FROM 1 BY 1
                UNTIL WS-M > WS-NB-MOIS
                PERFORM EDITION-MOIS
             END-PERFORM
             .

      *LIGNE DU MOIS WS-M POUR LE DEPARTEMENT WS-I
       EDITION-MOIS.
             MOVE TM-IX-AN (WS-M)  TO WS-A
             MOVE TM-AAAAMM (WS-M) TO WS-AAAAMM
             PERFORM LIBELLE-MOIS
             MOVE WS-MOIS-LIB             TO ED-L6-MOIS
             MOVE TD-EFF (WS-I, WS-M)     TO ED-L6-EFF
             MOVE TD-ETP (WS-I, WS-M)     TO ED-L6-ETP
             MOVE TD-MASSE (WS-I, WS-M)   TO ED-L6-MASSE
             MOVE TD-BUDGET (WS-I, WS-A)  TO ED-L6-BUDGET
             MOVE TD-CEFF (WS-I, WS-M)    TO ED-L6-CEFF
             MOVE TD-CMASSE (WS-I, WS-M)  TO ED-L6-CMASSE
             MOVE TD-CBUDGET (WS-I, WS-A) TO ED-L6-CBUDGET
             MOVE SPACES TO ED-L6-SIG ED-L6-CSIG ED-L6-OBS
             IF TD-BUD-OK (WS-I, WS-A) = 'O'
                AND TD-MASSE (WS-I, WS-M) > TD-BUDGET (WS-I, WS-A)
                MOVE '*' TO ED-L6-SIG
             END-IF
             IF TD-CBUD-OK (WS-I, WS-A) = 'O'
                AND TD-CMASSE (WS-I, WS-M) > TD-CBUDGET (WS-I, WS-A)
                MOVE '*' TO ED-L6-CSIG
             END-IF
             IF WS-MOIS-LIB = TD-PREM-DEP (WS-I)
                IF WS-MOIS-LIB = TD-PREM-CDEP (WS-I)
                   MOVE '1ER DEPASSEMENT' TO ED-L6-OBS
                ELSE
                   MOVE '1ER DEPASS. PROPRE' TO ED-L6-OBS
                END-IF
             ELSE
                IF WS-MOIS-LIB = TD-PREM-CDEP (WS-I)
                   MOVE '1ER DEPASS. CONSOL.' TO ED-L6-OBS
                END-IF
             END-IF
             MOVE L6  TO LIG-EDIT
             MOVE ' ' TO CAR-SAUT
             WRITE ENR-EDIT
             ADD 1 TO WS-OPS-ECRITS
             .

      *ECRITURE DE L'ENTETE DU RAPPORT (L1, L2, ANNEE, HORIZON ET
      *CAMPAGNE) PUIS DES HYPOTHESES DE CAMPAGNE DEJA LUES
       ECRITURE-ENTETE.
             MOVE '1'  TO CAR-SAUT
             MOVE L1   TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE ' '  TO CAR-SAUT
             MOVE L2   TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE WS-ANNEE TO ED-L2A-ANNEE
             MOVE TM-AAAAMM (1) TO WS-AAAAMM
             PERFORM LIBELLE-MOIS
             MOVE WS-MOIS-LIB TO ED-L2A-DEB
             MOVE TM-AAAAMM (WS-NB-MOIS) TO WS-AAAAMM
             PERFORM LIBELLE-MOIS
             MOVE WS-MOIS-LIB TO ED-L2A-FIN
             IF WS-CAMP-MOIS = ZEROES
                MOVE 'AUCUNE' TO ED-L2A-CAMP
             ELSE
                MOVE WS-CAMP-MOIS TO WS-AAAAMM
                PERFORM LIBELLE-MOIS
                MOVE WS-MOIS-LIB TO ED-L2A-CAMP
             END-IF
             MOVE '0'  TO CAR-SAUT
             MOVE L2A  TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE '0'  TO CAR-SAUT
             MOVE LH0  TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE ' '  TO CAR-SAUT
             SET IX-HYP TO 1
             PERFORM WS-NB-HYP TIMES
                MOVE TH-SOURCE (IX-HYP) TO ED-LH1-SOURCE
                MOVE TH-CARTE (IX-HYP)  TO ED-LH1-CARTE
                MOVE TH-OBS (IX-HYP)    TO ED-LH1-OBS
                MOVE LH1 TO LIG-EDIT
                WRITE ENR-EDIT
                SET IX-HYP UP BY 1
             END-PERFORM
             .

      *ECRITURE DE L'ENREGISTREMENT DE SUIVI D'EXPLOITATION (JOURNAL
      *COMMUN DE LA CHAINE BATCH) PUIS POSITIONNEMENT DU CODE
      *CONDITION FINAL (0 = NORMAL, 4 = EXCEPTIONS, 12 = ABANDON).
       TERMINAISON.
             MOVE 'PREVBUD ' TO OPS-PROGRAMME
             MOVE WS-OPS-DEBUT          TO OPS-DEBUT
             MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE
             MOVE WS-HORODATAGE(1:14)   TO OPS-FIN
             MOVE WS-OPS-LUS            TO OPS-NB-LUS
             MOVE WS-OPS-ECRITS         TO OPS-NB-ECRITS
             MOVE WS-CODE-RETOUR        TO OPS-CODE-RETOUR
             OPEN EXTEND OPSLOG
             IF FS-OPSLOG NOT = ZEROES
                OPEN OUTPUT OPSLOG
             END-IF
             WRITE ENR-OPSLOG
             CLOSE OPSLOG
             MOVE WS-CODE-RETOUR TO RETURN-CODE
             STOP RUN
             .

       FIN.
             MOVE 12 TO WS-CODE-RETOUR
             PERFORM TERMINAISON
             .



      ********************************************************************#
      *                         JCL D'EXECUTION                           #
      ********************************************************************#

//API7PB JOB NOTIFY=&SYSUID,CLASS=A,MSGCLASS=H
//*
//PROCLIB  JCLLIB ORDER=SDJ.FORM.PROCLIB
//*
//         SET SYSUID=API7
//         NOMPGM:PREVBUD
//*
//*--- PARM('AAAA') = ANNEE BUDGETAIRE (COURANTE OU SUIVANTE,     ---
//*--- DEFAUT : COURANTE) ; LA PREVISION PART DU MOIS COURANT     ---
//*--- CAMPAGNE : CARTES AU FORMAT SALREV (DD DUMMY = SANS         ---
//*--- CAMPAGNE) ; SCENARIO : 'E' EMBAUCHE / 'M' MUTATION PREVUES ---
//*--- (DD DUMMY = SANS SCENARIO)                                 ---
//STEPRUN  EXEC PGM=PREVBUD,PARM='2026',COND=(4,LT)
//STEPLIB  DD DSN=API7.SOURCE.PGMLIB,DISP=SHR
//OPSLOG   DD DSN=API7.OPSLOG,DISP=MOD
//CAMPAGNE DD  *
D   20261201
P01 P 0000300
*** P 0000100
//SCENARIO DD  *
* TYPE NOD DATE     SAL     COM     TAUX  NB  LIBELLE
E P02 20261102 0250000 0000000 10000 002 COMPTABLES
E P01 20261201 0210000         05000     ASSISTANT RH
M 000030 P01 20261116 RENFORT PAIE
//EDIT     DD  DSN=API7.PREVBUD,DISP=(,CATLG,DELETE),
//         DCB=(DSORG=PS,RECFM=FB,LRECL=133),
//         SPACE=(TRK,(1))
//SYSOUT   DD  SYSOUT=*,OUTLIM=1000
//



      ********************************************************************#
      *                          FICHIER D'EDITION                        #
      ********************************************************************#
      *1                              PREVISION EFFECTIF / MASSE-BUDGET
      *                               ----------------------------------
      *0ANNEE BUDGETAIRE : 2026   HORIZON : 2026-10 A 2026-12   CAMPAGNE A PARTIR DE :  2026-12
      *0HYPOTHESES DE LA PREVISION
      * CAMPAGNE   D   20261201                                                       DATE D'EFFET DE LA CAMPAGNE
      * CAMPAGNE   P01 P 0000300                                                      REGLE DE CAMPAGNE RETENUE
      * CAMPAGNE   *** P 0000100                                                      REGLE DE CAMPAGNE RETENUE
      * SCENARIO   E P02 20261102 0250000 0000000 10000 002 COMPTABLES                EMBAUCHE PREVUE RETENUE
      * SCENARIO   E P01 20261201 0210000         05000     ASSISTANT RH              EMBAUCHE PREVUE RETENUE
      * SCENARIO   M 000030 P01 20261116 RENFORT PAIE                                 MUTATION PREVUE RETENUE
      *0EMPLOYES :     5   DEPARTS DE PREAVIS :     1   FINS DE CDD :     0   EMBAUCHES PREVUES :    3   MUTATIONS PREVUES :    1
      *0DEPARTEMENT D01 DIRFIN  NIVEAU   0  PARENT        1ER DEPASSEMENT PROPRE : SANS BUDGET   CONSOLIDE : 2026-11
      * MOIS      EFFEC      ETP  MASSE PROPRE   BUDGET             EFF.C  MASSE CONSOL.    BUDGET CONSOL.       OBSERVATION
      * -------   -----  -------  -------------  -------------      -----  ---------------  ---------------      --------------------
      * 2026-10       0     0,00                                        5        54.301,50        55.000,00
      * 2026-11       0     0,00                                        6        58.035,24        55.000,00 *    1ER DEPASS. CONSOL.
      * 2026-12       0     0,00                                        7        63.624,08        55.000,00 *
      *0DEPARTEMENT P01 RH      NIVEAU   1  PARENT D01   1ER DEPASSEMENT PROPRE : 2026-12       CONSOLIDE : 2026-12
      * MOIS      EFFEC      ETP  MASSE PROPRE   BUDGET             EFF.C  MASSE CONSOL.    BUDGET CONSOL.       OBSERVATION
      * -------   -----  -------  -------------  -------------      -----  ---------------  ---------------      --------------------
      * 2026-10       2     1,50      23.100,50      30.000,00          2        23.100,50        30.000,00
      * 2026-11       3     2,50      25.097,17      30.000,00          3        25.097,17        30.000,00
      * 2026-12       4     3,00      31.008,43      30.000,00 *        4        31.008,43        30.000,00 *    1ER DEPASSEMENT
      *0DEPARTEMENT P02 COMPTA  NIVEAU   1  PARENT D01   1ER DEPASSEMENT PROPRE : 2026-11       CONSOLIDE : 2026-11
      * MOIS      EFFEC      ETP  MASSE PROPRE   BUDGET             EFF.C  MASSE CONSOL.    BUDGET CONSOL.       OBSERVATION
      * -------   -----  -------  -------------  -------------      -----  ---------------  ---------------      --------------------
      * 2026-10       3     2,80      31.201,00      25.000,00 *        3        31.201,00        25.000,00 *
      * 2026-11       3     3,80      32.938,07      25.000,00 *        3        32.938,07        25.000,00 *    1ER DEPASSEMENT
      * 2026-12       3     3,80      32.615,65      25.000,00 *        3        32.615,65        25.000,00 *
      *0DEPARTEMENTS EN DEPASSEMENT-PROPRE :     2   CONSOLIDE :     3   CARTES REJETEES :     0   RATTACHEMENTS ORPHELINS:    0
      *********************************** BOTTOM OF DATA *********************************
