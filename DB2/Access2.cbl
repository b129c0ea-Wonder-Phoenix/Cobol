      *      attribué et renvoyé dans ZMAT ; l'attribution est protégée contre deux travaux concurrents)
      *      (un ZGRD renseigné sur 'C' doit exister en table GRADE - erreur 28 - et sa bande salariale doit couvrir
      *      ZSAL - erreur 27 ; sur 'M' le salaire est contrôlé contre la bande du grade porté par l'employé)
      *      (ZDATEFF sur 'M' : date d'effet AAAAMMJJ du changement, zéro ou date du jour = horodate de saisie ;
      *      une date passée - non future, non antérieure à la date d'entrée ni au dernier changement historisé,
      *      erreur 66 - date la ligne EMPHIST à cette date à 0 h, l'horodate de saisie restant portée par
      *      DATSAI : les paies déjà extraites depuis la date d'effet donnent lieu à un rappel, voir RAPPELS)
      *  'S' suppression                  'R' recherche par ZNOM  'O'/'Q'/'F' ouverture/lecture/fermeture du curseur
      *  'T' mutation/correction (NOD, NOM, DAT, GRD - verrou optimiste sur ZHORODATE, contrôle du département comme
      *      'C' ; ZGRD à blanc reconduit le grade actuel, un ZGRD renseigné doit exister et couvrir le salaire ;
      *      ZTAUX à zéro reconduit le taux d'activité actuel, un ZTAUX renseigné le remplace - erreur 57 - et
      *      le changement de taux est historisé dans EMPHIST comme un changement de salaire)
      *      (le taux d'activité ZTAUX - en %, 100 = temps plein - est posé sur 'C' : ZTAUX à zéro vaut temps
      *      plein ; SAL reste le salaire de base temps plein, la paie et les primes appliquent le taux)
      *      (le contrat est posé sur 'C' : ZTYPCTR 'I' durée indéterminée - blanc vaut 'I' - ou 'D' durée
      *      déterminée, qui exige la date de fin de contrat ZDATFCT postérieure à la date d'entrée - erreurs
      *      58/59 ; sur 'I' la date de fin est sans objet et remise à zéro)
      *  'G' cumuls du département ZNOD en un appel : effectif, total SAL, total COM, salaire moyen (ZNB-EMP, ZTOT-SAL,
      *      ZTOT-COM, ZMOY-SAL) - calculés en une seule opération ensembliste pour les rapports de restitution,
      *      avec l'équivalent temps plein ZTOT-ETP (somme des taux d'activité / 100) à côté de l'effectif et
      *      le total SAL pondéré par le taux ZTOT-SAL-ETP (masse réellement payée, pour les comparaisons budget).
      *      Par défaut sur les seuls actifs ; ZTYPE-CURSEUR = 'T' cumule TOUTES les lignes (partants compris), comme
      *      le contrôle d'effectif de la suppression de département (erreur 18) qui ne filtre pas sur le statut
      *  'D' départ de l'employé : positionne la date de départ ZDATDEP au lieu de supprimer la ligne (verrou optimiste
      *  'P' passage des préavis échus : bascule en un ordre ensembliste tous les statuts 'N' dont la date de départ
      *      est atteinte vers 'P' (étape quotidienne de la chaîne batch, voir PREAVIS) - ZNB-EMP = lignes basculées
      *  'A' enregistrement d'une absence (table ABSENCE) : ZTYPABS ('C' congé payé, 'M' maladie, 'S' sans solde),
      *      période ZABS-DEB/ZABS-FIN (AAAAMMJJ, contrôle calendaire central) - erreurs 39/40 ; le nombre de
      *      jours OUVRES de l'absence (table CALENDRIER) est renvoyé dans ZNB-JOURS - erreur 46 si la période
      *      n'est pas couverte par le calendrier chargé ; un congé payé 'C' est imputé sur le solde de congés
      *      (table SOLDECP) de l'année de son premier jour et refusé s'il dépasse le solde disponible - erreur 47
      *  'J' jours OUVRES d'absence SANS SOLDE de ZMAT sur la période ZABS-DEB/ZABS-FIN, renvoyés dans ZNB-JOURS
      *      (recouvrement des périodes d'absence avec la période demandée, week-ends et jours fériés du
      *      calendrier CALENDRIER exclus) - utilisé par l'extraction de paie. La période demandée doit être
      *      entièrement couverte par le calendrier chargé (erreur 46) : la paie ne tourne jamais sur une année
      *      dont le calendrier n'a pas été chargé (voir CALLOAD)
      *  'Z' purge de rétention : suppression physique d'un ANCIEN PARTANT (STA = 'P' exigé, erreur 45) ET de tout
      *      son historique EMPHIST - même protection du chef de département que 'S' (erreur 17), réservée au
      *      travail annuel d'archivage PURGEEMP qui a d'abord écrit l'employé et son historique en archive
      *  'E' réembauche d'un ancien partant : la ligne STA = 'P' est réactivée (STA = 'A', nouvelle date d'entrée ZDAT,
      *      date de départ remise à la sentinelle '0001-01-01') au lieu d'une création qui buterait sur l'erreur 4 -
      *      l'historique EMPHIST du matricule est ainsi conservé (verrou optimiste sur ZHORODATE) ; le contrat
      *      de la réembauche est posé par ZTYPCTR/ZDATFCT comme sur 'C'
      *  'U' renouvellement du contrat à durée déterminée d'un employé non parti (verrou optimiste sur
      *      ZHORODATE) : ZTYPCTR 'D' (ou blanc) prolonge le contrat jusqu'à la nouvelle date de fin ZDATFCT,
      *      qui doit dépasser la fin actuelle (erreur 59) ; ZTYPCTR 'I' le transforme en contrat à durée
      *      indéterminée (date de fin remise à la sentinelle) - erreur 60 si le contrat n'est pas à durée
      *      déterminée ou si l'employé est parti. Tracé dans l'audit ('CTR=... FIN=...' avant et après)
      *  'V' validation (COMMIT) de l'unité de travail en cours : appelée par les traitements de mise à jour
      *      en lot tous les N enregistrements (intervalle lu sur leur carte de contrôle CTLVAL) juste après
      *      l'écriture de leur point de reprise en table REPRISE (ACCESS2G), qui est ainsi validé avec les
      *      mises à jour qu'il couvre - erreur 67 si la validation échoue. Le curseur de liste complet
      *      LISTEMP est déclaré WITH HOLD pour rester ouvert à travers ces validations (parcours de mise à
      *      jour de SALREV)
      *  'N' annulation (ROLLBACK) de l'unité de travail en cours : appelée par ces mêmes traitements sur
      *      toute fin anormale, pour que l'arrêt du programme ne valide pas implicitement des mises à jour
      *      que leur point de reprise ne couvre pas - erreur 73 si l'annulation échoue
      *Double validation des modifications sensibles : une hausse de salaire 'M' de plus de PCTAUG %, un changement
      *de grade ou une correction de la date d'entrée 'T' au-delà des seuils de la table SEUILS n'est pas appliqué
      *mais mis en attente dans la table MODATT au nom du demandeur ZUTILISATEUR - code retour 68, numéro de la
      *demande renvoyé dans ZNUMATT - jusqu'à la décision d'un second opérateur ; une seule demande en attente par
      *matricule (erreur 69).
      *  'K' consultation d'une modification en attente : la première demande en attente de numéro >= ZNUMATT
      *      (zéro = la plus ancienne) est renvoyée - numéro ZNUMATT, matricule, fonction d'origine ZFONC-ATT,
      *      demandeur ZDEMANDEUR et valeurs demandées dans les zones de l'employé - erreur 70 s'il n'y en a plus
      *  'W' décision sur la modification en attente ZNUMATT par un opérateur habilité ('W' en AUTORIS) et
      *      différent du demandeur (erreur 71) : ZDECISION 'V' applique la modification par la fonction 'M'/'T'
      *      d'origine (mêmes contrôles, habilitation et plafond du valideur, verrou optimiste sur l'horodate de
      *      l'employé à la demande : une demande dépassée tombe en erreur 21 et reste en attente, à rejeter),
      *      'R' la rejette, 'X' la rejette pour délai expiré (rejet d'office de ATTENTES) - erreurs 70/72 ; la
      *      demande est prise avant d'être appliquée (deux valideurs simultanés : le second reçoit l'erreur 70)
      *      et remise en attente si l'application échoue ; la décision est tracée dans l'audit avec le
      *      demandeur et le valideur
      *Le curseur 'O'/'Q'/'F' est trié sur NOM et ne renvoie par défaut que les employés ACTIFS (STA <> 'P',
      *préavis en cours compris : un employé en préavis est encore à son poste et payé normalement).
      *ZTYPE-CURSEUR = ' ' liste tous les employés actifs, ZTYPE-CURSEUR = 'C' ne liste que les actifs sans commission
      *43   BUDGET INEXISTANT (ACCESS2D)
      *44   MASSE BUDGETAIRE NON NUMERIQUE OU NULLE (ACCESS2D)
      *45   PURGE REFUSEE, EMPLOYE NON PARTI
      *46   CALENDRIER NON CHARGE POUR LA PERIODE
      *47   SOLDE DE CONGES PAYES INSUFFISANT
      *48   TYPE D'HEURES ERRONE (ACCESS2E)
      *49   NOMBRE D'HEURES ERRONE (ACCESS2E)
      *50   HEURES DEJA SAISIES POUR CE JOUR ET CE TYPE (ACCESS2E)
      *51   HEURES INEXISTANTES (ACCESS2E)
      *52   HEURES DEJA APPROUVEES OU REFUSEES (ACCESS2E)
      *53   VALIDEUR NON CHEF DU DEPARTEMENT DE L'EMPLOYE (ACCESS2E)
      *54   DECISION DE VALIDATION ERRONEE (ACCESS2E)
      *55   JOUR HORS DE LA PERIODE D'EMPLOI (ACCESS2E)
      *56   HEURES DE DIMANCHE HORS DIMANCHE OU FERIE (ACCESS2E)
      *57   TAUX D'ACTIVITE ERRONE
      *58   TYPE DE CONTRAT ERRONE
      *59   DATE DE FIN DE CONTRAT ERRONEE
      *60   RENOUVELLEMENT IMPOSSIBLE, CONTRAT NON A DUREE DETERMINEE OU EMPLOYE PARTI
      *61   COORDONNEES BANCAIRES DEJA EXISTANTES (ACCESS2F)
      *62   COORDONNEES BANCAIRES INEXISTANTES (ACCESS2F)
      *63   IBAN ERRONE (ACCESS2F)
      *64   BIC ERRONE (ACCESS2F)
      *65   TITULAIRE DU COMPTE NON RENSEIGNE (ACCESS2F)
      *66   DATE D'EFFET ERRONEE
      *67   VALIDATION DE L'UNITE DE TRAVAIL EN ECHEC
      *68   MODIFICATION EN ATTENTE DE VALIDATION (NUMERO DANS ZNUMATT)
      *69   MODIFICATION DEJA EN ATTENTE POUR CE MATRICULE
      *70   MODIFICATION EN ATTENTE INEXISTANTE OU DEJA TRAITEE
      *71   VALIDEUR IDENTIQUE AU DEMANDEUR
      *72   DECISION DE VALIDATION ERRONEE (V, R OU X)
      *73   ANNULATION DE L'UNITE DE TRAVAIL EN ECHEC
      *74   PROGRAMME DU POINT DE REPRISE NON RENSEIGNE (ACCESS2G)
      *75   POINT DE REPRISE INEXISTANT (ACCESS2G)

      ********************************************************************#
      *                        PROGRAMME PRINCIPAL                        #
      * 260902 : AJOUT ZCODE-FONC = 'Z' (PURGE DE RETENTION D'UN ANCIEN    *
      *          PARTANT ET DE SON HISTORIQUE EMPHIST, ERREURS 17/45 -     *
      *          VOIR PURGEEMP)                                            *
      * 261015 : DECOMPTE DES ABSENCES EN JOURS OUVRES (TABLE CALENDRIER : *
      *          WEEK-ENDS ET JOURS FERIES EXCLUS) SUR 'J', JOURS OUVRES   *
      *          DE L'ABSENCE RENVOYES PAR 'A', ERREUR 46 SI LA PERIODE    *
      *          N'EST PAS COUVERTE PAR LE CALENDRIER CHARGE               *
      * 261015 : CONGES PAYES IMPUTES SUR LE SOLDE DE L'ANNEE (TABLE       *
      *          SOLDECP) SUR 'A' : REFUS TRACE SI LE SOLDE DISPONIBLE     *
      *          EST INSUFFISANT (ERREUR 47), JOURS PRIS CUMULES SINON     *
      * 261015 : TAUX D'ACTIVITE PORTE SUR L'EMPLOYE (COLONNE TAUX) : POSE *
      *          SUR 'C' (ZERO = TEMPS PLEIN), MODIFIABLE SUR 'T' AVEC     *
      *          TRACE D'AUDIT ET LIGNE EMPHIST (ANCTAU/NOUTAU), ERREUR 57,*
      *          RENVOYE PAR LES LECTURES ET LES CURSEURS, EQUIVALENT      *
      *          TEMPS PLEIN DU DEPARTEMENT RENVOYE PAR 'G' (ZTOT-ETP)     *
      *          AVEC LE TOTAL SAL PONDERE PAR LE TAUX (ZTOT-SAL-ETP)      *
      * 261015 : CONTRATS A DUREE DETERMINEE (COLONNES TYPCTR/DATFCT) :    *
      *          CONTRAT POSE SUR 'C'/'E' (ERREURS 58/59), RENVOYE PAR LES *
      *          LECTURES ET LES CURSEURS, ZCODE-FONC = 'U' (RENOUVELLE-   *
      *          MENT OU PASSAGE EN DUREE INDETERMINEE, AUDITE, ERREUR 60) *
      * 261015 : DATE D'EFFET D'UN CHANGEMENT DE SALAIRE 'M' (ZDATEFF) :   *
      *          UNE DATE PASSEE (LA DATE DU JOUR VAUT ZERO) DATE LA       *
      *          LIGNE EMPHIST (DATEFF) A 0 H AU LIEU DE                   *
      *          L'HORODATE DE SAISIE, DESORMAIS PORTEE A PART (COLONNE    *
      *          DATSAI) POUR LE CALCUL DES RAPPELS (VOIR RAPPELS) -       *
      *          ERREUR 66, DATE D'EFFET TRACEE DANS L'AUDIT               *
      * 261015 : AJOUT ZCODE-FONC = 'V' (VALIDATION DE L'UNITE DE TRAVAIL  *
      *          DES TRAITEMENTS EN LOT A CHAQUE POINT DE REPRISE, ERREUR  *
      *          67), CURSEUR LISTEMP DECLARE WITH HOLD                    *
      * 261015 : DOUBLE VALIDATION DES MODIFICATIONS SENSIBLES : 'M'/'T'   *
      *          AU-DELA DES SEUILS DE LA TABLE SEUILS MIS EN ATTENTE DANS *
      *          MODATT (CODE 68, ERREUR 69), ZCODE-FONC = 'K' (LECTURE    *
      *          DES DEMANDES EN ATTENTE) ET 'W' (VALIDATION/REJET PAR UN  *
      *          SECOND OPERATEUR, ERREURS 70 A 72, DEMANDEUR ET VALIDEUR  *
      *          TRACES DANS L'AUDIT)                                      *
      * 261015 : CURSEURS LISTEMP ET LISTEMP-PARTIEL TRIES SUR (NOM, MAT)  *
      *          (ORDRE STABLE DES HOMONYMES POUR LA REPRISE DE SALREV)    *
      * 261015 : CONGE 'C' SANS LIGNE SOLDECP DE L'ANNEE REFUSE (ERREUR    *
      *          47) AVANT L'INSERTION, MEME POUR ZERO JOUR OUVRE          *
      * 261015 : AJOUT ZCODE-FONC = 'N' (ANNULATION DE L'UNITE DE          *
      *          TRAVAIL SUR FIN ANORMALE DES TRAITEMENTS EN LOT)          *
      * 261015 : DECISION 'W' : LA DEMANDE EST PRISE AVANT D'ETRE          *
      *          APPLIQUEE ET REMISE EN ATTENTE SI L'APPLICATION           *
      *          ECHOUE (PLUS DE DOUBLE APPLICATION CONCURRENTE)           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           EXEC SQL INCLUDE ABSENCE END-EXEC.
      *COPY DES HOST VARIABLES DE LA TABLE ABSENCE
           EXEC SQL INCLUDE ABSENCE2 END-EXEC.
      *COPY DES DECLARATIONS DE LA TABLE CALENDRIER (JOURS OUVRES)
           EXEC SQL INCLUDE CALENDRIER END-EXEC.
      *COPY DES HOST VARIABLES DE LA TABLE CALENDRIER
           EXEC SQL INCLUDE CALENDRIER2 END-EXEC.
      *COPY DES DECLARATIONS DE LA TABLE SOLDECP (SOLDES DE CONGES)
           EXEC SQL INCLUDE SOLDECP END-EXEC.
      *COPY DES HOST VARIABLES DE LA TABLE SOLDECP
           EXEC SQL INCLUDE SOLDECP2 END-EXEC.
      *COPY DES DECLARATIONS DE LA TABLE MODATT (MODIFICATIONS EN
      *ATTENTE DE VALIDATION)
           EXEC SQL INCLUDE MODATT END-EXEC.
      *COPY DES HOST VARIABLES DE LA TABLE MODATT
           EXEC SQL INCLUDE MODATT2 END-EXEC.
      *COPY DES DECLARATIONS DE LA TABLE SEUILS (SEUILS DE VALIDATION)
           EXEC SQL INCLUDE SEUILS END-EXEC.
      *COPY DES HOST VARIABLES DE LA TABLE SEUILS
           EXEC SQL INCLUDE SEUILS2 END-EXEC.
      *COPY DES ZONES UTILES A DB2
           EXEC SQL INCLUDE SQLCA   END-EXEC.

      *ANCIENNE VALEUR DE ZSAL/ZCOM POUR LA TRACE D'AUDIT
       01  WS-AVANT-SAL       PIC 9(5)V99 VALUE ZEROES.
       01  WS-AVANT-COM       PIC 9(5)V99 VALUE ZEROES.
      *ANCIEN TAUX D'ACTIVITE POUR LA TRACE D'AUDIT ET L'HISTORIQUE
       01  WS-AVANT-TAUX      PIC 9(3)V99 VALUE ZEROES.
      *ANCIEN CONTRAT (TYPE ET DATE DE FIN) POUR LA TRACE D'AUDIT DU
      *RENOUVELLEMENT ('U')
       01  WS-AVANT-TYPCTR    PIC X       VALUE SPACE.
       01  WS-AVANT-DATFCT    PIC X(10)   VALUE SPACES.
      *CONTROLE DE LA DATE DE FIN DE CONTRAT (ERREUR 59) : LIBELLE
      *PRECIS DE L'ANOMALIE ET FIN ACTUELLE EN AAAAMMJJ ('U')
       01  WS-LIB-CONTRAT     PIC X(50)   VALUE SPACES.
       01  WS-DATFCT-NUM      PIC 9(8)    VALUE ZEROES.
       01  WS-NB-CHEF         PIC 9(3)    VALUE ZEROES.

      *CONTROLE DE LA DATE D'EFFET D'UN CHANGEMENT DE SALAIRE 'M'
      *(ERREUR 66) : LIBELLE PRECIS DE L'ANOMALIE, DATE D'EFFET EN
      *AAAA-MM-JJ, DERNIER CHANGEMENT HISTORISE DU MATRICULE
       01  WS-LIB-DATEFF      PIC X(50)   VALUE SPACES.
       01  WS-DATEFF-ISO      PIC X(10)   VALUE SPACES.
       01  WS-DERNIER-EFFET   PIC X(26)   VALUE SPACES.

      *CONTROLE DE LA DATE D'ENTREE (ERREUR 8) : DECOMPOSITION DE ZDAT,
      *LONGUEUR DES MOIS, ANNEE DE FONDATION DE LA SOCIETE ET LIBELLE
      *PRECIS DE L'ANOMALIE RELEVEE (REPRIS PAR LIBELLE-ERREUR).
       01  WS-TOT-SAL         PIC S9(9)V99 COMP-3.
       01  WS-TOT-COM         PIC S9(9)V99 COMP-3.
       01  WS-MOY-SAL         PIC S9(7)V99 COMP-3.
       01  WS-TOT-ETP         PIC S9(7)V99 COMP-3.
       01  WS-TOT-SAL-ETP     PIC S9(9)V99 COMP-3.

      *ANCIENNE VALEUR DU STATUT POUR LA TRACE D'AUDIT DU DEPART ('D')
      *ET DE LA REEMBAUCHE ('E'), ET DE LA DATE DE DEPART EFFACEE PAR
      *PICTURES D'EDITION DE LA TRACE D'AUDIT
       01  ED-AUD-SAL         PIC Z(5),ZZ.
       01  ED-AUD-COM         PIC Z(5),ZZ.
       01  ED-AUD-TAUX        PIC ZZ9,99.

      *CALCUL DES JOURS D'ABSENCE SANS SOLDE (FONCTION 'J') : BORNES
      *DE LA PERIODE DEMANDEE ET DU RECOUVREMENT AVEC CHAQUE ABSENCE,
       01  WS-JOURS           PIC S9(5) COMP VALUE ZEROES.
       01  WS-TOT-JOURS       PIC S9(5) COMP VALUE ZEROES.

      *DECOMPTE DES JOURS OUVRES D'UN INTERVALLE (TABLE CALENDRIER) :
      *BORNES EN AAAA-MM-JJ, NOMBRE DE JOURS CALENDAIRES ATTENDUS,
      *NOMBRE DE LIGNES DU CALENDRIER TROUVEES ET DE JOURS 'O' PARMI
      *ELLES - MOINS DE LIGNES QUE DE JOURS = CALENDRIER NON CHARGE
       01  WS-CAL-DEB         PIC X(10)      VALUE SPACES.
       01  WS-CAL-FIN         PIC X(10)      VALUE SPACES.
       01  WS-CAL-ATTENDUS    PIC S9(9) COMP VALUE ZEROES.
       01  WS-CAL-LIGNES      PIC S9(9) COMP VALUE ZEROES.
       01  WS-CAL-OUVRES      PIC S9(9) COMP VALUE ZEROES.

      *CONTROLE DU SOLDE DE CONGES PAYES (ERREUR 47) : SOLDE DISPONIBLE
      *DE L'ANNEE DE CONGE (RELIQ + ACQUIS - PRIS, NUL SI L'ANNEE EST
      *CLOSE OU SANS LIGNE) ET PICTURES DE LA TRACE DU REFUS
       01  WS-CP-DISPO        PIC S9(3)V99 COMP-3 VALUE ZEROES.
       01  ED-AUD-CP-DISPO    PIC ZZ9,99-.

      *CONTROLE DE LA BANDE SALARIALE DU GRADE (ERREURS 27/28) :
      *GRADE ET SALAIRE A CONTROLER POSES PAR L'APPELANT (CREATION,
      *MODIFICATION OU MUTATION), ANCIEN GRADE POUR LA TRACE D'AUDIT
       01  WS-NB-ESSAIS       PIC 9(3)    VALUE ZEROES.
       01  WS-MAX-ESSAIS      PIC 9(3)    VALUE 100.

      *DOUBLE VALIDATION DES MODIFICATIONS SENSIBLES : MOTIF DE LA MISE
      *EN ATTENTE (POSITIONNEL : 'A' HAUSSE DE SALAIRE, 'G' CHANGEMENT
      *DE GRADE, 'D' CORRECTION DE LA DATE D'ENTREE), INDICATEUR
      *D'APPLICATION D'UNE DEMANDE VALIDEE ('W' : LES SEUILS NE SONT
      *PLUS CONTROLES), ECART EN JOURS DE LA CORRECTION DE DATE
      *D'ENTREE, DEMANDES EN ATTENTE DU MATRICULE ET ATTRIBUTION DU
      *NUMERO DE DEMANDE (PLUS GRAND NUMERO + 1, INDEX UNIQUE : UNE
      *COLLISION ENTRE DEUX DEMANDES CONCURRENTES EST REESSAYEE)
       01  WS-MOTIF-ATT       PIC X(3)       VALUE SPACES.
       01  WS-APPLICATION-ATT PIC X          VALUE 'N'.
           88 APPLICATION-ATT            VALUE 'O'.
       01  WS-ECART-DAT       PIC S9(7) COMP VALUE ZEROES.
       01  WS-AVANT-DAT-NUM   PIC 9(8)       VALUE ZEROES.
       01  WS-NB-ATT          PIC S9(9) COMP VALUE ZEROES.
       01  WS-ATT-INSEREE     PIC X          VALUE 'N'.
           88 ATT-INSEREE                VALUE 'O'.

      *CONTROLE DE REPRISE DU CURSEUR - LE CURSEUR LISTEMP EST TOUJOURS
      *ORDER BY NOM (QUELLE QUE SOIT LA VARIANTE ZTYPE-CURSEUR), LE
      *POINT DE CONTROLE PORTE DONC SUR NOM, PAS SUR MAT.
      *FOIS POUR TOUTES, IL NE PEUT PAS Y AVOIR TROIS DECLARE POUR LE
      *MEME NOM SOUS DES IF DIFFERENTS. LE CHOIX DE LA VARIANTE SE FAIT
      *A L'OUVERTURE/LECTURE/FERMETURE (VOIR OUVERTURE-CURSEUR), PAS A
      *LA DECLARATION. LE PASSAGE COMPLET LISTEMP EST DECLARE WITH
      *HOLD : SALREV EN MISE A JOUR VALIDE ('V') SON TRAVAIL TOUS LES
      *N EMPLOYES SANS REFERMER LE CURSEUR QU'IL PARCOURT. LISTEMP ET
      *LISTEMP-PARTIEL SONT TRIES SUR (NOM, MAT), CLE UNIQUE : L'ORDRE
      *DES HOMONYMES EST STABLE D'UN PASSAGE A L'AUTRE, CE QUI PERMET
      *A SALREV DE REPRENDRE APRES LE DERNIER (NOM, MAT) VALIDE.
           EXEC SQL
              DECLARE LISTEMP CURSOR WITH HOLD FOR
              SELECT MAT, NOM, NOD, DAT, SAL, VALUE(COM, 0),
                     STA, DATDEP, GRD, TAUX, TYPCTR, DATFCT
                FROM EMPLOYE
               WHERE STA <> 'P'
               ORDER BY NOM, MAT
           END-EXEC

           EXEC SQL
              DECLARE LISTEMP-NOD CURSOR FOR
              SELECT MAT, NOM, NOD, DAT, SAL, VALUE(COM, 0),
                     STA, DATDEP, GRD, TAUX, TYPCTR, DATFCT
                FROM EMPLOYE
               WHERE NOD = :HVE-NOD
                 AND STA <> 'P'
           EXEC SQL
              DECLARE LISTEMP-SANSCOM CURSOR FOR
              SELECT MAT, NOM, NOD, DAT, SAL, VALUE(COM, 0),
                     STA, DATDEP, GRD, TAUX, TYPCTR, DATFCT
                FROM EMPLOYE
               WHERE VALUE(COM, 0) = 0
                 AND STA <> 'P'
           EXEC SQL
              DECLARE LISTEMP-NOD-TOUS CURSOR FOR
              SELECT MAT, NOM, NOD, DAT, SAL, VALUE(COM, 0),
                     STA, DATDEP, GRD, TAUX, TYPCTR, DATFCT
                FROM EMPLOYE
               WHERE NOD = :HVE-NOD
               ORDER BY NOM
           EXEC SQL
              DECLARE LISTEMP-PARTIEL CURSOR FOR
              SELECT MAT, NOM, NOD, DAT, SAL, VALUE(COM, 0),
                     STA, DATDEP, GRD, TAUX, TYPCTR, DATFCT
                FROM EMPLOYE
               WHERE NOM >= :HVE-NOM
                 AND STA <> 'P'
               ORDER BY NOM, MAT
           END-EXEC

      *CURSEUR DES ABSENCES SANS SOLDE D'UN MATRICULE RECOUVRANT LA
                WHEN 'P'
                   PERFORM PASSAGE-PREAVIS
                      THRU PASSAGE-PREAVIS-EXIT
                WHEN 'U'
                   PERFORM RENOUVELLEMENT-CONTRAT
                      THRU RENOUVELLEMENT-CONTRAT-EXIT
                WHEN 'A'
                   PERFORM ENREGISTREMENT-ABSENCE
                      THRU ENREGISTREMENT-ABSENCE-EXIT
                WHEN 'Z'
                   PERFORM PURGE-EMPLOYE
                      THRU PURGE-EMPLOYE-EXIT
                WHEN 'V'
                   PERFORM VALIDATION-TRAVAIL
                      THRU VALIDATION-TRAVAIL-EXIT
                WHEN 'N'
                   PERFORM ANNULATION-TRAVAIL
                      THRU ANNULATION-TRAVAIL-EXIT
                WHEN 'K'
                   PERFORM CONSULTATION-ATTENTE
                      THRU CONSULTATION-ATTENTE-EXIT
                WHEN 'W'
                   PERFORM DECISION-ATTENTE
                      THRU DECISION-ATTENTE-EXIT
                WHEN 'S'
                   PERFORM SUPPRESSION-EMPLOYE
                      THRU SUPPRESSION-EMPLOYE-EXIT
             MOVE ZMAT TO HVE-MAT
             EXEC SQL
                SELECT NOM, NOD, DAT, SAL, VALUE(COM, 0), STA,
                       DATDEP, GRD, TAUX, TYPCTR, DATFCT, HORODATE
                  INTO :HVE-NOM, :HVE-NOD, :HVE-DAT, :HVE-SAL,
                       :HVE-COM, :HVE-STA, :HVE-DATDEP, :HVE-GRD,
                       :HVE-TAUX, :HVE-TYPCTR, :HVE-DATFCT,
                       :HVE-HORODATE
                  FROM EMPLOYE
                 WHERE MAT = :HVE-MAT
                   MOVE HVE-STA      TO ZSTA
                   PERFORM CONVERSION-DATDEP
                   MOVE HVE-GRD      TO ZGRD
                   MOVE HVE-TAUX     TO ZTAUX
                   MOVE HVE-TYPCTR   TO ZTYPCTR
                   PERFORM CONVERSION-DATFCT
                   MOVE HVE-HORODATE TO ZHORODATE
                WHEN +100
                   MOVE 11 TO ZCODE-RET
             END-IF
             EXEC SQL
                SELECT NOD, DAT, SAL, VALUE(COM, 0), STA, DATDEP,
                       GRD, TAUX, TYPCTR, DATFCT, HORODATE
                  INTO :HVE-NOD, :HVE-DAT, :HVE-SAL, :HVE-COM,
                       :HVE-STA, :HVE-DATDEP, :HVE-GRD,
                       :HVE-TAUX, :HVE-TYPCTR, :HVE-DATFCT,
                       :HVE-HORODATE
                  FROM EMPLOYE
                 WHERE MAT = :HVE-MAT
                   MOVE HVE-STA      TO ZSTA
                   PERFORM CONVERSION-DATDEP
                   MOVE HVE-GRD      TO ZGRD
                   MOVE HVE-TAUX     TO ZTAUX
                   MOVE HVE-TYPCTR   TO ZTYPCTR
                   PERFORM CONVERSION-DATFCT
                   MOVE HVE-HORODATE TO ZHORODATE
                WHEN +100
                   MOVE 22 TO ZCODE-RET
                MOVE 10 TO ZCODE-RET
                GO TO CREATION-EMPLOYE-EXIT
             END-IF
      *UN TAUX D'ACTIVITE A ZERO VAUT TEMPS PLEIN (LES APPELANTS QUI NE
      *CONNAISSENT PAS LE TAUX CREENT DU PERSONNEL A TEMPS PLEIN)
             IF ZTAUX = ZEROES
                MOVE 100 TO ZTAUX
             END-IF
             PERFORM CONTROLE-TAUX
                THRU CONTROLE-TAUX-EXIT
             IF ZCODE-RET NOT = ZEROES
                GO TO CREATION-EMPLOYE-EXIT
             END-IF
             PERFORM CONTROLE-DATE-ENTREE
                THRU CONTROLE-DATE-ENTREE-EXIT
             IF ZCODE-RET NOT = ZEROES
                GO TO CREATION-EMPLOYE-EXIT
             END-IF
             PERFORM CONTROLE-CONTRAT
                THRU CONTROLE-CONTRAT-EXIT
             IF ZCODE-RET NOT = ZEROES
                GO TO CREATION-EMPLOYE-EXIT
             END-IF
      *UN GRADE RENSEIGNE DOIT EXISTER ET SA BANDE COUVRIR LE SALAIRE
      *D'EMBAUCHE (BLANC = SANS GRADE, PERSONNEL NON ENCORE CLASSE)
             MOVE ZGRD TO WS-CTL-GRD
             MOVE ZSAL TO HVE-SAL
             MOVE ZCOM TO HVE-COM
             MOVE ZGRD TO HVE-GRD
             MOVE ZTAUX TO HVE-TAUX
             MOVE ZTYPCTR TO HVE-TYPCTR
             PERFORM PREPARATION-DATFCT
      *DATDEP EST POSE EXPLICITEMENT A LA VALEUR SENTINELLE
      *'0001-01-01' (PAS PARTI) : UN WITH DEFAULT NU SUR UNE COLONNE
      *DATE VAUDRAIT CURRENT DATE ET FERAIT PORTER UNE FAUSSE DATE DE
             EXEC SQL
                INSERT INTO EMPLOYE
                   (MAT, NOM, NOD, DAT, SAL, COM, STA, DATDEP,
                    GRD, TAUX, TYPCTR, DATFCT, HORODATE)
                VALUES (:HVE-MAT, :HVE-NOM, :HVE-NOD, :HVE-DAT,
                        :HVE-SAL, :HVE-COM, 'A', '0001-01-01',
                        :HVE-GRD, :HVE-TAUX, :HVE-TYPCTR,
                        :HVE-DATFCT, CURRENT TIMESTAMP)
             END-EXEC
             IF SQLCODE NOT = ZEROES
                MOVE 20 TO ZCODE-RET
                 WHERE MAT = :HVE-MAT
             END-EXEC
             MOVE HVE-HORODATE TO ZHORODATE
             MOVE ZEROES TO WS-AVANT-SAL WS-AVANT-COM WS-AVANT-TAUX
             PERFORM TRACE-AUDIT
             PERFORM TRACE-HISTORIQUE
      *UN CONTRAT A DUREE DETERMINEE A SA LIGNE D'AUDIT DES LA
      *CREATION (ECHEANCE SUIVIE PAR L'ALERTE ET LA FIN AUTOMATIQUE)
             IF ZTYPCTR = 'D'
                MOVE SPACE  TO WS-AVANT-TYPCTR
                MOVE SPACES TO WS-AVANT-DATFCT
                PERFORM TRACE-AUDIT-CONTRAT
             END-IF
             .
       CREATION-EMPLOYE-EXIT.
             EXIT
             END-IF
             MOVE ZMAT TO HVE-MAT
             EXEC SQL
                SELECT SAL, VALUE(COM, 0), GRD, TAUX, DAT
                  INTO :HVE-SAL, :HVE-COM, :HVE-GRD, :HVE-TAUX,
                       :HVE-DAT
                  FROM EMPLOYE
                 WHERE MAT = :HVE-MAT
             END-EXEC
                MOVE 20 TO ZCODE-RET
                GO TO MODIFICATION-EMPLOYE-EXIT
             END-IF
      *UNE DATE D'EFFET PASSEE EST ADMISE (AUGMENTATION ACCORDEE EN
      *RETARD) : ELLE EST CONTROLEE AVANT TOUTE MISE A JOUR
             PERFORM CONTROLE-DATE-EFFET
                THRU CONTROLE-DATE-EFFET-EXIT
             IF ZCODE-RET NOT = ZEROES
                GO TO MODIFICATION-EMPLOYE-EXIT
             END-IF
      *LE NOUVEAU SALAIRE DOIT RESTER DANS LA BANDE DU GRADE PORTE
      *PAR L'EMPLOYE (CONTROLE A LA SOURCE, COMME L'ERREUR 24)
             MOVE HVE-GRD TO WS-CTL-GRD ZGRD
             END-IF
             MOVE HVE-SAL TO WS-AVANT-SAL
             MOVE HVE-COM TO WS-AVANT-COM
      *LE TAUX D'ACTIVITE N'EST PAS TOUCHE PAR 'M' : IL EST RECONDUIT
      *TEL QUEL DANS L'HISTORIQUE ET RENVOYE AU DEMANDEUR
             MOVE HVE-TAUX TO WS-AVANT-TAUX ZTAUX
      *UNE HAUSSE DE SALAIRE AU-DELA DU SEUIL DE LA TABLE SEUILS N'EST
      *PAS APPLIQUEE MAIS MISE EN ATTENTE DE VALIDATION PAR UN SECOND
      *OPERATEUR (CODE 68), SAUF A L'APPLICATION D'UNE DEMANDE DEJA
      *VALIDEE ('W')
             IF NOT APPLICATION-ATT
                PERFORM CONTROLE-SEUIL-SALAIRE
                   THRU CONTROLE-SEUIL-SALAIRE-EXIT
                IF ZCODE-RET NOT = ZEROES
                   GO TO MODIFICATION-EMPLOYE-EXIT
                END-IF
             END-IF
             MOVE ZHORODATE TO HVE-HORODATE
             MOVE ZSAL      TO HVE-SAL
             MOVE ZCOM      TO HVE-COM
      *DE SON NOM OU DE SA DATE D'ENTREE - LE DEPARTEMENT CIBLE DOIT
      *EXISTER (MEME CONTROLE QUE LA CREATION, ERREUR 7) ET LE VERROU
      *OPTIMISTE EXIGE L'HORODATE RENVOYEE PAR UNE LECTURE PRECEDENTE.
      *SAL ET COM NE SONT PAS TOUCHES PAR CETTE FONCTION (VOIR 'M') ;
      *LE TAUX D'ACTIVITE L'EST (ZTAUX A ZERO RECONDUIT LE TAUX ACTUEL).
       MUTATION-EMPLOYE.
             PERFORM CONTROLE-AUTORISATION
                THRU CONTROLE-AUTORISATION-EXIT
             END-IF
             MOVE ZMAT TO HVE-MAT
             EXEC SQL
                SELECT NOM, NOD, DAT, SAL, VALUE(COM, 0), GRD, TAUX
                  INTO :HVE-NOM, :HVE-NOD, :HVE-DAT, :HVE-SAL,
                       :HVE-COM, :HVE-GRD, :HVE-TAUX
                  FROM EMPLOYE
                 WHERE MAT = :HVE-MAT
             END-EXEC
             MOVE HVE-NOM TO WS-AVANT-NOM
             MOVE HVE-DAT TO WS-AVANT-DAT
             MOVE HVE-GRD TO WS-AVANT-GRD
             MOVE HVE-TAUX TO WS-AVANT-TAUX
      *ZTAUX A ZERO RECONDUIT LE TAUX ACTUEL ; UN ZTAUX RENSEIGNE
      *(PASSAGE A TEMPS PARTIEL OU RETOUR A TEMPS PLEIN) EST CONTROLE
             IF ZTAUX = ZEROES
                MOVE HVE-TAUX TO ZTAUX
             ELSE
                PERFORM CONTROLE-TAUX
                   THRU CONTROLE-TAUX-EXIT
                IF ZCODE-RET NOT = ZEROES
                   GO TO MUTATION-EMPLOYE-EXIT
                END-IF
             END-IF
      *ZGRD A BLANC RECONDUIT LE GRADE ACTUEL ; UN ZGRD RENSEIGNE
      *(CORRECTION DE CLASSIFICATION) DOIT EXISTER ET SA BANDE DOIT
      *COUVRIR LE SALAIRE ACTUEL DE L'EMPLOYE (ERREURS 27/28)
                   END-IF
                END-IF
             END-IF
      *UN CHANGEMENT DE GRADE OU UNE CORRECTION DE LA DATE D'ENTREE
      *AU-DELA DES SEUILS DE LA TABLE SEUILS EST MIS EN ATTENTE DE
      *VALIDATION (CODE 68), SAUF A L'APPLICATION D'UNE DEMANDE DEJA
      *VALIDEE ('W') - LA MUTATION DE DEPARTEMENT SEULE PASSE DIRECTEMENT
             IF NOT APPLICATION-ATT
                PERFORM CONTROLE-SEUIL-MUTATION
                   THRU CONTROLE-SEUIL-MUTATION-EXIT
                IF ZCODE-RET NOT = ZEROES
                   GO TO MUTATION-EMPLOYE-EXIT
                END-IF
             END-IF
             MOVE ZHORODATE TO HVE-HORODATE
             MOVE ZNOM      TO HVE-NOM
             MOVE ZNOD      TO HVE-NOD
             MOVE ZGRD      TO HVE-GRD
             MOVE ZTAUX     TO HVE-TAUX
             STRING ZDAT(1:4) '-' ZDAT(5:2) '-' ZDAT(7:2)
                DELIMITED BY SIZE INTO HVE-DAT
             EXEC SQL
                UPDATE EMPLOYE
                   SET NOM = :HVE-NOM, NOD = :HVE-NOD, DAT = :HVE-DAT,
                       GRD = :HVE-GRD, TAUX = :HVE-TAUX,
                       HORODATE = CURRENT TIMESTAMP
                 WHERE MAT = :HVE-MAT AND HORODATE = :HVE-HORODATE
             END-EXEC
             IF HVE-GRD NOT = WS-AVANT-GRD
                PERFORM TRACE-AUDIT-GRADE
             END-IF
      *LE CHANGEMENT DE TAUX D'ACTIVITE A SA LIGNE D'AUDIT ET SA LIGNE
      *D'HISTORIQUE, SAL ET COM INCHANGES (RENVOYES AU DEMANDEUR)
             IF HVE-TAUX NOT = WS-AVANT-TAUX
                PERFORM TRACE-AUDIT-TAUX
                MOVE HVE-SAL TO WS-AVANT-SAL ZSAL
                MOVE HVE-COM TO WS-AVANT-COM ZCOM
                PERFORM TRACE-HISTORIQUE
             END-IF
             .
       MUTATION-EMPLOYE-EXIT.
             EXIT
             IF ZCODE-RET NOT = ZEROES
                GO TO REEMBAUCHE-EMPLOYE-EXIT
             END-IF
             PERFORM CONTROLE-CONTRAT
                THRU CONTROLE-CONTRAT-EXIT
             IF ZCODE-RET NOT = ZEROES
                GO TO REEMBAUCHE-EMPLOYE-EXIT
             END-IF
             MOVE ZMAT TO HVE-MAT
             EXEC SQL
                SELECT STA, SAL, VALUE(COM, 0), DATDEP, TAUX
                  INTO :HVE-STA, :HVE-SAL, :HVE-COM, :HVE-DATDEP,
                       :HVE-TAUX
                  FROM EMPLOYE
                 WHERE MAT = :HVE-MAT
             END-EXEC
             MOVE ZHORODATE  TO HVE-HORODATE
             STRING ZDAT(1:4) '-' ZDAT(5:2) '-' ZDAT(7:2)
                DELIMITED BY SIZE INTO HVE-DAT
             MOVE ZTYPCTR TO HVE-TYPCTR
             PERFORM PREPARATION-DATFCT
             EXEC SQL
                UPDATE EMPLOYE
                   SET STA = 'A', DAT = :HVE-DAT,
                       DATDEP = '0001-01-01',
                       TYPCTR = :HVE-TYPCTR, DATFCT = :HVE-DATFCT,
                       HORODATE = CURRENT TIMESTAMP
                 WHERE MAT = :HVE-MAT AND HORODATE = :HVE-HORODATE
             END-EXEC
      *LA LIGNE D'HISTORIQUE DATE LA REEMBAUCHE DANS LA CARRIERE.
             MOVE HVE-SAL TO WS-AVANT-SAL ZSAL
             MOVE HVE-COM TO WS-AVANT-COM ZCOM
             MOVE HVE-TAUX TO WS-AVANT-TAUX ZTAUX
             PERFORM TRACE-AUDIT-REEMBAUCHE
             PERFORM TRACE-HISTORIQUE
             .
             EXIT
             .

      *VALIDATION (COMMIT) DE L'UNITE DE TRAVAIL EN COURS : LES
      *TRAITEMENTS DE MISE A JOUR EN LOT (HIRELOAD, DEPARTS, TRANSFER,
      *ABSLOAD, SALREV 'M', PURGEEMP) ECRIVENT LEUR POINT DE REPRISE
      *(TABLE REPRISE, ACCESS2G) PUIS L'APPELLENT TOUS LES N
      *ENREGISTREMENTS : LE POINT DE REPRISE EST VALIDE AVEC LES MISES
      *A JOUR QU'IL COUVRE ET UNE REPRISE APRES ABEND SAUTE EXACTEMENT
      *CE QUI EST DEJA VALIDE EN TABLE. PAS DE CONTROLE D'HABILITATION : LA
      *VALIDATION NE FAIT QUE RENDRE DEFINITIVES DES MISES A JOUR
      *DEJA CONTROLEES UNE A UNE.
       VALIDATION-TRAVAIL.
             EXEC SQL COMMIT END-EXEC
             IF SQLCODE NOT = ZEROES
                MOVE 67 TO ZCODE-RET
                GO TO VALIDATION-TRAVAIL-EXIT
             END-IF
             .
       VALIDATION-TRAVAIL-EXIT.
             EXIT
             .

      *ANNULATION (ROLLBACK) DE L'UNITE DE TRAVAIL EN COURS : APPELEE
      *PAR LES MEMES TRAITEMENTS SUR TOUTE FIN ANORMALE AVANT L'ARRET
      *DU PROGRAMME, QUI SANS ELLE VALIDERAIT IMPLICITEMENT LES MISES A
      *JOUR DEPUIS LE DERNIER POINT DE REPRISE. LA BASE REVIENT AINSI
      *EXACTEMENT A CE POINT DE REPRISE, D'OU LA RESOUMISSION REPART.
       ANNULATION-TRAVAIL.
             EXEC SQL ROLLBACK END-EXEC
             IF SQLCODE NOT = ZEROES
                MOVE 73 TO ZCODE-RET
                GO TO ANNULATION-TRAVAIL-EXIT
             END-IF
             .
       ANNULATION-TRAVAIL-EXIT.
             EXIT
             .

      *CONSULTATION D'UNE MODIFICATION EN ATTENTE DE VALIDATION : LA
      *PREMIERE DEMANDE ENCORE EN ATTENTE DE NUMERO >= ZNUMATT (ZERO =
      *LA PLUS ANCIENNE) EST RENVOYEE AVEC SES VALEURS DEMANDEES DANS
      *LES ZONES DE L'EMPLOYE ET L'HORODATE DE L'EMPLOYE A LA DEMANDE
      *DANS ZHORODATE - ERREUR 70 S'IL N'Y A PLUS DE DEMANDE EN ATTENTE
      *AU-DELA (L'ECRAN DE VALIDATION PARCOURT AINSI LES DEMANDES).
       CONSULTATION-ATTENTE.
             IF ZNUMATT NOT NUMERIC
                MOVE 70 TO ZCODE-RET
                GO TO CONSULTATION-ATTENTE-EXIT
             END-IF
             MOVE ZNUMATT TO HVW-NUMATT
             EXEC SQL
                SELECT VALUE(MIN(NUMATT), 0)
                  INTO :HVW-NUMATT
                  FROM MODATT
                 WHERE NUMATT >= :HVW-NUMATT
                   AND STATUT = 'A'
             END-EXEC
             IF SQLCODE NOT = ZEROES
                MOVE 20 TO ZCODE-RET
                GO TO CONSULTATION-ATTENTE-EXIT
             END-IF
             IF HVW-NUMATT = ZEROES
                MOVE 70 TO ZCODE-RET
                GO TO CONSULTATION-ATTENTE-EXIT
             END-IF
             PERFORM LECTURE-ATTENTE
                THRU LECTURE-ATTENTE-EXIT
             IF ZCODE-RET NOT = ZEROES
                GO TO CONSULTATION-ATTENTE-EXIT
             END-IF
             PERFORM CHARGEMENT-ATTENTE
             .
       CONSULTATION-ATTENTE-EXIT.
             EXIT
             .

      *DECISION SUR LA MODIFICATION EN ATTENTE ZNUMATT PAR UN SECOND
      *OPERATEUR, HABILITE A LA FONCTION 'W' ET DIFFERENT DU DEMANDEUR
      *(ERREUR 71, REFUS TRACE). LA VALIDATION 'V' APPLIQUE LA DEMANDE
      *PAR LA FONCTION D'ORIGINE 'M' OU 'T' SANS NOUVEAU CONTROLE DES
      *SEUILS, MAIS AVEC TOUS SES AUTRES CONTROLES SOUS L'IDENTITE DU
      *VALIDEUR (HABILITATION, PLAFOND SALMAX, BANDE DU GRADE) ET LE
      *VERROU OPTIMISTE SUR L'HORODATE DE L'EMPLOYE A LA DEMANDE : UN
      *EMPLOYE MODIFIE DEPUIS LA DEMANDE DONNE L'ERREUR 21 ET LA DEMANDE
      *RESTE EN ATTENTE (A REJETER PUIS A RESAISIR). LA DEMANDE EST
      *PRISE (STATUT 'A' -> DECISION) AVANT D'ETRE APPLIQUEE : DE DEUX
      *VALIDEURS SIMULTANES, LE SECOND RECOIT L'ERREUR 70 SANS AVOIR
      *TOUCHE A L'EMPLOYE, ET UNE APPLICATION EN ECHEC REMET LA DEMANDE
      *EN ATTENTE. LE REJET 'R' ET LE REJET POUR DELAI EXPIRE 'X'
      *(ATTENTES) NE TOUCHENT PAS A LA TABLE EMPLOYE. LA DECISION EST
      *TRACEE DANS L'AUDIT AVEC LE DEMANDEUR ET LE VALIDEUR.
       DECISION-ATTENTE.
             PERFORM CONTROLE-AUTORISATION
                THRU CONTROLE-AUTORISATION-EXIT
             IF ZCODE-RET NOT = ZEROES
                GO TO DECISION-ATTENTE-EXIT
             END-IF
             IF NOT ZDECISION-VALIDE AND NOT ZDECISION-REJET
                                     AND NOT ZDECISION-EXPIRE
                MOVE 72 TO ZCODE-RET
                GO TO DECISION-ATTENTE-EXIT
             END-IF
             IF ZNUMATT NOT NUMERIC OR ZNUMATT = ZEROES
                MOVE 70 TO ZCODE-RET
                GO TO DECISION-ATTENTE-EXIT
             END-IF
             MOVE ZNUMATT TO HVW-NUMATT
             PERFORM LECTURE-ATTENTE
                THRU LECTURE-ATTENTE-EXIT
             IF ZCODE-RET NOT = ZEROES
                GO TO DECISION-ATTENTE-EXIT
             END-IF
             MOVE HVW-MAT TO ZMAT
             IF ZUTILISATEUR = HVW-DEMANDEUR
                MOVE 71 TO ZCODE-RET
                PERFORM TRACE-REFUS
                GO TO DECISION-ATTENTE-EXIT
             END-IF
             MOVE ZDECISION    TO HVW-STATUT
             MOVE ZUTILISATEUR TO HVW-VALIDEUR
             EXEC SQL
                UPDATE MODATT
                   SET STATUT   = :HVW-STATUT,
                       VALIDEUR = :HVW-VALIDEUR,
                       DATVAL   = CURRENT TIMESTAMP
                 WHERE NUMATT = :HVW-NUMATT
                   AND STATUT = 'A'
             END-EXEC
             IF SQLCODE = +100
                MOVE 70 TO ZCODE-RET
                GO TO DECISION-ATTENTE-EXIT
             END-IF
             IF SQLCODE NOT = ZEROES
                MOVE 20 TO ZCODE-RET
                GO TO DECISION-ATTENTE-EXIT
             END-IF
             IF ZDECISION-VALIDE
                PERFORM CHARGEMENT-ATTENTE
                MOVE 'O'        TO WS-APPLICATION-ATT
                MOVE HVW-CDFONC TO ZCODE-FONC
                IF HVW-CDFONC = 'M'
                   PERFORM MODIFICATION-EMPLOYE
                      THRU MODIFICATION-EMPLOYE-EXIT
                ELSE
                   PERFORM MUTATION-EMPLOYE
                      THRU MUTATION-EMPLOYE-EXIT
                END-IF
                MOVE 'W' TO ZCODE-FONC
                MOVE 'N' TO WS-APPLICATION-ATT
                IF ZCODE-RET NOT = ZEROES
                   PERFORM REMISE-EN-ATTENTE
                   GO TO DECISION-ATTENTE-EXIT
                END-IF
             END-IF
             PERFORM TRACE-AUDIT-DECISION
             .
       DECISION-ATTENTE-EXIT.
             EXIT
             .

      *ECHEC DE L'APPLICATION D'UNE DEMANDE PRISE POUR VALIDATION
      *(EMPLOYE MODIFIE DEPUIS LA DEMANDE, CONTROLE REFUSE...) : LA
      *DEMANDE REVIENT EN ATTENTE SANS VALIDEUR, COMME AVANT LA
      *DECISION. LE CODE RETOUR DE L'APPLICATION EST CONSERVE, SAUF
      *ECHEC DE LA REMISE EN ATTENTE ELLE-MEME (ERREUR 20).
       REMISE-EN-ATTENTE.
             MOVE SPACES TO HVW-VALIDEUR
             EXEC SQL
                UPDATE MODATT
                   SET STATUT   = 'A',
                       VALIDEUR = :HVW-VALIDEUR,
                       DATVAL   = '0001-01-01-00.00.00.000000'
                 WHERE NUMATT = :HVW-NUMATT
                   AND STATUT = 'V'
             END-EXEC
             IF SQLCODE NOT = ZEROES
                MOVE 20 TO ZCODE-RET
             END-IF
             .

      *RENOUVELLEMENT DU CONTRAT A DUREE DETERMINEE D'UN EMPLOYE ACTIF :
      *ZTYPCTR 'D' (OU BLANC) PROLONGE LE CONTRAT JUSQU'A LA NOUVELLE
      *DATE DE FIN ZDATFCT, QUI DOIT DEPASSER LA FIN ACTUELLE (ERREUR
      *59) ; ZTYPCTR 'I' TRANSFORME LE CONTRAT EN DUREE INDETERMINEE
      *(DATE DE FIN REMISE A LA SENTINELLE '0001-01-01'). UN CONTRAT
      *QUI N'EST PAS A DUREE DETERMINEE, OU UN EMPLOYE PARTI OU EN
      *PREAVIS, EST REFUSE (ERREUR 60). LE VERROU OPTIMISTE EXIGE
      *L'HORODATE RENVOYEE PAR UNE LECTURE PRECEDENTE ; L'ANCIEN ET LE
      *NOUVEAU CONTRAT SONT TRACES DANS LE FICHIER D'AUDIT.
       RENOUVELLEMENT-CONTRAT.
             PERFORM CONTROLE-AUTORISATION
                THRU CONTROLE-AUTORISATION-EXIT
             IF ZCODE-RET NOT = ZEROES
                GO TO RENOUVELLEMENT-CONTRAT-EXIT
             END-IF
             IF ZMAT = SPACES
                MOVE 3 TO ZCODE-RET
                GO TO RENOUVELLEMENT-CONTRAT-EXIT
             END-IF
             MOVE SPACES TO WS-LIB-CONTRAT
             IF ZTYPCTR = SPACE
                MOVE 'D' TO ZTYPCTR
             END-IF
             IF ZTYPCTR NOT = 'I' AND ZTYPCTR NOT = 'D'
                MOVE 58 TO ZCODE-RET
                GO TO RENOUVELLEMENT-CONTRAT-EXIT
             END-IF
             MOVE ZMAT TO HVE-MAT
             EXEC SQL
                SELECT STA, TYPCTR, DATFCT
                  INTO :HVE-STA, :HVE-TYPCTR, :HVE-DATFCT
                  FROM EMPLOYE
                 WHERE MAT = :HVE-MAT
             END-EXEC
             IF SQLCODE = +100
                MOVE 11 TO ZCODE-RET
                GO TO RENOUVELLEMENT-CONTRAT-EXIT
             END-IF
             IF SQLCODE NOT = ZEROES
                MOVE 20 TO ZCODE-RET
                GO TO RENOUVELLEMENT-CONTRAT-EXIT
             END-IF
             IF HVE-STA NOT = 'A' OR HVE-TYPCTR NOT = 'D'
                MOVE 60 TO ZCODE-RET
                GO TO RENOUVELLEMENT-CONTRAT-EXIT
             END-IF
             MOVE HVE-TYPCTR TO WS-AVANT-TYPCTR
             MOVE HVE-DATFCT TO WS-AVANT-DATFCT
      *PROLONGATION : LA NOUVELLE FIN EST CONTROLEE PUIS COMPAREE A LA
      *FIN ACTUELLE (AAAAMMJJ) ; PASSAGE EN DUREE INDETERMINEE : LA
      *DATE DE FIN EST SANS OBJET
             IF ZTYPCTR = 'D'
                PERFORM CONTROLE-DATE-FIN-CONTRAT
                   THRU CONTROLE-DATE-FIN-CONTRAT-EXIT
                IF ZCODE-RET NOT = ZEROES
                   GO TO RENOUVELLEMENT-CONTRAT-EXIT
                END-IF
                MOVE HVE-DATFCT(1:4) TO WS-DATFCT-NUM(1:4)
                MOVE HVE-DATFCT(6:2) TO WS-DATFCT-NUM(5:2)
                MOVE HVE-DATFCT(9:2) TO WS-DATFCT-NUM(7:2)
                IF ZDATFCT NOT > WS-DATFCT-NUM
                   MOVE 'NOUVELLE FIN NON POSTERIEURE A LA FIN ACTUELLE'
                     TO WS-LIB-CONTRAT
                   MOVE 59 TO ZCODE-RET
                   GO TO RENOUVELLEMENT-CONTRAT-EXIT
                END-IF
             ELSE
                MOVE ZEROES TO ZDATFCT
             END-IF
             MOVE ZTYPCTR   TO HVE-TYPCTR
             PERFORM PREPARATION-DATFCT
             MOVE ZHORODATE TO HVE-HORODATE
             EXEC SQL
                UPDATE EMPLOYE
                   SET TYPCTR = :HVE-TYPCTR, DATFCT = :HVE-DATFCT,
                       HORODATE = CURRENT TIMESTAMP
                 WHERE MAT = :HVE-MAT AND HORODATE = :HVE-HORODATE
             END-EXEC
             IF SQLCODE = +100
                MOVE 21 TO ZCODE-RET
                GO TO RENOUVELLEMENT-CONTRAT-EXIT
             END-IF
             IF SQLCODE NOT = ZEROES
                MOVE 20 TO ZCODE-RET
                GO TO RENOUVELLEMENT-CONTRAT-EXIT
             END-IF
             EXEC SQL
                SELECT HORODATE INTO :HVE-HORODATE FROM EMPLOYE
                 WHERE MAT = :HVE-MAT
             END-EXEC
             MOVE HVE-HORODATE TO ZHORODATE
             PERFORM TRACE-AUDIT-CONTRAT
             .
       RENOUVELLEMENT-CONTRAT-EXIT.
             EXIT
             .

      *ENREGISTREMENT D'UNE ABSENCE (TABLE ABSENCE) : LE MATRICULE
      *DOIT EXISTER, LE TYPE ETRE 'C' (CONGE PAYE), 'M' (MALADIE) OU
      *'S' (SANS SOLDE), ET LA PERIODE ZABS-DEB/ZABS-FIN PASSER LE
                MOVE 40 TO ZCODE-RET
                GO TO ENREGISTREMENT-ABSENCE-EXIT
             END-IF
      *JOURS OUVRES DE L'ABSENCE, RENVOYES A L'APPELANT (LISTE DU
      *CHARGEMENT) - UNE PERIODE HORS DU CALENDRIER CHARGE EST REFUSEE
      *(ERREUR 46) PLUTOT QU'ENREGISTREE SANS DECOMPTE POSSIBLE
             MOVE ZABS-DEB TO WS-REC-DEB
             MOVE ZABS-FIN TO WS-REC-FIN
             PERFORM DECOMPTE-JOURS-OUVRES
                THRU DECOMPTE-JOURS-OUVRES-EXIT
             IF ZCODE-RET NOT = ZEROES
                GO TO ENREGISTREMENT-ABSENCE-EXIT
             END-IF
             IF WS-JOURS > 999
                MOVE 999 TO WS-JOURS
             END-IF
             MOVE WS-JOURS TO ZNB-JOURS
             MOVE ZMAT TO HVE-MAT
             EXEC SQL
                SELECT MAT INTO :HVE-MAT FROM EMPLOYE
                MOVE 20 TO ZCODE-RET
                GO TO ENREGISTREMENT-ABSENCE-EXIT
             END-IF
      *UN CONGE PAYE DOIT ETRE COUVERT PAR LE SOLDE DE L'ANNEE
             IF ZTYPABS = 'C'
                PERFORM CONTROLE-SOLDE-CONGES
                   THRU CONTROLE-SOLDE-CONGES-EXIT
                IF ZCODE-RET NOT = ZEROES
                   GO TO ENREGISTREMENT-ABSENCE-EXIT
                END-IF
             END-IF
             MOVE ZMAT    TO HVB-MAT
             MOVE ZTYPABS TO HVB-TYPABS
             STRING ZABS-DEB(1:4) '-' ZABS-DEB(5:2) '-' ZABS-DEB(7:2)
                MOVE 20 TO ZCODE-RET
                GO TO ENREGISTREMENT-ABSENCE-EXIT
             END-IF
      *IMPUTATION DES JOURS OUVRES DU CONGE PAYE SUR LE SOLDE
             IF ZTYPABS = 'C'
                MOVE ZNB-JOURS TO HVK-PRIS
                EXEC SQL
                   UPDATE SOLDECP
                      SET PRIS     = PRIS + :HVK-PRIS,
                          HORODATE = CURRENT TIMESTAMP
                    WHERE MAT   = :HVK-MAT
                      AND ANNEE = :HVK-ANNEE
                END-EXEC
                IF SQLCODE NOT = ZEROES
                   MOVE 20 TO ZCODE-RET
                   GO TO ENREGISTREMENT-ABSENCE-EXIT
                END-IF
             END-IF
             PERFORM TRACE-AUDIT-ABSENCE
             .
       ENREGISTREMENT-ABSENCE-EXIT.
             EXIT
             .

      *CONTROLE DU SOLDE DE CONGES PAYES AVANT L'ENREGISTREMENT D'UN
      *CONGE 'C' : LE CONGE EST IMPUTE SUR L'ANNEE DE CONGE (ANNEE
      *CIVILE) DE SON PREMIER JOUR. LE SOLDE DISPONIBLE EST RELIQ +
      *ACQUIS - PRIS DE LA LIGNE SOLDECP ; UNE ANNEE DEJA CLOSE PAR
      *CONGCLO (RELIQUAT DEJA REPORTE OU PERDU) N'A AUCUN SOLDE
      *DISPONIBLE. DES JOURS OUVRES SUPERIEURS AU SOLDE SONT REFUSES
      *(ERREUR 47) ET LE REFUS EST TRACE. UNE ANNEE SANS LIGNE (RIEN
      *D'ACQUIS) EST REFUSEE DE MEME, QUEL QUE SOIT LE NOMBRE DE JOURS
      *(MEME NUL, CONGE TOMBANT SUR UN WEEK-END OU UN FERIE) : LA LIGNE
      *EST REQUISE POUR L'IMPUTATION QUI SUIT L'INSERTION DE L'ABSENCE.
       CONTROLE-SOLDE-CONGES.
             MOVE ZMAT          TO HVK-MAT
             MOVE ZABS-DEB(1:4) TO HVK-ANNEE
             MOVE ZEROES        TO WS-CP-DISPO
             EXEC SQL
                SELECT RELIQ, ACQUIS, PRIS, CLOTURE
                  INTO :HVK-RELIQ, :HVK-ACQUIS, :HVK-PRIS,
                       :HVK-CLOTURE
                  FROM SOLDECP
                 WHERE MAT   = :HVK-MAT
                   AND ANNEE = :HVK-ANNEE
             END-EXEC
             IF SQLCODE = +100
                MOVE 47 TO ZCODE-RET
                PERFORM TRACE-REFUS-SOLDE
                GO TO CONTROLE-SOLDE-CONGES-EXIT
             END-IF
             IF SQLCODE NOT = ZEROES
                MOVE 20 TO ZCODE-RET
                GO TO CONTROLE-SOLDE-CONGES-EXIT
             END-IF
             IF HVK-CLOTURE NOT = 'O'
                COMPUTE WS-CP-DISPO
                   = HVK-RELIQ + HVK-ACQUIS - HVK-PRIS
             END-IF
             IF ZNB-JOURS > WS-CP-DISPO
                MOVE 47 TO ZCODE-RET
                PERFORM TRACE-REFUS-SOLDE
             END-IF
             .
       CONTROLE-SOLDE-CONGES-EXIT.
             EXIT
             .

      *JOURS D'ABSENCE SANS SOLDE DE ZMAT SUR LA PERIODE ZABS-DEB/
      *ZABS-FIN : CUMULE, POUR CHAQUE ABSENCE 'S' RECOUVRANT LA
      *PERIODE, LE NOMBRE DE JOURS OUVRES DU RECOUVREMENT (BORNES
      *RAMENEES A LA PERIODE, WEEK-ENDS ET JOURS FERIES EXCLUS), ET LE
      *RENVOIE DANS ZNB-JOURS - UTILISE PAR L'EXTRACTION DE PAIE POUR
      *LA RETENUE DU MOIS. LA PERIODE DEMANDEE DOIT ETRE ENTIEREMENT
      *COUVERTE PAR LE CALENDRIER (ERREUR 46), MEME SANS AUCUNE
      *ABSENCE : LA PAIE NE TOURNE PAS SUR UNE ANNEE NON CHARGEE.
       JOURS-SANS-SOLDE.
             IF ZMAT = SPACES
                MOVE 3 TO ZCODE-RET
                GO TO JOURS-SANS-SOLDE-EXIT
             END-IF
             MOVE ZEROES TO WS-TOT-JOURS ZNB-JOURS
             MOVE ZABS-DEB TO WS-REC-DEB
             MOVE ZABS-FIN TO WS-REC-FIN
             PERFORM DECOMPTE-JOURS-OUVRES
                THRU DECOMPTE-JOURS-OUVRES-EXIT
             IF ZCODE-RET NOT = ZEROES
                GO TO JOURS-SANS-SOLDE-EXIT
             END-IF
             MOVE ZMAT TO HVB-MAT
             STRING ZABS-DEB(1:4) '-' ZABS-DEB(5:2) '-' ZABS-DEB(7:2)
                DELIMITED BY SIZE INTO WS-PER-DEB
             EXIT
             .

      *LIT UNE ABSENCE SANS SOLDE ET CUMULE LES JOURS OUVRES DE SON
      *RECOUVREMENT AVEC LA PERIODE DEMANDEE (BORNES RAMENEES A LA
      *PERIODE, JOURS 'O' DU CALENDRIER ENTRE CES BORNES).
       CUMUL-RECOUVREMENT.
             EXEC SQL
                FETCH LISTABS-SOLDE
                   MOVE ZABS-FIN TO WS-REC-FIN
                END-IF
                IF WS-REC-FIN >= WS-REC-DEB
                   PERFORM DECOMPTE-JOURS-OUVRES
                      THRU DECOMPTE-JOURS-OUVRES-EXIT
                   ADD WS-JOURS TO WS-TOT-JOURS
                END-IF
             END-IF
             .

      *DECOMPTE DES JOURS OUVRES DE L'INTERVALLE WS-REC-DEB/WS-REC-FIN
      *(AAAAMMJJ) DANS LA TABLE CALENDRIER, RENVOYE DANS WS-JOURS : UN
      *SEUL ORDRE ENSEMBLISTE COMPTE LES LIGNES DE L'INTERVALLE ET LES
      *JOURS 'O' PARMI ELLES. S'IL MANQUE DES LIGNES (ANNEE NON
      *CHARGEE PAR CALLOAD), LE DECOMPTE EST IMPOSSIBLE : ERREUR 46.
       DECOMPTE-JOURS-OUVRES.
             MOVE ZEROES TO WS-JOURS
             STRING WS-REC-DEB(1:4) '-' WS-REC-DEB(5:2) '-'
                    WS-REC-DEB(7:2)
                DELIMITED BY SIZE INTO WS-CAL-DEB
             STRING WS-REC-FIN(1:4) '-' WS-REC-FIN(5:2) '-'
                    WS-REC-FIN(7:2)
                DELIMITED BY SIZE INTO WS-CAL-FIN
             COMPUTE WS-CAL-ATTENDUS
                = FUNCTION INTEGER-OF-DATE (WS-REC-FIN)
                - FUNCTION INTEGER-OF-DATE (WS-REC-DEB)
                + 1
             EXEC SQL
                SELECT COUNT(*),
                       VALUE(SUM(CASE TYPJOUR WHEN 'O' THEN 1
                                              ELSE 0 END), 0)
                  INTO :WS-CAL-LIGNES, :WS-CAL-OUVRES
                  FROM CALENDRIER
                 WHERE DATJOUR BETWEEN :WS-CAL-DEB AND :WS-CAL-FIN
             END-EXEC
             IF SQLCODE NOT = ZEROES
                MOVE 20 TO ZCODE-RET
                GO TO DECOMPTE-JOURS-OUVRES-EXIT
             END-IF
             IF WS-CAL-LIGNES < WS-CAL-ATTENDUS
                MOVE 46 TO ZCODE-RET
                GO TO DECOMPTE-JOURS-OUVRES-EXIT
             END-IF
             MOVE WS-CAL-OUVRES TO WS-JOURS
             .
       DECOMPTE-JOURS-OUVRES-EXIT.
             EXIT
             .

      *PURGE DE RETENTION D'UN ANCIEN PARTANT : SUPPRESSION PHYSIQUE
      *DE LA LIGNE EMPLOYE ET DE TOUT SON HISTORIQUE EMPHIST - EXIGE
      *STA = 'P' (ERREUR 45 : UN ACTIF OU UN PREAVIS NE SE PURGE PAS)
                   SELECT COUNT(*),
                          VALUE(SUM(SAL), 0),
                          VALUE(SUM(VALUE(COM, 0)), 0),
                          VALUE(AVG(SAL), 0),
                          VALUE(SUM(TAUX), 0) / 100,
                          VALUE(SUM(SAL * TAUX / 100), 0)
                     INTO :WS-TOT-NB, :WS-TOT-SAL, :WS-TOT-COM,
                          :WS-MOY-SAL, :WS-TOT-ETP, :WS-TOT-SAL-ETP
                     FROM EMPLOYE
                    WHERE NOD = :HVE-NOD
                END-EXEC
                   SELECT COUNT(*),
                          VALUE(SUM(SAL), 0),
                          VALUE(SUM(VALUE(COM, 0)), 0),
                          VALUE(AVG(SAL), 0),
                          VALUE(SUM(TAUX), 0) / 100,
                          VALUE(SUM(SAL * TAUX / 100), 0)
                     INTO :WS-TOT-NB, :WS-TOT-SAL, :WS-TOT-COM,
                          :WS-MOY-SAL, :WS-TOT-ETP, :WS-TOT-SAL-ETP
                     FROM EMPLOYE
                    WHERE NOD = :HVE-NOD
                      AND STA <> 'P'
             MOVE WS-TOT-SAL TO ZTOT-SAL
             MOVE WS-TOT-COM TO ZTOT-COM
             MOVE WS-MOY-SAL TO ZMOY-SAL
             MOVE WS-TOT-ETP TO ZTOT-ETP
             MOVE WS-TOT-SAL-ETP TO ZTOT-SAL-ETP
             .
       TOTAUX-DEPARTEMENT-EXIT.
             EXIT
                   MOVE HVE-STA      TO ZSTA
                   PERFORM CONVERSION-DATDEP
                   MOVE HVE-GRD      TO ZGRD
                   MOVE HVE-TAUX     TO ZTAUX
                   MOVE HVE-TYPCTR   TO ZTYPCTR
                   PERFORM CONVERSION-DATFCT
                   ADD 1 TO WS-NB-LUS
                   IF ZTYPE-STANDARD AND WS-NB-LUS >= WS-MAJ-CKPT
                      MOVE ZEROES TO WS-NB-LUS
                   FETCH LISTEMP-SANSCOM
                   INTO :HVE-MAT, :HVE-NOM, :HVE-NOD, :HVE-DAT,
                        :HVE-SAL, :HVE-COM, :HVE-STA, :HVE-DATDEP,
                        :HVE-GRD, :HVE-TAUX, :HVE-TYPCTR,
                        :HVE-DATFCT
                END-EXEC
             ELSE
                IF ZTYPE-PAR-NOD
                      FETCH LISTEMP-NOD
                      INTO :HVE-MAT, :HVE-NOM, :HVE-NOD, :HVE-DAT,
                           :HVE-SAL, :HVE-COM, :HVE-STA, :HVE-DATDEP,
                           :HVE-GRD, :HVE-TAUX, :HVE-TYPCTR,
                           :HVE-DATFCT
                   END-EXEC
                ELSE
                   IF ZTYPE-TOUS-NOD
                         FETCH LISTEMP-NOD-TOUS
                         INTO :HVE-MAT, :HVE-NOM, :HVE-NOD, :HVE-DAT,
                              :HVE-SAL, :HVE-COM, :HVE-STA,
                              :HVE-DATDEP, :HVE-GRD, :HVE-TAUX,
                              :HVE-TYPCTR, :HVE-DATFCT
                      END-EXEC
                   ELSE
                      IF ZTYPE-PARTIEL
                            FETCH LISTEMP-PARTIEL
                            INTO :HVE-MAT, :HVE-NOM, :HVE-NOD,
                                 :HVE-DAT, :HVE-SAL, :HVE-COM,
                                 :HVE-STA, :HVE-DATDEP, :HVE-GRD,
                                 :HVE-TAUX, :HVE-TYPCTR, :HVE-DATFCT
                         END-EXEC
                      ELSE
                         EXEC SQL
                            FETCH LISTEMP
                            INTO :HVE-MAT, :HVE-NOM, :HVE-NOD,
                                 :HVE-DAT, :HVE-SAL, :HVE-COM,
                                 :HVE-STA, :HVE-DATDEP, :HVE-GRD,
                                 :HVE-TAUX, :HVE-TYPCTR, :HVE-DATFCT
                         END-EXEC
                      END-IF
                   END-IF
             EXIT
             .

      *LECTURE DE LA LIGNE UNIQUE DES SEUILS DE DOUBLE VALIDATION
      *(TABLE SEUILS) - SANS ELLE, 'M' ET 'T' TOMBENT EN ERREUR 20
       LECTURE-SEUILS.
             EXEC SQL
                SELECT PCTAUG, CTLGRD, CTLDAT, JRSDAT
                  INTO :HVX-PCTAUG, :HVX-CTLGRD, :HVX-CTLDAT,
                       :HVX-JRSDAT
                  FROM SEUILS
             END-EXEC
             IF SQLCODE NOT = ZEROES
                MOVE 20 TO ZCODE-RET
             END-IF
             .
       LECTURE-SEUILS-EXIT.
             EXIT
             .

      *CONTROLE DU SEUIL DE HAUSSE DE SALAIRE SUR 'M' : UNE HAUSSE DE
      *ZSAL SUR LE SALAIRE EN PLACE WS-AVANT-SAL SUPERIEURE A PCTAUG %
      *(0 = SANS CONTROLE) EST MISE EN ATTENTE DE VALIDATION. UNE
      *BAISSE OU UNE HAUSSE DANS LE SEUIL EST APPLIQUEE DIRECTEMENT.
       CONTROLE-SEUIL-SALAIRE.
             PERFORM LECTURE-SEUILS
                THRU LECTURE-SEUILS-EXIT
             IF ZCODE-RET NOT = ZEROES
                GO TO CONTROLE-SEUIL-SALAIRE-EXIT
             END-IF
             MOVE SPACES TO WS-MOTIF-ATT
             IF HVX-PCTAUG > ZEROES AND ZSAL > WS-AVANT-SAL
                IF (ZSAL - WS-AVANT-SAL) * 100
                   > WS-AVANT-SAL * HVX-PCTAUG
                   MOVE 'A' TO WS-MOTIF-ATT(1:1)
                END-IF
             END-IF
             IF WS-MOTIF-ATT NOT = SPACES
                PERFORM MISE-EN-ATTENTE
                   THRU MISE-EN-ATTENTE-EXIT
             END-IF
             .
       CONTROLE-SEUIL-SALAIRE-EXIT.
             EXIT
             .

      *CONTROLE DES SEUILS DE LA MUTATION 'T' : UN CHANGEMENT DE GRADE
      *(CTLGRD = 'O') ET UNE CORRECTION DE LA DATE D'ENTREE DE PLUS DE
      *JRSDAT JOURS DANS UN SENS OU DANS L'AUTRE (CTLDAT = 'O') SONT
      *MIS EN ATTENTE DE VALIDATION. ZGRD ET ZDAT SONT DEJA RESOLUS ET
      *CONTROLES, WS-AVANT-GRD/WS-AVANT-DAT PORTENT LES VALEURS EN PLACE.
       CONTROLE-SEUIL-MUTATION.
             PERFORM LECTURE-SEUILS
                THRU LECTURE-SEUILS-EXIT
             IF ZCODE-RET NOT = ZEROES
                GO TO CONTROLE-SEUIL-MUTATION-EXIT
             END-IF
             MOVE SPACES TO WS-MOTIF-ATT
             IF HVX-CTLGRD = 'O' AND ZGRD NOT = WS-AVANT-GRD
                MOVE 'G' TO WS-MOTIF-ATT(2:1)
             END-IF
             IF HVX-CTLDAT = 'O'
                MOVE WS-AVANT-DAT(1:4) TO WS-AVANT-DAT-NUM(1:4)
                MOVE WS-AVANT-DAT(6:2) TO WS-AVANT-DAT-NUM(5:2)
                MOVE WS-AVANT-DAT(9:2) TO WS-AVANT-DAT-NUM(7:2)
                COMPUTE WS-ECART-DAT
                      = FUNCTION INTEGER-OF-DATE (ZDAT)
                      - FUNCTION INTEGER-OF-DATE (WS-AVANT-DAT-NUM)
                IF WS-ECART-DAT < ZEROES
                   COMPUTE WS-ECART-DAT = ZEROES - WS-ECART-DAT
                END-IF
                IF WS-ECART-DAT > HVX-JRSDAT
                   MOVE 'D' TO WS-MOTIF-ATT(3:1)
                END-IF
             END-IF
             IF WS-MOTIF-ATT NOT = SPACES
                PERFORM MISE-EN-ATTENTE
                   THRU MISE-EN-ATTENTE-EXIT
             END-IF
             .
       CONTROLE-SEUIL-MUTATION-EXIT.
             EXIT
             .

      *MISE EN ATTENTE DE LA MODIFICATION DEMANDEE ('M' OU 'T', TOUS
      *CONTROLES PASSES) AU LIEU DE SON APPLICATION : UNE SEULE DEMANDE
      *EN ATTENTE PAR MATRICULE (ERREUR 69) ; LA LECTURE DE L'EMPLOYE
      *DOIT ETRE A JOUR (VERROU OPTIMISTE SUR ZHORODATE, ERREUR 21) ET
      *SON HORODATE EST CONSERVEE DANS LA DEMANDE POUR L'APPLICATION.
      *LA LIGNE MODATT PORTE LES VALEURS EN PLACE, REMPLACEES PAR LES
      *VALEURS DEMANDEES SELON LA FONCTION, ET LES ANCIENS SAL/GRD/DAT.
      *LE NUMERO DE LA DEMANDE EST RENVOYE DANS ZNUMATT AVEC LE CODE 68.
       MISE-EN-ATTENTE.
             MOVE ZMAT TO HVW-MAT
             EXEC SQL
                SELECT COUNT(*) INTO :WS-NB-ATT
                  FROM MODATT
                 WHERE MAT = :HVW-MAT
                   AND STATUT = 'A'
             END-EXEC
             IF SQLCODE NOT = ZEROES
                MOVE 20 TO ZCODE-RET
                GO TO MISE-EN-ATTENTE-EXIT
             END-IF
             IF WS-NB-ATT > ZEROES
                MOVE 69 TO ZCODE-RET
                GO TO MISE-EN-ATTENTE-EXIT
             END-IF
             EXEC SQL
                SELECT NOM, NOD, DAT, SAL, VALUE(COM, 0), GRD, TAUX,
                       HORODATE
                  INTO :HVW-NOM, :HVW-NOD, :HVW-DAT, :HVW-SAL,
                       :HVW-COM, :HVW-GRD, :HVW-TAUX, :HVW-HORODATE
                  FROM EMPLOYE
                 WHERE MAT = :HVW-MAT
             END-EXEC
             IF SQLCODE NOT = ZEROES
                MOVE 20 TO ZCODE-RET
                GO TO MISE-EN-ATTENTE-EXIT
             END-IF
             IF HVW-HORODATE NOT = ZHORODATE
                MOVE 21 TO ZCODE-RET
                GO TO MISE-EN-ATTENTE-EXIT
             END-IF
             MOVE HVW-SAL      TO HVW-ANCSAL
             MOVE HVW-GRD      TO HVW-ANCGRD
             MOVE HVW-DAT      TO HVW-ANCDAT
             MOVE '0001-01-01' TO HVW-DATEFF
             IF ZCODE-FONC = 'M'
                MOVE ZSAL TO HVW-SAL
                MOVE ZCOM TO HVW-COM
                IF ZDATEFF NOT = ZEROES
                   STRING ZDATEFF(1:4) '-' ZDATEFF(5:2) '-'
                          ZDATEFF(7:2)
                      DELIMITED BY SIZE INTO HVW-DATEFF
                END-IF
             ELSE
                MOVE ZNOM  TO HVW-NOM
                MOVE ZNOD  TO HVW-NOD
                MOVE ZGRD  TO HVW-GRD
                MOVE ZTAUX TO HVW-TAUX
                STRING ZDAT(1:4) '-' ZDAT(5:2) '-' ZDAT(7:2)
                   DELIMITED BY SIZE INTO HVW-DAT
             END-IF
             MOVE ZCODE-FONC   TO HVW-CDFONC
             MOVE WS-MOTIF-ATT TO HVW-MOTIF
             MOVE 'A'          TO HVW-STATUT
             MOVE ZUTILISATEUR TO HVW-DEMANDEUR
             MOVE SPACES       TO HVW-VALIDEUR
             MOVE 'N'    TO WS-ATT-INSEREE
             MOVE ZEROES TO WS-NB-ESSAIS
             PERFORM UNTIL ATT-INSEREE
                        OR WS-NB-ESSAIS >= WS-MAX-ESSAIS
                        OR ZCODE-RET NOT = ZEROES
                ADD 1 TO WS-NB-ESSAIS
                EXEC SQL
                   SELECT VALUE(MAX(NUMATT), 0) + 1
                     INTO :HVW-NUMATT
                     FROM MODATT
                END-EXEC
                IF SQLCODE NOT = ZEROES
                   MOVE 20 TO ZCODE-RET
                ELSE
                   EXEC SQL
                      INSERT INTO MODATT
                         (NUMATT, MAT, CDFONC, MOTIF, STATUT,
                          DEMANDEUR, DATDEM, VALIDEUR, DATVAL,
                          HORODATE, NOM, NOD, DAT, SAL, COM, GRD,
                          TAUX, DATEFF, ANCSAL, ANCGRD, ANCDAT)
                      VALUES (:HVW-NUMATT, :HVW-MAT, :HVW-CDFONC,
                              :HVW-MOTIF, :HVW-STATUT, :HVW-DEMANDEUR,
                              CURRENT TIMESTAMP, :HVW-VALIDEUR,
                              '0001-01-01-00.00.00.000000',
                              :HVW-HORODATE, :HVW-NOM, :HVW-NOD,
                              :HVW-DAT, :HVW-SAL, :HVW-COM, :HVW-GRD,
                              :HVW-TAUX, :HVW-DATEFF, :HVW-ANCSAL,
                              :HVW-ANCGRD, :HVW-ANCDAT)
                   END-EXEC
                   EVALUATE SQLCODE
                      WHEN ZEROES
                         MOVE 'O' TO WS-ATT-INSEREE
                      WHEN -803
      *NUMERO PRIS ENTRE-TEMPS PAR UNE DEMANDE CONCURRENTE : ON REPREND
                         CONTINUE
                      WHEN OTHER
                         MOVE 20 TO ZCODE-RET
                   END-EVALUATE
                END-IF
             END-PERFORM
             IF ZCODE-RET NOT = ZEROES
                GO TO MISE-EN-ATTENTE-EXIT
             END-IF
             IF NOT ATT-INSEREE
                MOVE 20 TO ZCODE-RET
                GO TO MISE-EN-ATTENTE-EXIT
             END-IF
             MOVE HVW-NUMATT TO ZNUMATT
             PERFORM TRACE-AUDIT-ATTENTE
             MOVE 68 TO ZCODE-RET
             .
       MISE-EN-ATTENTE-EXIT.
             EXIT
             .

      *LECTURE DE LA DEMANDE EN ATTENTE HVW-NUMATT (TABLE MODATT) -
      *ERREUR 70 SI ELLE N'EXISTE PAS OU N'EST PLUS EN ATTENTE
       LECTURE-ATTENTE.
             EXEC SQL
                SELECT MAT, CDFONC, MOTIF, DEMANDEUR, HORODATE, NOM,
                       NOD, DAT, SAL, COM, GRD, TAUX, DATEFF, ANCSAL,
                       ANCGRD, ANCDAT
                  INTO :HVW-MAT, :HVW-CDFONC, :HVW-MOTIF,
                       :HVW-DEMANDEUR, :HVW-HORODATE, :HVW-NOM,
                       :HVW-NOD, :HVW-DAT,
                       :HVW-SAL, :HVW-COM, :HVW-GRD, :HVW-TAUX,
                       :HVW-DATEFF, :HVW-ANCSAL, :HVW-ANCGRD,
                       :HVW-ANCDAT
                  FROM MODATT
                 WHERE NUMATT = :HVW-NUMATT
                   AND STATUT = 'A'
             END-EXEC
             IF SQLCODE = +100
                MOVE 70 TO ZCODE-RET
                GO TO LECTURE-ATTENTE-EXIT
             END-IF
             IF SQLCODE NOT = ZEROES
                MOVE 20 TO ZCODE-RET
                GO TO LECTURE-ATTENTE-EXIT
             END-IF
             .
       LECTURE-ATTENTE-EXIT.
             EXIT
             .

      *CHARGEMENT DE LA DEMANDE EN ATTENTE LUE DANS LA ZONE DE
      *COMMUNICATION : VALEURS DEMANDEES DANS LES ZONES DE L'EMPLOYE,
      *HORODATE DE L'EMPLOYE A LA DEMANDE DANS ZHORODATE (VERROU
      *OPTIMISTE DE L'APPLICATION), FONCTION D'ORIGINE ET DEMANDEUR.
       CHARGEMENT-ATTENTE.
             MOVE HVW-NUMATT   TO ZNUMATT
             MOVE HVW-MAT      TO ZMAT
             MOVE HVW-CDFONC   TO ZFONC-ATT
             MOVE HVW-DEMANDEUR TO ZDEMANDEUR
             MOVE HVW-NOM      TO ZNOM
             MOVE HVW-NOD      TO ZNOD
             MOVE HVW-DAT(1:4) TO ZDAT(1:4)
             MOVE HVW-DAT(6:2) TO ZDAT(5:2)
             MOVE HVW-DAT(9:2) TO ZDAT(7:2)
             MOVE HVW-SAL      TO ZSAL
             MOVE HVW-COM      TO ZCOM
             MOVE HVW-GRD      TO ZGRD
             MOVE HVW-TAUX     TO ZTAUX
             IF HVW-DATEFF = '0001-01-01'
                MOVE ZEROES TO ZDATEFF
             ELSE
                MOVE HVW-DATEFF(1:4) TO ZDATEFF(1:4)
                MOVE HVW-DATEFF(6:2) TO ZDATEFF(5:2)
                MOVE HVW-DATEFF(9:2) TO ZDATEFF(7:2)
             END-IF
             MOVE HVW-HORODATE TO ZHORODATE
             .

      *CONTROLE DU TAUX D'ACTIVITE ZTAUX (ERREUR 57) : POURCENTAGE DU
      *TEMPS PLEIN, NUMERIQUE, NON NUL ET AU PLUS EGAL A 100 (LE ZERO
      *EST RESOLU PAR L'APPELANT AVANT LE CONTROLE : TEMPS PLEIN SUR
      *'C', TAUX ACTUEL RECONDUIT SUR 'T').
       CONTROLE-TAUX.
             IF ZTAUX NOT NUMERIC OR ZTAUX = ZEROES OR ZTAUX > 100
                MOVE 57 TO ZCODE-RET
             END-IF
             .
       CONTROLE-TAUX-EXIT.
             EXIT
             .

      *CONTROLE DU CONTRAT POSE SUR 'C' ET 'E' (ERREURS 58/59) : UN
      *ZTYPCTR A BLANC VAUT DUREE INDETERMINEE ('I', DATE DE FIN SANS
      *OBJET REMISE A ZERO) ; UN CONTRAT A DUREE DETERMINEE ('D') EXIGE
      *UNE DATE DE FIN ZDATFCT CALENDAIRE VALIDE ET POSTERIEURE A LA
      *DATE D'ENTREE ZDAT (DEJA CONTROLEE PAR L'APPELANT).
       CONTROLE-CONTRAT.
             MOVE SPACES TO WS-LIB-CONTRAT
             IF ZTYPCTR = SPACE
                MOVE 'I' TO ZTYPCTR
             END-IF
             IF ZTYPCTR NOT = 'I' AND ZTYPCTR NOT = 'D'
                MOVE 58 TO ZCODE-RET
                GO TO CONTROLE-CONTRAT-EXIT
             END-IF
             IF ZTYPCTR = 'I'
                MOVE ZEROES TO ZDATFCT
                GO TO CONTROLE-CONTRAT-EXIT
             END-IF
             PERFORM CONTROLE-DATE-FIN-CONTRAT
                THRU CONTROLE-DATE-FIN-CONTRAT-EXIT
             IF ZCODE-RET NOT = ZEROES
                GO TO CONTROLE-CONTRAT-EXIT
             END-IF
             IF ZDATFCT NOT > ZDAT
                MOVE 'FIN DE CONTRAT NON POSTERIEURE A L''ENTREE'
                  TO WS-LIB-CONTRAT
                MOVE 59 TO ZCODE-RET
                GO TO CONTROLE-CONTRAT-EXIT
             END-IF
             .
       CONTROLE-CONTRAT-EXIT.
             EXIT
             .

      *CONTROLE CALENDAIRE DE LA DATE DE FIN DE CONTRAT ZDATFCT
      *(ERREUR 59, LIBELLE PRECIS DANS WS-LIB-CONTRAT) - MEME NOYAU
      *QUE LES DATES D'ENTREE ET DE DEPART.
       CONTROLE-DATE-FIN-CONTRAT.
             IF ZDATFCT NOT NUMERIC OR ZDATFCT = ZEROES
                MOVE 'DATE DE FIN DE CONTRAT ABSENTE OU NON NUMERIQUE'
                  TO WS-LIB-CONTRAT
                MOVE 59 TO ZCODE-RET
                GO TO CONTROLE-DATE-FIN-CONTRAT-EXIT
             END-IF
             MOVE ZDATFCT(1:4) TO WS-CTL-ANNEE
             MOVE ZDATFCT(5:2) TO WS-CTL-MOIS
             MOVE ZDATFCT(7:2) TO WS-CTL-JOUR
             PERFORM CONTROLE-CALENDRIER
             IF CALENDRIER-ERRONE
                STRING 'FIN DE CONTRAT ERRONEE, ' WS-LIB-CALENDRIER
                   DELIMITED BY SIZE INTO WS-LIB-CONTRAT
                MOVE 59 TO ZCODE-RET
                GO TO CONTROLE-DATE-FIN-CONTRAT-EXIT
             END-IF
             .
       CONTROLE-DATE-FIN-CONTRAT-EXIT.
             EXIT
             .

      *CONTROLE DE LA DATE D'EFFET ZDATEFF D'UN CHANGEMENT DE SALAIRE
      *'M' (ERREUR 66, LIBELLE PRECIS DANS WS-LIB-DATEFF) : ZERO OU
      *LA DATE DU JOUR LAISSENT WS-DATEFF-ISO A BLANC (LIGNE DATEE DE
      *L'HORODATE DE SAISIE) ; SINON DATE CALENDAIRE VALIDE, NON
      *FUTURE, NON ANTERIEURE A LA DATE D'ENTREE (HVE-DAT, LUE PAR
      *L'APPELANT) NI AU DERNIER CHANGEMENT HISTORISE DU MATRICULE,
      *COMPARE SUR L'HORODATE COMPLETE (LA LIGNE ETANT DATEE A 0 H, UN
      *CHANGEMENT SAISI CE JOUR-LA A UNE HEURE QUELCONQUE LA BLOQUE) :
      *LES LIGNES EMPHIST RESTENT AINSI DANS L'ORDRE DES DATES D'EFFET
      *ET CHAQUE RAPPEL SE CALCULE SUR LE SEUL ECART ANCIEN/NOUVEAU
      *SALAIRE.
       CONTROLE-DATE-EFFET.
             MOVE SPACES TO WS-LIB-DATEFF WS-DATEFF-ISO
             IF ZDATEFF NOT NUMERIC
                MOVE 'DATE D''EFFET NON NUMERIQUE (AAAAMMJJ)'
                  TO WS-LIB-DATEFF
                MOVE 66 TO ZCODE-RET
                GO TO CONTROLE-DATE-EFFET-EXIT
             END-IF
             IF ZDATEFF = ZEROES
                GO TO CONTROLE-DATE-EFFET-EXIT
             END-IF
             MOVE ZDATEFF(1:4) TO WS-CTL-ANNEE
             MOVE ZDATEFF(5:2) TO WS-CTL-MOIS
             MOVE ZDATEFF(7:2) TO WS-CTL-JOUR
             PERFORM CONTROLE-CALENDRIER
             IF CALENDRIER-ERRONE
                STRING 'DATE D''EFFET ERRONEE, ' WS-LIB-CALENDRIER
                   DELIMITED BY SIZE INTO WS-LIB-DATEFF
                MOVE 66 TO ZCODE-RET
                GO TO CONTROLE-DATE-EFFET-EXIT
             END-IF
             MOVE FUNCTION CURRENT-DATE TO WS-DATE-DU-JOUR
             MOVE WS-DATE-DU-JOUR(1:8)  TO WS-DATE-JOUR-NUM
             IF ZDATEFF > WS-DATE-JOUR-NUM
                MOVE 'DATE D''EFFET DANS LE FUTUR'
                  TO WS-LIB-DATEFF
                MOVE 66 TO ZCODE-RET
                GO TO CONTROLE-DATE-EFFET-EXIT
             END-IF
             IF ZDATEFF = WS-DATE-JOUR-NUM
                GO TO CONTROLE-DATE-EFFET-EXIT
             END-IF
             STRING ZDATEFF(1:4) '-' ZDATEFF(5:2) '-' ZDATEFF(7:2)
                DELIMITED BY SIZE INTO WS-DATEFF-ISO
             IF WS-DATEFF-ISO < HVE-DAT
                MOVE 'DATE D''EFFET ANTERIEURE A LA DATE D''ENTREE'
                  TO WS-LIB-DATEFF
                MOVE 66 TO ZCODE-RET
                GO TO CONTROLE-DATE-EFFET-EXIT
             END-IF
             EXEC SQL
                SELECT VALUE(MAX(DATEFF),
                             TIMESTAMP('0001-01-01-00.00.00'))
                  INTO :WS-DERNIER-EFFET
                  FROM EMPHIST
                 WHERE MAT = :HVE-MAT
             END-EXEC
             IF SQLCODE NOT = ZEROES
                MOVE 20 TO ZCODE-RET
                GO TO CONTROLE-DATE-EFFET-EXIT
             END-IF
             IF WS-DATEFF-ISO < WS-DERNIER-EFFET(1:10)
             OR (WS-DATEFF-ISO = WS-DERNIER-EFFET(1:10) AND
                 WS-DERNIER-EFFET(11:16) NOT = '-00.00.00.000000')
                MOVE 'DATE D''EFFET ANTERIEURE AU DERNIER CHANGEMENT'
                  TO WS-LIB-DATEFF
                MOVE 66 TO ZCODE-RET
                GO TO CONTROLE-DATE-EFFET-EXIT
             END-IF
             .
       CONTROLE-DATE-EFFET-EXIT.
             EXIT
             .

      *CONTROLE CENTRAL DE LA DATE D'ENTREE ZDAT (ERREUR 8) : DATE
      *CALENDAIRE VALIDE (MOIS, JOUR, ANNEES BISSEXTILES), NON
      *POSTERIEURE A LA DATE DU JOUR (FUNCTION CURRENT-DATE) ET NON
             END-IF
             .

      *CONVERSION DE LA DATE DE FIN DE CONTRAT HVE-DATFCT (AAAA-MM-JJ)
      *VERS ZDATFCT (AAAAMMJJ) - LA SENTINELLE '0001-01-01' (CONTRAT A
      *DUREE INDETERMINEE) EST RENVOYEE A ZERO, COMME POUR DATDEP.
       CONVERSION-DATFCT.
             IF HVE-DATFCT(1:4) = '0001'
                MOVE ZEROES TO ZDATFCT
             ELSE
                MOVE HVE-DATFCT(1:4) TO ZDATFCT(1:4)
                MOVE HVE-DATFCT(6:2) TO ZDATFCT(5:2)
                MOVE HVE-DATFCT(9:2) TO ZDATFCT(7:2)
             END-IF
             .

      *PREPARATION DE HVE-DATFCT (AAAA-MM-JJ) A PARTIR DE ZDATFCT -
      *SANS DATE DE FIN (DUREE INDETERMINEE), LA SENTINELLE
      *'0001-01-01' EST POSEE COMME POUR DATDEP.
       PREPARATION-DATFCT.
             IF ZDATFCT = ZEROES
                MOVE '0001-01-01' TO HVE-DATFCT
             ELSE
                STRING ZDATFCT(1:4) '-' ZDATFCT(5:2) '-' ZDATFCT(7:2)
                   DELIMITED BY SIZE INTO HVE-DATFCT
             END-IF
             .

      *ECRITURE D'UNE LIGNE DE TRACE D'AUDIT DE DEPART ('D') - LES
      *VALEURS TRACEES SONT LE STATUT AVANT ET LE STATUT ('P' OU 'N'
      *SELON L'ECHEANCE) ET LA DATE DE DEPART APRES.

      *ECRITURE D'UNE LIGNE DE TRACE D'AUDIT D'ENREGISTREMENT
      *D'ABSENCE ('A') - LE TYPE ET LA PERIODE SONT TRACES EN ZONE
      *APRES AVEC SES JOURS OUVRES (PAS D'ETAT AVANT : CHAQUE ABSENCE
      *EST UNE LIGNE NEUVE).
       TRACE-AUDIT-ABSENCE.
             MOVE SPACES TO AUD-AVANT AUD-APRES
             STRING 'ABS=' ZTYPABS ' DU ' HVB-DATDEB
                    ' AU ' HVB-DATFIN ' JO=' ZNB-JOURS
                DELIMITED BY SIZE INTO AUD-APRES
             PERFORM ECRITURE-AUDIT
             .

      *ECRITURE D'UNE LIGNE DE TRACE D'AUDIT DE REFUS D'UN CONGE PAYE
      *POUR SOLDE INSUFFISANT - 'REFUS CODE 47' EN ZONE AVANT COMME LES
      *REFUS D'HABILITATION, LA DEMANDE ET LE SOLDE EN ZONE APRES.
       TRACE-REFUS-SOLDE.
             MOVE SPACES TO AUD-AVANT AUD-APRES
             STRING 'REFUS CODE ' ZCODE-RET
                DELIMITED BY SIZE INTO AUD-AVANT
             MOVE WS-CP-DISPO TO ED-AUD-CP-DISPO
             STRING 'CP ' ZABS-DEB ' JO=' ZNB-JOURS
                    ' SOLDE=' ED-AUD-CP-DISPO
                DELIMITED BY SIZE INTO AUD-APRES
             PERFORM ECRITURE-AUDIT
             .
             MOVE SPACES TO AUD-AVANT AUD-APRES
             STRING 'STA=' WS-AVANT-STA ' DATDEP=' WS-AVANT-DATDEP
                DELIMITED BY SIZE INTO AUD-AVANT
             STRING 'STA=A DAT=' HVE-DAT ' CTR=' HVE-TYPCTR
                    ' FIN=' HVE-DATFCT
                DELIMITED BY SIZE INTO AUD-APRES
             PERFORM ECRITURE-AUDIT
             .
                DELIMITED BY SIZE INTO AUD-AVANT
             MOVE ZSAL TO ED-AUD-SAL
             MOVE ZCOM TO ED-AUD-COM
             IF ZCODE-FONC = 'M' AND ZDATEFF NOT = ZEROES
                STRING 'SAL=' ED-AUD-SAL ' COM=' ED-AUD-COM
                       ' EFF=' ZDATEFF
                   DELIMITED BY SIZE INTO AUD-APRES
             ELSE
                STRING 'SAL=' ED-AUD-SAL ' COM=' ED-AUD-COM
                   DELIMITED BY SIZE INTO AUD-APRES
             END-IF
             PERFORM ECRITURE-AUDIT
             .

             PERFORM ECRITURE-AUDIT
             .

      *ECRITURE D'UNE LIGNE DE TRACE D'AUDIT DE CHANGEMENT DE TAUX
      *D'ACTIVITE ('T' AVEC ZTAUX RENSEIGNE ET DIFFERENT DU TAUX ACTUEL)
       TRACE-AUDIT-TAUX.
             MOVE SPACES TO AUD-AVANT AUD-APRES
             MOVE WS-AVANT-TAUX TO ED-AUD-TAUX
             STRING 'TAUX=' ED-AUD-TAUX
                DELIMITED BY SIZE INTO AUD-AVANT
             MOVE HVE-TAUX TO ED-AUD-TAUX
             STRING 'TAUX=' ED-AUD-TAUX
                DELIMITED BY SIZE INTO AUD-APRES
             PERFORM ECRITURE-AUDIT
             .

      *ECRITURE D'UNE LIGNE DE TRACE D'AUDIT DE CONTRAT (CREATION 'C'
      *D'UN CONTRAT A DUREE DETERMINEE, RENOUVELLEMENT 'U') - LE TYPE
      *ET LA DATE DE FIN AVANT (A BLANC SUR 'C') ET APRES.
       TRACE-AUDIT-CONTRAT.
             MOVE SPACES TO AUD-AVANT AUD-APRES
             IF WS-AVANT-TYPCTR NOT = SPACE
                STRING 'CTR=' WS-AVANT-TYPCTR ' FIN=' WS-AVANT-DATFCT
                   DELIMITED BY SIZE INTO AUD-AVANT
             END-IF
             STRING 'CTR=' HVE-TYPCTR ' FIN=' HVE-DATFCT
                DELIMITED BY SIZE INTO AUD-APRES
             PERFORM ECRITURE-AUDIT
             .

      *ECRITURE D'UNE LIGNE DE TRACE D'AUDIT DE MUTATION ('T') - LES
      *VALEURS TRACEES SONT NOD/NOM/DAT AVANT ET APRES.
       TRACE-AUDIT-MUTATION.
             PERFORM ECRITURE-AUDIT
             .

      *ECRITURE D'UNE LIGNE DE TRACE D'AUDIT DE MISE EN ATTENTE D'UNE
      *MODIFICATION SENSIBLE ('M'/'T' SOUS L'IDENTITE DU DEMANDEUR) :
      *LES VALEURS EN PLACE AVANT, LE NUMERO DE LA DEMANDE, SON MOTIF
      *ET LES VALEURS DEMANDEES APRES.
       TRACE-AUDIT-ATTENTE.
             MOVE SPACES TO AUD-AVANT AUD-APRES
             IF ZCODE-FONC = 'M'
                MOVE HVW-ANCSAL TO ED-AUD-SAL
                STRING 'SAL=' ED-AUD-SAL
                   DELIMITED BY SIZE INTO AUD-AVANT
                MOVE ZSAL TO ED-AUD-SAL
                STRING 'ATT=' ZNUMATT ' MOTIF=' WS-MOTIF-ATT
                       ' SAL=' ED-AUD-SAL
                   DELIMITED BY SIZE INTO AUD-APRES
             ELSE
                STRING 'GRD=' HVW-ANCGRD ' DAT=' HVW-ANCDAT
                   DELIMITED BY SIZE INTO AUD-AVANT
                STRING 'ATT=' ZNUMATT ' MOTIF=' WS-MOTIF-ATT
                       ' GRD=' ZGRD ' DAT=' HVW-DAT
                   DELIMITED BY SIZE INTO AUD-APRES
             END-IF
             PERFORM ECRITURE-AUDIT
             .

      *ECRITURE D'UNE LIGNE DE TRACE D'AUDIT DE DECISION SUR UNE
      *MODIFICATION EN ATTENTE ('W' SOUS L'IDENTITE DU VALIDEUR) : LE
      *NUMERO, LA FONCTION D'ORIGINE ET LE DEMANDEUR AVANT, LA DECISION
      *ET LE VALIDEUR APRES - LES DEUX IDENTITES FIGURENT AINSI SUR LA
      *MEME LIGNE, A COTE DES LIGNES DE LA MODIFICATION APPLIQUEE.
       TRACE-AUDIT-DECISION.
             MOVE SPACES TO AUD-AVANT AUD-APRES
             STRING 'ATT=' ZNUMATT ' FONC=' HVW-CDFONC
                    ' DEM=' HVW-DEMANDEUR
                DELIMITED BY SIZE INTO AUD-AVANT
             STRING 'DECISION=' ZDECISION ' VAL=' ZUTILISATEUR
                DELIMITED BY SIZE INTO AUD-APRES
             PERFORM ECRITURE-AUDIT
             .

      *ECRITURE PHYSIQUE DE LA LIGNE DE TRACE D'AUDIT PREPAREE PAR
      *TRACE-AUDIT OU TRACE-AUDIT-MUTATION - LE FICHIER EST OUVERT EN
      *EXTENSION PUIS REFERME A CHAQUE APPEL POUR NE PAS MAINTENIR DE

      *ECRITURE D'UNE LIGNE D'HISTORIQUE DES SALAIRES (TABLE EMPHIST) -
      *UNE LIGNE PAR CREATION/MODIFICATION, DATEE DU CURRENT TIMESTAMP,
      *AVEC LES ANCIENNES ET LES NOUVELLES VALEURS DE SAL/COM ET DU
      *TAUX D'ACTIVITE (CHANGEMENT DE TAUX SUR 'T'). UNE MODIFICATION
      *'M' A DATE D'EFFET PASSEE (WS-DATEFF-ISO POSEE PAR CONTROLE-
      *DATE-EFFET) EST DATEE DE CE JOUR A 0 H (DATEFF),
      *L'HORODATE DE SAISIE ETANT TOUJOURS PORTEE PAR DATSAI. UN ECHEC
      *DE L'INSERT NE REMET PAS EN CAUSE LA MISE A JOUR DEJA FAITE DE
      *LA TABLE EMPLOYE : IL EST REMONTE EN ERREUR 20 POUR SIGNALEMENT.
       TRACE-HISTORIQUE.
             MOVE WS-AVANT-COM TO HVH-ANCCOM
             MOVE ZSAL         TO HVH-NOUSAL
             MOVE ZCOM         TO HVH-NOUCOM
             MOVE WS-AVANT-TAUX TO HVH-ANCTAU
             MOVE ZTAUX        TO HVH-NOUTAU
             IF ZCODE-FONC = 'M' AND WS-DATEFF-ISO NOT = SPACES
                MOVE WS-DATEFF-ISO      TO HVH-DATEFF(1:10)
                MOVE '-00.00.00.000000' TO HVH-DATEFF(11:16)
                EXEC SQL
                   INSERT INTO EMPHIST
                      (MAT, DATEFF, CDFONC, ANCSAL, ANCCOM,
                       NOUSAL, NOUCOM, ANCTAU, NOUTAU, DATSAI)
                   VALUES (:HVH-MAT, :HVH-DATEFF, :HVH-CDFONC,
                           :HVH-ANCSAL, :HVH-ANCCOM,
                           :HVH-NOUSAL, :HVH-NOUCOM,
                           :HVH-ANCTAU, :HVH-NOUTAU,
                           CURRENT TIMESTAMP)
                END-EXEC
             ELSE
                EXEC SQL
                   INSERT INTO EMPHIST
                      (MAT, DATEFF, CDFONC, ANCSAL, ANCCOM,
                       NOUSAL, NOUCOM, ANCTAU, NOUTAU, DATSAI)
                   VALUES (:HVH-MAT, CURRENT TIMESTAMP, :HVH-CDFONC,
                           :HVH-ANCSAL, :HVH-ANCCOM,
                           :HVH-NOUSAL, :HVH-NOUCOM,
                           :HVH-ANCTAU, :HVH-NOUTAU,
                           CURRENT TIMESTAMP)
                END-EXEC
             END-IF
             IF SQLCODE NOT = ZEROES
                MOVE 20 TO ZCODE-RET
             END-IF
                WHEN 45
                   MOVE 'PURGE REFUSEE, EMPLOYE NON PARTI'
                      TO ZLIBERR
                WHEN 46
                   MOVE 'CALENDRIER NON CHARGE POUR LA PERIODE'
                      TO ZLIBERR
                WHEN 47
                   MOVE 'SOLDE DE CONGES PAYES INSUFFISANT'
                      TO ZLIBERR
                WHEN 57
                   MOVE 'TAUX D''ACTIVITE ERRONE'
                      TO ZLIBERR
                WHEN 58
                   MOVE 'TYPE DE CONTRAT ERRONE (I OU D)'
                      TO ZLIBERR
                WHEN 59
                   IF WS-LIB-CONTRAT = SPACES
                      MOVE 'DATE DE FIN DE CONTRAT ERRONEE' TO ZLIBERR
                   ELSE
                      MOVE WS-LIB-CONTRAT TO ZLIBERR
                   END-IF
                WHEN 60
                   MOVE 'RENOUVELLEMENT IMPOSSIBLE SUR CE CONTRAT'
                      TO ZLIBERR
                WHEN 66
                   IF WS-LIB-DATEFF = SPACES
                      MOVE 'DATE D''EFFET ERRONEE' TO ZLIBERR
                   ELSE
                      MOVE WS-LIB-DATEFF TO ZLIBERR
                   END-IF
                WHEN 67
                   MOVE 'VALIDATION DE L''UNITE DE TRAVAIL EN ECHEC'
                      TO ZLIBERR
                WHEN 68
                   STRING 'MODIFICATION EN ATTENTE DE VALIDATION, NO '
                          ZNUMATT
                      DELIMITED BY SIZE INTO ZLIBERR
                WHEN 69
                   MOVE 'MODIFICATION DEJA EN ATTENTE POUR CE MATRICULE'
                      TO ZLIBERR
                WHEN 70
                   MOVE 'MODIFICATION EN ATTENTE INEXISTANTE OU TRAITEE'
                      TO ZLIBERR
                WHEN 71
                   MOVE 'VALIDEUR IDENTIQUE AU DEMANDEUR'
                      TO ZLIBERR
                WHEN 72
                   MOVE 'DECISION DE VALIDATION ERRONEE (V, R OU X)'
                      TO ZLIBERR
                WHEN 73
                   MOVE 'ANNULATION DE L''UNITE DE TRAVAIL EN ECHEC'
                      TO ZLIBERR
                WHEN OTHER MOVE 'ERREUR INCONNUE' TO ZLIBERR
             END-EVALUATE
             .
      *    (FERME PAR DEFAUT, ERREUR 23) REFUSERAIT TOUTES LES MISES A
      *    JOUR. L'EXPLOITATION AJOUTE ENSUITE LES USERID REELS DES
      *    OPERATEURS INQUPD/DEPUPD SUR LE MODELE DES PROFILS FOURNIS.
      * 3- DOUBLE VALIDATION DES MODIFICATIONS SENSIBLES : TABLE DES
      *    SEUILS (UNE LIGNE, SANS ELLE 'M' ET 'T' TOMBENT EN ERREUR
      *    20) ET TABLE MODATT DES MODIFICATIONS EN ATTENTE (ETAPE 1),
      *    HABILITATIONS 'W' DES VALIDEURS ET DU REJET D'OFFICE DE
      *    ATTENTES (ETAPE 2). LES VALIDEURS DOIVENT ETRE D'AUTRES
      *    USERID QUE LES DEMANDEURS (ERREUR 71 SINON).
      *
      *//API7IN JOB NOTIFY=&SYSUID,CLASS=A,MSGCLASS=H
      *//*--- 1- MIGRATION DE LA TABLE EMPLOYE ----------------------
      *    DATDEB  DATE          NOT NULL,
      *    DATFIN  DATE          NOT NULL,
      *    HORODATE TIMESTAMP    NOT NULL );
      *  -- CALENDRIER DE LA SOCIETE (UNE LIGNE PAR JOUR, CHARGE
      *  -- CHAQUE ANNEE PAR CALLOAD) : SANS LUI, LE DECOMPTE DES
      *  -- JOURS OUVRES DES ABSENCES ('A'/'J') TOMBE EN ERREUR 46
      *  CREATE TABLE CALENDRIER
      *  ( DATJOUR DATE          NOT NULL,
      *    TYPJOUR CHAR(1)       NOT NULL,
      *    LIBELLE CHAR(20)      NOT NULL WITH DEFAULT,
      *    HORODATE TIMESTAMP    NOT NULL );
      *  CREATE UNIQUE INDEX XCALEND1 ON CALENDRIER (DATJOUR);
      *  -- SOLDES DE CONGES PAYES PAR EMPLOYE ET ANNEE (ACQUIS PAR
      *  -- CONGACQ, PRIS PAR ACCESS2 'A', CLOS PAR CONGCLO) : SANS
      *  -- ELLE, TOUT CONGE 'C' TOMBE EN ERREUR 20
      *  CREATE TABLE SOLDECP
      *  ( MAT     CHAR(6)       NOT NULL,
      *    ANNEE   CHAR(4)       NOT NULL,
      *    RELIQ   DECIMAL(5, 2) NOT NULL WITH DEFAULT,
      *    ACQUIS  DECIMAL(5, 2) NOT NULL WITH DEFAULT,
      *    PRIS    DECIMAL(5, 2) NOT NULL WITH DEFAULT,
      *    EXPIRE  DECIMAL(5, 2) NOT NULL WITH DEFAULT,
      *    DERACQ  CHAR(6)       NOT NULL WITH DEFAULT,
      *    CLOTURE CHAR(1)       NOT NULL WITH DEFAULT 'N',
      *    HORODATE TIMESTAMP    NOT NULL );
      *  CREATE UNIQUE INDEX XSOLDCP1 ON SOLDECP (MAT, ANNEE);
      *  -- TAUX D'ACTIVITE DE L'EMPLOYE ET SON HISTORIQUE : LE
      *  -- PERSONNEL EN PLACE EST REPRIS A TEMPS PLEIN (DEFAUT 100),
      *  -- LES TEMPS PARTIELS SONT ENSUITE POSES PAR MUTATION 'T'
      *  ALTER TABLE EMPLOYE
      *    ADD COLUMN TAUX DECIMAL(5, 2) NOT NULL WITH DEFAULT 100;
      *  ALTER TABLE EMPHIST
      *    ADD COLUMN ANCTAU DECIMAL(5, 2) NOT NULL WITH DEFAULT 100;
      *  ALTER TABLE EMPHIST
      *    ADD COLUMN NOUTAU DECIMAL(5, 2) NOT NULL WITH DEFAULT 100;
      *  -- HORODATE DE SAISIE DE CHAQUE LIGNE D'HISTORIQUE, DISTINCTE
      *  -- DE LA DATE D'EFFET DEPUIS LES CHANGEMENTS RETROACTIFS : LES
      *  -- LIGNES EXISTANTES ONT ETE SAISIES A LEUR DATE D'EFFET
      *  ALTER TABLE EMPHIST
      *    ADD COLUMN DATSAI TIMESTAMP NOT NULL WITH DEFAULT;
      *  UPDATE EMPHIST
      *     SET DATSAI = DATEFF;
      *  -- CONTRAT DE L'EMPLOYE : LE PERSONNEL EN PLACE EST REPRIS EN
      *  -- DUREE INDETERMINEE, LES CONTRATS A DUREE DETERMINEE EN COURS
      *  -- SONT ENSUITE POSES PAR LE SERVICE DU PERSONNEL
      *  ALTER TABLE EMPLOYE
      *    ADD COLUMN TYPCTR CHAR(1) NOT NULL WITH DEFAULT 'I';
      *  ALTER TABLE EMPLOYE
      *    ADD COLUMN DATFCT DATE NOT NULL WITH DEFAULT '0001-01-01';
      *  -- SEUILS DE LA DOUBLE VALIDATION (UNE SEULE LIGNE) : HAUSSE
      *  -- DE PLUS DE 10 %, TOUT CHANGEMENT DE GRADE, TOUTE CORRECTION
      *  -- DE LA DATE D'ENTREE ; RELANCE A 2 JOURS, REJET D'OFFICE
      *  -- AU-DELA DE 10 JOURS (A AJUSTER PAR UN UPDATE)
      *  CREATE TABLE SEUILS
      *  ( PCTAUG  DECIMAL(5, 2) NOT NULL,
      *    CTLGRD  CHAR(1)       NOT NULL,
      *    CTLDAT  CHAR(1)       NOT NULL,
      *    JRSDAT  SMALLINT      NOT NULL,
      *    JRSREL  SMALLINT      NOT NULL,
      *    JRSEXP  SMALLINT      NOT NULL );
      *  INSERT INTO SEUILS VALUES (10, 'O', 'O', 0, 2, 10);
      *  -- MODIFICATIONS SENSIBLES EN ATTENTE DE VALIDATION
      *  CREATE TABLE MODATT
      *  ( NUMATT   INTEGER       NOT NULL,
      *    MAT      CHAR(6)       NOT NULL,
      *    CDFONC   CHAR(1)       NOT NULL,
      *    MOTIF    CHAR(3)       NOT NULL,
      *    STATUT   CHAR(1)       NOT NULL,
      *    DEMANDEUR CHAR(8)      NOT NULL,
      *    DATDEM   TIMESTAMP     NOT NULL,
      *    VALIDEUR CHAR(8)       NOT NULL WITH DEFAULT,
      *    DATVAL   TIMESTAMP     NOT NULL,
      *    HORODATE TIMESTAMP     NOT NULL,
      *    NOM      CHAR(15)      NOT NULL,
      *    NOD      CHAR(3)       NOT NULL,
      *    DAT      DATE          NOT NULL,
      *    SAL      DECIMAL(7, 2) NOT NULL,
      *    COM      DECIMAL(7, 2) NOT NULL,
      *    GRD      CHAR(2)       NOT NULL,
      *    TAUX     DECIMAL(5, 2) NOT NULL,
      *    DATEFF   DATE          NOT NULL,
      *    ANCSAL   DECIMAL(7, 2) NOT NULL,
      *    ANCGRD   CHAR(2)       NOT NULL,
      *    ANCDAT   DATE          NOT NULL );
      *  CREATE UNIQUE INDEX XMODAT1 ON MODATT (NUMATT);
      *  CREATE INDEX XMODAT2 ON MODATT (STATUT, MAT);
      *  COMMIT;
      *//*--- 2- TABLE DES HABILITATIONS ET LIGNES INITIALES --------
      *//AUTORIS  EXEC PGM=IKJEFT01,COND=(4,LT)
      *  INSERT INTO AUTORIS VALUES ('PREAVIS ', 'E', 'P', 0);
      *  INSERT INTO AUTORIS VALUES ('ABSLOAD ', 'E', 'A', 0);
      *  INSERT INTO AUTORIS VALUES ('PURGEEMP', 'E', 'Z', 0);
      *  INSERT INTO AUTORIS VALUES ('CTRECHU ', 'E', 'D', 0);
      *  INSERT INTO AUTORIS VALUES ('CTRRENOU', 'E', 'U', 0);
      *  INSERT INTO AUTORIS VALUES ('PROJ2   ', 'E', 'C', 0);
      *  INSERT INTO AUTORIS VALUES ('PROJ2   ', 'E', 'M', 0);
      *  INSERT INTO AUTORIS VALUES ('PROJ2   ', 'E', 'S', 0);
      *  INSERT INTO AUTORIS VALUES ('OPERRH  ', 'E', 'D', 0);
      *  INSERT INTO AUTORIS VALUES ('OPERRH  ', 'E', 'E', 0);
      *  INSERT INTO AUTORIS VALUES ('OPERRH  ', 'E', 'A', 0);
      *  INSERT INTO AUTORIS VALUES ('OPERRH  ', 'E', 'U', 0);
      *  INSERT INTO AUTORIS VALUES ('OPERRH  ', 'D', 'C', 0);
      *  INSERT INTO AUTORIS VALUES ('OPERRH  ', 'D', 'M', 0);
      *  INSERT INTO AUTORIS VALUES ('OPERRH  ', 'D', 'S', 0);
      *  INSERT INTO AUTORIS VALUES ('OPERPAIE', 'E', 'M', 20000);
      *  -- PROFIL VALIDEUR DES MODIFICATIONS EN ATTENTE (TRANSACTION
      *  -- VALM) : 'W' ET LES FONCTIONS QU'IL APPLIQUE A LA VALIDATION,
      *  -- ET REJET D'OFFICE DES DEMANDES EXPIREES PAR ATTENTES
      *  INSERT INTO AUTORIS VALUES ('OPERVAL ', 'E', 'W', 0);
      *  INSERT INTO AUTORIS VALUES ('OPERVAL ', 'E', 'M', 0);
      *  INSERT INTO AUTORIS VALUES ('OPERVAL ', 'E', 'T', 0);
      *  INSERT INTO AUTORIS VALUES ('ATTENTES', 'E', 'W', 0);
      *  COMMIT;
