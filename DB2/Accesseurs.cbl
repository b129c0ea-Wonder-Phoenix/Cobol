      *'R' (recherche par nom), 'T' (mutation/correction NOD-NOM-DAT), 'D' (départ : date de départ,
      *statut 'P' ou 'N' selon l'échéance), 'E' (réembauche d'un ancien partant), 'P' (passage des
      *préavis échus), 'G' (cumuls ensemblistes d'un département), 'A' (enregistrement d'absence),
      *'U' (renouvellement du contrat à durée déterminée), 'J' (jours d'absence sans solde d'une période),
      *'V' (validation COMMIT de l'unité de travail des traitements par lots), 'N' (annulation ROLLBACK de
      *cette unité de travail sur fin anormale), 'K' (lecture d'une modification
      *en attente de double validation), 'W' (décision sur une modification en attente),
      *'O' (ouverture du curseur), 'Q' (lecture séquentielle du curseur), 'F' (fermeture du curseur)
      *05 ZCODE-FONC     PIC X.
      *05 ZMAT           PIC X(6).
      *05 ZSTA           PIC X.        statut 'A' actif / 'N' préavis / 'P' parti
      *05 ZDATDEP        PIC 9(8).     date de départ (0 = sans objet)
      *05 ZGRD           PIC X(2).     code grade (blanc = sans grade)
      *05 ZTAUX          PIC 9(3)V99.  taux d'activité en % (0 = temps plein sur 'C', inchangé sur 'T')
      *05 ZTYPCTR        PIC X.        type de contrat 'I' indéterminé / 'D' déterminé (blanc = 'I' sur 'C'/'E')
      *05 ZDATFCT        PIC 9(8).     fin du contrat à durée déterminée (0 = sans objet), prolongée par 'U'
      *05 ZDATEFF        PIC 9(8).     date d'effet d'un changement de salaire 'M' (0 = date du jour, passée = rappel)
      *05 ZHORODATE      PIC X(26).    verrou optimiste sur 'M'/'T'/'D'
      *05 ZTYPE-CURSEUR  PIC X.        variante du curseur et de 'G'
      *05 ZNB-EMP        PIC 9(5).     cumuls renvoyés par 'G'
      *05 ZTOT-ETP       PIC 9(5)V99.  équivalent temps plein (somme des taux / 100)
      *05 ZTOT-SAL       PIC 9(7)V99.
      *05 ZTOT-COM       PIC 9(7)V99.
      *05 ZTOT-SAL-ETP   PIC 9(7)V99.  total SAL pondéré par le taux d'activité (masse réellement payée)
      *05 ZMOY-SAL       PIC 9(5)V99.
      *05 ZTYPABS        PIC X.        type d'absence ('C'/'M'/'S') pour 'A'
      *05 ZABS-DEB       PIC 9(8).     période d'absence (AAAAMMJJ)
      *05 ZABS-FIN       PIC 9(8).
      *05 ZNB-JOURS      PIC 9(3).     jours sans solde renvoyés par 'J'
      *05 ZNUMATT        PIC 9(7).     n° de la modification mise en attente (code 68), à fournir sur 'K'/'W'
      *05 ZFONC-ATT      PIC X.        fonction 'M'/'T' de la modification en attente, renvoyée par 'K'
      *05 ZDECISION      PIC X.        décision sur 'W' : 'V' validation / 'R' rejet / 'X' délai expiré
      *05 ZDEMANDEUR     PIC X(8).     demandeur de la modification en attente, renvoyé par 'K'
      *05 ZUTILISATEUR   PIC X(8).     identité opérateur/travail (habilitations, audit)
      *LE ZCODE-RET CORRESPOND AU N° D'ERREUR (VOIR LA TABLE DES ERREURS)
      *05 ZCODE-RET      PIC 99.
