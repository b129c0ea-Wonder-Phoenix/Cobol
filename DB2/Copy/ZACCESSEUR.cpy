      *          MALADIE, 'S' SANS SOLDE), ZABS-DEB/ZABS-FIN (PERIODE    *
      *          AAAAMMJJ) ET ZNB-JOURS (JOURS SANS SOLDE RENVOYES PAR   *
      *          LA FONCTION 'J')                                        *
      * 261015 : ZNB-JOURS EXPRIME EN JOURS OUVRES (TABLE CALENDRIER), *
      *          RENVOYE PAR 'J' ET DESORMAIS AUSSI PAR 'A' (JOURS       *
      *          OUVRES DE L'ABSENCE ENREGISTREE)                        *
      * 261015 : AJOUT ZTAUX (TAUX D'ACTIVITE EN %, 0 EN ENTREE = TEMPS  *
      *          PLEIN SUR 'C', TAUX INCHANGE SUR 'T') ET ZTOT-ETP       *
      *          (EQUIVALENT TEMPS PLEIN DU DEPARTEMENT RENVOYE PAR 'G') *
      *          AVEC ZTOT-SAL-ETP (TOTAL SAL PONDERE PAR LE TAUX        *
      *          D'ACTIVITE : MASSE REELLEMENT PAYEE, RENVOYEE PAR 'G')  *
      * 261015 : AJOUT ZTYPCTR (TYPE DE CONTRAT 'I' INDETERMINE / 'D'    *
      *          DETERMINE, BLANC = 'I' SUR 'C'/'E') ET ZDATFCT (DATE DE *
      *          FIN DU CONTRAT A DUREE DETERMINEE, 0 = SANS OBJET) -    *
      *          POSES SUR 'C'/'E', PROLONGES PAR 'U' (RENOUVELLEMENT)   *
      * 261015 : AJOUT ZDATEFF (DATE D'EFFET AAAAMMJJ D'UN CHANGEMENT DE *
      *          SALAIRE 'M', 0 = DATE DU JOUR - UNE DATE PASSEE OUVRE   *
      *          UN RAPPEL DE SALAIRE SUR LES PAIES DEJA EXTRAITES)      *
      * 261015 : AJOUT DU BLOC DE DOUBLE VALIDATION : ZNUMATT (NUMERO DE *
      *          LA MODIFICATION MISE EN ATTENTE, RENVOYE AVEC LE CODE  *
      *          68, A FOURNIR SUR 'K'/'W'), ZFONC-ATT ET ZDEMANDEUR     *
      *          (FONCTION 'M'/'T' ET DEMANDEUR RENVOYES PAR 'K'),       *
      *          ZDECISION ('V' VALIDATION, 'R' REJET, 'X' REJET POUR    *
      *          DELAI EXPIRE, SUR 'W')                                  *
      ******************************************************************
       01  ZACCESSEUR.
           05 ZCODE-FONC     PIC X.
           05 ZSTA           PIC X.
           05 ZDATDEP        PIC 9(8).
           05 ZGRD           PIC X(2).
           05 ZTAUX          PIC 9(3)V99.
           05 ZTYPCTR        PIC X.
           05 ZDATFCT        PIC 9(8).
           05 ZDATEFF        PIC 9(8).
           05 ZHORODATE      PIC X(26).
           05 ZTYPE-CURSEUR  PIC X.
              88 ZTYPE-STANDARD     VALUE SPACE.
              88 ZTYPE-TOUS-NOD     VALUE 'T'.
              88 ZTYPE-PARTIEL      VALUE 'P'.
           05 ZNB-EMP        PIC 9(5).
           05 ZTOT-ETP       PIC 9(5)V99.
           05 ZTOT-SAL       PIC 9(7)V99.
           05 ZTOT-COM       PIC 9(7)V99.
           05 ZTOT-SAL-ETP   PIC 9(7)V99.
           05 ZMOY-SAL       PIC 9(5)V99.
           05 ZTYPABS        PIC X.
           05 ZABS-DEB       PIC 9(8).
           05 ZABS-FIN       PIC 9(8).
           05 ZNB-JOURS      PIC 9(3).
           05 ZNUMATT        PIC 9(7).
           05 ZFONC-ATT      PIC X.
           05 ZDECISION      PIC X.
              88 ZDECISION-VALIDE   VALUE 'V'.
              88 ZDECISION-REJET    VALUE 'R'.
              88 ZDECISION-EXPIRE   VALUE 'X'.
           05 ZDEMANDEUR     PIC X(8).
           05 ZUTILISATEUR   PIC X(8).
           05 ZCODE-RET      PIC 99.
           05 ZLIBERR        PIC X(50).
