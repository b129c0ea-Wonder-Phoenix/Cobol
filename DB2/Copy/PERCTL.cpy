      *              FIGURE DEJA, SAUF CARTE DE REPRISE OPERATEUR 'R'. *
      *              PARTANTS S'EN SERT POUR MARQUER 'DUPLICATA' UNE   *
      *              REEMISSION, SANS REFUSER.                         *
      *              RAPPELS Y LIT LES MOIS EXTRAITS PAR PAYEXT ET SON *
      *              PROPRE PASSAGE PRECEDENT (BORNE DES SAISIES).     *
      *              DECLANN (PERIODE AAAA00) Y LIT LES HORODATAGES    *
      *              DES EXTRACTIONS PAYEXT DE L'ANNEE (RAPPROCHEMENT).*
      * 260902 : CREATION DE LA ZONE                                  *
      * 261015 : LECTURE PAR RAPPELS (MOIS EXTRAITS, FENETRE)         *
      * 261015 : GARDE-FOU ET LECTURE PAR DECLANN                     *
      ******************************************************************
       01  ENR-PERCTL.
           05 PCT-PROGRAMME      PIC X(8).
