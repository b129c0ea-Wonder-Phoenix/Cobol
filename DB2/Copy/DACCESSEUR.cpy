      * 260902 : AJOUT DPERIODE (AAAAMM) ET DES CUMULS DNB-EMP/DTOT-SAL/ *
      *          DTOT-COM/DMOY-SAL POSES PAR L'HISTORISATION MENSUELLE   *
      *          'H' (TABLE DEPSNAP)                                     *
      * 261015 : AJOUT DTOT-ETP (EQUIVALENT TEMPS PLEIN DU DEPARTEMENT,  *
      *          SOMME DES TAUX D'ACTIVITE / 100) POSE PAR 'H'           *
      ******************************************************************
       01  DACCESSEUR.
           05 DCODE-FONC     PIC X.
           05 DHORODATE      PIC X(26).
           05 DPERIODE       PIC X(6).
           05 DNB-EMP        PIC 9(5).
           05 DTOT-ETP       PIC 9(5)V99.
           05 DTOT-SAL       PIC 9(7)V99.
           05 DTOT-COM       PIC 9(7)V99.
           05 DMOY-SAL       PIC 9(5)V99.
