      ******************************************************************
      * RACCESSEUR : ZONE DE COMMUNICATION AVEC L'ACCESSEUR ACCESS2F  *
      *              (TABLE BANQUE : COORDONNEES BANCAIRES DE         *
      *              L'EMPLOYE, UNE LIGNE PAR MATRICULE)              *
      * 261015 : CREATION DE LA ZONE                                  *
      ******************************************************************
       01  RACCESSEUR.
           05 RCODE-FONC     PIC X.
           05 RMAT           PIC X(6).
           05 RIBAN          PIC X(34).
           05 RBIC           PIC X(11).
           05 RTITULAIRE     PIC X(30).
           05 RIBAN-VALIDE   PIC X.
           05 RHORODATE      PIC X(26).
           05 RUTILISATEUR   PIC X(8).
           05 RCODE-RET      PIC 99.
           05 RLIBERR        PIC X(50).
