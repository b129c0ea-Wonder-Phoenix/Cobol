      ******************************************************************
      * HOST-VARIABLES UTILISEES DANS LES PROGRAMMES : API7.SOURCE.COPY(BANQUE2)
      * COBOL DECLARATION FOR TABLE BANQUE                             *
      * 261015 : CREATION DE LA ZONE (COORDONNEES BANCAIRES)           *
      ******************************************************************
       01  HVR-BANQUE.
           10 HVR-MAT              PIC X(6).
           10 HVR-IBAN             PIC X(34).
           10 HVR-BIC              PIC X(11).
           10 HVR-TITULAIRE        PIC X(30).
           10 HVR-HORODATE         PIC X(26).
