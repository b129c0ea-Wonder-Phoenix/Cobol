      ******************************************************************
      * HOST-VARIABLES UTILISEES DANS LES PROGRAMMES : API7.SOURCE.COPY(HEURES2)
      * COBOL DECLARATION FOR TABLE HEURES                             *
      * 261015 : CREATION DE LA ZONE (HEURES VARIABLES)                *
      * 261015 : AJOUT HVT-PEREXT (PERIODE D'EXTRACTION DE PAIE)       *
      ******************************************************************
       01  HVT-HEURES.
           10 HVT-MAT              PIC X(6).
           10 HVT-DATJOUR          PIC X(10).
           10 HVT-TYPHEU           PIC X(1).
           10 HVT-NBHEU            PIC S9(2)V9(2) USAGE COMP-3.
           10 HVT-STATUT           PIC X(1).
           10 HVT-VALIDEUR         PIC X(6).
           10 HVT-HORODATE         PIC X(26).
           10 HVT-PEREXT           PIC X(6).
