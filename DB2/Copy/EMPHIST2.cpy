      * COBOL DECLARATION FOR TABLE EMPHIST                            *
      * 260822 : CREATION DE LA ZONE (HISTORIQUE DES SALAIRES)         *
      * 260822 : ELARGISSEMENT HVH-MAT X(6)                             *
      * 261015 : AJOUT DE HVH-ANCTAU/HVH-NOUTAU (TAUX D'ACTIVITE)       *
      * 261015 : AJOUT DE HVH-DATSAI (HORODATE DE SAISIE)               *
      ******************************************************************
       01  HVH-EMPHIST.
           10 HVH-MAT              PIC X(6).
           10 HVH-ANCCOM           PIC S9(5)V9(2) USAGE COMP-3.
           10 HVH-NOUSAL           PIC S9(5)V9(2) USAGE COMP-3.
           10 HVH-NOUCOM           PIC S9(5)V9(2) USAGE COMP-3.
           10 HVH-ANCTAU           PIC S9(3)V9(2) USAGE COMP-3.
           10 HVH-NOUTAU           PIC S9(3)V9(2) USAGE COMP-3.
           10 HVH-DATSAI           PIC X(26).
