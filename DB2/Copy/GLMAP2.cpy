      * HOST-VARIABLES UTILISEES DANS LES PROGRAMMES : API7.SOURCE.COPY(GLMAP2)
      * COBOL DECLARATION FOR TABLE GLMAP                              *
      * 260902 : CREATION DE LA ZONE (CORRESPONDANCE COMPTABLE)        *
      * 261015 : AJOUT DE HVL-CPTHEU (COMPTE DES HEURES VARIABLES)      *
      ******************************************************************
       01  HVL-GLMAP.
           10 HVL-NOD              PIC X(3).
           10 HVL-CPTCOM           PIC X(8).
           10 HVL-CPTPRI           PIC X(8).
           10 HVL-HORODATE         PIC X(26).
           10 HVL-CPTHEU           PIC X(8).
