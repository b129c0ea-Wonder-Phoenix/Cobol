      ******************************************************************
      * HOST-VARIABLES UTILISEES DANS LES PROGRAMMES : API7.SOURCE.COPY(SOLDECP2)
      * COBOL DECLARATION FOR TABLE SOLDECP                            *
      * 261015 : CREATION DE LA ZONE (SOLDES DE CONGES PAYES)          *
      ******************************************************************
       01  HVK-SOLDECP.
           10 HVK-MAT              PIC X(6).
           10 HVK-ANNEE            PIC X(4).
           10 HVK-RELIQ            PIC S9(3)V9(2) USAGE COMP-3.
           10 HVK-ACQUIS           PIC S9(3)V9(2) USAGE COMP-3.
           10 HVK-PRIS             PIC S9(3)V9(2) USAGE COMP-3.
           10 HVK-EXPIRE           PIC S9(3)V9(2) USAGE COMP-3.
           10 HVK-DERACQ           PIC X(6).
           10 HVK-CLOTURE          PIC X(1).
           10 HVK-HORODATE         PIC X(26).
