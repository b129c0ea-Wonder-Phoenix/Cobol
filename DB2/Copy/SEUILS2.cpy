      ******************************************************************
      * HOST-VARIABLES UTILISEES DANS LES PROGRAMMES : API7.SOURCE.COPY(SEUILS2)
      * COBOL DECLARATION FOR TABLE SEUILS                             *
      * 261015 : CREATION DE LA ZONE (SEUILS DE DOUBLE VALIDATION)     *
      ******************************************************************
       01  HVX-SEUILS.
           10 HVX-PCTAUG           PIC S9(3)V9(2) USAGE COMP-3.
           10 HVX-CTLGRD           PIC X(1).
           10 HVX-CTLDAT           PIC X(1).
           10 HVX-JRSDAT           PIC S9(4) USAGE COMP.
           10 HVX-JRSREL           PIC S9(4) USAGE COMP.
           10 HVX-JRSEXP           PIC S9(4) USAGE COMP.
