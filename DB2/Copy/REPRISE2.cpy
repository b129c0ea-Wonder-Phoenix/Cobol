      ******************************************************************
      * HOST-VARIABLES UTILISEES DANS LES PROGRAMMES : API7.SOURCE.COPY(REPRISE2)
      * COBOL DECLARATION FOR TABLE REPRISE                            *
      * 261015 : CREATION DE LA ZONE (POINTS DE REPRISE)               *
      ******************************************************************
       01  HVP-REPRISE.
           10 HVP-PROGRAMME        PIC X(8).
           10 HVP-NBAPPL           PIC S9(7)V USAGE COMP-3.
           10 HVP-CLE              PIC X(21).
           10 HVP-CPT1             PIC S9(7)V USAGE COMP-3.
           10 HVP-CPT2             PIC S9(7)V USAGE COMP-3.
           10 HVP-CPT3             PIC S9(7)V USAGE COMP-3.
           10 HVP-CPT4             PIC S9(7)V USAGE COMP-3.
           10 HVP-CPT5             PIC S9(7)V USAGE COMP-3.
           10 HVP-HORODATE         PIC X(26).
