      * HOST-VARIABLES UTILISEES DANS LES PROGRAMMES : API7.SOURCE.COPY(DEPSNAP2)
      * COBOL DECLARATION FOR TABLE DEPSNAP                            *
      * 260902 : CREATION DE LA ZONE (INSTANTANE MENSUEL)              *
      * 261015 : AJOUT DE HVS-ETP (EQUIVALENT TEMPS PLEIN)             *
      ******************************************************************
       01  HVS-DEPSNAP.
           10 HVS-PERIODE          PIC X(6).
           10 HVS-NOD              PIC X(3).
           10 HVS-NBEMP            PIC S9(9) USAGE COMP.
           10 HVS-ETP              PIC S9(5)V9(2) USAGE COMP-3.
           10 HVS-TOTSAL           PIC S9(7)V9(2) USAGE COMP-3.
           10 HVS-TOTCOM           PIC S9(7)V9(2) USAGE COMP-3.
           10 HVS-MOYSAL           PIC S9(5)V9(2) USAGE COMP-3.
