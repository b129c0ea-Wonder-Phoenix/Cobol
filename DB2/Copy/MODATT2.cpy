      ******************************************************************
      * HOST-VARIABLES UTILISEES DANS LES PROGRAMMES : API7.SOURCE.COPY(MODATT2)
      * COBOL DECLARATION FOR TABLE MODATT                             *
      * 261015 : CREATION DE LA ZONE (MODIFICATIONS EN ATTENTE)        *
      ******************************************************************
       01  HVW-MODATT.
           10 HVW-NUMATT           PIC S9(9) USAGE COMP.
           10 HVW-MAT              PIC X(6).
           10 HVW-CDFONC           PIC X(1).
           10 HVW-MOTIF            PIC X(3).
           10 HVW-STATUT           PIC X(1).
           10 HVW-DEMANDEUR        PIC X(8).
           10 HVW-DATDEM           PIC X(26).
           10 HVW-VALIDEUR         PIC X(8).
           10 HVW-DATVAL           PIC X(26).
           10 HVW-HORODATE         PIC X(26).
           10 HVW-NOM              PIC X(15).
           10 HVW-NOD              PIC X(3).
           10 HVW-DAT              PIC X(10).
           10 HVW-SAL              PIC S9(5)V9(2) USAGE COMP-3.
           10 HVW-COM              PIC S9(5)V9(2) USAGE COMP-3.
           10 HVW-GRD              PIC X(2).
           10 HVW-TAUX             PIC S9(3)V9(2) USAGE COMP-3.
           10 HVW-DATEFF           PIC X(10).
           10 HVW-ANCSAL           PIC S9(5)V9(2) USAGE COMP-3.
           10 HVW-ANCGRD           PIC X(2).
           10 HVW-ANCDAT           PIC X(10).
