      ******************************************************************
      * HACCESSEUR : ZONE DE COMMUNICATION AVEC L'ACCESSEUR ACCESS2E  *
      *              (TABLE HEURES : HEURES VARIABLES, UNE LIGNE PAR  *
      *              MATRICULE, JOUR ET TYPE D'HEURES)                *
      * 261015 : CREATION DE LA ZONE                                  *
      ******************************************************************
       01  HACCESSEUR.
           05 HCODE-FONC     PIC X.
           05 HMAT           PIC X(6).
           05 HDATJOUR       PIC 9(8).
           05 HTYPHEU        PIC X.
              88 HTYPE-SUP          VALUE 'S'.
              88 HTYPE-NUIT         VALUE 'N'.
              88 HTYPE-DIMANCHE     VALUE 'D'.
           05 HNBHEU         PIC 9(2)V99.
           05 HSTATUT        PIC X.
              88 HSTATUT-SAISIE     VALUE 'S'.
              88 HSTATUT-APPROUVE   VALUE 'A'.
              88 HSTATUT-REFUSE     VALUE 'R'.
           05 HVALIDEUR      PIC X(6).
           05 HPER-DEB       PIC 9(8).
           05 HPER-FIN       PIC 9(8).
           05 HTOT-SUP       PIC 9(3)V99.
           05 HTOT-NUIT      PIC 9(3)V99.
           05 HTOT-DIM       PIC 9(3)V99.
           05 HUTILISATEUR   PIC X(8).
           05 HCODE-RET      PIC 99.
           05 HLIBERR        PIC X(50).
