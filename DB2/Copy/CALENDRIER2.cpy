      ******************************************************************
      * HOST-VARIABLES UTILISEES DANS LES PROGRAMMES : API7.SOURCE.COPY(CALENDRIER2)
      * COBOL DECLARATION FOR TABLE CALENDRIER                         *
      * 261015 : CREATION DE LA ZONE (CALENDRIER DE LA SOCIETE)        *
      ******************************************************************
       01  HVJ-CALENDRIER.
           10 HVJ-DATJOUR          PIC X(10).
           10 HVJ-TYPJOUR          PIC X(1).
           10 HVJ-LIBELLE          PIC X(20).
           10 HVJ-HORODATE         PIC X(26).
