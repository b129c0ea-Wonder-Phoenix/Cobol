      *  260902 : HIERARCHIE DES DEPARTEMENTS : SAISIE/AFFICHAGE DU     *
      *           RATTACHEMENT UPAR (DPARENT, CONTROLES D'EXISTENCE     *
      *           ET DE CYCLE PORTES PAR ACCESS2A, ERREURS 34/35)       *
      *  261015 : COMMAREA SUIVIE (DTOT-ETP AJOUTE A DACCESSEUR)        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 CA-ECRAN        PIC X.
              88 CA-ECRAN-MAPD      VALUE '1'.
              88 CA-ECRAN-MAPU      VALUE '2'.
           05 CA-DACCESSEUR   PIC X(152).

       LINKAGE SECTION.
       01  DFHCOMMAREA        PIC X(153).

       PROCEDURE DIVISION.
      *--> 1- PREMIER APPEL DE LA TRANSACTION : ON AFFICHE L'ECRAN DE
