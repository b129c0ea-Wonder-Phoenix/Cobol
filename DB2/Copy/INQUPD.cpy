      *          SURVOL) ET DE LA MAPPE MAPB (LISTE PAGINEE DES          *
      *          EMPLOYES : NOM DE DEPART, CHOIX DU MATRICULE, DIX       *
      *          LIGNES DE LISTE, PAGINATION PF7/PF8)                    *
      * 261015 : AJOUT DU CHAMP MDEFF SUR MAPM (DATE D'EFFET AAAAMMJJ DU *
      *          CHANGEMENT, A BLANC = DATE DU JOUR)                     *
      ******************************************************************
       01  MAPLI.
           05 MATL             PIC S9(4) COMP.
           05 FILLER REDEFINES MCOMF.
              10 MCOMA         PIC X.
           05 MCOMI            PIC 9(5),99.
           05 MDEFFL           PIC S9(4) COMP.
           05 MDEFFF           PIC X.
           05 FILLER REDEFINES MDEFFF.
              10 MDEFFA        PIC X.
           05 MDEFFI           PIC X(8).
           05 MMSGL            PIC S9(4) COMP.
           05 MMSGF            PIC X.
           05 FILLER REDEFINES MMSGF.
           05 FILLER           PIC X(3).
           05 MCOMO            PIC 9(5),99.
           05 FILLER           PIC X(3).
           05 MDEFFO           PIC X(8).
           05 FILLER           PIC X(3).
           05 MMSGO            PIC X(50).
