      ******************************************************************
      * BANQUPD : MAPPE SYMBOLIQUE DU MAPSET BANQUPD (TRANSACTION     *
      *           D'INTERROGATION/MAINTENANCE EN LIGNE DES            *
      *           COORDONNEES BANCAIRES DE L'EMPLOYE)                 *
      *           MAINTENUE EN PARALLELE DE LA DEFINITION BMS         *
      *           ASSOCIEE.                                           *
      *           MAPQ : SAISIE DU MATRICULE                          *
      *           MAPV : ECRAN DE MAINTENANCE IBAN/BIC/TITULAIRE AVEC *
      *                  CODE ACTION (C = CREATION, M = MODIFICATION, *
      *                  S = SUPPRESSION)                             *
      * 261015 : CREATION DE LA MAPPE                                 *
      ******************************************************************
       01  MAPQI.
           05 QMATL            PIC S9(4) COMP.
           05 QMATF            PIC X.
           05 FILLER REDEFINES QMATF.
              10 QMATA         PIC X.
           05 QMATI            PIC X(6).
           05 QMSGL            PIC S9(4) COMP.
           05 QMSGF            PIC X.
           05 FILLER REDEFINES QMSGF.
              10 QMSGA         PIC X.
           05 QMSGI            PIC X(50).

       01  MAPQO REDEFINES MAPQI.
           05 FILLER           PIC X(3).
           05 QMATO            PIC X(6).
           05 FILLER           PIC X(3).
           05 QMSGO            PIC X(50).

       01  MAPVI.
           05 VMATL            PIC S9(4) COMP.
           05 VMATF            PIC X.
           05 FILLER REDEFINES VMATF.
              10 VMATA         PIC X.
           05 VMATI            PIC X(6).
           05 VNOMCL           PIC S9(4) COMP.
           05 VNOMCF           PIC X.
           05 FILLER REDEFINES VNOMCF.
              10 VNOMCA        PIC X.
           05 VNOMCI           PIC X(15).
           05 VIBANL           PIC S9(4) COMP.
           05 VIBANF           PIC X.
           05 FILLER REDEFINES VIBANF.
              10 VIBANA        PIC X.
           05 VIBANI           PIC X(34).
           05 VBICL            PIC S9(4) COMP.
           05 VBICF            PIC X.
           05 FILLER REDEFINES VBICF.
              10 VBICA         PIC X.
           05 VBICI            PIC X(11).
           05 VTITL            PIC S9(4) COMP.
           05 VTITF            PIC X.
           05 FILLER REDEFINES VTITF.
              10 VTITA         PIC X.
           05 VTITI            PIC X(30).
           05 VVALL            PIC S9(4) COMP.
           05 VVALF            PIC X.
           05 FILLER REDEFINES VVALF.
              10 VVALA         PIC X.
           05 VVALI            PIC X(20).
           05 VACTL            PIC S9(4) COMP.
           05 VACTF            PIC X.
           05 FILLER REDEFINES VACTF.
              10 VACTA         PIC X.
           05 VACTI            PIC X.
           05 VMSGL            PIC S9(4) COMP.
           05 VMSGF            PIC X.
           05 FILLER REDEFINES VMSGF.
              10 VMSGA         PIC X.
           05 VMSGI            PIC X(50).

       01  MAPVO REDEFINES MAPVI.
           05 FILLER           PIC X(3).
           05 VMATO            PIC X(6).
           05 FILLER           PIC X(3).
           05 VNOMCO           PIC X(15).
           05 FILLER           PIC X(3).
           05 VIBANO           PIC X(34).
           05 FILLER           PIC X(3).
           05 VBICO            PIC X(11).
           05 FILLER           PIC X(3).
           05 VTITO            PIC X(30).
           05 FILLER           PIC X(3).
           05 VVALO            PIC X(20).
           05 FILLER           PIC X(3).
           05 VACTO            PIC X.
           05 FILLER           PIC X(3).
           05 VMSGO            PIC X(50).
