      ******************************************************************
      * VALMUPD : MAPPE SYMBOLIQUE DU MAPSET VALMUPD (TRANSACTION     *
      *           DE VALIDATION EN LIGNE DES MODIFICATIONS SENSIBLES  *
      *           EN ATTENTE - DOUBLE VALIDATION)                     *
      *           MAINTENUE EN PARALLELE DE LA DEFINITION BMS         *
      *           ASSOCIEE.                                           *
      *           MAPQ : SAISIE DU NUMERO DE LA DEMANDE (BLANC = LA   *
      *                  PLUS ANCIENNE EN ATTENTE)                    *
      *           MAPV : DEMANDE EN ATTENTE (DEMANDEUR, VALEURS EN    *
      *                  PLACE ET VALEURS DEMANDEES) AVEC LA DECISION *
      *                  (V = VALIDATION, R = REJET), PF8 = DEMANDE   *
      *                  SUIVANTE                                     *
      * 261015 : CREATION DE LA MAPPE                                 *
      ******************************************************************
       01  MAPQI.
           05 QNUML            PIC S9(4) COMP.
           05 QNUMF            PIC X.
           05 FILLER REDEFINES QNUMF.
              10 QNUMA         PIC X.
           05 QNUMI            PIC X(7).
           05 QMSGL            PIC S9(4) COMP.
           05 QMSGF            PIC X.
           05 FILLER REDEFINES QMSGF.
              10 QMSGA         PIC X.
           05 QMSGI            PIC X(50).

       01  MAPQO REDEFINES MAPQI.
           05 FILLER           PIC X(3).
           05 QNUMO            PIC X(7).
           05 FILLER           PIC X(3).
           05 QMSGO            PIC X(50).

       01  MAPVI.
           05 VNUML            PIC S9(4) COMP.
           05 VNUMF            PIC X.
           05 FILLER REDEFINES VNUMF.
              10 VNUMA         PIC X.
           05 VNUMI            PIC X(7).
           05 VMATL            PIC S9(4) COMP.
           05 VMATF            PIC X.
           05 FILLER REDEFINES VMATF.
              10 VMATA         PIC X.
           05 VMATI            PIC X(6).
           05 VNOML            PIC S9(4) COMP.
           05 VNOMF            PIC X.
           05 FILLER REDEFINES VNOMF.
              10 VNOMA         PIC X.
           05 VNOMI            PIC X(15).
           05 VFONL            PIC S9(4) COMP.
           05 VFONF            PIC X.
           05 FILLER REDEFINES VFONF.
              10 VFONA         PIC X.
           05 VFONI            PIC X.
           05 VDEML            PIC S9(4) COMP.
           05 VDEMF            PIC X.
           05 FILLER REDEFINES VDEMF.
              10 VDEMA         PIC X.
           05 VDEMI            PIC X(8).
           05 VASALL           PIC S9(4) COMP.
           05 VASALF           PIC X.
           05 FILLER REDEFINES VASALF.
              10 VASALA        PIC X.
           05 VASALI           PIC 9(5),99.
           05 VNSALL           PIC S9(4) COMP.
           05 VNSALF           PIC X.
           05 FILLER REDEFINES VNSALF.
              10 VNSALA        PIC X.
           05 VNSALI           PIC 9(5),99.
           05 VACOML           PIC S9(4) COMP.
           05 VACOMF           PIC X.
           05 FILLER REDEFINES VACOMF.
              10 VACOMA        PIC X.
           05 VACOMI           PIC 9(5),99.
           05 VNCOML           PIC S9(4) COMP.
           05 VNCOMF           PIC X.
           05 FILLER REDEFINES VNCOMF.
              10 VNCOMA        PIC X.
           05 VNCOMI           PIC 9(5),99.
           05 VAGRDL           PIC S9(4) COMP.
           05 VAGRDF           PIC X.
           05 FILLER REDEFINES VAGRDF.
              10 VAGRDA        PIC X.
           05 VAGRDI           PIC X(2).
           05 VNGRDL           PIC S9(4) COMP.
           05 VNGRDF           PIC X.
           05 FILLER REDEFINES VNGRDF.
              10 VNGRDA        PIC X.
           05 VNGRDI           PIC X(2).
           05 VANODL           PIC S9(4) COMP.
           05 VANODF           PIC X.
           05 FILLER REDEFINES VANODF.
              10 VANODA        PIC X.
           05 VANODI           PIC X(3).
           05 VNNODL           PIC S9(4) COMP.
           05 VNNODF           PIC X.
           05 FILLER REDEFINES VNNODF.
              10 VNNODA        PIC X.
           05 VNNODI           PIC X(3).
           05 VADATL           PIC S9(4) COMP.
           05 VADATF           PIC X.
           05 FILLER REDEFINES VADATF.
              10 VADATA        PIC X.
           05 VADATI           PIC X(8).
           05 VNDATL           PIC S9(4) COMP.
           05 VNDATF           PIC X.
           05 FILLER REDEFINES VNDATF.
              10 VNDATA        PIC X.
           05 VNDATI           PIC X(8).
           05 VATAUL           PIC S9(4) COMP.
           05 VATAUF           PIC X.
           05 FILLER REDEFINES VATAUF.
              10 VATAUA        PIC X.
           05 VATAUI           PIC ZZ9,99.
           05 VNTAUL           PIC S9(4) COMP.
           05 VNTAUF           PIC X.
           05 FILLER REDEFINES VNTAUF.
              10 VNTAUA        PIC X.
           05 VNTAUI           PIC ZZ9,99.
           05 VEFFL            PIC S9(4) COMP.
           05 VEFFF            PIC X.
           05 FILLER REDEFINES VEFFF.
              10 VEFFA         PIC X.
           05 VEFFI            PIC X(8).
           05 VDECL            PIC S9(4) COMP.
           05 VDECF            PIC X.
           05 FILLER REDEFINES VDECF.
              10 VDECA         PIC X.
           05 VDECI            PIC X.
           05 VMSGL            PIC S9(4) COMP.
           05 VMSGF            PIC X.
           05 FILLER REDEFINES VMSGF.
              10 VMSGA         PIC X.
           05 VMSGI            PIC X(50).

       01  MAPVO REDEFINES MAPVI.
           05 FILLER           PIC X(3).
           05 VNUMO            PIC X(7).
           05 FILLER           PIC X(3).
           05 VMATO            PIC X(6).
           05 FILLER           PIC X(3).
           05 VNOMO            PIC X(15).
           05 FILLER           PIC X(3).
           05 VFONO            PIC X.
           05 FILLER           PIC X(3).
           05 VDEMO            PIC X(8).
           05 FILLER           PIC X(3).
           05 VASALO           PIC 9(5),99.
           05 FILLER           PIC X(3).
           05 VNSALO           PIC 9(5),99.
           05 FILLER           PIC X(3).
           05 VACOMO           PIC 9(5),99.
           05 FILLER           PIC X(3).
           05 VNCOMO           PIC 9(5),99.
           05 FILLER           PIC X(3).
           05 VAGRDO           PIC X(2).
           05 FILLER           PIC X(3).
           05 VNGRDO           PIC X(2).
           05 FILLER           PIC X(3).
           05 VANODO           PIC X(3).
           05 FILLER           PIC X(3).
           05 VNNODO           PIC X(3).
           05 FILLER           PIC X(3).
           05 VADATO           PIC X(8).
           05 FILLER           PIC X(3).
           05 VNDATO           PIC X(8).
           05 FILLER           PIC X(3).
           05 VATAUO           PIC ZZ9,99.
           05 FILLER           PIC X(3).
           05 VNTAUO           PIC ZZ9,99.
           05 FILLER           PIC X(3).
           05 VEFFO            PIC X(8).
           05 FILLER           PIC X(3).
           05 VDECO            PIC X.
           05 FILLER           PIC X(3).
           05 VMSGO            PIC X(50).
