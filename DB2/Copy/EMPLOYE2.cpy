      * 260822 : ELARGISSEMENT HVE-MAT X(6) / HVE-NOM X(15)            *
      * 260822 : AJOUT DE HVE-STA ET HVE-DATDEP (STATUT/DEPART)         *
      * 260902 : AJOUT DE HVE-GRD (CODE GRADE)                          *
      * 261015 : AJOUT DE HVE-TAUX (TAUX D'ACTIVITE EN %)               *
      * 261015 : AJOUT DE HVE-TYPCTR ET HVE-DATFCT (CONTRAT)             *
      ******************************************************************
       01  HVE-EMPLOYE.
           10 HVE-MAT              PIC X(6).
           10 HVE-STA              PIC X(1).
           10 HVE-DATDEP           PIC X(10).
           10 HVE-GRD              PIC X(2).
           10 HVE-TAUX             PIC S9(3)V9(2) USAGE COMP-3.
           10 HVE-TYPCTR           PIC X(1).
           10 HVE-DATFCT           PIC X(10).
           10 HVE-HORODATE         PIC X(26).
