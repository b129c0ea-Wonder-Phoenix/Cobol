      ******************************************************************
      * ENR-ANONYME : ENREGISTREMENT DU FICHIER D'EXTRACTION ANONYMISEE*
      *               DE LA BASE DU PERSONNEL, ECRIT PAR ANONYM EN     *
      *               PRODUCTION ET RECHARGE PAR ANOCHARG DANS LES     *
      *               TABLES DE TEST. ANO-TYPE : '00' ENTETE, UN TYPE  *
      *               PAR TABLE ('EM' EMPLOYE, 'EH' EMPHIST, 'AB'      *
      *               ABSENCE, 'CO' COORDON, 'DE' DEPARTEMENT, 'GR'    *
      *               GRADE, 'BU' BUDGET, 'DS' DEPSNAP, 'GL' GLMAP),   *
      *               '99' FIN : NOMBRE DE LIGNES PAR TABLE (RANG 1 A  *
      *               9 DANS L'ORDRE CI-DESSUS) ET NOMBRE D'ANOMALIES  *
      *               D'INTEGRITE RELEVEES EN PRODUCTION (CONTROLES 1  *
      *               A 10, VOIR ANONYM) POUR LE RAPPROCHEMENT. LES    *
      *               MONTANTS SONT EN NUMERIQUE NON SIGNE, LES DATES  *
      *               AU FORMAT DB2. NOM, ADR, VILLE, TEL, COURRIEL,   *
      *               SAL, COM ET LES MONTANTS QUI EN DECOULENT SONT   *
      *               DEJA ANONYMISES.                                 *
      * 261015 : CREATION DE LA ZONE                                  *
      ******************************************************************
       01  ENR-ANONYME.
           05 ANO-TYPE           PIC X(2).
           05 ANO-DONNEES        PIC X(198).
      *ENTETE : HORODATAGE DU POINT D'EXTRACTION
       01  ENR-ANO-ENTETE.
           05                    PIC X(2).
           05 ANO-ENT-HORO       PIC X(14).
           05                    PIC X(184).
      *EMPLOYE (ANO-EM-COMNUL 'O' = COM NULLE EN TABLE)
       01  ENR-ANO-EMPLOYE.
           05                    PIC X(2).
           05 ANO-EM-MAT         PIC X(6).
           05 ANO-EM-NOM         PIC X(15).
           05 ANO-EM-NOD         PIC X(3).
           05 ANO-EM-DAT         PIC X(10).
           05 ANO-EM-SAL         PIC 9(5)V99.
           05 ANO-EM-COM         PIC 9(5)V99.
           05 ANO-EM-COMNUL      PIC X.
           05 ANO-EM-STA         PIC X.
           05 ANO-EM-DATDEP      PIC X(10).
           05 ANO-EM-GRD         PIC X(2).
           05 ANO-EM-TAUX        PIC 9(3)V99.
           05 ANO-EM-TYPCTR      PIC X.
           05 ANO-EM-DATFCT      PIC X(10).
           05                    PIC X(120).
      *EMPHIST
       01  ENR-ANO-EMPHIST.
           05                    PIC X(2).
           05 ANO-EH-MAT         PIC X(6).
           05 ANO-EH-DATEFF      PIC X(26).
           05 ANO-EH-CDFONC      PIC X.
           05 ANO-EH-ANCSAL      PIC 9(5)V99.
           05 ANO-EH-ANCCOM      PIC 9(5)V99.
           05 ANO-EH-NOUSAL      PIC 9(5)V99.
           05 ANO-EH-NOUCOM      PIC 9(5)V99.
           05 ANO-EH-ANCTAU      PIC 9(3)V99.
           05 ANO-EH-NOUTAU      PIC 9(3)V99.
           05 ANO-EH-DATSAI      PIC X(26).
           05                    PIC X(101).
      *ABSENCE
       01  ENR-ANO-ABSENCE.
           05                    PIC X(2).
           05 ANO-AB-MAT         PIC X(6).
           05 ANO-AB-TYPABS      PIC X.
           05 ANO-AB-DATDEB      PIC X(10).
           05 ANO-AB-DATFIN      PIC X(10).
           05                    PIC X(171).
      *COORDON
       01  ENR-ANO-COORDON.
           05                    PIC X(2).
           05 ANO-CO-MAT         PIC X(6).
           05 ANO-CO-ADR         PIC X(30).
           05 ANO-CO-VILLE       PIC X(20).
           05 ANO-CO-CODPOST     PIC X(5).
           05 ANO-CO-TEL         PIC X(15).
           05 ANO-CO-COURRIEL    PIC X(30).
           05                    PIC X(92).
      *DEPARTEMENT
       01  ENR-ANO-DEPARTEMENT.
           05                    PIC X(2).
           05 ANO-DE-NOD         PIC X(3).
           05 ANO-DE-NDE         PIC X(6).
           05 ANO-DE-LIE         PIC X(4).
           05 ANO-DE-CHE         PIC X(6).
           05 ANO-DE-PARENT      PIC X(3).
           05                    PIC X(176).
      *GRADE
       01  ENR-ANO-GRADE.
           05                    PIC X(2).
           05 ANO-GR-GRD         PIC X(2).
           05 ANO-GR-LIB         PIC X(15).
           05 ANO-GR-SALMIN      PIC 9(5)V99.
           05 ANO-GR-SALMAX      PIC 9(5)V99.
           05                    PIC X(167).
      *BUDGET
       01  ENR-ANO-BUDGET.
           05                    PIC X(2).
           05 ANO-BU-ANNEE       PIC X(4).
           05 ANO-BU-NOD         PIC X(3).
           05 ANO-BU-MASSE       PIC 9(7)V99.
           05                    PIC X(182).
      *DEPSNAP
       01  ENR-ANO-DEPSNAP.
           05                    PIC X(2).
           05 ANO-DS-PERIODE     PIC X(6).
           05 ANO-DS-NOD         PIC X(3).
           05 ANO-DS-NBEMP       PIC 9(9).
           05 ANO-DS-ETP         PIC 9(5)V99.
           05 ANO-DS-TOTSAL      PIC 9(7)V99.
           05 ANO-DS-TOTCOM      PIC 9(7)V99.
           05 ANO-DS-MOYSAL      PIC 9(5)V99.
           05                    PIC X(148).
      *GLMAP
       01  ENR-ANO-GLMAP.
           05                    PIC X(2).
           05 ANO-GL-NOD         PIC X(3).
           05 ANO-GL-CENTRE      PIC X(6).
           05 ANO-GL-CPTSAL      PIC X(8).
           05 ANO-GL-CPTCOM      PIC X(8).
           05 ANO-GL-CPTPRI      PIC X(8).
           05 ANO-GL-CPTHEU      PIC X(8).
           05                    PIC X(157).
      *FIN : LIGNES PAR TABLE ET ANOMALIES D'INTEGRITE EN PRODUCTION
       01  ENR-ANO-FIN.
           05                    PIC X(2).
           05 ANO-FIN-LIGNES     PIC 9(7) OCCURS 9.
           05 ANO-FIN-ANOMALIES  PIC 9(7) OCCURS 10.
           05                    PIC X(65).
