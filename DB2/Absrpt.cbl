      *           les absences (table ABSENCE, alimentée par ABSLOAD via  #
      *           ACCESS2 'A') recouvrant le mois AAAAMM du PARM sont     #
      *           éditées avec le département de l'employé, le type, la   #
      *           période et le nombre de jours OUVRES imputables au      #
      *           mois (calendrier CALENDRIER : week-ends et jours        #
      *           fériés exclus), avec un sous-total de jours par         #
      *           département - lecture seule par curseur, comme          #
      *           PARTANTS.                                               #
      ********************************************************************#

       IDENTIFICATION DIVISION.
      *       MOIS, SOUS-TOTAL DE JOURS PAR DEPARTEMENT ET TOTAL        *
      *       GENERAL.                                                  *
      *  260902 : CREATION DU PROGRAMME                                *
      *  261015 : JOURS EXPRIMES EN JOURS OUVRES (TABLE CALENDRIER,    *
      *           WEEK-ENDS ET JOURS FERIES EXCLUS), ABANDON SI LE     *
      *           CALENDRIER DU MOIS N'EST PAS CHARGE                  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           EXEC SQL INCLUDE EMPLOYE2     END-EXEC.
           EXEC SQL INCLUDE DEPARTEMENT  END-EXEC.
           EXEC SQL INCLUDE DEPARTEMENT2 END-EXEC.
           EXEC SQL INCLUDE CALENDRIER   END-EXEC.
           EXEC SQL INCLUDE CALENDRIER2  END-EXEC.
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      *BORNES DU MOIS DEMANDE (PREMIER ET DERNIER JOUR, EN AAAA-MM-JJ
       01  WS-REC-FIN        PIC 9(8)       VALUE ZEROES.
       01  WS-JOURS          PIC S9(5) COMP VALUE ZEROES.

      *DECOMPTE DES JOURS OUVRES (TABLE CALENDRIER) : BORNES DU
      *RECOUVREMENT EN AAAA-MM-JJ, LIGNES DU CALENDRIER ET JOURS 'O'
      *DU MOIS (CONTROLE DE CHARGEMENT) PUIS DE CHAQUE RECOUVREMENT
       01  WS-CAL-DEB        PIC X(10)      VALUE SPACES.
       01  WS-CAL-FIN        PIC X(10)      VALUE SPACES.
       01  WS-CAL-LIGNES     PIC S9(9) COMP VALUE ZEROES.
       01  WS-CAL-OUVRES     PIC S9(9) COMP VALUE ZEROES.
       01  WS-OUVRES-MOIS    PIC S9(5) COMP VALUE ZEROES.

      *RUPTURE SUR LE DEPARTEMENT (CURSEUR TRIE SUR NOD) ET CUMULS
       01  WS-NOD-COURANT    PIC X(3)       VALUE SPACES.
       01  WS-JOURS-NOD      PIC 9(5)  COMP VALUE ZEROES.
       01  L2A.
           05                PIC X(07) VALUE 'MOIS : '.
           05 ED-L2A-MOIS    PIC X(06) VALUE SPACES.
           05                PIC X(27) VALUE
                                 '   JOURS OUVRES DU MOIS : '.
           05 ED-L2A-OUVRES  PIC Z9    VALUE ZEROES.

       01  L3.
           05                PIC X(03) VALUE 'NOD'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(10) VALUE 'FIN'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(05) VALUE 'J.OUV'.

       01  L4.
           05                PIC X(03) VALUE ALL '-'.
           05 ED-L6-NOD      PIC X(03) VALUE SPACES.
           05                PIC X(01) VALUE SPACES.
           05 ED-L6-JOURS    PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(13) VALUE ' JOURS OUVRES'.

       01  L7.
           05                PIC X(22) VALUE
                                 'TOTAL GENERAL        '.
           05 ED-L7-JOURS    PIC Z(6)9 VALUE ZEROES.
           05                PIC X(13) VALUE ' JOURS OUVRES'.

       LINKAGE SECTION.
       01  PARM-ABSRPT.
                PERFORM FIN
             END-IF
             PERFORM CALCUL-BORNES-MOIS
             PERFORM CONTROLE-CALENDRIER-MOIS

      *OUVERTURE DU FICHIER D'EDITION ET DE L'ENTETE
             OPEN OUTPUT EDIT
             MOVE WS-JOUR-MAX TO WS-MOIS-FIN-NUM(7:2)
             .

      *CONTROLE DU CHARGEMENT DU CALENDRIER SUR LE MOIS DEMANDE : UNE
      *LIGNE PAR JOUR DU MOIS EST EXIGEE, SINON LES JOURS OUVRES NE
      *PEUVENT PAS ETRE DECOMPTES (ANNEE NON CHARGEE PAR CALLOAD) ET
      *LE RELEVE EST ABANDONNE. LE NOMBRE DE JOURS OUVRES DU MOIS EST
      *EDITE DANS L'ENTETE.
       CONTROLE-CALENDRIER-MOIS.
             MOVE WS-MOIS-DEB TO WS-CAL-DEB
             MOVE WS-MOIS-FIN TO WS-CAL-FIN
             PERFORM DECOMPTE-CALENDRIER
             IF WS-CAL-LIGNES < WS-JOUR-MAX
                DISPLAY 'CALENDRIER NON CHARGE POUR LE MOIS '
                        PARM-AAAAMM ' (' WS-CAL-LIGNES ' JOURS SUR '
                        WS-JOUR-MAX ') - VOIR CALLOAD'
                PERFORM FIN
             END-IF
             MOVE WS-CAL-OUVRES TO WS-OUVRES-MOIS
             .

      *COMPTE LES LIGNES DU CALENDRIER ENTRE WS-CAL-DEB ET WS-CAL-FIN
      *ET LES JOURS OUVRES ('O') PARMI ELLES (ORDRE ENSEMBLISTE)
       DECOMPTE-CALENDRIER.
             EXEC SQL
                SELECT COUNT(*),
                       VALUE(SUM(CASE TYPJOUR WHEN 'O' THEN 1
                                              ELSE 0 END), 0)
                  INTO :WS-CAL-LIGNES, :WS-CAL-OUVRES
                  FROM CALENDRIER
                 WHERE DATJOUR BETWEEN :WS-CAL-DEB AND :WS-CAL-FIN
             END-EXEC
             IF SQLCODE NOT = ZEROES
                DISPLAY 'ERREUR LECTURE CALENDRIER : ' SQLCODE
                PERFORM FIN
             END-IF
             .

      *LECTURE D'UNE LIGNE SUIVANTE DU CURSEUR
       LECTURE-SUIVANTE.
             EXEC SQL
             END-EXEC
             .

      *EDITE LA LIGNE DE L'ABSENCE COURANTE AVEC SES JOURS OUVRES
      *RAMENES AU MOIS (RECOUVREMENT DE L'ABSENCE ET DU MOIS, JOURS
      *'O' DU CALENDRIER ENTRE CES BORNES) ET CUMULE LES JOURS DU
      *DEPARTEMENT ET DU TOTAL.
       EDITION-LIGNE-ABSENCE.
             MOVE HVB-DATDEB(1:4) TO WS-ABS-DEB-NUM(1:4)
             MOVE HVB-DATDEB(6:2) TO WS-ABS-DEB-NUM(5:2)
             ELSE
                MOVE WS-MOIS-FIN-NUM TO WS-REC-FIN
             END-IF
             STRING WS-REC-DEB(1:4) '-' WS-REC-DEB(5:2) '-'
                    WS-REC-DEB(7:2)
                DELIMITED BY SIZE INTO WS-CAL-DEB
             STRING WS-REC-FIN(1:4) '-' WS-REC-FIN(5:2) '-'
                    WS-REC-FIN(7:2)
                DELIMITED BY SIZE INTO WS-CAL-FIN
             PERFORM DECOMPTE-CALENDRIER
             MOVE WS-CAL-OUVRES TO WS-JOURS
             ADD WS-JOURS TO WS-JOURS-NOD
             ADD WS-JOURS TO WS-JOURS-TOT

             MOVE L2   TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE PARM-AAAAMM TO ED-L2A-MOIS
             MOVE WS-OUVRES-MOIS TO ED-L2A-OUVRES
             MOVE '0'  TO CAR-SAUT
             MOVE L2A  TO LIG-EDIT
             WRITE ENR-EDIT
      ********************************************************************#
      *1                              RELEVE MENSUEL DES ABSENCES
      *                               ----------------------------
      *0MOIS : 202608   JOURS OUVRES DU MOIS : 21
      *0NOD   NDE      MAT      NOM               TYPE          DEBUT        FIN          J.OUV
      * ---   ------   ------   ---------------   -----------   ----------   ----------   -----
      * P02   COMPTA   030      BARI              CONGE PAYE    2026-08-03   2026-08-21      15
      * P02   COMPTA   050      CICS              SANS SOLDE    2026-08-10   2026-08-14       5
      * SOUS-TOTAL P02     20 JOURS OUVRES
      *0TOTAL GENERAL             20 JOURS OUVRES
      *********************************** BOTTOM OF DATA *********************************
