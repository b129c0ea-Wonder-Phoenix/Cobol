      ********************************************************************#
      *  ÉNONCÉ : Rappels de salaire : une augmentation accordée en      #
      *           retard (date d'effet passée, ACCESS2 'M' ou SALREV)    #
      *           n'a pas été payée sur les mois déjà extraits pour le   #
      *           bureau de paie. Pour chaque mois extrait par PAYEXT    #
      *           (fichier de contrôle PERCTL) avant la saisie du        #
      *           changement, l'écart entre ce qui a été extrait et ce   #
      *           qui aurait dû être payé est calculé à partir de        #
      *           l'historique EMPHIST, écrit dans un fichier de rappels #
      *           complémentaire (entête/fin de contrôle comme PAYEXT)   #
      *           et édité par département. Le garde-fou PERCTL empêche  #
      *           d'envoyer deux fois les mêmes rappels.                 #
      ********************************************************************#

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPELS.
       AUTHOR. SV.
       DATE-WRITTEN. 15/10/26.
      ******************************************************************
      * BUT : PRODUIRE LE FICHIER MENSUEL DES RAPPELS DE SALAIRE :      *
      *       CHAQUE LIGNE EMPHIST DE CHANGEMENT ('M' SALAIRE/COMMISSION*
      *       OU 'T' TAUX D'ACTIVITE) SAISIE DEPUIS LE PASSAGE PRECEDENT*
      *       EST CONFRONTEE AUX MOIS DEJA EXTRAITS PAR PAYEXT (PERCTL) *
      *       : UN MOIS AU MOINS EGAL AU MOIS D'EFFET ET EXTRAIT AVANT  *
      *       LA SAISIE A ETE PAYE SUR L'ANCIENNE BASE, L'ECART (PRORATA*
      *       DES JOURS CALENDAIRES SUR LE MOIS D'EFFET) EST DU. FICHIER*
      *       ENTETE ('1'), DETAIL ('2') PAR EMPLOYE, CHANGEMENT ET MOIS*
      *       RAPPELE, FIN ('9') AVEC LE NOMBRE DE DETAILS ET LE TOTAL, *
      *       ET EDITION PAR DEPARTEMENT AVEC SOUS-TOTAUX.              *
      *  261015 : CREATION DU PROGRAMME                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *DECLARATION DU FICHIER DES RAPPELS (GENERATION DATA GROUP, VOIR
      *LA JCL : UNE NOUVELLE GENERATION EST CREEE A CHAQUE EXECUTION)
           SELECT RAPPEL ASSIGN TO RAPPEL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FS-RAPPEL.
      *FICHIER DES CARTES OPERATEUR (FACULTATIF : CARTE 'R' = REPRISE
      *AUTORISEE D'UN MOIS DE RAPPELS DEJA EMIS)
           SELECT CARTES ASSIGN TO CARTES
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FS-CARTES.
      *FICHIER DE CONTROLE DES PERIODES TRAITEES (MOIS EXTRAITS PAR
      *PAYEXT ET GARDE-FOU DES RAPPELS)
           SELECT PERCTL ASSIGN TO PERCTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FS-PERCTL.
      *DECLARATION DU FICHIER D'EDITION
           SELECT EDIT ASSIGN TO EDIT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FS-EDIT.
      *JOURNAL D'EXPLOITATION COMMUN DE LA CHAINE BATCH
           SELECT OPSLOG ASSIGN TO OPSLOG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FS-OPSLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  RAPPEL RECORDING MODE IS F.
       01  ENR-RAPPEL        PIC X(150).

       FD  CARTES RECORDING MODE IS F.
      *CARTE OPERATEUR : 'R' EN COLONNE 1 = REPRISE AUTORISEE
       01  ENR-CARTE.
           05 CAR-TYPE       PIC X.
           05                PIC X(79).

       FD  PERCTL RECORDING MODE IS F.
           COPY PERCTL.

       FD  EDIT RECORDING MODE IS F.
       01  ENR-EDIT.
           05 CAR-SAUT       PIC X.
           05 LIG-EDIT       PIC X(132).

       FD  OPSLOG RECORDING MODE IS F.
           COPY OPSLOG.

       WORKING-STORAGE SECTION.
      *FILE STATUS
       01  FS-RAPPEL         PIC 99 VALUE ZEROES.
       01  FS-CARTES         PIC 99 VALUE ZEROES.
       01  FS-PERCTL         PIC 99 VALUE ZEROES.
       01  FS-EDIT           PIC 99 VALUE ZEROES.

      *SUIVI D'EXPLOITATION (JOURNAL COMMUN DE LA CHAINE BATCH)
       01  FS-OPSLOG         PIC 99    VALUE ZEROES.
       01  WS-HORODATAGE     PIC X(21) VALUE SPACES.
       01  WS-OPS-DEBUT      PIC X(14) VALUE SPACES.
       01  WS-OPS-LUS        PIC 9(7)  VALUE ZEROES.
       01  WS-OPS-ECRITS     PIC 9(7)  VALUE ZEROES.
       01  WS-CODE-RETOUR    PIC 99    VALUE ZEROES.

      *COPY DES DECLARATIONS ET HOST-VARIABLES DES TABLES EMPHIST ET
      *EMPLOYE (LECTURE SEULE)
           EXEC SQL INCLUDE EMPHIST      END-EXEC.
           EXEC SQL INCLUDE EMPHIST2     END-EXEC.
           EXEC SQL INCLUDE EMPLOYE      END-EXEC.
           EXEC SQL INCLUDE EMPLOYE2     END-EXEC.
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      *GARDE-FOU DE PERIODE : LES RAPPELS SONT MENSUELS, UN MOIS DEJA
      *EMIS N'EST PAS REEMIS PAR ERREUR - UNE CARTE 'R' AUTORISE LA
      *VRAIE REEMISSION, MARQUEE 'DUPLICATA' ET LIMITEE AUX MEMES
      *CHANGEMENTS QUE L'EMISSION D'ORIGINE
       01  WS-PERIODE-CTL    PIC X(6)  VALUE SPACES.
       01  WS-PERIODE-FAITE  PIC X     VALUE 'N'.
           88 PERIODE-FAITE          VALUE 'O'.
       01  WS-REPRISE        PIC X     VALUE 'N'.
           88 REPRISE-AUTORISEE      VALUE 'O'.

      *FENETRE DE SAISIE DES CHANGEMENTS TRAITES (AAAAMMJJHHMMSS) :
      *DEPUIS LE PASSAGE DES RAPPELS DU MOIS PRECEDENT (EXCLU) JUSQU'AU
      *DEBUT DU PRESENT PASSAGE (OU DE L'EMISSION D'ORIGINE EN REPRISE)
      *- UN CHANGEMENT N'ENTRE AINSI QUE DANS UN SEUL FICHIER DE
      *RAPPELS. LES MEMES BORNES AU FORMAT TIMESTAMP DB2 POUR LE CURSEUR.
       01  WS-BORNE-BASSE    PIC X(14) VALUE '00010101000000'.
       01  WS-BORNE-HAUTE    PIC X(14) VALUE SPACES.
       01  WS-HOR14          PIC X(14) VALUE SPACES.
       01  WS-TS             PIC X(26) VALUE SPACES.
       01  WS-TS-BASSE       PIC X(26) VALUE SPACES.
       01  WS-TS-HAUTE       PIC X(26) VALUE SPACES.

      *TABLE DES MOIS EXTRAITS PAR PAYEXT (PERIODE AAAAMM ET HORODATAGE
      *DE LA PREMIERE EMISSION, DANS L'ORDRE DU FICHIER DE CONTROLE)
       01  WS-MAX-PER        PIC 9(3) COMP VALUE 120.
       01  WS-NB-PER         PIC 9(3) COMP VALUE ZEROES.
       01  TABLE-PERIODE.
           05 TP-LIGNE OCCURS 120 TIMES
                       INDEXED BY IX-PER.
              10 TP-PERIODE   PIC X(6).
              10 TP-HORODATAGE PIC X(14).
       01  WS-PER-TROUVEE    PIC X    VALUE 'N'.
           88 PER-TROUVEE            VALUE 'O'.

      *CHANGEMENT COURANT : HORODATE DE SAISIE (AAAAMMJJHHMMSS), MOIS
      *ET JOUR D'EFFET, ECART MENSUEL DU (BASE PONDEREE PAR LE TAUX
      *D'ACTIVITE, PLUS L'ECART DE COMMISSION) - NEGATIF SUR UNE BAISSE
       01  WS-SAI14          PIC X(14)   VALUE SPACES.
       01  WS-PER-EFFET      PIC X(6)    VALUE SPACES.
       01  WS-JOUR-EFFET     PIC 9(2)    VALUE ZEROES.
       01  WS-ECART          PIC S9(7)V99 VALUE ZEROES.

      *MOIS RAPPELE : PREMIER JOUR (AAAA-MM-JJ, COMPARE A LA DATE DE
      *DEPART), LONGUEUR DU MOIS (FEVRIER BISSEXTILE COMPRIS, MEME
      *NOYAU QUE LE CONTROLE CALENDAIRE D'ACCESS2), JOURS DUS ET MONTANT
       01  WS-PER-DEB-ISO    PIC X(10) VALUE SPACES.
       01  WS-AN-PER         PIC 9(4)  VALUE ZEROES.
       01  WS-MOIS-PER       PIC 9(2)  VALUE ZEROES.
       01  WS-JOUR-MAX       PIC 9(2)  VALUE ZEROES.
       01  WS-JOURS-DUS      PIC 9(2)  VALUE ZEROES.
       01  WS-CTL-RESTE      PIC 9(4)  VALUE ZEROES.
       01  WS-CTL-QUOTIENT   PIC 9(4)  VALUE ZEROES.
       01  WS-LONGUEUR-MOIS.
           05 PIC X(24) VALUE '312831303130313130313031'.
       01  WS-LONGUEUR-MOIS-R REDEFINES WS-LONGUEUR-MOIS.
           05 WS-JOURS-MOIS   PIC 9(2) OCCURS 12.
       01  WS-RAPPEL         PIC S9(7)V99 VALUE ZEROES.

      *COMPTEURS ET TOTAUX DE CONTROLE DU FICHIER ET DE L'EDITION
       01  WS-NB-LUS         PIC 9(7)     COMP VALUE ZEROES.
       01  WS-NB-DETAILS     PIC 9(7)     COMP VALUE ZEROES.
       01  WS-NB-EMPLOYES    PIC 9(5)     COMP VALUE ZEROES.
       01  WS-NB-TROP-PERCUS PIC 9(5)     COMP VALUE ZEROES.
       01  WS-TOT-RAPPEL     PIC S9(9)V99 VALUE ZEROES.

      *RUPTURE SUR LE DEPARTEMENT (CURSEUR TRIE SUR NOD PUIS MAT)
       01  WS-NOD-COURANT    PIC X(3)     VALUE SPACES.
       01  WS-MAT-COURANT    PIC X(6)     VALUE SPACES.
       01  WS-PREMIER        PIC X        VALUE 'O'.
           88 PREMIER-DEPT              VALUE 'O'.
       01  WS-NB-DEPT        PIC 9(5)     COMP VALUE ZEROES.
       01  WS-TOT-DEPT       PIC S9(9)V99 VALUE ZEROES.

      *ZONES NUMERIQUES EDITEES DU FICHIER DES RAPPELS (DECIMALES
      *EXPLICITES, SANS SUPPRESSION DE ZEROS, SIGNE EN TETE DES
      *MONTANTS DE RAPPEL)
       01  ED-EXT-ANCSAL     PIC 9(5),99.
       01  ED-EXT-NOUSAL     PIC 9(5),99.
       01  ED-EXT-ANCTAU     PIC 9(3),99.
       01  ED-EXT-NOUTAU     PIC 9(3),99.
       01  ED-EXT-ANCCOM     PIC 9(5),99.
       01  ED-EXT-NOUCOM     PIC 9(5),99.
       01  ED-EXT-JOURS      PIC 9(2).
       01  ED-EXT-JMAX       PIC 9(2).
       01  ED-EXT-RAPPEL     PIC -9(7),99.
       01  ED-EXT-NB         PIC 9(7).
       01  ED-EXT-TOT        PIC -9(9),99.
       01  ED-EXT-DATEFF     PIC X(8).

      *ZONE DE CONSTRUCTION DE L'ENREGISTREMENT COURANT
       01  WS-ENR            PIC X(150) VALUE SPACES.

      *CURSEUR DES CHANGEMENTS DE SALAIRE/COMMISSION ('M') ET DE TAUX
      *D'ACTIVITE ('T') SAISIS DANS LA FENETRE, AVEC LE DEPARTEMENT,
      *LE STATUT ET LA DATE DE DEPART ACTUELS DE L'EMPLOYE
           EXEC SQL DECLARE LISTRAP CURSOR FOR
            SELECT E.NOD, H.MAT, E.NOM, E.STA, E.DATDEP,
                   H.CDFONC, H.DATEFF, H.DATSAI,
                   H.ANCSAL, H.ANCCOM, H.NOUSAL, H.NOUCOM,
                   H.ANCTAU, H.NOUTAU
            FROM EMPHIST H
                 INNER JOIN EMPLOYE E
                    ON E.MAT = H.MAT
            WHERE H.CDFONC IN ('M', 'T')
              AND H.DATSAI >  :WS-TS-BASSE
              AND H.DATSAI <= :WS-TS-HAUTE
            ORDER BY E.NOD, H.MAT, H.DATEFF
           END-EXEC

      *LIGNES D'EDITION
       01  L1.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(43) VALUE
                      'RAPPELS DE SALAIRE SUR PAIES DEJA EXTRAITES'.
       01  L2.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(43) VALUE ALL '-'.

       01  L2A.
           05                PIC X(18) VALUE 'MOIS D''EMISSION : '.
           05 ED-L2A-PERIODE PIC X(06) VALUE SPACES.
           05                PIC X(25) VALUE
                                 '   CHANGEMENTS SAISIS DU '.
           05 ED-L2A-DEBUT   PIC X(16) VALUE SPACES.
           05                PIC X(04) VALUE ' AU '.
           05 ED-L2A-FIN     PIC X(16) VALUE SPACES.
           05                PIC X(02) VALUE SPACES.
           05 ED-L2A-DUPLI   PIC X(09) VALUE SPACES.

       01  L3.
           05                PIC X(03) VALUE 'NOD'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE 'MAT'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(15) VALUE 'NOM'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE 'MOIS'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(08) VALUE 'EFFET'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(09) VALUE 'ANC. BASE'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(09) VALUE 'NOU. BASE'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE 'TAUX'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(05) VALUE 'JOURS'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(11) VALUE '     RAPPEL'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(20) VALUE 'OBSERVATION'.

       01  L4.
           05                PIC X(03) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(15) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(08) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(09) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(09) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(06) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(05) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(11) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(20) VALUE ALL '-'.

       01  L5.
           05 ED-L5-NOD      PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-MAT      PIC X(06) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-NOM      PIC X(15) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-PERIODE  PIC X(06) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-DATEFF   PIC X(08) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-ANCSAL   PIC ZZ.ZZ9,99 VALUE ZEROES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-NOUSAL   PIC ZZ.ZZ9,99 VALUE ZEROES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-TAUX     PIC ZZ9,99 VALUE ZEROES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-JOURS    PIC Z9    VALUE ZEROES.
           05                PIC X(01) VALUE '/'.
           05 ED-L5-JMAX     PIC 99    VALUE ZEROES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-RAPPEL   PIC ---.--9,99 VALUE ZEROES.
           05                PIC X(04) VALUE SPACES.
           05 ED-L5-OBS      PIC X(22) VALUE SPACES.

       01  L6.
           05                PIC X(18) VALUE 'TOTAL DEPARTEMENT '.
           05 ED-L6-NOD      PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE ' : '.
           05 ED-L6-NB       PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(08) VALUE ' LIGNES '.
           05 ED-L6-TOT      PIC ----.---.--9,99 VALUE ZEROES.

       01  L7.
           05                PIC X(16) VALUE 'TOTAL RAPPELS : '.
           05 ED-L7-NB       PIC ZZZZZZ9 VALUE ZEROES.
           05                PIC X(08) VALUE ' LIGNES '.
           05 ED-L7-TOT      PIC ----.---.--9,99 VALUE ZEROES.
           05                PIC X(13) VALUE '   EMPLOYES :'.
           05 ED-L7-EMP      PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(16) VALUE '   TROP-PERCUS :'.
           05 ED-L7-TROP     PIC ZZZZ9 VALUE ZEROES.

       01  L8.
           05                PIC X(40) VALUE
                      'AUCUN RAPPEL DU SUR LES PAIES EXTRAITES'.

       PROCEDURE DIVISION.
             MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE
             MOVE WS-HORODATAGE(1:14)   TO WS-OPS-DEBUT
                                           WS-BORNE-HAUTE
             MOVE WS-HORODATAGE(1:6)    TO WS-PERIODE-CTL

      *GARDE-FOU DE PERIODE ET MOIS EXTRAITS : LECTURE DES CARTES ET
      *DU FICHIER DE CONTROLE (MOIS PAYEXT, PASSAGES PRECEDENTS)
             PERFORM LECTURE-CARTES
             PERFORM CHARGEMENT-PERCTL
             IF PERIODE-FAITE AND NOT REPRISE-AUTORISEE
                DISPLAY 'RAPPELS ' WS-PERIODE-CTL
                        ' DEJA EMIS - CARTE ''R'' REQUISE '
                        'POUR UNE REEMISSION'
                PERFORM FIN
             END-IF
             MOVE WS-BORNE-BASSE TO WS-HOR14
             PERFORM CONVERSION-HORODATAGE
             MOVE WS-TS TO WS-TS-BASSE
             MOVE WS-BORNE-HAUTE TO WS-HOR14
             PERFORM CONVERSION-HORODATAGE
             MOVE WS-TS TO WS-TS-HAUTE

             OPEN OUTPUT RAPPEL
             IF FS-RAPPEL NOT = ZEROES
                DISPLAY 'ERREUR OPEN RAPPEL, FS : ' FS-RAPPEL
                PERFORM FIN
             END-IF
             OPEN OUTPUT EDIT
             IF FS-EDIT NOT = ZEROES
                DISPLAY 'ERREUR OPEN EDIT, FS : ' FS-EDIT
                PERFORM FIN
             END-IF
             PERFORM ECRITURE-ENTETE

      *ECRITURE DE L'ENREGISTREMENT ENTETE ('1' + DATE D'EMISSION +
      *'RAPPEL' : LE BUREAU DISTINGUE LE FICHIER COMPLEMENTAIRE DE
      *L'EXTRACTION MENSUELLE) - UNE REEMISSION AUTORISEE EST MARQUEE
      *'DUPLICATA' POUR QUE LE BUREAU NE PAIE PAS DEUX FOIS
             MOVE SPACES TO WS-ENR
             IF PERIODE-FAITE
                STRING '1;' WS-HORODATAGE(1:8) ';RAPPEL;DUPLICATA'
                   DELIMITED BY SIZE INTO WS-ENR
             ELSE
                STRING '1;' WS-HORODATAGE(1:8) ';RAPPEL'
                   DELIMITED BY SIZE INTO WS-ENR
             END-IF
             MOVE WS-ENR TO ENR-RAPPEL
             WRITE ENR-RAPPEL

      *PARCOURS DES CHANGEMENTS SAISIS DANS LA FENETRE, RUPTURE SUR
      *LE DEPARTEMENT A CHAQUE LIGNE DE RAPPEL EDITEE
             EXEC SQL OPEN LISTRAP END-EXEC
             IF SQLCODE NOT = ZEROES
                DISPLAY 'ERREUR OPEN LISTRAP : ' SQLCODE
                PERFORM FIN
             END-IF
             PERFORM LECTURE-SUIVANTE
             PERFORM UNTIL SQLCODE = +100
                ADD 1 TO WS-NB-LUS
                PERFORM TRAITEMENT-CHANGEMENT
                PERFORM LECTURE-SUIVANTE
             END-PERFORM
             EXEC SQL CLOSE LISTRAP END-EXEC

      *SOUS-TOTAL DU DERNIER DEPARTEMENT ET TOTAL GENERAL (OU LIGNE
      *SIGNALANT QU'AUCUN RAPPEL N'EST DU)
             IF PREMIER-DEPT
                MOVE L8  TO LIG-EDIT
                MOVE '0' TO CAR-SAUT
                WRITE ENR-EDIT
             ELSE
                PERFORM EDITION-SOUS-TOTAL
             END-IF
             MOVE WS-NB-DETAILS     TO ED-L7-NB
             MOVE WS-TOT-RAPPEL     TO ED-L7-TOT
             MOVE WS-NB-EMPLOYES    TO ED-L7-EMP
             MOVE WS-NB-TROP-PERCUS TO ED-L7-TROP
             MOVE L7  TO LIG-EDIT
             MOVE '0' TO CAR-SAUT
             WRITE ENR-EDIT
             CLOSE EDIT

      *ECRITURE DE L'ENREGISTREMENT FIN ('9' + COMPTE + TOTAL SIGNE)
             MOVE WS-NB-DETAILS TO ED-EXT-NB
             MOVE WS-TOT-RAPPEL TO ED-EXT-TOT
             MOVE SPACES TO WS-ENR
             STRING '9;' ED-EXT-NB ';' ED-EXT-TOT
                DELIMITED BY SIZE INTO WS-ENR
             MOVE WS-ENR TO ENR-RAPPEL
             WRITE ENR-RAPPEL
             CLOSE RAPPEL
             DISPLAY 'RAPPELS DE SALAIRE : ' WS-NB-DETAILS ' LIGNES'

      *LE MOIS EST MARQUE FAIT APRES UNE PREMIERE EMISSION COMPLETE
      *(UNE REEMISSION AUTORISEE NE LE REMARQUE PAS) ; UN TROP-PERCU
      *A RETENIR DONNE LE CODE AVERTISSEMENT
             IF NOT PERIODE-FAITE
                PERFORM MARQUAGE-PERIODE
             END-IF
             IF WS-NB-TROP-PERCUS NOT = ZEROES
                MOVE 4 TO WS-CODE-RETOUR
             END-IF
             MOVE WS-NB-LUS     TO WS-OPS-LUS
             MOVE WS-NB-DETAILS TO WS-OPS-ECRITS
             PERFORM TERMINAISON
             .

      *LECTURE DES CARTES OPERATEUR (FICHIER FACULTATIF) : UNE CARTE
      *'R' AUTORISE LA REEMISSION D'UN MOIS DE RAPPELS DEJA EMIS
       LECTURE-CARTES.
             OPEN INPUT CARTES
             IF FS-CARTES = ZEROES
                READ CARTES
                PERFORM UNTIL FS-CARTES NOT = ZEROES
                   IF CAR-TYPE = 'R'
                      MOVE 'O' TO WS-REPRISE
                   END-IF
                   READ CARTES
                END-PERFORM
                CLOSE CARTES
             END-IF
             .

      *LECTURE DU FICHIER DE CONTROLE : LES MOIS EXTRAITS PAR PAYEXT
      *SONT RANGES EN TABLE (HORODATAGE DE LA PREMIERE EMISSION), LE
      *DERNIER PASSAGE DES RAPPELS D'UN MOIS ANTERIEUR DONNE LA BORNE
      *BASSE DE LA FENETRE, UN PASSAGE DU MOIS COURANT MARQUE LA
      *PERIODE FAITE ET DONNE LA BORNE HAUTE D'UNE REEMISSION. UN
      *FICHIER ABSENT OU VIDE VAUT PERIODE LIBRE, SANS MOIS EXTRAIT.
       CHARGEMENT-PERCTL.
             MOVE 'N' TO WS-PERIODE-FAITE
             OPEN INPUT PERCTL
             IF FS-PERCTL = ZEROES
                READ PERCTL
                PERFORM UNTIL FS-PERCTL NOT = ZEROES
                   IF PCT-PROGRAMME = 'PAYEXT  '
                      PERFORM RANGEMENT-PERIODE-PAYEXT
                   END-IF
                   IF PCT-PROGRAMME = 'RAPPELS '
                      IF PCT-PERIODE = WS-PERIODE-CTL
                         MOVE 'O' TO WS-PERIODE-FAITE
                         MOVE PCT-HORODATAGE TO WS-BORNE-HAUTE
                      ELSE
                         IF PCT-PERIODE < WS-PERIODE-CTL
                            AND PCT-HORODATAGE > WS-BORNE-BASSE
                            MOVE PCT-HORODATAGE TO WS-BORNE-BASSE
                         END-IF
                      END-IF
                   END-IF
                   READ PERCTL
                END-PERFORM
                CLOSE PERCTL
             END-IF
             .

      *RANGEMENT D'UN MOIS EXTRAIT PAR PAYEXT DANS TABLE-PERIODE - UN
      *MOIS DEJA RANGE GARDE L'HORODATAGE LE PLUS ANCIEN (LA PAIE DU
      *MOIS EST CELLE DE LA PREMIERE EMISSION)
       RANGEMENT-PERIODE-PAYEXT.
             MOVE 'N' TO WS-PER-TROUVEE
             PERFORM VARYING IX-PER FROM 1 BY 1
                     UNTIL IX-PER > WS-NB-PER
                IF TP-PERIODE (IX-PER) = PCT-PERIODE
                   MOVE 'O' TO WS-PER-TROUVEE
                   IF PCT-HORODATAGE < TP-HORODATAGE (IX-PER)
                      MOVE PCT-HORODATAGE TO TP-HORODATAGE (IX-PER)
                   END-IF
                END-IF
             END-PERFORM
             IF NOT PER-TROUVEE
                IF WS-NB-PER >= WS-MAX-PER
                   DISPLAY '--- ERR TABLE-PERIODE SATUREE, NB MOIS : '
                           WS-MAX-PER
                   PERFORM FIN
                END-IF
                ADD 1 TO WS-NB-PER
                SET IX-PER TO WS-NB-PER
                MOVE PCT-PERIODE    TO TP-PERIODE (IX-PER)
                MOVE PCT-HORODATAGE TO TP-HORODATAGE (IX-PER)
             END-IF
             .

      *MARQUAGE DU MOIS COURANT COMME FAIT DANS LE FICHIER DE CONTROLE
      *- L'HORODATAGE PORTE EST LA BORNE HAUTE DE LA FENETRE (DEBUT DU
      *PASSAGE) : UN CHANGEMENT SAISI PENDANT LE PASSAGE SERA PRIS PAR
      *LE PASSAGE SUIVANT, PAS PERDU.
       MARQUAGE-PERIODE.
             MOVE 'RAPPELS '          TO PCT-PROGRAMME
             MOVE WS-PERIODE-CTL      TO PCT-PERIODE
             MOVE WS-BORNE-HAUTE      TO PCT-HORODATAGE
             OPEN EXTEND PERCTL
             IF FS-PERCTL NOT = ZEROES
                OPEN OUTPUT PERCTL
             END-IF
             WRITE ENR-PERCTL
             CLOSE PERCTL
             .

      *CONVERSION D'UN HORODATAGE AAAAMMJJHHMMSS (WS-HOR14) EN
      *TIMESTAMP DB2 AAAA-MM-JJ-HH.MM.SS.NNNNNN (WS-TS)
       CONVERSION-HORODATAGE.
             MOVE SPACES TO WS-TS
             STRING WS-HOR14(1:4) '-' WS-HOR14(5:2) '-' WS-HOR14(7:2)
                    '-' WS-HOR14(9:2) '.' WS-HOR14(11:2)
                    '.' WS-HOR14(13:2) '.000000'
                DELIMITED BY SIZE INTO WS-TS
             .

      *LECTURE D'UNE LIGNE SUIVANTE DU CURSEUR DES CHANGEMENTS
       LECTURE-SUIVANTE.
             EXEC SQL
                FETCH LISTRAP
                INTO :HVE-NOD, :HVH-MAT, :HVE-NOM, :HVE-STA,
                     :HVE-DATDEP, :HVH-CDFONC, :HVH-DATEFF,
                     :HVH-DATSAI, :HVH-ANCSAL, :HVH-ANCCOM,
                     :HVH-NOUSAL, :HVH-NOUCOM, :HVH-ANCTAU,
                     :HVH-NOUTAU
             END-EXEC
             IF SQLCODE NOT = ZEROES AND SQLCODE NOT = +100
                DISPLAY 'ERREUR FETCH LISTRAP : ' SQLCODE
                PERFORM FIN
             END-IF
             .

      *TRAITE LE CHANGEMENT COURANT : ECART MENSUEL ENTRE LA NOUVELLE
      *ET L'ANCIENNE BASE (SALAIRE PONDERE PAR LE TAUX D'ACTIVITE ET
      *COMMISSION), PUIS RAPPEL SUR CHAQUE MOIS EXTRAIT AU MOINS EGAL
      *AU MOIS D'EFFET ET EXTRAIT AVANT LA SAISIE DU CHANGEMENT. LES
      *CHANGEMENTS SUCCESSIFS D'UN MEME EMPLOYE S'AJOUTENT : CHACUN NE
      *PORTE QUE SON PROPRE ECART (ANCIENNE BASE = NOUVELLE BASE DU
      *CHANGEMENT PRECEDENT).
       TRAITEMENT-CHANGEMENT.
             COMPUTE WS-ECART ROUNDED
                = (HVH-NOUSAL * HVH-NOUTAU - HVH-ANCSAL * HVH-ANCTAU)
                  / 100
                + HVH-NOUCOM - HVH-ANCCOM
             IF WS-ECART NOT = ZEROES
                STRING HVH-DATSAI(1:4) HVH-DATSAI(6:2)
                       HVH-DATSAI(9:2) HVH-DATSAI(12:2)
                       HVH-DATSAI(15:2) HVH-DATSAI(18:2)
                   DELIMITED BY SIZE INTO WS-SAI14
                STRING HVH-DATEFF(1:4) HVH-DATEFF(6:2)
                   DELIMITED BY SIZE INTO WS-PER-EFFET
                MOVE HVH-DATEFF(9:2) TO WS-JOUR-EFFET
                PERFORM VARYING IX-PER FROM 1 BY 1
                        UNTIL IX-PER > WS-NB-PER
                   IF TP-PERIODE (IX-PER) NOT < WS-PER-EFFET
                      AND TP-HORODATAGE (IX-PER) < WS-SAI14
                      PERFORM CALCUL-RAPPEL-PERIODE
                   END-IF
                END-PERFORM
             END-IF
             .

      *RAPPEL DU CHANGEMENT COURANT SUR LE MOIS EXTRAIT POINTE PAR
      *IX-PER : RIEN POUR UN PARTANT DONT LE DEPART PRECEDE LE MOIS ;
      *LE MOIS D'EFFET EST PRORATISE AUX JOURS CALENDAIRES RESTANT
      *DEPUIS LA DATE D'EFFET, LES MOIS SUIVANTS SONT DUS EN ENTIER.
       CALCUL-RAPPEL-PERIODE.
             STRING TP-PERIODE (IX-PER)(1:4) '-'
                    TP-PERIODE (IX-PER)(5:2) '-01'
                DELIMITED BY SIZE INTO WS-PER-DEB-ISO
             IF HVE-STA = 'P' AND HVE-DATDEP < WS-PER-DEB-ISO
                CONTINUE
             ELSE
                PERFORM CALCUL-LONGUEUR-MOIS
                IF TP-PERIODE (IX-PER) = WS-PER-EFFET
                   AND WS-JOUR-EFFET > 1
                   COMPUTE WS-JOURS-DUS
                      = WS-JOUR-MAX - WS-JOUR-EFFET + 1
                   COMPUTE WS-RAPPEL ROUNDED
                      = WS-ECART * WS-JOURS-DUS / WS-JOUR-MAX
                ELSE
                   MOVE WS-JOUR-MAX TO WS-JOURS-DUS
                   MOVE WS-ECART    TO WS-RAPPEL
                END-IF
                IF WS-RAPPEL NOT = ZEROES
                   PERFORM RUPTURE-DEPARTEMENT
                   PERFORM ECRITURE-DETAIL
                   PERFORM EDITION-LIGNE-RAPPEL
                END-IF
             END-IF
             .

      *LONGUEUR DU MOIS RAPPELE (FEVRIER BISSEXTILE COMPRIS)
       CALCUL-LONGUEUR-MOIS.
             MOVE TP-PERIODE (IX-PER)(1:4) TO WS-AN-PER
             MOVE TP-PERIODE (IX-PER)(5:2) TO WS-MOIS-PER
             MOVE WS-JOURS-MOIS (WS-MOIS-PER) TO WS-JOUR-MAX
             IF WS-MOIS-PER = 2
                DIVIDE WS-AN-PER BY 4
                   GIVING WS-CTL-QUOTIENT REMAINDER WS-CTL-RESTE
                IF WS-CTL-RESTE = ZEROES
                   DIVIDE WS-AN-PER BY 100
                      GIVING WS-CTL-QUOTIENT REMAINDER WS-CTL-RESTE
                   IF WS-CTL-RESTE NOT = ZEROES
                      MOVE 29 TO WS-JOUR-MAX
                   ELSE
                      DIVIDE WS-AN-PER BY 400
                         GIVING WS-CTL-QUOTIENT
                         REMAINDER WS-CTL-RESTE
                      IF WS-CTL-RESTE = ZEROES
                         MOVE 29 TO WS-JOUR-MAX
                      END-IF
                   END-IF
                END-IF
             END-IF
             .

      *RUPTURE SUR LE DEPARTEMENT (SOUS-TOTAL DU PRECEDENT) ET COMPTE
      *DES EMPLOYES AYANT AU MOINS UNE LIGNE DE RAPPEL
       RUPTURE-DEPARTEMENT.
             IF PREMIER-DEPT OR HVE-NOD NOT = WS-NOD-COURANT
                IF NOT PREMIER-DEPT
                   PERFORM EDITION-SOUS-TOTAL
                END-IF
                MOVE 'N'     TO WS-PREMIER
                MOVE HVE-NOD TO WS-NOD-COURANT
                MOVE ZEROES  TO WS-NB-DEPT WS-TOT-DEPT
                MOVE SPACES  TO WS-MAT-COURANT
             END-IF
             IF HVH-MAT NOT = WS-MAT-COURANT
                MOVE HVH-MAT TO WS-MAT-COURANT
                ADD 1 TO WS-NB-EMPLOYES
             END-IF
             .

      *CONSTRUCTION ET ECRITURE DE L'ENREGISTREMENT DETAIL DU RAPPEL
      *COURANT, ET CUMUL DES TOTAUX DE CONTROLE.
       ECRITURE-DETAIL.
             MOVE HVH-ANCSAL   TO ED-EXT-ANCSAL
             MOVE HVH-NOUSAL   TO ED-EXT-NOUSAL
             MOVE HVH-ANCTAU   TO ED-EXT-ANCTAU
             MOVE HVH-NOUTAU   TO ED-EXT-NOUTAU
             MOVE HVH-ANCCOM   TO ED-EXT-ANCCOM
             MOVE HVH-NOUCOM   TO ED-EXT-NOUCOM
             MOVE WS-JOURS-DUS TO ED-EXT-JOURS
             MOVE WS-JOUR-MAX  TO ED-EXT-JMAX
             MOVE WS-RAPPEL    TO ED-EXT-RAPPEL
             MOVE SPACES TO ED-EXT-DATEFF
             STRING HVH-DATEFF(1:4) HVH-DATEFF(6:2) HVH-DATEFF(9:2)
                DELIMITED BY SIZE INTO ED-EXT-DATEFF
             MOVE SPACES TO WS-ENR
             STRING '2;' HVH-MAT ';' HVE-NOM ';' HVE-NOD
                    ';' TP-PERIODE (IX-PER) ';' ED-EXT-DATEFF
                    ';' ED-EXT-ANCSAL ';' ED-EXT-NOUSAL
                    ';' ED-EXT-ANCTAU ';' ED-EXT-NOUTAU
                    ';' ED-EXT-ANCCOM ';' ED-EXT-NOUCOM
                    ';' ED-EXT-JOURS ';' ED-EXT-JMAX
                    ';' ED-EXT-RAPPEL
                DELIMITED BY SIZE INTO WS-ENR
             MOVE WS-ENR TO ENR-RAPPEL
             WRITE ENR-RAPPEL
             ADD 1         TO WS-NB-DETAILS WS-NB-DEPT
             ADD WS-RAPPEL TO WS-TOT-RAPPEL WS-TOT-DEPT
             .

      *EDITE LA LIGNE DU RAPPEL COURANT : UN RAPPEL NEGATIF (BAISSE
      *SAISIE APRES COUP) EST UN TROP-PERCU A RETENIR PAR LE BUREAU.
       EDITION-LIGNE-RAPPEL.
             MOVE HVE-NOD             TO ED-L5-NOD
             MOVE HVH-MAT             TO ED-L5-MAT
             MOVE HVE-NOM             TO ED-L5-NOM
             MOVE TP-PERIODE (IX-PER) TO ED-L5-PERIODE
             MOVE ED-EXT-DATEFF       TO ED-L5-DATEFF
             MOVE HVH-ANCSAL          TO ED-L5-ANCSAL
             MOVE HVH-NOUSAL          TO ED-L5-NOUSAL
             MOVE HVH-NOUTAU          TO ED-L5-TAUX
             MOVE WS-JOURS-DUS        TO ED-L5-JOURS
             MOVE WS-JOUR-MAX         TO ED-L5-JMAX
             MOVE WS-RAPPEL           TO ED-L5-RAPPEL
             IF WS-RAPPEL < ZEROES
                MOVE 'TROP-PERCU A RETENIR' TO ED-L5-OBS
                ADD 1 TO WS-NB-TROP-PERCUS
             ELSE
                IF HVH-CDFONC = 'T'
                   MOVE 'CHANGEMENT DE TAUX' TO ED-L5-OBS
                ELSE
                   MOVE SPACES TO ED-L5-OBS
                END-IF
             END-IF
             MOVE L5  TO LIG-EDIT
             MOVE ' ' TO CAR-SAUT
             WRITE ENR-EDIT
             .

      *EDITE LE SOUS-TOTAL DU DEPARTEMENT COURANT
       EDITION-SOUS-TOTAL.
             MOVE WS-NOD-COURANT TO ED-L6-NOD
             MOVE WS-NB-DEPT     TO ED-L6-NB
             MOVE WS-TOT-DEPT    TO ED-L6-TOT
             MOVE L6  TO LIG-EDIT
             MOVE '0' TO CAR-SAUT
             WRITE ENR-EDIT
             .

      *ECRITURE DE L'ENTETE DE L'EDITION (L1 A L4, AVEC LE MOIS
      *D'EMISSION ET LA FENETRE DE SAISIE TRAITEE)
       ECRITURE-ENTETE.
             MOVE WS-PERIODE-CTL    TO ED-L2A-PERIODE
             MOVE WS-TS-BASSE(1:16) TO ED-L2A-DEBUT
             MOVE WS-TS-HAUTE(1:16) TO ED-L2A-FIN
             IF PERIODE-FAITE
                MOVE 'DUPLICATA' TO ED-L2A-DUPLI
             END-IF
             MOVE '1'  TO CAR-SAUT
             MOVE L1   TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE ' '  TO CAR-SAUT
             MOVE L2   TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE '0'  TO CAR-SAUT
             MOVE L2A  TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE '0'  TO CAR-SAUT
             MOVE L3   TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE ' '  TO CAR-SAUT
             MOVE L4   TO LIG-EDIT
             WRITE ENR-EDIT
             .

      *ECRITURE DE L'ENREGISTREMENT DE SUIVI D'EXPLOITATION (JOURNAL
      *COMMUN DE LA CHAINE BATCH) PUIS POSITIONNEMENT DU CODE
      *CONDITION FINAL (0 = NORMAL, 4 = EXCEPTIONS, 12 = ABANDON).
       TERMINAISON.
             MOVE 'RAPPELS ' TO OPS-PROGRAMME
             MOVE WS-OPS-DEBUT          TO OPS-DEBUT
             MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE
             MOVE WS-HORODATAGE(1:14)   TO OPS-FIN
             MOVE WS-OPS-LUS            TO OPS-NB-LUS
             MOVE WS-OPS-ECRITS         TO OPS-NB-ECRITS
             MOVE WS-CODE-RETOUR        TO OPS-CODE-RETOUR
             OPEN EXTEND OPSLOG
             IF FS-OPSLOG NOT = ZEROES
                OPEN OUTPUT OPSLOG
             END-IF
             WRITE ENR-OPSLOG
             CLOSE OPSLOG
             MOVE WS-CODE-RETOUR TO RETURN-CODE
             STOP RUN
             .

       FIN.
             MOVE 12 TO WS-CODE-RETOUR
             PERFORM TERMINAISON
             .



      ********************************************************************#
      *                         JCL D'EXECUTION                           #
      ********************************************************************#

//API7RA JOB NOTIFY=&SYSUID,CLASS=A,MSGCLASS=H
//*
//PROCLIB  JCLLIB ORDER=SDJ.FORM.PROCLIB
//*
//         SET SYSUID=API7
//         NOMPGM:RAPPELS
//*
//*--- DEFINITION DU GDG DE BASE (A EXECUTER UNE SEULE FOIS) ---
//*--- A LA MISE EN SERVICE, UNE LIGNE 'RAPPELS 000000' DATEE ---
//*--- DU JOUR EST AJOUTEE A PERCTL : LES CHANGEMENTS SAISIS  ---
//*--- AVANT NE SONT PAS REPRIS (DEJA REGULARISES A LA MAIN)  ---
//DEFGDG   EXEC PGM=IDCAMS
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   *
  DEFINE GDG (NAME(API7.RAPPELS) -
              LIMIT(12)          -
              SCRATCH            -
              NOEMPTY)
  SET MAXCC = 0
//*
//APPROC   EXEC COMPDB2
//STEPDB2.SYSLIB   DD DSN=API7.SOURCE.DCLGEN,DISP=SHR
//                 DD DSN=API7.SOURCE.COPY,DISP=SHR
//STEPDB2.SYSIN    DD DSN=API7.SOURCE.DB2(RAPPELS),DISP=SHR
//STEPDB2.DBRMLIB DD DSN=API7.SOURCE.DBRMLIB(RAPPELS),DISP=SHR
//STEPLNK.SYSLMOD  DD DSN=API7.SOURCE.PGMLIB(RAPPELS),DISP=SHR
//*
//*--- PASSE CHAQUE MOIS APRES PAYEXT ; UNE CARTE 'R' DANS CARTES ---
//*--- AUTORISE LA REEMISSION D'UN MOIS DEJA EMIS (DUPLICATA)     ---
//STEPRUN  EXEC PGM=IKJEFT01,COND=(4,LT)
//STEPLIB  DD DSN=API7.SOURCE.PGMLIB,DISP=SHR
//OPSLOG   DD DSN=API7.OPSLOG,DISP=MOD
//PERCTL   DD DSN=API7.PERCTL,DISP=MOD
//CARTES   DD DUMMY
//RAPPEL   DD  DSN=API7.RAPPELS(+1),DISP=(,CATLG,DELETE),
//         DCB=(DSORG=PS,RECFM=FB,LRECL=150),
//         SPACE=(TRK,(1,1))
//EDIT     DD  DSN=API7.RAPPELS.EDIT,DISP=(,CATLG,DELETE),
//         DCB=(DSORG=PS,RECFM=FB,LRECL=133),
//         SPACE=(TRK,(1))
//SYSOUT   DD  SYSOUT=*,OUTLIM=1000
//SYSTSPRT DD  SYSOUT=*,OUTLIM=2500
//SYSTSIN  DD  *
  DSN SYSTEM (DSN1)
  RUN PROGRAM(RAPPELS) PLAN (RAPPELS)
//



      ********************************************************************#
      *                       FICHIER DES RAPPELS                         #
      ********************************************************************#
      *1;20261028;RAPPEL
      *2;30    ;BARI           ;P02;202607;20260701;06000,00;06300,00;080,00;080,00;03000,00;03000,00;31;31; 00000240,00
      *2;30    ;BARI           ;P02;202608;20260701;06000,00;06300,00;080,00;080,00;03000,00;03000,00;31;31; 00000240,00
      *2;30    ;BARI           ;P02;202609;20260701;06000,00;06300,00;080,00;080,00;03000,00;03000,00;30;30; 00000240,00
      *2;30    ;BARI           ;P02;202610;20260701;06000,00;06300,00;080,00;080,00;03000,00;03000,00;31;31; 00000240,00
      *2;20    ;DUPOND         ;P01;202609;20260915;15100,50;15553,52;100,00;100,00;00000,00;00000,00;16;30; 00000241,61
      *2;20    ;DUPOND         ;P01;202610;20260915;15100,50;15553,52;100,00;100,00;00000,00;00000,00;31;31; 00000453,02
      *9;0000006; 0000001654,63
      *********************************** BOTTOM OF DATA *********************************



      ********************************************************************#
      *                          FICHIER D'EDITION                        #
      ********************************************************************#
      *1                              RAPPELS DE SALAIRE SUR PAIES DEJA EXTRAITES
      *                               -------------------------------------------
      *0MOIS D'EMISSION : 202610   CHANGEMENTS SAISIS DU 2026-09-28-18.02 AU 2026-10-28-19.15
      *0NOD   MAT      NOM               MOIS     EFFET      ANC. BASE   NOU. BASE   TAUX     JOURS        RAPPEL   OBSERVATION
      * ---   ------   ---------------   ------   --------   ---------   ---------   ------   -----   -----------   --------------------
      * P01   20       DUPOND            202609   20260915   15.100,50   15.553,52   100,00   16/30        241,61
      * P01   20       DUPOND            202610   20260915   15.100,50   15.553,52   100,00   31/31        453,02
      *0TOTAL DEPARTEMENT P01 :     2 LIGNES           694,63
      * P02   30       BARI              202607   20260701    6.000,00    6.300,00    80,00   31/31        240,00
      * P02   30       BARI              202608   20260701    6.000,00    6.300,00    80,00   31/31        240,00
      * P02   30       BARI              202609   20260701    6.000,00    6.300,00    80,00   30/30        240,00
      * P02   30       BARI              202610   20260701    6.000,00    6.300,00    80,00   31/31        240,00
      *0TOTAL DEPARTEMENT P02 :     4 LIGNES           960,00
      *0TOTAL RAPPELS :       6 LIGNES         1.654,63   EMPLOYES :    2   TROP-PERCUS :    0
      *********************************** BOTTOM OF DATA *********************************
