      ********************************************************************#
      *  ÉNONCÉ : Relevé annuel des rémunérations et fichier de la        #
      *           déclaration annuelle : pour chaque employé ayant        #
      *           travaillé dans l'année AAAA (PARM), partants et         #
      *           partants à purger compris, l'année est reconstituée     #
      *           mois par mois à partir de l'historique des salaires     #
      *           EMPHIST (dates d'effet), des jours sans solde (ACCESS2  #
      *           'J') et du fichier des primes PRIMES de BONUS. Un       #
      *           relevé par employé est édité, trié par département      #
      *           pour la distribution, et le fichier de déclaration      #
      *           porte un entête et une fin dont les totaux sont         #
      *           rapprochés des fins des douze extractions PAYEXT.       #
      ********************************************************************#

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLANN.
       AUTHOR. SV.
       DATE-WRITTEN. 15/10/26.
      ******************************************************************
      * BUT : RECONSTITUER LES REMUNERATIONS DE L'ANNEE AAAA (PARM) DE  *
      *       CHAQUE EMPLOYE PRESENT DANS L'ANNEE (DAT / DATDEP) :      *
      *       SALAIRE DE BASE PONDERE PAR LE TAUX D'ACTIVITE ET         *
      *       COMMISSION EN VIGUEUR A CHAQUE JOUR SELON EMPHIST (MOIS   *
      *       PRORATISE AUX JOURS CALENDAIRES DE PRESENCE ET AUX DATES  *
      *       D'EFFET DES CHANGEMENTS), RETENUE DES JOURS SANS SOLDE    *
      *       (JOURS OUVRES DU MOIS, TABLE CALENDRIER), PRIME ANNUELLE  *
      *       DU FICHIER PRIMES. EDITION D'UN RELEVE PAR EMPLOYE PAR    *
      *       DEPARTEMENT, FICHIER DE DECLARATION ENTETE ('1'), DETAIL  *
      *       ('2') PAR EMPLOYE, FIN ('9') AVEC LES TOTAUX DE L'ANNEE   *
      *       ET LE RAPPROCHEMENT AVEC LES FINS DES FICHIERS PAYEXT DE  *
      *       L'ANNEE (TOTAL SAL EXTRAIT, RECONSTITUE A L'HORODATAGE DE *
      *       CHAQUE EXTRACTION DU FICHIER DE CONTROLE PERCTL).         *
      *  261015 : CREATION DU PROGRAMME                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *FICHIER DE LA DECLARATION ANNUELLE (GENERATION DATA GROUP, VOIR
      *LA JCL : UNE NOUVELLE GENERATION EST CREEE A CHAQUE EXECUTION)
           SELECT DECLAR ASSIGN TO DECLAR
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FS-DECLAR.
      *GENERATIONS DU FICHIER INTERFACE PAYEXT DE L'ANNEE (SEULS LES
      *ENREGISTREMENTS ENTETE ET FIN SONT EXPLOITES)
           SELECT PAYEXT ASSIGN TO PAYEXT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FS-PAYEXT.
      *FICHIER DES PRIMES DE L'ANNEE ECRIT PAR BONUS (FACULTATIF)
           SELECT PRIMES ASSIGN TO PRIMES
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FS-PRIMES.
      *FICHIER DES CARTES OPERATEUR (FACULTATIF : CARTE 'R' = REPRISE
      *AUTORISEE D'UNE ANNEE DEJA DECLAREE)
           SELECT CARTES ASSIGN TO CARTES
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FS-CARTES.
      *FICHIER DE CONTROLE DES PERIODES TRAITEES (MOIS EXTRAITS PAR
      *PAYEXT ET GARDE-FOU DE LA DECLARATION)
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
       FD  DECLAR RECORDING MODE IS F.
       01  ENR-DECLAR        PIC X(150).

       FD  PAYEXT RECORDING MODE IS F.
      *ENTETE '1;AAAAMMJJ[;DUPLICATA]' ET FIN '9;NNNNNNN;TTTTTTTTT,TT'
       01  ENR-PAYEXT.
           05 PAY-TYPE       PIC X.
           05                PIC X.
           05 PAY-ZONE-1     PIC X(8).
           05                PIC X.
           05 PAY-ZONE-2     PIC X(12).
           05                PIC X(227).
       01  ENR-PAYEXT-FIN.
           05                PIC X(2).
           05 PAY-FIN-NB     PIC 9(7).
           05                PIC X.
           05 PAY-FIN-TOT    PIC X(12).
           05                PIC X(228).

       FD  PRIMES RECORDING MODE IS F.
      *ENREGISTREMENT DE PRIME (VOIR BONUS) : MAT, NOM, NOD, MONTANT
       01  ENR-PRIME.
           05 PRM-MAT        PIC X(6).
           05 PRM-NOM        PIC X(15).
           05 PRM-NOD        PIC X(3).
           05 PRM-MONTANT    PIC 9(7)V99.
           05                PIC X(47).

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
       01  FS-DECLAR         PIC 99 VALUE ZEROES.
       01  FS-PAYEXT         PIC 99 VALUE ZEROES.
       01  FS-PRIMES         PIC 99 VALUE ZEROES.
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

      *COPY DES DECLARATIONS ET HOST-VARIABLES DES TABLES LUES
           EXEC SQL INCLUDE EMPLOYE      END-EXEC.
           EXEC SQL INCLUDE EMPLOYE2     END-EXEC.
           EXEC SQL INCLUDE EMPHIST      END-EXEC.
           EXEC SQL INCLUDE EMPHIST2     END-EXEC.
           EXEC SQL INCLUDE DEPARTEMENT  END-EXEC.
           EXEC SQL INCLUDE DEPARTEMENT2 END-EXEC.
           EXEC SQL INCLUDE CALENDRIER   END-EXEC.
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      *ZONE DE COMMUNICATION AVEC L'ACCESSEUR DE LA TABLE EMPLOYE
      *(JOURS SANS SOLDE 'J')
           COPY ZACCESSEUR.

       01  ACCESS2           PIC X(8) VALUE 'ACCESS2'.

      *ANNEE DECLAREE (PARM) ET BORNES AU FORMAT AAAAMMJJ
       01  WS-ANNEE          PIC 9(4)  VALUE ZEROES.
       01  WS-DEB-ANNEE      PIC 9(8)  VALUE ZEROES.
       01  WS-FIN-ANNEE      PIC 9(8)  VALUE ZEROES.

      *GARDE-FOU DE PERIODE : LA DECLARATION EST ANNUELLE (PERIODE
      *AAAA00), UNE ANNEE DEJA DECLAREE N'EST PAS REEMISE PAR ERREUR -
      *UNE CARTE 'R' AUTORISE LA REEMISSION, MARQUEE 'DUPLICATA'
       01  WS-PERIODE-CTL    PIC X(6)  VALUE SPACES.
       01  WS-PERIODE-FAITE  PIC X     VALUE 'N'.
           88 PERIODE-FAITE          VALUE 'O'.
       01  WS-REPRISE        PIC X     VALUE 'N'.
           88 REPRISE-AUTORISEE      VALUE 'O'.

      *TABLE DES DOUZE MOIS DE L'ANNEE : LONGUEUR, JOURS OUVRES
      *(CALENDRIER), HORODATAGE DE L'EXTRACTION PAYEXT DU MOIS
      *(PERCTL, PREMIERE EMISSION), NOMBRE ET TOTAL SAL DE LA FIN DU
      *FICHIER PAYEXT ('O' ORIGINAL, 'D' DUPLICATA SEUL, BLANC =
      *ABSENT) ET LES MEMES RECONSTITUES A L'HORODATAGE D'EXTRACTION
       01  TABLE-MOIS.
           05 TM-LIGNE OCCURS 12 TIMES
                       INDEXED BY IX-MOIS.
              10 TM-JOUR-MAX     PIC 9(2).
              10 TM-OUVRES       PIC 9(2).
              10 TM-HOR-PAYEXT   PIC X(14).
              10 TM-PAY-SOURCE   PIC X.
              10 TM-PAY-NB       PIC 9(7).
              10 TM-PAY-TOT      PIC 9(9)V99.
              10 TM-REC-NB       PIC 9(7).
              10 TM-REC-TOT      PIC 9(9)V99.
       01  WS-LONGUEUR-MOIS.
           05 PIC X(24) VALUE '312831303130313130313031'.
       01  WS-LONGUEUR-MOIS-R REDEFINES WS-LONGUEUR-MOIS.
           05 WS-JOURS-MOIS   PIC 9(2) OCCURS 12.
       01  WS-MOIS           PIC 9(2)  VALUE ZEROES.
       01  WS-CTL-RESTE      PIC 9(4)  VALUE ZEROES.
       01  WS-CTL-QUOTIENT   PIC 9(4)  VALUE ZEROES.
       01  WS-CAL-DEB        PIC X(10) VALUE SPACES.
       01  WS-CAL-FIN        PIC X(10) VALUE SPACES.
       01  WS-CAL-LIGNES     PIC S9(9) COMP VALUE ZEROES.
       01  WS-CAL-OUVRES     PIC S9(9) COMP VALUE ZEROES.

      *LECTURE DES FICHIERS PAYEXT : MOIS ET NATURE DE L'ENTETE
      *COURANT, TOTAL DE LA FIN DESEDITE
       01  WS-PAY-MOIS       PIC 9(2)  VALUE ZEROES.
       01  WS-PAY-ANNEE      PIC X(4)  VALUE SPACES.
       01  WS-PAY-DUPLI      PIC X     VALUE 'N'.
       01  ED-PAY-TOT        PIC 9(9),99.
       01  WS-NB-PAYEXT      PIC 9(2)  VALUE ZEROES.

      *TABLE DES PRIMES DE L'ANNEE (FICHIER PRIMES) - TR-PRIS MARQUE
      *LES PRIMES RATTACHEES A UN EMPLOYE DECLARE
       01  WS-MAX-PRM        PIC 9(5) COMP VALUE 3000.
       01  WS-NB-PRM         PIC 9(5) COMP VALUE ZEROES.
       01  TABLE-PRIME.
           05 TR-LIGNE OCCURS 3000 TIMES
                       INDEXED BY IX-PRM.
              10 TR-MAT          PIC X(6).
              10 TR-MONTANT      PIC 9(7)V99.
              10 TR-PRIS         PIC X.
       01  WS-TOT-PRIMES-FIC PIC 9(9)V99 VALUE ZEROES.
       01  WS-NB-PRM-ORPH    PIC 9(5) COMP VALUE ZEROES.
       01  WS-TOT-PRM-ORPH   PIC 9(9)V99 VALUE ZEROES.

      *HISTORIQUE DE L'EMPLOYE COURANT, TRIE SUR LA DATE D'EFFET (LA
      *LIGNE DE CREATION 'C' EN TETE, SA DATE D'EFFET RAMENEE A ZERO :
      *ELLE VAUT DEPUIS L'ENTREE, SA SAISIE POUVANT ETRE POSTERIEURE)
       01  WS-MAX-HIS        PIC 9(3) COMP VALUE 200.
       01  WS-NB-HIS         PIC 9(3) COMP VALUE ZEROES.
       01  TABLE-HISTO.
           05 TH-LIGNE OCCURS 200 TIMES
                       INDEXED BY IX-HIS.
              10 TH-DATEFF       PIC 9(8).
              10 TH-DATSAI       PIC X(14).
              10 TH-CDFONC       PIC X.
              10 TH-ANCSAL       PIC 9(5)V99.
              10 TH-ANCCOM       PIC 9(5)V99.
              10 TH-ANCTAU       PIC 9(3)V99.
              10 TH-NOUSAL       PIC 9(5)V99.
              10 TH-NOUCOM       PIC 9(5)V99.
              10 TH-NOUTAU       PIC 9(3)V99.

      *CONVERSION DES DATES DB2 AAAA-MM-JJ EN AAAAMMJJ
       01  WS-DATE-X         PIC X(8)  VALUE SPACES.
       01  WS-DATE-N REDEFINES WS-DATE-X PIC 9(8).

      *EMPLOYE COURANT : PRESENCE (ENTREE, SORTIE OU 99991231),
      *REEMBAUCHE DANS L'ANNEE (PERIODE ANTERIEURE NON CONNUE)
       01  WS-DATENT         PIC 9(8)  VALUE ZEROES.
       01  WS-DATSOR         PIC 9(8)  VALUE ZEROES.
       01  WS-DATSOR-EFF     PIC 9(8)  VALUE ZEROES.
       01  WS-REEMBAUCHE     PIC X     VALUE 'N'.
           88 REEMBAUCHE-ANNEE       VALUE 'O'.
       01  WS-EXISTE         PIC X     VALUE 'N'.
       01  WS-TROUVE         PIC X     VALUE 'N'.
       01  WS-SAI-MIN        PIC X(14) VALUE SPACES.
       01  WS-SAI-MAX        PIC X(14) VALUE SPACES.

      *MOIS COURANT : BORNES, PRESENCE, SEGMENT ENTRE DEUX DATES
      *D'EFFET, BASE EN VIGUEUR A UNE DATE
       01  WS-MOIS-DEB       PIC 9(8)  VALUE ZEROES.
       01  WS-MOIS-FIN       PIC 9(8)  VALUE ZEROES.
       01  WS-PRES-DEB       PIC 9(8)  VALUE ZEROES.
       01  WS-PRES-FIN       PIC 9(8)  VALUE ZEROES.
       01  WS-SEG-DEB        PIC 9(8)  VALUE ZEROES.
       01  WS-JOURS-SEG      PIC 9(2)  VALUE ZEROES.
       01  WS-DATE-REF       PIC 9(8)  VALUE ZEROES.
       01  WS-BASE-SAL       PIC 9(5)V99 VALUE ZEROES.
       01  WS-BASE-COM       PIC 9(5)V99 VALUE ZEROES.
       01  WS-BASE-TAUX      PIC 9(3)V99 VALUE ZEROES.

      *MONTANTS DU MOIS, DE L'EMPLOYE ET DE L'ANNEE
       01  WS-M-JOURS        PIC 9(2)    VALUE ZEROES.
       01  WS-M-SAL          PIC 9(7)V99 VALUE ZEROES.
       01  WS-M-COM          PIC 9(7)V99 VALUE ZEROES.
       01  WS-M-JSS          PIC 9(3)    VALUE ZEROES.
       01  WS-M-RET          PIC 9(7)V99 VALUE ZEROES.
       01  WS-E-MOIS         PIC 9(2)    VALUE ZEROES.
       01  WS-E-SAL          PIC 9(7)V99 VALUE ZEROES.
       01  WS-E-COM          PIC 9(7)V99 VALUE ZEROES.
       01  WS-E-PRIME        PIC 9(7)V99 VALUE ZEROES.
       01  WS-E-JSS          PIC 9(3)    VALUE ZEROES.
       01  WS-E-RET          PIC 9(7)V99 VALUE ZEROES.
       01  WS-E-BRUT         PIC S9(7)V99 VALUE ZEROES.
       01  WS-NB-LUS         PIC 9(7)    COMP VALUE ZEROES.
       01  WS-NB-DECLARES    PIC 9(7)    COMP VALUE ZEROES.
       01  WS-T-SAL          PIC 9(9)V99 VALUE ZEROES.
       01  WS-T-COM          PIC 9(9)V99 VALUE ZEROES.
       01  WS-T-PRIME        PIC 9(9)V99 VALUE ZEROES.
       01  WS-T-RET          PIC 9(9)V99 VALUE ZEROES.
       01  WS-T-BRUT         PIC S9(9)V99 VALUE ZEROES.
       01  WS-T-PAY          PIC 9(9)V99 VALUE ZEROES.
       01  WS-T-REC          PIC 9(9)V99 VALUE ZEROES.
       01  WS-ECART          PIC S9(9)V99 VALUE ZEROES.
       01  WS-NB-ANOMALIES   PIC 9(3)    VALUE ZEROES.

      *ZONES NUMERIQUES EDITEES DU FICHIER DE DECLARATION
       01  ED-EXT-DATENT     PIC 9(8).
       01  ED-EXT-DATSOR     PIC 9(8).
       01  ED-EXT-MOIS       PIC 9(2).
       01  ED-EXT-SAL        PIC 9(7),99.
       01  ED-EXT-COM        PIC 9(7),99.
       01  ED-EXT-PRIME      PIC 9(7),99.
       01  ED-EXT-JSS        PIC 9(3).
       01  ED-EXT-RET        PIC 9(7),99.
       01  ED-EXT-BRUT       PIC -9(7),99.
       01  ED-EXT-NB         PIC 9(7).
       01  ED-EXT-TSAL       PIC 9(9),99.
       01  ED-EXT-TCOM       PIC 9(9),99.
       01  ED-EXT-TPRIME     PIC 9(9),99.
       01  ED-EXT-TRET       PIC 9(9),99.
       01  ED-EXT-TBRUT      PIC -9(9),99.
       01  ED-EXT-NBEXT      PIC 9(2).
       01  ED-EXT-TPAY       PIC 9(9),99.
       01  ED-EXT-TREC       PIC 9(9),99.

      *ZONE DE CONSTRUCTION DE L'ENREGISTREMENT COURANT
       01  WS-ENR            PIC X(150) VALUE SPACES.

      *CURSEUR DE TOUS LES EMPLOYES (PAYEXT LES EXTRAIT TOUS, PARTANTS
      *COMPRIS : LE RAPPROCHEMENT DOIT LES VOIR), TRIES PAR
      *DEPARTEMENT POUR LA DISTRIBUTION DES RELEVES
           EXEC SQL DECLARE LISTEMP CURSOR FOR
            SELECT E.MAT, E.NOM, E.NOD, D.NDE, E.DAT, E.STA,
                   E.DATDEP, E.SAL, VALUE(E.COM, 0), E.TAUX
            FROM EMPLOYE E
                 INNER JOIN DEPARTEMENT D
                    ON D.NOD = E.NOD
            ORDER BY E.NOD, E.MAT
           END-EXEC

      *CURSEUR DE L'HISTORIQUE D'UN EMPLOYE : LA CREATION EN TETE,
      *PUIS LES CHANGEMENTS PAR DATE D'EFFET ET ORDRE DE SAISIE
           EXEC SQL DECLARE LISTHIS CURSOR FOR
            SELECT DATEFF, DATSAI, CDFONC, ANCSAL, ANCCOM, ANCTAU,
                   NOUSAL, NOUCOM, NOUTAU
            FROM EMPHIST
            WHERE MAT = :HVH-MAT
            ORDER BY CASE CDFONC WHEN 'C' THEN 0 ELSE 1 END,
                     DATEFF, DATSAI
           END-EXEC

      *LIGNES D'EDITION DU RELEVE (UNE PAGE PAR EMPLOYE)
       01  L1.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(32) VALUE
                      'RELEVE ANNUEL DES REMUNERATIONS '.
           05 ED-L1-ANNEE    PIC 9(4)  VALUE ZEROES.
           05                PIC X(02) VALUE SPACES.
           05 ED-L1-DUPLI    PIC X(09) VALUE SPACES.
       01  L2.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(36) VALUE ALL '-'.

       01  LE1.
           05                PIC X(12) VALUE 'MATRICULE : '.
           05 ED-LE1-MAT     PIC X(06) VALUE SPACES.
           05                PIC X(09) VALUE '   NOM : '.
           05 ED-LE1-NOM     PIC X(15) VALUE SPACES.
           05                PIC X(17) VALUE '   DEPARTEMENT : '.
           05 ED-LE1-NOD     PIC X(03) VALUE SPACES.
           05                PIC X(01) VALUE SPACES.
           05 ED-LE1-NDE     PIC X(06) VALUE SPACES.
       01  LE2.
           05                PIC X(09) VALUE 'ENTREE : '.
           05 ED-LE2-ENTREE  PIC X(10) VALUE SPACES.
           05                PIC X(12) VALUE '   SORTIE : '.
           05 ED-LE2-SORTIE  PIC X(10) VALUE SPACES.

       01  L3.
           05                PIC X(07) VALUE 'MOIS'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(05) VALUE 'JOURS'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(12) VALUE '     SALAIRE'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(12) VALUE '  COMMISSION'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(12) VALUE '       PRIME'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(05) VALUE 'J.S.S'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(12) VALUE '     RETENUE'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(13) VALUE '         BRUT'.
       01  L4.
           05                PIC X(07) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(05) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(12) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(12) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(12) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(05) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(12) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(13) VALUE ALL '-'.

       01  L5.
           05 ED-L5-MOIS     PIC X(07) VALUE SPACES.
           05                PIC X(06) VALUE SPACES.
           05 ED-L5-JOURS    PIC Z9    VALUE ZEROES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-SAL      PIC ZZZZ.ZZ9,99 VALUE ZEROES.
           05                PIC X(04) VALUE SPACES.
           05 ED-L5-COM      PIC ZZZZ.ZZ9,99 VALUE ZEROES.
           05                PIC X(04) VALUE SPACES.
           05 ED-L5-PRIME    PIC ZZZZ.ZZ9,99 BLANK WHEN ZERO
                                         VALUE ZEROES.
           05                PIC X(05) VALUE SPACES.
           05 ED-L5-JSS      PIC ZZ9   VALUE ZEROES.
           05                PIC X(04) VALUE SPACES.
           05 ED-L5-RET      PIC ZZZZ.ZZ9,99 VALUE ZEROES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-BRUT     PIC -ZZZZ.ZZ9,99 VALUE ZEROES.

       01  L6.
           05                PIC X(07) VALUE 'TOTAL'.
           05                PIC X(03) VALUE SPACES.
           05 ED-L6-MOIS     PIC Z9    VALUE ZEROES.
           05                PIC X(03) VALUE ' M.'.
           05                PIC X(03) VALUE SPACES.
           05 ED-L6-SAL      PIC ZZZZ.ZZ9,99 VALUE ZEROES.
           05                PIC X(04) VALUE SPACES.
           05 ED-L6-COM      PIC ZZZZ.ZZ9,99 VALUE ZEROES.
           05                PIC X(04) VALUE SPACES.
           05 ED-L6-PRIME    PIC ZZZZ.ZZ9,99 VALUE ZEROES.
           05                PIC X(05) VALUE SPACES.
           05 ED-L6-JSS      PIC ZZ9   VALUE ZEROES.
           05                PIC X(04) VALUE SPACES.
           05 ED-L6-RET      PIC ZZZZ.ZZ9,99 VALUE ZEROES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L6-BRUT     PIC -ZZZZ.ZZ9,99 VALUE ZEROES.

       01  L7.
           05                PIC X(15) VALUE 'OBSERVATION :  '.
           05 ED-L7-OBS      PIC X(70) VALUE SPACES.

      *LIGNES D'EDITION DU RAPPROCHEMENT AVEC LES EXTRACTIONS PAYEXT
       01  LR1.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(46) VALUE
                 'RAPPROCHEMENT AVEC LES EXTRACTIONS PAYEXT DE '.
           05 ED-LR1-ANNEE   PIC 9(4)  VALUE ZEROES.
       01  LR2.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(50) VALUE ALL '-'.
       01  LR3.
           05                PIC X(07) VALUE 'MOIS'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(14) VALUE 'EXTRACTION'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(07) VALUE 'NB FIC.'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(15) VALUE '   SAL FICHIER'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(07) VALUE 'NB REC.'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(15) VALUE '    SAL RECONS.'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(15) VALUE '          ECART'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(30) VALUE 'OBSERVATION'.
       01  LR4.
           05                PIC X(07) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(14) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(07) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(15) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(07) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(15) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(15) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(30) VALUE ALL '-'.
       01  LR5.
           05 ED-LR5-MOIS    PIC X(07) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-LR5-HOR     PIC X(14) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-LR5-PNB     PIC ZZZZZZ9 VALUE ZEROES.
           05                PIC X(03) VALUE SPACES.
           05 ED-LR5-PTOT    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
           05                PIC X(04) VALUE SPACES.
           05 ED-LR5-RNB     PIC ZZZZZZ9 VALUE ZEROES.
           05                PIC X(03) VALUE SPACES.
           05 ED-LR5-RTOT    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
           05                PIC X(03) VALUE SPACES.
           05 ED-LR5-ECART   PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
           05                PIC X(03) VALUE SPACES.
           05 ED-LR5-OBS     PIC X(30) VALUE SPACES.
       01  LR6.
           05                PIC X(07) VALUE 'TOTAL'.
           05                PIC X(03) VALUE SPACES.
           05 ED-LR6-NBEXT   PIC Z9    VALUE ZEROES.
           05                PIC X(12) VALUE ' EXTRACTIONS'.
           05                PIC X(13) VALUE SPACES.
           05 ED-LR6-PTOT    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
           05                PIC X(14) VALUE SPACES.
           05 ED-LR6-RTOT    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
           05                PIC X(03) VALUE SPACES.
           05 ED-LR6-ECART   PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       01  LR7.
           05                PIC X(20) VALUE 'EMPLOYES DECLARES : '.
           05 ED-LR7-NB      PIC ZZZZZZ9 VALUE ZEROES.
           05                PIC X(10) VALUE '   BRUT : '.
           05 ED-LR7-BRUT    PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
           05                PIC X(11) VALUE '   PRIMES :'.
           05 ED-LR7-PRIME   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
           05                PIC X(11) VALUE ' (FICHIER :'.
           05 ED-LR7-PRMFIC  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
           05                PIC X(01) VALUE ')'.
       01  LR8.
           05                PIC X(43) VALUE
                      'PRIMES SANS EMPLOYE DECLARE DANS L''ANNEE : '.
           05 ED-LR8-NB      PIC ZZZZ9 VALUE ZEROES.
           05                PIC X(03) VALUE SPACES.
           05 ED-LR8-TOT     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.

       LINKAGE SECTION.
       01  PARM-DECLANN.
           05 PARM-LONGUEUR        PIC S9(4) COMP.
           05 PARM-DONNEES.
              10 PARM-ANNEE        PIC X(4).

       PROCEDURE DIVISION USING PARM-DECLANN.
             MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE
             MOVE WS-HORODATAGE(1:14)   TO WS-OPS-DEBUT

      *LECTURE DU PARM DE LA JCL : PARM('AAAA') OBLIGATOIRE (ANNEE A
      *DECLARER, PASSEE EN JANVIER APRES L'EXTRACTION DE DECEMBRE ET
      *AVANT CELLE DE JANVIER : LES DOUZE GENERATIONS PAYEXT DE
      *L'ANNEE SONT ALORS ENCORE CATALOGUEES).
             IF PARM-LONGUEUR < 4 OR PARM-ANNEE NOT NUMERIC
                DISPLAY 'PARM ABSENT OU ERRONE, ATTENDU : '
                        'PARMS(''AAAA'')'
                PERFORM FIN
             END-IF
             MOVE PARM-ANNEE TO WS-ANNEE
             COMPUTE WS-DEB-ANNEE = WS-ANNEE * 10000 + 0101
             COMPUTE WS-FIN-ANNEE = WS-ANNEE * 10000 + 1231

      *GARDE-FOU DE PERIODE : UNE ANNEE DEJA DECLAREE N'EST PAS
      *REEMISE, SAUF CARTE DE REPRISE 'R' ; MOIS EXTRAITS PAR PAYEXT
             MOVE PARM-ANNEE TO WS-PERIODE-CTL(1:4)
             MOVE '00'       TO WS-PERIODE-CTL(5:2)
             PERFORM LECTURE-CARTES
             PERFORM CHARGEMENT-PERCTL
             IF PERIODE-FAITE AND NOT REPRISE-AUTORISEE
                DISPLAY 'DECLARATION ' WS-ANNEE
                        ' DEJA EMISE - CARTE ''R'' REQUISE '
                        'POUR UNE REEMISSION'
                PERFORM FIN
             END-IF

      *MOIS DE L'ANNEE (LONGUEUR, JOURS OUVRES), FINS DES FICHIERS
      *PAYEXT ET TABLE DES PRIMES
             PERFORM CHARGEMENT-MOIS
             PERFORM LECTURE-PAYEXT
             PERFORM CHARGEMENT-PRIMES

             OPEN OUTPUT DECLAR
             IF FS-DECLAR NOT = ZEROES
                DISPLAY 'ERREUR OPEN DECLAR, FS : ' FS-DECLAR
                PERFORM FIN
             END-IF
             OPEN OUTPUT EDIT
             IF FS-EDIT NOT = ZEROES
                DISPLAY 'ERREUR OPEN EDIT, FS : ' FS-EDIT
                PERFORM FIN
             END-IF
             MOVE WS-ANNEE TO ED-L1-ANNEE ED-LR1-ANNEE
             IF PERIODE-FAITE
                MOVE 'DUPLICATA' TO ED-L1-DUPLI
             END-IF

      *ECRITURE DE L'ENREGISTREMENT ENTETE ('1' + ANNEE + DATE DE
      *PRODUCTION) - UNE REEMISSION AUTORISEE EST MARQUEE 'DUPLICATA'
             MOVE SPACES TO WS-ENR
             IF PERIODE-FAITE
                STRING '1;' WS-ANNEE ';' WS-HORODATAGE(1:8)
                       ';DUPLICATA'
                   DELIMITED BY SIZE INTO WS-ENR
             ELSE
                STRING '1;' WS-ANNEE ';' WS-HORODATAGE(1:8)
                   DELIMITED BY SIZE INTO WS-ENR
             END-IF
             MOVE WS-ENR TO ENR-DECLAR
             WRITE ENR-DECLAR

      *--> 1- PARCOURS DE TOUS LES EMPLOYES PAR DEPARTEMENT
             EXEC SQL OPEN LISTEMP END-EXEC
             IF SQLCODE NOT = ZEROES
                DISPLAY 'ERREUR OPEN LISTEMP : ' SQLCODE
                PERFORM FIN
             END-IF
             PERFORM LECTURE-SUIVANTE
             PERFORM UNTIL SQLCODE = +100
                ADD 1 TO WS-NB-LUS
                PERFORM TRAITEMENT-EMPLOYE
                PERFORM LECTURE-SUIVANTE
             END-PERFORM
             EXEC SQL CLOSE LISTEMP END-EXEC

      *--> 2- RAPPROCHEMENT AVEC LES FINS DES FICHIERS PAYEXT
             PERFORM EDITION-RAPPROCHEMENT
             CLOSE EDIT

      *ECRITURE DE L'ENREGISTREMENT FIN ('9' + NOMBRE D'EMPLOYES +
      *TOTAUX SALAIRE, COMMISSION, PRIME, RETENUE, BRUT + NOMBRE
      *D'EXTRACTIONS, TOTAL SAL DES FINS PAYEXT ET TOTAL SAL
      *RECONSTITUE AUX MEMES DATES)
             MOVE WS-NB-DECLARES TO ED-EXT-NB
             MOVE WS-T-SAL       TO ED-EXT-TSAL
             MOVE WS-T-COM       TO ED-EXT-TCOM
             MOVE WS-T-PRIME     TO ED-EXT-TPRIME
             MOVE WS-T-RET       TO ED-EXT-TRET
             MOVE WS-T-BRUT      TO ED-EXT-TBRUT
             MOVE WS-NB-PAYEXT   TO ED-EXT-NBEXT
             MOVE WS-T-PAY       TO ED-EXT-TPAY
             MOVE WS-T-REC       TO ED-EXT-TREC
             MOVE SPACES TO WS-ENR
             STRING '9;' ED-EXT-NB ';' ED-EXT-TSAL ';' ED-EXT-TCOM
                    ';' ED-EXT-TPRIME ';' ED-EXT-TRET
                    ';' ED-EXT-TBRUT ';' ED-EXT-NBEXT
                    ';' ED-EXT-TPAY ';' ED-EXT-TREC
                DELIMITED BY SIZE INTO WS-ENR
             MOVE WS-ENR TO ENR-DECLAR
             WRITE ENR-DECLAR
             CLOSE DECLAR
             DISPLAY 'DECLARATION ANNUELLE ' WS-ANNEE ' : '
                     WS-NB-DECLARES ' EMPLOYES'

      *L'ANNEE EST MARQUEE DECLAREE APRES UNE PREMIERE EMISSION
      *COMPLETE ; UN MOIS NON RAPPROCHE DONNE LE CODE AVERTISSEMENT
             IF NOT PERIODE-FAITE
                PERFORM MARQUAGE-PERIODE
             END-IF
             IF WS-NB-ANOMALIES NOT = ZEROES
                MOVE 4 TO WS-CODE-RETOUR
             END-IF
             MOVE WS-NB-LUS      TO WS-OPS-LUS
             MOVE WS-NB-DECLARES TO WS-OPS-ECRITS
             PERFORM TERMINAISON
             .

      *LECTURE DES CARTES OPERATEUR (FICHIER FACULTATIF) : UNE CARTE
      *'R' AUTORISE LA REEMISSION D'UNE ANNEE DEJA DECLAREE
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

      *LECTURE DU FICHIER DE CONTROLE : HORODATAGE DE LA PREMIERE
      *EXTRACTION PAYEXT DE CHAQUE MOIS DE L'ANNEE, ET RECHERCHE DE
      *L'ANNEE DANS LES DECLARATIONS DEJA EMISES. UN FICHIER ABSENT OU
      *VIDE VAUT PERIODE LIBRE, SANS MOIS EXTRAIT.
       CHARGEMENT-PERCTL.
             MOVE 'N' TO WS-PERIODE-FAITE
             INITIALIZE TABLE-MOIS
             OPEN INPUT PERCTL
             IF FS-PERCTL = ZEROES
                READ PERCTL
                PERFORM UNTIL FS-PERCTL NOT = ZEROES
                   IF PCT-PROGRAMME = 'PAYEXT  '
                      AND PCT-PERIODE(1:4) = PARM-ANNEE
                      AND PCT-PERIODE(5:2) NUMERIC
                      MOVE PCT-PERIODE(5:2) TO WS-MOIS
                      IF WS-MOIS >= 1 AND WS-MOIS <= 12
                         SET IX-MOIS TO WS-MOIS
                         IF TM-HOR-PAYEXT (IX-MOIS) = SPACES
                            OR PCT-HORODATAGE < TM-HOR-PAYEXT (IX-MOIS)
                            MOVE PCT-HORODATAGE
                              TO TM-HOR-PAYEXT (IX-MOIS)
                         END-IF
                      END-IF
                   END-IF
                   IF PCT-PROGRAMME = 'DECLANN '
                      AND PCT-PERIODE = WS-PERIODE-CTL
                      MOVE 'O' TO WS-PERIODE-FAITE
                   END-IF
                   READ PERCTL
                END-PERFORM
                CLOSE PERCTL
             END-IF
             .

      *MARQUAGE DE L'ANNEE COMME DECLAREE DANS LE FICHIER DE CONTROLE
       MARQUAGE-PERIODE.
             MOVE 'DECLANN '          TO PCT-PROGRAMME
             MOVE WS-PERIODE-CTL      TO PCT-PERIODE
             MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE
             MOVE WS-HORODATAGE(1:14) TO PCT-HORODATAGE
             OPEN EXTEND PERCTL
             IF FS-PERCTL NOT = ZEROES
                OPEN OUTPUT PERCTL
             END-IF
             WRITE ENR-PERCTL
             CLOSE PERCTL
             .

      *LONGUEUR DE CHAQUE MOIS DE L'ANNEE (FEVRIER BISSEXTILE COMPRIS,
      *MEME NOYAU QUE LE CONTROLE CALENDAIRE D'ACCESS2) ET NOMBRE DE
      *JOURS OUVRES DU MOIS DANS LA TABLE CALENDRIER (BASE DE LA
      *RETENUE D'UN JOUR SANS SOLDE) - UNE ANNEE NON CHARGEE PAR
      *CALLOAD ARRETE LE TRAITEMENT.
       CHARGEMENT-MOIS.
             PERFORM VARYING IX-MOIS FROM 1 BY 1 UNTIL IX-MOIS > 12
                SET WS-MOIS TO IX-MOIS
                MOVE WS-JOURS-MOIS (WS-MOIS) TO TM-JOUR-MAX (IX-MOIS)
                IF WS-MOIS = 2
                   DIVIDE WS-ANNEE BY 4
                      GIVING WS-CTL-QUOTIENT REMAINDER WS-CTL-RESTE
                   IF WS-CTL-RESTE = ZEROES
                      DIVIDE WS-ANNEE BY 100
                         GIVING WS-CTL-QUOTIENT REMAINDER WS-CTL-RESTE
                      IF WS-CTL-RESTE NOT = ZEROES
                         MOVE 29 TO TM-JOUR-MAX (IX-MOIS)
                      ELSE
                         DIVIDE WS-ANNEE BY 400
                            GIVING WS-CTL-QUOTIENT
                            REMAINDER WS-CTL-RESTE
                         IF WS-CTL-RESTE = ZEROES
                            MOVE 29 TO TM-JOUR-MAX (IX-MOIS)
                         END-IF
                      END-IF
                   END-IF
                END-IF
                MOVE SPACES TO WS-CAL-DEB WS-CAL-FIN
                STRING PARM-ANNEE '-' WS-MOIS '-01'
                   DELIMITED BY SIZE INTO WS-CAL-DEB
                STRING PARM-ANNEE '-' WS-MOIS '-'
                       TM-JOUR-MAX (IX-MOIS)
                   DELIMITED BY SIZE INTO WS-CAL-FIN
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
                IF WS-CAL-LIGNES < TM-JOUR-MAX (IX-MOIS)
                   OR WS-CAL-OUVRES = ZEROES
                   DISPLAY 'CALENDRIER ' WS-ANNEE ' NON CHARGE '
                           '(CALLOAD), MOIS ' WS-MOIS
                   PERFORM FIN
                END-IF
                MOVE WS-CAL-OUVRES TO TM-OUVRES (IX-MOIS)
             END-PERFORM
             .

      *LECTURE DES GENERATIONS PAYEXT : CHAQUE FIN EST RANGEE SUR LE
      *MOIS DE SON ENTETE S'IL EST DE L'ANNEE. L'EMISSION D'ORIGINE
      *L'EMPORTE SUR UN DUPLICATA (LE BUREAU A PAYE SUR L'ORIGINAL) ;
      *UN DUPLICATA N'EST RETENU QUE SI L'ORIGINAL N'EST PLUS
      *CATALOGUE.
       LECTURE-PAYEXT.
             OPEN INPUT PAYEXT
             IF FS-PAYEXT NOT = ZEROES
                DISPLAY 'ERREUR OPEN PAYEXT, FS : ' FS-PAYEXT
                PERFORM FIN
             END-IF
             MOVE ZEROES TO WS-PAY-MOIS
             READ PAYEXT
             PERFORM UNTIL FS-PAYEXT NOT = ZEROES
                EVALUATE PAY-TYPE
                   WHEN '1'
                      MOVE ZEROES TO WS-PAY-MOIS
                      MOVE PAY-ZONE-1(1:4) TO WS-PAY-ANNEE
                      IF WS-PAY-ANNEE = PARM-ANNEE
                         AND PAY-ZONE-1(5:2) NUMERIC
                         MOVE PAY-ZONE-1(5:2) TO WS-PAY-MOIS
                      END-IF
                      IF PAY-ZONE-2(1:9) = 'DUPLICATA'
                         MOVE 'D' TO WS-PAY-DUPLI
                      ELSE
                         MOVE 'O' TO WS-PAY-DUPLI
                      END-IF
                   WHEN '9'
                      IF WS-PAY-MOIS >= 1 AND WS-PAY-MOIS <= 12
                         SET IX-MOIS TO WS-PAY-MOIS
                         IF TM-PAY-SOURCE (IX-MOIS) = SPACES
                            OR (TM-PAY-SOURCE (IX-MOIS) = 'D'
                                AND WS-PAY-DUPLI = 'O')
                            MOVE WS-PAY-DUPLI TO TM-PAY-SOURCE (IX-MOIS)
                            MOVE PAY-FIN-NB   TO TM-PAY-NB (IX-MOIS)
                            MOVE PAY-FIN-TOT  TO ED-PAY-TOT
                            MOVE ED-PAY-TOT   TO TM-PAY-TOT (IX-MOIS)
                         END-IF
                      END-IF
                      MOVE ZEROES TO WS-PAY-MOIS
                   WHEN OTHER
                      CONTINUE
                END-EVALUATE
                READ PAYEXT
             END-PERFORM
             CLOSE PAYEXT
             .

      *CHARGEMENT DU FICHIER DES PRIMES DE L'ANNEE (FACULTATIF : SANS
      *FICHIER, AUCUNE PRIME N'EST DECLAREE)
       CHARGEMENT-PRIMES.
             OPEN INPUT PRIMES
             IF FS-PRIMES = ZEROES
                READ PRIMES
                PERFORM UNTIL FS-PRIMES NOT = ZEROES
                   IF WS-NB-PRM >= WS-MAX-PRM
                      DISPLAY '--- ERR TABLE-PRIME SATUREE, NB : '
                              WS-MAX-PRM
                      PERFORM FIN
                   END-IF
                   ADD 1 TO WS-NB-PRM
                   SET IX-PRM TO WS-NB-PRM
                   MOVE PRM-MAT     TO TR-MAT (IX-PRM)
                   MOVE PRM-MONTANT TO TR-MONTANT (IX-PRM)
                   MOVE 'N'         TO TR-PRIS (IX-PRM)
                   ADD PRM-MONTANT  TO WS-TOT-PRIMES-FIC
                   READ PRIMES
                END-PERFORM
                CLOSE PRIMES
             END-IF
             .

      *LECTURE D'UNE LIGNE SUIVANTE DU CURSEUR DES EMPLOYES
       LECTURE-SUIVANTE.
             EXEC SQL
                FETCH LISTEMP
                INTO :HVE-MAT, :HVE-NOM, :HVE-NOD, :HVD-NDE,
                     :HVE-DAT, :HVE-STA, :HVE-DATDEP, :HVE-SAL,
                     :HVE-COM, :HVE-TAUX
             END-EXEC
             IF SQLCODE NOT = ZEROES AND SQLCODE NOT = +100
                DISPLAY 'ERREUR FETCH LISTEMP : ' SQLCODE
                PERFORM FIN
             END-IF
             .

      *TRAITE L'EMPLOYE COURANT : CHARGEMENT DE SON HISTORIQUE, PART
      *DANS LE SAL DE CHAQUE EXTRACTION DE L'ANNEE (RAPPROCHEMENT),
      *PUIS, S'IL A ETE PRESENT DANS L'ANNEE, RELEVE ET DETAIL DE LA
      *DECLARATION. UN PARTANT PREND FIN A SA DATE DE DEPART, UN
      *EMPLOYE EN PREAVIS ('N') A SA DATE DE DEPART PREVUE.
       TRAITEMENT-EMPLOYE.
             PERFORM CHARGEMENT-HISTORIQUE
             PERFORM VARYING IX-MOIS FROM 1 BY 1 UNTIL IX-MOIS > 12
                IF TM-HOR-PAYEXT (IX-MOIS) NOT = SPACES
                   PERFORM CALCUL-BASE-EXTRAITE
                END-IF
             END-PERFORM
             STRING HVE-DAT(1:4) HVE-DAT(6:2) HVE-DAT(9:2)
                DELIMITED BY SIZE INTO WS-DATE-X
             MOVE WS-DATE-N TO WS-DATENT
             MOVE ZEROES    TO WS-DATSOR
             MOVE 99991231  TO WS-DATSOR-EFF
             IF (HVE-STA = 'P' OR HVE-STA = 'N')
                AND HVE-DATDEP NOT = '0001-01-01'
                STRING HVE-DATDEP(1:4) HVE-DATDEP(6:2)
                       HVE-DATDEP(9:2)
                   DELIMITED BY SIZE INTO WS-DATE-X
                MOVE WS-DATE-N TO WS-DATSOR WS-DATSOR-EFF
             END-IF
             IF WS-DATENT <= WS-FIN-ANNEE
                AND WS-DATSOR-EFF >= WS-DEB-ANNEE
                PERFORM RELEVE-EMPLOYE
             END-IF
             .

      *CHARGEMENT DE L'HISTORIQUE DE L'EMPLOYE COURANT EN TABLE (DATE
      *D'EFFET ET HORODATE DE SAISIE CONVERTIES, CREATION A ZERO) ET
      *REPERAGE D'UNE REEMBAUCHE DANS L'ANNEE
       CHARGEMENT-HISTORIQUE.
             MOVE ZEROES TO WS-NB-HIS
             MOVE 'N'    TO WS-REEMBAUCHE
             MOVE HVE-MAT TO HVH-MAT
             EXEC SQL OPEN LISTHIS END-EXEC
             IF SQLCODE NOT = ZEROES
                DISPLAY 'ERREUR OPEN LISTHIS : ' SQLCODE
                PERFORM FIN
             END-IF
             PERFORM LECTURE-HISTORIQUE
             PERFORM UNTIL SQLCODE = +100
                IF WS-NB-HIS >= WS-MAX-HIS
                   DISPLAY '--- ERR TABLE-HISTO SATUREE, MAT '
                           HVE-MAT ' : ' WS-MAX-HIS
                   PERFORM FIN
                END-IF
                ADD 1 TO WS-NB-HIS
                SET IX-HIS TO WS-NB-HIS
                IF HVH-CDFONC = 'C'
                   MOVE ZEROES TO TH-DATEFF (IX-HIS)
                ELSE
                   STRING HVH-DATEFF(1:4) HVH-DATEFF(6:2)
                          HVH-DATEFF(9:2)
                      DELIMITED BY SIZE INTO WS-DATE-X
                   MOVE WS-DATE-N TO TH-DATEFF (IX-HIS)
                END-IF
                STRING HVH-DATSAI(1:4) HVH-DATSAI(6:2)
                       HVH-DATSAI(9:2) HVH-DATSAI(12:2)
                       HVH-DATSAI(15:2) HVH-DATSAI(18:2)
                   DELIMITED BY SIZE INTO TH-DATSAI (IX-HIS)
                MOVE HVH-CDFONC TO TH-CDFONC (IX-HIS)
                MOVE HVH-ANCSAL TO TH-ANCSAL (IX-HIS)
                MOVE HVH-ANCCOM TO TH-ANCCOM (IX-HIS)
                MOVE HVH-ANCTAU TO TH-ANCTAU (IX-HIS)
                MOVE HVH-NOUSAL TO TH-NOUSAL (IX-HIS)
                MOVE HVH-NOUCOM TO TH-NOUCOM (IX-HIS)
                MOVE HVH-NOUTAU TO TH-NOUTAU (IX-HIS)
                IF HVH-CDFONC = 'E' AND HVH-DATEFF(1:4) = PARM-ANNEE
                   MOVE 'O' TO WS-REEMBAUCHE
                END-IF
                PERFORM LECTURE-HISTORIQUE
             END-PERFORM
             EXEC SQL CLOSE LISTHIS END-EXEC
             .

      *LECTURE D'UNE LIGNE SUIVANTE DE L'HISTORIQUE
       LECTURE-HISTORIQUE.
             EXEC SQL
                FETCH LISTHIS
                INTO :HVH-DATEFF, :HVH-DATSAI, :HVH-CDFONC,
                     :HVH-ANCSAL, :HVH-ANCCOM, :HVH-ANCTAU,
                     :HVH-NOUSAL, :HVH-NOUCOM, :HVH-NOUTAU
             END-EXEC
             IF SQLCODE NOT = ZEROES AND SQLCODE NOT = +100
                DISPLAY 'ERREUR FETCH LISTHIS : ' SQLCODE
                PERFORM FIN
             END-IF
             .

      *PART DE L'EMPLOYE COURANT DANS L'EXTRACTION DU MOIS IX-MOIS,
      *TELLE QUE PAYEXT L'A VUE : L'EMPLOYE EXISTAIT SI SA CREATION
      *A ETE SAISIE AVANT L'EXTRACTION (SANS LIGNE DE CREATION, IL
      *PRECEDE L'HISTORIQUE) ; LE SAL EXTRAIT EST LE NOUVEAU SALAIRE
      *DU DERNIER CHANGEMENT SAISI AVANT L'EXTRACTION, A DEFAUT
      *L'ANCIEN DU PREMIER CHANGEMENT SAISI APRES, A DEFAUT LE SAL
      *ACTUEL.
       CALCUL-BASE-EXTRAITE.
             MOVE 'O'    TO WS-EXISTE
             MOVE 'N'    TO WS-TROUVE
             MOVE SPACES TO WS-SAI-MAX
             MOVE HIGH-VALUES TO WS-SAI-MIN
             MOVE HVE-SAL TO WS-BASE-SAL
             PERFORM VARYING IX-HIS FROM 1 BY 1
                     UNTIL IX-HIS > WS-NB-HIS
                IF TH-DATSAI (IX-HIS) > TM-HOR-PAYEXT (IX-MOIS)
                   IF TH-CDFONC (IX-HIS) = 'C'
                      MOVE 'N' TO WS-EXISTE
                   END-IF
                   IF WS-TROUVE = 'N'
                      AND TH-DATSAI (IX-HIS) < WS-SAI-MIN
                      MOVE TH-DATSAI (IX-HIS) TO WS-SAI-MIN
                      MOVE TH-ANCSAL (IX-HIS) TO WS-BASE-SAL
                   END-IF
                ELSE
                   IF TH-DATSAI (IX-HIS) NOT < WS-SAI-MAX
                      MOVE 'O' TO WS-TROUVE
                      MOVE TH-DATSAI (IX-HIS) TO WS-SAI-MAX
                      MOVE TH-NOUSAL (IX-HIS) TO WS-BASE-SAL
                   END-IF
                END-IF
             END-PERFORM
             IF WS-EXISTE = 'O'
                ADD 1           TO TM-REC-NB (IX-MOIS)
                ADD WS-BASE-SAL TO TM-REC-TOT (IX-MOIS)
             END-IF
             .

      *RELEVE DE L'EMPLOYE COURANT : UNE LIGNE PAR MOIS DE PRESENCE,
      *LA PRIME ANNUELLE, LE TOTAL, PUIS LE DETAIL DE LA DECLARATION
       RELEVE-EMPLOYE.
             MOVE ZEROES TO WS-E-MOIS WS-E-SAL WS-E-COM WS-E-PRIME
                            WS-E-JSS WS-E-RET WS-E-BRUT
             ADD 1 TO WS-NB-DECLARES
             PERFORM ECRITURE-ENTETE-RELEVE
             PERFORM VARYING IX-MOIS FROM 1 BY 1 UNTIL IX-MOIS > 12
                PERFORM CALCUL-MOIS
             END-PERFORM

      *PRIME(S) DE L'ANNEE RATTACHEE(S) AU MATRICULE
             PERFORM VARYING IX-PRM FROM 1 BY 1
                     UNTIL IX-PRM > WS-NB-PRM
                IF TR-MAT (IX-PRM) = HVE-MAT
                   ADD TR-MONTANT (IX-PRM) TO WS-E-PRIME
                   MOVE 'O' TO TR-PRIS (IX-PRM)
                END-IF
             END-PERFORM
             IF WS-E-PRIME NOT = ZEROES
                MOVE SPACES TO L5
                MOVE 'PRIME'    TO ED-L5-MOIS
                MOVE WS-E-PRIME TO ED-L5-PRIME
                MOVE WS-E-PRIME TO ED-L5-BRUT
                MOVE L5  TO LIG-EDIT
                MOVE ' ' TO CAR-SAUT
                WRITE ENR-EDIT
             END-IF
             COMPUTE WS-E-BRUT = WS-E-SAL + WS-E-COM + WS-E-PRIME
                               - WS-E-RET

             MOVE WS-E-MOIS  TO ED-L6-MOIS
             MOVE WS-E-SAL   TO ED-L6-SAL
             MOVE WS-E-COM   TO ED-L6-COM
             MOVE WS-E-PRIME TO ED-L6-PRIME
             MOVE WS-E-JSS   TO ED-L6-JSS
             MOVE WS-E-RET   TO ED-L6-RET
             MOVE WS-E-BRUT  TO ED-L6-BRUT
             MOVE L4  TO LIG-EDIT
             MOVE ' ' TO CAR-SAUT
             WRITE ENR-EDIT
             MOVE L6  TO LIG-EDIT
             MOVE ' ' TO CAR-SAUT
             WRITE ENR-EDIT
             IF REEMBAUCHE-ANNEE
                MOVE SPACES TO ED-L7-OBS
                STRING 'REEMBAUCHE DANS L''ANNEE : PERIODE ANTERIEURE '
                       'A L''ENTREE NON RECONSTITUEE, A VERIFIER'
                   DELIMITED BY SIZE INTO ED-L7-OBS
                MOVE L7  TO LIG-EDIT
                MOVE '0' TO CAR-SAUT
                WRITE ENR-EDIT
             END-IF

             ADD WS-E-SAL   TO WS-T-SAL
             ADD WS-E-COM   TO WS-T-COM
             ADD WS-E-PRIME TO WS-T-PRIME
             ADD WS-E-RET   TO WS-T-RET
             ADD WS-E-BRUT  TO WS-T-BRUT
             PERFORM ECRITURE-DETAIL
             .

      *MOIS IX-MOIS DE L'EMPLOYE COURANT : PRESENCE RAMENEE AU MOIS,
      *SALAIRE ET COMMISSION PAR SEGMENTS ENTRE LES DATES D'EFFET DES
      *CHANGEMENTS (BASE PONDEREE PAR LE TAUX D'ACTIVITE, PRORATA DES
      *JOURS CALENDAIRES DU MOIS), RETENUE DES JOURS SANS SOLDE AU
      *TAUX JOURNALIER DE LA BASE EN FIN DE PRESENCE (BASE DIVISEE
      *PAR LES JOURS OUVRES DU MOIS).
       CALCUL-MOIS.
             SET WS-MOIS TO IX-MOIS
             COMPUTE WS-MOIS-DEB = WS-ANNEE * 10000 + WS-MOIS * 100 + 1
             COMPUTE WS-MOIS-FIN = WS-ANNEE * 10000 + WS-MOIS * 100
                                 + TM-JOUR-MAX (IX-MOIS)
             IF WS-DATENT > WS-MOIS-DEB
                MOVE WS-DATENT   TO WS-PRES-DEB
             ELSE
                MOVE WS-MOIS-DEB TO WS-PRES-DEB
             END-IF
             IF WS-DATSOR-EFF < WS-MOIS-FIN
                MOVE WS-DATSOR-EFF TO WS-PRES-FIN
             ELSE
                MOVE WS-MOIS-FIN   TO WS-PRES-FIN
             END-IF
             IF WS-PRES-FIN >= WS-PRES-DEB
                MOVE ZEROES TO WS-M-JOURS WS-M-SAL WS-M-COM
                               WS-M-JSS WS-M-RET
                MOVE WS-PRES-DEB TO WS-DATE-REF WS-SEG-DEB
                PERFORM BASE-EN-VIGUEUR
                PERFORM VARYING IX-HIS FROM 1 BY 1
                        UNTIL IX-HIS > WS-NB-HIS
                   IF TH-DATEFF (IX-HIS) > WS-PRES-DEB
                      AND TH-DATEFF (IX-HIS) <= WS-PRES-FIN
                      COMPUTE WS-JOURS-SEG
                         = TH-DATEFF (IX-HIS) - WS-SEG-DEB
                      PERFORM CUMUL-SEGMENT
                      MOVE TH-NOUSAL (IX-HIS) TO WS-BASE-SAL
                      MOVE TH-NOUCOM (IX-HIS) TO WS-BASE-COM
                      MOVE TH-NOUTAU (IX-HIS) TO WS-BASE-TAUX
                      MOVE TH-DATEFF (IX-HIS) TO WS-SEG-DEB
                   END-IF
                END-PERFORM
                COMPUTE WS-JOURS-SEG = WS-PRES-FIN - WS-SEG-DEB + 1
                PERFORM CUMUL-SEGMENT
                PERFORM RETENUE-SANS-SOLDE
                PERFORM EDITION-MOIS
             END-IF
             .

      *CUMUL DU SEGMENT COURANT (WS-JOURS-SEG JOURS A LA BASE EN
      *VIGUEUR) DANS LES MONTANTS DU MOIS
       CUMUL-SEGMENT.
             IF WS-JOURS-SEG > ZEROES
                ADD WS-JOURS-SEG TO WS-M-JOURS
                COMPUTE WS-M-SAL ROUNDED = WS-M-SAL
                   + WS-BASE-SAL * WS-BASE-TAUX / 100
                   * WS-JOURS-SEG / TM-JOUR-MAX (IX-MOIS)
                COMPUTE WS-M-COM ROUNDED = WS-M-COM
                   + WS-BASE-COM * WS-JOURS-SEG / TM-JOUR-MAX (IX-MOIS)
             END-IF
             .

      *BASE (SALAIRE, COMMISSION, TAUX) EN VIGUEUR A WS-DATE-REF : LE
      *NOUVEAU DU DERNIER CHANGEMENT D'EFFET ANTERIEUR OU EGAL (LA
      *CREATION, A ZERO, EN FAIT PARTIE), A DEFAUT L'ANCIEN DU PREMIER
      *CHANGEMENT, A DEFAUT (EMPLOYE ANTERIEUR A L'HISTORIQUE SANS
      *CHANGEMENT) LA BASE ACTUELLE DE LA TABLE EMPLOYE.
       BASE-EN-VIGUEUR.
             MOVE 'N' TO WS-TROUVE
             PERFORM VARYING IX-HIS FROM 1 BY 1
                     UNTIL IX-HIS > WS-NB-HIS
                IF TH-DATEFF (IX-HIS) <= WS-DATE-REF
                   MOVE 'O' TO WS-TROUVE
                   MOVE TH-NOUSAL (IX-HIS) TO WS-BASE-SAL
                   MOVE TH-NOUCOM (IX-HIS) TO WS-BASE-COM
                   MOVE TH-NOUTAU (IX-HIS) TO WS-BASE-TAUX
                END-IF
             END-PERFORM
             IF WS-TROUVE = 'N'
                IF WS-NB-HIS > ZEROES
                   MOVE TH-ANCSAL (1) TO WS-BASE-SAL
                   MOVE TH-ANCCOM (1) TO WS-BASE-COM
                   MOVE TH-ANCTAU (1) TO WS-BASE-TAUX
                ELSE
                   MOVE HVE-SAL  TO WS-BASE-SAL
                   MOVE HVE-COM  TO WS-BASE-COM
                   MOVE HVE-TAUX TO WS-BASE-TAUX
                END-IF
             END-IF
             .

      *JOURS SANS SOLDE DE L'EMPLOYE COURANT SUR SA PRESENCE DU MOIS
      *(ACCESS2 'J', JOURS OUVRES) ET RETENUE CORRESPONDANTE
       RETENUE-SANS-SOLDE.
             INITIALIZE ZACCESSEUR
             MOVE 'J'         TO ZCODE-FONC
             MOVE HVE-MAT     TO ZMAT
             MOVE WS-PRES-DEB TO ZABS-DEB
             MOVE WS-PRES-FIN TO ZABS-FIN
             CALL ACCESS2 USING ZACCESSEUR
             IF ZCODE-RET NOT = ZEROES
                DISPLAY '--- ERR JOURS SANS SOLDE, MAT ' HVE-MAT ' : '
                        ZCODE-RET
                PERFORM FIN
             END-IF
             MOVE ZNB-JOURS TO WS-M-JSS
             IF WS-M-JSS > ZEROES
                COMPUTE WS-M-RET ROUNDED
                   = WS-BASE-SAL * WS-BASE-TAUX / 100
                   * WS-M-JSS / TM-OUVRES (IX-MOIS)
                IF WS-M-RET > WS-M-SAL
                   MOVE WS-M-SAL TO WS-M-RET
                END-IF
             END-IF
             .

      *EDITION DE LA LIGNE DU MOIS ET CUMUL DANS LES TOTAUX DE
      *L'EMPLOYE
       EDITION-MOIS.
             ADD 1        TO WS-E-MOIS
             ADD WS-M-SAL TO WS-E-SAL
             ADD WS-M-COM TO WS-E-COM
             ADD WS-M-JSS TO WS-E-JSS
             ADD WS-M-RET TO WS-E-RET
             MOVE SPACES TO ED-L5-MOIS
             STRING WS-MOIS '/' PARM-ANNEE
                DELIMITED BY SIZE INTO ED-L5-MOIS
             MOVE WS-M-JOURS TO ED-L5-JOURS
             MOVE WS-M-SAL   TO ED-L5-SAL
             MOVE WS-M-COM   TO ED-L5-COM
             MOVE ZEROES     TO ED-L5-PRIME
             MOVE WS-M-JSS   TO ED-L5-JSS
             MOVE WS-M-RET   TO ED-L5-RET
             COMPUTE ED-L5-BRUT = WS-M-SAL + WS-M-COM - WS-M-RET
             MOVE L5  TO LIG-EDIT
             MOVE ' ' TO CAR-SAUT
             WRITE ENR-EDIT
             .

      *CONSTRUCTION ET ECRITURE DE L'ENREGISTREMENT DETAIL DE
      *L'EMPLOYE COURANT DANS LE FICHIER DE DECLARATION
       ECRITURE-DETAIL.
             MOVE WS-DATENT  TO ED-EXT-DATENT
             MOVE WS-DATSOR  TO ED-EXT-DATSOR
             MOVE WS-E-MOIS  TO ED-EXT-MOIS
             MOVE WS-E-SAL   TO ED-EXT-SAL
             MOVE WS-E-COM   TO ED-EXT-COM
             MOVE WS-E-PRIME TO ED-EXT-PRIME
             MOVE WS-E-JSS   TO ED-EXT-JSS
             MOVE WS-E-RET   TO ED-EXT-RET
             MOVE WS-E-BRUT  TO ED-EXT-BRUT
             MOVE SPACES TO WS-ENR
             STRING '2;' HVE-MAT ';' HVE-NOM ';' HVE-NOD
                    ';' ED-EXT-DATENT ';' ED-EXT-DATSOR
                    ';' ED-EXT-MOIS ';' ED-EXT-SAL ';' ED-EXT-COM
                    ';' ED-EXT-PRIME ';' ED-EXT-JSS ';' ED-EXT-RET
                    ';' ED-EXT-BRUT
                DELIMITED BY SIZE INTO WS-ENR
             MOVE WS-ENR TO ENR-DECLAR
             WRITE ENR-DECLAR
             .

      *ENTETE DU RELEVE DE L'EMPLOYE COURANT (NOUVELLE PAGE)
       ECRITURE-ENTETE-RELEVE.
             MOVE HVE-MAT TO ED-LE1-MAT
             MOVE HVE-NOM TO ED-LE1-NOM
             MOVE HVE-NOD TO ED-LE1-NOD
             MOVE HVD-NDE TO ED-LE1-NDE
             MOVE SPACES  TO ED-LE2-ENTREE ED-LE2-SORTIE
             STRING HVE-DAT(9:2) '/' HVE-DAT(6:2) '/' HVE-DAT(1:4)
                DELIMITED BY SIZE INTO ED-LE2-ENTREE
             IF WS-DATSOR NOT = ZEROES
                STRING HVE-DATDEP(9:2) '/' HVE-DATDEP(6:2) '/'
                       HVE-DATDEP(1:4)
                   DELIMITED BY SIZE INTO ED-LE2-SORTIE
             END-IF
             MOVE '1'  TO CAR-SAUT
             MOVE L1   TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE ' '  TO CAR-SAUT
             MOVE L2   TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE '0'  TO CAR-SAUT
             MOVE LE1  TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE ' '  TO CAR-SAUT
             MOVE LE2  TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE '0'  TO CAR-SAUT
             MOVE L3   TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE ' '  TO CAR-SAUT
             MOVE L4   TO LIG-EDIT
             WRITE ENR-EDIT
             .

      *PAGE DE RAPPROCHEMENT : PAR MOIS, NOMBRE ET TOTAL SAL DE LA FIN
      *DU FICHIER PAYEXT FACE AUX MEMES RECONSTITUES ; UN MOIS SANS
      *EXTRACTION OU EN ECART (EMPLOYE PURGE OU SUPPRIME DEPUIS) EST
      *SIGNALE, COMME LES PRIMES SANS EMPLOYE DECLARE.
       EDITION-RAPPROCHEMENT.
             MOVE '1'  TO CAR-SAUT
             MOVE LR1  TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE ' '  TO CAR-SAUT
             MOVE LR2  TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE '0'  TO CAR-SAUT
             MOVE LR3  TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE ' '  TO CAR-SAUT
             MOVE LR4  TO LIG-EDIT
             WRITE ENR-EDIT
             PERFORM VARYING IX-MOIS FROM 1 BY 1 UNTIL IX-MOIS > 12
                PERFORM EDITION-LIGNE-RAPPROCHEMENT
             END-PERFORM
             COMPUTE WS-ECART = WS-T-PAY - WS-T-REC
             MOVE WS-NB-PAYEXT TO ED-LR6-NBEXT
             MOVE WS-T-PAY     TO ED-LR6-PTOT
             MOVE WS-T-REC     TO ED-LR6-RTOT
             MOVE WS-ECART     TO ED-LR6-ECART
             MOVE '0'  TO CAR-SAUT
             MOVE LR6  TO LIG-EDIT
             WRITE ENR-EDIT

             PERFORM VARYING IX-PRM FROM 1 BY 1
                     UNTIL IX-PRM > WS-NB-PRM
                IF TR-PRIS (IX-PRM) = 'N'
                   ADD 1 TO WS-NB-PRM-ORPH
                   ADD TR-MONTANT (IX-PRM) TO WS-TOT-PRM-ORPH
                END-IF
             END-PERFORM
             MOVE WS-NB-DECLARES    TO ED-LR7-NB
             MOVE WS-T-BRUT         TO ED-LR7-BRUT
             MOVE WS-T-PRIME        TO ED-LR7-PRIME
             MOVE WS-TOT-PRIMES-FIC TO ED-LR7-PRMFIC
             MOVE '0'  TO CAR-SAUT
             MOVE LR7  TO LIG-EDIT
             WRITE ENR-EDIT
             IF WS-NB-PRM-ORPH NOT = ZEROES
                ADD 1 TO WS-NB-ANOMALIES
                MOVE WS-NB-PRM-ORPH  TO ED-LR8-NB
                MOVE WS-TOT-PRM-ORPH TO ED-LR8-TOT
                MOVE ' '  TO CAR-SAUT
                MOVE LR8  TO LIG-EDIT
                WRITE ENR-EDIT
             END-IF
             .

      *LIGNE DE RAPPROCHEMENT DU MOIS IX-MOIS
       EDITION-LIGNE-RAPPROCHEMENT.
             SET WS-MOIS TO IX-MOIS
             MOVE SPACES TO ED-LR5-MOIS ED-LR5-HOR ED-LR5-OBS
             STRING WS-MOIS '/' PARM-ANNEE
                DELIMITED BY SIZE INTO ED-LR5-MOIS
             MOVE TM-HOR-PAYEXT (IX-MOIS) TO ED-LR5-HOR
             MOVE TM-PAY-NB (IX-MOIS)     TO ED-LR5-PNB
             MOVE TM-PAY-TOT (IX-MOIS)    TO ED-LR5-PTOT
             MOVE TM-REC-NB (IX-MOIS)     TO ED-LR5-RNB
             MOVE TM-REC-TOT (IX-MOIS)    TO ED-LR5-RTOT
             COMPUTE WS-ECART = TM-PAY-TOT (IX-MOIS)
                              - TM-REC-TOT (IX-MOIS)
             MOVE WS-ECART TO ED-LR5-ECART
             EVALUATE TRUE
                WHEN TM-HOR-PAYEXT (IX-MOIS) = SPACES
                 AND TM-PAY-SOURCE (IX-MOIS) = SPACES
                   MOVE 'PAS D''EXTRACTION' TO ED-LR5-OBS
                   ADD 1 TO WS-NB-ANOMALIES
                WHEN TM-PAY-SOURCE (IX-MOIS) = SPACES
                   MOVE 'FICHIER PAYEXT NON TROUVE' TO ED-LR5-OBS
                   ADD 1 TO WS-NB-ANOMALIES
                WHEN TM-HOR-PAYEXT (IX-MOIS) = SPACES
                   MOVE 'EXTRACTION ABSENTE DE PERCTL' TO ED-LR5-OBS
                   ADD 1 TO WS-NB-ANOMALIES
                WHEN WS-ECART NOT = ZEROES
                     OR TM-PAY-NB (IX-MOIS) NOT = TM-REC-NB (IX-MOIS)
                   MOVE 'ECART : EMPLOYE PURGE/SUPPRIME' TO ED-LR5-OBS
                   ADD 1 TO WS-NB-ANOMALIES
                WHEN TM-PAY-SOURCE (IX-MOIS) = 'D'
                   MOVE 'DUPLICATA SEUL CATALOGUE' TO ED-LR5-OBS
                WHEN OTHER
                   CONTINUE
             END-EVALUATE
             IF TM-PAY-SOURCE (IX-MOIS) NOT = SPACES
                ADD 1 TO WS-NB-PAYEXT
                ADD TM-PAY-TOT (IX-MOIS) TO WS-T-PAY
                ADD TM-REC-TOT (IX-MOIS) TO WS-T-REC
             END-IF
             MOVE ' '  TO CAR-SAUT
             MOVE LR5  TO LIG-EDIT
             WRITE ENR-EDIT
             .

      *ECRITURE DE L'ENREGISTREMENT DE SUIVI D'EXPLOITATION (JOURNAL
      *COMMUN DE LA CHAINE BATCH) PUIS POSITIONNEMENT DU CODE
      *CONDITION FINAL (0 = NORMAL, 4 = ANOMALIES, 12 = ABANDON).
       TERMINAISON.
             MOVE 'DECLANN ' TO OPS-PROGRAMME
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

//API7DA JOB NOTIFY=&SYSUID,CLASS=A,MSGCLASS=H
//*
//PROCLIB  JCLLIB ORDER=SDJ.FORM.PROCLIB
//*
//         SET SYSUID=API7
//         NOMPGM:DECLANN
//*
//*--- DEFINITION DU GDG DE BASE (A EXECUTER UNE SEULE FOIS) ---
//DEFGDG   EXEC PGM=IDCAMS
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   *
  DEFINE GDG (NAME(API7.DECLANN) -
              LIMIT(5)           -
              SCRATCH            -
              NOEMPTY)
  SET MAXCC = 0
//*
//APPROC   EXEC COMPDB2
//STEPDB2.SYSLIB   DD DSN=API7.SOURCE.DCLGEN,DISP=SHR
//                 DD DSN=API7.SOURCE.COPY,DISP=SHR
//STEPDB2.SYSIN    DD DSN=API7.SOURCE.DB2(DECLANN),DISP=SHR
//STEPDB2.DBRMLIB DD DSN=API7.SOURCE.DBRMLIB(DECLANN),DISP=SHR
//STEPLNK.SYSLMOD  DD DSN=API7.SOURCE.PGMLIB(DECLANN),DISP=SHR
//*
//*--- CHAINE DE JANVIER, APRES L'EXTRACTION DE DECEMBRE ET AVANT  ---
//*--- CELLE DE JANVIER : PAYEXT (BASE DU GDG) CONCATENE ALORS LES  ---
//*--- DOUZE GENERATIONS DE L'ANNEE. UNE CARTE 'R' DANS CARTES      ---
//*--- AUTORISE LA REEMISSION D'UNE ANNEE DEJA DECLAREE (DUPLICATA) ---
//STEPRUN  EXEC PGM=IKJEFT01,COND=(4,LT)
//STEPLIB  DD DSN=API7.SOURCE.PGMLIB,DISP=SHR
//OPSLOG   DD DSN=API7.OPSLOG,DISP=MOD
//PERCTL   DD DSN=API7.PERCTL,DISP=MOD
//CARTES   DD DUMMY
//PAYEXT   DD DSN=API7.PAYEXT,DISP=SHR
//PRIMES   DD DSN=API7.PRIMES,DISP=SHR
//DECLAR   DD  DSN=API7.DECLANN(+1),DISP=(,CATLG,DELETE),
//         DCB=(DSORG=PS,RECFM=FB,LRECL=150),
//         SPACE=(TRK,(1,1))
//EDIT     DD  DSN=API7.DECLANN.EDIT,DISP=(,CATLG,DELETE),
//         DCB=(DSORG=PS,RECFM=FB,LRECL=133),
//         SPACE=(TRK,(5,5))
//SYSOUT   DD  SYSOUT=*,OUTLIM=1000
//SYSTSPRT DD  SYSOUT=*,OUTLIM=2500
//SYSTSIN  DD  *
  DSN SYSTEM (DSN1)
  RUN PROGRAM(DECLANN) PLAN (DECLANN) PARMS('2026')
//



      ********************************************************************#
      *                    FICHIER DE LA DECLARATION                      #
      ********************************************************************#
      *1;2026;20270108
      *2;20    ;DUPOND         ;P01;19980301;00000000;12;0182112,12;0000000,00;0001057,04;000;0000000,00; 0183169,16
      *2;30    ;BARI           ;P02;20010901;00000000;12;0058080,00;0036000,00;0000384,00;002;0000457,14; 0094006,86
      *2;40    ;MARTIN         ;P02;20150105;20260430;04;0016000,00;0000000,00;0000000,00;000;0000000,00; 0016000,00
      *9;0000003;000256192,12;000036000,00;000001441,04;000000457,14; 000293176,02;12;000304701,50;000304701,50
      *********************************** BOTTOM OF DATA *********************************



      ********************************************************************#
      *                          FICHIER D'EDITION                        #
      ********************************************************************#
      *1                              RELEVE ANNUEL DES REMUNERATIONS 2026
      *                               ------------------------------------
      *0MATRICULE : 30       NOM : BARI              DEPARTEMENT : P02 PAIE
      * ENTREE : 01/09/2001   SORTIE :
      *0MOIS      JOURS        SALAIRE     COMMISSION          PRIME   J.S.S        RETENUE            BRUT
      * -------   -----   ------------   ------------   ------------   -----   ------------   -------------
      * 01/2026      31       4.800,00       3.000,00                      0           0,00        7.800,00
      * 02/2026      28       4.800,00       3.000,00                      2         457,14        7.342,86
      * ...
      * 07/2026      31       5.040,00       3.000,00                      0           0,00        8.040,00
      * ...
      * 12/2026      31       5.040,00       3.000,00                      0           0,00        8.040,00
      * PRIME                                                   384,00                                384,00
      * -------   -----   ------------   ------------   ------------   -----   ------------   -------------
      * TOTAL      12 M.     58.080,00      36.000,00         384,00       2         457,14       94.006,86
      *1                              RAPPROCHEMENT AVEC LES EXTRACTIONS PAYEXT DE 2026
      *                               --------------------------------------------------
      *0MOIS      EXTRACTION       NB FIC.      SAL FICHIER   NB REC.     SAL RECONS.             ECART   OBSERVATION
      * -------   --------------   -------   ---------------   -------   ---------------   ---------------   ------------------------------
      * 01/2026   20260128180210         4         25.100,50         4         25.100,50              0,00
      * ...
      * 12/2026   20261222180305         4         25.553,52         4         25.553,52              0,00
      *0TOTAL     12 EXTRACTIONS              304.701,50                     304.701,50              0,00
      *0EMPLOYES DECLARES :       3   BRUT :         293.176,02   PRIMES :         1.441,04 (FICHIER :         1.441,04)
      *********************************** BOTTOM OF DATA *********************************
