      *           EXTRAIT N'EST PAS REEMIS (CODE CONDITION 12), SAUF   *
      *           CARTE DE REPRISE OPERATEUR 'R' - LA REEMISSION EST   *
      *           ALORS MARQUEE 'DUPLICATA' DANS L'ENTETE DU FICHIER   *
      *  261015 : HEURES VARIABLES APPROUVEES DU MOIS (ACCESS2E 'K' :  *
      *           SUPPLEMENTAIRES, NUIT, DIMANCHE/FERIE) PORTEES EN    *
      *           FIN D'ENREGISTREMENT DETAIL - PLUS DE FAX DES HEURES *
      *  261015 : TAUX D'ACTIVITE (EN % DU TEMPS PLEIN) PORTE EN FIN   *
      *           D'ENREGISTREMENT DETAIL - LE SALAIRE RESTE LA BASE   *
      *           TEMPS PLEIN, LE BUREAU DE PAIE APPLIQUE LE TAUX      *
      *  261015 : IBAN (TABLE BANQUE, ACCESS2F) PORTE EN FIN D'ENREGIS-*
      *           TREMENT DETAIL (ENREGISTREMENT ELARGI A 250) ET LISTE *
      *           DES EMPLOYES A PAYER SANS COORDONNEES BANCAIRES       *
      *           VALIDES EDITEE EN TETE DU COMPTE-RENDU (CODE 4)       *
      *  261015 : HEURES APPROUVEES RATTACHEES A LA PERIODE EXTRAITE   *
      *           (ACCESS2E 'X') AVANT LEUR CUMUL : DES HEURES D'UN    *
      *           MOIS DEJA EXTRAIT, APPROUVEES APRES, SONT PAYEES     *
      *           AVEC L'EXTRACTION SUIVANTE. VALIDATION EN FIN NOR-   *
      *           MALE (ACCESS2 'V'), ANNULATION SUR ABANDON ('N')     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FS-PERCTL.
      *LISTE DES EXCEPTIONS : EMPLOYES A PAYER SANS COORDONNEES
      *BANCAIRES VALIDES (A TRAITER AVANT L'ENVOI DU FICHIER)
           SELECT EDIT ASSIGN TO EDIT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FS-EDIT.
      *JOURNAL D'EXPLOITATION COMMUN DE LA CHAINE BATCH
           SELECT OPSLOG ASSIGN TO OPSLOG
                  ORGANIZATION IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT RECORDING MODE IS F.
       01  ENR-EXTRACT       PIC X(250).

       FD  CARTES RECORDING MODE IS F.
      *CARTE OPERATEUR : 'R' EN COLONNE 1 = REPRISE AUTORISEE
           05 CAR-TYPE       PIC X.
           05                PIC X(79).

       FD  EDIT RECORDING MODE IS F.
       01  ENR-EDIT.
           05 CAR-SAUT       PIC X.
           05 LIG-EDIT       PIC X(132).

       FD  PERCTL RECORDING MODE IS F.
           COPY PERCTL.

       01  FS-EXTRACT        PIC 99 VALUE ZEROES.
       01  FS-CARTES         PIC 99 VALUE ZEROES.
       01  FS-PERCTL         PIC 99 VALUE ZEROES.
       01  FS-EDIT           PIC 99 VALUE ZEROES.

      *SUIVI D'EXPLOITATION (JOURNAL COMMUN DE LA CHAINE BATCH)
       01  FS-OPSLOG         PIC 99    VALUE ZEROES.
       01  ACCESS2           PIC X(8) VALUE 'ACCESS2'.
       01  ACCESS2A          PIC X(8) VALUE 'ACCESS2A'.
       01  ACCESS2C          PIC X(8) VALUE 'ACCESS2C'.
       01  ACCESS2E          PIC X(8) VALUE 'ACCESS2E'.
       01  ACCESS2F          PIC X(8) VALUE 'ACCESS2F'.

      *ZONE DE COMMUNICATION AVEC L'ACCESSEUR DE LA TABLE BANQUE
      *(IBAN PORTE SUR LE DETAIL)
           COPY RACCESSEUR.

      *ZONE DE COMMUNICATION AVEC L'ACCESSEUR DE LA TABLE HEURES
      *(HEURES VARIABLES APPROUVEES DU MOIS PORTEES SUR LE DETAIL)
           COPY HACCESSEUR.

      *DATE D'EXTRACTION (AAAAMMJJ, ISSUE DE FUNCTION CURRENT-DATE)
       01  WS-DATE-SYSTEME   PIC X(21).
       01  ED-EXT-DATDEP     PIC 9(8).

      *ZONE DE CONSTRUCTION DE L'ENREGISTREMENT COURANT
       01  WS-ENR            PIC X(250) VALUE SPACES.

      *COORDONNEES DE L'EMPLOYE COURANT (BLANCS SI AUCUNE LIGNE
      *COORDON : LE BUREAU SAIT ALORS QUE L'ADRESSE MANQUE ENCORE)
      *VARIANTE DE CURSEUR ('T') ET LE NOD DU PASSAGE SERAIENT PERDUS
       01  ED-EXT-JABS       PIC 9(3)  VALUE ZEROES.
       01  WS-MAT-COURANT    PIC X(6)  VALUE SPACES.
       01  WS-SAUVE-ZACC     PIC X(250) VALUE SPACES.

      *HEURES VARIABLES APPROUVEES DU MOIS POUR L'EMPLOYE COURANT, PAR
      *TYPE (LE BUREAU DE PAIE APPLIQUE LES MAJORATIONS)
       01  ED-EXT-HSUP       PIC 9(3),99 VALUE ZEROES.
       01  ED-EXT-HNUIT      PIC 9(3),99 VALUE ZEROES.
       01  ED-EXT-HDIM       PIC 9(3),99 VALUE ZEROES.
       01  ED-EXT-TAUX       PIC 9(3),99 VALUE ZEROES.

      *IBAN DE L'EMPLOYE COURANT (BLANC SI AUCUNES COORDONNEES
      *BANCAIRES OU SI L'IBAN NE PASSE PAS LE CONTROLE DE CLE : LE
      *BUREAU NE DOIT PAS VIRER SUR UN COMPTE FAUX) ET LISTE DES
      *EXCEPTIONS - SEULS LES EMPLOYES A PAYER CE MOIS-CI Y FIGURENT
      *(PRESENTS, ET PARTANTS DONT LE DEPART TOMBE DANS LE MOIS)
       01  WS-EXT-IBAN       PIC X(34)  VALUE SPACES.
       01  WS-NB-EXCEPTIONS  PIC 9(5) COMP VALUE ZEROES.

      *LIGNES D'EDITION DE LA LISTE DES EXCEPTIONS
       01  L1.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(42) VALUE
                      'EMPLOYES A PAYER SANS COORDONNEES VALIDES'.
       01  L2.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(42) VALUE ALL '-'.

       01  L3.
           05                PIC X(06) VALUE 'MAT'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(15) VALUE 'NOM'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE 'NOD'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE 'STA'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(20) VALUE 'OBSERVATION'.

       01  L4.
           05                PIC X(06) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(15) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(03) VALUE ALL '-'.
           05                PIC X(03) VALUE SPACES.
           05                PIC X(20) VALUE ALL '-'.

       01  L5.
           05 ED-L5-MAT      PIC X(06) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-NOM      PIC X(15) VALUE SPACES.
           05                PIC X(03) VALUE SPACES.
           05 ED-L5-NOD      PIC X(03) VALUE SPACES.
           05                PIC X(04) VALUE SPACES.
           05 ED-L5-STA      PIC X(01) VALUE SPACES.
           05                PIC X(04) VALUE SPACES.
           05 ED-L5-OBS      PIC X(50) VALUE SPACES.

       01  L6.
           05                PIC X(22) VALUE 'EMPLOYES EXTRAITS : '.
           05 ED-L6-EMPLOYES PIC ZZZZZZ9 VALUE ZEROES.
           05                PIC X(16) VALUE '   EXCEPTIONS : '.
           05 ED-L6-EXCEPT   PIC ZZZZ9 VALUE ZEROES.

       PROCEDURE DIVISION.
             MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE
                DISPLAY 'ERREUR OPEN EXTRACT, FS : ' FS-EXTRACT
                PERFORM FIN
             END-IF
             OPEN OUTPUT EDIT
             IF FS-EDIT NOT = ZEROES
                DISPLAY 'ERREUR OPEN EDIT, FS : ' FS-EDIT
                PERFORM FIN
             END-IF
             PERFORM ECRITURE-ENTETE

      *ECRITURE DE L'ENREGISTREMENT ENTETE ('1' + DATE D'EXTRACTION) -
      *UNE REEMISSION AUTORISEE EST EXPLICITEMENT MARQUEE 'DUPLICATA'

             DISPLAY 'EXTRACTION PAIE : ' WS-NB-EMPLOYES ' EMPLOYES'
             CLOSE EXTRACT

      *FIN DE LA LISTE DES EXCEPTIONS : UN EMPLOYE A PAYER SANS
      *COORDONNEES BANCAIRES VALIDES DONNE LE CODE AVERTISSEMENT
             MOVE WS-NB-EMPLOYES   TO ED-L6-EMPLOYES
             MOVE WS-NB-EXCEPTIONS TO ED-L6-EXCEPT
             MOVE L6  TO LIG-EDIT
             MOVE '0' TO CAR-SAUT
             WRITE ENR-EDIT
             CLOSE EDIT
             IF WS-NB-EXCEPTIONS NOT = ZEROES
                MOVE 4 TO WS-CODE-RETOUR
             END-IF
      *VALIDATION DU RATTACHEMENT DES HEURES A LA PERIODE, UNE FOIS LE
      *FICHIER INTERFACE COMPLET (UN ABANDON AVANT LE DEFAIT)
             PERFORM VALIDATION-TRAVAIL
      *LA PERIODE EST MARQUEE FAITE APRES UNE PREMIERE EMISSION
      *COMPLETE (UNE REEMISSION AUTORISEE NE LA REMARQUE PAS)
             IF NOT PERIODE-FAITE
             MOVE ZCOM    TO ED-EXT-COM
             MOVE ZDAT    TO ED-EXT-DAT
             MOVE ZDATDEP TO ED-EXT-DATDEP
             MOVE ZTAUX   TO ED-EXT-TAUX
             PERFORM LECTURE-COORDONNEES
             PERFORM LECTURE-JOURS-SANS-SOLDE
             PERFORM LECTURE-HEURES-APPROUVEES
             PERFORM LECTURE-BANQUE
             MOVE SPACES TO WS-ENR
             STRING '2;' ZMAT ';' ZNOM ';' ZNOD ';' DNDE ';' DLIE
                    ';' ED-EXT-DAT ';' ED-EXT-SAL ';' ED-EXT-COM
                    ';' ZSTA ';' ED-EXT-DATDEP
                    ';' WS-EXT-ADR ';' WS-EXT-VILLE
                    ';' WS-EXT-CODPOST ';' ED-EXT-JABS
                    ';' ED-EXT-HSUP ';' ED-EXT-HNUIT ';' ED-EXT-HDIM
                    ';' ED-EXT-TAUX ';' WS-EXT-IBAN
                DELIMITED BY SIZE INTO WS-ENR
             MOVE WS-ENR TO ENR-EXTRACT
             WRITE ENR-EXTRACT
             MOVE WS-SAUVE-ZACC TO ZACCESSEUR
             .

      *HEURES VARIABLES APPROUVEES DE L'EMPLOYE COURANT PAYEES AVEC LE
      *MOIS D'EXTRACTION, PAR TYPE : LES HEURES APPROUVEES NON ENCORE
      *PAYEES DONT LE JOUR NE DEPASSE PAS LA FIN DU MOIS SONT D'ABORD
      *RATTACHEES AU MOIS (ACCESS2E 'X'), PUIS CUMULEES (ACCESS2E 'K').
      *DES HEURES D'UN MOIS PRECEDENT APPROUVEES APRES SON EXTRACTION
      *SONT AINSI PAYEES ICI ; LES HEURES ENCORE EN ATTENTE LE SERONT
      *AVEC L'EXTRACTION QUI SUIT LEUR APPROBATION. UNE REEMISSION NE
      *RATTACHE RIEN : LE DUPLICATA REPRODUIT LE FICHIER D'ORIGINE.
       LECTURE-HEURES-APPROUVEES.
             IF NOT PERIODE-FAITE
                INITIALIZE HACCESSEUR
                MOVE 'X'         TO HCODE-FONC
                MOVE 'PAYEXT'    TO HUTILISATEUR
                MOVE ZMAT        TO HMAT
                MOVE WS-MOIS-FIN TO HPER-FIN
                CALL ACCESS2E USING HACCESSEUR
                IF HCODE-RET NOT = ZEROES
                   DISPLAY '--- ERR RATTACHEMENT HEURES, MAT ' ZMAT
                           ' : ' HCODE-RET
                   PERFORM FIN
                END-IF
             END-IF
             INITIALIZE HACCESSEUR
             MOVE 'K'         TO HCODE-FONC
             MOVE ZMAT        TO HMAT
             MOVE WS-MOIS-FIN TO HPER-FIN
             CALL ACCESS2E USING HACCESSEUR
             IF HCODE-RET NOT = ZEROES
                DISPLAY '--- ERR HEURES VARIABLES, MAT ' ZMAT ' : '
                        HCODE-RET
                PERFORM FIN
             END-IF
             MOVE HTOT-SUP  TO ED-EXT-HSUP
             MOVE HTOT-NUIT TO ED-EXT-HNUIT
             MOVE HTOT-DIM  TO ED-EXT-HDIM
             .

      *LECTURE DES COORDONNEES DE L'EMPLOYE COURANT (ACCESS2C 'L') -
      *UN MATRICULE SANS LIGNE COORDON SORT AVEC LES ZONES A BLANC,
      *TOUTE AUTRE ERREUR ARRETE L'EXTRACTION.
             END-EVALUATE
             .

      *LECTURE DES COORDONNEES BANCAIRES DE L'EMPLOYE COURANT
      *(ACCESS2F 'L') - SEUL UN IBAN QUI PASSE LE CONTROLE DE CLE EST
      *PORTE SUR LE DETAIL ; UN EMPLOYE A PAYER CE MOIS-CI (NON PARTI,
      *OU PARTI DANS LE MOIS) SANS IBAN VALIDE SORT SUR LA LISTE DES
      *EXCEPTIONS. TOUTE AUTRE ERREUR ARRETE L'EXTRACTION.
       LECTURE-BANQUE.
             MOVE SPACES TO WS-EXT-IBAN ED-L5-OBS
             INITIALIZE RACCESSEUR
             MOVE 'L'  TO RCODE-FONC
             MOVE ZMAT TO RMAT
             CALL ACCESS2F USING RACCESSEUR
             EVALUATE RCODE-RET
                WHEN ZEROES
                   IF RIBAN-VALIDE = 'O'
                      MOVE RIBAN TO WS-EXT-IBAN
                   ELSE
                      MOVE 'IBAN ERRONE (CLE OU FORMAT), A CORRIGER'
                        TO ED-L5-OBS
                   END-IF
                WHEN 62
                   MOVE 'AUCUNES COORDONNEES BANCAIRES' TO ED-L5-OBS
                WHEN OTHER
                   DISPLAY '--- ERR LECTURE COORDONNEES BANCAIRES, MAT '
                           ZMAT ' : ' RCODE-RET
                   PERFORM FIN
             END-EVALUATE
             IF ED-L5-OBS NOT = SPACES
                IF ZSTA NOT = 'P' OR ZDATDEP NOT < WS-MOIS-DEB
                   PERFORM EDITION-EXCEPTION
                END-IF
             END-IF
             .

      *EDITE LA LIGNE D'UN EMPLOYE A PAYER SANS COORDONNEES BANCAIRES
      *VALIDES (MOTIF PREPARE DANS ED-L5-OBS) ET LE COMPTE
       EDITION-EXCEPTION.
             ADD 1 TO WS-NB-EXCEPTIONS
             MOVE ZMAT TO ED-L5-MAT
             MOVE ZNOM TO ED-L5-NOM
             MOVE ZNOD TO ED-L5-NOD
             MOVE ZSTA TO ED-L5-STA
             MOVE L5  TO LIG-EDIT
             MOVE ' ' TO CAR-SAUT
             WRITE ENR-EDIT
             .

      *ECRITURE DE L'ENTETE DE LA LISTE DES EXCEPTIONS (L1 A L4)
       ECRITURE-ENTETE.
             MOVE '1'  TO CAR-SAUT
             MOVE L1   TO LIG-EDIT
             WRITE ENR-EDIT
             MOVE ' '  TO CAR-SAUT
             MOVE L2   TO LIG-EDIT
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
             STOP RUN
             .

      *VALIDATION (COMMIT) PAR L'ACCESSEUR DU RATTACHEMENT DES HEURES
      *A LA PERIODE EXTRAITE
       VALIDATION-TRAVAIL.
             INITIALIZE ZACCESSEUR
             MOVE 'V' TO ZCODE-FONC
             CALL ACCESS2 USING ZACCESSEUR
             IF ZCODE-RET NOT = ZEROES
                DISPLAY '--- ERR VALIDATION : ' ZCODE-RET ' ' ZLIBERR
                PERFORM FIN
             END-IF
             .

      *ANNULATION (ROLLBACK) PAR L'ACCESSEUR SUR FIN ANORMALE : DES
      *HEURES RATTACHEES A UN MOIS DONT LE FICHIER N'EST PAS EMIS NE
      *SERAIENT PLUS JAMAIS PAYEES. UN ECHEC EST SEULEMENT SIGNALE.
       ANNULATION-TRAVAIL.
             INITIALIZE ZACCESSEUR
             MOVE 'N' TO ZCODE-FONC
             CALL ACCESS2 USING ZACCESSEUR
             IF ZCODE-RET NOT = ZEROES
                DISPLAY '--- ERR ANNULATION : ' ZCODE-RET ' ' ZLIBERR
             END-IF
             .

       FIN.
             PERFORM ANNULATION-TRAVAIL
             MOVE 12 TO WS-CODE-RETOUR
             PERFORM TERMINAISON
             .
//PERCTL   DD DSN=API7.PERCTL,DISP=MOD
//CARTES   DD DUMMY
//EXTRACT  DD  DSN=API7.PAYEXT(+1),DISP=(,CATLG,DELETE),
//         DCB=(DSORG=PS,RECFM=FB,LRECL=250),
//         SPACE=(TRK,(2,2))
//EDIT     DD  DSN=API7.PAYEXT.EXCEPT,DISP=(,CATLG,DELETE),
//         DCB=(DSORG=PS,RECFM=FB,LRECL=133),
//         SPACE=(TRK,(1))
//SYSOUT   DD  SYSOUT=*,OUTLIM=1000
//

      *                         FICHIER INTERFACE                         #
      ********************************************************************#
      *1;20260822
      *2;40    ;JAVA           ;C04;JAVA  ;BATC;20051203;21000,50;01000,50;A;00000000;5 RUE DU PORT;LYON;69002;000;000,00;000,00;000,00;100,00;FR7630006000011234567890189
      *2;10    ;DURAND         ;E10;DURAND;BATE;20000210;11000,00;05000,00;A;00000000;3 PLACE CARNOT;LYON;69002;000;000,00;000,00;000,00;100,00;FR1420041010050500013M02606
      *2;20    ;DUPOND         ;P01;RH    ;BATA;19980111;15100,50;00000,00;A;00000000;12 RUE DES LILAS;LYON;69003;000;000,00;000,00;000,00;100,00;FR7610107001011234567890129
      *2;60    ;PARIS          ;P01;RH    ;BATA;20080422;09000,00;03500,00;A;00000000;;;;000;000,00;000,00;000,00;050,00;
      *2;30    ;BARI           ;P02;COMPTA;BATB;20010104;06000,00;03000,00;A;00000000;7 QUAI GAILLETON;LYON;69002;000;002,50;000,00;000,00;080,00;FR7630004000031234567890143
      *2;50    ;CICS           ;P02;COMPTA;BATB;20060620;08500,00;03500,50;A;00000000;9 RUE DE BREST;LYON;69002;005;000,00;000,00;007,00;100,00;
      *2;70    ;NOEL           ;P02;COMPTA;BATB;20070518;10500,00;00900,50;P;20260814;8 RUE HAUTE;LYON;69001;005;000,00;000,00;000,00;100,00;FR7630001007941234567890185
      *9;0000007;000081101,00
      *********************************** BOTTOM OF DATA *********************************



      ********************************************************************#
      *                         LISTE DES EXCEPTIONS                      #
      ********************************************************************#
      *1                              EMPLOYES A PAYER SANS COORDONNEES VALIDES
      *                               ------------------------------------------
      *0MAT      NOM               NOD   STA   OBSERVATION
      * ------   ---------------   ---   ---   --------------------
      * 60       PARIS             P01    A    AUCUNES COORDONNEES BANCAIRES
      * 50       CICS              P02    A    IBAN ERRONE (CLE OU FORMAT), A CORRIGER
      *0EMPLOYES EXTRAITS :       7   EXCEPTIONS :     2
      *********************************** BOTTOM OF DATA *********************************
