      ********************************************************************************************************************#
      *  ÉNONCÉ : Développement de l'accesseur ACCESS2F à la table DB2 BANQUE (coordonnées bancaires de l'employé :     #
      *           IBAN, BIC et titulaire du compte - une ligne par matricule), construit sur le modèle d'ACCESS2C :     #
      *           l'accesseur isole les programmes appelants (BANQUPD, PAYEXT) de l'accès DB2, contrôle la clé de       #
      *           l'IBAN (modulo 97) et la forme du BIC, porte la trace d'audit, le verrou optimiste et le contrôle     #
      *           d'habilitation comme les autres tables.                                                               #
      ********************************************************************************************************************#

      *PROGRAMME APPELE PAR : BANQUPD (maintenance en ligne) et PAYEXT (IBAN porté sur le fichier interface, liste des
      *employés à payer sans coordonnées bancaires valides)

      *Description de la zone de communication : voir copy RACCESSEUR.
      *Valeurs possibles de RCODE-FONC :
      *  'L' lecture par matricule (RIBAN-VALIDE = 'O' si l'IBAN lu passe le contrôle de clé, 'N' sinon)
      *  'C' création   'M' modification (verrou optimiste sur RHORODATE)   'S' suppression
      *L'IBAN est accepté avec ou sans blancs de présentation et en minuscules : il est stocké compacté, en majuscules.
      *Le BIC est facultatif (8 ou 11 caractères s'il est saisi).
      *LE RCODE-RET CORRESPOND AU N° D'ERREUR (MEME TABLE QUE ACCESS2, VOIR ACCESS2 OU CI-DESSOUS).

      ********************************************************************#
      *                         TABLE DES ERREURS                         #
      ********************************************************************#
      *Num   Libellé
      *1    CODE FONCTION ERRONE
      *3    MATRICULE NON RENSEIGNE
      *11   MATRICULE INEXISTANT (EN TABLE EMPLOYE)
      *20   PROBLEME SUR TABLE
      *21   MISE A JOUR REFUSEE, ENREGISTREMENT MODIFIE DEPUIS LA LECTURE
      *23   OPERATION NON AUTORISEE POUR CET UTILISATEUR
      *61   COORDONNEES BANCAIRES DEJA EXISTANTES POUR CE MATRICULE
      *62   COORDONNEES BANCAIRES INEXISTANTES POUR CE MATRICULE
      *63   IBAN ERRONE (LIBELLE PRECIS RENVOYE : LONGUEUR, PAYS, CARACTERE, CLE)
      *64   BIC ERRONE
      *65   TITULAIRE DU COMPTE NON RENSEIGNE

      ********************************************************************#
      *                        PROGRAMME PRINCIPAL                        #
      ********************************************************************#

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS2F.
       AUTHOR. SV.
       DATE-WRITTEN. 15/10/26.
      ******************************************************************
      * BUT : ACCESSEUR DE LA TABLE DB2 BANQUE                         *
      * 261015 : CREATION DU PROGRAMME                                 *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *FICHIER DE TRACE D'AUDIT (PARTAGE AVEC LES AUTRES ACCESSEURS)
           SELECT AUDIT ASSIGN TO AUDIT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FS-AUDIT.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT RECORDING MODE IS F.
           COPY AUDIT.

       WORKING-STORAGE SECTION.
      *FILE STATUS
       01  FS-AUDIT           PIC 99 VALUE ZEROES.

      *COPY DES DECLARATIONS DE LA TABLE BANQUE
           EXEC SQL INCLUDE BANQUE END-EXEC.
      *COPY DES HOST VARIABLES DE LA TABLE BANQUE
           EXEC SQL INCLUDE BANQUE2 END-EXEC.
      *COPY DES DECLARATIONS DE LA TABLE EMPLOYE (EXISTENCE DU MAT)
           EXEC SQL INCLUDE EMPLOYE END-EXEC.
      *COPY DES HOST VARIABLES DE LA TABLE EMPLOYE
           EXEC SQL INCLUDE EMPLOYE2 END-EXEC.
      *COPY DES DECLARATIONS DE LA TABLE AUTORIS (HABILITATIONS)
           EXEC SQL INCLUDE AUTORIS END-EXEC.
      *COPY DES HOST VARIABLES DE LA TABLE AUTORIS
           EXEC SQL INCLUDE AUTORIS2 END-EXEC.
      *COPY DES ZONES UTILES A DB2
           EXEC SQL INCLUDE SQLCA   END-EXEC.

      *ANCIENNE VALEUR DE L'IBAN POUR LA TRACE D'AUDIT (LA LIGNE
      *D'AUDIT NE PEUT PAS PORTER TOUTES LES ZONES : L'IBAN, SUR LEQUEL
      *LA PAIE EST VIREE, EST LA PLUS SENSIBLE)
       01  WS-AVANT-IBAN      PIC X(34)   VALUE SPACES.

      *CONTROLE DE L'IBAN : FORME COMPACTEE (SANS BLANCS, EN
      *MAJUSCULES), LONGUEUR UTILE, RESULTAT ET LIBELLE PRECIS DE
      *L'ANOMALIE REPRIS PAR LIBELLE-ERREUR
       01  WS-IBAN            PIC X(34)   VALUE SPACES.
       01  WS-LG-IBAN         PIC 9(2)    VALUE ZEROES.
       01  WS-IBAN-KO         PIC X       VALUE 'N'.
           88 IBAN-ERRONE               VALUE 'O'.
       01  WS-LIB-IBAN        PIC X(50)   VALUE SPACES.
       01  WS-LIB-BIC         PIC X(50)   VALUE SPACES.
       01  WS-I               PIC 9(2)    VALUE ZEROES.
       01  WS-NB-BLANCS       PIC 9(2)    VALUE ZEROES.

      *CALCUL DE LA CLE MODULO 97 (NORME ISO 13616) : LES 4 PREMIERS
      *CARACTERES SONT REPORTES EN FIN, CHAQUE LETTRE VAUT 10 (A) A 35
      *(Z), ET LE RESTE DE LA DIVISION PAR 97 DU NOMBRE OBTENU DOIT
      *VALOIR 1. LE NOMBRE EST TRAITE CARACTERE PAR CARACTERE (RESTE
      *PARTIEL), SANS JAMAIS DEPASSER 4 CHIFFRES.
       01  WS-ALPHABET        PIC X(26)   VALUE
                                 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-CAR             PIC X       VALUE SPACE.
       01  WS-CHIFFRE         PIC 9       VALUE ZEROES.
       01  WS-RANG            PIC 9(2)    VALUE ZEROES.
       01  WS-CUMUL           PIC 9(4)    VALUE ZEROES.
       01  WS-QUOTIENT        PIC 9(4)    VALUE ZEROES.
       01  WS-RESTE           PIC 9(4)    VALUE ZEROES.

      *LONGUEUR DE L'IBAN DES PAYS OU LA SOCIETE A DES SALARIES OU DES
      *FRONTALIERS (UN PAYS ABSENT DE LA TABLE N'EST CONTROLE QUE SUR
      *LA LONGUEUR GENERALE DE 15 A 34 ET SUR LA CLE)
       01  WS-TABLE-PAYS.
           05 PIC X(4) VALUE 'FR27'.
           05 PIC X(4) VALUE 'MC27'.
           05 PIC X(4) VALUE 'BE16'.
           05 PIC X(4) VALUE 'LU20'.
           05 PIC X(4) VALUE 'DE22'.
           05 PIC X(4) VALUE 'CH21'.
           05 PIC X(4) VALUE 'IT27'.
           05 PIC X(4) VALUE 'ES24'.
           05 PIC X(4) VALUE 'PT25'.
           05 PIC X(4) VALUE 'NL18'.
           05 PIC X(4) VALUE 'GB22'.
       01  WS-TABLE-PAYS-R REDEFINES WS-TABLE-PAYS.
           05 WS-PAYS OCCURS 11 INDEXED BY IX-PAYS.
              10 WS-PAYS-CODE    PIC X(2).
              10 WS-PAYS-LG      PIC 9(2).

       LINKAGE SECTION.
           COPY RACCESSEUR.

       PROCEDURE DIVISION USING RACCESSEUR.
       0-MAINLINE.
             MOVE ZEROES TO RCODE-RET
             MOVE SPACES TO RLIBERR
             EVALUATE RCODE-FONC
                WHEN 'L'
                   PERFORM LECTURE-BANQUE
                      THRU LECTURE-BANQUE-EXIT
                WHEN 'C'
                   PERFORM CREATION-BANQUE
                      THRU CREATION-BANQUE-EXIT
                WHEN 'M'
                   PERFORM MODIFICATION-BANQUE
                      THRU MODIFICATION-BANQUE-EXIT
                WHEN 'S'
                   PERFORM SUPPRESSION-BANQUE
                      THRU SUPPRESSION-BANQUE-EXIT
                WHEN OTHER
                   MOVE 1 TO RCODE-RET
             END-EVALUATE
             IF RCODE-RET NOT = ZEROES
                PERFORM LIBELLE-ERREUR
             END-IF
             GOBACK
             .

      *LECTURE DES COORDONNEES BANCAIRES D'UN MATRICULE - RENVOIE
      *RHORODATE POUR AUTORISER UNE MODIFICATION ULTERIEURE (VERROU
      *OPTIMISTE) ET RIBAN-VALIDE : L'IBAN LU EST RECONTROLE (UNE LIGNE
      *CHARGEE HORS ACCESSEUR PEUT PORTER UN IBAN FAUX).
       LECTURE-BANQUE.
             MOVE 'N' TO RIBAN-VALIDE
             IF RMAT = SPACES
                MOVE 3 TO RCODE-RET
                GO TO LECTURE-BANQUE-EXIT
             END-IF
             MOVE RMAT TO HVR-MAT
             EXEC SQL
                SELECT IBAN, BIC, TITULAIRE, HORODATE
                  INTO :HVR-IBAN, :HVR-BIC, :HVR-TITULAIRE,
                       :HVR-HORODATE
                  FROM BANQUE
                 WHERE MAT = :HVR-MAT
             END-EXEC
             EVALUATE SQLCODE
                WHEN ZEROES
                   MOVE HVR-IBAN      TO RIBAN
                   MOVE HVR-BIC       TO RBIC
                   MOVE HVR-TITULAIRE TO RTITULAIRE
                   MOVE HVR-HORODATE  TO RHORODATE
                   PERFORM CONTROLE-IBAN
                      THRU CONTROLE-IBAN-EXIT
                   IF NOT IBAN-ERRONE
                      MOVE 'O' TO RIBAN-VALIDE
                   END-IF
                WHEN +100
                   MOVE 62 TO RCODE-RET
                WHEN OTHER
                   MOVE 20 TO RCODE-RET
             END-EVALUATE
             .
       LECTURE-BANQUE-EXIT.
             EXIT
             .

      *CREATION DES COORDONNEES BANCAIRES D'UN MATRICULE - LE
      *MATRICULE DOIT EXISTER EN TABLE EMPLOYE (ERREUR 11) ET NE PAS
      *DEJA PORTER DE COORDONNEES BANCAIRES (ERREUR 61) ; IBAN, BIC ET
      *TITULAIRE SONT CONTROLES (ERREURS 63 A 65).
       CREATION-BANQUE.
             PERFORM CONTROLE-AUTORISATION
                THRU CONTROLE-AUTORISATION-EXIT
             IF RCODE-RET NOT = ZEROES
                GO TO CREATION-BANQUE-EXIT
             END-IF
             IF RMAT = SPACES
                MOVE 3 TO RCODE-RET
                GO TO CREATION-BANQUE-EXIT
             END-IF
             PERFORM CONTROLE-SAISIE
                THRU CONTROLE-SAISIE-EXIT
             IF RCODE-RET NOT = ZEROES
                GO TO CREATION-BANQUE-EXIT
             END-IF
             MOVE RMAT TO HVE-MAT
             EXEC SQL
                SELECT MAT INTO :HVE-MAT FROM EMPLOYE
                 WHERE MAT = :HVE-MAT
             END-EXEC
             IF SQLCODE NOT = ZEROES
                MOVE 11 TO RCODE-RET
                GO TO CREATION-BANQUE-EXIT
             END-IF
             MOVE RMAT TO HVR-MAT
             EXEC SQL
                SELECT MAT INTO :HVR-MAT FROM BANQUE
                 WHERE MAT = :HVR-MAT
             END-EXEC
             IF SQLCODE = ZEROES
                MOVE 61 TO RCODE-RET
                GO TO CREATION-BANQUE-EXIT
             END-IF
             MOVE RMAT       TO HVR-MAT
             MOVE RIBAN      TO HVR-IBAN
             MOVE RBIC       TO HVR-BIC
             MOVE RTITULAIRE TO HVR-TITULAIRE
             EXEC SQL
                INSERT INTO BANQUE
                   (MAT, IBAN, BIC, TITULAIRE, HORODATE)
                VALUES (:HVR-MAT, :HVR-IBAN, :HVR-BIC,
                        :HVR-TITULAIRE, CURRENT TIMESTAMP)
             END-EXEC
             IF SQLCODE NOT = ZEROES
                MOVE 20 TO RCODE-RET
                GO TO CREATION-BANQUE-EXIT
             END-IF
             EXEC SQL
                SELECT HORODATE INTO :HVR-HORODATE FROM BANQUE
                 WHERE MAT = :HVR-MAT
             END-EXEC
             MOVE HVR-HORODATE TO RHORODATE
             MOVE 'O'    TO RIBAN-VALIDE
             MOVE SPACES TO WS-AVANT-IBAN
             PERFORM TRACE-AUDIT
             .
       CREATION-BANQUE-EXIT.
             EXIT
             .

      *MODIFICATION DES COORDONNEES BANCAIRES - LE VERROU OPTIMISTE
      *EXIGE L'HORODATE RENVOYEE PAR UNE LECTURE PRECEDENTE.
       MODIFICATION-BANQUE.
             PERFORM CONTROLE-AUTORISATION
                THRU CONTROLE-AUTORISATION-EXIT
             IF RCODE-RET NOT = ZEROES
                GO TO MODIFICATION-BANQUE-EXIT
             END-IF
             IF RMAT = SPACES
                MOVE 3 TO RCODE-RET
                GO TO MODIFICATION-BANQUE-EXIT
             END-IF
             PERFORM CONTROLE-SAISIE
                THRU CONTROLE-SAISIE-EXIT
             IF RCODE-RET NOT = ZEROES
                GO TO MODIFICATION-BANQUE-EXIT
             END-IF
             MOVE RMAT TO HVR-MAT
             EXEC SQL
                SELECT IBAN INTO :HVR-IBAN FROM BANQUE
                 WHERE MAT = :HVR-MAT
             END-EXEC
             IF SQLCODE = +100
                MOVE 62 TO RCODE-RET
                GO TO MODIFICATION-BANQUE-EXIT
             END-IF
             IF SQLCODE NOT = ZEROES
                MOVE 20 TO RCODE-RET
                GO TO MODIFICATION-BANQUE-EXIT
             END-IF
             MOVE HVR-IBAN   TO WS-AVANT-IBAN
             MOVE RHORODATE  TO HVR-HORODATE
             MOVE RIBAN      TO HVR-IBAN
             MOVE RBIC       TO HVR-BIC
             MOVE RTITULAIRE TO HVR-TITULAIRE
             EXEC SQL
                UPDATE BANQUE
                   SET IBAN = :HVR-IBAN, BIC = :HVR-BIC,
                       TITULAIRE = :HVR-TITULAIRE,
                       HORODATE = CURRENT TIMESTAMP
                 WHERE MAT = :HVR-MAT AND HORODATE = :HVR-HORODATE
             END-EXEC
             IF SQLCODE = +100
                MOVE 21 TO RCODE-RET
                GO TO MODIFICATION-BANQUE-EXIT
             END-IF
             IF SQLCODE NOT = ZEROES
                MOVE 20 TO RCODE-RET
                GO TO MODIFICATION-BANQUE-EXIT
             END-IF
             EXEC SQL
                SELECT HORODATE INTO :HVR-HORODATE FROM BANQUE
                 WHERE MAT = :HVR-MAT
             END-EXEC
             MOVE HVR-HORODATE TO RHORODATE
             MOVE 'O' TO RIBAN-VALIDE
             PERFORM TRACE-AUDIT
             .
       MODIFICATION-BANQUE-EXIT.
             EXIT
             .

      *SUPPRESSION DES COORDONNEES BANCAIRES D'UN MATRICULE
       SUPPRESSION-BANQUE.
             PERFORM CONTROLE-AUTORISATION
                THRU CONTROLE-AUTORISATION-EXIT
             IF RCODE-RET NOT = ZEROES
                GO TO SUPPRESSION-BANQUE-EXIT
             END-IF
             IF RMAT = SPACES
                MOVE 3 TO RCODE-RET
                GO TO SUPPRESSION-BANQUE-EXIT
             END-IF
             MOVE RMAT TO HVR-MAT
             EXEC SQL
                SELECT IBAN INTO :HVR-IBAN FROM BANQUE
                 WHERE MAT = :HVR-MAT
             END-EXEC
             IF SQLCODE = +100
                MOVE 62 TO RCODE-RET
                GO TO SUPPRESSION-BANQUE-EXIT
             END-IF
             MOVE HVR-IBAN TO WS-AVANT-IBAN
             EXEC SQL
                DELETE FROM BANQUE WHERE MAT = :HVR-MAT
             END-EXEC
             IF SQLCODE NOT = ZEROES
                MOVE 20 TO RCODE-RET
                GO TO SUPPRESSION-BANQUE-EXIT
             END-IF
             MOVE SPACES TO RIBAN RBIC RTITULAIRE
             MOVE 'N'    TO RIBAN-VALIDE
             PERFORM TRACE-AUDIT
             .
       SUPPRESSION-BANQUE-EXIT.
             EXIT
             .

      *CONTROLE DES ZONES SAISIES SUR 'C' ET 'M' : IBAN (ERREUR 63,
      *L'IBAN CONTROLE EST RENVOYE SOUS SA FORME COMPACTEE), BIC
      *FACULTATIF (ERREUR 64) ET TITULAIRE DU COMPTE (ERREUR 65).
       CONTROLE-SAISIE.
             PERFORM CONTROLE-IBAN
                THRU CONTROLE-IBAN-EXIT
             IF IBAN-ERRONE
                MOVE 63 TO RCODE-RET
                GO TO CONTROLE-SAISIE-EXIT
             END-IF
             MOVE WS-IBAN TO RIBAN
             PERFORM CONTROLE-BIC
                THRU CONTROLE-BIC-EXIT
             IF RCODE-RET NOT = ZEROES
                GO TO CONTROLE-SAISIE-EXIT
             END-IF
             IF RTITULAIRE = SPACES
                MOVE 65 TO RCODE-RET
                GO TO CONTROLE-SAISIE-EXIT
             END-IF
             .
       CONTROLE-SAISIE-EXIT.
             EXIT
             .

      *CONTROLE DE L'IBAN RIBAN (NORME ISO 13616) : COMPACTAGE (BLANCS
      *DE PRESENTATION RETIRES, MAJUSCULES) DANS WS-IBAN, LONGUEUR DE
      *15 A 34 ET LONGUEUR DU PAYS S'IL EST CONNU, CODE PAYS ALPHABE-
      *TIQUE, CLE NUMERIQUE, PUIS CLE MODULO 97. EN CAS D'ANOMALIE,
      *IBAN-ERRONE EST POSITIONNE ET LE MOTIF POSE DANS WS-LIB-IBAN -
      *LE CODE RETOUR RESTE A LA CHARGE DE L'APPELANT (LA LECTURE 'L'
      *N'EN FAIT QU'UN INDICATEUR).
       CONTROLE-IBAN.
             MOVE 'O'    TO WS-IBAN-KO
             MOVE SPACES TO WS-IBAN WS-LIB-IBAN
             MOVE ZEROES TO WS-LG-IBAN
             PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 34
                IF RIBAN(WS-I:1) NOT = SPACE
                   ADD 1 TO WS-LG-IBAN
                   MOVE RIBAN(WS-I:1) TO WS-IBAN(WS-LG-IBAN:1)
                END-IF
             END-PERFORM
             INSPECT WS-IBAN CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
             IF WS-LG-IBAN < 15
                MOVE 'IBAN ERRONE, ABSENT OU TROP COURT' TO WS-LIB-IBAN
                GO TO CONTROLE-IBAN-EXIT
             END-IF
             IF WS-IBAN(1:2) NOT ALPHABETIC
                MOVE 'IBAN ERRONE, CODE PAYS NON ALPHABETIQUE'
                  TO WS-LIB-IBAN
                GO TO CONTROLE-IBAN-EXIT
             END-IF
             IF WS-IBAN(3:2) NOT NUMERIC
                MOVE 'IBAN ERRONE, CLE NON NUMERIQUE' TO WS-LIB-IBAN
                GO TO CONTROLE-IBAN-EXIT
             END-IF
             SET IX-PAYS TO 1
             SEARCH WS-PAYS
                AT END
                   CONTINUE
                WHEN WS-PAYS-CODE (IX-PAYS) = WS-IBAN(1:2)
                   IF WS-LG-IBAN NOT = WS-PAYS-LG (IX-PAYS)
                      MOVE 'IBAN ERRONE, LONGUEUR FAUSSE POUR LE PAYS'
                        TO WS-LIB-IBAN
                      GO TO CONTROLE-IBAN-EXIT
                   END-IF
             END-SEARCH
      *CLE MODULO 97 : BBAN (POSITION 5 A LA FIN) PUIS PAYS ET CLE
             MOVE ZEROES TO WS-RESTE WS-RANG
             PERFORM VARYING WS-I FROM 5 BY 1 UNTIL WS-I > WS-LG-IBAN
                                                 OR WS-RANG > 25
                MOVE WS-IBAN(WS-I:1) TO WS-CAR
                PERFORM CUMUL-MODULO-97
             END-PERFORM
             PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
                                                 OR WS-RANG > 25
                MOVE WS-IBAN(WS-I:1) TO WS-CAR
                PERFORM CUMUL-MODULO-97
             END-PERFORM
             IF WS-RANG > 25
                MOVE 'IBAN ERRONE, CARACTERE NON ALPHANUMERIQUE'
                  TO WS-LIB-IBAN
                GO TO CONTROLE-IBAN-EXIT
             END-IF
             IF WS-RESTE NOT = 1
                MOVE 'IBAN ERRONE, CLE DE CONTROLE INVALIDE'
                  TO WS-LIB-IBAN
                GO TO CONTROLE-IBAN-EXIT
             END-IF
             MOVE 'N' TO WS-IBAN-KO
             .
       CONTROLE-IBAN-EXIT.
             EXIT
             .

      *AJOUTE LE CARACTERE WS-CAR AU RESTE PARTIEL MODULO 97 : UN
      *CHIFFRE DECALE LE RESTE D'UNE POSITION, UNE LETTRE (10 A 35) DE
      *DEUX. LE RANG DE LA LETTRE EST DONNE PAR INSPECT SUR L'ALPHABET
      *(26 = CARACTERE INCONNU, QUI ARRETE LE CALCUL).
       CUMUL-MODULO-97.
             MOVE ZEROES TO WS-RANG
             IF WS-CAR IS NUMERIC
                MOVE WS-CAR TO WS-CHIFFRE
                COMPUTE WS-CUMUL = WS-RESTE * 10 + WS-CHIFFRE
             ELSE
                INSPECT WS-ALPHABET TALLYING WS-RANG
                   FOR CHARACTERS BEFORE INITIAL WS-CAR
                COMPUTE WS-CUMUL = WS-RESTE * 100 + WS-RANG + 10
             END-IF
             DIVIDE WS-CUMUL BY 97
                GIVING WS-QUOTIENT REMAINDER WS-RESTE
             .

      *CONTROLE DU BIC RBIC (FACULTATIF) : 8 OU 11 CARACTERES SANS
      *BLANC INTERCALAIRE, LES 6 PREMIERS ALPHABETIQUES (BANQUE ET
      *PAYS) - ERREUR 64, MOTIF DANS WS-LIB-BIC.
       CONTROLE-BIC.
             MOVE SPACES TO WS-LIB-BIC
             IF RBIC = SPACES
                GO TO CONTROLE-BIC-EXIT
             END-IF
             INSPECT RBIC CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                  TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
             MOVE ZEROES TO WS-NB-BLANCS
             INSPECT RBIC(1:8) TALLYING WS-NB-BLANCS FOR ALL SPACE
             IF WS-NB-BLANCS NOT = ZEROES
                MOVE 'BIC ERRONE, 8 OU 11 CARACTERES ATTENDUS'
                  TO WS-LIB-BIC
                MOVE 64 TO RCODE-RET
                GO TO CONTROLE-BIC-EXIT
             END-IF
             IF RBIC(9:3) NOT = SPACES
                INSPECT RBIC(9:3) TALLYING WS-NB-BLANCS FOR ALL SPACE
                IF WS-NB-BLANCS NOT = ZEROES
                   MOVE 'BIC ERRONE, 8 OU 11 CARACTERES ATTENDUS'
                     TO WS-LIB-BIC
                   MOVE 64 TO RCODE-RET
                   GO TO CONTROLE-BIC-EXIT
                END-IF
             END-IF
             IF RBIC(1:6) NOT ALPHABETIC
                MOVE 'BIC ERRONE, BANQUE OU PAYS NON ALPHABETIQUE'
                  TO WS-LIB-BIC
                MOVE 64 TO RCODE-RET
                GO TO CONTROLE-BIC-EXIT
             END-IF
             .
       CONTROLE-BIC-EXIT.
             EXIT
             .

      *CONTROLE D'HABILITATION DE L'UTILISATEUR SUR LES MISES A JOUR
      *DE LA TABLE BANQUE (C/M/S) : L'IDENTITE RUTILISATEUR DOIT ETRE
      *RENSEIGNEE ET POSSEDER UNE LIGNE AUTORIS POUR LA TABLE 'R' ET
      *LA FONCTION DEMANDEE. TOUT REFUS EST TRACE DANS LE FICHIER
      *D'AUDIT ('REFUS CODE NN').
       CONTROLE-AUTORISATION.
             IF RUTILISATEUR = SPACES
                MOVE 23 TO RCODE-RET
                PERFORM TRACE-REFUS
                GO TO CONTROLE-AUTORISATION-EXIT
             END-IF
             MOVE RUTILISATEUR TO HVA-UTI
             MOVE RCODE-FONC   TO HVA-FONC
             EXEC SQL
                SELECT SALMAX INTO :HVA-SALMAX FROM AUTORIS
                 WHERE UTI  = :HVA-UTI
                   AND TAB  = 'R'
                   AND FONC = :HVA-FONC
             END-EXEC
             IF SQLCODE = +100
                MOVE 23 TO RCODE-RET
                PERFORM TRACE-REFUS
                GO TO CONTROLE-AUTORISATION-EXIT
             END-IF
             IF SQLCODE NOT = ZEROES
                MOVE 20 TO RCODE-RET
             END-IF
             .
       CONTROLE-AUTORISATION-EXIT.
             EXIT
             .

      *ECRITURE D'UNE LIGNE DE TRACE D'AUDIT DE REFUS D'HABILITATION
       TRACE-REFUS.
             MOVE SPACES TO AUD-AVANT AUD-APRES
             STRING 'REFUS CODE ' RCODE-RET
                DELIMITED BY SIZE INTO AUD-AVANT
             PERFORM ECRITURE-AUDIT
             .

      *ECRITURE D'UNE LIGNE DE TRACE D'AUDIT (CREATION/MODIFICATION/
      *SUPPRESSION) - SEUL L'IBAN, SUR LEQUEL LA PAIE EST VIREE, EST
      *TRACE AVANT/APRES (LA LIGNE D'AUDIT NE PEUT PAS TOUT PORTER).
       TRACE-AUDIT.
             MOVE SPACES TO AUD-AVANT AUD-APRES
             STRING 'IBAN=' WS-AVANT-IBAN
                DELIMITED BY SIZE INTO AUD-AVANT
             STRING 'IBAN=' RIBAN
                DELIMITED BY SIZE INTO AUD-APRES
             PERFORM ECRITURE-AUDIT
             .

      *ECRITURE PHYSIQUE DE LA LIGNE DE TRACE D'AUDIT - LE FICHIER EST
      *OUVERT EN EXTENSION PUIS REFERME A CHAQUE APPEL POUR NE PAS
      *MAINTENIR DE RESSOURCE ENTRE DEUX APPELS DE L'ACCESSEUR.
       ECRITURE-AUDIT.
             MOVE FUNCTION CURRENT-DATE TO AUD-DATE-HEURE
             MOVE 'ACCESS2F' TO AUD-PROGRAMME
             MOVE RUTILISATEUR TO AUD-UTILISATEUR
             MOVE RCODE-FONC TO AUD-CODE-FONC
             MOVE RMAT       TO AUD-CLE
             OPEN EXTEND AUDIT
             IF FS-AUDIT NOT = ZEROES
                OPEN OUTPUT AUDIT
             END-IF
             WRITE ENR-AUDIT
             CLOSE AUDIT
             .

      *TRADUCTION DU CODE RETOUR EN LIBELLE D'ERREUR (VOIR TABLE
      *DES ERREURS EN TETE DE PROGRAMME) - LES ERREURS 63 ET 64
      *REPRENNENT LE MOTIF PRECIS POSE PAR LE CONTROLE.
       LIBELLE-ERREUR.
             EVALUATE RCODE-RET
                WHEN  1 MOVE 'CODE FONCTION ERRONE' TO RLIBERR
                WHEN  3 MOVE 'MATRICULE NON RENSEIGNE' TO RLIBERR
                WHEN 11 MOVE 'MATRICULE INEXISTANT' TO RLIBERR
                WHEN 20 MOVE 'PROBLEME SUR TABLE' TO RLIBERR
                WHEN 21
                   MOVE 'MISE A JOUR REFUSEE, RELIRE L''ENREGISTREMENT'
                      TO RLIBERR
                WHEN 23
                   MOVE 'OPERATION NON AUTORISEE POUR CET UTILISATEUR'
                      TO RLIBERR
                WHEN 61
                   MOVE 'COORDONNEES BANCAIRES DEJA EXISTANTES'
                      TO RLIBERR
                WHEN 62
                   MOVE 'COORDONNEES BANCAIRES INEXISTANTES' TO RLIBERR
                WHEN 63
                   MOVE WS-LIB-IBAN TO RLIBERR
                WHEN 64
                   MOVE WS-LIB-BIC TO RLIBERR
                WHEN 65
                   MOVE 'TITULAIRE DU COMPTE NON RENSEIGNE' TO RLIBERR
                WHEN OTHER MOVE 'ERREUR INCONNUE' TO RLIBERR
             END-EVALUATE
             .



      ********************************************************************#
      *                        JCL D'INSTALLATION                         #
      ********************************************************************#
      * JOB DE DEPLOIEMENT A PASSER UNE SEULE FOIS AVEC CETTE VERSION :
      * 1- CREATION DE LA TABLE BANQUE (LES COORDONNEES BANCAIRES SONT
      *    ENSUITE SAISIES PAR LA TRANSACTION BANQUPD, A PARTIR DES
      *    FORMULAIRES TRANSMIS JUSQU'ICI AU BUREAU DE PAIE ; LA LISTE
      *    DES EXCEPTIONS DE PAYEXT DONNE LES MATRICULES RESTANT A
      *    SAISIR) ;
      * 2- LIGNES AUTORIS DE LA TABLE 'R' (PROFIL OPERRH - A DUPLIQUER
      *    AVEC LES USERID REELS DES OPERATEURS BANQUPD).
      *
      *//API7BQ JOB NOTIFY=&SYSUID,CLASS=A,MSGCLASS=H
      *//BANQUE   EXEC PGM=IKJEFT01
      *//SYSTSPRT DD SYSOUT=*
      *//SYSPRINT DD SYSOUT=*
      *//SYSTSIN  DD *
      *  DSN SYSTEM (DSN1)
      *  RUN PROGRAM(DSNTEP2) PLAN(DSNTEP2)
      *//SYSIN    DD *
      *  CREATE TABLE BANQUE
      *  ( MAT       CHAR(6)   NOT NULL,
      *    IBAN      CHAR(34)  NOT NULL,
      *    BIC       CHAR(11)  NOT NULL WITH DEFAULT,
      *    TITULAIRE CHAR(30)  NOT NULL,
      *    HORODATE  TIMESTAMP NOT NULL );
      *  INSERT INTO AUTORIS VALUES ('OPERRH  ', 'R', 'C', 0);
      *  INSERT INTO AUTORIS VALUES ('OPERRH  ', 'R', 'M', 0);
      *  INSERT INTO AUTORIS VALUES ('OPERRH  ', 'R', 'S', 0);
      *  COMMIT;
