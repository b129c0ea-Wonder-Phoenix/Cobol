      ********************************************************************************************************************#
      *  ÉNONCÉ : Développement de l'accesseur ACCESS2E à la table DB2 HEURES (heures variables : heures                 #
      *           supplémentaires, de nuit et de dimanche/jour férié, une ligne par matricule, jour et type), construit  #
      *           sur le modèle d'ACCESS2C : l'accesseur isole les programmes appelants (HEURLOAD, HEURVAL, PAYEXT) de   #
      *           l'accès DB2, porte les contrôles de saisie, la règle d'approbation par le chef de département, la      #
      *           trace d'audit et le contrôle d'habilitation comme les autres tables.                                   #
      ********************************************************************************************************************#

      *PROGRAMME APPELE PAR : HEURLOAD (chargement de la badgeuse), HEURVAL (approbation des chefs de département) et
      *PAYEXT (heures approuvées rattachées au mois d'extraction et portées sur le fichier interface)

      *Description de la zone de communication : voir copy HACCESSEUR.
      *Valeurs possibles de HCODE-FONC :
      *  'L' lecture par matricule + jour + type   'C' saisie (statut 'S')
      *  'V' validation par le chef de département (HSTATUT 'A' approuvée ou 'R' refusée, HVALIDEUR = matricule du chef)
      *  'X' rattachement à la période d'extraction de paie AAAAMM de HPER-FIN des heures approuvées du matricule
      *      non encore rattachées dont le jour ne dépasse pas HPER-FIN : des heures approuvées après l'extraction
      *      de leur mois sont ainsi payées avec l'extraction suivante, et une ligne n'est payée qu'une fois
      *  'K' cumul des heures approuvées d'un matricule rattachées à la période d'extraction AAAAMM de HPER-FIN,
      *      par type (HPER-DEB n'est pas utilisé) - une réémission du même mois retrouve le même cumul
      *LE HCODE-RET CORRESPOND AU N° D'ERREUR (MEME TABLE QUE ACCESS2, VOIR ACCESS2 OU CI-DESSOUS).

      ********************************************************************#
      *                         TABLE DES ERREURS                         #
      ********************************************************************#
      *Num   Libellé
      *1    CODE FONCTION ERRONE
      *3    MATRICULE NON RENSEIGNE
      *8    DATE ERRONEE (LIBELLE PRECIS RENVOYE)
      *11   MATRICULE INEXISTANT (EN TABLE EMPLOYE)
      *20   PROBLEME SUR TABLE
      *23   OPERATION NON AUTORISEE POUR CET UTILISATEUR
      *41   PERIODE NON RENSEIGNEE OU ERRONEE
      *48   TYPE D'HEURES ERRONE (S, N OU D)
      *49   NOMBRE D'HEURES ERRONE
      *50   HEURES DEJA SAISIES POUR CE JOUR ET CE TYPE
      *51   HEURES INEXISTANTES
      *52   HEURES DEJA APPROUVEES OU REFUSEES
      *53   VALIDEUR NON CHEF DU DEPARTEMENT DE L'EMPLOYE
      *54   DECISION DE VALIDATION ERRONEE (A OU R)
      *55   JOUR HORS DE LA PERIODE D'EMPLOI
      *56   HEURES DE DIMANCHE HORS DIMANCHE OU JOUR FERIE

      ********************************************************************#
      *                        PROGRAMME PRINCIPAL                        #
      ********************************************************************#

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS2E.
       AUTHOR. SV.
       DATE-WRITTEN. 15/10/26.
      ******************************************************************
      * BUT : ACCESSEUR DE LA TABLE DB2 HEURES                         *
      * 261015 : CREATION DU PROGRAMME                                 *
      * 261015 : RATTACHEMENT 'X' DES HEURES APPROUVEES A LA PERIODE   *
      *          D'EXTRACTION DE PAIE (PEREXT) ET CUMUL 'K' SUR CETTE  *
      *          PERIODE : LES HEURES APPROUVEES APRES L'EXTRACTION DE *
      *          LEUR MOIS SONT PAYEES AVEC LA SUIVANTE                *
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

      *COPY DES DECLARATIONS DE LA TABLE HEURES
           EXEC SQL INCLUDE HEURES END-EXEC.
      *COPY DES HOST VARIABLES DE LA TABLE HEURES
           EXEC SQL INCLUDE HEURES2 END-EXEC.
      *COPY DES DECLARATIONS DE LA TABLE EMPLOYE (EXISTENCE DU MAT ET
      *PERIODE D'EMPLOI)
           EXEC SQL INCLUDE EMPLOYE END-EXEC.
      *COPY DES HOST VARIABLES DE LA TABLE EMPLOYE
           EXEC SQL INCLUDE EMPLOYE2 END-EXEC.
      *COPY DES DECLARATIONS DE LA TABLE DEPARTEMENT (CHEF VALIDEUR)
           EXEC SQL INCLUDE DEPARTEMENT END-EXEC.
      *COPY DES HOST VARIABLES DE LA TABLE DEPARTEMENT
           EXEC SQL INCLUDE DEPARTEMENT2 END-EXEC.
      *COPY DES DECLARATIONS DE LA TABLE CALENDRIER (JOURS FERIES)
           EXEC SQL INCLUDE CALENDRIER END-EXEC.
      *COPY DES HOST VARIABLES DE LA TABLE CALENDRIER
           EXEC SQL INCLUDE CALENDRIER2 END-EXEC.
      *COPY DES DECLARATIONS DE LA TABLE AUTORIS (HABILITATIONS)
           EXEC SQL INCLUDE AUTORIS END-EXEC.
      *COPY DES HOST VARIABLES DE LA TABLE AUTORIS
           EXEC SQL INCLUDE AUTORIS2 END-EXEC.
      *COPY DES ZONES UTILES A DB2
           EXEC SQL INCLUDE SQLCA   END-EXEC.

      *NOMBRE MAXIMUM D'HEURES VARIABLES D'UNE LIGNE (AMPLITUDE
      *JOURNALIERE)
       01  WS-MAX-HEURES      PIC 9(2)V99 VALUE 12.

      *CONTROLE CALENDAIRE DU JOUR SAISI (ERREUR 8) - MEME NOYAU QUE
      *LE CONTROLE DES DATES D'ACCESS2
       01  WS-LIB-DATE        PIC X(50) VALUE SPACES.
       01  WS-LIB-CALENDRIER  PIC X(14)  VALUE SPACES.
       01  WS-CALENDRIER-KO   PIC X      VALUE 'N'.
           88 CALENDRIER-ERRONE      VALUE 'O'.
       01  WS-CTL-ANNEE       PIC 9(4)  VALUE ZEROES.
       01  WS-CTL-MOIS        PIC 9(2)  VALUE ZEROES.
       01  WS-CTL-JOUR        PIC 9(2)  VALUE ZEROES.
       01  WS-CTL-JOUR-MAX    PIC 9(2)  VALUE ZEROES.
       01  WS-CTL-RESTE       PIC 9(4)  VALUE ZEROES.
       01  WS-CTL-QUOTIENT    PIC 9(4)  VALUE ZEROES.
       01  WS-DATE-DU-JOUR    PIC X(21) VALUE SPACES.
       01  WS-DATE-JOUR-NUM   PIC 9(8)  VALUE ZEROES.
       01  WS-LONGUEUR-MOIS.
           05 PIC X(24) VALUE '312831303130313130313031'.
       01  WS-LONGUEUR-MOIS-R REDEFINES WS-LONGUEUR-MOIS.
           05 WS-JOURS-MOIS   PIC 9(2) OCCURS 12.

      *JOUR DE LA SEMAINE DU JOUR SAISI (HEURES DE DIMANCHE) : RESTE
      *DU QUANTIEME (INTEGER-OF-DATE) PAR 7, 0 = DIMANCHE
       01  WS-QUANTIEME       PIC 9(7)  COMP VALUE ZEROES.
       01  WS-SEMAINE         PIC 9(7)  COMP VALUE ZEROES.
       01  WS-JOUR-SEMAINE    PIC 9     VALUE ZEROES.

      *FIN DE LA PERIODE DU RATTACHEMENT ('X') EN AAAA-MM-JJ, NOMBRE
      *DE LIGNES RATTACHEES ET CUMULS DES HEURES APPROUVEES PAR TYPE
      *('K')
       01  WS-PER-FIN         PIC X(10)          VALUE SPACES.
       01  WS-NB-RATTACHEES   PIC 9(5)           VALUE ZEROES.
       01  WS-CUM-SUP         PIC S9(5)V99 COMP-3 VALUE ZEROES.
       01  WS-CUM-NUIT        PIC S9(5)V99 COMP-3 VALUE ZEROES.
       01  WS-CUM-DIM         PIC S9(5)V99 COMP-3 VALUE ZEROES.

      *CHEF HABILITE A VALIDER LES HEURES DE L'EMPLOYE ('V') : LE CHEF
      *DE SON DEPARTEMENT, OU CELUI DU DEPARTEMENT PARENT QUAND
      *L'EMPLOYE EST LUI-MEME LE CHEF (PERSONNE N'APPROUVE SES PROPRES
      *HEURES)
       01  WS-CHEF-VALIDEUR   PIC X(6)    VALUE SPACES.
       01  WS-AVANT-STATUT    PIC X       VALUE SPACE.

      *PICTURE D'EDITION DE LA TRACE D'AUDIT
       01  ED-AUD-NBHEU       PIC Z9,99.

       LINKAGE SECTION.
           COPY HACCESSEUR.

       PROCEDURE DIVISION USING HACCESSEUR.
       0-MAINLINE.
             MOVE ZEROES TO HCODE-RET
             MOVE SPACES TO HLIBERR
             EVALUATE HCODE-FONC
                WHEN 'L'
                   PERFORM LECTURE-HEURES
                      THRU LECTURE-HEURES-EXIT
                WHEN 'C'
                   PERFORM SAISIE-HEURES
                      THRU SAISIE-HEURES-EXIT
                WHEN 'V'
                   PERFORM VALIDATION-HEURES
                      THRU VALIDATION-HEURES-EXIT
                WHEN 'X'
                   PERFORM RATTACHEMENT-HEURES
                      THRU RATTACHEMENT-HEURES-EXIT
                WHEN 'K'
                   PERFORM CUMUL-HEURES
                      THRU CUMUL-HEURES-EXIT
                WHEN OTHER
                   MOVE 1 TO HCODE-RET
             END-EVALUATE
             IF HCODE-RET NOT = ZEROES
                PERFORM LIBELLE-ERREUR
             END-IF
             GOBACK
             .

      *LECTURE D'UNE LIGNE D'HEURES (MATRICULE, JOUR, TYPE) : RENVOIE
      *LE NOMBRE D'HEURES, LE STATUT ET LE VALIDEUR
       LECTURE-HEURES.
             PERFORM CONTROLE-CLE
                THRU CONTROLE-CLE-EXIT
             IF HCODE-RET NOT = ZEROES
                GO TO LECTURE-HEURES-EXIT
             END-IF
             EXEC SQL
                SELECT NBHEU, STATUT, VALIDEUR
                  INTO :HVT-NBHEU, :HVT-STATUT, :HVT-VALIDEUR
                  FROM HEURES
                 WHERE MAT     = :HVT-MAT
                   AND DATJOUR = :HVT-DATJOUR
                   AND TYPHEU  = :HVT-TYPHEU
             END-EXEC
             EVALUATE SQLCODE
                WHEN ZEROES
                   MOVE HVT-NBHEU    TO HNBHEU
                   MOVE HVT-STATUT   TO HSTATUT
                   MOVE HVT-VALIDEUR TO HVALIDEUR
                WHEN +100
                   MOVE 51 TO HCODE-RET
                WHEN OTHER
                   MOVE 20 TO HCODE-RET
             END-EVALUATE
             .
       LECTURE-HEURES-EXIT.
             EXIT
             .

      *SAISIE D'UNE LIGNE D'HEURES AU STATUT 'S' (EN ATTENTE DE
      *L'APPROBATION DU CHEF) : LE MATRICULE DOIT EXISTER (ERREUR 11)
      *ET ETRE EN POSTE LE JOUR SAISI (ERREUR 55), LE NOMBRE D'HEURES
      *ETRE COMPRIS ENTRE 0 ET L'AMPLITUDE JOURNALIERE (ERREUR 49),
      *LES HEURES DE DIMANCHE TOMBER UN DIMANCHE OU UN JOUR FERIE DU
      *CALENDRIER (ERREUR 56), ET LA LIGNE NE PAS DEJA EXISTER (50).
       SAISIE-HEURES.
             PERFORM CONTROLE-AUTORISATION
                THRU CONTROLE-AUTORISATION-EXIT
             IF HCODE-RET NOT = ZEROES
                GO TO SAISIE-HEURES-EXIT
             END-IF
             PERFORM CONTROLE-CLE
                THRU CONTROLE-CLE-EXIT
             IF HCODE-RET NOT = ZEROES
                GO TO SAISIE-HEURES-EXIT
             END-IF
             MOVE FUNCTION CURRENT-DATE TO WS-DATE-DU-JOUR
             MOVE WS-DATE-DU-JOUR(1:8)  TO WS-DATE-JOUR-NUM
             IF HDATJOUR > WS-DATE-JOUR-NUM
                MOVE 'JOUR DES HEURES DANS LE FUTUR' TO WS-LIB-DATE
                MOVE 8 TO HCODE-RET
                GO TO SAISIE-HEURES-EXIT
             END-IF
             IF HNBHEU NOT NUMERIC OR HNBHEU = ZEROES
                OR HNBHEU > WS-MAX-HEURES
                MOVE 49 TO HCODE-RET
                GO TO SAISIE-HEURES-EXIT
             END-IF
             MOVE HMAT TO HVE-MAT
             EXEC SQL
                SELECT DAT, DATDEP INTO :HVE-DAT, :HVE-DATDEP
                  FROM EMPLOYE
                 WHERE MAT = :HVE-MAT
             END-EXEC
             IF SQLCODE = +100
                MOVE 11 TO HCODE-RET
                GO TO SAISIE-HEURES-EXIT
             END-IF
             IF SQLCODE NOT = ZEROES
                MOVE 20 TO HCODE-RET
                GO TO SAISIE-HEURES-EXIT
             END-IF
             IF HVT-DATJOUR < HVE-DAT
                MOVE 55 TO HCODE-RET
                GO TO SAISIE-HEURES-EXIT
             END-IF
             IF HVE-DATDEP(1:4) NOT = '0001'
                AND HVT-DATJOUR > HVE-DATDEP
                MOVE 55 TO HCODE-RET
                GO TO SAISIE-HEURES-EXIT
             END-IF
             IF HTYPE-DIMANCHE
                PERFORM CONTROLE-DIMANCHE
                   THRU CONTROLE-DIMANCHE-EXIT
                IF HCODE-RET NOT = ZEROES
                   GO TO SAISIE-HEURES-EXIT
                END-IF
             END-IF
             EXEC SQL
                SELECT STATUT INTO :HVT-STATUT FROM HEURES
                 WHERE MAT     = :HVT-MAT
                   AND DATJOUR = :HVT-DATJOUR
                   AND TYPHEU  = :HVT-TYPHEU
             END-EXEC
             IF SQLCODE = ZEROES
                MOVE 50 TO HCODE-RET
                GO TO SAISIE-HEURES-EXIT
             END-IF
             IF SQLCODE NOT = +100
                MOVE 20 TO HCODE-RET
                GO TO SAISIE-HEURES-EXIT
             END-IF
             MOVE HNBHEU TO HVT-NBHEU
             MOVE 'S'    TO HVT-STATUT HSTATUT
             MOVE SPACES TO HVT-VALIDEUR HVALIDEUR
             EXEC SQL
                INSERT INTO HEURES
                   (MAT, DATJOUR, TYPHEU, NBHEU, STATUT, VALIDEUR,
                    HORODATE, PEREXT)
                VALUES (:HVT-MAT, :HVT-DATJOUR, :HVT-TYPHEU,
                        :HVT-NBHEU, :HVT-STATUT, :HVT-VALIDEUR,
                        CURRENT TIMESTAMP, ' ')
             END-EXEC
             IF SQLCODE NOT = ZEROES
                MOVE 20 TO HCODE-RET
                GO TO SAISIE-HEURES-EXIT
             END-IF
             MOVE SPACE TO WS-AVANT-STATUT
             PERFORM TRACE-AUDIT
             .
       SAISIE-HEURES-EXIT.
             EXIT
             .

      *VALIDATION D'UNE LIGNE D'HEURES EN ATTENTE ('S') PAR LE CHEF DU
      *DEPARTEMENT DE L'EMPLOYE (HVALIDEUR) : APPROBATION 'A' OU REFUS
      *'R'. LE CHEF DE L'EMPLOYE QUI EST LUI-MEME CHEF DE SON
      *DEPARTEMENT EST CELUI DU DEPARTEMENT PARENT (ERREUR 53 POUR UN
      *AUTRE VALIDEUR OU A LA RACINE DE L'ORGANIGRAMME). UNE LIGNE DEJA
      *TRAITEE N'EST PAS REVALIDEE (ERREUR 52).
       VALIDATION-HEURES.
             PERFORM CONTROLE-AUTORISATION
                THRU CONTROLE-AUTORISATION-EXIT
             IF HCODE-RET NOT = ZEROES
                GO TO VALIDATION-HEURES-EXIT
             END-IF
             PERFORM CONTROLE-CLE
                THRU CONTROLE-CLE-EXIT
             IF HCODE-RET NOT = ZEROES
                GO TO VALIDATION-HEURES-EXIT
             END-IF
             IF NOT HSTATUT-APPROUVE AND NOT HSTATUT-REFUSE
                MOVE 54 TO HCODE-RET
                GO TO VALIDATION-HEURES-EXIT
             END-IF
             EXEC SQL
                SELECT NBHEU, STATUT INTO :HVT-NBHEU, :HVT-STATUT
                  FROM HEURES
                 WHERE MAT     = :HVT-MAT
                   AND DATJOUR = :HVT-DATJOUR
                   AND TYPHEU  = :HVT-TYPHEU
             END-EXEC
             IF SQLCODE = +100
                MOVE 51 TO HCODE-RET
                GO TO VALIDATION-HEURES-EXIT
             END-IF
             IF SQLCODE NOT = ZEROES
                MOVE 20 TO HCODE-RET
                GO TO VALIDATION-HEURES-EXIT
             END-IF
             IF HVT-STATUT NOT = 'S'
                MOVE 52 TO HCODE-RET
                GO TO VALIDATION-HEURES-EXIT
             END-IF
             PERFORM RECHERCHE-CHEF
                THRU RECHERCHE-CHEF-EXIT
             IF HCODE-RET NOT = ZEROES
                GO TO VALIDATION-HEURES-EXIT
             END-IF
             IF HVALIDEUR = SPACES OR HVALIDEUR NOT = WS-CHEF-VALIDEUR
                MOVE 53 TO HCODE-RET
                PERFORM TRACE-REFUS
                GO TO VALIDATION-HEURES-EXIT
             END-IF
             MOVE HVT-STATUT TO WS-AVANT-STATUT
             MOVE HSTATUT    TO HVT-STATUT
             MOVE HVALIDEUR  TO HVT-VALIDEUR
             EXEC SQL
                UPDATE HEURES
                   SET STATUT   = :HVT-STATUT,
                       VALIDEUR = :HVT-VALIDEUR,
                       HORODATE = CURRENT TIMESTAMP
                 WHERE MAT     = :HVT-MAT
                   AND DATJOUR = :HVT-DATJOUR
                   AND TYPHEU  = :HVT-TYPHEU
                   AND STATUT  = 'S'
             END-EXEC
             IF SQLCODE = +100
                MOVE 52 TO HCODE-RET
                GO TO VALIDATION-HEURES-EXIT
             END-IF
             IF SQLCODE NOT = ZEROES
                MOVE 20 TO HCODE-RET
                GO TO VALIDATION-HEURES-EXIT
             END-IF
             MOVE HVT-NBHEU TO HNBHEU
             PERFORM TRACE-AUDIT
             .
       VALIDATION-HEURES-EXIT.
             EXIT
             .

      *RECHERCHE DU CHEF HABILITE A VALIDER LES HEURES DE L'EMPLOYE
      *HMAT : CHEF (CHE) DE SON DEPARTEMENT, OU CHEF DU DEPARTEMENT
      *PARENT SI L'EMPLOYE EST LUI-MEME LE CHEF (A BLANC A LA RACINE).
       RECHERCHE-CHEF.
             MOVE SPACES TO WS-CHEF-VALIDEUR
             MOVE HMAT TO HVE-MAT
             EXEC SQL
                SELECT D.CHE, D.PARENT
                  INTO :HVD-CHE, :HVD-PARENT
                  FROM EMPLOYE E, DEPARTEMENT D
                 WHERE E.MAT = :HVE-MAT
                   AND D.NOD = E.NOD
             END-EXEC
             IF SQLCODE = +100
                MOVE 11 TO HCODE-RET
                GO TO RECHERCHE-CHEF-EXIT
             END-IF
             IF SQLCODE NOT = ZEROES
                MOVE 20 TO HCODE-RET
                GO TO RECHERCHE-CHEF-EXIT
             END-IF
             IF HVD-CHE NOT = HMAT
                MOVE HVD-CHE TO WS-CHEF-VALIDEUR
                GO TO RECHERCHE-CHEF-EXIT
             END-IF
             IF HVD-PARENT = SPACES
                GO TO RECHERCHE-CHEF-EXIT
             END-IF
             MOVE HVD-PARENT TO HVD-NOD
             EXEC SQL
                SELECT CHE INTO :HVD-CHE FROM DEPARTEMENT
                 WHERE NOD = :HVD-NOD
             END-EXEC
             IF SQLCODE = ZEROES
                MOVE HVD-CHE TO WS-CHEF-VALIDEUR
             END-IF
             .
       RECHERCHE-CHEF-EXIT.
             EXIT
             .

      *RATTACHEMENT A LA PERIODE D'EXTRACTION DE PAIE (AAAAMM DE
      *HPER-FIN) DES HEURES APPROUVEES ('A') DU MATRICULE HMAT QUI NE
      *SONT ENCORE RATTACHEES A AUCUNE PERIODE ET DONT LE JOUR NE
      *DEPASSE PAS HPER-FIN : LES HEURES D'UN MOIS DEJA EXTRAIT,
      *APPROUVEES APRES SON EXTRACTION, SONT PAYEES AVEC LA SUIVANTE ;
      *UNE LIGNE RATTACHEE NE L'EST PLUS JAMAIS A UNE AUTRE PERIODE.
      *AUCUNE LIGNE A RATTACHER N'EST PAS UNE ERREUR. LE NOMBRE DE
      *LIGNES RATTACHEES EST TRACE DANS L'AUDIT.
       RATTACHEMENT-HEURES.
             PERFORM CONTROLE-AUTORISATION
                THRU CONTROLE-AUTORISATION-EXIT
             IF HCODE-RET NOT = ZEROES
                GO TO RATTACHEMENT-HEURES-EXIT
             END-IF
             IF HMAT = SPACES
                MOVE 3 TO HCODE-RET
                GO TO RATTACHEMENT-HEURES-EXIT
             END-IF
             IF HPER-FIN NOT NUMERIC OR HPER-FIN = ZEROES
                MOVE 41 TO HCODE-RET
                GO TO RATTACHEMENT-HEURES-EXIT
             END-IF
             MOVE HMAT          TO HVT-MAT
             MOVE HPER-FIN(1:6) TO HVT-PEREXT
             MOVE SPACES TO WS-PER-FIN
             STRING HPER-FIN(1:4) '-' HPER-FIN(5:2) '-' HPER-FIN(7:2)
                DELIMITED BY SIZE INTO WS-PER-FIN
             EXEC SQL
                UPDATE HEURES
                   SET PEREXT   = :HVT-PEREXT,
                       HORODATE = CURRENT TIMESTAMP
                 WHERE MAT     = :HVT-MAT
                   AND STATUT  = 'A'
                   AND PEREXT  = ' '
                   AND DATJOUR <= :WS-PER-FIN
             END-EXEC
             IF SQLCODE = +100
                GO TO RATTACHEMENT-HEURES-EXIT
             END-IF
             IF SQLCODE NOT = ZEROES
                MOVE 20 TO HCODE-RET
                GO TO RATTACHEMENT-HEURES-EXIT
             END-IF
             MOVE SQLERRD(3) TO WS-NB-RATTACHEES
             PERFORM TRACE-RATTACHEMENT
             .
       RATTACHEMENT-HEURES-EXIT.
             EXIT
             .

      *CUMUL DES HEURES APPROUVEES DU MATRICULE HMAT RATTACHEES ('X')
      *A LA PERIODE D'EXTRACTION AAAAMM DE HPER-FIN, PAR TYPE : C'EST
      *CE QUE LA PAIE REGLE POUR LE MOIS, HEURES APPROUVEES EN RETARD
      *DES MOIS PRECEDENTS COMPRISES. LES HEURES SAISIES NON ENCORE
      *APPROUVEES ET LES HEURES REFUSEES N'Y FIGURENT PAS ; UNE
      *REEMISSION DU MEME MOIS RETROUVE EXACTEMENT LE MEME CUMUL.
       CUMUL-HEURES.
             MOVE ZEROES TO HTOT-SUP HTOT-NUIT HTOT-DIM
             IF HMAT = SPACES
                MOVE 3 TO HCODE-RET
                GO TO CUMUL-HEURES-EXIT
             END-IF
             IF HPER-FIN NOT NUMERIC OR HPER-FIN = ZEROES
                MOVE 41 TO HCODE-RET
                GO TO CUMUL-HEURES-EXIT
             END-IF
             MOVE HMAT          TO HVT-MAT
             MOVE HPER-FIN(1:6) TO HVT-PEREXT
             EXEC SQL
                SELECT VALUE(SUM(CASE WHEN TYPHEU = 'S'
                                      THEN NBHEU ELSE 0 END), 0),
                       VALUE(SUM(CASE WHEN TYPHEU = 'N'
                                      THEN NBHEU ELSE 0 END), 0),
                       VALUE(SUM(CASE WHEN TYPHEU = 'D'
                                      THEN NBHEU ELSE 0 END), 0)
                  INTO :WS-CUM-SUP, :WS-CUM-NUIT, :WS-CUM-DIM
                  FROM HEURES
                 WHERE MAT     = :HVT-MAT
                   AND STATUT  = 'A'
                   AND PEREXT  = :HVT-PEREXT
             END-EXEC
             IF SQLCODE NOT = ZEROES
                MOVE 20 TO HCODE-RET
                GO TO CUMUL-HEURES-EXIT
             END-IF
             MOVE WS-CUM-SUP  TO HTOT-SUP
             MOVE WS-CUM-NUIT TO HTOT-NUIT
             MOVE WS-CUM-DIM  TO HTOT-DIM
             .
       CUMUL-HEURES-EXIT.
             EXIT
             .

      *CONTROLE DE LA CLE D'UNE LIGNE D'HEURES (MATRICULE, JOUR
      *AAAAMMJJ CALENDAIREMENT VALIDE, TYPE 'S'/'N'/'D') ET
      *ALIMENTATION DES HOST VARIABLES DE LA CLE
       CONTROLE-CLE.
             MOVE SPACES TO WS-LIB-DATE
             IF HMAT = SPACES
                MOVE 3 TO HCODE-RET
                GO TO CONTROLE-CLE-EXIT
             END-IF
             IF NOT HTYPE-SUP AND NOT HTYPE-NUIT
                AND NOT HTYPE-DIMANCHE
                MOVE 48 TO HCODE-RET
                GO TO CONTROLE-CLE-EXIT
             END-IF
             IF HDATJOUR NOT NUMERIC OR HDATJOUR = ZEROES
                MOVE 'JOUR DES HEURES ABSENT OU NON NUMERIQUE'
                  TO WS-LIB-DATE
                MOVE 8 TO HCODE-RET
                GO TO CONTROLE-CLE-EXIT
             END-IF
             MOVE HDATJOUR(1:4) TO WS-CTL-ANNEE
             MOVE HDATJOUR(5:2) TO WS-CTL-MOIS
             MOVE HDATJOUR(7:2) TO WS-CTL-JOUR
             PERFORM CONTROLE-CALENDRIER
             IF CALENDRIER-ERRONE
                STRING 'JOUR DES HEURES ERRONE, ' WS-LIB-CALENDRIER
                   DELIMITED BY SIZE INTO WS-LIB-DATE
                MOVE 8 TO HCODE-RET
                GO TO CONTROLE-CLE-EXIT
             END-IF
             MOVE HMAT    TO HVT-MAT
             MOVE HTYPHEU TO HVT-TYPHEU
             MOVE SPACES  TO HVT-DATJOUR
             STRING HDATJOUR(1:4) '-' HDATJOUR(5:2) '-' HDATJOUR(7:2)
                DELIMITED BY SIZE INTO HVT-DATJOUR
             .
       CONTROLE-CLE-EXIT.
             EXIT
             .

      *LES HEURES DE DIMANCHE ('D') DOIVENT TOMBER UN DIMANCHE OU UN
      *JOUR FERIE ('F') DU CALENDRIER DE LA SOCIETE (ERREUR 56)
       CONTROLE-DIMANCHE.
             COMPUTE WS-QUANTIEME = FUNCTION INTEGER-OF-DATE (HDATJOUR)
             DIVIDE WS-QUANTIEME BY 7
                GIVING WS-SEMAINE REMAINDER WS-JOUR-SEMAINE
             IF WS-JOUR-SEMAINE = ZEROES
                GO TO CONTROLE-DIMANCHE-EXIT
             END-IF
             MOVE HVT-DATJOUR TO HVJ-DATJOUR
             EXEC SQL
                SELECT TYPJOUR INTO :HVJ-TYPJOUR FROM CALENDRIER
                 WHERE DATJOUR = :HVJ-DATJOUR
             END-EXEC
             IF SQLCODE NOT = ZEROES OR HVJ-TYPJOUR NOT = 'F'
                MOVE 56 TO HCODE-RET
             END-IF
             .
       CONTROLE-DIMANCHE-EXIT.
             EXIT
             .

      *CONTROLE CALENDAIRE D'UNE DATE DECOMPOSEE EN WS-CTL-ANNEE/MOIS/
      *JOUR : MOIS 1 A 12, JOUR SELON LA LONGUEUR DU MOIS (FEVRIER
      *BISSEXTILE COMPRIS)
       CONTROLE-CALENDRIER.
             MOVE 'N'    TO WS-CALENDRIER-KO
             MOVE SPACES TO WS-LIB-CALENDRIER
             IF WS-CTL-MOIS < 1 OR WS-CTL-MOIS > 12
                MOVE 'MOIS INVALIDE' TO WS-LIB-CALENDRIER
                MOVE 'O' TO WS-CALENDRIER-KO
             ELSE
                MOVE WS-JOURS-MOIS (WS-CTL-MOIS) TO WS-CTL-JOUR-MAX
                IF WS-CTL-MOIS = 2
                   PERFORM CONTROLE-BISSEXTILE
                END-IF
                IF WS-CTL-JOUR < 1 OR WS-CTL-JOUR > WS-CTL-JOUR-MAX
                   MOVE 'JOUR INVALIDE' TO WS-LIB-CALENDRIER
                   MOVE 'O' TO WS-CALENDRIER-KO
                END-IF
             END-IF
             .

      *PORTE A 29 LE DERNIER JOUR DE FEVRIER DES ANNEES BISSEXTILES
      *(DIVISIBLES PAR 4, SAUF LES SIECLES NON DIVISIBLES PAR 400)
       CONTROLE-BISSEXTILE.
             DIVIDE WS-CTL-ANNEE BY 4
                GIVING WS-CTL-QUOTIENT REMAINDER WS-CTL-RESTE
             IF WS-CTL-RESTE = ZEROES
                DIVIDE WS-CTL-ANNEE BY 100
                   GIVING WS-CTL-QUOTIENT REMAINDER WS-CTL-RESTE
                IF WS-CTL-RESTE NOT = ZEROES
                   MOVE 29 TO WS-CTL-JOUR-MAX
                ELSE
                   DIVIDE WS-CTL-ANNEE BY 400
                      GIVING WS-CTL-QUOTIENT REMAINDER WS-CTL-RESTE
                   IF WS-CTL-RESTE = ZEROES
                      MOVE 29 TO WS-CTL-JOUR-MAX
                   END-IF
                END-IF
             END-IF
             .

      *CONTROLE D'HABILITATION DE L'UTILISATEUR SUR LES MISES A JOUR
      *DE LA TABLE HEURES (C/V) : L'IDENTITE HUTILISATEUR DOIT ETRE
      *RENSEIGNEE ET POSSEDER UNE LIGNE AUTORIS POUR LA TABLE 'H' ET
      *LA FONCTION DEMANDEE. TOUT REFUS EST TRACE DANS LE FICHIER
      *D'AUDIT ('REFUS CODE NN').
       CONTROLE-AUTORISATION.
             IF HUTILISATEUR = SPACES
                MOVE 23 TO HCODE-RET
                PERFORM TRACE-REFUS
                GO TO CONTROLE-AUTORISATION-EXIT
             END-IF
             MOVE HUTILISATEUR TO HVA-UTI
             MOVE HCODE-FONC   TO HVA-FONC
             EXEC SQL
                SELECT SALMAX INTO :HVA-SALMAX FROM AUTORIS
                 WHERE UTI  = :HVA-UTI
                   AND TAB  = 'H'
                   AND FONC = :HVA-FONC
             END-EXEC
             IF SQLCODE = +100
                MOVE 23 TO HCODE-RET
                PERFORM TRACE-REFUS
                GO TO CONTROLE-AUTORISATION-EXIT
             END-IF
             IF SQLCODE NOT = ZEROES
                MOVE 20 TO HCODE-RET
             END-IF
             .
       CONTROLE-AUTORISATION-EXIT.
             EXIT
             .

      *ECRITURE D'UNE LIGNE DE TRACE D'AUDIT DE REFUS (HABILITATION OU
      *VALIDEUR NON CHEF) - LE VALIDEUR PRESENTE EST PORTE EN ZONE APRES
       TRACE-REFUS.
             MOVE SPACES TO AUD-AVANT AUD-APRES
             STRING 'REFUS CODE ' HCODE-RET
                DELIMITED BY SIZE INTO AUD-AVANT
             IF HCODE-RET = 53
                STRING 'HEU=' HTYPHEU ' ' HVT-DATJOUR
                       ' VAL=' HVALIDEUR
                   DELIMITED BY SIZE INTO AUD-APRES
             END-IF
             PERFORM ECRITURE-AUDIT
             .

      *ECRITURE D'UNE LIGNE DE TRACE D'AUDIT (SAISIE/VALIDATION) : LE
      *TYPE, LE JOUR ET LE STATUT AVANT ; LE STATUT, LE NOMBRE D'HEURES
      *ET LE VALIDEUR APRES.
       TRACE-AUDIT.
             MOVE SPACES TO AUD-AVANT AUD-APRES
             MOVE HNBHEU TO ED-AUD-NBHEU
             STRING 'HEU=' HTYPHEU ' ' HVT-DATJOUR
                    ' ST=' WS-AVANT-STATUT
                DELIMITED BY SIZE INTO AUD-AVANT
             STRING 'ST=' HSTATUT ' NB=' ED-AUD-NBHEU
                    ' VAL=' HVALIDEUR
                DELIMITED BY SIZE INTO AUD-APRES
             PERFORM ECRITURE-AUDIT
             .

      *ECRITURE D'UNE LIGNE DE TRACE D'AUDIT DE RATTACHEMENT : LA
      *PERIODE D'EXTRACTION ET LE NOMBRE DE LIGNES RATTACHEES APRES.
       TRACE-RATTACHEMENT.
             MOVE SPACES TO AUD-AVANT AUD-APRES
             MOVE 'PEREXT=' TO AUD-AVANT
             STRING 'PEREXT=' HVT-PEREXT ' NB=' WS-NB-RATTACHEES
                DELIMITED BY SIZE INTO AUD-APRES
             PERFORM ECRITURE-AUDIT
             .

      *ECRITURE PHYSIQUE DE LA LIGNE DE TRACE D'AUDIT - LE FICHIER EST
      *OUVERT EN EXTENSION PUIS REFERME A CHAQUE APPEL POUR NE PAS
      *MAINTENIR DE RESSOURCE ENTRE DEUX APPELS DE L'ACCESSEUR.
       ECRITURE-AUDIT.
             MOVE FUNCTION CURRENT-DATE TO AUD-DATE-HEURE
             MOVE 'ACCESS2E' TO AUD-PROGRAMME
             MOVE HUTILISATEUR TO AUD-UTILISATEUR
             MOVE HCODE-FONC TO AUD-CODE-FONC
             MOVE HMAT       TO AUD-CLE
             OPEN EXTEND AUDIT
             IF FS-AUDIT NOT = ZEROES
                OPEN OUTPUT AUDIT
             END-IF
             WRITE ENR-AUDIT
             CLOSE AUDIT
             .

      *TRADUCTION DU CODE RETOUR EN LIBELLE D'ERREUR (VOIR TABLE
      *DES ERREURS EN TETE DE PROGRAMME)
       LIBELLE-ERREUR.
             EVALUATE HCODE-RET
                WHEN  1 MOVE 'CODE FONCTION ERRONE' TO HLIBERR
                WHEN  3 MOVE 'MATRICULE NON RENSEIGNE' TO HLIBERR
                WHEN  8
                   IF WS-LIB-DATE = SPACES
                      MOVE 'JOUR DES HEURES ERRONE' TO HLIBERR
                   ELSE
                      MOVE WS-LIB-DATE TO HLIBERR
                   END-IF
                WHEN 11 MOVE 'MATRICULE INEXISTANT' TO HLIBERR
                WHEN 20 MOVE 'PROBLEME SUR TABLE' TO HLIBERR
                WHEN 23
                   MOVE 'OPERATION NON AUTORISEE POUR CET UTILISATEUR'
                      TO HLIBERR
                WHEN 41
                   MOVE 'PERIODE NON RENSEIGNEE OU ERRONEE' TO HLIBERR
                WHEN 48
                   MOVE 'TYPE D''HEURES ERRONE (S, N OU D)' TO HLIBERR
                WHEN 49
                   MOVE 'NOMBRE D''HEURES ERRONE (0 A 12)' TO HLIBERR
                WHEN 50
                   MOVE 'HEURES DEJA SAISIES POUR CE JOUR ET CE TYPE'
                      TO HLIBERR
                WHEN 51
                   MOVE 'HEURES INEXISTANTES' TO HLIBERR
                WHEN 52
                   MOVE 'HEURES DEJA APPROUVEES OU REFUSEES'
                      TO HLIBERR
                WHEN 53
                   MOVE 'VALIDEUR NON CHEF DU DEPARTEMENT DE L''EMPLOYE'
                      TO HLIBERR
                WHEN 54
                   MOVE 'DECISION DE VALIDATION ERRONEE (A OU R)'
                      TO HLIBERR
                WHEN 55
                   MOVE 'JOUR HORS DE LA PERIODE D''EMPLOI' TO HLIBERR
                WHEN 56
                   MOVE 'HEURES DE DIMANCHE HORS DIMANCHE OU FERIE'
                      TO HLIBERR
                WHEN OTHER MOVE 'ERREUR INCONNUE' TO HLIBERR
             END-EVALUATE
             .



      ********************************************************************#
      *                        JCL D'INSTALLATION                         #
      ********************************************************************#
      * JOB DE DEPLOIEMENT A PASSER UNE SEULE FOIS AVEC CETTE VERSION :
      * 1- CREATION DE LA TABLE DES HEURES VARIABLES HEURES (UNE LIGNE
      *    PAR MATRICULE, JOUR ET TYPE : L'INDEX UNIQUE EMPECHE QU'UN
      *    FICHIER DE BADGEUSE PASSE DEUX FOIS NE DOUBLE LES HEURES) ;
      * 2- LIGNES AUTORIS DE LA TABLE 'H' (TRAVAUX HEURLOAD/HEURVAL ET
      *    PROFIL OPERRH).
      *
      *//API7HE JOB NOTIFY=&SYSUID,CLASS=A,MSGCLASS=H
      *//HEURES   EXEC PGM=IKJEFT01
      *//SYSTSPRT DD SYSOUT=*
      *//SYSPRINT DD SYSOUT=*
      *//SYSTSIN  DD *
      *  DSN SYSTEM (DSN1)
      *  RUN PROGRAM(DSNTEP2) PLAN(DSNTEP2)
      *//SYSIN    DD *
      *  CREATE TABLE HEURES
      *  ( MAT      CHAR(6)       NOT NULL,
      *    DATJOUR  DATE          NOT NULL,
      *    TYPHEU   CHAR(1)       NOT NULL,
      *    NBHEU    DECIMAL(4, 2) NOT NULL,
      *    STATUT   CHAR(1)       NOT NULL,
      *    VALIDEUR CHAR(6)       NOT NULL WITH DEFAULT,
      *    HORODATE TIMESTAMP     NOT NULL );
      *  CREATE UNIQUE INDEX XHEURES1 ON HEURES (MAT, DATJOUR, TYPHEU);
      *  INSERT INTO AUTORIS VALUES ('HEURLOAD', 'H', 'C', 0);
      *  INSERT INTO AUTORIS VALUES ('HEURVAL ', 'H', 'V', 0);
      *  INSERT INTO AUTORIS VALUES ('OPERRH  ', 'H', 'C', 0);
      *  INSERT INTO AUTORIS VALUES ('OPERRH  ', 'H', 'V', 0);
      *  COMMIT;
      *
      * JOB A PASSER UNE SEULE FOIS AVEC LA VERSION DU 15/10/26 :
      * AJOUT DE LA PERIODE D'EXTRACTION DE PAIE PEREXT (A BLANC SUR LES
      * LIGNES EXISTANTES : LES HEURES APPROUVEES NON ENCORE PAYEES SONT
      * RATTACHEES PAR LA PROCHAINE EXTRACTION PAYEXT) ET HABILITATION
      * DE PAYEXT AU RATTACHEMENT 'X'. SI DES HEURES ONT DEJA ETE PAYEES
      * PAR UNE EXTRACTION ANTERIEURE A CETTE VERSION, LES RATTACHER A
      * SA PERIODE AVANT LA PROCHAINE EXTRACTION, PAR EXEMPLE :
      *  UPDATE HEURES SET PEREXT = 'AAAAMM' WHERE STATUT = 'A'
      *     AND DATJOUR <= 'AAAA-MM-JJ' (FIN DU MOIS DEJA EXTRAIT);
      *
      *//API7HP JOB NOTIFY=&SYSUID,CLASS=A,MSGCLASS=H
      *//PEREXT   EXEC PGM=IKJEFT01
      *//SYSTSPRT DD SYSOUT=*
      *//SYSPRINT DD SYSOUT=*
      *//SYSTSIN  DD *
      *  DSN SYSTEM (DSN1)
      *  RUN PROGRAM(DSNTEP2) PLAN(DSNTEP2)
      *//SYSIN    DD *
      *  ALTER TABLE HEURES
      *    ADD COLUMN PEREXT CHAR(6) NOT NULL WITH DEFAULT;
      *  INSERT INTO AUTORIS VALUES ('PAYEXT  ', 'H', 'X', 0);
      *  COMMIT;
