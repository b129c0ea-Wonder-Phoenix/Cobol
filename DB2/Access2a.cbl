      *  'H' historisation mensuelle : pose (ou remplace, pour une réémission) l'instantané DEPSNAP du
      *      département DNOD pour la période DPERIODE (AAAAMM) - effectif, total SAL, total COM et salaire
      *      moyen des actifs, calculés en un ordre ensembliste et renvoyés dans DNB-EMP/DTOT-SAL/DTOT-COM/
      *      DMOY-SAL (voir SNAPDEP et le rapport de tendance TENDANCE), avec l'équivalent temps plein des
      *      actifs (somme des taux d'activité / 100) renvoyé dans DTOT-ETP
      *Le DPARENT (NOD de rattachement, blanc = racine) est contrôlé sur 'C'/'M' : il doit exister (erreur 34)
      *et ne pas créer de cycle dans la hiérarchie (erreur 35, contrôle par remontée de la chaîne des parents).
      *LE DCODE-RET CORRESPOND AU N° D'ERREUR (MEME TABLE QUE ACCESS2, VOIR ACCESS2 OU CI-DESSOUS).
      *          (ERREUR 35) SUR 'C'/'M'                                 *
      * 260902 : AJOUT DCODE-FONC = 'H' (HISTORISATION MENSUELLE DES     *
      *          CUMULS DU DEPARTEMENT DANS LA TABLE DEPSNAP, ERREUR 41) *
      * 261015 : EQUIVALENT TEMPS PLEIN (SOMME DES TAUX D'ACTIVITE / 100)*
      *          POSE PAR 'H' DANS DEPSNAP (COLONNE ETP) ET DTOT-ETP     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-TOT-SAL         PIC S9(9)V99 COMP-3.
       01  WS-TOT-COM         PIC S9(9)V99 COMP-3.
       01  WS-MOY-SAL         PIC S9(7)V99 COMP-3.
       01  WS-TOT-ETP         PIC S9(7)V99 COMP-3.
       01  ED-AUD-ETP         PIC ZZZZ9,99.
       01  WS-PER-MOIS        PIC 9(2)     VALUE ZEROES.

      *CONTROLE DE REPRISE DU CURSEUR
                SELECT COUNT(*),
                       VALUE(SUM(SAL), 0),
                       VALUE(SUM(VALUE(COM, 0)), 0),
                       VALUE(AVG(SAL), 0),
                       VALUE(SUM(TAUX), 0) / 100
                  INTO :WS-TOT-NB, :WS-TOT-SAL, :WS-TOT-COM,
                       :WS-MOY-SAL, :WS-TOT-ETP
                  FROM EMPLOYE
                 WHERE NOD = :HVE-NOD
                   AND STA <> 'P'
             MOVE DPERIODE   TO HVS-PERIODE
             MOVE DNOD       TO HVS-NOD
             MOVE WS-TOT-NB  TO HVS-NBEMP
             MOVE WS-TOT-ETP TO HVS-ETP
             MOVE WS-TOT-SAL TO HVS-TOTSAL
             MOVE WS-TOT-COM TO HVS-TOTCOM
             MOVE WS-MOY-SAL TO HVS-MOYSAL
             END-IF
             EXEC SQL
                INSERT INTO DEPSNAP
                   (PERIODE, NOD, NBEMP, ETP, TOTSAL, TOTCOM,
                    MOYSAL, HORODATE)
                VALUES (:HVS-PERIODE, :HVS-NOD, :HVS-NBEMP,
                        :HVS-ETP, :HVS-TOTSAL, :HVS-TOTCOM,
                        :HVS-MOYSAL, CURRENT TIMESTAMP)
             END-EXEC
             IF SQLCODE NOT = ZEROES
                MOVE 20 TO DCODE-RET
                GO TO HISTORISATION-MOIS-EXIT
             END-IF
             MOVE WS-TOT-NB  TO DNB-EMP
             MOVE WS-TOT-ETP TO DTOT-ETP
             MOVE WS-TOT-SAL TO DTOT-SAL
             MOVE WS-TOT-COM TO DTOT-COM
             MOVE WS-MOY-SAL TO DMOY-SAL
      *MENSUELLE ('H') - LA PERIODE ET L'EFFECTIF POSES SONT TRACES.
       TRACE-AUDIT-HISTORISATION.
             MOVE SPACES TO AUD-AVANT AUD-APRES
             MOVE DTOT-ETP TO ED-AUD-ETP
             STRING 'PERIODE=' DPERIODE ' NB=' DNB-EMP
                    ' ETP=' ED-AUD-ETP
                DELIMITED BY SIZE INTO AUD-APRES
             PERFORM ECRITURE-AUDIT
             .
      *    MOYSAL  DECIMAL(7, 2) NOT NULL,
      *    HORODATE TIMESTAMP    NOT NULL );
      *  INSERT INTO AUTORIS VALUES ('SNAPDEP ', 'D', 'H', 0);
      *  -- EQUIVALENT TEMPS PLEIN DE L'INSTANTANE : LES PERIODES DEJA
      *  -- POSEES SONT ANTERIEURES AU TAUX D'ACTIVITE (TOUT LE PERSONNEL
      *  -- ETAIT COMPTE A TEMPS PLEIN) : LEUR ETP EST L'EFFECTIF
      *  ALTER TABLE DEPSNAP
      *    ADD COLUMN ETP DECIMAL(7, 2) NOT NULL WITH DEFAULT;
      *  UPDATE DEPSNAP SET ETP = NBEMP;
      *  COMMIT;
