      *       EST EDITEE SUR LE RAPPORT D'EXCEPTIONS. CODE CONDITION   *
      *       0 = PERIODE EQUILIBREE, 4 = ANOMALIES RELEVEES.          *
      *  260902 : CREATION DU PROGRAMME                                *
      *  261015 : ENREGISTREMENT PAYEXT ELARGI A 250 (IBAN EN FIN DE   *
      *           DETAIL, NON EXPLOITE PAR LE RAPPROCHEMENT)           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT RECORDING MODE IS F.
       01  ENR-EXTRACT       PIC X(250).

       FD  RETOUR RECORDING MODE IS F.
      *ENREGISTREMENT RETOUR : '1;AAAAMM' (ENTETE), '2;MAT;99999,99'
