      *              FINAL : 0 = NORMAL, 4 = EXCEPTIONS RELEVEES,      *
      *              12 = ABANDON SUR ERREUR).                         *
      * 260822 : CREATION DE LA ZONE                                  *
      * 261015 : LIGNE DE REPRISE ENR-OPSLOG-REPRISE (MEME LONGUEUR),  *
      *          ECRITE JUSTE AVANT LA LIGNE NORMALE PAR UN TRAITEMENT *
      *          EN LOT QUI REPART DE SON POINT DE REPRISE (REPRISE) : *
      *          'REPRISE ENREGISTREMENT' ET LE NUMERO DU PREMIER      *
      *          ENREGISTREMENT REAPPLIQUE A LA PLACE DE OPS-FIN       *
      ******************************************************************
       01  ENR-OPSLOG.
           05 OPS-PROGRAMME      PIC X(8).
           05 OPS-NB-LUS         PIC 9(7).
           05 OPS-NB-ECRITS      PIC 9(7).
           05 OPS-CODE-RETOUR    PIC 99.
      *LIGNE DE REPRISE : OPS-REP-LIBELLE = 'REPRISE ENREGISTREMENT '
      *(NON NUMERIQUE, LA DISTINGUE D'UNE LIGNE NORMALE), OPS-REP-DEBUT
      *= OPS-DEBUT DE LA LIGNE NORMALE QUI LA SUIT
       01  ENR-OPSLOG-REPRISE.
           05 OPS-REP-PROGRAMME  PIC X(8).
           05 OPS-REP-DEBUT      PIC X(14).
           05 OPS-REP-LIBELLE    PIC X(23).
           05 OPS-REP-ENREG      PIC 9(7).
