      ******************************************************************
      * PACCESSEUR : ZONE DE COMMUNICATION AVEC L'ACCESSEUR ACCESS2G  *
      *              (TABLE REPRISE : POINT DE REPRISE DES TRAITEMENTS *
      *              DE MISE A JOUR EN LOT HIRELOAD, DEPARTS,          *
      *              TRANSFER, ABSLOAD, SALREV EN MODE 'M' ET          *
      *              PURGEEMP, UNE LIGNE PAR PROGRAMME) - NOMBRE       *
      *              D'ENREGISTREMENTS DEJA APPLIQUES ET VALIDES,      *
      *              DERNIERE CLE VALIDEE (MATRICULE, OU COUPLE NOM,   *
      *              MAT POUR SALREV) ET COMPTEURS DU COMPTE-RENDU A   *
      *              CE POINT, POUR QU'UNE REPRISE SAUTE CE QUI EST    *
      *              DEJA EN TABLE ET REPARTE DE SES TOTAUX - LE 4E    *
      *              COMPTEUR PORTE LES LIGNES DEJA ECRITES SUR LE     *
      *              COMPTE-RENDU (ET LE 5E, POUR PURGEEMP, LES        *
      *              ENREGISTREMENTS D'ARCHIVE), SEULES RECOPIEES DES  *
      *              FICHIERS DE L'EXECUTION INTERROMPUE EN REPRISE    *
      * 261015 : CREATION DE LA ZONE                                   *
      ******************************************************************
       01  PACCESSEUR.
           05 PCODE-FONC         PIC X.
           05 PPROGRAMME         PIC X(8).
           05 PNB-APPLIQUES      PIC 9(7).
           05 PCLE               PIC X(21).
           05 PCLE-EMPLOYE REDEFINES PCLE.
              10 PCLE-NOM        PIC X(15).
              10 PCLE-MAT        PIC X(6).
           05 PCOMPTEUR          PIC 9(7) OCCURS 5.
           05 PHORODATE          PIC X(26).
           05 PCODE-RET          PIC 99.
           05 PLIBERR            PIC X(50).
