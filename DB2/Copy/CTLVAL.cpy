      ******************************************************************
      * ENR-CTLVAL : CARTE DE CONTROLE DE L'INTERVALLE DE VALIDATION   *
      *              DES TRAITEMENTS DE MISE A JOUR EN LOT : NOMBRE    *
      *              D'ENREGISTREMENTS APPLIQUES ENTRE DEUX VALIDATIONS*
      *              (ACCESS2 'V') ET DEUX ECRITURES DU POINT DE       *
      *              REPRISE (TABLE REPRISE), EN COLONNES 1-5. CARTE   *
      *              ABSENTE, A BLANC OU A ZERO : 100 PAR DEFAUT.      *
      * 261015 : CREATION DE LA ZONE                                  *
      ******************************************************************
       01  ENR-CTLVAL.
           05 CTV-INTERVALLE     PIC 9(5).
           05                    PIC X(75).
