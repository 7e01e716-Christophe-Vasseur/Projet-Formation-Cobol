      *  EMISES MOINS AVOIRS ET ENCAISSEMENTS RECUS. ALIMENTE PAR     *
      *  PGMG1VE1 A CHAQUE VENTE/RETOUR ET SOLDE PAR L APPLICATION    *
      *  DES ENCAISSEMENTS BANCAIRES ; CONTROLE CONTRE LA LIMITE DE   *
      *  CREDIT DU DISTRIBUTEUR (MA-LIMITE-CREDIT) A LA SAISIE ;      *
      *  RAPPROCHE EN FIN DE MOIS DES PIECES ET DU GL PAR ENCRAPPR,   *
      *  QUI PEUT LE REBASER SUR LES PIECES (MODE CORRIGER,           *
      *  SUPERVISEUR)                                                 *
      ****************************************************************
       01  E-COMPTDI.
           05 CD-SIREN             PIC X(05).
