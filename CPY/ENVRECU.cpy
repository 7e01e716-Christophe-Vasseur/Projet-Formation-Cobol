      ****************************************************************
      *  ENVELOPPE DES FICHIERS RECUS (RELEVE BANCAIRE, RELEVES D     *
      *  USAGE, REPARTITION DE LA SOCIETE DE PERCEPTION,              *
      *  CONFIRMATIONS DE PAIEMENT, TAUX DE CHANGE, REJETS DE         *
      *  VIREMENTS, VENTES DES ENSEIGNES, RETOURS DE LA PLATEFORME    *
      *  E-FACTURES, ACCUSES DES DECLARATIONS D OEUVRES) -- LE        *
      *  FICHIER COMMENCE PAR UNE LIGNE D ENTETE ET SE TERMINE PAR    *
      *  UNE LIGNE D ENQUEUE, TOUTES DEUX DANS CE DESSIN, QUI         *
      *  ENCADRENT LES LIGNES DE DETAIL. LE MARQUEUR DE TETE COMMENCE *
      *  PAR '*', QUI NE PEUT OUVRIR AUCUNE LIGNE DE DETAIL (DATE,    *
      *  ISRC, SIREN OU CODE). L ENTETE ANNONCE L INTERFACE ET L      *
      *  IDENTIFIANT DONNE AU FICHIER PAR L EMETTEUR ; L ENQUEUE      *
      *  REPREND L IDENTIFIANT ET PORTE LE NOMBRE DE LIGNES DE DETAIL *
      *  ET LEUR TOTAL DE CONTROLE. UN NOMBRE OU UN TOTAL RENSEIGNE   *
      *  SUR L ENTETE DOIT AUSSI CONCORDER. LES LIGNES SONT RECOPIEES *
      *  DANS CETTE ZONE PAR LE CHARGEUR (CF JOURNAL DES RECEPTIONS,  *
      *  RECEPLOG.cpy). LES FICHIERS DES ENSEIGNES SONT CONCATENES,   *
      *  CHACUN AVEC SA PROPRE ENVELOPPE                              *
      ****************************************************************
       01  E-ENVRECU.
           05 EV-TYPE               PIC X(08).
               88 EV-ENTETE             VALUE '*ENTETE*'.
               88 EV-ENQUEUE            VALUE '*FINFIC*'.
           05 EV-INTERFACE          PIC X(08).
           05 EV-ID-FICHIER         PIC X(16).
           05 EV-DATE-CREATION      PIC 9(08).
           05 EV-NB-ENREG           PIC 9(09).
      *    TOTAL DES MONTANTS DES LIGNES DE DETAIL -- POUR LE FICHIER
      *    DES TAUX DE CHANGE, TOTAL DES TAUX A QUATRE DECIMALES ; POUR
      *    LES VENTES DES ENSEIGNES, TOTAL DES QUANTITES VENDUES ; A
      *    ZERO POUR LES RETOURS E-FACTURES ET LES ACCUSES D OEUVRES,
      *    QUI NE PORTENT PAS DE MONTANT
           05 EV-TOTAL-MONTANT      PIC 9(13)V9(02).
           05 EV-TOTAL-TAUX REDEFINES EV-TOTAL-MONTANT
                                    PIC 9(11)V9(04).
           05 FILLER                PIC X(16).
