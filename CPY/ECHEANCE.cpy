      ****************************************************************
      *  ENREGISTREMENT ECHEANCE DE FACTURE (FICHIER VSAM ECHEANG1)   *
      *  -- UN ENREGISTREMENT PAR NUMERO DE FACTURE, ECRIT AU MOMENT  *
      *  OU LE NUMERO EST ATTRIBUE (PGMG1VE1, CDEDEXPE, PRECPOST) A   *
      *  PARTIR DES CONDITIONS DE REGLEMENT DU DISTRIBUTEUR           *
      *  (MA-DELAI-REGLEMENT / MA-FIN-DE-MOIS, CF MAISONDI.cpy).      *
      *  L ECHEANCE EST FIGEE : UNE MODIFICATION ULTERIEURE DES       *
      *  CONDITIONS NE VAUT QUE POUR LES FACTURES SUIVANTES. EDITEE   *
      *  PAR FACTURPR, EXPLOITEE PAR RELANLET, BALAGEE ET TRESPREV -- *
      *  UNE FACTURE ANTERIEURE SANS ECHEANCE STOCKEE Y EST TRAITEE   *
      *  A 30 JOURS NETS DE SA DATE. PENALRET Y INSCRIT LES           *
      *  PENALITES DE RETARD DEJA DECOMPTEES SUR LA FACTURE           *
      ****************************************************************
       01  E-ECHEANCE.
           05 EH-NUM-FACTURE       PIC 9(09).
           05 EH-SIREN             PIC X(05).
      *    DATE DE FACTURE (DATE DE VENTE) ET ECHEANCE, AAAAMMJJ
           05 EH-DATE-FACTURE      PIC 9(08).
           05 EH-DATE-ECHEANCE     PIC 9(08).
      *    CONDITIONS APPLIQUEES AU CALCUL (RAPPEL POUR EDITION)
           05 EH-DELAI             PIC 9(03).
           05 EH-FIN-DE-MOIS       PIC X(01).
               88 EH-ECHEANCE-FIN-DE-MOIS VALUE 'O'.
      *    DATE (AAAAMMJJ) JUSQU A LAQUELLE LES INTERETS DE RETARD ONT
      *    ETE DECOMPTES, FACTURES OU REMIS (DISTRIBUTEUR EXONERE) --
      *    ZERO = AUCUN, LE RETARD COURT DEPUIS L ECHEANCE
           05 EH-DATE-PENALITE     PIC 9(08).
      *    INDEMNITE FORFAITAIRE DE RECOUVREMENT DEJA PORTEE SUR UNE
      *    FACTURE DE PENALITES (OU REMISE) : 'O' -- UNE SEULE FOIS
      *    PAR FACTURE
           05 EH-INDEMNITE         PIC X(01).
               88 EH-INDEMNITE-DECOMPTEE VALUE 'O'.
           05 FILLER               PIC X(37).
