      ****************************************************************
      *  ENREGISTREMENT FACTURE DE PENALITES DE RETARD (FICHIER VSAM  *
      *  PENALG1) -- UNE PAR DISTRIBUTEUR ET PAR PASSAGE MENSUEL DE   *
      *  PENALRET, NUMEROTEE SUR LE COMPTEUR DES FACTURES (INVSEQG1). *
      *  INTERETS DE RETARD AU TAUX DE LA CARTE PARAMETRE, PAR JOUR   *
      *  DE RETARD SUR L ECHEANCE DE CHAQUE FACTURE OUVERTE, PLUS     *
      *  L INDEMNITE FORFAITAIRE DE RECOUVREMENT PAR FACTURE EN       *
      *  RETARD. HORS CHAMP DE LA TVA. LE MONTANT EST PORTE A         *
      *  L ENCOURS COMPTDIG1 ET A L INTERFACE COMPTABLE (GLJRNL)      *
      ****************************************************************
       01  E-PENALITE.
           05 PE-NUM-FACTURE       PIC 9(09).
           05 PE-SIREN             PIC X(05).
           05 PE-DATE-FACTURE      PIC 9(08).
      *    FACTURES EN RETARD DECOMPTEES ET TAUX ANNUEL APPLIQUE (%)
           05 PE-NB-FACTURES       PIC 9(05).
           05 PE-TAUX-ANNUEL       PIC 9(02)V9(03).
           05 PE-MONTANT-INTERETS  PIC 9(09)V9(02).
           05 PE-MONTANT-INDEMNITES PIC 9(07)V9(02).
           05 PE-MONTANT-TOTAL     PIC 9(09)V9(02).
      *    ESPACE = OUVERTE, 'R' = REGLEE
           05 PE-STATUT-REGLEMENT  PIC X(01).
               88 PE-FACTURE-REGLEE    VALUE 'R'.
           05 FILLER               PIC X(16).
