      *  VIREMENT ET LE MONTANT PART EN SUSPENS (CF SUSPENS.cpy)      *
      ****************************************************************
       01  E-BNQPERS.
           05 BP-CODEP             PIC X(06).
           05 BP-IBAN              PIC X(34).
           05 BP-BIC               PIC X(11).
           05 BP-TITULAIRE         PIC X(25).
      *    DEVISE DE PAIEMENT CHOISIE PAR L AYANT DROIT (CODE ISO,
      *    CF DEVISHG1) -- ROYALSET CONVERTIT LE VIREMENT AU TAUX DU
      *    JOUR DE PAIEMENT ; SPACES OU 'EUR' = DEVISE DE REFERENCE
           05 BP-DEVISE-PAIEMENT   PIC X(03).
      *    'I' = COORDONNEES INVALIDEES SUITE AU REJET D UN VIREMENT
      *    PAR LA BANQUE (CF VIREJET) : ROYALSET NE LES UTILISE PLUS
      *    ET MET LES MONTANTS EN SUSPENS JUSQU A LA VALIDATION DE
      *    COORDONNEES CORRIGEES. 'A' = AYANT DROIT CREE PAR BNQLOAD,
      *    IBAN ET BIC A SPACES EN ATTENTE DE VALIDATION. IBAN ET BIC
      *    NE CHANGENT QU A LA VALIDATION D UNE DEMANDE PAR UN
      *    SUPERVISEUR (MODATTG1, CF MODATT.cpy), QUI REMET CET
      *    INDICATEUR A SPACES
           05 BP-STATUT-COORD      PIC X(01).
               88 BP-COORD-INVALIDES   VALUE 'I'.
               88 BP-COORD-EN-ATTENTE  VALUE 'A'.
