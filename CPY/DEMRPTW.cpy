      ****************************************************************
      *  ZONE DE TRAVAIL PARTAGEE PAR LE SERVICE PGMG1VM9 ET L ECRAN  *
      *  DES DEMANDES D ETATS (APIG1DM9) -- TENUE HORS DU DESSIN DE   *
      *  DEMRPTG1 (CF DEMRPT.cpy)                                      *
      ****************************************************************
       01  W-DEMRPT.
      *    0 = CONSULTATION, 1 = CREATION, 2 = ANNULATION
           05 W-DR-CODE-FONC       PIC 9(01).
      *    OPERATEUR IDENTIFIE SUR LE TERMINAL, RENVOYE PAR LE SERVICE
      *    (CF HISTWHO.cpy) -- L ANNULATION DE LA DEMANDE D UN AUTRE
      *    OPERATEUR DEMANDE LE DROIT DE SUPPRIMER SUR L ECRAN
           05 W-DR-OPER            PIC X(08).
      *    1 = OK, 2 = DEMANDE NON TROUVEE, 3 = DONNEES INVALIDES
      *    (MOTIF DANS W-DR-MOTIF), 4 = PROBLEME FICHIER, 5 = STATUT
      *    OU DEMANDEUR INCOMPATIBLE AVEC L ANNULATION
           05 W-DR-RC              PIC 9(01).
           05 W-DR-MOTIF           PIC X(40).
           05 W-DR-DEMANDE         PIC X(220).
