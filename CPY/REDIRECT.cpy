      *  PLUS AUX COORDONNEES BANCAIRES DE L ARTISTE                  *
      ****************************************************************
       01  E-REDIRECT.
           05 RD-CODEP             PIC X(06).
      *    BENEFICIAIRE EFFECTIF DU PAIEMENT (CODEP DE L AGENT OU DE
      *    LA SUCCESSION, PORTEUR DE SES PROPRES COORDONNEES
      *    BANCAIRES DANS BNQPERG1)
           05 RD-CODEP-BENEF       PIC X(06).
      *    DATE D EFFET (AAAAMMJJ) -- LA REDIRECTION NE S APPLIQUE
      *    QU A COMPTER DE CETTE DATE
           05 RD-DATE-EFFET        PIC 9(08).
           05 RD-MOTIF             PIC X(20).
           05 FILLER               PIC X(40).

      ****************************************************************
      *  ZONE DE TRAVAIL PARTAGEE PAR LE SERVICE PGMG1VK1 ET L ECRAN  *
      *  DE REDIRECTION (APIG1DK2)                                    *
      ****************************************************************
       01  W-REDIRECT.
           05 W-RD-CODEP           PIC X(06).
           05 W-RD-CODEP-BENEF     PIC X(06).
           05 W-RD-DATE-EFFET      PIC 9(08).
           05 W-RD-MOTIF           PIC X(20).
      *    0 = CONSULTATION, 1 = CREATION/REMPLACEMENT, 2 = SUPPRESSION
      *    1 = OK, 2 = NON TROUVE, 3 = BENEFICIAIRE INCONNU,
      *    4 = PROBLEME FICHIER
           05 W-RD-RC              PIC 9(01).
           05 FILLER               PIC X(38).
