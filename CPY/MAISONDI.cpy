           05 MA-SIREN             PIC X(05).
           05 MA-RAISON-SOC        PIC X(30).
           05 MA-ADRESSE           PIC X(15).
           05 MA-CODEP-DIR         PIC X(06).
           05 MA-TERRITOIRE        PIC X(03).
      *    LIMITE DE CREDIT (EUR) AU-DELA DE LAQUELLE PGMG1VE1 BLOQUE
      *    LA SAISIE DE NOUVELLES VENTES (ENCOURS SUR COMPTDIG1,
      *    DEROGATION SUPERVISEUR JOURNALISEE) -- ZERO = PAS DE
      *    LIMITE CONTROLEE
           05 MA-LIMITE-CREDIT     PIC 9(09)V9(02).
      *    CONDITIONS DE REGLEMENT DU DISTRIBUTEUR : DELAI EN JOURS
      *    A COMPTER DE LA DATE DE FACTURE, REPORTE EN FIN DE MOIS SI
      *    MA-FIN-DE-MOIS = 'O' (EX. 45 JOURS FIN DE MOIS) -- DELAI
      *    A ZERO = REGLE GENERALE DE 30 JOURS NETS. L ECHEANCE EST
      *    CALCULEE ET FIGEE A LA FACTURATION (CF ECHEANCE.cpy)
           05 MA-DELAI-REGLEMENT   PIC 9(03).
           05 MA-FIN-DE-MOIS       PIC X(01).
               88 MA-ECHEANCE-FIN-DE-MOIS VALUE 'O'.
      *    EXONERATION DES PENALITES DE RETARD ('O'), ACCORDEE PAR UN
      *    SUPERVISEUR -- PENALRET NE FACTURE A LA MAISON NI INTERETS
      *    NI INDEMNITE FORFAITAIRE, LE RETARD EST TENU POUR REMIS
           05 MA-PENALITES         PIC X(01).
               88 MA-PENALITES-EXONEREES VALUE 'O'.
      *    MAISON ABSORBEE PAR UNE AUTRE (RACHAT) : SIREN DE LA MAISON
      *    ABSORBANTE, POSE PAR LA FUSION DISTFUSN QUI Y A TRANSFERE
      *    VENTES, ENCOURS, PROVISIONS ET SUIVIS. L ENREGISTREMENT EST
      *    CONSERVE COMME RENVOI (LES ENCAISSEMENTS QUI CITENT ENCORE
      *    L ANCIEN SIREN SONT RAPPROCHES SUR L ABSORBANTE PAR
      *    BANKAPPL) -- SPACES = MAISON EN ACTIVITE
           05 MA-SIREN-ABSORBANT   PIC X(05).
               88 MA-EN-ACTIVITE       VALUE SPACES.

      ****************************************************************
      *  ZONE D AFFICHAGE POUR L ECRAN DE LISTE                        *
           05 O-MA-SIREN           PIC X(05).
           05 O-MA-RAISON-SOC      PIC X(30).
           05 O-MA-ADRESSE         PIC X(15).
           05 O-MA-CODEP-DIR       PIC X(06).

       01  O-MA-KEY REDEFINES O-MAISON-DIST PIC X(56).
