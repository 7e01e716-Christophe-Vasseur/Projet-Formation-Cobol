      ****************************************************************
      *  ENREGISTREMENT COMMANDE DE FABRICATION (PRESSAGE) A L USINE  *
      *  (FICHIER VSAM CDEFABG1) -- UNE COMMANDE PAR ALBUM + SUPPORT  *
      *  PHYSIQUE (MEME DECLINAISON QUE STOCKG1) ET PAR NUMERO D      *
      *  ORDRE DANS LA DECLINAISON. PROPOSEE PAR CDEFPROP POUR LES    *
      *  LIGNES DE STOCK SOUS LE SEUIL DE REAPPROVISIONNEMENT,        *
      *  LANCEE ET ENTRETENUE PAR L ECRAN APIG1DN1 (SERVICE PGMG1VN1),*
      *  RECEPTIONNEE PAR CDEFRECP QUI CREDITE STOCKG1 ET JOURNALISE  *
      *  LE MOUVEMENT DANS STKMVTG1 (NATURE 'F' RECEPTION FABRICATION)*
      *  ET SUIVIE PAR L ETAT DES COMMANDES OUVERTES CDEFOUVR         *
      ****************************************************************
       01  E-CDEFAB.
           05 CF-CLE.
               10 CF-CODEA         PIC X(06).
               10 CF-FORMAT        PIC X(01).
               10 CF-NUM-CDE       PIC 9(05).
      *    DATE DE LA COMMANDE ET DATE DE LIVRAISON PROMISE PAR
      *    L USINE (AAAAMMJJ)
           05 CF-DATE-CDE          PIC 9(08).
           05 CF-DATE-PREVUE       PIC 9(08).
           05 CF-QTE-CDE           PIC 9(07).
      *    CUMUL DES QUANTITES LIVREES PAR L USINE (RECEPTIONS)
           05 CF-QTE-RECUE         PIC 9(07).
      *    COUT UNITAIRE DE FABRICATION CONVENU AVEC L USINE
           05 CF-COUT-UNIT         PIC 9(05)V9(02).
      *    'P' PROPOSEE (PAR CDEFPROP, A CONFIRMER), 'O' OUVERTE
      *    (LANCEE A L USINE), 'S' SOLDEE (LIVREE OU CLOSE A LA
      *    RECEPTION), 'A' ANNULEE
           05 CF-STATUT            PIC X(01).
               88 CF-PROPOSEE          VALUE 'P'.
               88 CF-OUVERTE           VALUE 'O'.
               88 CF-SOLDEE            VALUE 'S'.
               88 CF-ANNULEE           VALUE 'A'.
      *    ORIGINE -- 'A' PROPOSITION AUTOMATIQUE, 'M' SAISIE ECRAN
           05 CF-ORIGINE           PIC X(01).
               88 CF-ORIGINE-AUTO      VALUE 'A'.
               88 CF-ORIGINE-MANUELLE  VALUE 'M'.
           05 CF-DATE-DERN-RECEP   PIC 9(08).
           05 FILLER               PIC X(21).

       01  E-CF-KEY REDEFINES E-CDEFAB PIC X(12).

      ****************************************************************
      *  ZONE DE TRAVAIL PARTAGEE PAR LE SERVICE PGMG1VN1 ET L ECRAN  *
      *  DES COMMANDES DE FABRICATION (APIG1DN1)                      *
      ****************************************************************
       01  W-CDEFAB.
           05 W-CF-CODEA           PIC X(06).
           05 W-CF-FORMAT          PIC X(01).
      *    NUMERO A ZERO EN CREATION : LE SERVICE ATTRIBUE LE SUIVANT
           05 W-CF-NUM-CDE         PIC 9(05).
           05 W-CF-DATE-CDE        PIC 9(08).
           05 W-CF-DATE-PREVUE     PIC 9(08).
           05 W-CF-QTE-CDE         PIC 9(07).
           05 W-CF-QTE-RECUE       PIC 9(07).
           05 W-CF-COUT-UNIT       PIC 9(05)V9(02).
           05 W-CF-STATUT          PIC X(01).
      *    0 = CONSULTATION, 1 = CREATION/REMPLACEMENT, 2 = SUPPRESSION
           05 W-CF-CODE-FONC       PIC 9(01).
      *    1 = OK, 2 = COMMANDE NON TROUVEE, 3 = DONNEES INVALIDES,
      *    4 = PROBLEME FICHIER, 5 = COMMANDE DEJA RECEPTIONNEE
           05 W-CF-RC              PIC 9(01).
           05 FILLER               PIC X(28).
