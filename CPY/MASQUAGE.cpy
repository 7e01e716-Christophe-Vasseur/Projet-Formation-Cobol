      ****************************************************************
      *  ZONES DE MASQUAGE DES DONNEES SENSIBLES D UN AYANT DROIT     *
      *  (IBAN, EMAIL, ADRESSE POSTALE) A L AFFICHAGE ET A L EDITION  *
      *                                                               *
      *  EN CLAIR POUR LES SEULS OPERATEURS AYANT LE DROIT 'D'        *
      *  (DONNEES SENSIBLES, CF ROLEDEF.cpy -- ROLES FINANCE ET       *
      *  NIVEAU SUPERVISEUR), PARTIELLEMENT MASQUEES POUR LES         *
      *  AUTRES :                                                     *
      *   - IBAN : QUATRE PREMIERS ET QUATRE DERNIERS CARACTERES ;    *
      *   - EMAIL : PREMIER CARACTERE ET DOMAINE A PARTIR DE '@' ;    *
      *   - RUE : PREMIER CARACTERE ;                                 *
      *   - CODE POSTAL : DEUX PREMIERS CHIFFRES (DEPARTEMENT).       *
      *  LES CARACTERES MASQUES SONT REMPLACES PAR '*', LES BLANCS    *
      *  SONT CONSERVES.                                              *
      *                                                               *
      *  UN OPERATEUR SANS LE DROIT PEUT REVELER LA DONNEE EN CLAIR   *
      *  EN DONNANT UN MOTIF ; LA REVELATION EST JOURNALISEE DANS     *
      *  LECTPEG1 (CONTEXTE 'D', CF LECTPERS.cpy)                     *
      *                                                               *
      *  LE PARAGRAPHE DE MASQUAGE EST REPRIS A L IDENTIQUE DANS      *
      *  APIG1DC2 (ADRESSE POSTALE), APIG1DM6 (IBAN DES DEMANDES EN   *
      *  ATTENTE) ET MODATRPT (ETAT DES DECISIONS) -- TOUTE EVOLUTION *
      *  DOIT ETRE PORTEE DANS LES TROIS                              *
      ****************************************************************
       01  W-MASQUAGE.
      *    DONNEE EN CLAIR A MASQUER ET SA NATURE
           05 W-MK-ENTREE          PIC X(45).
           05 W-MK-NATURE          PIC X(01).
               88 MK-IBAN              VALUE 'I'.
               88 MK-EMAIL             VALUE 'E'.
               88 MK-RUE               VALUE 'R'.
               88 MK-CODE-POSTAL       VALUE 'P'.
      *    DONNEE MASQUEE RESULTAT
           05 W-MK-SORTIE          PIC X(45).
      *    LONGUEUR UTILE DE LA DONNEE ET BORNES DE LA PARTIE MASQUEE
           05 W-MK-LONGUEUR        PIC 9(02).
           05 W-MK-DEBUT           PIC 9(02).
           05 W-MK-FIN             PIC 9(02).
           05 W-MK-AROBASE         PIC 9(02).
           05 W-MK-I               PIC 9(02).
      *    AFFICHAGE RETENU POUR L ECRAN OU L ETAT EN COURS
           05 W-MK-AFFICHAGE       PIC X(01).
               88 MK-EN-CLAIR          VALUE 'O'.
               88 MK-MASQUE            VALUE 'N'.

      *    MOTIF DE REVELATION SAISI PAR L OPERATEUR -- 'RC'
      *    RECLAMATION DE L AYANT DROIT, 'PA' PAIEMENT OU VIREMENT
      *    REJETE, 'CR' COURRIER REVENU, 'JU' REQUISITION JUDICIAIRE,
      *    'AU' CONTROLE D AUDIT
       01  W-MOTIF-REVELATION      PIC X(02).
           88 MOTIF-REVELATION-VALIDE  VALUE 'RC' 'PA' 'CR' 'JU' 'AU'.
