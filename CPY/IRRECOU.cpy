      ****************************************************************
      *  ENREGISTREMENT CREANCE IRRECOUVRABLE (FICHIER VSAM IRRECG1)  *
      *  -- UNE LIGNE PAR LIGNE DE FACTURE PASSEE EN PERTE SUR UN     *
      *  DISTRIBUTEUR DEFAILLANT (VE-STATUT-REGLEMENT 'P'). CLE = CLE *
      *  DE LA LIGNE DE VENTE. CREE PAR LE SERVICE PGMG1VN6 (ECRAN    *
      *  APIG1DN6, RESERVE AU SUPERVISEUR), QUI REDUIT L ENCOURS      *
      *  COMPTDIG1 ; COMPTABILISE PAR IRRECOMP (PERTE ET TVA          *
      *  RECUPEREE), IMPUTE SUR LA DECLARATION SUIVANTE PAR TVADECL.  *
      *  UN REGLEMENT ULTERIEUR RAPPROCHE PAR BANKAPPL EST UN         *
      *  RECOUVREMENT (VE-STATUT-REGLEMENT 'V') ET NON UN             *
      *  ENCAISSEMENT ORDINAIRE : IL EST INSCRIT ICI, PUIS            *
      *  COMPTABILISE ET REDECLARE DE LA MEME FACON                   *
      ****************************************************************
       01  E-IRRECOU.
           05 IR-CLE.
               10 IR-CODEA         PIC X(06).
               10 IR-SIREN         PIC X(05).
               10 IR-DATE-VENTE    PIC X(08).
               10 IR-NUM-LIGNE     PIC 9(02).
           05 IR-NUM-FACTURE       PIC 9(09).
      *    TAUX DE TVA DE LA LIGNE (VE-TAUX-TVA) ET MONTANTS PASSES EN
      *    PERTE -- TTC (VE-PRIX * VE-QTE) ET TAXE QUI S EN DEDUIT
           05 IR-TAUX-TVA          PIC 9(02)V9(02).
           05 IR-MONTANT-TTC       PIC 9(09)V9(02).
           05 IR-MONTANT-TVA       PIC 9(09)V9(02).
           05 IR-DATE-PERTE        PIC 9(08).
      *    DATE DE COMPTABILISATION DE LA PERTE PAR IRRECOMP -- ZERO
      *    TANT QUE LES ECRITURES NE SONT PAS PASSEES
           05 IR-DATE-CPT-PERTE    PIC 9(08).
      *    FIN DE PERIODE (AAAAMM) DE LA DECLARATION DE TVA SUR
      *    LAQUELLE LA TAXE A ETE RECUPEREE -- ZERO = A IMPUTER SUR LA
      *    PROCHAINE DECLARATION
           05 IR-PERIODE-TVA       PIC 9(06).
      *    RECOUVREMENT APRES PASSAGE EN PERTE (DATE DE L OPERATION
      *    BANCAIRE) -- ZERO SI AUCUN ; LA COMPTABILISATION ET LA
      *    REDECLARATION DE LA TAXE SE SUIVENT COMME POUR LA PERTE
           05 IR-DATE-RECOUVR      PIC 9(08).
           05 IR-DATE-CPT-RECOUVR  PIC 9(08).
           05 IR-PERIODE-TVA-RECOUVR PIC 9(06).

      ****************************************************************
      *  ZONE DE TRAVAIL PARTAGEE PAR LE SERVICE PGMG1VN6 ET L ECRAN  *
      *  DE PASSAGE EN PERTE DES CREANCES IRRECOUVRABLES (APIG1DN6)   *
      ****************************************************************
       01  W-IRRECOU.
           05 W-IR-SIREN           PIC X(05).
           05 W-IR-NUM-FACTURE     PIC 9(09).
      *    LIGNES OUVERTES DE LA FACTURE ET LEUR MONTANT (CE QUI SERA
      *    OU A ETE PASSE EN PERTE)
           05 W-IR-NB-LIGNES       PIC 9(03).
           05 W-IR-MONTANT-TTC     PIC 9(09)V9(02).
           05 W-IR-MONTANT-TVA     PIC 9(09)V9(02).
           05 W-IR-DATE-FACTURE    PIC X(08).
      *    'O' OUVERTE, 'R' REGLEE, 'P' PASSEE EN PERTE, 'V'
      *    RECOUVREE APRES PASSAGE EN PERTE
           05 W-IR-STATUT          PIC X(01).
      *    0 = CONSULTATION, 1 = PASSAGE EN PERTE
           05 W-IR-CODE-FONC       PIC 9(01).
      *    1 = OK, 2 = FACTURE INCONNUE POUR CE DISTRIBUTEUR,
      *    3 = FACTURE SANS LIGNE OUVERTE, 4 = PROBLEME FICHIER,
      *    5 = OPERATEUR NON SUPERVISEUR, 6 = TROP DE LIGNES
           05 W-IR-RC              PIC 9(01).
           05 FILLER               PIC X(30).
