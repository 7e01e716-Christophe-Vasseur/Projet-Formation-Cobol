      ****************************************************************
      *  ENREGISTREMENT ACCORD DE PARTICIPATION PUBLICITAIRE (FICHIER *
      *  VSAM COOPACG1) -- BUDGET DE PROMOTION EN MAGASIN CONSENTI A  *
      *  UN DISTRIBUTEUR, EVENTUELLEMENT RESTREINT A UNE ENSEIGNE     *
      *  (CLIENTG1) ET/OU A UN ALBUM, SUR UNE PERIODE. CLE = NUMERO   *
      *  D ACCORD. CHARGE PAR COOPLOAD ; LES DEMANDES DU DISTRIBUTEUR *
      *  SONT IMPUTEES SUR LE BUDGET PAR COOPCLAM (CF COOPDEM.cpy) ET *
      *  L USAGE EST EDITE PAR COOPRPT                                *
      ****************************************************************
       01  E-COOPACC.
           05 PP-NUM-ACCORD        PIC X(06).
           05 PP-SIREN             PIC X(05).
      *    RESTRICTIONS FACULTATIVES -- SPACES = TOUTES LES ENSEIGNES
      *    (VE-CODE-CLIENT) / TOUS LES ALBUMS (VE-CODEA) DU DISTRIBUTEUR
           05 PP-CODE-CLIENT       PIC X(06).
           05 PP-CODEA             PIC X(06).
      *    PERIODE DE VALIDITE (AAAAMMJJ) -- LA DATE DE LA DEMANDE
      *    DOIT Y ETRE COMPRISE
           05 PP-DATE-DEBUT        PIC 9(08).
           05 PP-DATE-FIN          PIC 9(08).
      *    BUDGET CONVENU ET MONTANT DEJA IMPUTE PAR LES DEMANDES
      *    APPROUVEES (TENU PAR COOPCLAM, CONSERVE PAR COOPLOAD)
           05 PP-BUDGET            PIC 9(09)V9(02).
           05 PP-CONSOMME          PIC 9(09)V9(02).
      *    'A' ACCORD ACTIF, 'S' SUSPENDU (AUCUNE DEMANDE ACCEPTEE)
           05 PP-STATUT            PIC X(01).
               88 PP-ACTIF             VALUE 'A'.
               88 PP-SUSPENDU          VALUE 'S'.
               88 PP-STATUT-VALIDE     VALUE 'A' 'S'.
           05 PP-LIBELLE           PIC X(16).
           05 FILLER               PIC X(02).
