      ****************************************************************
      *  ENREGISTREMENT REPRESENTANT COMMERCIAL (FICHIER VSAM         *
      *  REPRESG1) -- CLE = CODE REPRESENTANT. LES DISTRIBUTEURS ET   *
      *  ENSEIGNES SUIVIS LUI SONT AFFECTES DANS REPAFFG1 (CF         *
      *  REPAFFEC.cpy). CHARGE PAR REPRLOAD ; LA COMMISSION DU MOIS   *
      *  EST CALCULEE PAR COMMREP SUR LE CA NET DES RETOURS, AU TAUX  *
      *  DU SUPPORT VENDU, ET PAYEE PAR LA PAIE (CF COMPAIEX.cpy)     *
      ****************************************************************
       01  E-REPRES.
           05 VR-CODE-REP          PIC X(04).
           05 VR-NOM               PIC X(25).
      *    MATRICULE DU REPRESENTANT DANS LE LOGICIEL DE PAIE
           05 VR-MATRICULE         PIC X(08).
      *    'A' ACTIF, 'S' SUSPENDU (AUCUNE COMMISSION CALCULEE, LE CA
      *    DES MAISONS QUI LUI SONT AFFECTEES RESTE SANS COMMISSION)
           05 VR-STATUT            PIC X(01).
               88 VR-ACTIF             VALUE 'A'.
               88 VR-SUSPENDU          VALUE 'S'.
               88 VR-STATUT-VALIDE     VALUE 'A' 'S'.
      *    TAUX DE COMMISSION EN POURCENTAGE DU CA HORS TAXES NET DES
      *    RETOURS, PAR SUPPORT VENDU (VE-FORMAT) -- LE TAUX AUTRE
      *    S APPLIQUE AUX VENTES SAISIES SANS SUPPORT
           05 VR-TAUX-CD           PIC 9(02)V9(02).
           05 VR-TAUX-VINYLE       PIC 9(02)V9(02).
           05 VR-TAUX-NUMERIQUE    PIC 9(02)V9(02).
           05 VR-TAUX-MERCH        PIC 9(02)V9(02).
           05 VR-TAUX-AUTRE        PIC 9(02)V9(02).
      *    COMMISSION NEGATIVE (RETOURS SUPERIEURS AUX VENTES) A
      *    REPRENDRE SUR LES MOIS SUIVANTS -- REPRISE RECUE PAR LA
      *    DERNIERE PERIODE TRAITEE ET REPRISE QU ELLE TRANSMET ; UNE
      *    RELANCE SUR LA MEME PERIODE REPART DE LA REPRISE RECUE
      *    (MIS A JOUR PAR COMMREP, CONSERVE PAR REPRLOAD)
           05 VR-DERNIERE-PERIODE  PIC 9(06).
           05 VR-REPRISE-ENTRANTE  PIC 9(06)V9(02).
           05 VR-REPRISE-SORTANTE  PIC 9(06)V9(02).
