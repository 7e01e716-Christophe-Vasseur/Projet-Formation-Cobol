      ****************************************************************
      *  ENREGISTREMENT TEXTE D ECRAN (FICHIER VSAM MSGTXTG1) -- UN   *
      *  ENREGISTREMENT PAR IDENTIFIANT DE MESSAGE ET PAR LANGUE.     *
      *  CHAQUE MESSAGE, TITRE OU LIBELLE D ACTION POSE PAR UN ECRAN  *
      *  API5 PORTE UN IDENTIFIANT ('STD' + NUMERO POUR LES MESSAGES  *
      *  STANDARD D APIG1DWK, 'D' + CODE ECRAN + NUMERO SINON) ; LE   *
      *  MOTEUR APIG1DPC Y CHERCHE LE TEXTE DANS LA LANGUE DE         *
      *  L OPERATEUR (SERVICE PGMG1VTX) ET GARDE LE TEXTE FRANCAIS    *
      *  DU PROGRAMME A DEFAUT. ENTRETENU PAR L ECRAN APIG1DN8         *
      *  (SERVICE PGMG1VN8) ET CHARGE EN MASSE PAR MSGTLOAD           *
      ****************************************************************
       01  E-MSGTXT.
           05 MT-CLE.
               10 MT-ID             PIC X(06).
      *        'FR' FRANCAIS, 'EN' ANGLAIS (CF OP-LANGUE, OPERATEU.cpy)
               10 MT-LANGUE         PIC X(02).
           05 MT-TEXTE              PIC X(79).
      *    DERNIERE MISE A JOUR (AAAAMMJJ) ET SON AUTEUR -- OPERATEUR
      *    DE L ECRAN DE MAINTENANCE OU 'MSGTLOAD'
           05 MT-DATE-MAJ           PIC X(08).
           05 MT-OPER-MAJ           PIC X(08).
           05 FILLER                PIC X(17).

      ****************************************************************
      *  ZONE D ECHANGE DU SERVICE DE RECHERCHE DES TEXTES (PGMG1VTX) *
      *  -- MEME DESCRIPTION QUE W-TEXTES DANS APIG1DWK. CHAQUE POSTE *
      *  A IDENTIFIANT RENSEIGNE ARRIVE AVEC LE TEXTE FRANCAIS DU     *
      *  PROGRAMME ET REPART AVEC LE TEXTE DU FICHIER S IL EXISTE     *
      ****************************************************************
       01  W-MSGRECH.
           05 W-MR-LANGUE            PIC X(02).
           05 W-MR-POSTE             OCCURS 2 TIMES.
               10 W-MR-ID            PIC X(06).
               10 W-MR-TEXTE         PIC X(79).
      *        'O' TEXTE TROUVE DANS LE FICHIER, 'N' TEXTE D ORIGINE
               10 W-MR-TROUVE        PIC X(01).

      ****************************************************************
      *  ZONE DE TRAVAIL PARTAGEE PAR LE SERVICE PGMG1VN8 ET L ECRAN  *
      *  DE MAINTENANCE DES TRADUCTIONS (APIG1DN8)                    *
      ****************************************************************
       01  W-MSGTXT.
           05 W-MT-ID                PIC X(06).
           05 W-MT-LANGUE            PIC X(02).
           05 W-MT-TEXTE             PIC X(79).
      *    TEXTE FRANCAIS DE REFERENCE, RENVOYE EN CONSULTATION POUR
      *    GUIDER LA TRADUCTION
           05 W-MT-TEXTE-FR          PIC X(79).
           05 W-MT-DATE-MAJ          PIC X(08).
           05 W-MT-OPER-MAJ          PIC X(08).
      *    0 = CONSULTATION, 1 = CREATION/REMPLACEMENT, 2 = SUPPRESSION
           05 W-MT-CODE-FONC         PIC 9(01).
      *    1 = OK, 2 = TEXTE NON TROUVE, 3 = DONNEES INVALIDES,
      *    4 = PROBLEME FICHIER, 5 = OPERATION NON AUTORISEE
           05 W-MT-RC                PIC 9(01).
           05 FILLER                 PIC X(16).
