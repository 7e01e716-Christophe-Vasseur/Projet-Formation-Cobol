      ****************************************************************
      *  ENREGISTREMENT BAREME PAR SUPPORT D UN CONTRAT (FICHIER VSAM *
      *  CTRFMTG1) -- CLE = CODEA + CODEP + SIREN + SUPPORT (CF       *
      *  VE-FORMAT), CHAINEE SUR LA CLE DU CONTRAT COMME LES PALIERS  *
      *  (CTRPALG1). POUR LES VENTES DU SUPPORT, ROYALRPT REMPLACE LE *
      *  TAUX DE BASE E-CO-DROITS PAR FR-TAUX (LES PALIERS GARDENT    *
      *  LEUR ECART DE POINTS SUR LE TAUX DE BASE), PREND POUR        *
      *  ASSIETTE LE PRIX FACTURE OU LE PRIX DE GROS DU TARIF         *
      *  CATALOGUE (TARIFG1) ET EN DEDUIT L ABATTEMENT EMBALLAGE DES  *
      *  SUPPORTS PHYSIQUES. UN SUPPORT SANS BAREME RESTE AU TAUX DU  *
      *  CONTRAT, SUR LE PRIX FACTURE, SANS ABATTEMENT. CHARGE PAR    *
      *  CTRFLOAD                                                     *
      ****************************************************************
       01  E-CTRFORMAT.
           05 FR-CLE.
               10 FR-CODEA         PIC X(06).
               10 FR-CODEP         PIC X(06).
               10 FR-SIREN         PIC X(05).
               10 FR-FORMAT        PIC X(01).
                   88 FR-FORMAT-CD         VALUE 'C'.
                   88 FR-FORMAT-VINYLE     VALUE 'V'.
                   88 FR-FORMAT-NUMERIQUE  VALUE 'N'.
                   88 FR-FORMAT-VALIDE     VALUE 'C' 'V' 'N'.
                   88 FR-FORMAT-PHYSIQUE   VALUE 'C' 'V'.
      *    TAUX DE DROITS DU SUPPORT (POUR CENT)
           05 FR-TAUX              PIC 9(03)V9(02).
      *    ABATTEMENT EMBALLAGE EN POUR CENT DE L ASSIETTE -- SUPPORTS
      *    PHYSIQUES SEULEMENT, ZERO SUR LE NUMERIQUE
           05 FR-TAUX-EMBALLAGE    PIC 9(02)V9(02).
      *    ASSIETTE DES DROITS -- 'F' (OU SPACE) PRIX FACTURE, 'G' PRIX
      *    DE GROS (PRIX DE LISTE HT DU TARIF CATALOGUE, CF TARIF.cpy)
           05 FR-ASSIETTE          PIC X(01).
               88 FR-ASSIETTE-FACTURE  VALUE 'F' ' '.
               88 FR-ASSIETTE-GROS     VALUE 'G'.
      *    DATE DE DERNIERE MISE A JOUR PAR CTRFLOAD (AAAAMMJJ)
           05 FR-DATE-MAJ          PIC 9(08).
           05 FILLER               PIC X(44).
