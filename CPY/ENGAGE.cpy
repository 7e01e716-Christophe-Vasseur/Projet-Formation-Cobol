      ****************************************************************
      *  ENREGISTREMENT ENGAGEMENT D ALBUMS (FICHIER VSAM ENGAGG1)    *
      *  CLE = CLE DU CONTRAT DE BASE DE L ACCORD (CODEA + CODEP +    *
      *  SIREN, CF CONTRAT.cpy) -- UN ENREGISTREMENT PAR CONTRAT      *
      *  D ARTISTE ENGAGEANT PLUSIEURS ALBUMS. LA PERIODE 1 EST LA    *
      *  PERIODE FERME, LES PERIODES 2 ET 3 SONT DES OPTIONS QUE LE   *
      *  LABEL PEUT LEVER JUSQU A LEUR DATE DE PREAVIS ; LA LEVEE     *
      *  D UNE OPTION (ENGALOAD) PROLONGE L ECHEANCE DU CONTRAT DE    *
      *  BASE JUSQU A LA DATE DE LIVRAISON DE LA PERIODE, PAR UN      *
      *  AVENANT CTRADDG1. LES ALBUMS LIVRES SONT COMPTES PAR         *
      *  ENGAGRPT SUR ALBUMG1 (ALBUMS SORTIS SOUS CONTRAT DU MEME     *
      *  ARTISTE AVEC LE MEME DISTRIBUTEUR DEPUIS LA SIGNATURE)       *
      ****************************************************************
       01  E-ENGAGE.
           05 EG-CLE.
               10 EG-CODEA         PIC X(06).
               10 EG-CODEP         PIC X(06).
               10 EG-SIREN         PIC X(05).
      *    DATES EN AAAAMMJJ ; UNE OPTION NON PREVUE AU CONTRAT A UN
      *    NOMBRE D ALBUMS A ZERO
           05 EG-PERIODE OCCURS 3 TIMES.
      *        NOMBRE D ALBUMS DUS AU TITRE DE LA PERIODE
               10 EG-PE-NB-ALBUMS      PIC 9(02).
      *        DATE LIMITE DE LIVRAISON DES ALBUMS DE LA PERIODE
               10 EG-PE-DATE-LIVRAISON PIC 9(08).
      *        DATE LIMITE DE NOTIFICATION DE LA LEVEE D OPTION (ZERO
      *        SUR LA PERIODE FERME)
               10 EG-PE-DATE-PREAVIS   PIC 9(08).
      *        'F' PERIODE FERME, ' ' OPTION EN SUSPENS (CADUQUE UNE
      *        FOIS LA DATE DE PREAVIS DEPASSEE), 'E' OPTION LEVEE,
      *        'R' OPTION ABANDONNEE
               10 EG-PE-STATUT         PIC X(01).
                   88 EG-PE-FERME          VALUE 'F'.
                   88 EG-PE-EN-SUSPENS     VALUE ' '.
                   88 EG-PE-LEVEE          VALUE 'E'.
                   88 EG-PE-ABANDONNEE     VALUE 'R'.
                   88 EG-PE-ENGAGEE        VALUE 'F' 'E'.
      *    DATE DE DERNIERE MISE A JOUR PAR ENGALOAD (AAAAMMJJ)
           05 EG-DATE-MAJ          PIC 9(08).
           05 FILLER               PIC X(08).
