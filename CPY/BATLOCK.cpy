      ****************************************************************
      *  REGISTRE DES VERROUS DE BATCH (FICHIER VSAM BATLOKG1) -- UNE *
      *  LIGNE PAR FICHIER PROTEGE (CLE = NOM DU FICHIER VSAM, EX.    *
      *  'STOCKG1', 'COMPTDIG1'). CHAQUE BATCH DE MISE A JOUR PREND   *
      *  LES FICHIERS QU IL VA MODIFIER AU DEMARRAGE ET LES REND EN   *
      *  FIN DE TRAITEMENT (PARAGRAPHES PRENDRE-VERROUS ET            *
      *  RENDRE-VERROUS, ZONES DE TRAVAIL DANS BATLOKW.cpy) ; UN      *
      *  FICHIER DEJA PRIS PAR UN AUTRE PASSAGE ARRETE LE BATCH AVANT *
      *  TOUTE MISE A JOUR, AVEC UNE EXCEPTION CRITIQUE 'VERROU' DANS *
      *  EXCEPTG1. UN VERROU LAISSE PAR UN BATCH ARRETE EN ANOMALIE   *
      *  EST SIGNALE ET, SUR CARTE D UN SUPERVISEUR, LIBERE PAR       *
      *  VERRPURG. LE DESSIN NE PORTE AUCUN NIVEAU 77 POUR POUVOIR    *
      *  ETRE COPIE EN FILE SECTION                                   *
      ****************************************************************
       01  E-BATLOCK.
           05 BL-FICHIER            PIC X(10).
      *    DERNIER BATCH DETENTEUR ET PRISE DU VERROU (AAAAMMJJ ET
      *    HHMMSSCC) -- CONSERVES APRES LIBERATION POUR MEMOIRE
           05 BL-JOB                PIC X(08).
           05 BL-DATE-PRISE         PIC 9(08).
           05 BL-HEURE-PRISE        PIC X(08).
           05 BL-STATUT             PIC X(01).
               88 BL-PRIS               VALUE 'P'.
               88 BL-LIBRE              VALUE 'L' SPACE.
      *    DERNIERE LIBERATION -- AUTEUR = LE BATCH LUI-MEME, OU LE
      *    SUPERVISEUR QUI A FORCE LA LIBERATION (VERRPURG)
           05 BL-DATE-LIBER         PIC 9(08).
           05 BL-HEURE-LIBER        PIC X(08).
           05 BL-OPER-LIBER         PIC X(08).
           05 FILLER                PIC X(21).
