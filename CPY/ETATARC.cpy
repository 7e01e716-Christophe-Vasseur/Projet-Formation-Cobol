      ****************************************************************
      *  ENREGISTREMENT DU REFERENTIEL DES ETATS BATCH (FICHIER VSAM  *
      *  ETATG1) -- CHAQUE ETAT IMPRIME PAR LA CHAINE Y EST RECOPIE   *
      *  PAR ETATARCH, UNE LIGNE D ETAT PAR ENREGISTREMENT, DECOUPEE  *
      *  EN PAGES. CHAQUE EXECUTION ARCHIVEE COMMENCE PAR UNE LIGNE   *
      *  DESCRIPTIVE (PAGE ET LIGNE A ZERO) QUI PORTE LE TRAITEMENT   *
      *  PRODUCTEUR, LA REFERENCE RUNCTLG1 DE SON PASSAGE, LE NOMBRE  *
      *  DE PAGES, L ECRAN DONT LE DROIT DE CONSULTATION OUVRE L ETAT *
      *  ET LA DATE DE PURGE. CONSULTE EN LIGNE PAR APIG1DM8          *
      ****************************************************************
       01  E-ETATARC.
           05 EA-CLE.
      *        EXECUTION ARCHIVEE : NOM DE L ETAT, DATE ET HEURE
      *        (AAAAMMJJ, HHMMSS) DE L ARCHIVAGE
               10 EA-EXECUTION.
                   15 EA-ETAT           PIC X(08).
                   15 EA-DATE-EXEC      PIC 9(08).
                   15 EA-HEURE-EXEC     PIC X(06).
               10 EA-PAGE               PIC 9(05).
               10 EA-LIGNE              PIC 9(03).
           05 EA-TYPE               PIC X(01).
               88 EA-DESCRIPTIF         VALUE 'D'.
               88 EA-LIGNE-ETAT         VALUE 'L'.
           05 EA-TEXTE              PIC X(132).
      *    LIGNE DESCRIPTIVE DE L EXECUTION (PAGE ET LIGNE A ZERO)
           05 EA-DESCRIPTION REDEFINES EA-TEXTE.
               10 EA-JOB-NAME           PIC X(08).
      *        REFERENCE RUNCTLG1 DU TRAITEMENT PRODUCTEUR AU MOMENT
      *        DE L ARCHIVAGE (CF RUNCTL.cpy) -- A BLANC SI LE
      *        TRAITEMENT N Y A PAS DE LIGNE
               10 EA-RC-DATE-EXEC       PIC X(08).
               10 EA-RC-HEURE-EXEC      PIC X(08).
               10 EA-RC-STATUT          PIC X(01).
               10 EA-RC-CHAINE-NUM      PIC X(09).
               10 EA-NB-PAGES           PIC 9(05).
               10 EA-NB-LIGNES          PIC 9(07).
      *        ECRAN (OU FAMILLE 'APIG1DH*') DONT LE DROIT DE
      *        CONSULTATION (CF PGMG1VRO) DONNE ACCES A L ETAT -- A
      *        BLANC, LE DROIT SUR L ECRAN DE CONSULTATION SUFFIT
               10 EA-ECRAN-ACCES        PIC X(08).
      *        DUREE DE CONSERVATION EN MOIS ET DATE (AAAAMMJJ) A
      *        PARTIR DE LAQUELLE ETATARCH PURGE L EXECUTION
               10 EA-CONSERVATION       PIC 9(03).
               10 EA-DATE-PURGE         PIC 9(08).
               10 EA-LIBELLE            PIC X(40).
               10 FILLER                PIC X(27).
           05 FILLER                PIC X(07).
