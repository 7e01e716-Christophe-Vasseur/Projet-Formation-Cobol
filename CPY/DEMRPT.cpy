      ****************************************************************
      *  ENREGISTREMENT DEMANDE D ETAT A LA CARTE (FICHIER VSAM       *
      *  DEMRPTG1) -- UN OPERATEUR HABILITE DEMANDE DEPUIS L ECRAN    *
      *  APIG1DM9 (SERVICE PGMG1VM9) L EDITION DE TOPALBUM, VENTALBM, *
      *  RETOURPT OU YOYCOMP SUR SES PROPRES CRITERES ; LA CHAINE DE  *
      *  NUIT (DEMRPSEL) SOUMET UN TRAVAIL PAR DEMANDE EN ATTENTE,    *
      *  DONT LE DERNIER PAS (DEMRPFIN) RATTACHE LA DEMANDE A         *
      *  L EXECUTION ARCHIVEE DANS ETATG1 (CONSULTABLE PAR APIG1DM8)  *
      ****************************************************************
       01  E-DEMRPT.
      *    NUMERO DE DEMANDE, ATTRIBUE PAR PGMG1VM9 -- LE NUMERO ZERO
      *    EST L ENREGISTREMENT COMPTEUR (DERNIER NUMERO ATTRIBUE)
           05 DR-NUMERO            PIC 9(07).
           05 DR-CORPS.
               10 DR-ETAT              PIC X(08).
      *        'A' EN ATTENTE, 'L' LANCEE PAR LA CHAINE, 'T' TERMINEE
      *        (ETAT ARCHIVE), 'E' EN ECHEC, 'R' REJETEE AU LANCEMENT,
      *        'X' ANNULEE PAR L OPERATEUR
               10 DR-STATUT            PIC X(01).
                   88 DR-EN-ATTENTE        VALUE 'A'.
                   88 DR-LANCEE            VALUE 'L'.
                   88 DR-TERMINEE          VALUE 'T'.
                   88 DR-EN-ECHEC          VALUE 'E'.
                   88 DR-REJETEE           VALUE 'R'.
                   88 DR-ANNULEE           VALUE 'X'.
               10 DR-OPER-DEMANDE      PIC X(08).
               10 DR-DATE-DEMANDE      PIC 9(08).
               10 DR-HEURE-DEMANDE     PIC 9(06).
      *        CRITERES DE SELECTION, A BLANC = SANS RESTRICTION --
      *        LA SECONDE PERIODE NE SERT QU A YOYCOMP (PERIODE DE
      *        COMPARAISON) ; ALBUM DE FIN A BLANC = ALBUM DE DEBUT
               10 DR-PARAMETRES.
                   15 DR-DATE-DEBUT        PIC X(08).
                   15 DR-DATE-FIN          PIC X(08).
                   15 DR-DATE-DEBUT-2      PIC X(08).
                   15 DR-DATE-FIN-2        PIC X(08).
                   15 DR-LABEL             PIC X(03).
                   15 DR-SIREN             PIC X(05).
                   15 DR-ALBUM-DEBUT       PIC X(06).
                   15 DR-ALBUM-FIN         PIC X(06).
               10 DR-LIBELLE           PIC X(30).
      *        SOUMISSION PAR DEMRPSEL
               10 DR-DATE-LANCEMENT    PIC 9(08).
               10 DR-HEURE-LANCEMENT   PIC 9(06).
      *        EXECUTION ARCHIVEE DANS ETATG1 (CLE EA-EXECUTION AVEC
      *        DR-ETAT), POSEE PAR DEMRPFIN
               10 DR-EX-DATE           PIC 9(08).
               10 DR-EX-HEURE          PIC X(06).
               10 DR-EX-NB-PAGES       PIC 9(05).
      *        MOTIF DU REJET OU DE L ECHEC
               10 DR-MOTIF             PIC X(40).
               10 DR-OPER-ANNUL        PIC X(08).
               10 FILLER               PIC X(19).
           05 DR-COMPTEUR REDEFINES DR-CORPS.
               10 DR-DERNIER-NUMERO    PIC 9(07).
               10 FILLER               PIC X(206).
