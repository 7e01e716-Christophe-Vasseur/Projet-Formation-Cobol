      ****************************************************************
      *  ZONES DE TRAVAIL DE LA PRISE DES VERROUS DE BATCH (CF        *
      *  BATLOCK.cpy) -- LE BATCH POSE SON NOM ET LA LISTE DES        *
      *  FICHIERS QU IL MET A JOUR AVANT PRENDRE-VERROUS ; SEULS LES  *
      *  VERROUS PRIS PAR LE PASSAGE EN COURS SONT RENDUS PAR         *
      *  RENDRE-VERROUS. LES PARAGRAPHES SONT REPRIS A L IDENTIQUE    *
      *  DANS STOCKLOAD, STOCKTAK, CDEFRECP, PRECPOST, CDEDEXPE,      *
      *  BANKAPPL, PENALRET, COOPCLAM, ENCRAPPR, DISTFUSN, SYNCFACT   *
      *  ET VSAMREST -- TOUTE EVOLUTION DOIT ETRE PORTEE DANS LES     *
      *  DOUZE                                                        *
      ****************************************************************
       01  W-VERROUS.
           05 W-VR-JOB              PIC X(08) VALUE SPACES.
           05 W-VR-DATE             PIC 9(08) VALUE ZERO.
           05 W-VR-HEURE            PIC X(08) VALUE SPACES.
           05 W-VR-NB               PIC 9(01) VALUE ZERO.
           05 W-VR-NB-PRIS          PIC 9(01) VALUE ZERO.
           05 W-VR-IX               PIC 9(01) VALUE ZERO.
           05 W-VR-POSTE            OCCURS 3 TIMES.
               10 W-VR-FICHIER      PIC X(10).
               10 W-VR-PRIS-SW      PIC X(01).
                   88 VERROU-PRIS       VALUE 'O'.
                   88 VERROU-NON-PRIS   VALUE 'N'.
           05 W-VR-REFUS-SW         PIC X(01) VALUE 'N'.
               88 VERROU-REFUSE         VALUE 'O'.
               88 VERROU-ACCORDE        VALUE 'N'.
      *    DETENTEUR DU FICHIER REFUSE, POUR LE MESSAGE ET L EXCEPTION
           05 W-VR-REFUS-FICHIER    PIC X(10) VALUE SPACES.
           05 W-VR-REFUS-JOB        PIC X(08) VALUE SPACES.
           05 W-VR-REFUS-DATE       PIC 9(08) VALUE ZERO.
           05 W-VR-REFUS-HEURE      PIC X(08) VALUE SPACES.
