      *  ENREGISTREMENT ALBUM (FICHIER VSAM ALBUMG1 / TABLE DB2)      *
      ****************************************************************
       01  E-ALBUM.
           05 AL-CODEA             PIC X(06).
           05 AL-TITREA            PIC X(30).
           05 AL-DATE-SORTIE       PIC X(10).
           05 AL-GENRE             PIC X(15).
      *    (REMASTER, EDITION ANNIVERSAIRE...) -- SPACES SI L ALBUM
      *    N EST PAS UNE REEDITION ; EXPLOITE PAR LA VUE COMBINEE DES
      *    VENTES (VENTALBM)
           05 AL-CODEA-ORIGINE     PIC X(06).
      *    STATUT DE BLOCAGE/RETRAIT DE L ALBUM -- 'B' QUAND LES
      *    DROITS SONT CONTESTES : PGMG1VE1 ET PGMG1VE6 REFUSENT
      *    TOUTE NOUVELLE VENTE OU PRECOMMANDE, CATALEXP SUPPRIME
      *    LES CHANSONS DE L ALBUM DE L EXTRACT PARTENAIRES ET
      *    MORNRPT RAPPELLE LES ALBUMS BLOQUES CHAQUE MATIN. POSE
      *    AUSSI PAR DROITRET QUAND LE DERNIER CONTRAT DE L ALBUM A
      *    PRIS FIN ET QUE SA DUREE D ECOULEMENT EST ECOULEE ;
      *    SPACES = ALBUM EXPLOITABLE NORMALEMENT
           05 AL-STATUT-BLOCAGE    PIC X(01).
               88 AL-BLOQUE            VALUE 'B'.
      *    LABEL/MARQUE QUI EXPLOITE L ALBUM (CF LABEL.cpy) -- SPACES
      *    SUR LES ALBUMS ANTERIEURS A LA GESTION MULTI-LABELS
           05 AL-CODE-LABEL        PIC X(03).
           05 FILLER               PIC X(06).

      ****************************************************************
      *  ZONE D AFFICHAGE POUR L ECRAN DE LISTE                        *
      ****************************************************************
       01  O-ALBUM.
           05 O-AL-CODEA           PIC X(06).
           05 O-AL-TITREA          PIC X(30).

       01  O-AL-KEY REDEFINES O-ALBUM PIC X(36).
