      *  SAISIE D UNE VENTE, ESPACES = AUCUNE RESTRICTION DE TERRITOIRE *
      ****************************************************************
       01  E-CONTRAT.
           05 E-CO-CODEA           PIC X(06).
           05 E-CO-CODEP           PIC X(06).
           05 E-CO-SIREN           PIC X(05).
           05 E-CO-FONCTION        PIC X(20).
           05 E-CO-DATE-SIGN       PIC X(10).
               88 E-CO-EN-SIGNATURE    VALUE 'S'.
               88 E-CO-ACTIF           VALUE 'A' ' '.
               88 E-CO-RESILIE         VALUE 'T'.
      *    TAUX DE DROITS SUR LE MERCHANDISING DE L ARTISTE (CF
      *    MERCH.cpy), DISTINCT DU TAUX SUR LES VENTES D ALBUMS
      *    (E-CO-DROITS) -- APPLIQUE PAR ROYALRPT AUX ARTICLES DE
      *    L ARTISTE RATTACHES A L ALBUM DU CONTRAT ET, POUR LES
      *    ARTICLES SANS ALBUM, AU PREMIER CONTRAT DE L ARTISTE AVEC
      *    LE DISTRIBUTEUR QUI PORTE UN TAUX ; ZERO = PAS DE DROITS
      *    SUR LE MERCHANDISING AU TITRE DE CE CONTRAT
           05 E-CO-TAUX-MERCH      PIC 9(03)V9(02).
      *    DUREE D ECOULEMENT DES STOCKS, EN MOIS, ACCORDEE APRES LA
      *    FIN DU CONTRAT (ECHEANCE E-CO-DATE-EXPIR DEPASSEE OU
      *    RESILIATION) -- PASSE CE DELAI, LES DROITS REVIENNENT A
      *    L ARTISTE ET DROITRET BLOQUE L ALBUM (AL-STATUT-BLOCAGE)
      *    SI PLUS AUCUN CONTRAT NE LE COUVRE ; ZERO = BLOCAGE DES
      *    LA FIN DU CONTRAT
           05 E-CO-MOIS-ECOULEMENT PIC 9(02).
           05 FILLER               PIC X(03).

       01  E-CO-KEY REDEFINES E-CONTRAT PIC X(17).

       77  F-CONTRAT                PIC X(08) VALUE 'CONTRAG1'.

      ****************************************************************
       01  W-CONTRAT.
           05 W-CO-KEY.
               10 W-CO-CODEA       PIC X(06).
               10 W-CO-CODEP       PIC X(06).
               10 W-CO-SIREN       PIC X(05).
           05 W-CO-FONCTION        PIC X(20).
           05 W-CO-DATE-SIGN       PIC X(10).
           05 W-CO-TERRITOIRE      PIC X(03).
           05 W-CO-TAUX-RESERVE    PIC 9(02)V9(02).
           05 W-CO-STATUT          PIC X(01).
           05 W-CO-TAUX-MERCH      PIC 9(03)V9(02).
           05 W-CO-MOIS-ECOULEMENT PIC 9(02).
           05 FILLER               PIC X(03).
           05 W-CO-CODE-MODIF      PIC 9(01).
           05 W-CO-RC-CICS-1       PIC S9(04) COMP.
               88 W-CO-RC-NORMAL        VALUE 1.
           05 W-CO-DATE-EXPIR-AVANT PIC X(10).

       01  W2-CONTRAT.
           05 W2-CO-CODEA          PIC X(06).
           05 W2-CO-CODEP          PIC X(06).
           05 W2-CO-SIREN          PIC X(05).
           05 W2-CO-FONCTION       PIC X(20).
           05 W2-CO-DATE-SIGN      PIC X(10).
           05 W2-CO-TERRITOIRE     PIC X(03).
           05 W2-CO-TAUX-RESERVE   PIC 9(02)V9(02).
           05 W2-CO-STATUT         PIC X(01).
           05 W2-CO-TAUX-MERCH     PIC 9(03)V9(02).
           05 W2-CO-MOIS-ECOULEMENT PIC 9(02).
           05 FILLER               PIC X(03).

      ****************************************************************
      *  ZONE D AFFICHAGE POUR L ECRAN DE LISTE                        *
      ****************************************************************
       01  O-CONTRAT.
           05 O-CO-CODEA           PIC X(06).
           05 O-CO-CODEP           PIC X(06).
           05 O-CO-SIREN           PIC X(05).
           05 O-CO-FONCTION        PIC X(20).
           05 O-CO-STATUT          PIC X(01).

       01  O-CO-KEY REDEFINES O-CONTRAT PIC X(38).
