      ****************************************************************
      *  ZONE DE TRAVAIL PARTAGEE PAR LE SERVICE PGMG1VN7 ET L ECRAN  *
      *  D ANNULATION ET REEMISSION DE FACTURE (APIG1DN7) -- TENUE    *
      *  HORS DU DESSIN DE ANNULG1 (CF ANNULFAC.cpy)                   *
      ****************************************************************
       01  W-ANNULFAC.
      *    LIGNE DE VENTE A ANNULER
           05 W-AN-CLE.
               10 W-AN-CODEA       PIC X(06).
               10 W-AN-SIREN       PIC X(05).
               10 W-AN-DATE-VENTE  PIC X(08).
               10 W-AN-NUM-LIGNE   PIC 9(02).
      *    VALEURS CORRIGEES DE LA FACTURE REEMISE -- A BLANC OU A
      *    ZERO, LA VALEUR D ORIGINE EST RECONDUITE
           05 W-AN-SIREN-NOUV      PIC X(05).
           05 W-AN-PRIX-NOUV       PIC 9(05)V9(02).
           05 W-AN-QTE-NOUV        PIC 9(05).
           05 W-AN-DEVISE-NOUV     PIC X(03).
      *    VALEURS DE LA LIGNE D ORIGINE
           05 W-AN-NUM-FACTURE     PIC 9(09).
           05 W-AN-PRIX            PIC 9(05)V9(02).
           05 W-AN-QTE             PIC 9(05).
           05 W-AN-DEVISE          PIC X(03).
           05 W-AN-STATUT          PIC X(01).
      *    DOCUMENTS EMIS PAR L ANNULATION
           05 W-AN-NUM-AVOIR       PIC 9(09).
           05 W-AN-NUM-FACTURE-NOUV PIC 9(09).
           05 W-AN-CLE-NOUVELLE    PIC X(21).
      *    0 = CONSULTATION, 1 = ANNULATION ET REEMISSION
           05 W-AN-CODE-FONC       PIC 9(01).
      *    1 = OK, 2 = LIGNE INCONNUE, 3 = LIGNE NON ANNULABLE
      *    (RETOUR, COMPOSANT DE COFFRET OU LIGNE SANS NUMERO),
      *    4 = PROBLEME FICHIER, 5 = OPERATEUR NON SUPERVISEUR,
      *    6 = FACTURE DEJA SOLDEE OU ANNULEE, 7 = DISTRIBUTEUR
      *    INCONNU, 8 = DEVISE INCONNUE, 9 = AUCUNE CORRECTION,
      *    10 = JOURNEE PLEINE (99 LIGNES)
           05 W-AN-RC              PIC 9(02).
           05 FILLER               PIC X(16).
