      ****************************************************************
      *  ZONE DE TRAVAIL PARTAGEE PAR LE SERVICE PGMG1VN3 ET L ECRAN  *
      *  DES TRANSFERTS ENTRE SITES (APIG1DN3) -- UNE QUANTITE D UNE  *
      *  DECLINAISON PHYSIQUE (ALBUM + SUPPORT) PASSE DU SITE DE      *
      *  DEPART AU SITE D ARRIVEE (CF ST-DEPOT SUR STOCK.cpy) ; LE    *
      *  TRANSFERT EST TRACE DANS STKMVTG1 PAR DEUX MOUVEMENTS 'T'    *
      *  APPARIES (CF STOCKMVT.cpy)                                   *
      ****************************************************************
       01  W-TRANSFERT.
           05 W-TR-CODEA           PIC X(06).
           05 W-TR-FORMAT          PIC X(01).
           05 W-TR-DEPOT-DEPART    PIC X(01).
           05 W-TR-DEPOT-ARRIVEE   PIC X(01).
           05 W-TR-QTE             PIC 9(07).
      *    DISPONIBLE DES DEUX SITES EN RETOUR (APRES TRANSFERT EN
      *    MODE 1) -- ZERO SI LA LIGNE N EXISTE PAS ENCORE A L ARRIVEE
           05 W-TR-DISPO-DEPART    PIC 9(07).
           05 W-TR-DISPO-ARRIVEE   PIC 9(07).
      *    0 = CONSULTATION DES DEUX SITES, 1 = TRANSFERT
           05 W-TR-CODE-FONC       PIC 9(01).
      *    1 = OK, 2 = LIGNE DE STOCK INCONNUE AU SITE DE DEPART,
      *    3 = DONNEES INVALIDES, 4 = PROBLEME FICHIER,
      *    5 = DISPONIBLE INSUFFISANT AU SITE DE DEPART
           05 W-TR-RC              PIC 9(01).
           05 FILLER               PIC X(18).
