      *  CLE = CODEA + SIREN + DATE DE VENTE + NUMERO DE LIGNE        *
      ****************************************************************
       01  E-VENTES.
           05 VE-CODEA             PIC X(06).
           05 VE-SIREN             PIC X(05).
           05 VE-DATE-VENTE        PIC X(08).
      *    NUMERO DE LIGNE DANS LA JOURNEE -- PERMET PLUSIEURS VENTES
      *    CLE DE LA VENTE D ORIGINE A LAQUELLE SE RATTACHE UNE LIGNE
      *    DE RETOUR (SIGNIFICATIF SI VE-MVT-RETOUR) -- LA VENTE
      *    D ORIGINE N EST JAMAIS MODIFIEE NI SUPPRIMEE PAR UN RETOUR
           05 VE-RETOUR-CLE        PIC X(21).
      *    VUE LIGNE COMPOSANT D UN COFFRET (SIGNIFICATIF SI
      *    VE-LIGNE-COMPOSANT, JAMAIS SUR UN RETOUR) -- COFFRET VENDU
      *    (CF COFFRET.cpy), RANG DU COMPOSANT, QUANTITE ET PRIX
      *    UNITAIRE DU COFFRET TELS QUE SAISIS : LA FACTURE REGROUPE
      *    LES COMPOSANTS D UN MEME COFFRET SUR UNE SEULE LIGNE
           05 VE-COFFRET REDEFINES VE-RETOUR-CLE.
               10 VE-CODE-COFFRET  PIC X(06).
               10 VE-RANG-COMPOSANT PIC 9(02).
               10 VE-QTE-COFFRET   PIC 9(05).
               10 VE-PRIX-COFFRET  PIC 9(05)V9(02).
               10 FILLER           PIC X(01).
      *    CLIENT/ENSEIGNE A QUI LA VENTE EST ATTRIBUEE (CF CLIENT.cpy)
      *    -- SPACES SI NON RENSEIGNE (RETROCOMPATIBILITE DES VENTES
      *    SAISIES AVANT L INTRODUCTION DE CE LIEN)
               88 VE-DISPO-ENDOMMAGE   VALUE 'E'.
               88 VE-DISPO-DETRUIT     VALUE 'D'.
      *    SUPPORT VENDU -- 'C' CD, 'V' VINYLE, 'N' NUMERIQUE
      *    (TELECHARGEMENT/STREAMING), 'M' ARTICLE DE MERCHANDISING
      *    (VE-CODEA PORTE ALORS LE CODE ARTICLE, CF MERCH.cpy) ;
      *    SPACES SUR LES VENTES SAISIES AVANT L INTRODUCTION DU
      *    SUPPORT. PORTE AUSSI LA DECLINAISON DE LA LIGNE DE STOCK
      *    MOUVEMENTEE (CF STOCK.cpy)
           05 VE-FORMAT            PIC X(01).
               88 VE-FORMAT-CD         VALUE 'C'.
               88 VE-FORMAT-VINYLE     VALUE 'V'.
               88 VE-FORMAT-NUMERIQUE  VALUE 'N'.
               88 VE-FORMAT-MERCH      VALUE 'M'.
      *    REGLEMENT DE LA FACTURE -- 'R' QUAND L ENCAISSEMENT A ETE
      *    RAPPROCHE DE LA FACTURE PAR L APPLICATION DES RELEVES
      *    BANCAIRES ; 'P' PASSEE EN PERTE (CREANCE IRRECOUVRABLE,
      *    CF IRRECOU.cpy) ; 'V' RECOUVREE APRES PASSAGE EN PERTE ;
      *    'A' ANNULEE PAR AVOIR ET REEMISE (ERREUR DE SAISIE, CF
      *    ANNULFAC.cpy) ; SPACES = FACTURE OUVERTE (RELANCEE PAR
      *    RELANLET SELON SON ANCIENNETE)
           05 VE-STATUT-REGLEMENT  PIC X(01).
               88 VE-FACTURE-REGLEE    VALUE 'R'.
               88 VE-FACTURE-EN-PERTE  VALUE 'P'.
               88 VE-FACTURE-RECOUVREE VALUE 'V'.
               88 VE-FACTURE-ANNULEE   VALUE 'A'.
               88 VE-FACTURE-SOLDEE    VALUE 'R' 'P' 'V' 'A'.
      *    NATURE DE LA LIGNE -- 'C' POUR UNE LIGNE COMPOSANT ISSUE DE
      *    L ECLATEMENT D UN COFFRET (CF VE-COFFRET) ; SPACES POUR UNE
      *    LIGNE D ALBUM ORDINAIRE
           05 VE-TYPE-LIGNE        PIC X(01).
               88 VE-LIGNE-COMPOSANT   VALUE 'C'.
           05 FILLER               PIC X(06).

       01  E-VE-KEY REDEFINES E-VENTES PIC X(21).

       77  F-VENTES                 PIC X(08) VALUE 'VENTESG1'.

      ****************************************************************
       01  W-VENTES.
           05 W-VE-KEY.
               10 W-VE-CODEA       PIC X(06).
               10 W-VE-SIREN       PIC X(05).
               10 W-VE-DATE-VENTE  PIC X(08).
               10 W-VE-NUM-LIGNE   PIC 9(02).
           05 W-VE-TYPE-MVT        PIC X(01).
               88 W-VE-MVT-RETOUR      VALUE 'R'.
           05 W-VE-RAISON-RETOUR   PIC X(02).
           05 W-VE-RETOUR-CLE      PIC X(21).
           05 W-VE-CODE-CLIENT     PIC X(06).
           05 W-VE-NUM-FACTURE     PIC 9(09).
           05 W-VE-STATUT-LITIGE   PIC X(01).
           05 W-VE-DISPOSITION     PIC X(01).
           05 W-VE-FORMAT          PIC X(01).
           05 W-VE-STATUT-REGLEMENT PIC X(01).
           05 W-VE-TYPE-LIGNE      PIC X(01).
           05 W-VE-CODE-MODIF      PIC 9(01).
           05 W-VE-RC-CICS-1       PIC S9(04) COMP.
               88 W-VE-RC-NORMAL        VALUE 1.
      *    SAISIE A ETE CAPTUREE DANS CAPVENG1 ET SERA REJOUEE A LA
      *    REOUVERTURE (CF CAPVENTE.cpy / PGMG1VE7)
               88 W-VE-RC-CAPTEE        VALUE 11.
      *    LA MAISON N A AUCUNE CONVENTION DE DISTRIBUTION EN VIGUEUR
      *    SUR L ALBUM NI SUR SON LABEL (CF CONVDIST.cpy)
               88 W-VE-RC-HORS-CONVENTION VALUE 12.
      *    UNE AUTRE MAISON DETIENT UNE EXCLUSIVITE EN VIGUEUR SUR
      *    L ALBUM OU SUR SON LABEL
               88 W-VE-RC-EXCLUSIVITE-TIERS VALUE 14.
               88 CICS-RESP-NORMAL      VALUE 0.
               88 CICS-RESP-NOTFND      VALUE 13.
               88 CICS-RESP-DUPREC      VALUE 15.
           05 W-VE-DEVISE-AVANT    PIC X(03).

       01  W2-VENTES.
           05 W2-VE-CODEA          PIC X(06).
           05 W2-VE-SIREN          PIC X(05).
           05 W2-VE-DATE-VENTE     PIC X(08).
           05 W2-VE-NUM-LIGNE      PIC 9(02).
           05 W2-VE-DEVISE         PIC X(03).
           05 W2-VE-TYPE-MVT       PIC X(01).
           05 W2-VE-RAISON-RETOUR  PIC X(02).
           05 W2-VE-RETOUR-CLE     PIC X(21).
           05 W2-VE-CODE-CLIENT    PIC X(06).
           05 W2-VE-NUM-FACTURE    PIC 9(09).
           05 W2-VE-STATUT-LITIGE  PIC X(01).
           05 W2-VE-DISPOSITION    PIC X(01).
           05 W2-VE-FORMAT         PIC X(01).
           05 W2-VE-STATUT-REGLEMENT PIC X(01).
           05 W2-VE-TYPE-LIGNE     PIC X(01).
           05 FILLER               PIC X(06).

      ****************************************************************
      *  ZONE D AFFICHAGE POUR L ECRAN DE LISTE                        *
      ****************************************************************
       01  O-VENTES.
           05 O-VE-CODEA           PIC X(06).
           05 O-VE-SIREN           PIC X(05).
           05 O-VE-DATE-VENTE      PIC X(08).
           05 O-VE-NUM-LIGNE       PIC 9(02).
           05 O-VE-PRIX            PIC 9(05)V9(02).

       01  O-VE-KEY REDEFINES O-VENTES PIC X(28).
