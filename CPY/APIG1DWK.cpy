           05 CHOICE-2              PIC 9(01) VALUE 0.
           05 FLAG-MODIF            PIC 9(01) VALUE 0.
           05 PAGE-NUM              PIC 9(04) VALUE 0.
           05 FST-KEY               PIC X(25) VALUE SPACES.
           05 LST-KEY               PIC X(25) VALUE SPACES.
           05 OPER-ID               PIC X(08) VALUE SPACES.
      *    NIVEAU FIXE DE L OPERATEUR -- LES DROITS EFFECTIFS SONT
      *    CONTROLES PAR PGMG1VRO (CF P-PC-CONTROLER-FONCTION DANS
      *    APIG1DPC), D APRES SES ROLES OU, A DEFAUT, CE NIVEAU
           05 OPER-AUTH-IND         PIC X(01) VALUE SPACES.
               88 OPER-IS-SUPERVISOR    VALUE 'S'.
      *    OPERATEUR EN CONSULTATION SEULE -- CF OP-VISUALISATEUR SUR
      *    HISTORIQUE (APIG1DI1), CONSERVES D UNE PAGE A L AUTRE TANT
      *    QUE L UTILISATEUR NE LES MODIFIE PAS
           05 HISTO-TYPE-FILTER     PIC X(08) VALUE SPACES.
           05 HISTO-CLE-FILTER      PIC X(25) VALUE SPACES.
      *    HORODATAGE (UNITES ABSTIME, CF EXEC CICS ASKTIME) DE LA
      *    DERNIERE ATTENTE D ENTREE DE CE TERMINAL -- ZERO TANT QUE LA
      *    SESSION VIENT D ETRE OUVERTE. UTILISE PAR LE MOTEUR
           05 EXCEPT-KEYS.
               10 EXCEPT-KEY        OCCURS 12 TIMES
                                    PIC X(21).
      *    CLES DES DEMANDES DE MODIFICATION SENSIBLE AFFICHEES PAR
      *    L ECRAN DE VALIDATION APIG1DM6 (CF MODATT.cpy), MEME
      *    PRINCIPE QUE CI-DESSUS
           05 MODATT-KEYS.
               10 MODATT-KEY        OCCURS 12 TIMES
                                    PIC X(34).
      *    LANGUE DES ECRANS, REPRISE DU PROFIL DE L OPERATEUR A
      *    L IDENTIFICATION (OP-LANGUE, OPERATG1) -- SPACES TANT QUE
      *    PERSONNE N EST IDENTIFIE, CE QUI VAUT LE FRANCAIS
           05 OPER-LANGUE           PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(18).

      ****************************************************************
      *  ZONES DE TRAVAIL DIVERSES COMMUNES A TOUS LES ECRANS         *
       01  W-RCVY-REDISPLAY-SW       PIC X(01) VALUE 'N'.
           88 RCVY-REDISPLAY             VALUE 'Y'.
           88 NOT-RCVY-REDISPLAY         VALUE 'N'.
      *    ZONE D ECHANGE AVEC LE SERVICE DE CONTROLE DES DROITS
      *    (PGMG1VRO) -- FONCTION 'L' CONSULTER, 'C' CREER,
      *    'M' MODIFIER, 'S' SUPPRIMER, 'V' VALIDER (ACTIONS JUSQU ICI
      *    RESERVEES AU SUPERVISEUR), 'D' DONNEES SENSIBLES EN CLAIR
      *    (IBAN, EMAIL, ADRESSE POSTALE). CF P-PC-CONTROLER-FONCTION
       01  W-HABILITATION.
           05 W-HAB-OPER             PIC X(08).
           05 W-HAB-ECRAN            PIC X(08).
           05 W-HAB-FONCTION         PIC X(01).
           05 W-HAB-REPONSE          PIC X(01).
               88 HAB-ACCORDEE           VALUE 'O'.
               88 HAB-REFUSEE            VALUE 'N'.

      ****************************************************************
      *  TRADUCTION DES TEXTES D ECRAN (CF MSGTXT.cpy ET              *
      *  P-PC-TRADUIRE-ECRAN DANS APIG1DPC)                           *
      ****************************************************************
      *    L ECRAN QUI POSE UN MESSAGE OU UN TITRE EN DONNE AUSSI
      *    L IDENTIFIANT ET GARDE LE TEXTE FRANCAIS DANS LA ZONE
      *    DEFAUT : AVANT L ENVOI, LE MOTEUR NE REMPLACE LE CHAMP QUE
      *    S IL PORTE ENCORE CE TEXTE. W-LIB SERT AUX AUTRES LIBELLES
      *    DE LA MAP, TRADUITS SUR PLACE (P-PC-TRADUIRE-LIBELLE) ; UN
      *    MESSAGE FAIT DE PLUSIEURS LIBELLES TRADUITS ET DE VALEURS
      *    EST CONSTRUIT MORCEAU PAR MORCEAU A LA POSITION W-LIB-POS
       01  W-TRADUCTION.
           05 W-MSG-ID               PIC X(06) VALUE SPACES.
           05 W-MSG-DEFAUT           PIC X(79) VALUE SPACES.
           05 W-TITRE-ID             PIC X(06) VALUE SPACES.
           05 W-TITRE-DEFAUT         PIC X(79) VALUE SPACES.
           05 W-LIB-ID               PIC X(06) VALUE SPACES.
           05 W-LIB-TEXTE            PIC X(79) VALUE SPACES.
           05 W-LIB-POS              PIC 9(03) VALUE 1.
      *    ZONE D ECHANGE AVEC LE SERVICE DE RECHERCHE DES TEXTES
      *    (PGMG1VTX) -- MEME DESCRIPTION QUE W-MSGRECH (MSGTXT.cpy)
       01  W-TEXTES.
           05 W-TX-LANGUE            PIC X(02).
           05 W-TX-POSTE             OCCURS 2 TIMES.
               10 W-TX-ID            PIC X(06).
               10 W-TX-TEXTE         PIC X(79).
               10 W-TX-TROUVE        PIC X(01).
                   88 TEXTE-TROUVE       VALUE 'O'.

      ****************************************************************
      *  TRAITEMENT DES ABENDS (CF P-PC-ABEND DANS APIG1DPC)          *
      ****************************************************************
      *    ZONE D ECHANGE AVEC LE SERVICE D ENREGISTREMENT DES
      *    INCIDENTS (PGMG1VAB) -- MEME CONTENU QUE E-ERRLOG (CF
      *    ERRLOG.cpy) SANS L HORODATAGE, POSE PAR LE SERVICE, ET
      *    AVEC EIBFN BRUT, MIS EN HEXADECIMAL PAR LE SERVICE
       01  W-INCIDENT.
           05 W-INC-PGM-ABEND        PIC X(08).
           05 W-INC-PGM-ECRAN        PIC X(08).
           05 W-INC-TRANS            PIC X(04).
           05 W-INC-TERM-ID          PIC X(04).
           05 W-INC-OPER-ID          PIC X(08).
           05 W-INC-ABCODE           PIC X(04).
           05 W-INC-EIBFN            PIC X(02).
           05 W-INC-RESSOURCE        PIC X(08).
           05 W-INC-RESP             PIC 9(04).
           05 W-INC-CHOIX            PIC X(03).
           05 W-INC-CLE              PIC X(25).
      *    1 = INCIDENT ENREGISTRE, 2 = JOURNAL INDISPONIBLE
           05 W-INC-RC               PIC 9(01).
               88 INCIDENT-ENREGISTRE    VALUE 1.
      *    ECRAN DE TEXTE ENVOYE A L OPERATEUR A LA PLACE DU CODE
      *    D ABEND BRUT (QUATRE LIGNES DE 80) -- LES LIGNES SONT
      *    TRADUITES DANS LA LANGUE DE L OPERATEUR AVANT L ENVOI
      *    (IDENTIFIANTS STD021 A STD025, CF P-PC-TRADUIRE-INCIDENT)
       01  W-INC-ECRAN.
           05 W-IE-LIGNE             PIC X(80) VALUE SPACES.
           05 W-IE-SUITE             PIC X(80) VALUE SPACES.
           05 W-IE-SAISIE            PIC X(80) VALUE
               'LA SAISIE EN COURS N A PAS ETE PRISE EN COMPTE.'.
           05 W-IE-RETOUR            PIC X(80) VALUE
               'ENTREE POUR REVENIR AU DERNIER ECRAN AFFICHE'.

      ****************************************************************
      *  MESSAGES STANDARD                                            *
           VALUE 'DEJA SUR LA DERNIERE PAGE'.
       01  ERR-NOT-AUTH             PIC X(40)
           VALUE 'OPERATION NON AUTORISEE'.
      *    MESSAGE DE REPRISE DEPOSE DANS LA FILE DE RECUPERATION
      *    APRES UN ABEND (CF P-PC-ABEND DANS APIG1DPC)
       01  ERR-INCIDENT             PIC X(50)
           VALUE 'REPRISE APRES INCIDENT TECHNIQUE, SAISIE A REFAIRE'.
       01  ERR-REFERENCED           PIC X(50)
           VALUE 'ENREGISTREMENT REFERENCE, SUPPRESSION REFUSEE'.
       01  ERR-FK-UNKNOWN           PIC X(40)
           VALUE 'PRIX OU QUANTITE INVALIDE'.
       01  ERR-INVALID-RETURN-QTY   PIC X(40)
           VALUE 'QUANTITE DE RETOUR INVALIDE'.
      *    MODIFICATIONS SOUMISES A DOUBLE CONTROLE (CF MODATT.cpy) :
      *    LE RESTE DE L ENREGISTREMENT EST MIS A JOUR, LA VALEUR
      *    SENSIBLE ATTEND LA VALIDATION D UN AUTRE SUPERVISEUR
       01  ERR-TAUX-EN-ATTENTE      PIC X(60)
           VALUE 'ENREGISTRE, NOUVEAU TAUX EN ATTENTE DE VALIDATION'.
       01  ERR-TAUX-NON-DEPOSE      PIC X(60)
           VALUE 'ENREGISTRE, SAUF LE TAUX : ECHEC DEPOT DE LA DEMANDE'.
       01  ERR-LIMITE-EN-ATTENTE    PIC X(60)
           VALUE 'ENREGISTRE, NOUVELLE LIMITE EN ATTENTE DE VALIDATION'.
       01  ERR-LIMITE-NON-DEPOSEE   PIC X(60)
           VALUE 'ENREGISTRE, SAUF LA LIMITE : ECHEC DEPOT DEMANDE'.
