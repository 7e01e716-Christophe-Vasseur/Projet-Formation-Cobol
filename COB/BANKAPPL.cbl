      *       MARQUE LA FACTURE REGLEE (VE-STATUT-REGLEMENT), REDUIT   *
      *       L ENCOURS DU DISTRIBUTEUR (COMPTDIG1) ET RENVOIE LES     *
      *       CREDITS SANS CORRESPONDANCE DANS ENCEXCG1 POUR           *
      *       RESOLUTION MANUELLE A L ECRAN (APIG1DK1). UN CREDIT      *
      *       RAPPROCHE D UNE FACTURE PASSEE EN PERTE EST UN           *
      *       RECOUVREMENT : LA FACTURE EST MARQUEE RECOUVREE, L       *
      *       ENCOURS N EST PAS REDUIT (IL L A ETE AU PASSAGE EN       *
      *       PERTE) ET LE RECOUVREMENT EST INSCRIT DANS IRRECG1       *
      *       POUR COMPTABILISATION (IRRECOMP) ET REDECLARATION DE LA  *
      *       TVA (TVADECL). UN CREDIT QUI CITE LE SIREN D UNE MAISON  *
      *       ABSORBEE (MA-SIREN-ABSORBANT, CF DISTFUSN) EST RAPPROCHE *
      *       SUR LA MAISON ABSORBANTE. LE RELEVE EST CONTROLE AVANT   *
      *       TOUTE MISE A JOUR (ENTETE, ENQUEUE, NOMBRE DE LIGNES,    *
      *       TOTAL DES MONTANTS, RELEVE DEJA INTEGRE) ET REFUSE EN    *
      *       BLOC DANS EXCEPTG1 SI UN CONTROLE ECHOUE. UN VIREMENT    *
      *       QUI CITE UNE FACTURE DE LICENCE DE SYNCHRONISATION       *
      *       (SYNFACG1, CF SYNCFACT) EST IMPUTE SUR SES ECHEANCES     *
      *       DANS L ORDRE DES RANGS, REGLEMENT PARTIEL ADMIS, ET      *
      *       REDUIT L ENCOURS DU LICENCIE (COMPTLIG1) ; L EXCEDENT    *
      *       EVENTUEL PART DANS ENCEXCG1                              *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

               ASSIGN TO DDENCEXC
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EX-CLE OF E-ENCEXC
               FILE STATUS F-EX-STATUS
               .

      *    CREANCES PASSEES EN PERTE (CF IRRECOU.cpy)
           SELECT IRRECOU-KSDS
               ASSIGN TO DDIRREC
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IR-CLE
               FILE STATUS F-IR-STATUS
               .

      *    MAISONS DE DISTRIBUTION -- RENVOI DES SIREN ABSORBES
           SELECT MAISONDI-KSDS
               ASSIGN TO DDMAISON
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MA-SIREN
               FILE STATUS F-MA-STATUS
               .

      *    JOURNAL DES FICHIERS RECUS (CF RECEPLOG.cpy)
           SELECT RECEPLOG-KSDS
               ASSIGN TO DDRCPTLG
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RX-CLE
               FILE STATUS F-RX-STATUS
               .

      *    BOITE DES EXCEPTIONS DE BATCH (CF EXCEPTIO.cpy)
           SELECT EXCEPT-KSDS
               ASSIGN TO DDEXCEPT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EX-CLE OF E-EXCEPTN
               FILE STATUS F-XC-STATUS
               .

      *    ECHEANCES DES FACTURES DE LICENCE (CF SYNCFAC.cpy)
           SELECT SYNCFAC-KSDS
               ASSIGN TO DDSYNFAC
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SF-CLE
               FILE STATUS F-SF-STATUS
               .

      *    LICENCES DE SYNCHRONISATION -- LICENCIE DE LA FACTURE
           SELECT SYNCLIC-KSDS
               ASSIGN TO DDSYNCLI
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SL-CLE
               FILE STATUS F-SL-STATUS
               .

      *    ENCOURS DES LICENCIES (CF COMPTLI.cpy)
           SELECT COMPTLI-KSDS
               ASSIGN TO DDCOMPTL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS LC-LICENCIE
               FILE STATUS F-LC-STATUS
               .

      *    REGISTRE DES VERROUS DE BATCH (CF BATLOCK.cpy)
           SELECT BATLOCK-KSDS
               ASSIGN TO DDBATLOK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS BL-FICHIER
               FILE STATUS F-BL-STATUS
               .

      * ============================================================== *
      *                                                                *
      *                         DATA DIVISION                          *
           05 FILLER               PIC X(33).

       FD VENTES-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-VENTES
           .

       01 E-VENTES.
           05 VE-CODEA             PIC X(06).
           05 VE-SIREN             PIC X(05).
           05 VE-DATE-VENTE        PIC X(08).
           05 VE-NUM-LIGNE         PIC 9(02).
           05 VE-TYPE-MVT          PIC X(01).
               88 VE-MVT-RETOUR        VALUE 'R'.
           05 VE-RAISON-RETOUR     PIC X(02).
           05 VE-RETOUR-CLE        PIC X(21).
           05 VE-CODE-CLIENT       PIC X(06).
           05 VE-NUM-FACTURE       PIC 9(09).
           05 VE-STATUT-LITIGE     PIC X(01).
           05 VE-FORMAT            PIC X(01).
           05 VE-STATUT-REGLEMENT  PIC X(01).
               88 VE-FACTURE-REGLEE    VALUE 'R'.
               88 VE-FACTURE-EN-PERTE  VALUE 'P'.
               88 VE-FACTURE-RECOUVREE VALUE 'V'.
               88 VE-FACTURE-ANNULEE   VALUE 'A'.
               88 VE-FACTURE-SOLDEE    VALUE 'R' 'P' 'V' 'A'.
           05 FILLER               PIC X(07).

       01 E-VE-KEY REDEFINES E-VENTES PIC X(21).

       FD COMPTDI-KSDS
           RECORD 80 CHARACTERS

       COPY ENCEXC.

       FD IRRECOU-KSDS
           RECORD 100 CHARACTERS
           DATA RECORD IS E-IRRECOU
           .

       COPY IRRECOU.

       FD MAISONDI-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-MAISON-DIST
           .

       COPY MAISONDI.

       FD RECEPLOG-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-RECEPLOG
           .

       COPY RECEPLOG.

       FD EXCEPT-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-EXCEPTN
           .

       COPY EXCEPTIO.

       FD SYNCFAC-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-SYNCFAC
           .

       COPY SYNCFAC.

       FD SYNCLIC-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-SYNCLIC
           .

       COPY SYNCLIC.

       FD COMPTLI-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-COMPTLI
           .

       COPY COMPTLI.

       FD BATLOCK-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-BATLOCK
           .

       COPY BATLOCK.

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *

       WORKING-STORAGE SECTION.

      * REGISTRE DES VERROUS DE BATCH -- CF BATLOKW.cpy ET
      * PRENDRE-VERROUS / RENDRE-VERROUS
       77 F-BL-STATUS              PIC X(02) VALUE '00'.
       COPY BATLOKW.

      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-BQ-STATUS             PIC X(02) VALUE '00'.
       77 F-VE-STATUS             PIC X(02) VALUE '00'.
       77 F-CD-STATUS             PIC X(02) VALUE '00'.
       77 F-EX-STATUS             PIC X(02) VALUE '00'.
       77 F-IR-STATUS             PIC X(02) VALUE '00'.
       77 F-MA-STATUS             PIC X(02) VALUE '00'.
       77 F-RX-STATUS             PIC X(02) VALUE '00'.
       77 F-XC-STATUS             PIC X(02) VALUE '00'.
       77 F-SF-STATUS             PIC X(02) VALUE '00'.
       77 F-SL-STATUS             PIC X(02) VALUE '00'.
       77 F-LC-STATUS             PIC X(02) VALUE '00'.

      * DATE DU JOUR (AAAAMMJJ)
       77 W-DATE-JOUR             PIC 9(08).
           88 MONTANT-DIFFERENT       VALUE 1.
           88 MONTANT-CONFORME        VALUE 2.

      * FACTURE DE LICENCE CITEE PAR LE VIREMENT -- MONTANT RESTANT
      * A IMPUTER SUR SES ECHEANCES, MONTANT IMPUTE ET PART IMPUTEE
      * SUR L ECHEANCE EN COURS. LE RESTE APRES LA DERNIERE
      * ECHEANCE EST UN EXCEDENT, RENVOYE DANS ENCEXCG1 POUR SON
      * SEUL MONTANT
       77 W-RESTE-A-IMPUTER       PIC 9(11)V9(02) VALUE ZERO.
       77 W-IMPUTE-SYNC           PIC 9(11)V9(02) VALUE ZERO.
       77 W-IMPUTE-ECHEANCE       PIC 9(11)V9(02) VALUE ZERO.
       77 W-SF-LICENCE            PIC X(10) VALUE SPACES.
       01 W-FACTURE-SYNC-IND      PIC 9 VALUE 2.
           88 FACTURE-SYNC-TROUVEE    VALUE 1.
           88 FACTURE-SYNC-NON-TROUVEE VALUE 2.
       01 W-EXCEDENT-SYNC-IND     PIC 9 VALUE 2.
           88 EXCEDENT-SYNC           VALUE 1.
           88 PAS-D-EXCEDENT-SYNC     VALUE 2.

      * CONTROLE DU FICHIER RECU (CF ENVRECU.cpy ET RECEPLOG.cpy) --
      * LE MOTIF DE REFUS EST LE CODE DEPOSE DANS EXCEPTG1 (SPACES =
      * FICHIER ACCEPTE), LE LIBELLE EST EDITE AU COMPTE RENDU
       COPY ENVRECU.
       77 W-RX-INTERFACE          PIC X(08) VALUE 'RELEVEBQ'.
       77 W-RX-ID-FICHIER         PIC X(16) VALUE SPACES.
       77 W-RX-DATE-CREATION      PIC 9(08) VALUE ZERO.
       77 W-RX-DATE-JOUR          PIC 9(08).
       77 W-RX-HEURE-JOUR         PIC X(08).
       77 W-RX-MOTIF              PIC X(08) VALUE SPACES.
       77 W-RX-LIBELLE            PIC X(45) VALUE SPACES.
      *    NOMBRE ET TOTAL ANNONCES PAR L ENTETE (ZERO = NON ANNONCE)
      *    ET PAR L ENQUEUE, PUIS CONSTATES SUR LES LIGNES DE DETAIL
       77 W-RX-NB-ENTETE          PIC 9(09) VALUE ZERO.
       77 W-RX-TOTAL-ENTETE       PIC 9(13)V9(02) VALUE ZERO.
       77 W-RX-ID-ENQUEUE         PIC X(16) VALUE SPACES.
       77 W-RX-NB-ENQUEUE         PIC 9(09) VALUE ZERO.
       77 W-RX-TOTAL-ENQUEUE      PIC 9(13)V9(02) VALUE ZERO.
       77 W-RX-NB-DETAIL          PIC 9(09) VALUE ZERO.
       77 W-RX-TOTAL-DETAIL       PIC 9(13)V9(02) VALUE ZERO.
       01 W-RX-ENQUEUE-IND        PIC 9.
           88 ENQUEUE-LUE             VALUE 1.
           88 ENQUEUE-NON-LUE         VALUE 2.

      * BOITE DES EXCEPTIONS DE BATCH -- CF EXCEPTIO.cpy ET
      * SIGNALER-EXCEPTION (L OUVERTURE EST FAITE A LA PREMIERE
      * EXCEPTION, UN PASSAGE SANS ANOMALIE NE TOUCHE PAS AU FICHIER)
       77 W-EX-DATE-JOUR           PIC 9(08).
       77 W-EX-SEQ                 PIC 9(04) VALUE ZERO.
       01 W-EX-OUVERT-SW           PIC X(01) VALUE 'N'.
           88 EXC-FICHIER-OUVERT       VALUE 'Y'.
           88 EXC-FICHIER-FERME        VALUE 'N'.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-LIGNES-RELEVE        PIC 9(07) VALUE ZERO.
       77 NB-CREDITS              PIC 9(07) VALUE ZERO.
       77 NB-APPLIQUES-FACTURE    PIC 9(07) VALUE ZERO.
       77 NB-APPLIQUES-MONTANT    PIC 9(07) VALUE ZERO.
       77 NB-APPLIQUES-SYNC       PIC 9(07) VALUE ZERO.
       77 NB-EXCEDENTS-SYNC       PIC 9(07) VALUE ZERO.
       77 NB-RECOUVREMENTS        PIC 9(07) VALUE ZERO.
       77 NB-EXCEPTIONS           PIC 9(07) VALUE ZERO.
       77 NB-EXCEPTIONS-PERDUES   PIC 9(07) VALUE ZERO.
       77 NB-RENVOIS              PIC 9(07) VALUE ZERO.

      * INDICATEURS DE FIN DE FICHIER
       01 FIN-RELEVE-IND          PIC 9.
       01 FIN-VENTES-IND          PIC 9.
           88 FIN-VENTES              VALUE 1.
           88 NON-FIN-VENTES          VALUE 2.
       01 FIN-SYNCFAC-IND         PIC 9.
           88 FIN-SYNCFAC             VALUE 1.
           88 NON-FIN-SYNCFAC         VALUE 2.

      * -------------------------------------------------------------- *
      *                                                                *
       INITIALISATION.
           SET FIN-RELEVE TO TRUE
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
      *    PRISE DES VERROUS AVANT TOUTE OUVERTURE DE FICHIER
           PERFORM PRENDRE-VERROUS
           OPEN INPUT RELEVE-FILE
           IF F-BQ-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE RELEVE BANCAIRE'
               DISPLAY 'CODE ERREUR = ' F-EX-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O IRRECOU-KSDS
           IF F-IR-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER CREANCES EN PERTE'
               DISPLAY 'CODE ERREUR = ' F-IR-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT MAISONDI-KSDS
           IF F-MA-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER MAISON'
               DISPLAY 'CODE ERREUR = ' F-MA-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O RECEPLOG-KSDS
           IF F-RX-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE JOURNAL DES RECEPTIONS'
               DISPLAY 'CODE ERREUR = ' F-RX-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O SYNCFAC-KSDS
           IF F-SF-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER FACTURES LICENCES'
               DISPLAY 'CODE ERREUR = ' F-SF-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT SYNCLIC-KSDS
           IF F-SL-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER SYNCLIC'
               DISPLAY 'CODE ERREUR = ' F-SL-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O COMPTLI-KSDS
           IF F-LC-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER COMPTES LICENCIES'
               DISPLAY 'CODE ERREUR = ' F-LC-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           PERFORM CONTROLER-FICHIER-RECU
           .

       TRAITEMENT-PRINCIPAL.
               PERFORM LECTURE-ENRG-RELEVE
           END-PERFORM

           PERFORM CLORE-RECEPTION
           PERFORM FIN-TRAITEMENT
           .

       APPLIQUER-CREDIT.
           SET CREDIT-NON-APPLIQUE TO TRUE
           SET MONTANT-CONFORME TO TRUE
      *    LA MAISON CITEE A ETE ABSORBEE : SES FACTURES ET SON
      *    ENCOURS SONT DESORMAIS SUR LA MAISON ABSORBANTE
           IF BQ-SIREN NOT = SPACES
               MOVE BQ-SIREN TO MA-SIREN
               READ MAISONDI-KSDS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT MA-EN-ACTIVITE
                           DISPLAY 'SIREN ' BQ-SIREN ' ABSORBE, CREDIT '
                               'RAPPROCHE SUR ' MA-SIREN-ABSORBANT
                           MOVE MA-SIREN-ABSORBANT TO BQ-SIREN
                           ADD 1 TO NB-RENVOIS
                       END-IF
               END-READ
           END-IF
      *    1ER ESSAI -- LE VIREMENT CITE UN NUMERO DE FACTURE, QUI
      *    N EST SOLDEE QUE SI LE MONTANT RECU LA COUVRE EXACTEMENT ;
      *    LE COMPTEUR ETANT COMMUN, UN NUMERO DE FACTURE DE LICENCE
      *    N EST PAS RECHERCHE DANS LES VENTES
           IF BQ-REF-FACTURE IS NUMERIC
                   AND BQ-REF-FACTURE NOT = '000000000'
               MOVE BQ-REF-FACTURE TO W-NUM-FACTURE-CHERCHE
               PERFORM RAPPROCHER-FACTURE-SYNC
               IF FACTURE-SYNC-NON-TROUVEE
                   PERFORM RAPPROCHER-PAR-FACTURE
               END-IF
           END-IF
      *    2EME ESSAI -- SIREN ET MONTANT EXACT D UNE FACTURE
      *    OUVERTE (SAUF ECART CONSTATE SUR LA FACTURE CITEE, QUI

      *    BALAYAGE SEQUENTIEL DU FICHIER VENTES (LE NUMERO DE
      *    FACTURE N EST PAS DANS LA CLE, CF INVAUDIT) A LA RECHERCHE
      *    DE LA FACTURE OUVERTE CITEE PAR LE VIREMENT -- OU DE LA
      *    FACTURE PASSEE EN PERTE, DONT LE REGLEMENT EST UN
      *    RECOUVREMENT
       RAPPROCHER-PAR-FACTURE.
           OPEN I-O VENTES-KSDS
           IF F-VE-STATUS NOT = ZERO
               COMPUTE W-MONTANT-FACTURE = VE-PRIX * VE-QTE
               IF NOT VE-MVT-RETOUR
                       AND VE-NUM-FACTURE = W-NUM-FACTURE-CHERCHE
                       AND (NOT VE-FACTURE-SOLDEE
                            OR VE-FACTURE-EN-PERTE)
                   IF W-MONTANT-FACTURE = BQ-MONTANT
                       IF VE-FACTURE-EN-PERTE
                           PERFORM RECOUVRER-CREANCE
                       ELSE
                           PERFORM SOLDER-FACTURE
                       END-IF
                   ELSE
                       SET MONTANT-DIFFERENT TO TRUE
                   END-IF
               IF NOT VE-MVT-RETOUR
                       AND VE-SIREN = BQ-SIREN
                       AND VE-NUM-FACTURE NOT = ZERO
                       AND (NOT VE-FACTURE-SOLDEE
                            OR VE-FACTURE-EN-PERTE)
                       AND W-MONTANT-FACTURE = BQ-MONTANT
                   IF VE-FACTURE-EN-PERTE
                       PERFORM RECOUVRER-CREANCE
                   ELSE
                       PERFORM SOLDER-FACTURE
                   END-IF
                   SET FIN-VENTES TO TRUE
               ELSE
                   PERFORM LECTURE-ENRG-VENTES
               ' SIREN ' VE-SIREN ' MONTANT ' W-MONTANT-FACTURE
           .

      *    REGLEMENT D UNE FACTURE PASSEE EN PERTE : L ENCOURS A DEJA
      *    ETE REDUIT AU PASSAGE EN PERTE ET N EST PAS TOUCHE -- LE
      *    RECOUVREMENT EST INSCRIT SUR LA CREANCE (IRRECG1), QUE
      *    IRRECOMP COMPTABILISE ET TVADECL REDECLARE
       RECOUVRER-CREANCE.
           SET VE-FACTURE-RECOUVREE TO TRUE
           REWRITE E-VENTES
           MOVE E-VE-KEY TO IR-CLE
           READ IRRECOU-KSDS
               INVALID KEY
                   DISPLAY 'CREANCE EN PERTE ABSENTE DE IRRECG1, '
                       'FACTURE ' VE-NUM-FACTURE ' SIREN ' VE-SIREN
               NOT INVALID KEY
                   MOVE BQ-DATE-OPER TO IR-DATE-RECOUVR
                   MOVE ZERO         TO IR-DATE-CPT-RECOUVR
                   MOVE ZERO         TO IR-PERIODE-TVA-RECOUVR
                   REWRITE E-IRRECOU
           END-READ
           SET CREDIT-APPLIQUE TO TRUE
           ADD 1 TO NB-RECOUVREMENTS
           DISPLAY 'RECOUVREMENT SUR CREANCE EN PERTE, FACTURE '
               VE-NUM-FACTURE ' SIREN ' VE-SIREN
               ' MONTANT ' W-MONTANT-FACTURE
           .

      *    FACTURE DE LICENCE CITEE PAR LE VIREMENT : LE MONTANT
      *    RECU EST IMPUTE SUR LES ECHEANCES NON REGLEES DANS L ORDRE
      *    DES RANGS (REGLEMENT PARTIEL ADMIS) ET REDUIT L ENCOURS DU
      *    LICENCIE ; L EXCEDENT, OU UN VIREMENT SUR UNE FACTURE DEJA
      *    REGLEE, PART DANS ENCEXCG1 POUR RESTITUTION OU
      *    AFFECTATION PAR UN COMMIS
       RAPPROCHER-FACTURE-SYNC.
           SET FACTURE-SYNC-NON-TROUVEE TO TRUE
           MOVE BQ-MONTANT TO W-RESTE-A-IMPUTER
           MOVE ZERO       TO W-IMPUTE-SYNC
           MOVE W-NUM-FACTURE-CHERCHE TO SF-NUM-FACTURE
           MOVE ZERO                  TO SF-NUM-ECHEANCE
           SET FIN-SYNCFAC TO TRUE
           START SYNCFAC-KSDS KEY IS NOT LESS THAN SF-CLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM LECTURE-ENRG-SYNCFAC
           END-START
           PERFORM UNTIL FIN-SYNCFAC
               IF SF-NUM-FACTURE NOT = W-NUM-FACTURE-CHERCHE
                   SET FIN-SYNCFAC TO TRUE
               ELSE
                   SET FACTURE-SYNC-TROUVEE TO TRUE
                   MOVE SF-LICENCE TO W-SF-LICENCE
                   IF W-RESTE-A-IMPUTER > ZERO AND NOT SF-REGLEE
                       PERFORM IMPUTER-ECHEANCE
                   END-IF
                   PERFORM LECTURE-ENRG-SYNCFAC
               END-IF
           END-PERFORM
           IF FACTURE-SYNC-TROUVEE
               SET CREDIT-APPLIQUE TO TRUE
               IF W-IMPUTE-SYNC > ZERO
                   PERFORM REDUIRE-ENCOURS-LICENCIE
                   ADD 1 TO NB-APPLIQUES-SYNC
                   DISPLAY 'CREDIT APPLIQUE, FACTURE LICENCE '
                       W-NUM-FACTURE-CHERCHE ' LICENCE ' W-SF-LICENCE
                       ' MONTANT ' W-IMPUTE-SYNC
               END-IF
               IF W-RESTE-A-IMPUTER > ZERO
                   ADD 1 TO NB-EXCEDENTS-SYNC
                   SET EXCEDENT-SYNC TO TRUE
                   PERFORM ECRIRE-EXCEPTION
                   SET PAS-D-EXCEDENT-SYNC TO TRUE
               END-IF
           END-IF
           .

       IMPUTER-ECHEANCE.
           COMPUTE W-IMPUTE-ECHEANCE = SF-MONTANT - SF-MONTANT-REGLE
           IF W-RESTE-A-IMPUTER < W-IMPUTE-ECHEANCE
               MOVE W-RESTE-A-IMPUTER TO W-IMPUTE-ECHEANCE
           END-IF
           ADD W-IMPUTE-ECHEANCE      TO SF-MONTANT-REGLE
           ADD W-IMPUTE-ECHEANCE      TO W-IMPUTE-SYNC
           SUBTRACT W-IMPUTE-ECHEANCE FROM W-RESTE-A-IMPUTER
           MOVE BQ-DATE-OPER TO SF-DATE-REGLEMENT
           IF SF-MONTANT-REGLE < SF-MONTANT
               SET SF-PARTIELLE TO TRUE
           ELSE
               SET SF-REGLEE TO TRUE
           END-IF
           REWRITE E-SYNCFAC
           IF F-SF-STATUS NOT = ZERO
               DISPLAY 'ERREUR MISE A JOUR ECHEANCE ' SF-NUM-FACTURE
                   '/' SF-NUM-ECHEANCE
               DISPLAY 'CODE ERREUR = ' F-SF-STATUS
           END-IF
           .

      *    LE COMPTE DU LICENCIE EST RETROUVE PAR LA LICENCE FACTUREE
       REDUIRE-ENCOURS-LICENCIE.
           MOVE W-SF-LICENCE TO SL-CLE
           READ SYNCLIC-KSDS
               INVALID KEY
                   DISPLAY 'LICENCE ' W-SF-LICENCE ' ABSENTE DE '
                       'SYNCLIG1, ENCOURS DU LICENCIE NON REDUIT'
               NOT INVALID KEY
                   MOVE SL-LICENCIE TO LC-LICENCIE
                   READ COMPTLI-KSDS
                       INVALID KEY
                           DISPLAY 'COMPTE LICENCIE ABSENT : '
                               SL-LICENCIE
                       NOT INVALID KEY
                           SUBTRACT W-IMPUTE-SYNC FROM LC-SOLDE
                           ADD W-IMPUTE-SYNC TO LC-TOTAL-ENCAISSE
                           MOVE W-DATE-JOUR TO LC-DATE-MAJ
                           REWRITE E-COMPTLI
                   END-READ
           END-READ
           .

       REDUIRE-ENCOURS.
           MOVE VE-SIREN TO CD-SIREN
           READ COMPTDI-KSDS
           MOVE BQ-SIREN        TO EX-SIREN
           MOVE BQ-REFERENCE    TO EX-REFERENCE
           EVALUATE TRUE
               WHEN EXCEDENT-SYNC
                   MOVE W-RESTE-A-IMPUTER     TO EX-MONTANT
                   MOVE 'EXCEDENT FACT SYNC'  TO EX-MOTIF
               WHEN MONTANT-DIFFERENT
                   MOVE 'MONTANT DIFF FACTURE' TO EX-MOTIF
               WHEN BQ-SIREN = SPACES
           END-WRITE
           .

      *    CONTROLE DU FICHIER RECU AVANT TOUTE MISE A JOUR -- UNE
      *    PREMIERE PASSE VERIFIE L ENVELOPPE (CF ENVRECU.cpy) ET
      *    CUMULE LES LIGNES DE DETAIL, PUIS LE FICHIER EST RECHERCHE
      *    DANS LE JOURNAL DES RECEPTIONS (CF RECEPLOG.cpy). UN
      *    FICHIER REFUSE EST SIGNALE DANS EXCEPTG1 ET ARRETE LE
      *    TRAITEMENT SANS QU AUCUN FICHIER N AIT ETE MODIFIE ; UN
      *    FICHIER ACCEPTE EST INSCRIT EN COURS D INTEGRATION PUIS
      *    RELU APRES SON ENTETE POUR LA MISE A JOUR
       CONTROLER-FICHIER-RECU.
           ACCEPT W-RX-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT W-RX-HEURE-JOUR FROM TIME
           PERFORM CONTROLER-ENVELOPPE
           IF W-RX-MOTIF = SPACES
               PERFORM VERIFIER-DEJA-RECU
           END-IF
           IF W-RX-MOTIF NOT = SPACES
               PERFORM REFUSER-FICHIER
           END-IF
           CLOSE RELEVE-FILE
           OPEN INPUT RELEVE-FILE
           IF F-BQ-STATUS NOT = ZERO
               DISPLAY 'ERREUR REOUVERTURE RELEVE BANCAIRE'
               DISPLAY 'CODE ERREUR = ' F-BQ-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           PERFORM LECTURE-CONTROLE-RELEVE
           PERFORM INSCRIRE-RECEPTION
           IF W-RX-MOTIF NOT = SPACES
               PERFORM REFUSER-FICHIER
           END-IF
           .

       CONTROLER-ENVELOPPE.
           MOVE SPACES TO W-RX-MOTIF
           MOVE ZERO   TO W-RX-NB-DETAIL
           MOVE ZERO   TO W-RX-TOTAL-DETAIL
           SET ENQUEUE-NON-LUE TO TRUE
           PERFORM LECTURE-CONTROLE-RELEVE
           IF FIN-RELEVE
               MOVE 'RCPVIDE'  TO W-RX-MOTIF
               MOVE 'FICHIER VIDE' TO W-RX-LIBELLE
           ELSE
               IF EV-ENTETE
                   MOVE EV-ID-FICHIER TO W-RX-ID-FICHIER
               END-IF
               IF EV-ENTETE AND EV-INTERFACE = W-RX-INTERFACE
                       AND EV-ID-FICHIER NOT = SPACES
                       AND EV-DATE-CREATION IS NUMERIC
                       AND EV-NB-ENREG IS NUMERIC
                       AND EV-TOTAL-MONTANT IS NUMERIC
                   MOVE EV-DATE-CREATION TO W-RX-DATE-CREATION
                   MOVE EV-NB-ENREG      TO W-RX-NB-ENTETE
                   MOVE EV-TOTAL-MONTANT TO W-RX-TOTAL-ENTETE
               ELSE
                   MOVE 'RCPENTET' TO W-RX-MOTIF
                   MOVE 'ENTETE ABSENTE OU INVALIDE' TO W-RX-LIBELLE
               END-IF
           END-IF
           IF W-RX-MOTIF = SPACES
               PERFORM LECTURE-CONTROLE-RELEVE
               PERFORM CONTROLER-LIGNE-RECUE
                   UNTIL FIN-RELEVE OR W-RX-MOTIF NOT = SPACES
           END-IF
           IF W-RX-MOTIF = SPACES
               PERFORM COMPARER-ENQUEUE
           END-IF
           .

      *    LIGNE SUIVANT L ENTETE : DETAIL CUMULE, OU ENQUEUE QUI DOIT
      *    ETRE LA DERNIERE LIGNE DU FICHIER
       CONTROLER-LIGNE-RECUE.
           EVALUATE TRUE
               WHEN ENQUEUE-LUE
                   MOVE 'RCPAPRES' TO W-RX-MOTIF
                   MOVE 'LIGNES APRES L ENQUEUE' TO W-RX-LIBELLE
               WHEN EV-ENTETE
                   MOVE 'RCPENTET' TO W-RX-MOTIF
                   MOVE 'SECONDE ENTETE (FICHIERS CONCATENES)'
                       TO W-RX-LIBELLE
               WHEN EV-ENQUEUE
                   SET ENQUEUE-LUE TO TRUE
                   MOVE EV-ID-FICHIER TO W-RX-ID-ENQUEUE
                   IF EV-NB-ENREG IS NUMERIC
                           AND EV-TOTAL-MONTANT IS NUMERIC
                       MOVE EV-NB-ENREG      TO W-RX-NB-ENQUEUE
                       MOVE EV-TOTAL-MONTANT TO W-RX-TOTAL-ENQUEUE
                   ELSE
                       MOVE 'RCPENQUE' TO W-RX-MOTIF
                       MOVE 'ENQUEUE INVALIDE' TO W-RX-LIBELLE
                   END-IF
               WHEN BQ-MONTANT IS NOT NUMERIC
                   MOVE 'RCPDETAI' TO W-RX-MOTIF
                   MOVE 'MONTANT NON NUMERIQUE SUR UNE LIGNE'
                       TO W-RX-LIBELLE
               WHEN OTHER
                   ADD 1 TO W-RX-NB-DETAIL
                   ADD BQ-MONTANT TO W-RX-TOTAL-DETAIL
           END-EVALUATE
           IF W-RX-MOTIF = SPACES
               PERFORM LECTURE-CONTROLE-RELEVE
           END-IF
           .

      *    UN NOMBRE OU UN TOTAL A ZERO SUR L ENTETE N EST PAS ANNONCE
      *    ET N EST PAS CONTROLE ; CEUX DE L ENQUEUE LE SONT TOUJOURS
       COMPARER-ENQUEUE.
           EVALUATE TRUE
               WHEN ENQUEUE-NON-LUE
                   MOVE 'RCPENQUE' TO W-RX-MOTIF
                   MOVE 'ENQUEUE ABSENTE (FICHIER TRONQUE)'
                       TO W-RX-LIBELLE
               WHEN W-RX-ID-ENQUEUE NOT = W-RX-ID-FICHIER
                   MOVE 'RCPIDENT' TO W-RX-MOTIF
                   MOVE 'ENQUEUE D UN AUTRE FICHIER' TO W-RX-LIBELLE
               WHEN W-RX-NB-ENQUEUE NOT = W-RX-NB-DETAIL
                 OR (W-RX-NB-ENTETE NOT = ZERO
                     AND W-RX-NB-ENTETE NOT = W-RX-NB-DETAIL)
                   MOVE 'RCPNBENR' TO W-RX-MOTIF
                   MOVE 'NOMBRE DE LIGNES DISCORDANT' TO W-RX-LIBELLE
               WHEN W-RX-TOTAL-ENQUEUE NOT = W-RX-TOTAL-DETAIL
                 OR (W-RX-TOTAL-ENTETE NOT = ZERO
                     AND W-RX-TOTAL-ENTETE NOT = W-RX-TOTAL-DETAIL)
                   MOVE 'RCPTOTAL' TO W-RX-MOTIF
                   MOVE 'TOTAL DE CONTROLE DISCORDANT' TO W-RX-LIBELLE
           END-EVALUATE
           .

      *    UN FICHIER DEJA INTEGRE EST REFUSE ; UN FICHIER RESTE EN
      *    COURS EST CELUI D UNE INTEGRATION INTERROMPUE, A EXAMINER
      *    AVANT TOUTE RELANCE (L INSCRIPTION EST ALORS SUPPRIMEE A LA
      *    MAIN)
       VERIFIER-DEJA-RECU.
           MOVE W-RX-INTERFACE  TO RX-INTERFACE
           MOVE W-RX-ID-FICHIER TO RX-ID-FICHIER
           READ RECEPLOG-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RX-INTEGRE
                       MOVE 'RCPDOUBL' TO W-RX-MOTIF
                       MOVE 'FICHIER DEJA INTEGRE' TO W-RX-LIBELLE
                   ELSE
                       MOVE 'RCPINTER' TO W-RX-MOTIF
                       MOVE 'FICHIER DEJA RECU, INTEGRATION INTERROMPUE'
                           TO W-RX-LIBELLE
                   END-IF
                   DISPLAY 'FICHIER DEJA RECU LE ' RX-DATE-RECEPTION
                       ' A ' RX-HEURE-RECEPTION
           END-READ
           .

       INSCRIRE-RECEPTION.
           MOVE SPACES             TO E-RECEPLOG
           MOVE W-RX-INTERFACE     TO RX-INTERFACE
           MOVE W-RX-ID-FICHIER    TO RX-ID-FICHIER
           SET RX-EN-COURS         TO TRUE
           MOVE W-RX-NB-DETAIL     TO RX-NB-ENREG
           MOVE W-RX-TOTAL-DETAIL  TO RX-TOTAL-MONTANT
           MOVE W-RX-DATE-CREATION TO RX-DATE-CREATION
           MOVE W-RX-DATE-JOUR     TO RX-DATE-RECEPTION
           MOVE W-RX-HEURE-JOUR    TO RX-HEURE-RECEPTION
           WRITE E-RECEPLOG
               INVALID KEY
                   MOVE 'RCPJOURN' TO W-RX-MOTIF
                   MOVE 'INSCRIPTION AU JOURNAL IMPOSSIBLE'
                       TO W-RX-LIBELLE
               NOT INVALID KEY
                   DISPLAY 'FICHIER ' W-RX-ID-FICHIER
                       ' INSCRIT AU JOURNAL DES RECEPTIONS'
           END-WRITE
           .

      *    FIN NORMALE DE L INTEGRATION : LE FICHIER PASSE INTEGRE
       CLORE-RECEPTION.
           MOVE W-RX-INTERFACE  TO RX-INTERFACE
           MOVE W-RX-ID-FICHIER TO RX-ID-FICHIER
           READ RECEPLOG-KSDS
               INVALID KEY
                   DISPLAY 'FICHIER ' W-RX-ID-FICHIER
                       ' ABSENT DU JOURNAL DES RECEPTIONS'
               NOT INVALID KEY
                   SET RX-INTEGRE TO TRUE
                   REWRITE E-RECEPLOG
           END-READ
           .

      *    REFUS DU FICHIER : EXCEPTION CRITIQUE (REFERENCE INTERFACE
      *    + IDENTIFIANT DU FICHIER) ET ARRET DU TRAITEMENT
       REFUSER-FICHIER.
           DISPLAY 'FICHIER ' W-RX-INTERFACE ' ' W-RX-ID-FICHIER
               ' REFUSE, AUCUNE MISE A JOUR'
           DISPLAY 'MOTIF : ' W-RX-LIBELLE
           DISPLAY 'LIGNES DE DETAIL    : ' W-RX-NB-DETAIL
               ' ENQUEUE ' W-RX-NB-ENQUEUE
               ' ENTETE ' W-RX-NB-ENTETE
           DISPLAY 'TOTAL DE CONTROLE   : ' W-RX-TOTAL-DETAIL
               ' ENQUEUE ' W-RX-TOTAL-ENQUEUE
               ' ENTETE ' W-RX-TOTAL-ENTETE
           MOVE '1'             TO EX-GRAVITE
           MOVE W-RX-MOTIF      TO EX-CODE
           MOVE SPACES          TO EX-REF
           MOVE W-RX-INTERFACE  TO EX-REF(1:8)
           MOVE W-RX-ID-FICHIER TO EX-REF(10:16)
           PERFORM SIGNALER-EXCEPTION
           PERFORM FIN-TRAITEMENT
           .

      *    DEPOSE L EXCEPTION COURANTE DANS LA BOITE (CF EXCEPTIO.cpy)
      *    -- L APPELANT A DEJA POSE EX-GRAVITE, EX-CODE ET EX-REF ;
      *    LES COLLISIONS DE CLE DANS LA JOURNEE SONT DEDOUBLONNEES
      *    PAR LE RANG EX-SEQ
       SIGNALER-EXCEPTION.
           IF EXC-FICHIER-FERME
               ACCEPT W-EX-DATE-JOUR FROM DATE YYYYMMDD
               OPEN I-O EXCEPT-KSDS
               IF F-XC-STATUS NOT = ZERO
                   DISPLAY 'ERREUR OUVERTURE BOITE DES EXCEPTIONS'
                   DISPLAY 'CODE ERREUR = ' F-XC-STATUS
               ELSE
                   SET EXC-FICHIER-OUVERT TO TRUE
               END-IF
           END-IF
           IF EXC-FICHIER-OUVERT
               MOVE W-EX-DATE-JOUR TO EX-DATE
               MOVE 'BANKAPPL' TO EX-BATCH
               MOVE SPACE TO EX-STATUT-ACK
               MOVE SPACES TO EX-OPER-ACK
               MOVE SPACES TO E-EXCEPTN(64:17)
               MOVE ZERO TO W-EX-SEQ
               SET EXC-NON-ECRITE TO TRUE
               PERFORM TENTER-ECRITURE-EXC
                   UNTIL EXC-ECRITE OR W-EX-SEQ > 9998
           END-IF
           .

       TENTER-ECRITURE-EXC.
           MOVE W-EX-SEQ TO EX-SEQ
           WRITE E-EXCEPTN
               INVALID KEY
                   ADD 1 TO W-EX-SEQ
               NOT INVALID KEY
                   SET EXC-ECRITE TO TRUE
           END-WRITE
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE RELEVE-FILE
           CLOSE COMPTDI-KSDS
           CLOSE ENCEXC-KSDS
           CLOSE IRRECOU-KSDS
           CLOSE MAISONDI-KSDS
           IF EXC-FICHIER-OUVERT
               CLOSE EXCEPT-KSDS
           END-IF
           CLOSE RECEPLOG-KSDS
           CLOSE SYNCFAC-KSDS
           CLOSE SYNCLIC-KSDS
           CLOSE COMPTLI-KSDS
           PERFORM RENDRE-VERROUS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'BANKAPPL - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'RELEVE RECU               : ' W-RX-ID-FICHIER
           DISPLAY 'LIGNES DE RELEVE LUES     : ' NB-LIGNES-RELEVE
           DISPLAY 'CREDITS EXAMINES          : ' NB-CREDITS
           DISPLAY 'APPLIQUES PAR N FACTURE   : '
               NB-APPLIQUES-FACTURE
           DISPLAY 'APPLIQUES PAR MONTANT     : '
               NB-APPLIQUES-MONTANT
           DISPLAY 'APPLIQUES FACTURE LICENCE : '
               NB-APPLIQUES-SYNC
           DISPLAY 'EXCEDENTS FACTURE LICENCE : '
               NB-EXCEDENTS-SYNC
           DISPLAY 'RECOUVREMENTS EN PERTE    : ' NB-RECOUVREMENTS
           DISPLAY 'EXCEPTIONS A RESOUDRE     : ' NB-EXCEPTIONS
           DISPLAY 'EXCEPTIONS NON ECRITES    : '
               NB-EXCEPTIONS-PERDUES
           DISPLAY 'SIREN ABSORBES RENVOYES   : ' NB-RENVOIS
           DISPLAY '---------------------------------------------'
           .

      *    LECTURE DES LIGNES DE DETAIL, LE RELEVE AYANT ETE CONTROLE
      *    ET RELU APRES SON ENTETE -- L ENQUEUE TERMINE LA LECTURE
       LECTURE-ENRG-RELEVE.
           READ RELEVE-FILE
               AT END
                   SET FIN-RELEVE TO TRUE
               NOT AT END
                   MOVE E-RELEVE TO E-ENVRECU
                   IF EV-ENQUEUE
                       SET FIN-RELEVE TO TRUE
                   ELSE
                       SET NON-FIN-RELEVE TO TRUE
                       ADD 1 TO NB-LIGNES-RELEVE
                   END-IF
           END-READ
           .

      *    LECTURE DE CONTROLE (ENTETE ET ENQUEUE COMPRISES)
       LECTURE-CONTROLE-RELEVE.
           READ RELEVE-FILE
               AT END
                   SET FIN-RELEVE TO TRUE
               NOT AT END
                   SET NON-FIN-RELEVE TO TRUE
                   MOVE E-RELEVE TO E-ENVRECU
           END-READ
           .

                   SET NON-FIN-VENTES TO TRUE
           END-READ
           .

       LECTURE-ENRG-SYNCFAC.
           READ SYNCFAC-KSDS NEXT RECORD
               AT END
                   SET FIN-SYNCFAC TO TRUE
               NOT AT END
                   SET NON-FIN-SYNCFAC TO TRUE
           END-READ
           .

      *    PRISE DES VERROUS DU REGISTRE (CF BATLOCK.cpy) SUR LES
      *    FICHIERS MIS A JOUR PAR CE TRAITEMENT -- UN FICHIER DEJA
      *    TENU PAR UN AUTRE PASSAGE ARRETE LE TRAITEMENT AVANT TOUTE
      *    MISE A JOUR ; LES VERROUS DEJA PRIS SONT ALORS RENDUS PAR
      *    FIN-TRAITEMENT
       PRENDRE-VERROUS.
           MOVE 'BANKAPPL' TO W-VR-JOB
           MOVE 'COMPTDIG1' TO W-VR-FICHIER (1)
           MOVE 'COMPTLIG1' TO W-VR-FICHIER (2)
           MOVE 2           TO W-VR-NB
           ACCEPT W-VR-DATE  FROM DATE YYYYMMDD
           ACCEPT W-VR-HEURE FROM TIME
           OPEN I-O BATLOCK-KSDS
           IF F-BL-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE REGISTRE DES VERROUS'
               DISPLAY 'CODE ERREUR = ' F-BL-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           SET VERROU-ACCORDE TO TRUE
           PERFORM PRENDRE-VERROU
               VARYING W-VR-IX FROM 1 BY 1
               UNTIL W-VR-IX > W-VR-NB OR VERROU-REFUSE
           CLOSE BATLOCK-KSDS
           IF VERROU-REFUSE
               PERFORM REFUSER-DEMARRAGE
           END-IF
           .

      *    UN FICHIER ENCORE ABSENT DU REGISTRE Y EST CREE ; UNE
      *    CREATION SIMULTANEE PAR UN AUTRE PASSAGE VAUT REFUS
       PRENDRE-VERROU.
           SET VERROU-NON-PRIS (W-VR-IX) TO TRUE
           MOVE W-VR-FICHIER (W-VR-IX) TO BL-FICHIER
           READ BATLOCK-KSDS
               INVALID KEY
                   PERFORM CREER-VERROU
               NOT INVALID KEY
                   IF BL-PRIS
                       SET VERROU-REFUSE TO TRUE
                   ELSE
                       PERFORM POSER-VERROU
                       REWRITE E-BATLOCK
                           INVALID KEY
                               SET VERROU-REFUSE TO TRUE
                       END-REWRITE
                   END-IF
           END-READ
           IF VERROU-REFUSE
               MOVE W-VR-FICHIER (W-VR-IX) TO W-VR-REFUS-FICHIER
               MOVE BL-JOB                 TO W-VR-REFUS-JOB
               MOVE BL-DATE-PRISE          TO W-VR-REFUS-DATE
               MOVE BL-HEURE-PRISE         TO W-VR-REFUS-HEURE
           ELSE
               SET VERROU-PRIS (W-VR-IX) TO TRUE
               ADD 1 TO W-VR-NB-PRIS
           END-IF
           .

       CREER-VERROU.
           MOVE SPACES TO E-BATLOCK
           MOVE ZERO   TO BL-DATE-LIBER
           MOVE W-VR-FICHIER (W-VR-IX) TO BL-FICHIER
           PERFORM POSER-VERROU
           WRITE E-BATLOCK
               INVALID KEY
                   SET VERROU-REFUSE TO TRUE
                   READ BATLOCK-KSDS
                       INVALID KEY
                           CONTINUE
                   END-READ
           END-WRITE
           .

       POSER-VERROU.
           MOVE W-VR-JOB   TO BL-JOB
           MOVE W-VR-DATE  TO BL-DATE-PRISE
           MOVE W-VR-HEURE TO BL-HEURE-PRISE
           SET BL-PRIS TO TRUE
           .

      *    DEMARRAGE REFUSE : EXCEPTION CRITIQUE 'VERROU' (FICHIER ET
      *    BATCH DETENTEUR) ET ARRET SANS MISE A JOUR
       REFUSER-DEMARRAGE.
           DISPLAY '---------------------------------------------'
           DISPLAY W-VR-JOB ' - DEMARRAGE REFUSE, AUCUNE MISE A JOUR'
           DISPLAY 'FICHIER ' W-VR-REFUS-FICHIER ' TENU PAR '
               W-VR-REFUS-JOB ' DEPUIS LE ' W-VR-REFUS-DATE
               ' A ' W-VR-REFUS-HEURE
           DISPLAY 'RELANCER A LA FIN DE ' W-VR-REFUS-JOB ' ; S IL '
               'S EST ARRETE EN ANOMALIE, FAIRE LIBERER'
           DISPLAY 'LE VERROU PAR UN SUPERVISEUR (VERRPURG)'
           DISPLAY '---------------------------------------------'
           MOVE '1'                TO EX-GRAVITE
           MOVE 'VERROU'           TO EX-CODE
           MOVE SPACES             TO EX-REF
           MOVE W-VR-REFUS-FICHIER TO EX-REF(1:10)
           MOVE W-VR-REFUS-JOB     TO EX-REF(12:8)
           PERFORM SIGNALER-EXCEPTION
           PERFORM FIN-TRAITEMENT
           .

      *    SEULS LES VERROUS PRIS PAR CE PASSAGE SONT RENDUS -- UN
      *    VERROU LIBERE ENTRE-TEMPS PAR UN SUPERVISEUR, PUIS REPRIS
      *    PAR UN AUTRE PASSAGE, N EST PAS TOUCHE
       RENDRE-VERROUS.
           IF W-VR-NB-PRIS > 0
               OPEN I-O BATLOCK-KSDS
               IF F-BL-STATUS NOT = ZERO
                   DISPLAY 'ERREUR OUVERTURE REGISTRE DES VERROUS, '
                       'VERROUS NON RENDUS'
                   DISPLAY 'CODE ERREUR = ' F-BL-STATUS
               ELSE
                   PERFORM RENDRE-VERROU
                       VARYING W-VR-IX FROM 1 BY 1
                       UNTIL W-VR-IX > W-VR-NB
                   CLOSE BATLOCK-KSDS
               END-IF
               MOVE ZERO TO W-VR-NB-PRIS
           END-IF
           .

       RENDRE-VERROU.
           IF VERROU-PRIS (W-VR-IX)
               MOVE W-VR-FICHIER (W-VR-IX) TO BL-FICHIER
               READ BATLOCK-KSDS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BL-PRIS AND BL-JOB = W-VR-JOB
                               AND BL-DATE-PRISE = W-VR-DATE
                               AND BL-HEURE-PRISE = W-VR-HEURE
                           SET BL-LIBRE TO TRUE
                           ACCEPT BL-DATE-LIBER FROM DATE YYYYMMDD
                           ACCEPT BL-HEURE-LIBER FROM TIME
                           MOVE W-VR-JOB TO BL-OPER-LIBER
                           REWRITE E-BATLOCK
                               INVALID KEY
                                   DISPLAY 'VERROU NON RENDU : '
                                       BL-FICHIER
                           END-REWRITE
                       END-IF
               END-READ
               SET VERROU-NON-PRIS (W-VR-IX) TO TRUE
           END-IF
           .
