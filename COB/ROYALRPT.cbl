      *                                                                *
      *        BATCH D EDITION DES DROITS D AUTEUR PAR CONTRAT          *
      *                                                                *
      *       CARTE PARAMETRE (SYSIN), FACULTATIVE :                   *
      *         01-06  PREMIER CODE ALBUM DE LA TRANCHE (INCLUS)       *
      *         07-12  CODE ALBUM DE FIN DE TRANCHE (EXCLU)            *
      *       CARTE A BLANC : PASSE UNIQUE SUR TOUT LE FICHIER         *
      *       CONTRAT, COMME AVANT. TRANCHE RENSEIGNEE (DEBUT A BLANC  *
      *       = DEPUIS LE PREMIER CONTRAT, FIN A BLANC = JUSQU AU      *
      *       DERNIER) : LE TRAITEMENT EST UN DES FLUX PARALLELES DE   *
      *       LA PASSE, AVEC SON PROPRE FICHIER DE REPRISE (DDCHKPT)   *
      *       ET SON FICHIER PARTIEL (DDROYPRT, CF ROYALPRT.cpy) ;     *
      *       L EXTRAIT, LE GRAND LIVRE ET LES RESERVES NE SONT MIS A  *
      *       JOUR QUE PAR LA FUSION DES FLUX (ROYALMRG)               *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
               FILE STATUS F-PX-STATUS
               .

      *    BAREMES DE DROITS PAR SUPPORT DU CONTRAT (CF CTRFORMT.cpy)
      *    -- UN SUPPORT SANS BAREME RESTE AU TAUX E-CO-DROITS, SUR LE
      *    PRIX FACTURE, SANS ABATTEMENT EMBALLAGE
           SELECT CTRFORMAT-KSDS
               ASSIGN TO DDCTRFMT
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FR-CLE
               FILE STATUS F-FR-STATUS
               .

      *    TARIF CATALOGUE (CF TARIF.cpy) -- PRIX DE GROS DES SUPPORTS
      *    DONT LE BAREME PREND LE PRIX DE GROS POUR ASSIETTE
           SELECT TARIF-KSDS
               ASSIGN TO DDTARIF
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS LP-CLE
               FILE STATUS F-LP-STATUS
               .

      *    ARTICLES DE MERCHANDISING (CF MERCH.cpy), CHARGES EN TABLE
      *    AU DEMARRAGE -- LEURS VENTES SONT REMUNEREES AU TAUX
      *    MERCHANDISING DU CONTRAT (E-CO-TAUX-MERCH)
           SELECT MERCH-KSDS
               ASSIGN TO DDMERCH
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS ME-CODEM
               FILE STATUS F-ME-STATUS
               .

      *    EXTRAIT PAYABLE, UNE LIGNE PAR CONTRAT, DESTINE A ETRE
      *    CHARGE DANS LE SYSTEME COMPTABLE FOURNISSEURS POUR LE
      *    PAIEMENT DES DROITS D AUTEUR DU MOIS
               FILE STATUS F-RL-STATUS
               .

      *    FICHIER PARTIEL DU FLUX EN MODE TRANCHE (CF ROYALPRT.cpy)
           SELECT PARTIEL-FILE
               ASSIGN TO DDROYPRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-PT-STATUS
               .

      *    FICHIER DE REPRISE -- MEMORISE LE DERNIER CONTRAT
      *    ENTIEREMENT TRAITE ET LES CUMULS ACQUIS, POUR REPRENDRE
      *    APRES UN ABEND SANS REFAIRE TOUTE LA PASSE (MEME PROCEDE
           .

       01 E-CONTRAT.
           05 E-CO-CODEA           PIC X(06).
           05 E-CO-CODEP           PIC X(06).
           05 E-CO-SIREN           PIC X(05).
           05 E-CO-FONCTION        PIC X(20).
           05 E-CO-DATE-SIGN       PIC X(10).
      *    VIE) GENERENT DES DROITS
           05 E-CO-STATUT          PIC X(01).
               88 E-CO-ACTIF           VALUE 'A' ' '.
      *    TAUX DE DROITS SUR LE MERCHANDISING (CF CONTRAT.cpy) --
      *    ZERO = PAS DE DROITS SUR LE MERCHANDISING
           05 E-CO-TAUX-MERCH      PIC 9(03)V9(02).
           05 FILLER               PIC X(05).

       01 E-CO-KEY REDEFINES E-CONTRAT PIC X(17).

       FD VENTES-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-VENTES
           .

       01 E-VENTES.
           05 VE-CODEA             PIC X(06).
           05 VE-SIREN             PIC X(05).
           05 VE-DATE-VENTE        PIC X(08).
           05 VE-NUM-LIGNE         PIC 9(02).
      *    CUMULS (LA VENTE D ORIGINE RESTE INCHANGEE, CF VENTES.cpy)
           05 VE-TYPE-MVT          PIC X(01).
               88 VE-MVT-RETOUR        VALUE 'R'.
           05 FILLER               PIC X(44).
      *    SUPPORT VENDU (CF VENTES.cpy) -- DETERMINE LE BAREME DE
      *    DROITS APPLICABLE (CF CTRFORMT.cpy)
           05 VE-FORMAT            PIC X(01).
           05 FILLER               PIC X(08).

       01 E-VE-KEY REDEFINES E-VENTES PIC X(21).

       FD DEVISE-KSDS
           RECORD 80 CHARACTERS

       COPY CTRPALIE.

       FD CTRFORMAT-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-CTRFORMAT
           .

       COPY CTRFORMT.

       FD TARIF-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-TARIF
           .

       COPY TARIF.

       FD MERCH-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-MERCH
           .

       COPY MERCH.

      *    EXTRAIT DES MONTANTS A PAYER, UNE LIGNE PAR CONTRAT (CODEA
      *    + CODEP DE L AYANT DROIT + SIREN DU DISTRIBUTEUR REGLE +
      *    PERIODE DE REFERENCE AAAAMM + MONTANT DU EN EUROS)
       FD ROYALX-FILE
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ROYALX
           .

      *    GRAND LIVRE DES DROITS (CF CPY/ROYALLDG.cpy POUR LE DETAIL
      *    DES ZONES DE RAPPROCHEMENT ACCRU/PAYE)
       FD ROYALLDG-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ROYALLDG
           .

       COPY ROYALLDG.

       FD PARTIEL-FILE
           RECORD 104 CHARACTERS
           DATA RECORD IS E-ROYALPRT
           .

       COPY ROYALPRT.

      *    F-RUNCTRL PORTE UN NIVEAU 77, INTERDIT PAR COBOL DANS UNE
      *    SECTION FILE -- L'ENREGISTREMENT EST REPRIS A LA MAIN
      *    FICHIER DE REPRISE -- DERNIERE CLE CONTRAT TRAITEE ET
      *    CUMULS ACQUIS A CE POINT ; EN MODE TRANCHE, LA TRANCHE DU
      *    FLUX ET LE DERNIER NUMERO D ORDRE DU FICHIER PARTIEL
       FD CHKPT-FILE
           RECORD 100 CHARACTERS
           DATA RECORD IS CHKPT-RECORD
           .

       01 CHKPT-RECORD.
           05 CK-CLE-CONTRAT       PIC X(17).
           05 CK-NB-CONTRATS       PIC 9(07).
           05 CK-TOTAL-DUS         PIC 9(11)V9(02).
           05 CK-NB-LEDGER-REJETS  PIC 9(07).
           05 CK-ALB-DEBUT         PIC X(06).
           05 CK-ALB-FIN           PIC X(06).
           05 CK-SEQ-PARTIEL       PIC 9(07).
           05 CK-NB-CONTRATS-LUS   PIC 9(07).
           05 CK-NB-LIGNES-MERCH   PIC 9(07).
           05 CK-NB-PRIX-GROS-ABS  PIC 9(07).
           05 FILLER               PIC X(16).

       FD RUNCTRL-KSDS
           RECORD 80 CHARACTERS
       77 F-RC-STATUS             PIC X(02) VALUE '00'.
       77 F-PX-STATUS             PIC X(02) VALUE '00'.
       77 F-RV-STATUS             PIC X(02) VALUE '00'.
       77 F-ME-STATUS             PIC X(02) VALUE '00'.
       77 F-FR-STATUS             PIC X(02) VALUE '00'.
       77 F-LP-STATUS             PIC X(02) VALUE '00'.
       77 F-PT-STATUS             PIC X(02) VALUE '00'.

      * CARTE PARAMETRE (CF EN-TETE DU PROGRAMME) -- TRANCHE DE CODES
      * ALBUM DU FLUX, A BLANC POUR UNE PASSE UNIQUE
       01 W-PARM-CARD.
           05 W-PARM-ALB-DEBUT        PIC X(06).
           05 W-PARM-ALB-FIN          PIC X(06).
           05 FILLER                  PIC X(68).
       01 MODE-TRANCHE-IND        PIC 9 VALUE 2.
           88 MODE-TRANCHE            VALUE 1.
           88 MODE-PASSE-UNIQUE       VALUE 2.
       01 TRANCHE-VIDE-IND        PIC 9 VALUE 2.
           88 TRANCHE-VIDE            VALUE 1.
           88 TRANCHE-NON-VIDE        VALUE 2.
      * DERNIER NUMERO D ORDRE ECRIT AU FICHIER PARTIEL
       77 NB-SEQ-PARTIEL          PIC 9(07) VALUE ZERO.

      * PERIODE DE REFERENCE DE L EXTRAIT PAYABLE (AAAAMM DE LA DATE
      * DE TRAITEMENT)

      * PREFIXE DE RECHERCHE DES VENTES D UN CONTRAT (CODEA + SIREN)
       01 W-VE-PREFIXE.
           05 W-VE-PFX-CODEA          PIC X(06).
           05 W-VE-PFX-SIREN          PIC X(05).

      * CUMUL DES VENTES DU CONTRAT EN COURS DE TRAITEMENT
       77 W-MONTANT-VENTE         PIC 9(09)V9(02) VALUE ZERO.
       77 W-MONTANT-DU            PIC 9(09)V9(02) VALUE ZERO.

      *    BAREMES PAR SUPPORT DU CONTRAT EN COURS (CF CTRFORMT.cpy)
      *    -- POSTE 1 CD, 2 VINYLE, 3 NUMERIQUE, 4 SUPPORT NON
      *    RENSEIGNE (VENTES ANTERIEURES AU SUPPORT, TOUJOURS AU TAUX
      *    DU CONTRAT) ; ASSIETTE NETTE D ABATTEMENT ET ABATTEMENT
      *    EMBALLAGE CUMULES PAR SUPPORT SUR LA PERIODE
       01 TABLE-SUPPORTS.
           05 TS-ENTREE OCCURS 4 TIMES INDEXED BY IDX-TS.
               10 TS-TAUX             PIC 9(03)V9(02).
               10 TS-TAUX-EMBALLAGE   PIC 9(02)V9(02).
               10 TS-ASSIETTE         PIC X(01).
                   88 TS-ASSIETTE-GROS     VALUE 'G'.
               10 TS-MONTANT-ASSIETTE PIC 9(09)V9(02).
               10 TS-MONTANT-ABATTEMENT PIC 9(09)V9(02).
       01 FIN-BAREMES-IND         PIC 9.
           88 FIN-BAREMES             VALUE 1.
           88 NON-FIN-BAREMES         VALUE 2.
       01 PRIX-GROS-IND           PIC 9.
           88 PRIX-GROS-TROUVE        VALUE 1.
           88 PRIX-GROS-ABSENT        VALUE 2.
       77 W-MONTANT-ABATTEMENT    PIC 9(09)V9(02) VALUE ZERO.
       77 W-TOTAL-ABATTEMENT      PIC 9(09)V9(02) VALUE ZERO.

      *    PALIERS DE TAUX DU CONTRAT EN COURS (CF CTRPALIE.cpy) --
      *    CHARGES PAR PREFIXE DE CLE, EN ORDRE DE NUMERO DE PALIER
      *    (SEUILS CROISSANTS PAR CONVENTION DE SAISIE). LES UNITES
      *    CUMULEES AVANT LA PERIODE ET CELLES DE LA PERIODE SONT
      *    RELEVEES PENDANT LE MEME PARCOURS DES VENTES. LES DROITS
      *    DE BASE SONT CALCULES AU TAUX DE CHAQUE SUPPORT ; CHAQUE
      *    PALIER AJOUTE A LA TRANCHE D UNITES DE LA PERIODE QUI LE
      *    TRAVERSE (AU PRIX MOYEN NET DE LA PERIODE) SON ECART DE
      *    POINTS SUR LE TAUX DE BASE E-CO-DROITS -- SANS BAREME PAR
      *    SUPPORT, LE RESULTAT EST CELUI DU TAUX DU PALIER
       01 TABLE-PALIERS.
           05 TX-ENTREE OCCURS 10 TIMES INDEXED BY IDX-TX.
               10 TX-SEUIL            PIC 9(09).
       77 W-BORNE-HAUTE           PIC 9(09) VALUE ZERO.
       77 W-TRANCHE-UNITES        PIC S9(09) VALUE ZERO.
       77 W-PRIX-MOYEN            PIC 9(07)V9(04) VALUE ZERO.
       77 W-ECART-POINTS          PIC S9(03)V9(02) VALUE ZERO.
       77 W-MONTANT-SIGNE         PIC S9(09)V9(02) VALUE ZERO.
       01 FIN-PALIERS-IND         PIC 9.
           88 FIN-PALIERS             VALUE 1.
           88 NON-FIN-PALIERS         VALUE 2.
           88 FIN-RESERVES            VALUE 1.
           88 NON-FIN-RESERVES        VALUE 2.

      *    ARTICLES DE MERCHANDISING (CF CHARGER-TABLE-ARTICLES) --
      *    ARTISTE ET ALBUM DE RATTACHEMENT DE CHAQUE ARTICLE
       01 TABLE-ARTICLES.
           05 TA-ENTREE OCCURS 500 TIMES INDEXED BY IDX-TA.
               10 TA-CODEM            PIC X(06).
               10 TA-CODEP            PIC X(06).
               10 TA-CODEA            PIC X(06).
       77 NB-ARTICLES             PIC 9(03) VALUE ZERO.
       01 FIN-MERCH-IND           PIC 9.
           88 FIN-MERCH               VALUE 1.
           88 NON-FIN-MERCH           VALUE 2.
      *    COUPLES ARTICLE + DISTRIBUTEUR DEJA REMUNERES DANS LA PASSE
      *    -- UN ARTICLE SANS ALBUM L EST AU PREMIER CONTRAT DE
      *    L ARTISTE AVEC LE DISTRIBUTEUR QUI PORTE UN TAUX
      *    MERCHANDISING, PAS AUX SUIVANTS
       01 TABLE-MERCH-FAITS.
           05 TF-ENTREE OCCURS 2000 TIMES INDEXED BY IDX-TF.
               10 TF-CODEM            PIC X(06).
               10 TF-SIREN            PIC X(05).
       77 NB-MERCH-FAITS          PIC 9(04) VALUE ZERO.
       01 MERCH-FAIT-IND          PIC 9.
           88 MERCH-DEJA-FAIT         VALUE 1.
           88 MERCH-A-FAIRE           VALUE 2.
      *    COUPLES ARTISTE + DISTRIBUTEUR DONT UN CONTRAT ACTIF AVEC
      *    TAUX MERCHANDISING PRECEDE LE PREMIER CONTRAT A TRAITER
      *    (DEBUT DE TRANCHE OU POINT DE REPRISE) -- LES ARTICLES SANS
      *    ALBUM Y ONT DEJA ETE REMUNERES, PAR UN AUTRE FLUX OU AVANT
      *    L ABEND (CF RELEVER-COUPLES-SERVIS)
       01 TABLE-COUPLES-SERVIS.
           05 TC-ENTREE OCCURS 2000 TIMES INDEXED BY IDX-TC.
               10 TC-CODEP            PIC X(06).
               10 TC-SIREN            PIC X(05).
       77 NB-COUPLES-SERVIS       PIC 9(04) VALUE ZERO.
       01 COUPLE-SERVI-IND        PIC 9.
           88 COUPLE-SERVI            VALUE 1.
           88 COUPLE-NON-SERVI        VALUE 2.
       77 W-CA-MERCH              PIC 9(09)V9(02) VALUE ZERO.
       77 W-MONTANT-MERCH         PIC 9(09)V9(02) VALUE ZERO.

      * CODE DE RETOUR ET ZONES DU FICHIER DE REPRISE -- INTERVALLE
      * DE CHECKPOINT ET DERNIERE CLE ENTIEREMENT TRAITEE (CF
      * VSAMTODB POUR LE MEME PROCEDE)
       77 CHKPT-STATUS            PIC X(02) VALUE '00'.
       77 NB-DEPUIS-CHECKPOINT    PIC 9(05) VALUE ZERO.
       77 INTERVALLE-CHECKPOINT   PIC 9(05) VALUE 00100.
       77 DERNIERE-CLE-TRAITEE    PIC X(17) VALUE LOW-VALUES.
       77 CHKPT-RESTART-KEY       PIC X(17) VALUE LOW-VALUES.
       77 CHKPT-ALB-DEBUT         PIC X(06) VALUE SPACES.
       77 CHKPT-ALB-FIN           PIC X(06) VALUE SPACES.
       01 REPRISE-IND             PIC 9.
           88 REPRISE-TRAITEMENT      VALUE 1.
           88 PAS-DE-REPRISE          VALUE 2.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-CONTRATS             PIC 9(07) VALUE ZERO.
       77 NB-CONTRATS-LUS         PIC 9(07) VALUE ZERO.
       77 TOTAL-DROITS-DUS        PIC 9(11)V9(02) VALUE ZERO.
       77 NB-LEDGER-REJETS        PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-MERCH         PIC 9(07) VALUE ZERO.
       77 NB-PRIX-GROS-ABSENTS    PIC 9(07) VALUE ZERO.

      * INDICATEUR DE FIN DE FICHIER CONTRAT
       01 FIN-CONTRAT-IND         PIC 9.
           MOVE 0 TO I
           SET FIN-CONTRAT TO TRUE
           ACCEPT W-DATE-JOUR-EXTRAIT FROM DATE YYYYMMDD
           MOVE SPACES TO W-PARM-CARD
           ACCEPT W-PARM-CARD FROM SYSIN
           PERFORM CONTROLER-TRANCHE
           PERFORM CALCULER-PERIODE-LIMITE
           PERFORM CONTROLER-SYNCHRO
      *    OUVERTURE DES FICHIERS VSAM
      *    RECHERCHE D'UN POINT DE REPRISE LAISSE PAR UNE EXECUTION
      *    PRECEDENTE INTERROMPUE
           PERFORM LIRE-CHECKPOINT
           IF REPRISE-TRAITEMENT
               PERFORM CONTROLER-TRANCHE-REPRISE
           END-IF
      *    CONTRATS QUI PRECEDENT LE PREMIER CONTRAT A TRAITER : LES
      *    ARTICLES SANS ALBUM DEJA REMUNERES PAR L UN D EUX NE
      *    DOIVENT PAS L ETRE UNE SECONDE FOIS
           IF REPRISE-TRAITEMENT OR W-PARM-ALB-DEBUT NOT = SPACES
               PERFORM RELEVER-COUPLES-SERVIS
           END-IF
           IF REPRISE-TRAITEMENT
               DISPLAY 'REPRISE A PARTIR DE LA CLE ' CHKPT-RESTART-KEY
               MOVE CHKPT-RESTART-KEY TO E-CO-KEY
                   INVALID KEY
                       SET REPRISE-EPUISEE TO TRUE
               END-START
           ELSE
               IF W-PARM-ALB-DEBUT NOT = SPACES
                   MOVE LOW-VALUES       TO E-CO-KEY
                   MOVE W-PARM-ALB-DEBUT TO E-CO-CODEA
                   START CONTRAT-KSDS KEY IS NOT LESS THAN E-CO-KEY
                       INVALID KEY
                           SET TRANCHE-VIDE TO TRUE
                   END-START
               END-IF
           END-IF
           OPEN INPUT VENTES-KSDS
           IF F-VE-STATUS NOT = ZERO
               DISPLAY 'CODE ERREUR = ' F-DH-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
      *    EN MODE TRANCHE, LES FLUX TOURNENT EN PARALLELE : LES
      *    RESERVES ET LE GRAND LIVRE NE SONT QUE LUS, LEURS MISES A
      *    JOUR PASSENT PAR LE FICHIER PARTIEL ET SONT APPLIQUEES PAR
      *    ROYALMRG
           IF MODE-TRANCHE
               OPEN INPUT RESERVE-KSDS
           ELSE
               OPEN I-O RESERVE-KSDS
           END-IF
           IF F-RV-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER RESERVES'
               DISPLAY 'CODE ERREUR = ' F-RV-STATUS
               DISPLAY 'CODE ERREUR = ' F-PX-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT CTRFORMAT-KSDS
           IF F-FR-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER BAREMES PAR SUPPORT'
               DISPLAY 'CODE ERREUR = ' F-FR-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT TARIF-KSDS
           IF F-LP-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER TARIF'
               DISPLAY 'CODE ERREUR = ' F-LP-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           PERFORM CHARGER-TABLE-DEVISES
           OPEN INPUT MERCH-KSDS
           IF F-ME-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER MERCHANDISING'
               DISPLAY 'CODE ERREUR = ' F-ME-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           PERFORM CHARGER-TABLE-ARTICLES
      *    EN REPRISE, L EXTRAIT DEJA PRODUIT AVANT L ABEND EST
      *    CONSERVE ET COMPLETE (EXTEND) -- LES CONTRATS TRAITES ENTRE
      *    LE DERNIER POINT DE REPRISE ET L ABEND PEUVENT Y FIGURER EN
      *    DOUBLE ; LE GRAND LIVRE (ROYALLDG), PROTEGE CONTRE LES
      *    DOUBLONS, FAIT FOI POUR LE RAPPROCHEMENT (CF ROYALREC).
      *    EN MODE TRANCHE L EXTRAIT EST OUVERT (SA ZONE SERT A
      *    CONSTRUIRE LA LIGNE) MAIS RESTE VIDE : DDROYALX EN DUMMY
      *    DANS LE FLUX, L EXTRAIT DE LA PASSE EST ECRIT PAR ROYALMRG
           IF REPRISE-TRAITEMENT
               OPEN EXTEND ROYALX-FILE
           ELSE
           END-IF
      *    LE FICHIER VSAM PEUT DEJA CONTENIR DES ENREGISTREMENTS,
      *    D OU UN I-O PLUTOT QU UN OUTPUT
           IF MODE-TRANCHE
               OPEN INPUT ROYALLDG-KSDS
           ELSE
               OPEN I-O ROYALLDG-KSDS
           END-IF
           IF F-RL-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER GRAND LIVRE'
               DISPLAY 'CODE ERREUR = ' F-RL-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
      *    FICHIER PARTIEL DU FLUX -- COMPLETE EN REPRISE, LES
      *    ECRITURES REFAITES DEPUIS LE POINT DE REPRISE REPRENANT
      *    LEUR NUMERO D ORDRE (ROYALMRG N EN GARDE QU UNE)
           IF MODE-TRANCHE
               IF REPRISE-TRAITEMENT
                   OPEN EXTEND PARTIEL-FILE
               ELSE
                   OPEN OUTPUT PARTIEL-FILE
               END-IF
               IF F-PT-STATUS NOT = ZERO
                   DISPLAY 'ERREUR OUVERTURE FICHIER PARTIEL DU FLUX'
                   DISPLAY 'CODE ERREUR = ' F-PT-STATUS
                   PERFORM FIN-TRAITEMENT
               END-IF
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'ROYALRPT - ETAT DES DROITS D AUTEUR PAR CONTRAT'
           IF MODE-TRANCHE
               DISPLAY 'TRANCHE DE CODES ALBUM  : [' W-PARM-ALB-DEBUT
                   ', ' W-PARM-ALB-FIN '['
           END-IF
           DISPLAY '---------------------------------------------'

           EVALUATE TRUE
               WHEN REPRISE-EPUISEE
                   DISPLAY 'REPRISE : AUCUN CONTRAT RESTANT A TRAITER'
               WHEN TRANCHE-VIDE
                   DISPLAY 'AUCUN CONTRAT DANS LA TRANCHE'
               WHEN OTHER
                   PERFORM LECTURE-ENRG-CONTRAT
                   PERFORM UNTIL FIN-CONTRAT
                       ADD 1 TO NB-CONTRATS-LUS
      *                UN CONTRAT BROUILLON, EN SIGNATURE OU RESILIE
      *                NE GENERE PAS DE DROITS
                       IF E-CO-ACTIF
                           PERFORM CALCULER-DROITS-CONTRAT
                       END-IF
                       MOVE E-CO-KEY TO DERNIERE-CLE-TRAITEE
                       PERFORM CHECKPOINT-INTERMEDIAIRE
                       PERFORM LECTURE-ENRG-CONTRAT
                   END-PERFORM
           END-EVALUATE

           SET FIN-NORMALE TO TRUE
           PERFORM FIN-TRAITEMENT
           CLOSE RUNCTRL-KSDS
           .

      *    CARTE A BLANC : PASSE UNIQUE ; SINON LE PROGRAMME EST UN
      *    FLUX DE LA PASSE, LIMITE A LA TRANCHE [DEBUT, FIN[
       CONTROLER-TRANCHE.
           IF W-PARM-ALB-DEBUT = SPACES AND W-PARM-ALB-FIN = SPACES
               SET MODE-PASSE-UNIQUE TO TRUE
           ELSE
               SET MODE-TRANCHE TO TRUE
               IF W-PARM-ALB-DEBUT NOT = SPACES
                       AND W-PARM-ALB-FIN NOT = SPACES
                       AND W-PARM-ALB-FIN NOT > W-PARM-ALB-DEBUT
                   DISPLAY 'TRANCHE INVALIDE, FIN NON SUPERIEURE AU '
                       'DEBUT : ' W-PARM-ALB-DEBUT ' ' W-PARM-ALB-FIN
                   DISPLAY 'RAPPORT INTERROMPU'
                   PERFORM FIN-TRAITEMENT
               END-IF
           END-IF
           .

      *    UN POINT DE REPRISE NE VAUT QUE POUR LA TRANCHE QUI L A
      *    LAISSE (PASSE UNIQUE : TRANCHE A BLANC) -- UN DDCHKPT
      *    CROISE ENTRE DEUX FLUX FERAIT SAUTER OU REFAIRE DES CONTRATS
       CONTROLER-TRANCHE-REPRISE.
           IF CHKPT-ALB-DEBUT NOT = W-PARM-ALB-DEBUT
                   OR CHKPT-ALB-FIN NOT = W-PARM-ALB-FIN
               DISPLAY 'POINT DE REPRISE D UNE AUTRE TRANCHE : ['
                   CHKPT-ALB-DEBUT ', ' CHKPT-ALB-FIN '['
               DISPLAY 'RAPPORT INTERROMPU, VERIFIER LE DDCHKPT'
               PERFORM FIN-TRAITEMENT
           END-IF
           .

      *    PARCOURS DES CONTRATS QUI PRECEDENT LE PREMIER CONTRAT A
      *    TRAITER (CLE JUSQU AU POINT DE REPRISE INCLUS, SINON CODE
      *    ALBUM AVANT LE DEBUT DE TRANCHE) -- LE FICHIER EST ENSUITE
      *    REPOSITIONNE PAR START
       RELEVER-COUPLES-SERVIS.
           MOVE ZERO TO NB-COUPLES-SERVIS
           PERFORM LECTURE-ENRG-CONTRAT
           PERFORM UNTIL FIN-CONTRAT
               IF REPRISE-TRAITEMENT
                   IF E-CO-KEY > CHKPT-RESTART-KEY
                       SET FIN-CONTRAT TO TRUE
                   END-IF
               ELSE
                   IF E-CO-CODEA NOT < W-PARM-ALB-DEBUT
                       SET FIN-CONTRAT TO TRUE
                   END-IF
               END-IF
               IF NON-FIN-CONTRAT
                   IF E-CO-ACTIF AND E-CO-TAUX-MERCH > ZERO
                       PERFORM NOTER-COUPLE-SERVI
                   END-IF
                   PERFORM LECTURE-ENRG-CONTRAT
               END-IF
           END-PERFORM
           .

       NOTER-COUPLE-SERVI.
           PERFORM CHERCHER-COUPLE-SERVI
           IF COUPLE-NON-SERVI
               IF NB-COUPLES-SERVIS < 2000
                   ADD 1 TO NB-COUPLES-SERVIS
                   MOVE E-CO-CODEP TO TC-CODEP (NB-COUPLES-SERVIS)
                   MOVE E-CO-SIREN TO TC-SIREN (NB-COUPLES-SERVIS)
               ELSE
                   DISPLAY 'TABLE COUPLES SERVIS PLEINE, IGNORE : '
                       E-CO-CODEP '/' E-CO-SIREN
               END-IF
           END-IF
           .

       CHERCHER-COUPLE-SERVI.
           SET COUPLE-NON-SERVI TO TRUE
           PERFORM VARYING IDX-TC FROM 1 BY 1
                   UNTIL IDX-TC > NB-COUPLES-SERVIS OR COUPLE-SERVI
               IF TC-CODEP (IDX-TC) = E-CO-CODEP
                       AND TC-SIREN (IDX-TC) = E-CO-SIREN
                   SET COUPLE-SERVI TO TRUE
               END-IF
           END-PERFORM
           .

       CHECKPOINT-INTERMEDIAIRE.
           ADD 1 TO NB-DEPUIS-CHECKPOINT
           IF NB-DEPUIS-CHECKPOINT >= INTERVALLE-CHECKPOINT
           MOVE NB-CONTRATS          TO CK-NB-CONTRATS
           MOVE TOTAL-DROITS-DUS     TO CK-TOTAL-DUS
           MOVE NB-LEDGER-REJETS     TO CK-NB-LEDGER-REJETS
           MOVE W-PARM-ALB-DEBUT     TO CK-ALB-DEBUT
           MOVE W-PARM-ALB-FIN       TO CK-ALB-FIN
           MOVE NB-SEQ-PARTIEL       TO CK-SEQ-PARTIEL
           MOVE NB-CONTRATS-LUS      TO CK-NB-CONTRATS-LUS
           MOVE NB-LIGNES-MERCH      TO CK-NB-LIGNES-MERCH
           MOVE NB-PRIX-GROS-ABSENTS TO CK-NB-PRIX-GROS-ABS
      *    LE FICHIER PARTIEL EST FERME ET ROUVERT POUR QUE TOUTES LES
      *    ECRITURES COUVERTES PAR LE POINT DE REPRISE SOIENT SUR
      *    DISQUE AU MOMENT OU IL EST POSE
           IF MODE-TRANCHE
               CLOSE PARTIEL-FILE
               OPEN EXTEND PARTIEL-FILE
           END-IF
           WRITE CHKPT-RECORD
           CLOSE CHKPT-FILE
           .
                       MOVE CK-NB-CONTRATS TO NB-CONTRATS
                       MOVE CK-TOTAL-DUS   TO TOTAL-DROITS-DUS
                       MOVE CK-NB-LEDGER-REJETS TO NB-LEDGER-REJETS
                       MOVE CK-ALB-DEBUT   TO CHKPT-ALB-DEBUT
                       MOVE CK-ALB-FIN     TO CHKPT-ALB-FIN
                       MOVE CK-SEQ-PARTIEL TO NB-SEQ-PARTIEL
                       MOVE CK-NB-CONTRATS-LUS TO NB-CONTRATS-LUS
                       MOVE CK-NB-LIGNES-MERCH TO NB-LIGNES-MERCH
                       MOVE CK-NB-PRIX-GROS-ABS
                           TO NB-PRIX-GROS-ABSENTS
                       SET REPRISE-TRAITEMENT TO TRUE
               END-READ
               CLOSE CHKPT-FILE
           MOVE ZERO TO W-UNITES-AVANT
           MOVE ZERO TO W-UNITES-PERIODE
           PERFORM CHARGER-PALIERS-CONTRAT
           PERFORM CHARGER-BAREMES-CONTRAT
           MOVE E-CO-CODEA TO W-VE-PFX-CODEA
           MOVE E-CO-SIREN TO W-VE-PFX-SIREN
           MOVE W-VE-PREFIXE TO VE-CODEA VE-SIREN
      *                    RETOUR NE GENERE PAS DE DROITS D AUTEUR
                           IF NOT VE-MVT-RETOUR AND
                                   VE-DATE-VENTE (1:6) = W-DJX-PERIODE
                               PERFORM VALORISER-VENTE
                               ADD VE-QTE TO W-UNITES-PERIODE
                           END-IF
      *                    LES UNITES ANTERIEURES A LA PERIODE
               END-READ
           END-PERFORM

           PERFORM CALCULER-MONTANT-SUPPORTS
           IF NB-PALIERS-CTR > ZERO
               PERFORM CALCULER-MONTANT-PALIERS
           END-IF

           DISPLAY 'CONTRAT ' E-CO-CODEA '/' E-CO-CODEP '/' E-CO-SIREN
               ' - CA VENTES = ' W-CA-VENTILATION
               ' - DROITS = ' E-CO-DROITS
               ' - ABATTEMENT = ' W-TOTAL-ABATTEMENT
               ' - MONTANT DU = ' W-MONTANT-DU

           ADD 1 TO NB-CONTRATS

           PERFORM ECRIRE-EXTRAIT-PAYABLE
           PERFORM ECRIRE-LIGNE-GRAND-LIVRE

      *    DROITS SUR LE MERCHANDISING DE L ARTISTE, AU TAUX DISTINCT
      *    DU CONTRAT -- SANS PALIERS NI RESERVE SUR RETOURS
           IF E-CO-TAUX-MERCH > ZERO
               PERFORM CALCULER-DROITS-MERCH
           END-IF
           .

      *    ARTICLES DE L ARTISTE DU CONTRAT RATTACHES A L ALBUM DU
      *    CONTRAT, OU SANS ALBUM DE RATTACHEMENT
       CALCULER-DROITS-MERCH.
           PERFORM VARYING IDX-TA FROM 1 BY 1
                   UNTIL IDX-TA > NB-ARTICLES
               IF TA-CODEP (IDX-TA) = E-CO-CODEP
                   AND (TA-CODEA (IDX-TA) = E-CO-CODEA
                        OR TA-CODEA (IDX-TA) = SPACES)
                   PERFORM CHERCHER-MERCH-FAIT
                   IF MERCH-A-FAIRE
                       PERFORM CALCULER-DROITS-ARTICLE
                   END-IF
               END-IF
           END-PERFORM
           .

       CHERCHER-MERCH-FAIT.
           SET MERCH-A-FAIRE TO TRUE
           PERFORM VARYING IDX-TF FROM 1 BY 1
                   UNTIL IDX-TF > NB-MERCH-FAITS OR MERCH-DEJA-FAIT
               IF TF-CODEM (IDX-TF) = TA-CODEM (IDX-TA)
                       AND TF-SIREN (IDX-TF) = E-CO-SIREN
                   SET MERCH-DEJA-FAIT TO TRUE
               END-IF
           END-PERFORM
      *    ARTICLE SANS ALBUM DEJA REMUNERE AVANT LE PREMIER CONTRAT
      *    TRAITE PAR CE FLUX (CF RELEVER-COUPLES-SERVIS)
           IF MERCH-A-FAIRE AND TA-CODEA (IDX-TA) = SPACES
               PERFORM CHERCHER-COUPLE-SERVI
               IF COUPLE-SERVI
                   SET MERCH-DEJA-FAIT TO TRUE
               END-IF
           END-IF
           .

      *    VENTES DE LA PERIODE DE L ARTICLE AU DISTRIBUTEUR DU
      *    CONTRAT (PARCOURS PAR PREFIXE CODE ARTICLE + SIREN) -- UNE
      *    LIGNE D EXTRAIT ET DE GRAND LIVRE PAR ARTICLE VENDU SUR LA
      *    PERIODE, SOUS LE CODE ARTICLE
       CALCULER-DROITS-ARTICLE.
           MOVE ZERO TO W-CA-MERCH
           MOVE LOW-VALUES         TO E-VENTES
           MOVE TA-CODEM (IDX-TA)  TO VE-CODEA
           MOVE E-CO-SIREN         TO VE-SIREN
           SET NON-FIN-VENTES TO TRUE

           START VENTES-KSDS KEY IS NOT LESS THAN E-VE-KEY
               INVALID KEY
                   SET FIN-VENTES TO TRUE
           END-START

           PERFORM UNTIL FIN-VENTES
               READ VENTES-KSDS NEXT RECORD
                   AT END
                       SET FIN-VENTES TO TRUE
                   NOT AT END
                       IF VE-CODEA = TA-CODEM (IDX-TA) AND
                          VE-SIREN = E-CO-SIREN
                           IF NOT VE-MVT-RETOUR AND
                                   VE-DATE-VENTE (1:6) = W-DJX-PERIODE
                               PERFORM LIRE-DEVISE
                               COMPUTE W-MONTANT-VENTE =
                                   VE-PRIX * VE-QTE * W-TAUX-VENTE
                               ADD W-MONTANT-VENTE TO W-CA-MERCH
                           END-IF
                       ELSE
                           SET FIN-VENTES TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           IF W-CA-MERCH > ZERO
               IF NB-MERCH-FAITS < 2000
                   ADD 1 TO NB-MERCH-FAITS
                   MOVE TA-CODEM (IDX-TA) TO TF-CODEM (NB-MERCH-FAITS)
                   MOVE E-CO-SIREN        TO TF-SIREN (NB-MERCH-FAITS)
               END-IF
               COMPUTE W-MONTANT-MERCH ROUNDED =
                   W-CA-MERCH * E-CO-TAUX-MERCH / 100
               DISPLAY 'MERCH   ' TA-CODEM (IDX-TA) '/' E-CO-CODEP
                   '/' E-CO-SIREN
                   ' - CA VENTES = ' W-CA-MERCH
                   ' - DROITS = ' E-CO-TAUX-MERCH
                   ' - MONTANT DU = ' W-MONTANT-MERCH
               ADD 1 TO NB-LIGNES-MERCH
               ADD W-MONTANT-MERCH TO TOTAL-DROITS-DUS
               PERFORM ECRIRE-EXTRAIT-MERCH
               PERFORM ECRIRE-GRAND-LIVRE-MERCH
           END-IF
           .

       ECRIRE-EXTRAIT-MERCH.
           MOVE SPACES            TO E-ROYALX
           MOVE TA-CODEM (IDX-TA) TO RX-CODEA
           MOVE E-CO-CODEP        TO RX-CODEP
           MOVE E-CO-SIREN        TO RX-SIREN
           MOVE W-DJX-PERIODE     TO RX-PERIODE
           MOVE W-MONTANT-MERCH   TO RX-MONTANT-DU
           MOVE ZERO              TO RX-MONTANT-RETENU
           MOVE ZERO              TO RX-MONTANT-LIBERE
           MOVE ZERO              TO RX-ABATTEMENT-CD
           MOVE ZERO              TO RX-ABATTEMENT-VINYLE
           MOVE 'EUR'             TO RX-DEVISE
           SET RX-LIGNE-MERCH     TO TRUE
           PERFORM ECRIRE-LIGNE-EXTRAIT
           .

       ECRIRE-GRAND-LIVRE-MERCH.
           INITIALIZE E-ROYALLDG
           MOVE TA-CODEM (IDX-TA) TO RL-CODEA
           MOVE E-CO-CODEP        TO RL-CODEP
           MOVE E-CO-SIREN        TO RL-SIREN
           MOVE W-DJX-PERIODE     TO RL-PERIODE
           MOVE W-MONTANT-MERCH   TO RL-MONTANT-ACCRU
           MOVE 'EUR'             TO RL-DEVISE
           MOVE W-DATE-JOUR-EXTRAIT TO RL-DATE-ACCRUE
           SET RL-EN-ATTENTE      TO TRUE
           PERFORM ECRIRE-GRAND-LIVRE
           .

       ECRIRE-EXTRAIT-PAYABLE.
           MOVE W-MONTANT-PAYABLE TO RX-MONTANT-DU
           MOVE W-MONTANT-RESERVE TO RX-MONTANT-RETENU
           MOVE W-MONTANT-LIBERE  TO RX-MONTANT-LIBERE
           MOVE TS-MONTANT-ABATTEMENT (1) TO RX-ABATTEMENT-CD
           MOVE TS-MONTANT-ABATTEMENT (2) TO RX-ABATTEMENT-VINYLE
           MOVE 'EUR'             TO RX-DEVISE
           MOVE SPACES            TO RX-TYPE-LIGNE
           PERFORM ECRIRE-LIGNE-EXTRAIT
           .

      *    EN MODE TRANCHE, LA LIGNE D EXTRAIT PART AU FICHIER PARTIEL
      *    DU FLUX ; ROYALMRG L ECRIT DANS L EXTRAIT DE LA PASSE
       ECRIRE-LIGNE-EXTRAIT.
           IF MODE-TRANCHE
               MOVE E-ROYALX TO PT-DONNEES
               SET PT-EXTRAIT TO TRUE
               PERFORM ECRIRE-PARTIEL
           ELSE
               WRITE E-ROYALX
               IF F-RX-STATUS NOT = ZERO
                   DISPLAY 'ERREUR ECRITURE EXTRAIT PAYABLE'
                   DISPLAY 'CODE ERREUR = ' F-RX-STATUS
               END-IF
           END-IF
           .

      *    ECRITURE NUMEROTEE AU FICHIER PARTIEL DU FLUX (PT-TYPE ET
      *    PT-DONNEES POSES PAR L APPELANT)
       ECRIRE-PARTIEL.
           ADD 1 TO NB-SEQ-PARTIEL
           MOVE W-PARM-ALB-DEBUT TO PT-ALB-DEBUT
           MOVE NB-SEQ-PARTIEL   TO PT-SEQ
           WRITE E-ROYALPRT
           IF F-PT-STATUS NOT = ZERO
               DISPLAY 'ERREUR ECRITURE FICHIER PARTIEL DU FLUX'
               DISPLAY 'CODE ERREUR = ' F-PT-STATUS
           END-IF
           .

      *    EN FIN NORMALE D UN FLUX, ENREGISTREMENT DE CONTROLE QUI
      *    ATTESTE QUE LA TRANCHE A ETE TRAITEE JUSQU AU BOUT ET PORTE
      *    SES CUMULS -- IL EST LE DERNIER DU FICHIER PARTIEL
       ECRIRE-CONTROLE-PARTIEL.
           MOVE SPACES               TO PT-DONNEES
           MOVE W-PARM-ALB-DEBUT     TO PT-C-ALB-DEBUT
           MOVE W-PARM-ALB-FIN       TO PT-C-ALB-FIN
           MOVE W-DJX-PERIODE        TO PT-C-PERIODE
           MOVE NB-CONTRATS-LUS      TO PT-C-NB-CONTRATS-LUS
           MOVE NB-CONTRATS          TO PT-C-NB-CONTRATS
           MOVE TOTAL-DROITS-DUS     TO PT-C-TOTAL-DUS
           MOVE NB-LIGNES-MERCH      TO PT-C-NB-LIGNES-MERCH
           MOVE NB-PRIX-GROS-ABSENTS TO PT-C-NB-PRIX-GROS-ABS
           SET PT-CONTROLE           TO TRUE
           MOVE W-PARM-ALB-DEBUT     TO PT-ALB-DEBUT
           SET PT-SEQ-CONTROLE       TO TRUE
           WRITE E-ROYALPRT
           IF F-PT-STATUS NOT = ZERO
               DISPLAY 'ERREUR ECRITURE CONTROLE DU FICHIER PARTIEL'
               DISPLAY 'CODE ERREUR = ' F-PT-STATUS
           END-IF
           .

           MOVE 'EUR'             TO RL-DEVISE
           MOVE W-DATE-JOUR-EXTRAIT TO RL-DATE-ACCRUE
           SET RL-EN-ATTENTE      TO TRUE
           PERFORM ECRIRE-GRAND-LIVRE
           .


      *    EN MODE TRANCHE, LA LIGNE PART AU FICHIER PARTIEL ; LE
      *    REJET SUR CLE DEJA PRESENTE EST ALORS FAIT PAR ROYALMRG
       ECRIRE-GRAND-LIVRE.
           IF MODE-TRANCHE
               MOVE E-ROYALLDG TO PT-DONNEES
               SET PT-GRAND-LIVRE TO TRUE
               PERFORM ECRIRE-PARTIEL
           ELSE
               WRITE E-ROYALLDG
                   INVALID KEY
                       ADD 1 TO NB-LEDGER-REJETS
                       DISPLAY 'REJET GRAND LIVRE, LIGNE DEJA '
                           'PRESENTE : ' RL-KEY
               END-WRITE
           END-IF
           .

      *    PERIODE LIMITE DE LIBERATION -- TROIS PERIODES EN ARRIERE
      *    DE LA PERIODE DE L EXTRAIT (PASSAGE D ANNEE GERE)
       CALCULER-PERIODE-LIMITE.
           MOVE W-MONTANT-RESERVE TO RV-MONTANT-RETENU
           SET RV-RETENUE         TO TRUE
           MOVE ZERO              TO RV-PERIODE-LIBERATION
           IF MODE-TRANCHE
               MOVE E-RESERVE TO PT-DONNEES
               SET PT-RESERVE-RETENUE TO TRUE
               PERFORM ECRIRE-PARTIEL
           ELSE
               WRITE E-RESERVE
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           .

      *    LIBERATION DES RESERVES DU CONTRAT ARRIVEES A ECHEANCE --
                           SET RV-LIBEREE TO TRUE
                           MOVE W-DJX-PERIODE
                               TO RV-PERIODE-LIBERATION
                           IF MODE-TRANCHE
                               MOVE E-RESERVE TO PT-DONNEES
                               SET PT-RESERVE-LIBEREE TO TRUE
                               PERFORM ECRIRE-PARTIEL
                           ELSE
                               REWRITE E-RESERVE
                           END-IF
                       END-IF
                   ELSE
                       SET FIN-RESERVES TO TRUE
           END-READ
           .

      *    BAREMES PAR SUPPORT DU CONTRAT EN COURS, RELEVES PAR
      *    PREFIXE DE CLE SUR CTRFMTG1 -- LES POSTES SANS BAREME
      *    GARDENT LE TAUX DU CONTRAT, LE PRIX FACTURE ET AUCUN
      *    ABATTEMENT
       CHARGER-BAREMES-CONTRAT.
           MOVE ZERO TO W-TOTAL-ABATTEMENT
           PERFORM VARYING IDX-TS FROM 1 BY 1 UNTIL IDX-TS > 4
               MOVE E-CO-DROITS TO TS-TAUX (IDX-TS)
               MOVE ZERO        TO TS-TAUX-EMBALLAGE (IDX-TS)
               MOVE 'F'         TO TS-ASSIETTE (IDX-TS)
               MOVE ZERO        TO TS-MONTANT-ASSIETTE (IDX-TS)
               MOVE ZERO        TO TS-MONTANT-ABATTEMENT (IDX-TS)
           END-PERFORM
           MOVE SPACES     TO E-CTRFORMAT
           MOVE E-CO-CODEA TO FR-CODEA
           MOVE E-CO-CODEP TO FR-CODEP
           MOVE E-CO-SIREN TO FR-SIREN
           SET NON-FIN-BAREMES TO TRUE
           START CTRFORMAT-KSDS KEY IS NOT LESS THAN FR-CLE
               INVALID KEY
                   SET FIN-BAREMES TO TRUE
           END-START
           PERFORM RELEVER-BAREME UNTIL FIN-BAREMES
           .

       RELEVER-BAREME.
           READ CTRFORMAT-KSDS NEXT RECORD
               AT END
                   SET FIN-BAREMES TO TRUE
               NOT AT END
                   IF FR-CODEA = E-CO-CODEA
                           AND FR-CODEP = E-CO-CODEP
                           AND FR-SIREN = E-CO-SIREN
                       EVALUATE TRUE
                           WHEN FR-FORMAT-CD
                               SET IDX-TS TO 1
                           WHEN FR-FORMAT-VINYLE
                               SET IDX-TS TO 2
                           WHEN OTHER
                               SET IDX-TS TO 3
                       END-EVALUATE
                       MOVE FR-TAUX      TO TS-TAUX (IDX-TS)
                       MOVE FR-ASSIETTE  TO TS-ASSIETTE (IDX-TS)
                       IF FR-FORMAT-PHYSIQUE
                           MOVE FR-TAUX-EMBALLAGE
                               TO TS-TAUX-EMBALLAGE (IDX-TS)
                       END-IF
                   ELSE
                       SET FIN-BAREMES TO TRUE
                   END-IF
           END-READ
           .

      *    ASSIETTE D UNE VENTE DE LA PERIODE SELON LE BAREME DE SON
      *    SUPPORT -- PRIX DE GROS DU TARIF (HT, EN EUROS) OU PRIX
      *    FACTURE CONVERTI EN EUROS, MOINS L ABATTEMENT EMBALLAGE
       VALORISER-VENTE.
           EVALUATE VE-FORMAT
               WHEN 'C'
                   SET IDX-TS TO 1
               WHEN 'V'
                   SET IDX-TS TO 2
               WHEN 'N'
                   SET IDX-TS TO 3
               WHEN OTHER
                   SET IDX-TS TO 4
           END-EVALUATE
           SET PRIX-GROS-ABSENT TO TRUE
           IF TS-ASSIETTE-GROS (IDX-TS)
               PERFORM LIRE-PRIX-GROS
           END-IF
           IF PRIX-GROS-TROUVE
               COMPUTE W-MONTANT-VENTE = LP-PRIX-LISTE * VE-QTE
           ELSE
               PERFORM LIRE-DEVISE
               COMPUTE W-MONTANT-VENTE =
                   VE-PRIX * VE-QTE * W-TAUX-VENTE
           END-IF
           COMPUTE W-MONTANT-ABATTEMENT ROUNDED =
               W-MONTANT-VENTE * TS-TAUX-EMBALLAGE (IDX-TS) / 100
           SUBTRACT W-MONTANT-ABATTEMENT FROM W-MONTANT-VENTE
           ADD W-MONTANT-VENTE TO TS-MONTANT-ASSIETTE (IDX-TS)
           ADD W-MONTANT-VENTE TO W-CA-VENTILATION
           ADD W-MONTANT-ABATTEMENT
               TO TS-MONTANT-ABATTEMENT (IDX-TS)
           ADD W-MONTANT-ABATTEMENT TO W-TOTAL-ABATTEMENT
           .

      *    PRIX DE GROS DE L ALBUM POUR LE SUPPORT VENDU, A DEFAUT LE
      *    PRIX TOUS SUPPORTS ; SANS TARIF, LA VENTE RESTE AU PRIX
      *    FACTURE
       LIRE-PRIX-GROS.
           MOVE VE-CODEA  TO LP-CODEA
           MOVE VE-FORMAT TO LP-FORMAT
           READ TARIF-KSDS
               INVALID KEY
                   MOVE SPACE TO LP-FORMAT
                   READ TARIF-KSDS
                       INVALID KEY
                           ADD 1 TO NB-PRIX-GROS-ABSENTS
                       NOT INVALID KEY
                           SET PRIX-GROS-TROUVE TO TRUE
                   END-READ
               NOT INVALID KEY
                   SET PRIX-GROS-TROUVE TO TRUE
           END-READ
           .

      *    PALIERS DE TAUX DU CONTRAT EN COURS, RELEVES PAR PREFIXE
      *    DE CLE SUR CTRPALG1 (EN ORDRE DE NUMERO DE PALIER)
       CHARGER-PALIERS-CONTRAT.
           END-READ
           .

      *    DROITS DE BASE -- ASSIETTE NETTE DE CHAQUE SUPPORT AU TAUX
      *    DE SON BAREME (E-CO-DROITS A DEFAUT)
       CALCULER-MONTANT-SUPPORTS.
           MOVE ZERO TO W-MONTANT-DU
           PERFORM VARYING IDX-TS FROM 1 BY 1 UNTIL IDX-TS > 4
               COMPUTE W-MONTANT-DU ROUNDED = W-MONTANT-DU +
                   (TS-MONTANT-ASSIETTE (IDX-TS) * TS-TAUX (IDX-TS)
                       / 100)
           END-PERFORM
           .

      *    TAUX PROGRESSIFS -- CHAQUE PALIER AJOUTE AUX DROITS DE BASE
      *    SON ECART DE POINTS SUR E-CO-DROITS, APPLIQUE A LA TRANCHE
      *    D UNITES DE LA PERIODE COMPRISE ENTRE SON SEUIL ET LE
      *    SEUIL DU PALIER SUIVANT, VALORISEE AU PRIX MOYEN NET DE LA
      *    PERIODE ; LES UNITES SOUS LE PREMIER SEUIL RESTENT AUX
      *    DROITS DE BASE
       CALCULER-MONTANT-PALIERS.
           MOVE W-MONTANT-DU TO W-MONTANT-SIGNE
      *    AUCUNE UNITE SUR LA PERIODE : RIEN A AJUSTER
           IF W-UNITES-PERIODE > ZERO
               COMPUTE W-PRIX-MOYEN ROUNDED =
                   W-CA-VENTILATION / W-UNITES-PERIODE
               MOVE W-UNITES-AVANT TO W-CUMUL-DEBUT
               COMPUTE W-CUMUL-FIN =
                   W-UNITES-AVANT + W-UNITES-PERIODE
      *        TRANCHES DES PALIERS, DANS L ORDRE DES SEUILS
               PERFORM VARYING IDX-TX FROM 1 BY 1
                       UNTIL IDX-TX > NB-PALIERS-CTR
                   END-IF
                   PERFORM MESURER-TRANCHE
                   IF W-TRANCHE-UNITES > ZERO
                       COMPUTE W-ECART-POINTS =
                           TX-TAUX (IDX-TX) - E-CO-DROITS
                       COMPUTE W-MONTANT-SIGNE ROUNDED =
                           W-MONTANT-SIGNE +
                           (W-TRANCHE-UNITES * W-PRIX-MOYEN
                               * W-ECART-POINTS / 100)
                   END-IF
               END-PERFORM
           END-IF
           IF W-MONTANT-SIGNE < ZERO
               MOVE ZERO TO W-MONTANT-DU
           ELSE
               MOVE W-MONTANT-SIGNE TO W-MONTANT-DU
           END-IF
           .

      *    UNITES DE LA PERIODE COMPRISES ENTRE LES DEUX BORNES DU
           END-PERFORM
           .

      *    CHARGEMENT EN TABLE DES ARTICLES DE MERCHANDISING (MEME
      *    PRINCIPE QUE CHARGER-TABLE-DEVISES)
       CHARGER-TABLE-ARTICLES.
           MOVE ZERO TO NB-ARTICLES
           PERFORM LECTURE-ENRG-MERCH
           PERFORM UNTIL FIN-MERCH
               IF NB-ARTICLES < 500
                   ADD 1 TO NB-ARTICLES
                   MOVE ME-CODEM TO TA-CODEM (NB-ARTICLES)
                   MOVE ME-CODEP TO TA-CODEP (NB-ARTICLES)
                   MOVE ME-CODEA TO TA-CODEA (NB-ARTICLES)
               ELSE
                   DISPLAY 'TABLE ARTICLES PLEINE, ARTICLE IGNORE : '
                       ME-CODEM
               END-IF
               PERFORM LECTURE-ENRG-MERCH
           END-PERFORM
           .

       LECTURE-ENRG-MERCH.
           READ MERCH-KSDS NEXT RECORD
               AT END
                   SET FIN-MERCH TO TRUE
               NOT AT END
                   SET NON-FIN-MERCH TO TRUE
           END-READ
           .

       LIRE-DEVISE.
           MOVE 1 TO W-TAUX-VENTE
           IF VE-DEVISE NOT = SPACES
       FIN-TRAITEMENT.
      *    FIN NORMALE : LE POINT DE REPRISE N'EST PLUS UTILE
           IF FIN-NORMALE
               IF MODE-TRANCHE
                   PERFORM ECRIRE-CONTROLE-PARTIEL
               END-IF
               PERFORM EFFACER-CHECKPOINT
           END-IF
           PERFORM EDITER-RAPPORT
           CLOSE DEVISE-KSDS
           CLOSE DEVISEH-KSDS
           CLOSE CTRPALIER-KSDS
           CLOSE CTRFORMAT-KSDS
           CLOSE TARIF-KSDS
           CLOSE MERCH-KSDS
           CLOSE RESERVE-KSDS
           CLOSE ROYALX-FILE
           CLOSE ROYALLDG-KSDS
           CLOSE PARTIEL-FILE
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'ROYALRPT - RAPPORT DE FIN DE TRAITEMENT'
           IF MODE-TRANCHE
               DISPLAY 'TRANCHE DE CODES ALBUM    : [' W-PARM-ALB-DEBUT
                   ', ' W-PARM-ALB-FIN '['
               DISPLAY 'CONTRATS LUS (TRANCHE)    : ' NB-CONTRATS-LUS
           END-IF
           DISPLAY 'CONTRATS TRAITES          : ' NB-CONTRATS
           DISPLAY 'TOTAL DES DROITS DUS      : ' TOTAL-DROITS-DUS
               ' EUR'
           DISPLAY 'LIGNES MERCHANDISING      : ' NB-LIGNES-MERCH
           DISPLAY 'VENTES SANS PRIX DE GROS  : ' NB-PRIX-GROS-ABSENTS
           DISPLAY 'REJETS GRAND LIVRE        : ' NB-LEDGER-REJETS
           DISPLAY '---------------------------------------------'
           .

      *    LE FLUX S ARRETE AU PREMIER CONTRAT DE LA TRANCHE SUIVANTE
       LECTURE-ENRG-CONTRAT.
           READ CONTRAT-KSDS NEXT RECORD
               AT END
                   SET FIN-CONTRAT TO TRUE
               NOT AT END
                   SET NON-FIN-CONTRAT TO TRUE
                   IF W-PARM-ALB-FIN NOT = SPACES
                           AND E-CO-CODEA NOT < W-PARM-ALB-FIN
                       SET FIN-CONTRAT TO TRUE
                   END-IF
           END-READ
           .
