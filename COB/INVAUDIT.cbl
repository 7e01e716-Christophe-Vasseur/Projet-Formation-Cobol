      *       FACTURE VIA UN TRI, CHAQUE TROU ET CHAQUE DOUBLON EST    *
      *       SIGNALE AVEC LES CLES DE VENTE CONCERNEES, ET LE PLUS    *
      *       GRAND NUMERO RENCONTRE EST RAPPROCHE DU COMPTEUR         *
      *       INVSEQG1 (IS-DERNIER-NUM). LES FACTURES DE PENALITES     *
      *       (PENALG1) PRENNENT LEUR NUMERO SUR LE MEME COMPTEUR ET   *
      *       ENTRENT DANS LA SEQUENCE, DE MEME QUE LES FACTURES DE    *
      *       LICENCE DE SYNCHRONISATION (SYNFACG1, UNE PAR NUMERO     *
      *       QUEL QUE SOIT LE NOMBRE D ECHEANCES) ; UNE FACTURE       *
      *       ANNULEE PAR AVOIR ET REEMISE (VE-STATUT-REGLEMENT 'A')   *
      *       RESTE JUSTIFIEE, SON LIEN ANNULG1 EST CONTROLE ET EDITE  *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

               FILE STATUS F-IV-STATUS
               .

      *    LIENS DES FACTURES ANNULEES ET REEMISES (CF ANNULFAC.cpy)
           SELECT ANNULFAC-KSDS
               ASSIGN TO DDANNUL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AN-CLE-ORIGINE
               FILE STATUS F-AN-STATUS
               .

      *    FACTURES DE PENALITES DE RETARD (CF PENALITE.cpy)
           SELECT PENALITE-KSDS
               ASSIGN TO DDPENAL
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PE-NUM-FACTURE
               FILE STATUS F-PE-STATUS
               .

      *    FACTURES DE LICENCE DE SYNCHRONISATION (CF SYNCFAC.cpy)
           SELECT SYNCFAC-KSDS
               ASSIGN TO DDSYNFAC
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS SF-CLE
               FILE STATUS F-SF-STATUS
               .

      *    TRI DES FACTURES PAR NUMERO CROISSANT
           SELECT SORT-WORK
               ASSIGN TO DDSTWORK
       FILE SECTION.

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
           05 FILLER               PIC X(07).
           05 VE-STATUT-REGLEMENT  PIC X(01).
               88 VE-FACTURE-ANNULEE   VALUE 'A'.
           05 FILLER               PIC X(07).

       01 E-VE-KEY REDEFINES E-VENTES PIC X(21).

      *    E-INVSEQ PORTE DES CLAUSES VALUE, INTERDITES EN SECTION
      *    FICHIER : DESSIN LOCAL (CF VSAMUNLD POUR LE MEME PROCEDE)
           05 IV-DERNIER-NUM        PIC 9(09).
           05 FILLER                PIC X(63).

       FD ANNULFAC-KSDS
           RECORD 120 CHARACTERS
           DATA RECORD IS E-ANNULFAC
           .

       COPY ANNULFAC.

       FD PENALITE-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-PENALITE
           .

       COPY PENALITE.

       FD SYNCFAC-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-SYNCFAC
           .

       COPY SYNCFAC.

      *    ZONE DE TRI -- UNE LIGNE PAR FACTURE
       SD SORT-WORK
           RECORD CONTAINS 80 CHARACTERS

       01 SD-FACTURE.
           05 SD-FA-NUM             PIC 9(09).
      *    CLE DE LA VENTE, OU 'PENALITES ' + SIREN POUR UNE FACTURE
      *    DE PENALITES, 'LICENCE ' + CODEC + LICENCE POUR UNE
      *    FACTURE DE LICENCE DE SYNCHRONISATION
           05 SD-FA-CLE             PIC X(21).
      *    'V' VENTE, 'A' VENTE ANNULEE ET REEMISE, 'P' PENALITES,
      *    'S' LICENCE DE SYNCHRONISATION
           05 SD-FA-ORIGINE         PIC X(01).
               88 SD-FA-VENTE           VALUE 'V'.
               88 SD-FA-ANNULEE         VALUE 'A'.
               88 SD-FA-PENALITES       VALUE 'P'.
               88 SD-FA-SYNC            VALUE 'S'.
           05 FILLER                PIC X(49).

      * -------------------------------------------------------------- *
      *                                                                *
      * CODES DE RETOUR DE LECTURE DES FICHIERS
       77 F-VE-STATUS             PIC X(02) VALUE '00'.
       77 F-IV-STATUS             PIC X(02) VALUE '00'.
       77 F-AN-STATUS             PIC X(02) VALUE '00'.
       77 F-PE-STATUS             PIC X(02) VALUE '00'.
       77 F-SF-STATUS             PIC X(02) VALUE '00'.

      * NUMERO ET CLE DE LA FACTURE PRECEDENTE DANS LA SEQUENCE TRIEE
       77 W-NUM-PRECEDENT         PIC 9(09) VALUE ZERO.
       77 W-CLE-PRECEDENTE        PIC X(21) VALUE SPACES.
       77 W-PLUS-GRAND-NUM        PIC 9(09) VALUE ZERO.
       77 W-TROU-DEBUT            PIC 9(09) VALUE ZERO.
       77 W-TROU-FIN              PIC 9(09) VALUE ZERO.
       77 NB-TROUS                PIC 9(07) VALUE ZERO.
       77 NB-NUMEROS-MANQUANTS    PIC 9(09) VALUE ZERO.
       77 NB-DOUBLONS             PIC 9(07) VALUE ZERO.
       77 NB-FACTURES-PENALITES   PIC 9(07) VALUE ZERO.
       77 NB-FACTURES-SYNC        PIC 9(07) VALUE ZERO.
       77 NB-FACTURES-ANNULEES    PIC 9(07) VALUE ZERO.
       77 NB-ANNULEES-SANS-LIEN   PIC 9(07) VALUE ZERO.

      * INDICATEURS DE FIN DE FICHIER
       01 FIN-VENTES-IND          PIC 9.
           88 FIN-VENTES              VALUE 1.
           88 NON-FIN-VENTES          VALUE 2.
       01 FIN-PENALITES-IND       PIC 9.
           88 FIN-PENALITES           VALUE 1.
           88 NON-FIN-PENALITES       VALUE 2.
       01 FIN-SYNCFAC-IND         PIC 9.
           88 FIN-SYNCFAC             VALUE 1.
           88 NON-FIN-SYNCFAC         VALUE 2.
       01 FIN-TRIE-IND            PIC 9.
           88 FIN-TRIE                VALUE 1.
           88 NON-FIN-TRIE            VALUE 2.
               DISPLAY 'CODE ERREUR = ' F-IV-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT ANNULFAC-KSDS
           IF F-AN-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER FACTURES ANNULEES'
               DISPLAY 'CODE ERREUR = ' F-AN-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.
      *    SEULES LES VENTES NORMALES PORTEUSES D UN NUMERO ENTRENT
      *    DANS L AUDIT -- LES RETOURS PORTENT DES NUMEROS D AVOIR
      *    (COMPTEUR AVOSEQG1, SEQUENCE DISTINCTE) ET LES LIGNES SANS
      *    NUMERO SONT ANTERIEURES A LA NUMEROTATION. LES FACTURES DE
      *    PENALITES ET DE LICENCE DE SYNCHRONISATION SONT AJOUTEES A
      *    LA SUITE
       EXTRAIRE-FACTURES.
           OPEN INPUT VENTES-KSDS
           IF F-VE-STATUS NOT = ZERO
                       INITIALIZE SD-FACTURE
                       MOVE VE-NUM-FACTURE TO SD-FA-NUM
                       MOVE E-VE-KEY       TO SD-FA-CLE
                       IF VE-FACTURE-ANNULEE
                           SET SD-FA-ANNULEE TO TRUE
                       ELSE
                           SET SD-FA-VENTE TO TRUE
                       END-IF
                       RELEASE SD-FACTURE
                   END-IF
               END-IF
           END-PERFORM

           CLOSE VENTES-KSDS

           PERFORM EXTRAIRE-PENALITES
           PERFORM EXTRAIRE-FACTURES-SYNC
           .

      *    UN FICHIER DE PENALITES ABSENT (PENALRET JAMAIS PASSE)
      *    N EMPECHE PAS L AUDIT DES VENTES
       EXTRAIRE-PENALITES.
           OPEN INPUT PENALITE-KSDS
           IF F-PE-STATUS NOT = ZERO
               DISPLAY 'FICHIER FACTURES DE PENALITES NON LU, '
                   'CODE ERREUR = ' F-PE-STATUS
           ELSE
               PERFORM LECTURE-ENRG-PENALITES
               PERFORM UNTIL FIN-PENALITES
                   INITIALIZE SD-FACTURE
                   MOVE PE-NUM-FACTURE TO SD-FA-NUM
                   MOVE 'PENALITES '   TO SD-FA-CLE
                   MOVE PE-SIREN       TO SD-FA-CLE(11:5)
                   SET SD-FA-PENALITES TO TRUE
                   RELEASE SD-FACTURE
                   ADD 1 TO NB-FACTURES-PENALITES
                   PERFORM LECTURE-ENRG-PENALITES
               END-PERFORM
               CLOSE PENALITE-KSDS
           END-IF
           .

      *    UNE FACTURE DE LICENCE PORTE UN SEUL NUMERO POUR TOUT SON
      *    ECHEANCIER : SEULE LA PREMIERE ECHEANCE EST RETENUE. UN
      *    FICHIER ABSENT (SYNCFACT JAMAIS PASSE) N EMPECHE PAS L AUDIT
       EXTRAIRE-FACTURES-SYNC.
           OPEN INPUT SYNCFAC-KSDS
           IF F-SF-STATUS NOT = ZERO
               DISPLAY 'FICHIER FACTURES DE LICENCE NON LU, '
                   'CODE ERREUR = ' F-SF-STATUS
           ELSE
               PERFORM LECTURE-ENRG-SYNCFAC
               PERFORM UNTIL FIN-SYNCFAC
                   IF SF-NUM-ECHEANCE = 1
                       INITIALIZE SD-FACTURE
                       MOVE SF-NUM-FACTURE TO SD-FA-NUM
                       MOVE 'LICENCE '     TO SD-FA-CLE
                       MOVE SF-LICENCE     TO SD-FA-CLE(9:10)
                       SET SD-FA-SYNC TO TRUE
                       RELEASE SD-FACTURE
                       ADD 1 TO NB-FACTURES-SYNC
                   END-IF
                   PERFORM LECTURE-ENRG-SYNCFAC
               END-PERFORM
               CLOSE SYNCFAC-KSDS
           END-IF
           .

       CONTROLER-SEQUENCE.
           PERFORM UNTIL FIN-TRIE
               ADD 1 TO NB-FACTURES-AUDITEES
               PERFORM EXAMINER-FACTURE
               IF SD-FA-ANNULEE
                   PERFORM JUSTIFIER-ANNULATION
               END-IF
               MOVE SD-FA-NUM TO W-NUM-PRECEDENT
               MOVE SD-FA-CLE TO W-CLE-PRECEDENTE
               MOVE SD-FA-NUM TO W-PLUS-GRAND-NUM
           END-EVALUATE
           .

      *    UN NUMERO ANNULE RESTE DANS LA SEQUENCE : IL EST JUSTIFIE
      *    PAR SON AVOIR ET SA FACTURE DE REMPLACEMENT (ANNULG1) ; UNE
      *    LIGNE ANNULEE SANS LIEN EST SIGNALEE
       JUSTIFIER-ANNULATION.
           ADD 1 TO NB-FACTURES-ANNULEES
           MOVE SD-FA-CLE TO AN-CLE-ORIGINE
           READ ANNULFAC-KSDS
               INVALID KEY
                   ADD 1 TO NB-ANNULEES-SANS-LIEN
                   DISPLAY '*** FACTURE ' SD-FA-NUM ' ANNULEE SANS '
                       'LIEN ANNULG1, CLE ' SD-FA-CLE ' ***'
               NOT INVALID KEY
                   DISPLAY 'FACTURE ' SD-FA-NUM ' ANNULEE PAR AVOIR '
                       AN-NUM-AVOIR ', REEMISE SOUS '
                       AN-NUM-FACTURE-NOUV
           END-READ
           .

       SIGNALER-TROU-INITIAL.
           ADD 1 TO NB-TROUS
           COMPUTE W-TROU-FIN = SD-FA-NUM - 1
       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE INVSEQ-KSDS
           CLOSE ANNULFAC-KSDS
           STOP RUN
           .

           DISPLAY 'TROUS DE SEQUENCE         : ' NB-TROUS
           DISPLAY 'NUMEROS MANQUANTS         : ' NB-NUMEROS-MANQUANTS
           DISPLAY 'DOUBLONS                  : ' NB-DOUBLONS
           DISPLAY 'FACTURES DE PENALITES     : ' NB-FACTURES-PENALITES
           DISPLAY 'FACTURES DE LICENCE SYNC  : ' NB-FACTURES-SYNC
           DISPLAY 'FACTURES ANNULEES         : ' NB-FACTURES-ANNULEES
           DISPLAY 'ANNULEES SANS LIEN        : ' NB-ANNULEES-SANS-LIEN
           DISPLAY '---------------------------------------------'
           .

                   SET NON-FIN-VENTES TO TRUE
           END-READ
           .

       LECTURE-ENRG-PENALITES.
           READ PENALITE-KSDS NEXT RECORD
               AT END
                   SET FIN-PENALITES TO TRUE
               NOT AT END
                   SET NON-FIN-PENALITES TO TRUE
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
