      *       ECRIT UNE LIGNE UNIQUE PAR BENEFICIAIRE (DDROYNET)       *
      *       AVEC LA VENTILATION PAR SOURCE POUR LE RELEVE            *
      *                                                                *
      *       LES REVERSEMENTS AUX LABELS TIERS (DDREVLBX, REVLABEL)   *
      *       SONT FUSIONNES DE LA MEME FACON POUR PARTIR AU REGLEMENT *
      *       AVEC LES DROITS ; ILS NE RELEVENT D AUCUN CONTRAT ET     *
      *       ECHAPPENT AU CONTROLE DES LITIGES DE DROITS              *
      *                                                                *
      *       LA REMISE D UN GROUPE (CODEP TITULAIRE DE MEMBRES DANS   *
      *       MEMBREG1) EST ECLATEE EN UNE REMISE PAR MEMBRE, AU       *
      *       PRORATA DES PARTS DE LA FORMATION EN VIGUEUR SUR LA      *
      *       PERIODE, POUR ETRE REGLEE A CHAQUE MEMBRE                *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
               FILE STATUS F-RS-STATUS
               .

      *    REVERSEMENTS AUX LABELS TIERS (CF REVLABX.cpy)
           SELECT REVLABX-FILE
               ASSIGN TO DDREVLBX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-RT-STATUS
               .

      *    DOSSIERS DE LITIGE DE DROITS (CF ROYLIT.cpy) -- UNE LIGNE
      *    SOUS DOSSIER NON RESOLU EST ECARTEE DE LA REMISE
           SELECT ROYLIT-KSDS
               FILE STATUS F-LT-STATUS
               .

      *    MEMBRES DES GROUPES AVEC LEUR PART (CF MEMBRE.cpy), LUS
      *    PAR CLE GENERIQUE SUR LE CODEP DU GROUPE
           SELECT MEMBRE-KSDS
               ASSIGN TO DDMEMBRE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MG-CLE
               FILE STATUS F-MG-STATUS
               .

      *    FUSION PAR AYANT DROIT + PERIODE
           SELECT SORT-WORK
               ASSIGN TO DDSTWORK
       FILE SECTION.

       FD ROYALX-FILE
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ROYALX
           .


       COPY ROYALSYX.

       FD REVLABX-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS E-REVLABX
           .

       COPY REVLABX.

       FD ROYLIT-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-ROYLIT
      *    ROYLIT.cpy, DONT LA ZONE DE TRAVAIL EST PROPRE AUX ECRANS)
       01 E-ROYLIT.
           05 LT-CLE.
               10 LT-CODEA         PIC X(06).
               10 LT-CODEP         PIC X(06).
               10 LT-SIREN         PIC X(05).
               10 LT-PERIODE       PIC 9(06).
           05 LT-STATUT            PIC X(01).
               88 LT-RESOLU            VALUE 'R'.
           05 FILLER               PIC X(56).

       FD MEMBRE-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-MEMBRE
           .

       COPY MEMBRE.

      *    LIGNE DE FUSION -- UNE PAR LIGNE D EXTRAIT, TOUTES SOURCES
      *    CONFONDUES
           .

       01 SD-DROIT.
           05 SD-DR-CODEP           PIC X(06).
           05 SD-DR-PERIODE         PIC 9(06).
      *    SOURCE DU FLUX -- 'V' VENTES, 'P' PLAYLISTS, 'S' SYNCHRO,
      *    'L' REVERSEMENT A UN LABEL TIERS
           05 SD-DR-SOURCE          PIC X(01).
           05 SD-DR-MONTANT         PIC 9(09)V9(02).
           05 FILLER                PIC X(56).

       FD ROYALNTX-FILE
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ROYALNTX
           .

       77 F-RX-STATUS             PIC X(02) VALUE '00'.
       77 F-RP-STATUS             PIC X(02) VALUE '00'.
       77 F-RS-STATUS             PIC X(02) VALUE '00'.
       77 F-RT-STATUS             PIC X(02) VALUE '00'.
       77 F-NT-STATUS             PIC X(02) VALUE '00'.
       77 F-LT-STATUS             PIC X(02) VALUE '00'.
       77 F-MG-STATUS             PIC X(02) VALUE '00'.

      * RUPTURE EN COURS (CODEP + PERIODE) ET CUMULS PAR SOURCE
       77 W-CODEP-RUPTURE         PIC X(06) VALUE SPACES.
       77 W-PERIODE-RUPTURE       PIC 9(06) VALUE ZERO.
       77 W-CUMUL-VENTES          PIC 9(11)V9(02) VALUE ZERO.
       77 W-CUMUL-PLAYLIST        PIC 9(11)V9(02) VALUE ZERO.
       77 W-CUMUL-SYNC            PIC 9(11)V9(02) VALUE ZERO.
       77 W-CUMUL-LABELS          PIC 9(11)V9(02) VALUE ZERO.
       01 PREMIERE-RUPTURE-IND    PIC 9 VALUE 1.
           88 PREMIERE-RUPTURE        VALUE 1.
           88 PAS-PREMIERE-RUPTURE    VALUE 2.

      * MEMBRES DU GROUPE EN VIGUEUR SUR LA PERIODE DE LA RUPTURE
      * (AUCUN POUR UN AYANT DROIT QUI N EST PAS UN GROUPE) ET SOMME
      * DE LEURS PARTS, BASE DU PRORATA
       01 TABLE-MEMBRES.
           05 TM-ENTREE OCCURS 50 TIMES INDEXED BY IDX-TM.
               10 TM-CODEP            PIC X(06).
               10 TM-PART             PIC 9(03)V9(02).
       77 NB-MEMBRES-GROUPE       PIC 9(02) VALUE ZERO.
       77 W-TOTAL-PARTS           PIC 9(05)V9(02) VALUE ZERO.

      * LIGNE DE REMISE A ECRIRE -- BENEFICIAIRE, GROUPE EVENTUEL ET
      * MONTANTS PAR SOURCE (LA RUPTURE ENTIERE OU LA PART D UN
      * MEMBRE)
       77 W-REMISE-CODEP          PIC X(06) VALUE SPACES.
       77 W-REMISE-GROUPE         PIC X(06) VALUE SPACES.
       77 W-REMISE-VENTES         PIC 9(11)V9(02) VALUE ZERO.
       77 W-REMISE-PLAYLIST       PIC 9(11)V9(02) VALUE ZERO.
       77 W-REMISE-SYNC           PIC 9(11)V9(02) VALUE ZERO.
       77 W-REMISE-LABELS         PIC 9(11)V9(02) VALUE ZERO.

      * MONTANTS DEJA REPARTIS ENTRE LES MEMBRES, PAR SOURCE -- LE
      * DERNIER MEMBRE RECOIT LE SOLDE
       77 W-REPARTI-VENTES        PIC 9(11)V9(02) VALUE ZERO.
       77 W-REPARTI-PLAYLIST      PIC 9(11)V9(02) VALUE ZERO.
       77 W-REPARTI-SYNC          PIC 9(11)V9(02) VALUE ZERO.
       77 W-REPARTI-LABELS        PIC 9(11)V9(02) VALUE ZERO.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-LIGNES-VENTES        PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-PLAYLIST      PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-SYNC          PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-LABELS        PIC 9(07) VALUE ZERO.
       77 NB-REMISES-ECRITES      PIC 9(07) VALUE ZERO.
      * MONTANT TOTAL REMIS, REPRIS AU JOURNAL DES TRANSMISSIONS
       77 W-TOTAL-REMIS           PIC 9(13)V9(02) VALUE ZERO.
       77 NB-LIGNES-EN-LITIGE      PIC 9(07) VALUE ZERO.
       77 NB-REMISES-GROUPE       PIC 9(07) VALUE ZERO.

      * ISSUE DU CONTROLE DE LITIGE SUR LA LIGNE EN COURS
       01 W-LITIGE-IND            PIC 9.
       01 FIN-RS-IND              PIC 9.
           88 FIN-RS                  VALUE 1.
           88 NON-FIN-RS              VALUE 2.
       01 FIN-RT-IND              PIC 9.
           88 FIN-RT                  VALUE 1.
           88 NON-FIN-RT              VALUE 2.
       01 FIN-MEMBRES-IND         PIC 9.
           88 FIN-MEMBRES             VALUE 1.
           88 NON-FIN-MEMBRES         VALUE 2.
       01 FIN-TRIE-IND            PIC 9.
           88 FIN-TRIE                VALUE 1.
           88 NON-FIN-TRIE            VALUE 2.
           SET FIN-RX TO TRUE
           SET FIN-RP TO TRUE
           SET FIN-RS TO TRUE
           SET FIN-RT TO TRUE
           OPEN INPUT ROYLIT-KSDS
           IF F-LT-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER LITIGES DE DROITS'
               DISPLAY 'CODE ERREUR = ' F-LT-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT MEMBRE-KSDS
           IF F-MG-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER MEMBRES DE GROUPE'
               DISPLAY 'CODE ERREUR = ' F-MG-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN OUTPUT ROYALNTX-FILE
           IF F-NT-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER REMISES NETTES'
           PERFORM VERSER-EXTRAIT-VENTES
           PERFORM VERSER-EXTRAIT-PLAYLIST
           PERFORM VERSER-EXTRAIT-SYNC
           PERFORM VERSER-EXTRAIT-LABELS
           .

       VERSER-EXTRAIT-VENTES.
           CLOSE ROYALSYX-FILE
           .

      *    LE REVERSEMENT A UN LABEL TIERS NE RELEVE D AUCUN CONTRAT :
      *    PAS DE CONTROLE DE LITIGE DE DROITS
       VERSER-EXTRAIT-LABELS.
           OPEN INPUT REVLABX-FILE
           IF F-RT-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE EXTRAIT LABELS TIERS'
               DISPLAY 'CODE ERREUR = ' F-RT-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           PERFORM LECTURE-ENRG-RT
           PERFORM UNTIL FIN-RT
               ADD 1 TO NB-LIGNES-LABELS
               INITIALIZE SD-DROIT
               MOVE RT-CODEP      TO SD-DR-CODEP
               MOVE RT-PERIODE    TO SD-DR-PERIODE
               MOVE 'L'           TO SD-DR-SOURCE
               MOVE RT-MONTANT-DU TO SD-DR-MONTANT
               RELEASE SD-DROIT
               PERFORM LECTURE-ENRG-RT
           END-PERFORM
           CLOSE REVLABX-FILE
           .

      *    UNE LIGNE SOUS DOSSIER DE LITIGE NON RESOLU (ROYLITG1)
      *    EST ECARTEE DE LA REMISE -- ELLE SERA REPRISE AU PASSAGE
      *    SUIVANT LA RESOLUTION DU DOSSIER
                       ADD SD-DR-MONTANT TO W-CUMUL-PLAYLIST
                   WHEN 'S'
                       ADD SD-DR-MONTANT TO W-CUMUL-SYNC
                   WHEN 'L'
                       ADD SD-DR-MONTANT TO W-CUMUL-LABELS
               END-EVALUATE
               PERFORM RETOUR-ENRG-TRIE
           END-PERFORM
           END-IF
           .

      *    UN AYANT DROIT SANS MEMBRES EN VIGUEUR SUR LA PERIODE
      *    RECOIT SA REMISE ENTIERE ; UN GROUPE EST ECLATE EN UNE
      *    REMISE PAR MEMBRE
       ECRIRE-REMISE-NETTE.
           PERFORM CHARGER-MEMBRES-GROUPE
           IF NB-MEMBRES-GROUPE = ZERO
               MOVE W-CODEP-RUPTURE    TO W-REMISE-CODEP
               MOVE SPACES             TO W-REMISE-GROUPE
               MOVE W-CUMUL-VENTES     TO W-REMISE-VENTES
               MOVE W-CUMUL-PLAYLIST   TO W-REMISE-PLAYLIST
               MOVE W-CUMUL-SYNC       TO W-REMISE-SYNC
               MOVE W-CUMUL-LABELS     TO W-REMISE-LABELS
               PERFORM ECRIRE-LIGNE-REMISE
           ELSE
               PERFORM REPARTIR-REMISE-GROUPE
           END-IF
           MOVE ZERO TO W-CUMUL-VENTES
           MOVE ZERO TO W-CUMUL-PLAYLIST
           MOVE ZERO TO W-CUMUL-SYNC
           MOVE ZERO TO W-CUMUL-LABELS
           .

      *    CHAQUE SOURCE EST REPARTIE AU PRORATA DES PARTS -- LES
      *    PARTS SONT TRONQUEES AU CENTIME ET LE DERNIER MEMBRE RECOIT
      *    LE SOLDE, DE SORTE QUE LA SOMME DES REMISES DES MEMBRES
      *    EGALE TOUJOURS LA REMISE DU GROUPE
       REPARTIR-REMISE-GROUPE.
           ADD 1 TO NB-REMISES-GROUPE
           IF W-TOTAL-PARTS NOT = 100
               DISPLAY 'GROUPE ' W-CODEP-RUPTURE ' PERIODE '
                   W-PERIODE-RUPTURE ' PARTS EN VIGUEUR ' W-TOTAL-PARTS
                   ' -- REPARTITION AU PRORATA'
           END-IF
           MOVE ZERO TO W-REPARTI-VENTES
           MOVE ZERO TO W-REPARTI-PLAYLIST
           MOVE ZERO TO W-REPARTI-SYNC
           MOVE ZERO TO W-REPARTI-LABELS
           MOVE W-CODEP-RUPTURE TO W-REMISE-GROUPE
           PERFORM VARYING IDX-TM FROM 1 BY 1
                   UNTIL IDX-TM > NB-MEMBRES-GROUPE
               MOVE TM-CODEP (IDX-TM) TO W-REMISE-CODEP
               IF IDX-TM < NB-MEMBRES-GROUPE
                   COMPUTE W-REMISE-VENTES =
                       W-CUMUL-VENTES * TM-PART (IDX-TM)
                       / W-TOTAL-PARTS
                   COMPUTE W-REMISE-PLAYLIST =
                       W-CUMUL-PLAYLIST * TM-PART (IDX-TM)
                       / W-TOTAL-PARTS
                   COMPUTE W-REMISE-SYNC =
                       W-CUMUL-SYNC * TM-PART (IDX-TM)
                       / W-TOTAL-PARTS
                   COMPUTE W-REMISE-LABELS =
                       W-CUMUL-LABELS * TM-PART (IDX-TM)
                       / W-TOTAL-PARTS
                   ADD W-REMISE-VENTES   TO W-REPARTI-VENTES
                   ADD W-REMISE-PLAYLIST TO W-REPARTI-PLAYLIST
                   ADD W-REMISE-SYNC     TO W-REPARTI-SYNC
                   ADD W-REMISE-LABELS   TO W-REPARTI-LABELS
               ELSE
                   COMPUTE W-REMISE-VENTES =
                       W-CUMUL-VENTES - W-REPARTI-VENTES
                   COMPUTE W-REMISE-PLAYLIST =
                       W-CUMUL-PLAYLIST - W-REPARTI-PLAYLIST
                   COMPUTE W-REMISE-SYNC =
                       W-CUMUL-SYNC - W-REPARTI-SYNC
                   COMPUTE W-REMISE-LABELS =
                       W-CUMUL-LABELS - W-REPARTI-LABELS
               END-IF
               PERFORM ECRIRE-LIGNE-REMISE
           END-PERFORM
           .

       ECRIRE-LIGNE-REMISE.
           MOVE SPACES             TO E-ROYALNTX
           MOVE W-REMISE-CODEP     TO NT-CODEP
           MOVE W-REMISE-GROUPE    TO NT-CODEP-GROUPE
           MOVE W-PERIODE-RUPTURE  TO NT-PERIODE
           MOVE W-REMISE-VENTES    TO NT-MONTANT-VENTES
           MOVE W-REMISE-PLAYLIST  TO NT-MONTANT-PLAYLIST
           MOVE W-REMISE-SYNC      TO NT-MONTANT-SYNC
           MOVE W-REMISE-LABELS    TO NT-MONTANT-LABELS
           COMPUTE NT-MONTANT-TOTAL =
               W-REMISE-VENTES + W-REMISE-PLAYLIST + W-REMISE-SYNC
               + W-REMISE-LABELS
           WRITE E-ROYALNTX
           ADD 1 TO NB-REMISES-ECRITES
           ADD NT-MONTANT-TOTAL TO W-TOTAL-REMIS
               ' VENTES ' NT-MONTANT-VENTES
               ' PLAYLIST ' NT-MONTANT-PLAYLIST
               ' SYNC ' NT-MONTANT-SYNC
               ' LABELS ' NT-MONTANT-LABELS
               ' TOTAL ' NT-MONTANT-TOTAL
           IF NT-CODEP-GROUPE NOT = SPACES
               DISPLAY '       PART DU GROUPE ' NT-CODEP-GROUPE
           END-IF
           .

      *    FORMATION DU GROUPE EN VIGUEUR EN FIN DE PERIODE : LIGNE
      *    ENTREE EN VIGUEUR AU PLUS TARD DANS LE MOIS ET SORTIE AU
      *    PLUS TOT LE MOIS SUIVANT (CF MEMBRE.cpy)
       CHARGER-MEMBRES-GROUPE.
           MOVE ZERO TO NB-MEMBRES-GROUPE
           MOVE ZERO TO W-TOTAL-PARTS
           MOVE SPACES          TO E-MEMBRE
           MOVE W-CODEP-RUPTURE TO MG-CODEP-GROUPE
           MOVE LOW-VALUES      TO MG-CODEP-MEMBRE
           MOVE ZERO            TO MG-DATE-EFFET
           SET NON-FIN-MEMBRES TO TRUE
           START MEMBRE-KSDS KEY IS NOT LESS THAN MG-CLE
               INVALID KEY
                   SET FIN-MEMBRES TO TRUE
           END-START
           PERFORM RELEVER-MEMBRE UNTIL FIN-MEMBRES
           .

       RELEVER-MEMBRE.
           READ MEMBRE-KSDS NEXT RECORD
               AT END
                   SET FIN-MEMBRES TO TRUE
               NOT AT END
                   IF MG-CODEP-GROUPE = W-CODEP-RUPTURE
                       IF MG-MOIS-EFFET NOT > W-PERIODE-RUPTURE
                               AND (MG-DATE-FIN = ZERO
                               OR MG-MOIS-FIN > W-PERIODE-RUPTURE)
                               AND NB-MEMBRES-GROUPE < 50
                           ADD 1 TO NB-MEMBRES-GROUPE
                           MOVE MG-CODEP-MEMBRE
                               TO TM-CODEP (NB-MEMBRES-GROUPE)
                           MOVE MG-PART
                               TO TM-PART (NB-MEMBRES-GROUPE)
                           ADD MG-PART TO W-TOTAL-PARTS
                       END-IF
                   ELSE
                       SET FIN-MEMBRES TO TRUE
                   END-IF
           END-READ
           .

       RETOUR-ENRG-TRIE.
       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE ROYLIT-KSDS
           CLOSE MEMBRE-KSDS
           CLOSE ROYALNTX-FILE
           STOP RUN
           .
           DISPLAY 'LIGNES EXTRAIT VENTES     : ' NB-LIGNES-VENTES
           DISPLAY 'LIGNES EXTRAIT PLAYLISTS  : ' NB-LIGNES-PLAYLIST
           DISPLAY 'LIGNES EXTRAIT SYNCHRO    : ' NB-LIGNES-SYNC
           DISPLAY 'LIGNES LABELS TIERS       : ' NB-LIGNES-LABELS
           DISPLAY 'REMISES NETTES ECRITES    : ' NB-REMISES-ECRITES
           DISPLAY 'LIGNES EN LITIGE ECARTEES : ' NB-LIGNES-EN-LITIGE
           DISPLAY 'REMISES GROUPE ECLATEES   : ' NB-REMISES-GROUPE
           DISPLAY '---------------------------------------------'
           .

           END-READ
           .

       LECTURE-ENRG-RT.
           READ REVLABX-FILE
               AT END
                   SET FIN-RT TO TRUE
               NOT AT END
                   SET NON-FIN-RT TO TRUE
           END-READ
           .

      *    INSCRIT LA VERSION EMISE AU JOURNAL DES TRANSMISSIONS (CF
      *    TRANSLOG.cpy) -- UNE RELANCE SUR LA MEME PERIODE S INSCRIT
      *    EN VERSION SUIVANTE AVEC LE STATUT REEMISSION
