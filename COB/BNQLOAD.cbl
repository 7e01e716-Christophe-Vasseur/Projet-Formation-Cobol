      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *      BATCH DE CHARGEMENT DES COORDONNEES BANCAIRES DES         *
      *      AYANTS DROIT (BNQPERG1)                                   *
      *                                                                *
      *      L IBAN (CLE MODULO 97) ET LE BIC (8 OU 11 CARACTERES)     *
      *      DE CHAQUE CARTE SONT CONTROLES. IBAN ET BIC NE SONT       *
      *      JAMAIS ECRITS DIRECTEMENT : UNE PREMIERE SAISIE OU UN     *
      *      CHANGEMENT DE DOMICILIATION EST DEPOSE EN DEMANDE DANS    *
      *      MODATTG1 (CF MODATT.cpy), APPLIQUEE A LA VALIDATION PAR   *
      *      UN SUPERVISEUR (ECRAN APIG1DM6). LE TITULAIRE ET LA       *
      *      DEVISE DE PAIEMENT SONT MIS A JOUR SANS VALIDATION        *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

       FILE-CONTROL.

      *    FICHIER DE CHARGEMENT, UN ENREG PAR AYANT DROIT (CODEP +
      *    IBAN + BIC + TITULAIRE + DEVISE), MEME FORMAT QUE LE
      *    FICHIER VSAM (SEQUENTIEL, NON TRIE) -- L INDICATEUR DE
      *    STATUT (COLONNE 78) N EST PAS REPRIS
           SELECT CHARGE-FILE
               ASSIGN TO DDCHARGE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-BP-STATUS
               .

      *    DEMANDES DE MODIFICATION EN ATTENTE DE VALIDATION
           SELECT MODATT-KSDS
               ASSIGN TO DDMODATT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MV-CLE
               FILE STATUS F-MV-STATUS
               .

      * ============================================================== *
      *                                                                *
      *                         DATA DIVISION                          *
           DATA RECORD IS E-CHARGE
           .

       01 E-CHARGE.
           05 CH-CODEP             PIC X(06).
           05 CH-IBAN              PIC X(34).
           05 CH-BIC               PIC X(11).
           05 CH-TITULAIRE         PIC X(25).
           05 CH-DEVISE-PAIEMENT   PIC X(03).
           05 FILLER               PIC X(01).

       FD BNQPERS-KSDS
           RECORD 80 CHARACTERS

       COPY BNQPERS.

       FD MODATT-KSDS
           RECORD 170 CHARACTERS
           DATA RECORD IS E-MODATT
           .

       COPY MODATT.

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-CH-STATUS              PIC X(02) VALUE '00'.
       77 F-BP-STATUS              PIC X(02) VALUE '00'.
       77 F-MV-STATUS              PIC X(02) VALUE '00'.

      * HORODATAGE DES DEMANDES DEPOSEES
       77 W-DATE-JOUR              PIC 9(08).
       77 W-HEURE-JOUR             PIC 9(08).

      * MOTIF DE REJET DE LA CARTE EN COURS (SPACES = CARTE VALIDE,
      * LE PREMIER MOTIF RENCONTRE EST EDITE)
       77 W-MOTIF-REJET            PIC X(30) VALUE SPACES.

      * CONTROLE DE L IBAN (NORME ISO 13616) : PAYS SUR 2 LETTRES,
      * CLE SUR 2 CHIFFRES, PUIS COMPTE ALPHANUMERIQUE ; LES QUATRE
      * PREMIERS CARACTERES SONT REPORTES EN FIN, CHAQUE LETTRE VAUT
      * 10 (A) A 35 (Z), ET LE NOMBRE OBTENU MODULO 97 DOIT VALOIR 1
      * -- CALCULE DE PROCHE EN PROCHE POUR RESTER DANS UN 9(05)
       01 W-ALPHABET               PIC X(26)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       77 W-IB-LONG                PIC 9(02) COMP VALUE ZERO.
       77 W-IB-I                   PIC 9(02) COMP VALUE ZERO.
       77 W-IB-J                   PIC 9(02) COMP VALUE ZERO.
       01 W-IB-CAR                 PIC X(01).
       01 W-IB-CHIFFRE REDEFINES W-IB-CAR PIC 9(01).
       77 W-IB-CUMUL               PIC 9(05) VALUE ZERO.
       77 W-IB-QUOTIENT            PIC 9(05) VALUE ZERO.
       77 W-IB-RESTE               PIC 9(02) VALUE ZERO.
       01 W-IB-CARACTERES-SW       PIC X(01).
           88 IBAN-CARACTERES-OK       VALUE 'O'.
           88 IBAN-CARACTERE-INVALIDE  VALUE 'N'.

      * CONTROLE DU BIC : BANQUE ET PAYS SUR 6 LETTRES, LIEU SUR 2
      * CARACTERES ALPHANUMERIQUES, AGENCE FACULTATIVE SUR 3
       77 W-BC-I                   PIC 9(02) COMP VALUE ZERO.
       77 W-BC-NB-ESPACES          PIC 9(02) COMP VALUE ZERO.

      * DEPOT D UNE DEMANDE DANS MODATTG1 (LE NUMERO D ORDRE DE LA
      * CLE EST INCREMENTE SI UNE DEMANDE DE LA MEME SECONDE EXISTE)
       01 W-DEMANDE-SW             PIC X(01).
           88 DEMANDE-DEPOSEE          VALUE 'O'.
           88 DEMANDE-NON-DEPOSEE      VALUE 'N'.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-LUS                   PIC 9(07) VALUE ZERO.
       77 NB-CREES                 PIC 9(07) VALUE ZERO.
       77 NB-MODIFIES              PIC 9(07) VALUE ZERO.
       77 NB-DEMANDES              PIC 9(07) VALUE ZERO.
       77 NB-REJETS                PIC 9(07) VALUE ZERO.

      * INDICATEUR DE FIN DE FICHIER DE CHARGEMENT

       INITIALISATION.
           SET FIN-CHARGE TO TRUE
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT W-HEURE-JOUR FROM TIME
      *    OUVERTURE DES FICHIERS
           OPEN INPUT CHARGE-FILE
           IF F-CH-STATUS NOT = ZERO
               DISPLAY 'CODE ERREUR = ' F-BP-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O MODATT-KSDS
           IF F-MV-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER DEMANDES EN ATTENTE'
               DISPLAY 'CODE ERREUR = ' F-MV-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.
           PERFORM LECTURE-ENRG-CHARGE

           PERFORM UNTIL FIN-CHARGE
               PERFORM TRAITER-CARTE-COORD
               PERFORM LECTURE-ENRG-CHARGE
           END-PERFORM

           PERFORM FIN-TRAITEMENT
           .

       TRAITER-CARTE-COORD.
           MOVE SPACES TO W-MOTIF-REJET
           PERFORM CONTROLER-CARTE
           IF W-MOTIF-REJET NOT = SPACES
               ADD 1 TO NB-REJETS
               DISPLAY 'REJET, AYANT DROIT ' CH-CODEP ' : '
                   W-MOTIF-REJET
           ELSE
               PERFORM ENREGISTRER-COORDONNEES
           END-IF
           .

       CONTROLER-CARTE.
           IF CH-CODEP = SPACES
               MOVE 'CODEP ABSENT' TO W-MOTIF-REJET
           END-IF
           IF W-MOTIF-REJET = SPACES
               PERFORM CONTROLER-IBAN
           END-IF
           IF W-MOTIF-REJET = SPACES
               PERFORM CONTROLER-BIC
           END-IF
           .

       CONTROLER-IBAN.
           PERFORM VARYING W-IB-I FROM 34 BY -1
                   UNTIL W-IB-I < 1 OR CH-IBAN(W-IB-I:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE W-IB-I TO W-IB-LONG
           EVALUATE TRUE
               WHEN W-IB-LONG < 15
                   MOVE 'IBAN DE LONGUEUR INVALIDE' TO W-MOTIF-REJET
               WHEN CH-IBAN(1:1) = SPACE OR CH-IBAN(2:1) = SPACE
                   MOVE 'IBAN : CODE PAYS INVALIDE' TO W-MOTIF-REJET
               WHEN CH-IBAN(1:2) NOT ALPHABETIC-UPPER
                   MOVE 'IBAN : CODE PAYS INVALIDE' TO W-MOTIF-REJET
               WHEN CH-IBAN(3:2) NOT NUMERIC
                   MOVE 'IBAN : CLE NON NUMERIQUE' TO W-MOTIF-REJET
               WHEN OTHER
                   MOVE ZERO TO W-IB-RESTE
                   SET IBAN-CARACTERES-OK TO TRUE
                   PERFORM CUMULER-CARACTERE-IBAN
                       VARYING W-IB-I FROM 5 BY 1
                       UNTIL W-IB-I > W-IB-LONG
                   PERFORM CUMULER-CARACTERE-IBAN
                       VARYING W-IB-I FROM 1 BY 1
                       UNTIL W-IB-I > 4
                   IF IBAN-CARACTERE-INVALIDE
                       MOVE 'IBAN : CARACTERE INVALIDE'
                           TO W-MOTIF-REJET
                   ELSE
                       IF W-IB-RESTE NOT = 1
                           MOVE 'IBAN : CLE DE CONTROLE FAUSSE'
                               TO W-MOTIF-REJET
                       END-IF
                   END-IF
           END-EVALUATE
           .

      *    UN CHIFFRE DECALE LE RESTE D UNE POSITION, UNE LETTRE (DEUX
      *    CHIFFRES, 10 A 35) DE DEUX ; TOUT AUTRE CARACTERE (ESPACE
      *    INTERCALE, MINUSCULE, PONCTUATION) REND L IBAN INVALIDE
       CUMULER-CARACTERE-IBAN.
           MOVE CH-IBAN(W-IB-I:1) TO W-IB-CAR
           IF W-IB-CAR IS NUMERIC
               COMPUTE W-IB-CUMUL = W-IB-RESTE * 10 + W-IB-CHIFFRE
           ELSE
               PERFORM VARYING W-IB-J FROM 1 BY 1
                       UNTIL W-IB-J > 26
                          OR W-ALPHABET(W-IB-J:1) = W-IB-CAR
                   CONTINUE
               END-PERFORM
               IF W-IB-J > 26
                   SET IBAN-CARACTERE-INVALIDE TO TRUE
                   MOVE W-IB-RESTE TO W-IB-CUMUL
               ELSE
                   COMPUTE W-IB-CUMUL =
                       W-IB-RESTE * 100 + W-IB-J + 9
               END-IF
           END-IF
           DIVIDE W-IB-CUMUL BY 97
               GIVING W-IB-QUOTIENT
               REMAINDER W-IB-RESTE
           .

       CONTROLER-BIC.
           MOVE ZERO TO W-BC-NB-ESPACES
           INSPECT CH-BIC(1:8) TALLYING W-BC-NB-ESPACES
               FOR ALL SPACE
           IF W-BC-NB-ESPACES > 0
               MOVE 'BIC INCOMPLET' TO W-MOTIF-REJET
           ELSE
               IF CH-BIC(1:6) NOT ALPHABETIC-UPPER
                   MOVE 'BIC : BANQUE OU PAYS INVALIDE'
                       TO W-MOTIF-REJET
               END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
               MOVE ZERO TO W-BC-NB-ESPACES
               INSPECT CH-BIC(9:3) TALLYING W-BC-NB-ESPACES
                   FOR ALL SPACE
               IF W-BC-NB-ESPACES NOT = 0 AND W-BC-NB-ESPACES NOT = 3
                   MOVE 'BIC : AGENCE INCOMPLETE' TO W-MOTIF-REJET
               END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
               PERFORM VARYING W-BC-I FROM 7 BY 1 UNTIL W-BC-I > 11
                   IF CH-BIC(W-BC-I:1) NOT = SPACE
                           AND CH-BIC(W-BC-I:1) NOT ALPHABETIC-UPPER
                           AND CH-BIC(W-BC-I:1) NOT NUMERIC
                       MOVE 'BIC : CARACTERE INVALIDE'
                           TO W-MOTIF-REJET
                   END-IF
               END-PERFORM
           END-IF
           .

      *    UN AYANT DROIT INCONNU EST CREE SANS IBAN NI BIC, EN
      *    ATTENTE DE VALIDATION ; POUR UN AYANT DROIT CONNU, SEULS
      *    LE TITULAIRE ET LA DEVISE SONT MIS A JOUR ICI. DANS LES
      *    DEUX CAS, DES COORDONNEES NOUVELLES PARTENT EN DEMANDE
       ENREGISTRER-COORDONNEES.
           MOVE SPACES TO E-MODATT
           MOVE CH-CODEP TO BP-CODEP
           READ BNQPERS-KSDS
               INVALID KEY
                   PERFORM CREER-COORDONNEES
               NOT INVALID KEY
                   PERFORM MODIFIER-COORDONNEES
           END-READ
           .

       CREER-COORDONNEES.
           MOVE SPACES             TO E-BNQPERS
           MOVE CH-CODEP           TO BP-CODEP
           MOVE CH-TITULAIRE       TO BP-TITULAIRE
           MOVE CH-DEVISE-PAIEMENT TO BP-DEVISE-PAIEMENT
           SET BP-COORD-EN-ATTENTE TO TRUE
           WRITE E-BNQPERS
               INVALID KEY
                   ADD 1 TO NB-REJETS
                   DISPLAY 'REJET, ECHEC CREATION : ' CH-CODEP
               NOT INVALID KEY
                   ADD 1 TO NB-CREES
                   MOVE SPACES TO MV-VALEUR-AVANT
                   PERFORM DEPOSER-DEMANDE
           END-WRITE
           .

       MODIFIER-COORDONNEES.
           IF CH-IBAN NOT = BP-IBAN OR CH-BIC NOT = BP-BIC
               MOVE BP-IBAN TO MV-AV-IBAN
               MOVE BP-BIC  TO MV-AV-BIC
               PERFORM DEPOSER-DEMANDE
           END-IF
           MOVE CH-TITULAIRE       TO BP-TITULAIRE
           MOVE CH-DEVISE-PAIEMENT TO BP-DEVISE-PAIEMENT
           REWRITE E-BNQPERS
               INVALID KEY
                   ADD 1 TO NB-REJETS
                   DISPLAY 'REJET, ECHEC MISE A JOUR : ' CH-CODEP
               NOT INVALID KEY
                   ADD 1 TO NB-MODIFIES
           END-REWRITE
           .

       DEPOSER-DEMANDE.
           SET MV-COORD-BANCAIRES TO TRUE
           MOVE CH-CODEP            TO MV-CLE-ENREG
           MOVE W-DATE-JOUR         TO MV-DATE-DEMANDE
           MOVE W-HEURE-JOUR(1:6)   TO MV-HEURE-DEMANDE
           MOVE ZERO                TO MV-NUM-ORDRE
           MOVE 'BNQLOAD'           TO MV-OPER-DEMANDE
           MOVE 'BNQLOAD'           TO MV-PGM-DEMANDE
           MOVE CH-IBAN             TO MV-AP-IBAN
           MOVE CH-BIC              TO MV-AP-BIC
           SET MV-EN-ATTENTE        TO TRUE
           MOVE SPACES              TO MV-OPER-DECISION
           MOVE ZERO                TO MV-DATE-DECISION
           MOVE ZERO                TO MV-HEURE-DECISION
           SET DEMANDE-NON-DEPOSEE  TO TRUE
           PERFORM ECRIRE-DEMANDE
               UNTIL DEMANDE-DEPOSEE OR MV-NUM-ORDRE = 99
           IF DEMANDE-DEPOSEE
               ADD 1 TO NB-DEMANDES
               DISPLAY 'COORDONNEES DE ' CH-CODEP
                   ' EN ATTENTE DE VALIDATION'
           ELSE
               ADD 1 TO NB-REJETS
               DISPLAY 'REJET, ECHEC DEPOT DE LA DEMANDE : '
                   CH-CODEP
           END-IF
           .

       ECRIRE-DEMANDE.
           WRITE E-MODATT
               INVALID KEY
                   ADD 1 TO MV-NUM-ORDRE
               NOT INVALID KEY
                   SET DEMANDE-DEPOSEE TO TRUE
           END-WRITE
           .

           PERFORM EDITER-RAPPORT
           CLOSE CHARGE-FILE
           CLOSE BNQPERS-KSDS
           CLOSE MODATT-KSDS
           STOP RUN
           .

           DISPLAY '---------------------------------------------'
           DISPLAY 'BNQLOAD - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'ENREGISTREMENTS LUS       : ' NB-LUS
           DISPLAY 'AYANTS DROIT CREES        : ' NB-CREES
           DISPLAY 'AYANTS DROIT MIS A JOUR   : ' NB-MODIFIES
           DISPLAY 'DEMANDES A VALIDER        : ' NB-DEMANDES
           DISPLAY 'CARTES REJETEES           : ' NB-REJETS
           DISPLAY '---------------------------------------------'
           .

