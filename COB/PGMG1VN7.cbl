      *======================================================*
      *   SOUS-PROGRAMME D ANNULATION ET DE REEMISSION D UNE  *
      *   FACTURE ERRONEE (ANNULG1, CF ANNULFAC.cpy)          *
      *                                                       *
      *   MODE 0 : CONSULTATION DE LA LIGNE DE VENTE ET DE    *
      *            SON ETAT (ANNULABLE OU NON)                *
      *   MODE 1 : ANNULATION ET REEMISSION -- RESERVE AU     *
      *            SUPERVISEUR (HABILITATION RELUE DANS LA    *
      *            FILE DE RECUPERATION, CF HISTWHO.cpy).     *
      *            LA LIGNE D ORIGINE EST MARQUEE 'A' ; UN    *
      *            AVOIR TOTAL (LIGNE DE RETOUR MOTIF 'AN',   *
      *            NUMERO AVOSEQG1) L ANNULE ET UNE FACTURE   *
      *            CORRIGEE (NUMERO INVSEQG1, ECHEANCE) EST   *
      *            EMISE. L ENCOURS COMPTDIG1 ET LE STOCK DU  *
      *            DEPOT PRINCIPAL NE PORTENT QUE L EFFET NET *
      *            DES DEUX DOCUMENTS ; LE LIEN EST INSCRIT   *
      *            DANS ANNULG1                               *
      *   TOUTE ECRITURE EST JOURNALISEE DANS HISTOG1         *
      *======================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMG1VN7.
       AUTHOR. EDR.
       DATE-WRITTEN. 15/10/26.

      *======================================================*
      *   E N V I R O N M E N T       D I V I S I O N        *
      *======================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       77 RC-1        PIC S9(8) COMP.
       77 RC-2        PIC S9(8) COMP.
       77 DATE-TMP    PIC S9(15) COMP-3.
       77 W-DATE-JOUR PIC 9(08).

      *------------------------------------------------------*
      *   IMAGE DE LA LIGNE D ORIGINE -- MODELE DE L AVOIR ET *
      *   DE LA FACTURE REEMISE                               *
      *------------------------------------------------------*

       01 W-OR-VENTE.
           05 W-OR-CLE.
               10 W-OR-CODEA     PIC X(06).
               10 W-OR-SIREN     PIC X(05).
               10 FILLER         PIC X(10).
           05 W-OR-PRIX          PIC 9(05)V9(02).
           05 W-OR-QTE           PIC 9(05).
           05 W-OR-DEVISE        PIC X(03).
           05 FILLER             PIC X(54).

      *------------------------------------------------------*
      *   NUMEROS DE LIGNE DANS LA JOURNEE DE L AVOIR ET DE   *
      *   LA FACTURE REEMISE (PARCOURS PAR PREFIXE            *
      *   CODEA+SIREN+DATE, COMME PGMG1VE1)                   *
      *------------------------------------------------------*

       01 W-NL-CLE.
           05 W-NL-CODEA         PIC X(06).
           05 W-NL-SIREN         PIC X(05).
           05 W-NL-DATE-VENTE    PIC X(08).
           05 W-NL-NUM-LIGNE     PIC 9(02).
       01 W-NL-FIN-BR-IND        PIC 9.
           88 NL-FIN-BR              VALUE 1.
           88 NL-NON-FIN-BR          VALUE 2.
       77 W-NL-MAX               PIC 9(02) VALUE ZERO.
       77 W-NL-LIGNE-AVOIR       PIC 9(02) VALUE ZERO.
       77 W-NL-LIGNE-NOUV        PIC 9(02) VALUE ZERO.

      *------------------------------------------------------*
      *   ECHEANCE DE LA FACTURE REEMISE (MEME CALCUL QUE     *
      *   PGMG1VE1, FEVRIER A 29 LES ANNEES MULTIPLES DE 4)   *
      *------------------------------------------------------*

       77 W-EH-JOURS             PIC 9(03) VALUE ZERO.
       01 W-EH-DATE-ECLATEE.
           05 W-EH-ANNEE         PIC 9(04).
           05 W-EH-MOIS          PIC 9(02).
           05 W-EH-JOUR          PIC 9(02).
       01 W-EH-TABLE-JOURS-MOIS.
           05 FILLER             PIC X(24)
               VALUE '312831303130313130313031'.
       01 FILLER REDEFINES W-EH-TABLE-JOURS-MOIS.
           05 W-EH-JOURS-DU-MOIS PIC 9(02) OCCURS 12 TIMES.
       77 W-EH-FIN-DE-MOIS       PIC 9(02) VALUE ZERO.
       77 W-EH-QUOTIENT-BISSEXT  PIC 9(04) VALUE ZERO.
       77 W-EH-RESTE-BISSEXT     PIC 9(04) VALUE ZERO.

      *------------------------------------------------------*
      *   EFFET NET SUR L ENCOURS ET SUR LE STOCK             *
      *------------------------------------------------------*

       77 W-EN-SIREN             PIC X(05).
       77 W-EN-MONTANT           PIC S9(11)V9(02) VALUE ZERO.
       77 W-ECART-QTE            PIC S9(05) VALUE ZERO.
       01 W-ST-CLE.
           05 W-ST-CLE-CODEA     PIC X(06).
           05 W-ST-CLE-FORMAT    PIC X(01).
           05 W-ST-CLE-DEPOT     PIC X(01).
       77 W-SM-DATE-JOUR         PIC X(08).
       77 W-SM-HEURE             PIC X(08).
       77 W-SM-QTE-APPLIQUEE     PIC 9(07) VALUE ZERO.
       01 W-SM-ECRIT-IND         PIC 9.
           88 SM-ECRIT               VALUE 1.
           88 SM-NON-ECRIT           VALUE 2.

       COPY VENTES.
       COPY MAISONDI.
       COPY DEVISE.
       COPY TAXPAYS.
       COPY INVSEQ.
       COPY AVOSEQ.
       COPY ECHEANCE.
       COPY COMPTDI.
       COPY STOCK.
       COPY STOCKMVT.
       COPY ANNULFAC.
       COPY ANNULFAW.
       COPY HISTORIQ.
       COPY HISTWHO.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.

      *    INITIALISATION

           INITIALIZE E-ANNULFAC
           INITIALIZE W-ANNULFAC

      *    RECEPTION DES DONNEES

           EXEC CICS
               RECEIVE INTO(W-ANNULFAC)
           END-EXEC

           MOVE 1 TO W-AN-RC
           EVALUATE W-AN-CODE-FONC
               WHEN 0
                   PERFORM P-LIRE-ORIGINE
               WHEN 1
                   PERFORM P-ANNULER-REEMETTRE
           END-EVALUATE

      *    ENVOI DE LA REPONSE AU PROGRAMME APPELANT

           EXEC CICS
               RETURN
               INPUTMSG (W-ANNULFAC)
               INPUTMSGLEN (LENGTH OF W-ANNULFAC)
           END-EXEC

           GOBACK
           .

      *    LECTURE DE LA LIGNE A ANNULER ET CONTROLE DE SON ETAT --
      *    SEULE UNE VENTE NORMALE NUMEROTEE ET OUVERTE S ANNULE ; UN
      *    COMPOSANT DE COFFRET NE S ANNULE PAS SEUL (LA FACTURE LES
      *    REGROUPE SUR UNE LIGNE)
       P-LIRE-ORIGINE.
           MOVE W-AN-CLE TO E-VE-KEY
           EXEC CICS
               READ
               FILE ('VENTESG1')
               INTO (E-VENTES)
               RIDFLD (E-VE-KEY)
               KEYLENGTH (LENGTH OF E-VE-KEY)
               RESP (RC-1)
               RESP2 (RC-2)
           END-EXEC
           EVALUATE TRUE
               WHEN RC-1 = DFHRESP(NOTFND)
                   MOVE 2 TO W-AN-RC
               WHEN RC-1 NOT = DFHRESP(NORMAL)
                   MOVE 4 TO W-AN-RC
               WHEN OTHER
                   MOVE E-VENTES            TO W-OR-VENTE
                   MOVE VE-NUM-FACTURE      TO W-AN-NUM-FACTURE
                   MOVE VE-PRIX             TO W-AN-PRIX
                   MOVE VE-QTE              TO W-AN-QTE
                   MOVE VE-DEVISE           TO W-AN-DEVISE
                   MOVE VE-STATUT-REGLEMENT TO W-AN-STATUT
                   PERFORM P-CONTROLER-ANNULABLE
           END-EVALUATE
           .

       P-CONTROLER-ANNULABLE.
           EVALUATE TRUE
               WHEN VE-MVT-RETOUR
               WHEN VE-LIGNE-COMPOSANT
               WHEN VE-NUM-FACTURE = ZERO
                   MOVE 3 TO W-AN-RC
               WHEN VE-FACTURE-SOLDEE
                   MOVE 6 TO W-AN-RC
           END-EVALUATE
           .

       P-ANNULER-REEMETTRE.
           PERFORM P-CONTROLER-SUPERVISEUR
           IF W-AN-RC = 1
               PERFORM P-LIRE-ORIGINE
           END-IF
           IF W-AN-RC = 1
               PERFORM P-CONTROLER-CORRECTION
           END-IF
           IF W-AN-RC = 1
               EXEC CICS ASKTIME
                   ABSTIME (DATE-TMP)
               END-EXEC
               EXEC CICS FORMATTIME
                   ABSTIME (DATE-TMP)
                   YYYYMMDD (W-DATE-JOUR)
               END-EXEC
               PERFORM P-RESERVER-NUM-LIGNES
           END-IF
           IF W-AN-RC = 1
               PERFORM P-MARQUER-ORIGINE
           END-IF
           IF W-AN-RC = 1
               PERFORM P-EMETTRE-AVOIR
           END-IF
           IF W-AN-RC = 1
               PERFORM P-EMETTRE-FACTURE
           END-IF
           IF W-AN-RC = 1
               PERFORM P-MAJ-ENCOURS
               PERFORM P-MAJ-STOCK
               PERFORM P-INSCRIRE-LIEN
               MOVE 'A' TO W-AN-STATUT
           END-IF
           .

      *    SEUL UN OPERATEUR HABILITE A VALIDER ANNULE UNE FACTURE
      *    (MEME CONTROLE QUE
      *    LE PASSAGE EN PERTE DE PGMG1VN6)
       P-CONTROLER-SUPERVISEUR.
           MOVE SPACES      TO HW-OPER-ID
           MOVE SPACES      TO HW-OPER-AUTH
           MOVE 'RV'        TO HW-QUEUE(1:2)
           MOVE EIBTRMID    TO HW-QUEUE(3:4)
           EXEC CICS
               READQ TS
               QUEUE (HW-QUEUE)
               INTO (HW-COMM-HEAD)
               LENGTH (LENGTH OF HW-COMM-HEAD)
               ITEM (1)
               RESP (HW-RC-1)
           END-EXEC
           PERFORM P-CONTROLER-VALIDATION
           IF HW-HAB-ACCORDEE
               CONTINUE
           ELSE
               MOVE 5 TO W-AN-RC
           END-IF
           .

      *    LES VALEURS NON SAISIES SONT RECONDUITES ; LE DISTRIBUTEUR
      *    (RELU POUR SON TERRITOIRE ET SES CONDITIONS DE REGLEMENT)
      *    ET LA DEVISE DOIVENT EXISTER, ET AU MOINS UNE VALEUR DOIT
      *    CHANGER
       P-CONTROLER-CORRECTION.
           IF W-AN-SIREN-NOUV = SPACES OR LOW-VALUE
               MOVE W-OR-SIREN TO W-AN-SIREN-NOUV
           END-IF
           IF W-AN-DEVISE-NOUV = SPACES OR LOW-VALUE
               MOVE W-OR-DEVISE TO W-AN-DEVISE-NOUV
           END-IF
           IF W-AN-PRIX-NOUV NOT NUMERIC OR W-AN-PRIX-NOUV = ZERO
               MOVE W-OR-PRIX TO W-AN-PRIX-NOUV
           END-IF
           IF W-AN-QTE-NOUV NOT NUMERIC OR W-AN-QTE-NOUV = ZERO
               MOVE W-OR-QTE TO W-AN-QTE-NOUV
           END-IF
           IF W-AN-SIREN-NOUV = W-OR-SIREN
                   AND W-AN-DEVISE-NOUV = W-OR-DEVISE
                   AND W-AN-PRIX-NOUV = W-OR-PRIX
                   AND W-AN-QTE-NOUV = W-OR-QTE
               MOVE 9 TO W-AN-RC
           END-IF
           IF W-AN-RC = 1
               EXEC CICS
                   READ
                   FILE ('MAISONG1')
                   INTO (E-MAISON-DIST)
                   RIDFLD (W-AN-SIREN-NOUV)
                   KEYLENGTH (LENGTH OF W-AN-SIREN-NOUV)
                   RESP (RC-1)
                   RESP2 (RC-2)
               END-EXEC
               IF RC-1 NOT = DFHRESP(NORMAL)
                   MOVE 7 TO W-AN-RC
               END-IF
           END-IF
           IF W-AN-RC = 1
               EXEC CICS
                   READ
                   FILE ('DEVISEG1')
                   INTO (E-DEVISE)
                   RIDFLD (W-AN-DEVISE-NOUV)
                   KEYLENGTH (LENGTH OF W-AN-DEVISE-NOUV)
                   RESP (RC-1)
                   RESP2 (RC-2)
               END-EXEC
               IF RC-1 NOT = DFHRESP(NORMAL)
                   MOVE 8 TO W-AN-RC
               END-IF
           END-IF
           .

      *    LES DEUX NUMEROS DE LIGNE SONT RESERVES AVANT TOUTE
      *    ECRITURE, POUR QU UNE JOURNEE PLEINE NE LAISSE PAS UNE
      *    ANNULATION A MOITIE FAITE. AVOIR ET FACTURE SONT DATES DU
      *    JOUR ; SUR LE MEME DISTRIBUTEUR ILS SE SUIVENT
       P-RESERVER-NUM-LIGNES.
           MOVE W-OR-CODEA  TO W-NL-CODEA
           MOVE W-OR-SIREN  TO W-NL-SIREN
           PERFORM P-CHERCHER-NUM-LIGNE
           IF W-NL-MAX = 99
               MOVE 10 TO W-AN-RC
           ELSE
               COMPUTE W-NL-LIGNE-AVOIR = W-NL-MAX + 1
               IF W-AN-SIREN-NOUV = W-OR-SIREN
                   MOVE W-NL-LIGNE-AVOIR TO W-NL-MAX
               ELSE
                   MOVE W-OR-CODEA      TO W-NL-CODEA
                   MOVE W-AN-SIREN-NOUV TO W-NL-SIREN
                   PERFORM P-CHERCHER-NUM-LIGNE
               END-IF
               IF W-NL-MAX = 99
                   MOVE 10 TO W-AN-RC
               ELSE
                   COMPUTE W-NL-LIGNE-NOUV = W-NL-MAX + 1
               END-IF
           END-IF
           .

       P-CHERCHER-NUM-LIGNE.
           MOVE ZERO        TO W-NL-MAX
           MOVE W-DATE-JOUR TO W-NL-DATE-VENTE
           MOVE ZERO        TO W-NL-NUM-LIGNE
           EXEC CICS
               STARTBR
               FILE ('VENTESG1')
               RIDFLD (W-NL-CLE)
               KEYLENGTH (LENGTH OF W-NL-CLE)
               GTEQ
               RESP (RC-1)
               RESP2 (RC-2)
           END-EXEC
           IF RC-1 = DFHRESP(NORMAL)
               SET NL-NON-FIN-BR TO TRUE
               PERFORM P-LIRE-LIGNE-SUIVANTE UNTIL NL-FIN-BR
               EXEC CICS
                   ENDBR
                   FILE ('VENTESG1')
                   RESP (RC-1)
                   RESP2 (RC-2)
               END-EXEC
           END-IF
           .

       P-LIRE-LIGNE-SUIVANTE.
           EXEC CICS READNEXT
               FILE ('VENTESG1')
               INTO (W2-VENTES)
               LENGTH (LENGTH OF W2-VENTES)
               RIDFLD (W-NL-CLE)
               KEYLENGTH (LENGTH OF W-NL-CLE)
               RESP (RC-1)
               RESP2 (RC-2)
           END-EXEC
           IF RC-1 NOT = DFHRESP(NORMAL)
                   OR W2-VE-CODEA NOT = W-OR-CODEA
                   OR W2-VE-SIREN NOT = W-NL-SIREN
                   OR W2-VE-DATE-VENTE NOT = W-DATE-JOUR
               SET NL-FIN-BR TO TRUE
           ELSE
               MOVE W2-VE-NUM-LIGNE TO W-NL-MAX
           END-IF
           .

      *    LA LIGNE D ORIGINE EST RELUE EN MISE A JOUR : UNE LIGNE
      *    SOLDEE OU ANNULEE ENTRE-TEMPS EST LAISSEE EN L ETAT
       P-MARQUER-ORIGINE.
           MOVE W-OR-CLE TO E-VE-KEY
           EXEC CICS
               READ
               FILE ('VENTESG1')
               INTO (E-VENTES)
               RIDFLD (E-VE-KEY)
               KEYLENGTH (LENGTH OF E-VE-KEY)
               RESP (RC-1)
               RESP2 (RC-2)
               UPDATE
           END-EXEC
           IF RC-1 NOT = DFHRESP(NORMAL)
               MOVE 4 TO W-AN-RC
           ELSE
           IF VE-FACTURE-SOLDEE
               EXEC CICS
                   UNLOCK
                   FILE ('VENTESG1')
               END-EXEC
               MOVE VE-STATUT-REGLEMENT TO W-AN-STATUT
               MOVE 6 TO W-AN-RC
           ELSE
               MOVE E-VENTES TO HI-IMAGE-AVANT
               SET VE-FACTURE-ANNULEE TO TRUE
               EXEC CICS
                   REWRITE FILE('VENTESG1')
                   FROM (E-VENTES)
                   LENGTH (LENGTH OF E-VENTES)
                   RESP (RC-1)
                   RESP2 (RC-2)
               END-EXEC
               IF RC-1 = DFHRESP(NORMAL)
                   MOVE 'M' TO HI-ACTION
                   PERFORM P-JOURNALISER
               ELSE
                   MOVE 4 TO W-AN-RC
               END-IF
           END-IF
           END-IF
           .

      *    AVOIR TOTAL : LIGNE DE RETOUR RATTACHEE A L ORIGINE, MEME
      *    PRIX ET MEME QUANTITE, MOTIF 'AN'. CE N EST PAS UN LITIGE
      *    ET AUCUN PRODUIT NE REVIENT (LE STOCK EST TRAITE EN NET)
       P-EMETTRE-AVOIR.
           MOVE W-OR-VENTE       TO E-VENTES
           MOVE W-DATE-JOUR      TO VE-DATE-VENTE
           MOVE W-NL-LIGNE-AVOIR TO VE-NUM-LIGNE
           SET VE-MVT-RETOUR     TO TRUE
           MOVE 'AN'             TO VE-RAISON-RETOUR
           MOVE W-OR-CLE         TO VE-RETOUR-CLE
           MOVE SPACES           TO VE-STATUT-LITIGE
           MOVE SPACES           TO VE-DISPOSITION
           MOVE SPACES           TO VE-STATUT-REGLEMENT
           MOVE SPACES           TO VE-TYPE-LIGNE
           PERFORM P-ATTRIBUER-NUM-AVOIR
           PERFORM P-ECRIRE-LIGNE
           IF W-AN-RC = 1
               MOVE VE-NUM-FACTURE TO W-AN-NUM-AVOIR
               MOVE E-VE-KEY       TO AN-CLE-AVOIR
           END-IF
           .

      *    FACTURE REEMISE : VENTE NORMALE AUX VALEURS CORRIGEES, AU
      *    TAUX DE TVA DU TERRITOIRE DU DISTRIBUTEUR ET AVEC SON
      *    ECHEANCE (E-MAISON-DIST RELU PAR P-CONTROLER-CORRECTION)
       P-EMETTRE-FACTURE.
           MOVE W-OR-VENTE       TO E-VENTES
           MOVE W-AN-SIREN-NOUV  TO VE-SIREN
           MOVE W-DATE-JOUR      TO VE-DATE-VENTE
           MOVE W-NL-LIGNE-NOUV  TO VE-NUM-LIGNE
           MOVE W-AN-PRIX-NOUV   TO VE-PRIX
           MOVE W-AN-QTE-NOUV    TO VE-QTE
           MOVE W-AN-DEVISE-NOUV TO VE-DEVISE
           MOVE SPACES           TO VE-TYPE-MVT
           MOVE SPACES           TO VE-RAISON-RETOUR
           MOVE SPACES           TO VE-RETOUR-CLE
           MOVE SPACES           TO VE-STATUT-LITIGE
           MOVE SPACES           TO VE-DISPOSITION
           MOVE SPACES           TO VE-STATUT-REGLEMENT
           MOVE SPACES           TO VE-TYPE-LIGNE
           PERFORM P-DETERMINER-TAUX-TVA
           PERFORM P-ATTRIBUER-NUM-FACTURE
           PERFORM P-ECRIRE-LIGNE
           IF W-AN-RC = 1
               MOVE VE-NUM-FACTURE TO W-AN-NUM-FACTURE-NOUV
               MOVE E-VE-KEY       TO W-AN-CLE-NOUVELLE
               PERFORM P-ENREGISTRER-ECHEANCE
           END-IF
           .

       P-ECRIRE-LIGNE.
           EXEC CICS
               WRITE
               FILE ('VENTESG1')
               FROM (E-VENTES)
               RIDFLD (E-VE-KEY)
               RESP (RC-1)
               RESP2 (RC-2)
           END-EXEC
           IF RC-1 = DFHRESP(NORMAL)
               MOVE E-VENTES TO HI-IMAGE-AVANT
               MOVE 'C' TO HI-ACTION
               PERFORM P-JOURNALISER
           ELSE
               MOVE 4 TO W-AN-RC
           END-IF
           .

      *--------------------------------------------------------------*
      *   TAUX DE TVA DU TERRITOIRE DU DISTRIBUTEUR -- TERRITOIRE     *
      *   NON RENSEIGNE OU ABSENT DE TAXPAYG1 = TAUX ZERO (COMME      *
      *   PGMG1VE1)                                                   *
      *--------------------------------------------------------------*

       P-DETERMINER-TAUX-TVA.
           MOVE ZERO TO VE-TAUX-TVA
           IF MA-TERRITOIRE NOT = SPACES
               EXEC CICS
                   READ
                   FILE ('TAXPAYG1')
                   INTO (E-TAXPAYS)
                   RIDFLD (MA-TERRITOIRE)
                   KEYLENGTH (LENGTH OF MA-TERRITOIRE)
                   RESP (RC-1)
                   RESP2 (RC-2)
               END-EXEC
               IF RC-1 = DFHRESP(NORMAL)
                   MOVE TX-TAUX-TVA TO VE-TAUX-TVA
               END-IF
           END-IF
           .

      *--------------------------------------------------------------*
      *   NUMEROTATION -- MEMES COMPTEURS ET MEME MECANIQUE QUE       *
      *   PGMG1VE1 (AUTO-CREATION DU COMPTEUR ABSENT)                 *
      *--------------------------------------------------------------*

       P-ATTRIBUER-NUM-FACTURE.
           EXEC CICS
               READ
               FILE ('INVSEQG1')
               INTO (E-INVSEQ)
               RIDFLD (IS-CLE)
               RESP (RC-1)
               RESP2 (RC-2)
               UPDATE
           END-EXEC
           EVALUATE TRUE
               WHEN RC-1 = DFHRESP(NORMAL)
                   ADD 1 TO IS-DERNIER-NUM
                   EXEC CICS
                       REWRITE FILE('INVSEQG1')
                       FROM (E-INVSEQ)
                       LENGTH (LENGTH OF E-INVSEQ)
                   END-EXEC
               WHEN RC-1 = DFHRESP(NOTFND)
                   MOVE 'FACTURE' TO IS-CLE
                   MOVE 1         TO IS-DERNIER-NUM
                   EXEC CICS
                       WRITE FILE('INVSEQG1')
                       FROM (E-INVSEQ)
                       LENGTH (LENGTH OF E-INVSEQ)
                       RIDFLD (IS-CLE)
                   END-EXEC
           END-EVALUATE
           MOVE IS-DERNIER-NUM TO VE-NUM-FACTURE
           .

       P-ATTRIBUER-NUM-AVOIR.
           EXEC CICS
               READ
               FILE ('AVOSEQG1')
               INTO (E-AVOSEQ)
               RIDFLD (AV-CLE)
               RESP (RC-1)
               RESP2 (RC-2)
               UPDATE
           END-EXEC
           EVALUATE TRUE
               WHEN RC-1 = DFHRESP(NORMAL)
                   ADD 1 TO AV-DERNIER-NUM
                   EXEC CICS
                       REWRITE FILE('AVOSEQG1')
                       FROM (E-AVOSEQ)
                       LENGTH (LENGTH OF E-AVOSEQ)
                   END-EXEC
               WHEN RC-1 = DFHRESP(NOTFND)
                   MOVE 'AVOIR'   TO AV-CLE
                   MOVE 1         TO AV-DERNIER-NUM
                   EXEC CICS
                       WRITE FILE('AVOSEQG1')
                       FROM (E-AVOSEQ)
                       LENGTH (LENGTH OF E-AVOSEQ)
                       RIDFLD (AV-CLE)
                   END-EXEC
           END-EVALUATE
           MOVE AV-DERNIER-NUM TO VE-NUM-FACTURE
           .

      *--------------------------------------------------------------*
      *   ECHEANCE DE LA FACTURE REEMISE (ECHEANG1) -- CONDITIONS DE  *
      *   REGLEMENT DU DISTRIBUTEUR, DELAI A ZERO = 30 JOURS NETS     *
      *--------------------------------------------------------------*

       P-ENREGISTRER-ECHEANCE.
           INITIALIZE E-ECHEANCE
           MOVE VE-NUM-FACTURE TO EH-NUM-FACTURE
           MOVE VE-SIREN       TO EH-SIREN
           MOVE W-DATE-JOUR    TO EH-DATE-FACTURE
           IF MA-DELAI-REGLEMENT = ZERO
               MOVE 30  TO EH-DELAI
               MOVE 'N' TO EH-FIN-DE-MOIS
           ELSE
               MOVE MA-DELAI-REGLEMENT TO EH-DELAI
               IF MA-ECHEANCE-FIN-DE-MOIS
                   MOVE 'O' TO EH-FIN-DE-MOIS
               ELSE
                   MOVE 'N' TO EH-FIN-DE-MOIS
               END-IF
           END-IF
           MOVE EH-DATE-FACTURE TO W-EH-DATE-ECLATEE
           MOVE EH-DELAI TO W-EH-JOURS
           PERFORM P-AVANCER-D-UN-JOUR W-EH-JOURS TIMES
           IF EH-ECHEANCE-FIN-DE-MOIS
               PERFORM P-CALCULER-FIN-DE-MOIS
               MOVE W-EH-FIN-DE-MOIS TO W-EH-JOUR
           END-IF
           MOVE W-EH-DATE-ECLATEE TO EH-DATE-ECHEANCE
           EXEC CICS
               WRITE FILE('ECHEANG1')
               FROM (E-ECHEANCE)
               LENGTH (LENGTH OF E-ECHEANCE)
               RIDFLD (EH-NUM-FACTURE)
               RESP (RC-1)
               RESP2 (RC-2)
           END-EXEC
           .

       P-AVANCER-D-UN-JOUR.
           PERFORM P-CALCULER-FIN-DE-MOIS
           IF W-EH-JOUR < W-EH-FIN-DE-MOIS
               ADD 1 TO W-EH-JOUR
           ELSE
               MOVE 1 TO W-EH-JOUR
               IF W-EH-MOIS < 12
                   ADD 1 TO W-EH-MOIS
               ELSE
                   MOVE 1 TO W-EH-MOIS
                   ADD 1 TO W-EH-ANNEE
               END-IF
           END-IF
           .

       P-CALCULER-FIN-DE-MOIS.
           MOVE W-EH-JOURS-DU-MOIS (W-EH-MOIS) TO W-EH-FIN-DE-MOIS
           IF W-EH-MOIS = 2
               DIVIDE W-EH-ANNEE BY 4
                   GIVING W-EH-QUOTIENT-BISSEXT
                   REMAINDER W-EH-RESTE-BISSEXT
               IF W-EH-RESTE-BISSEXT = ZERO
                   MOVE 29 TO W-EH-FIN-DE-MOIS
               END-IF
           END-IF
           .

      *--------------------------------------------------------------*
      *   ENCOURS COMPTDIG1 -- L AVOIR RETIRE LE MONTANT D ORIGINE AU *
      *   DISTRIBUTEUR D ORIGINE, LA FACTURE REEMISE AJOUTE LE        *
      *   MONTANT CORRIGE A SON DISTRIBUTEUR (MEME CALCUL QUE         *
      *   PGMG1VE1, PRIX * QUANTITE)                                  *
      *--------------------------------------------------------------*

       P-MAJ-ENCOURS.
           MOVE W-OR-SIREN TO W-EN-SIREN
           COMPUTE W-EN-MONTANT = ZERO - W-OR-PRIX * W-OR-QTE
           PERFORM P-MOUVEMENTER-ENCOURS
           MOVE W-AN-SIREN-NOUV TO W-EN-SIREN
           COMPUTE W-EN-MONTANT = W-AN-PRIX-NOUV * W-AN-QTE-NOUV
           PERFORM P-MOUVEMENTER-ENCOURS
           .

       P-MOUVEMENTER-ENCOURS.
           MOVE W-EN-SIREN TO CD-SIREN
           EXEC CICS
               READ
               FILE ('COMPTDIG1')
               INTO (E-COMPTDI)
               RIDFLD (CD-SIREN)
               KEYLENGTH (LENGTH OF CD-SIREN)
               RESP (RC-1)
               RESP2 (RC-2)
               UPDATE
           END-EXEC
           EVALUATE TRUE
               WHEN RC-1 = DFHRESP(NORMAL)
                   ADD W-EN-MONTANT TO CD-SOLDE
                   MOVE W-DATE-JOUR TO CD-DATE-MAJ
                   EXEC CICS
                       REWRITE FILE('COMPTDIG1')
                       FROM (E-COMPTDI)
                       LENGTH (LENGTH OF E-COMPTDI)
                   END-EXEC
               WHEN RC-1 = DFHRESP(NOTFND)
                   MOVE SPACES       TO E-COMPTDI
                   MOVE W-EN-SIREN   TO CD-SIREN
                   MOVE W-EN-MONTANT TO CD-SOLDE
                   MOVE W-DATE-JOUR  TO CD-DATE-MAJ
                   EXEC CICS
                       WRITE FILE('COMPTDIG1')
                       FROM (E-COMPTDI)
                       RIDFLD (CD-SIREN)
                   END-EXEC
           END-EVALUATE
           .

      *--------------------------------------------------------------*
      *   STOCK DU DEPOT PRINCIPAL -- SEUL L ECART DE QUANTITE ENTRE  *
      *   LA FACTURE REEMISE ET L ORIGINE EST MOUVEMENTE (AUCUN       *
      *   PRODUIT NE REVIENT SUR UNE ERREUR DE SAISIE), EN VENTE '-'  *
      *   OU '+' SUR LA CLE DE LA FACTURE REEMISE ; UN DISPONIBLE     *
      *   INSUFFISANT EST BORNE A ZERO COMME DANS PGMG1VE1            *
      *--------------------------------------------------------------*

       P-MAJ-STOCK.
           COMPUTE W-ECART-QTE = W-AN-QTE-NOUV - W-OR-QTE
           IF W-ECART-QTE NOT = ZERO
               MOVE VE-CODEA  TO W-ST-CLE-CODEA
               MOVE VE-FORMAT TO W-ST-CLE-FORMAT
               MOVE 'P'       TO W-ST-CLE-DEPOT
               EXEC CICS
                   READ
                   FILE ('STOCKG1')
                   INTO (E-STOCK)
                   RIDFLD (W-ST-CLE)
                   KEYLENGTH (LENGTH OF W-ST-CLE)
                   RESP (RC-1)
                   RESP2 (RC-2)
                   UPDATE
               END-EXEC
               IF RC-1 = DFHRESP(NORMAL)
                   IF W-ECART-QTE < ZERO
                       COMPUTE W-SM-QTE-APPLIQUEE = ZERO - W-ECART-QTE
                       ADD W-SM-QTE-APPLIQUEE TO ST-QTE-DISPO
                   ELSE
                       IF W-ECART-QTE > ST-QTE-DISPO
                           MOVE ST-QTE-DISPO TO W-SM-QTE-APPLIQUEE
                           MOVE ZERO TO ST-QTE-DISPO
                       ELSE
                           MOVE W-ECART-QTE TO W-SM-QTE-APPLIQUEE
                           SUBTRACT W-ECART-QTE FROM ST-QTE-DISPO
                       END-IF
                   END-IF
                   MOVE W-DATE-JOUR TO ST-DATE-DERNIER-MVT
                   EXEC CICS
                       REWRITE FILE('STOCKG1')
                       FROM (E-STOCK)
                       LENGTH (LENGTH OF E-STOCK)
                   END-EXEC
                   PERFORM P-JOURNALISER-MVT-STOCK
               END-IF
           END-IF
           .

       P-JOURNALISER-MVT-STOCK.
           EXEC CICS FORMATTIME
               ABSTIME (DATE-TMP)
               YYYYMMDD (W-SM-DATE-JOUR)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (DATE-TMP)
               TIME (W-SM-HEURE)
               TIMESEP (':')
           END-EXEC
           MOVE SPACES         TO E-STOCKMVT
           MOVE VE-CODEA       TO SM-CODEA
           MOVE VE-FORMAT      TO SM-FORMAT
           MOVE W-ST-CLE-DEPOT TO SM-DEPOT
           MOVE W-SM-DATE-JOUR TO SM-DATE
           MOVE W-SM-HEURE     TO SM-HEURE
           MOVE ZERO           TO SM-SEQ
           SET SM-MVT-VENTE    TO TRUE
           IF W-ECART-QTE < ZERO
               MOVE '+' TO SM-SENS
           ELSE
               MOVE '-' TO SM-SENS
           END-IF
           MOVE W-SM-QTE-APPLIQUEE TO SM-QTE
           MOVE W-AN-CLE-NOUVELLE  TO SM-REFERENCE
           SET SM-NON-ECRIT TO TRUE
           PERFORM P-TENTER-ECRITURE-MVT UNTIL SM-ECRIT
           .

       P-TENTER-ECRITURE-MVT.
           ADD 1 TO SM-SEQ
           EXEC CICS
               WRITE FILE('STKMVTG1')
               FROM (E-STOCKMVT)
               RIDFLD (SM-CLE)
               RESP (RC-1)
               RESP2 (RC-2)
           END-EXEC
           IF RC-1 NOT = DFHRESP(DUPREC)
               SET SM-ECRIT TO TRUE
           END-IF
           .

      *    LIEN ENTRE LA FACTURE D ORIGINE, L AVOIR ET LA FACTURE
      *    REEMISE (RELU PAR INVAUDIT)
       P-INSCRIRE-LIEN.
           MOVE W-OR-CLE              TO AN-CLE-ORIGINE
           MOVE W-AN-NUM-FACTURE      TO AN-NUM-FACTURE-ORIG
           MOVE W-AN-NUM-AVOIR        TO AN-NUM-AVOIR
           MOVE W-AN-NUM-FACTURE-NOUV TO AN-NUM-FACTURE-NOUV
           MOVE W-AN-CLE-NOUVELLE     TO AN-CLE-NOUVELLE
           MOVE W-DATE-JOUR           TO AN-DATE-ANNULATION
           MOVE HW-OPER-ID            TO AN-OPER-ID
           EXEC CICS
               WRITE FILE('ANNULG1')
               FROM (E-ANNULFAC)
               RIDFLD (AN-CLE-ORIGINE)
               RESP (RC-1)
               RESP2 (RC-2)
           END-EXEC
           IF RC-1 NOT = DFHRESP(NORMAL)
               MOVE 4 TO W-AN-RC
           END-IF
           .

       P-JOURNALISER.
           EXEC CICS FORMATTIME
               ABSTIME (DATE-TMP)
               DDMMYYYY (HI-DATE-MODIF)
               DATESEP ('/')
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (DATE-TMP)
               TIME (HI-HEURE-MODIF)
               TIMESEP (':')
           END-EXEC
           MOVE 'VENTES'     TO HI-TYPE-ENR
           MOVE E-VE-KEY     TO HI-CLE
           MOVE EIBTRMID     TO HI-TERM-ID
           MOVE 'PGMG1VN7'   TO HI-PGM-NAME
           MOVE HW-OPER-ID   TO HI-OPER-ID
           EXEC CICS
               LINK
               PROGRAM ('PGMG1VHC')
               INPUTMSG (E-HISTORIQ)
               INPUTMSGLEN (LENGTH OF E-HISTORIQ)
           END-EXEC
           EXEC CICS
               RECEIVE
               INTO (E-HISTORIQ)
           END-EXEC
           .

      *--------------------------------------------------------------*
      *   DROIT DE VALIDER DE L OPERATEUR SUR L ECRAN APPELANT,       *
      *   D APRES SES ROLES OU, A DEFAUT, SON NIVEAU FIXE (SEUL LE    *
      *   SUPERVISEUR) -- CF PGMG1VRO                                 *
      *--------------------------------------------------------------*

       P-CONTROLER-VALIDATION.
           SET HW-HAB-REFUSEE TO TRUE
           IF HW-RC-1 = DFHRESP(NORMAL)
                   OR HW-RC-1 = DFHRESP(LENGERR)
               MOVE HW-OPER-ID  TO HW-HAB-OPER
               MOVE HW-PREV-PGM TO HW-HAB-ECRAN
               MOVE 'V'         TO HW-HAB-FONCTION
               EXEC CICS
                   LINK
                   PROGRAM ('PGMG1VRO')
                   INPUTMSG (HW-HABILITATION)
                   INPUTMSGLEN (LENGTH OF HW-HABILITATION)
               END-EXEC
               EXEC CICS
                   RECEIVE
                   INTO (HW-HABILITATION)
               END-EXEC
               IF NOT HW-HAB-ACCORDEE
                   SET HW-HAB-REFUSEE TO TRUE
               END-IF
           END-IF
           .
