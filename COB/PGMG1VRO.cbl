      *======================================================*
      *   SOUS-PROGRAMME DE CONTROLE DES DROITS D UN         *
      *   OPERATEUR SUR UN ECRAN ET UNE FONCTION, D APRES    *
      *   LES ROLES QUI LUI SONT ATTRIBUES (ROLEG1)          *
      *======================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMG1VRO.
       AUTHOR. EDR.
       DATE-WRITTEN. 15/10/26.

      *======================================================*
      *   E N V I R O N M E N T       D I V I S I O N        *
      *======================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       77 RC-1            PIC S9(8) COMP.
       77 RC-2            PIC S9(8) COMP.
       77 W-IX-ROLE       PIC 9(01).
       77 W-IX-DROIT      PIC 9(01).

      *    ZONE D ECHANGE -- MEME DESCRIPTION QUE W-HABILITATION
      *    DANS APIG1DWK
       01  W-HABILITATION.
           05 W-HAB-OPER             PIC X(08).
           05 W-HAB-ECRAN            PIC X(08).
           05 W-HAB-FONCTION         PIC X(01).
               88 HAB-CONSULTER          VALUE 'L'.
               88 HAB-CREER              VALUE 'C'.
               88 HAB-MODIFIER           VALUE 'M'.
               88 HAB-SUPPRIMER          VALUE 'S'.
               88 HAB-VALIDER            VALUE 'V'.
               88 HAB-DONNEES-SENSIBLES  VALUE 'D'.
           05 W-HAB-REPONSE          PIC X(01).
               88 HAB-ACCORDEE           VALUE 'O'.
               88 HAB-REFUSEE            VALUE 'N'.

      *    ECRANS DE NAVIGATION TOUJOURS ACCESSIBLES (IDENTIFICATION,
      *    MENU PRINCIPAL, SOUS-MENU) -- LES ECRANS DE TRAVAIL SONT
      *    CONTROLES EUX-MEMES, ET UN OPERATEUR MAL PARAMETRE DOIT
      *    POUVOIR SE CONNECTER ET REVENIR AUX MENUS
       01  W-ECRAN-CTL           PIC X(08).
           88 ECRAN-LIBRE            VALUE 'APIG1DOP' 'APIG1DMP'
                                           'APIG1DSM'.

      *    FAMILLE DE L ECRAN ('APIG1DA*') POUR LA RECHERCHE DE LA
      *    LIGNE DE DROITS LA PLUS PRECISE
       01  W-ECRAN-FAMILLE.
           05 W-EF-DEBUT         PIC X(07).
           05 W-EF-ETOILE        PIC X(01) VALUE '*'.

       01  W-LIGNE-SW            PIC X(01).
           88 LIGNE-TROUVEE          VALUE 'O'.
           88 LIGNE-ABSENTE          VALUE 'N'.

       COPY OPERATEU.
       COPY ROLEDEF.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.

      *    RECEPTION DE LA DEMANDE (OPERATEUR, ECRAN, FONCTION)

           INITIALIZE W-HABILITATION
           EXEC CICS
               RECEIVE INTO(W-HABILITATION)
           END-EXEC

           SET HAB-REFUSEE TO TRUE
           MOVE W-HAB-ECRAN TO W-ECRAN-CTL

           EVALUATE TRUE
               WHEN ECRAN-LIBRE
                   SET HAB-ACCORDEE TO TRUE
               WHEN OTHER
                   PERFORM P-LIRE-OPERATEUR
           END-EVALUATE

           EXEC CICS
               RETURN
               INPUTMSG (W-HABILITATION)
               INPUTMSGLEN (LENGTH OF W-HABILITATION)
           END-EXEC

           GOBACK
           .

      *--------------------------------------------------------------*
      *   LECTURE DE L OPERATEUR -- SANS ROLE ATTRIBUE, LES DROITS    *
      *   RESTENT CEUX DU NIVEAU FIXE (OP-AUTH-IND) ; UN OPERATEUR    *
      *   INCONNU EST TRAITE COMME UN UTILISATEUR ORDINAIRE, COMME    *
      *   LE FAISAIENT LES ECRANS AVANT LA MISE EN PLACE DES ROLES    *
      *--------------------------------------------------------------*

       P-LIRE-OPERATEUR.
           INITIALIZE E-OPERATEUR
           MOVE W-HAB-OPER TO OP-CODE
           EXEC CICS
               READ FILE('OPERATG1')
               INTO (E-OPERATEUR)
               RIDFLD (OP-CODE)
               RESP (RC-1)
               RESP2 (RC-2)
           END-EXEC
           IF RC-1 NOT = DFHRESP(NORMAL)
               MOVE SPACES TO OP-AUTH-IND
               MOVE SPACES TO OP-ROLES
           END-IF
           IF OP-ROLES = SPACES OR OP-ROLES = LOW-VALUE
               PERFORM P-DROITS-NIVEAU-FIXE
           ELSE
               PERFORM P-DROITS-ROLE
                   VARYING W-IX-ROLE FROM 1 BY 1
                   UNTIL W-IX-ROLE > 4 OR HAB-ACCORDEE
           END-IF
           .

      *--------------------------------------------------------------*
      *   NIVEAUX FIXES : LE SUPERVISEUR PEUT TOUT ; LE VISUALISATEUR *
      *   NE PEUT QUE CONSULTER ; L UTILISATEUR PEUT TOUT SAUF        *
      *   SUPPRIMER, VALIDER ET VOIR LES DONNEES SENSIBLES EN CLAIR   *
      *--------------------------------------------------------------*

       P-DROITS-NIVEAU-FIXE.
           EVALUATE TRUE
               WHEN OP-SUPERVISEUR
                   SET HAB-ACCORDEE TO TRUE
               WHEN OP-VISUALISATEUR
                   IF HAB-CONSULTER
                       SET HAB-ACCORDEE TO TRUE
                   END-IF
               WHEN OTHER
                   IF HAB-CONSULTER OR HAB-CREER OR HAB-MODIFIER
                       SET HAB-ACCORDEE TO TRUE
                   END-IF
           END-EVALUATE
           .

      *--------------------------------------------------------------*
      *   DROITS D UN ROLE : LIGNE DE L ECRAN EXACT, A DEFAUT CELLE   *
      *   DE SA FAMILLE, A DEFAUT LA LIGNE '*' DU ROLE                *
      *--------------------------------------------------------------*

       P-DROITS-ROLE.
           IF OP-ROLE (W-IX-ROLE) NOT = SPACES
               MOVE OP-ROLE (W-IX-ROLE) TO RO-ROLE
               MOVE W-HAB-ECRAN TO RO-ECRAN
               PERFORM P-LIRE-LIGNE-ROLE
               IF LIGNE-ABSENTE
                   MOVE W-HAB-ECRAN (1:7) TO W-EF-DEBUT
                   MOVE W-ECRAN-FAMILLE TO RO-ECRAN
                   PERFORM P-LIRE-LIGNE-ROLE
               END-IF
               IF LIGNE-ABSENTE
                   MOVE '*' TO RO-ECRAN
                   PERFORM P-LIRE-LIGNE-ROLE
               END-IF
               IF LIGNE-TROUVEE
                   PERFORM P-APPLIQUER-DROITS
               END-IF
           END-IF
           .

       P-LIRE-LIGNE-ROLE.
           EXEC CICS
               READ FILE('ROLEG1')
               INTO (E-ROLEDEF)
               RIDFLD (RO-CLE)
               RESP (RC-1)
               RESP2 (RC-2)
           END-EXEC
           IF RC-1 = DFHRESP(NORMAL)
               SET LIGNE-TROUVEE TO TRUE
           ELSE
               SET LIGNE-ABSENTE TO TRUE
           END-IF
           .

       P-APPLIQUER-DROITS.
           EVALUATE TRUE
               WHEN HAB-CONSULTER
                   MOVE 1 TO W-IX-DROIT
               WHEN HAB-CREER
                   MOVE 2 TO W-IX-DROIT
               WHEN HAB-MODIFIER
                   MOVE 3 TO W-IX-DROIT
               WHEN HAB-SUPPRIMER
                   MOVE 4 TO W-IX-DROIT
               WHEN HAB-DONNEES-SENSIBLES
                   MOVE 6 TO W-IX-DROIT
               WHEN OTHER
                   MOVE 5 TO W-IX-DROIT
           END-EVALUATE
           IF RO-DROIT (W-IX-DROIT) = 'O'
               SET HAB-ACCORDEE TO TRUE
           END-IF
           .
