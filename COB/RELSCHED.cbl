      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *      BATCH HEBDOMADAIRE DU PLANNING DES SORTIES D ALBUMS       *
      *                                                                *
      *      EDITE, SEMAINE PAR SEMAINE SUR L HORIZON DEMANDE (HUIT    *
      *      SEMAINES PAR DEFAUT), LES ALBUMS PLANIFIES (RELPLG1) DONT *
      *      LA DATE DE SORTIE (AL-DATE-SORTIE) TOMBE DANS L HORIZON,  *
      *      AVEC LEURS JALONS (MASTER, POCHETTE, FABRICATION), LES    *
      *      JALONS EN RETARD (DATE PREVUE DEPASSEE SANS REALISATION)  *
      *      ET LE VERDICT DU DERNIER CONTROLE DE PREPARATION POSE     *
      *      PAR RELCHECK                                              *
      *                                                                *
      *      LES SEMAINES SONT COMPTEES DEPUIS LE JOUR DU TRAITEMENT,  *
      *      EN CALENDRIER COMMERCIAL COMME DANS TRESPREV              *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELSCHED.
       AUTHOR. EDR.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.

      * ============================================================== *
      *                                                                *
      *                      ENVIRONMENT DIVISION                      *
      *                                                                *
      * ============================================================== *

       ENVIRONMENT DIVISION.

      * -------------------------------------------------------------- *
      *                                                                *
      *                     CONFIGURATION SECTION                      *
      *                                                                *
      * -------------------------------------------------------------- *

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      * -------------------------------------------------------------- *
      *                                                                *
      *                      INPUT-OUTPUT SECTION                      *
      *                                                                *
      * -------------------------------------------------------------- *

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RELPLAN-KSDS
               ASSIGN TO DDRELPLN
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PS-CODEA
               FILE STATUS F-PS-STATUS
               .

           SELECT ALBUM-KSDS
               ASSIGN TO DDALBUM
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AL-CODEA
               FILE STATUS F-AL-STATUS
               .

      * ============================================================== *
      *                                                                *
      *                         DATA DIVISION                          *
      *                                                                *
      * ============================================================== *

       DATA DIVISION.

      * -------------------------------------------------------------- *
      *                                                                *
      *                          FILE SECTION                          *
      *                                                                *
      * -------------------------------------------------------------- *

       FILE SECTION.

       FD RELPLAN-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-RELPLAN
           .

       COPY RELPLAN.

       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .

       COPY ALBUM.

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      *                                                                *
      * -------------------------------------------------------------- *

       WORKING-STORAGE SECTION.

      * CODES DE RETOUR DE LECTURE DES FICHIERS
       77 F-PS-STATUS              PIC X(02) VALUE '00'.
       77 F-AL-STATUS              PIC X(02) VALUE '00'.

      * CARTE PARAMETRE -- NOMBRE DE SEMAINES DE L HORIZON (01 A 26).
      * A BLANC : HUIT SEMAINES
       01 W-PARM-CARD.
           05 W-PARM-NB-SEMAINES      PIC X(02).
       77 W-NB-SEMAINES            PIC 9(02) VALUE 8.

      * DATE DU JOUR ET RANGS EN CALENDRIER COMMERCIAL (ANNEE DE
      * 360 JOURS, MOIS DE 30 -- MEME PRINCIPE SIMPLIFIE QUE TRESPREV)
       77 W-DATE-JOUR              PIC 9(08).
       77 W-RANG-JOUR-AUJ          PIC 9(09) VALUE ZERO.
       77 W-RANG-JOUR              PIC 9(09) VALUE ZERO.
       01 W-DATE-ECLATEE.
           05 W-DE-ANNEE              PIC 9(04).
           05 W-DE-MOIS               PIC 9(02).
           05 W-DE-JOUR               PIC 9(02).
       77 W-SEMAINE                PIC S9(04) VALUE ZERO.

      * DATE DE SORTIE DE L ALBUM (SAISIE EN JJ/MM/AAAA)
       01 W-DATE-SORTIE-ECLATEE.
           05 W-SO-JOUR               PIC 9(02).
           05 FILLER                  PIC X(01).
           05 W-SO-MOIS               PIC 9(02).
           05 FILLER                  PIC X(01).
           05 W-SO-ANNEE              PIC 9(04).

      * SORTIES DE L HORIZON, RELEVEES AU PARCOURS DES PLANS PUIS
      * EDITEES SEMAINE PAR SEMAINE
       77 NB-SORTIES-TABLE         PIC 9(04) VALUE ZERO.
       01 TABLE-SORTIES.
           05 TP-SORTIE OCCURS 1000 TIMES INDEXED BY TP-IDX.
               10 TP-SEMAINE           PIC 9(02).
               10 TP-TITREA            PIC X(30).
               10 TP-DATE-SORTIE       PIC X(10).
               10 TP-PLAN              PIC X(80).
       77 K                        PIC 9(02) VALUE ZERO.
       77 NB-SORTIES-SEMAINE       PIC 9(04) VALUE ZERO.

      * JALON EN COURS D EDITION
       77 W-JALON-LIBELLE          PIC X(11).
       77 W-JALON-PREVU            PIC 9(08).
       77 W-JALON-FAIT             PIC 9(08).
       77 W-JALON-ETAT             PIC X(10).

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-PLANS-LUS             PIC 9(07) VALUE ZERO.
       77 NB-SORTIES-HORIZON       PIC 9(07) VALUE ZERO.
       77 NB-SORTIES-NON-DATEES    PIC 9(07) VALUE ZERO.
       77 NB-SORTIES-HORS-TABLE    PIC 9(07) VALUE ZERO.
       77 NB-JALONS-EN-RETARD      PIC 9(07) VALUE ZERO.
       77 NB-SORTIES-NON-PRETES    PIC 9(07) VALUE ZERO.

      * INDICATEUR DE FIN DE FICHIER DES PLANS
       01 FIN-PLANS-IND            PIC 9.
           88 FIN-PLANS                VALUE 1.
           88 NON-FIN-PLANS            VALUE 2.

      * -------------------------------------------------------------- *
      *                                                                *
      *                        LINKAGE SECTION                         *
      *                                                                *
      * -------------------------------------------------------------- *

       LINKAGE SECTION.

      * ============================================================== *
      *                                                                *
      *                       PROCEDURE DIVISION                       *
      *                                                                *
      * ============================================================== *

       PROCEDURE DIVISION.

       INITIALISATION.
           SET FIN-PLANS TO TRUE
           MOVE SPACES TO W-PARM-CARD
           ACCEPT W-PARM-CARD FROM SYSIN
           IF W-PARM-NB-SEMAINES IS NUMERIC
                   AND W-PARM-NB-SEMAINES > '00'
                   AND W-PARM-NB-SEMAINES NOT > '26'
               MOVE W-PARM-NB-SEMAINES TO W-NB-SEMAINES
           END-IF
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           MOVE W-DATE-JOUR TO W-DATE-ECLATEE
           PERFORM CALCULER-RANG-JOUR
           MOVE W-RANG-JOUR TO W-RANG-JOUR-AUJ
      *    OUVERTURE DES FICHIERS
           OPEN INPUT RELPLAN-KSDS
           IF F-PS-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER PLANS DE SORTIE'
               DISPLAY 'CODE ERREUR = ' F-PS-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT ALBUM-KSDS
           IF F-AL-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ALBUM'
               DISPLAY 'CODE ERREUR = ' F-AL-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'RELSCHED - PLANNING DES SORTIES D ALBUMS'
           DISPLAY 'DATE DE TRAITEMENT : ' W-DATE-JOUR
               ' - HORIZON : ' W-NB-SEMAINES ' SEMAINES'
           DISPLAY '---------------------------------------------'

           PERFORM LECTURE-ENRG-PLAN
           PERFORM UNTIL FIN-PLANS
               ADD 1 TO NB-PLANS-LUS
               MOVE PS-CODEA TO AL-CODEA
               READ ALBUM-KSDS
                   INVALID KEY
                       DISPLAY 'PLAN D UN ALBUM INCONNU : ' PS-CODEA
                   NOT INVALID KEY
                       PERFORM RETENIR-SORTIE
               END-READ
               PERFORM LECTURE-ENRG-PLAN
           END-PERFORM

           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > W-NB-SEMAINES
               PERFORM EDITER-SEMAINE
           END-PERFORM

           PERFORM FIN-TRAITEMENT
           .

      *    SEULES LES SORTIES DATEES DANS L HORIZON SONT RETENUES
       RETENIR-SORTIE.
           IF AL-DATE-SORTIE = SPACES
               ADD 1 TO NB-SORTIES-NON-DATEES
               DISPLAY 'ALBUM PLANIFIE SANS DATE DE SORTIE : '
                   AL-CODEA
           ELSE
               MOVE AL-DATE-SORTIE TO W-DATE-SORTIE-ECLATEE
               MOVE W-SO-ANNEE     TO W-DE-ANNEE
               MOVE W-SO-MOIS      TO W-DE-MOIS
               MOVE W-SO-JOUR      TO W-DE-JOUR
               PERFORM CALCULER-RANG-JOUR
               IF W-RANG-JOUR NOT < W-RANG-JOUR-AUJ
                   PERFORM CALCULER-SEMAINE
                   IF W-SEMAINE NOT > W-NB-SEMAINES
                       PERFORM AJOUTER-SORTIE
                   END-IF
               END-IF
           END-IF
           .

       AJOUTER-SORTIE.
           IF NB-SORTIES-TABLE < 1000
               ADD 1 TO NB-SORTIES-TABLE
               ADD 1 TO NB-SORTIES-HORIZON
               SET TP-IDX TO NB-SORTIES-TABLE
               MOVE W-SEMAINE      TO TP-SEMAINE (TP-IDX)
               MOVE AL-TITREA      TO TP-TITREA (TP-IDX)
               MOVE AL-DATE-SORTIE TO TP-DATE-SORTIE (TP-IDX)
               MOVE E-RELPLAN      TO TP-PLAN (TP-IDX)
           ELSE
               ADD 1 TO NB-SORTIES-HORS-TABLE
               DISPLAY 'TABLE DES SORTIES PLEINE, ALBUM '
                   AL-CODEA ' NON EDITE'
           END-IF
           .

       CALCULER-RANG-JOUR.
           COMPUTE W-RANG-JOUR = (W-DE-ANNEE * 360)
               + (W-DE-MOIS * 30) + W-DE-JOUR
           .

       CALCULER-SEMAINE.
           COMPUTE W-SEMAINE =
               ((W-RANG-JOUR - W-RANG-JOUR-AUJ) / 7) + 1
           .

       EDITER-SEMAINE.
           DISPLAY ' '
           DISPLAY 'SEMAINE ' K
           MOVE ZERO TO NB-SORTIES-SEMAINE
           PERFORM VARYING TP-IDX FROM 1 BY 1
                   UNTIL TP-IDX > NB-SORTIES-TABLE
               IF TP-SEMAINE (TP-IDX) = K
                   ADD 1 TO NB-SORTIES-SEMAINE
                   PERFORM EDITER-SORTIE
               END-IF
           END-PERFORM
           IF NB-SORTIES-SEMAINE = ZERO
               DISPLAY '    AUCUNE SORTIE'
           END-IF
           .

       EDITER-SORTIE.
           MOVE TP-PLAN (TP-IDX) TO E-RELPLAN
           EVALUATE TRUE
               WHEN PS-PRET
                   DISPLAY '  ALBUM ' PS-CODEA ' ' TP-TITREA (TP-IDX)
                       ' SORTIE ' TP-DATE-SORTIE (TP-IDX)
                       ' PRET (CONTROLE DU ' PS-DATE-CONTROLE ')'
               WHEN PS-NON-PRET
                   ADD 1 TO NB-SORTIES-NON-PRETES
                   DISPLAY '  ALBUM ' PS-CODEA ' ' TP-TITREA (TP-IDX)
                       ' SORTIE ' TP-DATE-SORTIE (TP-IDX)
                       ' NON PRET (CONTROLE DU ' PS-DATE-CONTROLE ')'
               WHEN OTHER
                   ADD 1 TO NB-SORTIES-NON-PRETES
                   DISPLAY '  ALBUM ' PS-CODEA ' ' TP-TITREA (TP-IDX)
                       ' SORTIE ' TP-DATE-SORTIE (TP-IDX)
                       ' NON CONTROLE'
           END-EVALUATE
           MOVE 'MASTER'           TO W-JALON-LIBELLE
           MOVE PS-MASTER-PREVU    TO W-JALON-PREVU
           MOVE PS-MASTER-FAIT     TO W-JALON-FAIT
           PERFORM EDITER-JALON
           MOVE 'POCHETTE'         TO W-JALON-LIBELLE
           MOVE PS-POCHETTE-PREVUE TO W-JALON-PREVU
           MOVE PS-POCHETTE-FAITE  TO W-JALON-FAIT
           PERFORM EDITER-JALON
           MOVE 'FABRICATION'      TO W-JALON-LIBELLE
           MOVE PS-FABRIC-PREVUE   TO W-JALON-PREVU
           MOVE PS-FABRIC-FAITE    TO W-JALON-FAIT
           PERFORM EDITER-JALON
           IF PS-NON-PRET
               PERFORM EDITER-ANOMALIES
           END-IF
           .

      *    UN JALON NON PLANIFIE (PREVU A ZERO) ET NON REALISE N EST
      *    PAS EDITE
       EDITER-JALON.
           IF W-JALON-PREVU NOT = ZERO OR W-JALON-FAIT NOT = ZERO
               EVALUATE TRUE
                   WHEN W-JALON-FAIT NOT = ZERO
                       MOVE 'REALISE'    TO W-JALON-ETAT
                   WHEN W-JALON-PREVU < W-DATE-JOUR
                       MOVE 'EN RETARD'  TO W-JALON-ETAT
                       ADD 1 TO NB-JALONS-EN-RETARD
                   WHEN OTHER
                       MOVE 'A VENIR'    TO W-JALON-ETAT
               END-EVALUATE
               DISPLAY '      ' W-JALON-LIBELLE
                   ' PREVU ' W-JALON-PREVU
                   ' FAIT ' W-JALON-FAIT
                   ' ' W-JALON-ETAT
           END-IF
           .

       EDITER-ANOMALIES.
           IF PS-ANO-EAN = 'X'
               DISPLAY '      CODE EAN ABSENT OU INVALIDE'
           END-IF
           IF PS-ANO-ISRC = 'X'
               DISPLAY '      PISTES SANS ISRC OU ISRC INVALIDE'
           END-IF
           IF PS-ANO-GENRE = 'X'
               DISPLAY '      GENRE INCONNU'
           END-IF
           IF PS-ANO-LABEL = 'X'
               DISPLAY '      LABEL INCONNU'
           END-IF
           IF PS-ANO-CONTRAT = 'X'
               DISPLAY '      AUCUN CONTRAT ACTIF'
           END-IF
           IF PS-ANO-FABRICATION = 'X'
               DISPLAY '      AUCUNE COMMANDE DE FABRICATION LANCEE'
           END-IF
           IF PS-ANO-STOCK = 'X'
               DISPLAY '      PAS DE STOCK AU DEPOT PRINCIPAL'
           END-IF
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE RELPLAN-KSDS
           CLOSE ALBUM-KSDS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'RELSCHED - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'PLANS DE SORTIE LUS       : ' NB-PLANS-LUS
           DISPLAY 'SORTIES DANS L HORIZON    : ' NB-SORTIES-HORIZON
           DISPLAY '  DONT NON PRETES         : ' NB-SORTIES-NON-PRETES
           DISPLAY 'JALONS EN RETARD          : ' NB-JALONS-EN-RETARD
           DISPLAY 'PLANS SANS DATE DE SORTIE : ' NB-SORTIES-NON-DATEES
           DISPLAY 'SORTIES HORS TABLE        : ' NB-SORTIES-HORS-TABLE
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-PLAN.
           READ RELPLAN-KSDS
               AT END
                   SET FIN-PLANS TO TRUE
               NOT AT END
                   SET NON-FIN-PLANS TO TRUE
           END-READ
           .
