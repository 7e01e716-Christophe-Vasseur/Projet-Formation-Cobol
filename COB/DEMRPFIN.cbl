      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH DE CLOTURE D UNE DEMANDE D ETAT A LA CARTE         *
      *       (DEMRPTG1, CF DEMRPT.cpy)                                *
      *                                                                *
      *       DERNIER PAS DU TRAVAIL SOUMIS PAR DEMRPSEL, PASSE EN     *
      *       TOUT ETAT DE CAUSE : RETROUVE DANS LE REFERENTIEL DES    *
      *       ETATS (ETATG1) L EXECUTION ARCHIVEE DEPUIS LE LANCEMENT  *
      *       DONT LE LIBELLE PORTE LE NUMERO DE LA DEMANDE. LA        *
      *       DEMANDE PASSE A 'T' (TERMINEE) AVEC LA REFERENCE DE      *
      *       L EXECUTION, CONSULTABLE PAR APIG1DM8, OU A 'E' (EN      *
      *       ECHEC) SI L ETAT N A PAS ETE ARCHIVE                     *
      *                                                                *
      *       CARTE PARAMETRE (SYSIN) :                                *
      *         01-07  NUMERO DE LA DEMANDE                            *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMRPFIN.
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

           SELECT DEMRPT-KSDS
               ASSIGN TO DDDEMRPT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DR-NUMERO
               FILE STATUS F-DR-STATUS
               .

      *    REFERENTIEL DES ETATS -- PARCOURS A PARTIR DU LANCEMENT
           SELECT ETATARC-KSDS
               ASSIGN TO DDETATG1
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EA-CLE
               FILE STATUS F-EA-STATUS
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

       FD DEMRPT-KSDS
           RECORD 220 CHARACTERS
           DATA RECORD IS E-DEMRPT
           .

       COPY DEMRPT.

       FD ETATARC-KSDS
           RECORD 170 CHARACTERS
           DATA RECORD IS E-ETATARC
           .

       COPY ETATARC.

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      *                                                                *
      * -------------------------------------------------------------- *

       WORKING-STORAGE SECTION.

      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-DR-STATUS             PIC X(02) VALUE '00'.
       77 F-EA-STATUS             PIC X(02) VALUE '00'.

      * CARTE PARAMETRE (CF EN-TETE DU PROGRAMME)
       01 W-PARM-CARD.
           05 W-PARM-NUMERO           PIC X(07).
           05 FILLER                  PIC X(73).

      * DEBUT DU LIBELLE D EXECUTION POSE PAR DEMRPSEL SUR LA CARTE
      * D ETATARCH
       01 W-LIBELLE-DEMANDE.
           05 FILLER                  PIC X(08) VALUE 'DEMANDE '.
           05 W-LD-NUMERO             PIC 9(07).

      * POSITION DE DEPART DU PARCOURS : L ETAT, A LA DATE ET HEURE DE
      * LANCEMENT DE LA DEMANDE
       77 W-HEURE-LANCEMENT       PIC X(06).

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-ENRG-LUS             PIC 9(07) VALUE ZERO.

      * INDICATEUR DE FIN DE PARCOURS DU REFERENTIEL
       01 FIN-ETATARC-IND         PIC 9.
           88 FIN-ETATARC             VALUE 1.
           88 NON-FIN-ETATARC         VALUE 2.
      * INDICATEUR D EXECUTION ARCHIVEE TROUVEE
       01 EXEC-TROUVEE-IND        PIC 9 VALUE 2.
           88 EXEC-TROUVEE            VALUE 1.
           88 EXEC-NON-TROUVEE        VALUE 2.

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
           MOVE SPACES TO W-PARM-CARD
           ACCEPT W-PARM-CARD FROM SYSIN
           IF W-PARM-NUMERO IS NOT NUMERIC
               DISPLAY 'CARTE PARAMETRE ABSENTE OU NUMERO INVALIDE : '
                   W-PARM-NUMERO
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O DEMRPT-KSDS
           IF F-DR-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER DES DEMANDES'
               DISPLAY 'CODE ERREUR = ' F-DR-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT ETATARC-KSDS
           IF F-EA-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE REFERENTIEL DES ETATS'
               DISPLAY 'CODE ERREUR = ' F-EA-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'DEMRPFIN - CLOTURE D UNE DEMANDE D ETAT'
           DISPLAY 'DEMANDE            : ' W-PARM-NUMERO
           DISPLAY '---------------------------------------------'

           MOVE W-PARM-NUMERO TO DR-NUMERO
           READ DEMRPT-KSDS
               INVALID KEY
                   DISPLAY 'DEMANDE INCONNUE : ' W-PARM-NUMERO
                   PERFORM FIN-TRAITEMENT
           END-READ
           IF NOT DR-LANCEE
               DISPLAY 'DEMANDE NON LANCEE (STATUT ' DR-STATUT
                   '), NON MODIFIEE'
               PERFORM FIN-TRAITEMENT
           END-IF
           PERFORM CHERCHER-EXECUTION
           IF EXEC-TROUVEE
               SET DR-TERMINEE TO TRUE
               MOVE EA-DATE-EXEC   TO DR-EX-DATE
               MOVE EA-HEURE-EXEC  TO DR-EX-HEURE
               MOVE EA-NB-PAGES    TO DR-EX-NB-PAGES
               MOVE SPACES         TO DR-MOTIF
               DISPLAY 'EXECUTION ARCHIVEE : ' EA-ETAT ' '
                   EA-DATE-EXEC ' ' EA-HEURE-EXEC ' (' EA-NB-PAGES
                   ' PAGES)'
           ELSE
               SET DR-EN-ECHEC TO TRUE
               MOVE 'ETAT NON PRODUIT OU NON ARCHIVE' TO DR-MOTIF
               DISPLAY 'AUCUNE EXECUTION ARCHIVEE POUR LA DEMANDE'
           END-IF
           REWRITE E-DEMRPT
               INVALID KEY
                   DISPLAY 'ECHEC MISE A JOUR DEMANDE ' DR-NUMERO
                       ' : ' F-DR-STATUS
           END-REWRITE
           PERFORM FIN-TRAITEMENT
           .

      *    LES EXECUTIONS DE L ETAT SONT RANGEES PAR DATE ET HEURE
      *    D ARCHIVAGE : LE PARCOURS PART DU LANCEMENT ET S ARRETE AU
      *    CHANGEMENT D ETAT OU A LA LIGNE DESCRIPTIVE DE LA DEMANDE
       CHERCHER-EXECUTION.
           SET EXEC-NON-TROUVEE TO TRUE
           MOVE DR-NUMERO          TO W-LD-NUMERO
           MOVE DR-HEURE-LANCEMENT TO W-HEURE-LANCEMENT
           MOVE DR-ETAT            TO EA-ETAT
           MOVE DR-DATE-LANCEMENT  TO EA-DATE-EXEC
           MOVE W-HEURE-LANCEMENT  TO EA-HEURE-EXEC
           MOVE ZERO               TO EA-PAGE
           MOVE ZERO               TO EA-LIGNE
           START ETATARC-KSDS KEY IS NOT LESS THAN EA-CLE
               INVALID KEY
                   SET FIN-ETATARC TO TRUE
               NOT INVALID KEY
                   SET NON-FIN-ETATARC TO TRUE
           END-START
           IF NON-FIN-ETATARC
               PERFORM LECTURE-ENRG-ETATARC
           END-IF
           PERFORM UNTIL FIN-ETATARC OR EXEC-TROUVEE
               IF EA-ETAT NOT = DR-ETAT
                   SET FIN-ETATARC TO TRUE
               ELSE
                   IF EA-DESCRIPTIF
                           AND EA-LIBELLE(1:15) = W-LIBELLE-DEMANDE
                       SET EXEC-TROUVEE TO TRUE
                   ELSE
                       PERFORM LECTURE-ENRG-ETATARC
                   END-IF
               END-IF
           END-PERFORM
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE DEMRPT-KSDS
           CLOSE ETATARC-KSDS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'DEMRPFIN - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'DEMANDE                   : ' W-PARM-NUMERO
           DISPLAY 'STATUT                    : ' DR-STATUT
           DISPLAY 'ENREGISTREMENTS PARCOURUS : ' NB-ENRG-LUS
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-ETATARC.
           READ ETATARC-KSDS NEXT RECORD
               AT END
                   SET FIN-ETATARC TO TRUE
               NOT AT END
                   SET NON-FIN-ETATARC TO TRUE
                   ADD 1 TO NB-ENRG-LUS
           END-READ
           .
