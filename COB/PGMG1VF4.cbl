           05 W-MA-SIREN           PIC X(05).
           05 W-MA-RAISON-SOC      PIC X(30).
           05 W-MA-ADRESSE         PIC X(15).
           05 W-MA-CODEP-DIR       PIC X(06).
           05 W-MA-LIMITE-CREDIT   PIC 9(09)V9(02).
           05 W-MA-CODE-MODIF      PIC 9(01).
           05 W-MA-DELAI-REGLEMENT PIC 9(03).
           05 W-MA-FIN-DE-MOIS     PIC X(01).
           05 W-MA-PENALITES       PIC X(01).
           05 FILLER               PIC X(09).
      *    IMAGE AVANT MODIFICATION, UTILISEE POUR DETECTER UNE
      *    MODIFICATION CONCURRENTE AVANT REWRITE
           05 W-MA-RAISON-SOC-AVANT PIC X(30).
           05 W-MA-ADRESSE-AVANT   PIC X(15).
           05 W-MA-CODEP-DIR-AVANT PIC X(06).

       01 W2-MAISON-DIST.
           05 W2-MA-SIREN          PIC X(05).
           05 W2-MA-RAISON-SOC     PIC X(30).
           05 W2-MA-ADRESSE        PIC X(15).
           05 W2-MA-CODEP-DIR      PIC X(06).
           05 W2-MA-TERRITOIRE     PIC X(03).
           05 W2-MA-LIMITE-CREDIT  PIC 9(09)V9(02).
           05 W2-MA-DELAI-REGLEMENT PIC 9(03).
           05 W2-MA-FIN-DE-MOIS    PIC X(01).
           05 W2-MA-PENALITES      PIC X(01).
           05 FILLER               PIC X(05).

      *------------------------------------------------------*
      *   ZONE DE MESSAGE TAMPON POUR LE SEND FROM           *
       COPY MAISONDI.
       COPY HISTORIQ.
       COPY HISTWHO.
       COPY MODATT.

      *    LA LIMITE DE CREDIT EST SOUMISE A DOUBLE CONTROLE : UNE
      *    LIMITE SAISIE DIFFERENTE DE LA LIMITE EN PLACE N EST PAS
      *    REECRITE, ELLE EST DEPOSEE EN DEMANDE DANS MODATTG1 (CF
      *    MODATT.cpy) ET NE SERA APPLIQUEE QU A SA VALIDATION PAR UN
      *    AUTRE SUPERVISEUR (PGMG1VM6) -- CODE REPONSE 6 = MODIFI-
      *    CATION ENREGISTREE, LIMITE EN ATTENTE ; 7 = MODIFICATION
      *    ENREGISTREE MAIS ECHEC DU DEPOT DE LA DEMANDE
       77 W-LIMITE-DEMANDEE   PIC 9(09)V9(02) VALUE ZERO.
       01 W-LIMITE-SW         PIC X(01) VALUE 'N'.
           88 LIMITE-A-VALIDER    VALUE 'O'.
           88 LIMITE-INCHANGEE    VALUE 'N'.
       01 W-RC-MODATT         PIC S9(08) COMP.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *

                   MOVE W2-MAISON-DIST TO W-MAISON-DIST
                   MOVE W2-MA-LIMITE-CREDIT TO W-MA-LIMITE-CREDIT
                   MOVE W2-MA-DELAI-REGLEMENT TO W-MA-DELAI-REGLEMENT
                   MOVE W2-MA-FIN-DE-MOIS TO W-MA-FIN-DE-MOIS
                   MOVE W2-MA-PENALITES TO W-MA-PENALITES

                   EVALUATE RC-1
                       WHEN DFHRESP(NORMAL)
                       END-IF
                       MOVE W2-MAISON-DIST TO HI-IMAGE-AVANT
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

                       MOVE W-MA-SIREN      TO W2-MA-SIREN
                       MOVE W-MA-RAISON-SOC TO W2-MA-RAISON-SOC
                       MOVE W-MA-ADRESSE    TO W2-MA-ADRESSE
                       MOVE W-MA-CODEP-DIR  TO W2-MA-CODEP-DIR
                       IF W-MA-LIMITE-CREDIT NOT = W2-MA-LIMITE-CREDIT
                           SET LIMITE-A-VALIDER TO TRUE
                           MOVE W-MA-LIMITE-CREDIT
                                            TO W-LIMITE-DEMANDEE
                       ELSE
                           SET LIMITE-INCHANGEE TO TRUE
                       END-IF
                       MOVE W-MA-DELAI-REGLEMENT
                                            TO W2-MA-DELAI-REGLEMENT
                       MOVE W-MA-FIN-DE-MOIS
                                            TO W2-MA-FIN-DE-MOIS
                       MOVE W-MA-PENALITES  TO W2-MA-PENALITES

                       EXEC CICS
                           REWRITE FILE('MAISONG1')
                           WHEN DFHRESP(NORMAL)
                               MOVE W2-MAISON-DIST TO W-MAISON-DIST
                               MOVE 1 TO W-MA-CODE-MODIF
                               IF LIMITE-A-VALIDER
                                   PERFORM P-DEPOSER-DEMANDE-LIMITE
                               END-IF
                           WHEN DFHRESP(NOTFND)
                               MOVE 2 TO W-MA-CODE-MODIF
                           WHEN OTHER

           GOBACK
           .

      *--------------------------------------------------------------*
      *   DEPOT DE LA NOUVELLE LIMITE DE CREDIT EN DEMANDE DE         *
      *   VALIDATION -- LA MAISON GARDE SA LIMITE EN PLACE JUSQU A    *
      *   LA VALIDATION                                               *
      *--------------------------------------------------------------*

       P-DEPOSER-DEMANDE-LIMITE.
           MOVE SPACES            TO E-MODATT
           SET MV-LIMITE-CREDIT   TO TRUE
           MOVE W-MA-SIREN        TO MV-CLE-ENREG
           EXEC CICS FORMATTIME
               ABSTIME (DATE-TMP)
               YYYYMMDD (MV-DATE-DEMANDE)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (DATE-TMP)
               TIME (MV-HEURE-DEMANDE)
           END-EXEC
           MOVE HI-OPER-ID        TO MV-OPER-DEMANDE
           MOVE 'PGMG1VF4'        TO MV-PGM-DEMANDE
           MOVE W2-MA-LIMITE-CREDIT TO MV-AV-LIMITE
           MOVE W-LIMITE-DEMANDEE TO MV-AP-LIMITE
           SET MV-EN-ATTENTE      TO TRUE
           MOVE SPACES            TO MV-OPER-DECISION
           MOVE ZERO              TO MV-DATE-DECISION
           MOVE ZERO              TO MV-HEURE-DECISION
           MOVE ZERO              TO MV-NUM-ORDRE
           PERFORM P-ECRIRE-DEMANDE
           PERFORM UNTIL W-RC-MODATT NOT = DFHRESP(DUPREC)
                   OR MV-NUM-ORDRE = 99
               ADD 1 TO MV-NUM-ORDRE
               PERFORM P-ECRIRE-DEMANDE
           END-PERFORM
           IF W-RC-MODATT = DFHRESP(NORMAL)
               MOVE 6 TO W-MA-CODE-MODIF
           ELSE
               MOVE 7 TO W-MA-CODE-MODIF
           END-IF
           .

       P-ECRIRE-DEMANDE.
           EXEC CICS
               WRITE FILE('MODATTG1')
               FROM (E-MODATT)
               LENGTH (LENGTH OF E-MODATT)
               RIDFLD (MV-CLE)
               RESP (W-RC-MODATT)
           END-EXEC
           .
