      *       'FORCE' EN COLONNES 10-14 POUR ECRASER UN FICHIER        *
      *       NON VIDE                                                 *
      *                                                                *
      *       LA RESTAURATION DE STOCKG1 OU DE COMPTDIG1 (CARTE        *
      *       COMPTDG1) PREND LES VERROUS DE BATCH DES FICHIERS        *
      *       RECHARGES (CF BATLOCK.cpy) : UN FICHIER TENU PAR UN      *
      *       AUTRE PASSAGE ARRETE LE TRAITEMENT AVANT TOUTE           *
      *       RESTAURATION, AVEC UNE EXCEPTION 'VERROU' DANS EXCEPTG1  *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
               FILE STATUS F-RC-STATUS
               .

      *    BOITE DES EXCEPTIONS DE BATCH (CF EXCEPTIO.cpy)
           SELECT EXCEPT-KSDS
               ASSIGN TO DDEXCEPT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EX-CLE
               FILE STATUS F-EX-STATUS
               .

      *    REGISTRE DES VERROUS DE BATCH (CF BATLOCK.cpy)
           SELECT BATLOCK-KSDS
               ASSIGN TO DDBATLOK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS BL-FICHIER
               FILE STATUS F-BL-STATUS
               .

           SELECT CIB-ALB-KSDS
               ASSIGN TO DDALBUM
               ORGANIZATION IS INDEXED
               88 RC-STATUT-KO          VALUE 'N'.
           05 FILLER                PIC X(55).

       FD EXCEPT-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-EXCEPTN
           .

       COPY EXCEPTIO.

       FD BATLOCK-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-BATLOCK
           .

       COPY BATLOCK.

       FD CIB-ALB-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS R-CIB-ALB
           .

       01 R-CIB-ALB.
           05 R-ALB-CLE          PIC X(06).
           05 FILLER               PIC X(84).
       FD BAK-ALB-FILE
           RECORD 90 CHARACTERS
           DATA RECORD IS R-BAK-ALB
           .

       01 R-BAK-ALB              PIC X(90).
       FD CIB-CHA-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS R-CIB-CHA
           .

       01 R-CIB-CHA.
           05 R-CHA-CLE          PIC X(06).
           05 FILLER               PIC X(84).
       FD BAK-CHA-FILE
           RECORD 90 CHARACTERS
           DATA RECORD IS R-BAK-CHA
           .

       01 R-BAK-CHA              PIC X(90).
       FD CIB-PER-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS R-CIB-PER
           .

       01 R-CIB-PER.
           05 R-PER-CLE          PIC X(06).
           05 FILLER               PIC X(74).
       FD BAK-PER-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS R-BAK-PER
           .

       01 R-CIB-CON.
           05 R-CON-CLE          PIC X(17).
           05 FILLER               PIC X(63).
       FD BAK-CON-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS R-BAK-CON

       01 R-BAK-CON              PIC X(80).
       FD CIB-VEN-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS R-CIB-VEN
           .

       01 R-CIB-VEN.
           05 R-VEN-CLE          PIC X(21).
           05 FILLER               PIC X(69).
       FD BAK-VEN-FILE
           RECORD 90 CHARACTERS
           DATA RECORD IS R-BAK-VEN
           .

       01 R-BAK-VEN              PIC X(90).
       FD CIB-MAI-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS R-CIB-MAI

       01 R-BAK-PLA              PIC X(80).
       FD CIB-HIS-FILE
           RECORD 185 CHARACTERS
           DATA RECORD IS R-CIB-HIS
           .

       01 R-CIB-HIS              PIC X(185).
       FD BAK-HIS-FILE
           RECORD 185 CHARACTERS
           DATA RECORD IS R-BAK-HIS
           .

       01 R-BAK-HIS              PIC X(185).
       FD CIB-OPE-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS R-CIB-OPE

       01 R-BAK-OPE              PIC X(80).
       FD CIB-ROY-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS R-CIB-ROY
           .

       01 R-CIB-ROY.
           05 R-ROY-CLE          PIC X(23).
           05 FILLER               PIC X(67).
       FD BAK-ROY-FILE
           RECORD 90 CHARACTERS
           DATA RECORD IS R-BAK-ROY
           .

       01 R-BAK-ROY              PIC X(90).
       FD CIB-PLC-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS R-CIB-PLC
           .

       01 R-CIB-PLC.
           05 R-PLC-CLE          PIC X(10).
           05 FILLER               PIC X(70).
       FD BAK-PLC-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS R-BAK-PLC
           .

       01 R-CIB-CTR.
           05 R-CTR-CLE          PIC X(25).
           05 FILLER               PIC X(55).
       FD BAK-CTR-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS R-BAK-CTR
           .

       01 R-CIB-STO.
           05 R-STO-CLE          PIC X(08).
           05 FILLER               PIC X(72).
       FD BAK-STO-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS R-BAK-STO
           .

       01 R-CIB-SYN.
           05 R-SYN-CLE          PIC X(10).
           05 FILLER               PIC X(70).
       FD BAK-SYN-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS R-BAK-SYN
           .

       01 R-CIB-RES.
           05 R-RES-CLE          PIC X(23).
           05 FILLER               PIC X(57).
       FD BAK-RES-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS R-BAK-RES
           .

       01 R-CIB-SUS.
           05 R-SUS-CLE          PIC X(06).
           05 FILLER               PIC X(74).
       FD BAK-SUS-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS R-BAK-SUS
           .

       01 R-CIB-RED.
           05 R-RED-CLE          PIC X(06).
           05 FILLER               PIC X(74).
       FD BAK-RED-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS R-BAK-RED
           .

       01 R-CIB-PAL.
           05 R-PAL-CLE          PIC X(19).
           05 FILLER               PIC X(61).
       FD BAK-PAL-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS R-BAK-PAL
           .

       01 R-CIB-STM.
           05 R-STM-CLE          PIC X(26).
           05 FILLER               PIC X(54).
       FD BAK-STM-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS R-BAK-STM
           .

       01 R-CIB-TER.
           05 R-TER-CLE          PIC X(20).
           05 FILLER               PIC X(60).
       FD BAK-TER-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS R-BAK-TER
           .

       01 R-CIB-BNQ.
           05 R-BNQ-CLE          PIC X(06).
           05 FILLER               PIC X(74).
       FD BAK-BNQ-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS R-BAK-BNQ
           .

       01 R-CIB-ADR.
           05 R-ADR-CLE          PIC X(06).
           05 FILLER               PIC X(74).
       FD BAK-ADR-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS R-BAK-ADR
       77 F-KADR-STATUS            PIC X(02) VALUE '00'.
       77 F-BADR-STATUS            PIC X(02) VALUE '00'.

      * REGISTRE DES VERROUS DE BATCH -- CF BATLOKW.cpy ET
      * PRENDRE-VERROUS / RENDRE-VERROUS
       77 F-BL-STATUS              PIC X(02) VALUE '00'.
       COPY BATLOKW.

      * BOITE DES EXCEPTIONS DE BATCH -- CF EXCEPTIO.cpy ET
      * SIGNALER-EXCEPTION (L OUVERTURE EST FAITE A LA PREMIERE
      * EXCEPTION, UN PASSAGE SANS ANOMALIE NE TOUCHE PAS AU FICHIER)
       77 F-EX-STATUS              PIC X(02) VALUE '00'.
       77 W-EX-DATE-JOUR           PIC 9(08).
       77 W-EX-SEQ                 PIC 9(04) VALUE ZERO.
       01 W-EX-OUVERT-SW           PIC X(01) VALUE 'N'.
           88 EXC-FICHIER-OUVERT       VALUE 'Y'.
           88 EXC-FICHIER-FERME        VALUE 'N'.
       01 W-EX-ECRITE-SW           PIC X(01) VALUE 'N'.
           88 EXC-ECRITE                VALUE 'Y'.
           88 EXC-NON-ECRITE            VALUE 'N'.

      * CARTE SYSIN -- FICHIER A RESTAURER ET PARAMETRE FORCE
       01 W-PARM-CARD.
           05 W-PARM-FICHIER       PIC X(08).
       77 W-NB-RECHARGES          PIC 9(09) VALUE ZERO.
       77 W-HASH-COURANT          PIC 9(15) VALUE ZERO.
       77 W-HASH-I                PIC 9(03) VALUE ZERO.
       77 W-REC-CTL               PIC X(185) VALUE SPACES.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-RESTAURES            PIC 9(02) VALUE ZERO.
                   'SYSIN, TRAITEMENT ABANDONNE'
               PERFORM FIN-TRAITEMENT
           END-IF
      *    PRISE DES VERROUS AVANT TOUTE RESTAURATION DES FICHIERS
      *    PROTEGES PAR LE REGISTRE
           IF W-PARM-FICHIER = 'STOCKG1' OR W-PARM-FICHIER = 'COMPTDG1'
                   OR W-PARM-FICHIER = 'TOUS'
               PERFORM PRENDRE-VERROUS
           END-IF
           PERFORM CHARGER-CONTROLES
           .

           .

      *    SOMME DES RANGS DES CARACTERES DE L ENREGISTREMENT (MEME
      *    CALCUL QUE VSAMUNLD, ZONE CADREE SUR 185 CARACTERES)
       CUMULER-HASH.
           PERFORM VARYING W-HASH-I FROM 1 BY 1
                   UNTIL W-HASH-I > 185
               COMPUTE W-HASH-COURANT = W-HASH-COURANT
                   + FUNCTION ORD(W-REC-CTL(W-HASH-I:1))
           END-PERFORM
           .

       FIN-TRAITEMENT.
           IF EXC-FICHIER-OUVERT
               CLOSE EXCEPT-KSDS
           END-IF
           PERFORM EDITER-RAPPORT
           PERFORM RENDRE-VERROUS
           STOP RUN
           .

                   PERFORM CUMULER-HASH
           END-READ
           .

      *    DEPOSE L EXCEPTION COURANTE DANS LA BOITE (CF EXCEPTIO.cpy)
      *    -- L APPELANT A DEJA POSE EX-GRAVITE, EX-CODE ET EX-REF ;
      *    LES COLLISIONS DE CLE DANS LA JOURNEE SONT DEDOUBLONNEES
      *    PAR LE RANG EX-SEQ
       SIGNALER-EXCEPTION.
           IF EXC-FICHIER-FERME
               ACCEPT W-EX-DATE-JOUR FROM DATE YYYYMMDD
               OPEN I-O EXCEPT-KSDS
               IF F-EX-STATUS NOT = ZERO
                   DISPLAY 'ERREUR OUVERTURE BOITE DES EXCEPTIONS'
                   DISPLAY 'CODE ERREUR = ' F-EX-STATUS
               ELSE
                   SET EXC-FICHIER-OUVERT TO TRUE
               END-IF
           END-IF
           IF EXC-FICHIER-OUVERT
               MOVE W-EX-DATE-JOUR TO EX-DATE
               MOVE 'VSAMREST' TO EX-BATCH
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

      *    PRISE DES VERROUS DU REGISTRE (CF BATLOCK.cpy) SUR LES
      *    FICHIERS RECHARGES PAR CE TRAITEMENT -- UN FICHIER DEJA
      *    TENU PAR UN AUTRE PASSAGE ARRETE LE TRAITEMENT AVANT TOUTE
      *    MISE A JOUR ; LES VERROUS DEJA PRIS SONT ALORS RENDUS PAR
      *    FIN-TRAITEMENT
       PRENDRE-VERROUS.
           MOVE 'VSAMREST' TO W-VR-JOB
           MOVE ZERO        TO W-VR-NB
           IF W-PARM-FICHIER = 'STOCKG1' OR W-PARM-FICHIER = 'TOUS'
               ADD 1 TO W-VR-NB
               MOVE 'STOCKG1'   TO W-VR-FICHIER (W-VR-NB)
           END-IF
           IF W-PARM-FICHIER = 'COMPTDG1' OR W-PARM-FICHIER = 'TOUS'
               ADD 1 TO W-VR-NB
               MOVE 'COMPTDIG1' TO W-VR-FICHIER (W-VR-NB)
           END-IF
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
