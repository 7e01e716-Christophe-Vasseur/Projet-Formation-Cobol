      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *      BATCH DE MISE A JOUR DE LA TABLE DB2 STOCKMVT             *
      *                                                                *
      *      RECOPIE NOCTURNE DU FICHIER VSAM STKMVTG1 DANS LA         *
      *      TABLE API5.STOCKMVT, SUR LE MODELE DE VENTESDB :          *
      *      FUSION DES DEUX SOURCES TRIEES SUR LA MEME CLE,           *
      *      CREATION, MODIFICATION OU SUPPRESSION DE LA LIGNE         *
      *      DB2, COMMIT ET POINT DE REPRISE TOUS LES 100              *
      *      ENREGISTREMENTS                                           *
      *                                                                *
      *      MOUVEMENTS DE STOCK (STKMVTG1, CF STOCKMVT.cpy) : UNE     *
      *      LIGNE PAR MOUVEMENT DERRIERE LE SOLDE DE STOCKG1          *
      *                                                                *
      *      PAS DE LA CHAINE NOCTURNE : APRES LES TRAITEMENTS QUI     *
      *      METTENT A JOUR STKMVTG1, AVANT STKMVTRCON QUI             *
      *      RAPPROCHE LA TABLE DU FICHIER. LA TABLE EST CREEE UNE     *
      *      FOIS POUR TOUTES PAR MIROIRCR                             *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKMVTDB.
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

           SELECT STOCKMVT-KSDS
               ASSIGN TO DDENTREE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS SM-CLE
               FILE STATUS F-STATUS
               .

           SELECT CHKPT-FILE
               ASSIGN TO DDCHKPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS CHKPT-STATUS
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

       FD STOCKMVT-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-STOCKMVT
           .

       COPY STOCKMVT.

      *    FICHIER DE REPRISE -- MEMORISE LA DERNIERE CLE TRAITEE
       FD CHKPT-FILE
           RECORD 26 CHARACTERS
           DATA RECORD IS CHKPT-RECORD
           .

       01 CHKPT-RECORD             PIC X(26).

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      *                                                                *
      * -------------------------------------------------------------- *

       WORKING-STORAGE SECTION.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

      * GARDE-FOUS
       77 I          PIC 9(03).
       77 J          PIC 9(03).
      * CODE DE RETOUR DE LECTURE DU FICHIER
       77 F-STATUS   PIC X(02) VALUE '00'.
      * CODE DE RETOUR DU FICHIER DE REPRISE
       77 CHKPT-STATUS PIC X(02) VALUE '00'.
      * SQLCODE
       77 SQLCODE-ED PIC +9(03).

      * NOMBRE D'ENREGISTREMENTS TRAITES DEPUIS LE DERNIER POINT DE
      * REPRISE, ET FREQUENCE A LAQUELLE ON COMMITTE ET CHECKPOINTE
       77 NB-DEPUIS-CHECKPOINT   PIC 9(05) VALUE ZERO.
       77 INTERVALLE-CHECKPOINT PIC 9(05) VALUE 00100.
      * DERNIERE CLE ENTIEREMENT SYNCHRONISEE -- ECRITE AU CHECKPOINT
       77 DERNIERE-CLE-TRAITEE   PIC X(26) VALUE LOW-VALUES.
      * CLE A PARTIR DE LAQUELLE REPRENDRE (BASSE SANS REPRISE)
       01 CHKPT-RESTART-KEY.
           05 CHKPT-RESTART-CODEA        PIC X(06)
                                         VALUE LOW-VALUES.
           05 CHKPT-RESTART-FORMAT-SUPPORT PIC X(01)
                                         VALUE LOW-VALUES.
           05 CHKPT-RESTART-DEPOT        PIC X(01)
                                         VALUE LOW-VALUES.
           05 CHKPT-RESTART-DATE-MVT     PIC 9(08)
                                         VALUE ZERO.
           05 CHKPT-RESTART-HEURE-MVT    PIC X(08)
                                         VALUE LOW-VALUES.
           05 CHKPT-RESTART-SEQ-MVT      PIC 9(02)
                                         VALUE ZERO.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-CREES               PIC 9(07) VALUE ZERO.
       77 NB-MODIFIES            PIC 9(07) VALUE ZERO.
       77 NB-SUPPRIMES           PIC 9(07) VALUE ZERO.

      * INDICATEUR DE FIN DE FICHIER VSAM
       01 FIN-DE-FICHIER-IND PIC 9.
           88 FIN-DE-FICHIER     VALUE 1.
           88 NON-FIN-DE-FICHIER VALUE 2.
      * INDICATEUR DE FIN DE TABLE DB2
       01 FIN-DE-TABLE-IND    PIC 9.
           88 FIN-DE-TABLE       VALUE 1.
           88 NON-FIN-DE-TABLE   VALUE 2.
      * INDICATEUR DE FICHIER VSAM VIDE
       01 FICHIER-VIDE-IND   PIC 9.
           88 FICHIER-VIDE       VALUE 1.
           88 NON-FICHIER-VIDE   VALUE 2.
      * INDICATEUR DE REPRISE SUR UN CHECKPOINT ANTERIEUR
       01 REPRISE-IND        PIC 9.
           88 REPRISE-TRAITEMENT VALUE 1.
           88 PAS-DE-REPRISE     VALUE 2.
      * INDICATEUR DE FIN NORMALE DE TRAITEMENT
       01 FIN-NORMALE-IND    PIC 9.
           88 FIN-NORMALE        VALUE 1.
           88 FIN-ANORMALE       VALUE 2.

      *    ZONE DB2 COURANTE (HOTE) -- RETOUR DU CURSEUR
       01 DB2-STOCKMVT.
           05 CODEA                  PIC X(06).
           05 FORMAT-SUPPORT         PIC X(01).
           05 DEPOT                  PIC X(01).
           05 DATE-MVT               PIC 9(08).
           05 HEURE-MVT              PIC X(08).
           05 SEQ-MVT                PIC 9(02).
           05 TYPE-MVT               PIC X(01).
           05 SENS                   PIC X(01).
           05 QTE                    PIC 9(07).
           05 REF-ORIGINE            PIC X(21).

       01 DB2-SM-KEY REDEFINES DB2-STOCKMVT PIC X(26).

      *    DECLARATION CURSEUR -- LA BORNE BASSE VAUT LOW-VALUES QUAND
      *    IL N'Y A PAS DE REPRISE, CE QUI SELECTIONNE ALORS LA TABLE
      *    ENTIERE
           EXEC SQL
               DECLARE CURSEUR CURSOR WITH HOLD FOR
               SELECT CODEA, FORMAT_SUPPORT, DEPOT, DATE_MVT, HEURE_MVT,
                   SEQ_MVT, TYPE_MVT, SENS, QTE, REF_ORIGINE
               FROM STOCKMVT
               WHERE (CODEA, FORMAT_SUPPORT, DEPOT, DATE_MVT, HEURE_MVT,
                    SEQ_MVT) >
                   (:CHKPT-RESTART-CODEA, :CHKPT-RESTART-FORMAT-SUPPORT,
                    :CHKPT-RESTART-DEPOT, :CHKPT-RESTART-DATE-MVT,
                    :CHKPT-RESTART-HEURE-MVT, :CHKPT-RESTART-SEQ-MVT)
               ORDER BY CODEA, FORMAT_SUPPORT, DEPOT, DATE_MVT,
                   HEURE_MVT, SEQ_MVT
           END-EXEC

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
           MOVE 0 TO I J
           SET FIN-DE-FICHIER TO TRUE
           SET FIN-DE-TABLE    TO TRUE
           SET PAS-DE-REPRISE  TO TRUE
           SET FIN-ANORMALE    TO TRUE
      *    OUVERTURE DU FICHIER VSAM
           OPEN INPUT STOCKMVT-KSDS
      *    VERIFICATION OUVERTURE FICHIER VSAM
           IF F-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER VSAM'
               DISPLAY 'CODE ERREUR = ' F-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
      *    RECHERCHE D'UN POINT DE REPRISE LAISSE PAR UNE EXECUTION
      *    PRECEDENTE INTERROMPUE
           PERFORM LIRE-CHECKPOINT
           IF REPRISE-TRAITEMENT
               DISPLAY 'REPRISE A PARTIR DE LA CLE ' CHKPT-RESTART-KEY
               START STOCKMVT-KSDS KEY IS GREATER THAN SM-CLE
                   INVALID KEY
                       SET FIN-DE-FICHIER TO TRUE
               END-START
           END-IF
           EXEC SQL
               OPEN CURSEUR
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-ED
               DISPLAY 'ERREUR OUVERTURE CURSEUR DB2, SQLCODE = '
                   SQLCODE-ED
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

      *    LECTURE DU 1ER ENRG VSAM ET DB2
           PERFORM LECTURE-ENRG-VSAM
           PERFORM LECTURE-ENRG-DB2

           IF PAS-DE-REPRISE AND FIN-DE-FICHIER
               SET FICHIER-VIDE TO TRUE
           ELSE
               SET NON-FICHIER-VIDE TO TRUE
           END-IF

           PERFORM UNTIL
               FIN-DE-FICHIER AND
               FIN-DE-TABLE
      *    END UNTIL
               ADD 1 TO I
               IF FICHIER-VIDE
                   PERFORM VIDER-TABLE
               END-IF
               IF FIN-DE-FICHIER
                   PERFORM SUPPR-ENREG-RESTANTS
      *            SUPPR-ENREG-RESTANTS SUPPRIME EN UN SEUL ORDRE SQL
      *            LA LIGNE DB2 COURANTE ET TOUT LE RESTE DE LA TABLE :
      *            LA TABLE EST DONC VIDE A PARTIR DE CE POINT, CE QUI
      *            DOIT FAIRE CESSER LA BOUCLE PRINCIPALE AU MEME TITRE
      *            QUE SI LE CURSEUR AVAIT ATTEINT SQLCODE 100
                   SET FIN-DE-TABLE TO TRUE
               END-IF
               IF FIN-DE-TABLE
                   PERFORM UNTIL FIN-DE-FICHIER
                       ADD 1 TO J
                       PERFORM CREER-ENREG
                       MOVE SM-CLE TO DERNIERE-CLE-TRAITEE
                       PERFORM LECTURE-ENRG-VSAM
                       PERFORM CHECKPOINT-INTERMEDIAIRE
                   END-PERFORM
               END-IF
               IF
                   NOT FIN-DE-FICHIER AND
                   NOT FIN-DE-TABLE
      *        END
                   IF SM-CLE = DB2-SM-KEY
      *                MODIFIER L ENREG DB2
      *                LIRE VSAM ET DB2
                       PERFORM MODIFIER-ENREG
                       MOVE SM-CLE TO DERNIERE-CLE-TRAITEE
                       PERFORM LECTURE-ENRG-VSAM
                       PERFORM LECTURE-ENRG-DB2
                   END-IF
                   IF SM-CLE < DB2-SM-KEY
      *                CREER L ENREG DB2
      *                LIRE VSAM UNIQUEMENT
                       PERFORM CREER-ENREG
                       MOVE SM-CLE TO DERNIERE-CLE-TRAITEE
                       PERFORM LECTURE-ENRG-VSAM
                   END-IF
                   IF SM-CLE > DB2-SM-KEY
      *                SUPPRIMER L ENREG DB2
      *                LIRE DB2 UNIQUEMENT
                       PERFORM SUPPR-ENREG
                       MOVE DB2-SM-KEY TO DERNIERE-CLE-TRAITEE
                       PERFORM LECTURE-ENRG-DB2
                   END-IF
                   PERFORM CHECKPOINT-INTERMEDIAIRE
               END-IF
           END-PERFORM
           SET FIN-NORMALE TO TRUE
           PERFORM FIN-TRAITEMENT
           .

       CHECKPOINT-INTERMEDIAIRE.
           ADD 1 TO NB-DEPUIS-CHECKPOINT
           IF NB-DEPUIS-CHECKPOINT >= INTERVALLE-CHECKPOINT
               PERFORM ECRITURE-CHECKPOINT
               MOVE ZERO TO NB-DEPUIS-CHECKPOINT
           END-IF
           .

       ECRITURE-CHECKPOINT.
           EXEC SQL
               COMMIT
           END-EXEC
           OPEN OUTPUT CHKPT-FILE
           MOVE DERNIERE-CLE-TRAITEE TO CHKPT-RECORD
           WRITE CHKPT-RECORD
           CLOSE CHKPT-FILE
           .

      * -------------------------------------------------------------- *
      *                                                                *
      *                      FONCTIONS PERFORMEES                      *
      *                                                                *
      * -------------------------------------------------------------- *

       FIN-TRAITEMENT.
           IF FIN-NORMALE
               EXEC SQL
                   COMMIT
               END-EXEC
      *        FIN NORMALE : LE POINT DE REPRISE N'EST PLUS UTILE
               PERFORM EFFACER-CHECKPOINT
           END-IF
           PERFORM EDITER-RAPPORT
           CLOSE STOCKMVT-KSDS
           EXEC SQL
              CLOSE CURSEUR
           END-EXEC
           STOP RUN
           .

      *    RECHERCHE D'UN POINT DE REPRISE LAISSE PAR UNE EXECUTION
      *    PRECEDENTE INTERROMPUE
       LIRE-CHECKPOINT.
           OPEN INPUT CHKPT-FILE
           IF CHKPT-STATUS = '00'
               READ CHKPT-FILE
                   AT END
                       SET PAS-DE-REPRISE TO TRUE
                   NOT AT END
                       MOVE CHKPT-RECORD TO CHKPT-RESTART-KEY
                       MOVE CHKPT-RECORD TO SM-CLE
                       SET REPRISE-TRAITEMENT TO TRUE
               END-READ
               CLOSE CHKPT-FILE
           ELSE
               SET PAS-DE-REPRISE TO TRUE
           END-IF
           .

      *    RAPPORT DE FIN DE TRAITEMENT -- NOMBRE D'ENREGISTREMENTS
      *    CREES, MODIFIES ET SUPPRIMES DANS LA TABLE DB2
       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'STKMVTDB - RAPPORT DE SYNCHRONISATION STOCKMVT'
           DISPLAY 'ENREGISTREMENTS CREES     : ' NB-CREES
           DISPLAY 'ENREGISTREMENTS MODIFIES  : ' NB-MODIFIES
           DISPLAY 'ENREGISTREMENTS SUPPRIMES : ' NB-SUPPRIMES
           DISPLAY '---------------------------------------------'
           .

       EFFACER-CHECKPOINT.
           OPEN OUTPUT CHKPT-FILE
           CLOSE CHKPT-FILE
           .

       VIDER-TABLE.
           EXEC SQL
               DELETE FROM API5.STOCKMVT
           END-EXEC
           ADD SQLERRD(3) TO NB-SUPPRIMES
           .

       MODIFIER-ENREG.
           EXEC SQL
               UPDATE API5.STOCKMVT
               SET TYPE_MVT = :SM-TYPE-MVT,
                   SENS = :SM-SENS,
                   QTE = :SM-QTE,
                   REF_ORIGINE = :SM-REFERENCE
               WHERE CODEA = :SM-CODEA
                 AND FORMAT_SUPPORT = :SM-FORMAT
                 AND DEPOT = :SM-DEPOT
                 AND DATE_MVT = :SM-DATE
                 AND HEURE_MVT = :SM-HEURE
                 AND SEQ_MVT = :SM-SEQ
           END-EXEC
           ADD 1 TO NB-MODIFIES
           .

       SUPPR-ENREG.
           EXEC SQL
               DELETE FROM API5.STOCKMVT
               WHERE CODEA = :CODEA
                 AND FORMAT_SUPPORT = :FORMAT-SUPPORT
                 AND DEPOT = :DEPOT
                 AND DATE_MVT = :DATE-MVT
                 AND HEURE_MVT = :HEURE-MVT
                 AND SEQ_MVT = :SEQ-MVT
           END-EXEC
           ADD 1 TO NB-SUPPRIMES
           .

      *    LA LIGNE DB2 COURANTE N A PAS D EQUIVALENT VSAM (FIN DU
      *    FICHIER ATTEINTE) : ELLE EST SUPPRIMEE AVEC TOUTES LES
      *    SUIVANTES
       SUPPR-ENREG-RESTANTS.
           EXEC SQL
               DELETE FROM API5.STOCKMVT
               WHERE (CODEA, FORMAT_SUPPORT, DEPOT, DATE_MVT, HEURE_MVT,
                    SEQ_MVT) >=
                   (:CODEA, :FORMAT-SUPPORT, :DEPOT, :DATE-MVT,
                    :HEURE-MVT, :SEQ-MVT)
           END-EXEC
           ADD SQLERRD(3) TO NB-SUPPRIMES
           .

       CREER-ENREG.
           EXEC SQL
               INSERT INTO API5.STOCKMVT (CODEA, FORMAT_SUPPORT, DEPOT,
                   DATE_MVT, HEURE_MVT, SEQ_MVT, TYPE_MVT, SENS, QTE,
                   REF_ORIGINE)
               VALUES (:SM-CODEA, :SM-FORMAT, :SM-DEPOT, :SM-DATE,
                   :SM-HEURE, :SM-SEQ, :SM-TYPE-MVT, :SM-SENS, :SM-QTE,
                   :SM-REFERENCE)
           END-EXEC
           ADD 1 TO NB-CREES
           .

       LECTURE-ENRG-VSAM.
           READ STOCKMVT-KSDS
               AT END
                   SET FIN-DE-FICHIER TO TRUE
           END-READ
           .

       LECTURE-ENRG-DB2.
           EXEC SQL
               FETCH CURSEUR
               INTO :CODEA, :FORMAT-SUPPORT, :DEPOT, :DATE-MVT,
                   :HEURE-MVT, :SEQ-MVT, :TYPE-MVT, :SENS, :QTE,
                   :REF-ORIGINE
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   SET NON-FIN-DE-TABLE TO TRUE
               WHEN 100
                   SET FIN-DE-TABLE TO TRUE
               WHEN OTHER
                   DISPLAY 'ERREUR LECTURE CURSEUR DB2, SQLCODE = '
                       SQLCODE
                   SET FIN-DE-TABLE TO TRUE
           END-EVALUATE
           .
