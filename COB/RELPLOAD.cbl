      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *      BATCH DE CHARGEMENT ET DE MISE A JOUR DES PLANS DE        *
      *      SORTIE DES ALBUMS (RELPLG1)                               *
      *                                                                *
      *      UN PLAN ABSENT EST CREE ; UN PLAN EXISTANT VOIT SES       *
      *      JALONS REMPLACES PAR CEUX DU FICHIER DE CHARGEMENT, LE    *
      *      VERDICT DU DERNIER CONTROLE DE PREPARATION (RELCHECK)     *
      *      ETANT CONSERVE                                            *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPLOAD.
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

      *    FICHIER DE CHARGEMENT, UN ENREG PAR ALBUM, MEME FORMAT QUE
      *    LE FICHIER VSAM (SEQUENTIEL, NON TRIE) -- SEULS LE CODE
      *    ALBUM ET LES JALONS SONT REPRIS
           SELECT CHARGE-FILE
               ASSIGN TO DDCHARGE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-CH-STATUS
               .

           SELECT RELPLAN-KSDS
               ASSIGN TO DDRELPLN
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
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

       FD CHARGE-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS E-CHARGE
           .

       01 E-CHARGE.
           05 CG-CODEA             PIC X(06).
           05 CG-JALONS            PIC X(48).
           05 FILLER               PIC X(26).

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

      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-CH-STATUS              PIC X(02) VALUE '00'.
       77 F-PS-STATUS              PIC X(02) VALUE '00'.
       77 F-AL-STATUS              PIC X(02) VALUE '00'.

      *    JALONS DE L ENREGISTREMENT DE CHARGEMENT, CONTROLES AVANT
      *    REPRISE (MEME ORDRE QUE SUR RELPLAN.cpy)
       01 W-JALONS.
           05 W-JALON              PIC X(08) OCCURS 6 TIMES.
       77 J                        PIC 9(01).
       01 JALONS-VALIDES-IND       PIC 9.
           88 JALONS-VALIDES           VALUE 1.
           88 JALONS-INVALIDES         VALUE 2.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-LUS                   PIC 9(07) VALUE ZERO.
       77 NB-CREES                 PIC 9(07) VALUE ZERO.
       77 NB-MODIFIES              PIC 9(07) VALUE ZERO.
       77 NB-REJETS                PIC 9(07) VALUE ZERO.

      * INDICATEUR DE FIN DE FICHIER DE CHARGEMENT
       01 FIN-CHARGE-IND           PIC 9.
           88 FIN-CHARGE               VALUE 1.
           88 NON-FIN-CHARGE           VALUE 2.

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
           SET FIN-CHARGE TO TRUE
      *    OUVERTURE DES FICHIERS
           OPEN INPUT CHARGE-FILE
           IF F-CH-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER DE CHARGEMENT'
               DISPLAY 'CODE ERREUR = ' F-CH-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
      *    LE FICHIER VSAM PEUT DEJA CONTENIR DES ENREGISTREMENTS,
      *    D OU UN I-O PLUTOT QU UN OUTPUT
           OPEN I-O RELPLAN-KSDS
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
           DISPLAY 'RELPLOAD - CHARGEMENT DES PLANS DE SORTIE'
           DISPLAY '           DES ALBUMS'
           DISPLAY '---------------------------------------------'

           PERFORM LECTURE-ENRG-CHARGE

           PERFORM UNTIL FIN-CHARGE
               PERFORM CHARGER-PLAN
               PERFORM LECTURE-ENRG-CHARGE
           END-PERFORM

           PERFORM FIN-TRAITEMENT
           .

      *    L ALBUM DOIT EXISTER ET CHAQUE JALON ETRE NUMERIQUE (ZERO
      *    POUR UN JALON SANS DATE)
       CHARGER-PLAN.
           MOVE CG-JALONS TO W-JALONS
           SET JALONS-VALIDES TO TRUE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 6
               IF W-JALON (J) IS NOT NUMERIC
                   SET JALONS-INVALIDES TO TRUE
               END-IF
           END-PERFORM
           MOVE CG-CODEA TO AL-CODEA
           READ ALBUM-KSDS
               INVALID KEY
                   ADD 1 TO NB-REJETS
                   DISPLAY 'REJET, ALBUM INCONNU : ' CG-CODEA
               NOT INVALID KEY
                   IF JALONS-INVALIDES
                       ADD 1 TO NB-REJETS
                       DISPLAY 'REJET, JALON NON NUMERIQUE : '
                           CG-CODEA
                   ELSE
                       PERFORM ENREGISTRER-PLAN
                   END-IF
           END-READ
           .

       ENREGISTRER-PLAN.
           MOVE CG-CODEA TO PS-CODEA
           READ RELPLAN-KSDS
               INVALID KEY
                   MOVE SPACES    TO E-RELPLAN
                   MOVE CG-CODEA  TO PS-CODEA
                   MOVE ZERO      TO PS-DATE-CONTROLE
                   PERFORM REPRENDRE-JALONS
                   WRITE E-RELPLAN
                       INVALID KEY
                           ADD 1 TO NB-REJETS
                           DISPLAY 'REJET, ECRITURE REFUSEE : '
                               CG-CODEA ' CODE ' F-PS-STATUS
                       NOT INVALID KEY
                           ADD 1 TO NB-CREES
                   END-WRITE
               NOT INVALID KEY
                   PERFORM REPRENDRE-JALONS
                   REWRITE E-RELPLAN
                       INVALID KEY
                           ADD 1 TO NB-REJETS
                           DISPLAY 'REJET, MISE A JOUR REFUSEE : '
                               CG-CODEA ' CODE ' F-PS-STATUS
                       NOT INVALID KEY
                           ADD 1 TO NB-MODIFIES
                   END-REWRITE
           END-READ
           .

       REPRENDRE-JALONS.
           MOVE W-JALON (1) TO PS-MASTER-PREVU
           MOVE W-JALON (2) TO PS-MASTER-FAIT
           MOVE W-JALON (3) TO PS-POCHETTE-PREVUE
           MOVE W-JALON (4) TO PS-POCHETTE-FAITE
           MOVE W-JALON (5) TO PS-FABRIC-PREVUE
           MOVE W-JALON (6) TO PS-FABRIC-FAITE
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE CHARGE-FILE
           CLOSE RELPLAN-KSDS
           CLOSE ALBUM-KSDS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'RELPLOAD - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'ENREGISTREMENTS LUS       : ' NB-LUS
           DISPLAY 'PLANS CREES               : ' NB-CREES
           DISPLAY 'PLANS MIS A JOUR          : ' NB-MODIFIES
           DISPLAY 'REJETS                    : ' NB-REJETS
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-CHARGE.
           READ CHARGE-FILE
               AT END
                   SET FIN-CHARGE TO TRUE
               NOT AT END
                   SET NON-FIN-CHARGE TO TRUE
                   ADD 1 TO NB-LUS
           END-READ
           .
