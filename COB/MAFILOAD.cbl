      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *      BATCH DE CHARGEMENT DES IDENTIFIANTS FISCAUX DES          *
      *      MAISONS DE DISTRIBUTION (MAISFIG1)                        *
      *                                                                *
      *      UN ENREGISTREMENT DEJA PRESENT EST REMPLACE : LE MEME     *
      *      FICHIER SERT A LA CREATION ET A LA CORRECTION D UN NUMERO *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAFILOAD.
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

      *    FICHIER DE CHARGEMENT, UN ENREG PAR MAISON A RENSEIGNER,
      *    MEME FORMAT QUE LE FICHIER VSAM (SEQUENTIEL, NON TRIE)
           SELECT CHARGE-FILE
               ASSIGN TO DDCHARGE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-CH-STATUS
               .

           SELECT MAISONFI-KSDS
               ASSIGN TO DDMAISFI
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MF-SIREN
               FILE STATUS F-MF-STATUS
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

       01 E-CHARGE                 PIC X(80).

       FD MAISONFI-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-MAISONFI
           .

       COPY MAISONFI.

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      *                                                                *
      * -------------------------------------------------------------- *

       WORKING-STORAGE SECTION.

      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-CH-STATUS              PIC X(02) VALUE '00'.
       77 F-MF-STATUS              PIC X(02) VALUE '00'.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-LUS                   PIC 9(07) VALUE ZERO.
       77 NB-CREES                 PIC 9(07) VALUE ZERO.
       77 NB-REMPLACES             PIC 9(07) VALUE ZERO.
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
           OPEN I-O MAISONFI-KSDS
           IF F-MF-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER MAISFIG1'
               DISPLAY 'CODE ERREUR = ' F-MF-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'MAFILOAD - CHARGEMENT DES IDENTIFIANTS FISCAUX'
           DISPLAY '           DES MAISONS DE DISTRIBUTION'
           DISPLAY '---------------------------------------------'

           PERFORM LECTURE-ENRG-CHARGE

           PERFORM UNTIL FIN-CHARGE
               PERFORM CREER-IDENTIFIANT
               PERFORM LECTURE-ENRG-CHARGE
           END-PERFORM

           PERFORM FIN-TRAITEMENT
           .

      *    UN IDENTIFIANT DEJA CHARGE POUR LA MAISON EST REMPLACE PAR
      *    LE NOUVEAU
       CREER-IDENTIFIANT.
           MOVE E-CHARGE TO E-MAISONFI
           IF MF-SIREN = SPACES
               ADD 1 TO NB-REJETS
               DISPLAY 'REJET, MAISON NON RENSEIGNEE : ' E-CHARGE(1:19)
           ELSE
               WRITE E-MAISONFI
                   INVALID KEY
                       REWRITE E-MAISONFI
                       ADD 1 TO NB-REMPLACES
                       DISPLAY 'IDENTIFIANT REMPLACE, MAISON : '
                           MF-SIREN ' TVA ' MF-NUM-TVA-UE
                   NOT INVALID KEY
                       ADD 1 TO NB-CREES
               END-WRITE
           END-IF
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE CHARGE-FILE
           CLOSE MAISONFI-KSDS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'MAFILOAD - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'ENREGISTREMENTS LUS       : ' NB-LUS
           DISPLAY 'IDENTIFIANTS CREES        : ' NB-CREES
           DISPLAY 'IDENTIFIANTS REMPLACES    : ' NB-REMPLACES
           DISPLAY 'REJETS (MAISON A BLANC)   : ' NB-REJETS
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
