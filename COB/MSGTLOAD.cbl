      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *      BATCH DE CHARGEMENT DES TEXTES D ECRAN TRADUITS           *
      *      (MSGTXTG1, CF MSGTXT.cpy)                                 *
      *                                                                *
      *      SERT A CHARGER EN MASSE LES TRADUCTIONS D UNE LANGUE      *
      *      (IDENTIFIANT, LANGUE, TEXTE) -- LES RETOUCHES AU JOUR LE  *
      *      JOUR PASSENT PAR L ECRAN APIG1DN8. LA DATE DE MISE A      *
      *      JOUR EST CELLE DU JOUR ET L AUTEUR EST 'MSGTLOAD'         *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGTLOAD.
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

      *    FICHIER DE CHARGEMENT, UN ENREG PAR TEXTE ET PAR LANGUE,
      *    MEME FORMAT QUE LE FICHIER VSAM (SEQUENTIEL, NON TRIE) --
      *    LA DATE ET L AUTEUR DE MISE A JOUR SONT IGNORES
           SELECT CHARGE-FILE
               ASSIGN TO DDCHARGE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-CH-STATUS
               .

           SELECT MSGTXT-KSDS
               ASSIGN TO DDMSGTXT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MT-CLE-F
               FILE STATUS F-MT-STATUS
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
           RECORD 120 CHARACTERS
           DATA RECORD IS E-CHARGE
           .

       01 E-CHARGE.
           05 CG-ID                PIC X(06).
           05 CG-LANGUE            PIC X(02).
               88 CG-LANGUE-CONNUE     VALUE 'FR' 'EN'.
           05 CG-TEXTE             PIC X(79).
           05 FILLER               PIC X(33).

       FD MSGTXT-KSDS
           RECORD 120 CHARACTERS
           DATA RECORD IS E-MSGTXT-F
           .

      *    SEUL LE DESSIN DE L ENREGISTREMENT EST REPRIS ICI, LA
      *    COPIE MSGTXT PORTE AUSSI LES ZONES D ECHANGE DES SERVICES
      *    QUI N ONT PAS LEUR PLACE DANS LA FILE SECTION
       01 E-MSGTXT-F.
           05 MT-CLE-F.
               10 MT-ID-F          PIC X(06).
               10 MT-LANGUE-F      PIC X(02).
           05 MT-TEXTE-F           PIC X(79).
           05 MT-DATE-MAJ-F        PIC X(08).
           05 MT-OPER-MAJ-F        PIC X(08).
           05 FILLER               PIC X(17).

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      *                                                                *
      * -------------------------------------------------------------- *

       WORKING-STORAGE SECTION.

      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-CH-STATUS              PIC X(02) VALUE '00'.
       77 F-MT-STATUS              PIC X(02) VALUE '00'.

       77 W-DATE-JOUR              PIC X(08).

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
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
      *    OUVERTURE DES FICHIERS
           OPEN INPUT CHARGE-FILE
           IF F-CH-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER DE CHARGEMENT'
               DISPLAY 'CODE ERREUR = ' F-CH-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
      *    LE FICHIER VSAM PEUT DEJA CONTENIR DES ENREGISTREMENTS,
      *    D OU UN I-O PLUTOT QU UN OUTPUT
           OPEN I-O MSGTXT-KSDS
           IF F-MT-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER DES TEXTES D ECRAN'
               DISPLAY 'CODE ERREUR = ' F-MT-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'MSGTLOAD - CHARGEMENT DES TEXTES D ECRAN'
           DISPLAY '---------------------------------------------'

           PERFORM LECTURE-ENRG-CHARGE

           PERFORM UNTIL FIN-CHARGE
               PERFORM CREER-TEXTE
               PERFORM LECTURE-ENRG-CHARGE
           END-PERFORM

           PERFORM FIN-TRAITEMENT
           .

      *    UNE CARTE POUR UN TEXTE DEJA CONNU REMPLACE LA TRADUCTION
      *    EN PLACE ; LES LANGUES NON GEREES PAR LES ECRANS SONT
      *    REJETEES (CF OP-LANGUE, OPERATEU.cpy)
       CREER-TEXTE.
           EVALUATE TRUE
               WHEN CG-ID = SPACES
                   ADD 1 TO NB-REJETS
                   DISPLAY 'CARTE REJETEE, IDENTIFIANT A BLANC'
               WHEN NOT CG-LANGUE-CONNUE
                   ADD 1 TO NB-REJETS
                   DISPLAY 'CARTE REJETEE, LANGUE INCONNUE : '
                       CG-ID ' ' CG-LANGUE
               WHEN CG-TEXTE = SPACES
                   ADD 1 TO NB-REJETS
                   DISPLAY 'CARTE REJETEE, TEXTE A BLANC : '
                       CG-ID ' ' CG-LANGUE
               WHEN OTHER
                   MOVE SPACES      TO E-MSGTXT-F
                   MOVE CG-ID       TO MT-ID-F
                   MOVE CG-LANGUE   TO MT-LANGUE-F
                   MOVE CG-TEXTE    TO MT-TEXTE-F
                   MOVE W-DATE-JOUR TO MT-DATE-MAJ-F
                   MOVE 'MSGTLOAD'  TO MT-OPER-MAJ-F
                   WRITE E-MSGTXT-F
                       INVALID KEY
                           REWRITE E-MSGTXT-F
                           ADD 1 TO NB-REMPLACES
                       NOT INVALID KEY
                           ADD 1 TO NB-CREES
                   END-WRITE
           END-EVALUATE
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE CHARGE-FILE
           CLOSE MSGTXT-KSDS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'MSGTLOAD - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'ENREGISTREMENTS LUS       : ' NB-LUS
           DISPLAY 'TEXTES CREES              : ' NB-CREES
           DISPLAY 'TEXTES REMPLACES          : ' NB-REMPLACES
           DISPLAY 'CARTES REJETEES           : ' NB-REJETS
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
