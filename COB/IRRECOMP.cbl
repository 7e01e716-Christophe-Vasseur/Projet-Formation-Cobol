      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH DE COMPTABILISATION DES CREANCES IRRECOUVRABLES    *
      *                                                                *
      *       PARCOURT LES CREANCES PASSEES EN PERTE (IRRECG1, CF      *
      *       IRRECOU.cpy) ET AJOUTE A L INTERFACE COMPTABLE           *
      *       (DDGLJRNL, EN AJOUT, EQUILIBREE PAR GLBALANC) LES        *
      *       ECRITURES NON ENCORE PASSEES :                           *
      *         - PERTE : DEBIT 654000 DU HORS TAXE ET DEBIT 445710    *
      *           DE LA TVA RECUPEREE, CREDIT 411000 EN CONTREPARTIE   *
      *         - RECOUVREMENT APRES PERTE (RAPPROCHE PAR BANKAPPL) :  *
      *           DEBIT 411000, CREDIT 771400 DU HORS TAXE ET CREDIT   *
      *           445710 DE LA TVA REDEVENUE EXIGIBLE                  *
      *       LA DATE DE COMPTABILISATION EST INSCRITE SUR LA          *
      *       CREANCE, QUI N EST PLUS REPRISE AUX PASSAGES SUIVANTS    *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. IRRECOMP.
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

      *    CREANCES PASSEES EN PERTE (CF IRRECOU.cpy)
           SELECT IRRECOU-KSDS
               ASSIGN TO DDIRREC
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS IR-CLE
               FILE STATUS F-IR-STATUS
               .

      *    EXTRAIT DES ECRITURES COMPTABLES (EN AJOUT A GLJRNL)
           SELECT GLJRNL-FILE
               ASSIGN TO DDGLJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-GJ-STATUS
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

       FD IRRECOU-KSDS
           RECORD 100 CHARACTERS
           DATA RECORD IS E-IRRECOU
           .

       COPY IRRECOU.

       FD GLJRNL-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS E-GLJRNL
           .

       COPY GLJRNL.

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      *                                                                *
      * -------------------------------------------------------------- *

       WORKING-STORAGE SECTION.

      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-IR-STATUS             PIC X(02) VALUE '00'.
       77 F-GJ-STATUS             PIC X(02) VALUE '00'.

      * COMPTES DU PLAN COMPTABLE MOUVEMENTES PAR LES CREANCES
      * IRRECOUVRABLES
       77 GL-CPT-CLIENTS          PIC X(08) VALUE '411000  '.
       77 GL-CPT-TVA-COLLECTEE    PIC X(08) VALUE '445710  '.
       77 GL-CPT-PERTES-CREANCES  PIC X(08) VALUE '654000  '.
       77 GL-CPT-RENTREES-CREANCES PIC X(08) VALUE '771400  '.

      * DATE DU JOUR ET PERIODE D ECRITURE (AAAAMM)
       01 W-DATE-JOUR.
           05 W-DJ-PERIODE            PIC 9(06).
           05 W-DJ-JOUR               PIC 9(02).

      * ECRITURE EN COURS
       77 W-MONTANT-HT            PIC 9(09)V9(02) VALUE ZERO.
       77 W-MONTANT-ECRITURE      PIC 9(09)V9(02) VALUE ZERO.
       77 W-GJ-CPT-DEBIT          PIC X(08).
       77 W-GJ-CPT-CREDIT         PIC X(08).
       77 W-GJ-LIBELLE            PIC X(20).

      * CREANCE A REECRIRE (DATE DE COMPTABILISATION INSCRITE)
       01 W-MAJ-IND               PIC 9.
           88 CREANCE-A-REECRIRE      VALUE 1.
           88 CREANCE-INCHANGEE       VALUE 2.

      * TOTAUX ET COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-CREANCES-LUES        PIC 9(07) VALUE ZERO.
       77 NB-PERTES-PASSEES       PIC 9(07) VALUE ZERO.
       77 NB-RECOUVR-PASSES       PIC 9(07) VALUE ZERO.
       77 NB-ECRITURES            PIC 9(05) VALUE ZERO.
       77 W-TOTAL-PERTES          PIC 9(11)V9(02) VALUE ZERO.
       77 W-TOTAL-RECOUVR         PIC 9(11)V9(02) VALUE ZERO.

      * INDICATEUR DE FIN DE FICHIER
       01 FIN-IRRECOU-IND         PIC 9.
           88 FIN-IRRECOU             VALUE 1.
           88 NON-FIN-IRRECOU         VALUE 2.

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
           SET FIN-IRRECOU TO TRUE
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           OPEN I-O IRRECOU-KSDS
           IF F-IR-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER CREANCES EN PERTE'
               DISPLAY 'CODE ERREUR = ' F-IR-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN EXTEND GLJRNL-FILE
           IF F-GJ-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER JOURNAL'
               DISPLAY 'CODE ERREUR = ' F-GJ-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'IRRECOMP - COMPTABILISATION DES CREANCES'
           DISPLAY '           IRRECOUVRABLES'
           DISPLAY 'PERIODE D ECRITURE : ' W-DJ-PERIODE
           DISPLAY '---------------------------------------------'

           PERFORM LECTURE-ENRG-IRRECOU

           PERFORM UNTIL FIN-IRRECOU
               SET CREANCE-INCHANGEE TO TRUE
               COMPUTE W-MONTANT-HT = IR-MONTANT-TTC - IR-MONTANT-TVA
               IF IR-DATE-CPT-PERTE = ZERO
                   PERFORM COMPTABILISER-PERTE
               END-IF
               IF IR-DATE-RECOUVR NOT = ZERO
                       AND IR-DATE-CPT-RECOUVR = ZERO
                   PERFORM COMPTABILISER-RECOUVREMENT
               END-IF
               IF CREANCE-A-REECRIRE
                   REWRITE E-IRRECOU
               END-IF
               PERFORM LECTURE-ENRG-IRRECOU
           END-PERFORM

           PERFORM FIN-TRAITEMENT
           .

      *    LA CREANCE SORT DU COMPTE CLIENTS : LE HORS TAXE EN CHARGE
      *    (654000), LA TAXE RECUPEREE SUR LA TVA COLLECTEE (445710)
       COMPTABILISER-PERTE.
           MOVE GL-CPT-CLIENTS TO W-GJ-CPT-CREDIT
           MOVE SPACES TO W-GJ-LIBELLE
           STRING 'PERTE FACT ' DELIMITED BY SIZE
                  IR-NUM-FACTURE DELIMITED BY SIZE
               INTO W-GJ-LIBELLE
           IF W-MONTANT-HT > ZERO
               MOVE W-MONTANT-HT           TO W-MONTANT-ECRITURE
               MOVE GL-CPT-PERTES-CREANCES TO W-GJ-CPT-DEBIT
               PERFORM ECRIRE-PAIRE
           END-IF
           MOVE SPACES TO W-GJ-LIBELLE
           STRING 'TVA PERTE ' DELIMITED BY SIZE
                  IR-NUM-FACTURE DELIMITED BY SIZE
               INTO W-GJ-LIBELLE
           IF IR-MONTANT-TVA > ZERO
               MOVE IR-MONTANT-TVA         TO W-MONTANT-ECRITURE
               MOVE GL-CPT-TVA-COLLECTEE   TO W-GJ-CPT-DEBIT
               PERFORM ECRIRE-PAIRE
           END-IF
           MOVE W-DATE-JOUR TO IR-DATE-CPT-PERTE
           SET CREANCE-A-REECRIRE TO TRUE
           ADD 1 TO NB-PERTES-PASSEES
           ADD IR-MONTANT-TTC TO W-TOTAL-PERTES
           DISPLAY 'PERTE COMPTABILISEE, FACTURE ' IR-NUM-FACTURE
               ' SIREN ' IR-SIREN ' HT ' W-MONTANT-HT
               ' TVA ' IR-MONTANT-TVA
           .

      *    LE RECOUVREMENT EST UN PRODUIT (771400) ET LA TAXE
      *    REDEVIENT DUE (445710) -- L ENCAISSEMENT LUI-MEME SOLDE LE
      *    COMPTE CLIENTS COMME UN REGLEMENT ORDINAIRE
       COMPTABILISER-RECOUVREMENT.
           MOVE GL-CPT-CLIENTS TO W-GJ-CPT-DEBIT
           MOVE SPACES TO W-GJ-LIBELLE
           STRING 'RECOUV F ' DELIMITED BY SIZE
                  IR-NUM-FACTURE DELIMITED BY SIZE
               INTO W-GJ-LIBELLE
           IF W-MONTANT-HT > ZERO
               MOVE W-MONTANT-HT             TO W-MONTANT-ECRITURE
               MOVE GL-CPT-RENTREES-CREANCES TO W-GJ-CPT-CREDIT
               PERFORM ECRIRE-PAIRE
           END-IF
           MOVE SPACES TO W-GJ-LIBELLE
           STRING 'TVA RECOUV ' DELIMITED BY SIZE
                  IR-NUM-FACTURE DELIMITED BY SIZE
               INTO W-GJ-LIBELLE
           IF IR-MONTANT-TVA > ZERO
               MOVE IR-MONTANT-TVA           TO W-MONTANT-ECRITURE
               MOVE GL-CPT-TVA-COLLECTEE     TO W-GJ-CPT-CREDIT
               PERFORM ECRIRE-PAIRE
           END-IF
           MOVE W-DATE-JOUR TO IR-DATE-CPT-RECOUVR
           SET CREANCE-A-REECRIRE TO TRUE
           ADD 1 TO NB-RECOUVR-PASSES
           ADD IR-MONTANT-TTC TO W-TOTAL-RECOUVR
           DISPLAY 'RECOUVREMENT COMPTABILISE, FACTURE '
               IR-NUM-FACTURE ' SIREN ' IR-SIREN
               ' HT ' W-MONTANT-HT ' TVA ' IR-MONTANT-TVA
           .

       ECRIRE-PAIRE.
           INITIALIZE E-GLJRNL
           MOVE W-DJ-PERIODE       TO GJ-PERIODE
           MOVE W-DATE-JOUR        TO GJ-DATE-ECRITURE
           MOVE W-GJ-CPT-DEBIT     TO GJ-COMPTE
           MOVE W-GJ-LIBELLE       TO GJ-LIBELLE
           SET GJ-DEBIT            TO TRUE
           MOVE W-MONTANT-ECRITURE TO GJ-MONTANT
           MOVE 'EUR'              TO GJ-DEVISE
           MOVE SPACES             TO GJ-REFERENCE
           MOVE W-DJ-PERIODE       TO GJ-REFERENCE(1:6)
           MOVE 'IRRECOMP'         TO GJ-REFERENCE(8:8)
           WRITE E-GLJRNL
           ADD 1 TO NB-ECRITURES

           MOVE W-GJ-CPT-CREDIT    TO GJ-COMPTE
           SET GJ-CREDIT           TO TRUE
           WRITE E-GLJRNL
           ADD 1 TO NB-ECRITURES
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE IRRECOU-KSDS
           CLOSE GLJRNL-FILE
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'IRRECOMP - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'CREANCES LUES             : ' NB-CREANCES-LUES
           DISPLAY 'PERTES COMPTABILISEES     : ' NB-PERTES-PASSEES
           DISPLAY 'MONTANT TTC DES PERTES    : ' W-TOTAL-PERTES
           DISPLAY 'RECOUVREMENTS COMPTABILISES: ' NB-RECOUVR-PASSES
           DISPLAY 'MONTANT TTC RECOUVRE      : ' W-TOTAL-RECOUVR
           DISPLAY 'ECRITURES ECRITES         : ' NB-ECRITURES
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-IRRECOU.
           READ IRRECOU-KSDS NEXT RECORD
               AT END
                   SET FIN-IRRECOU TO TRUE
               NOT AT END
                   SET NON-FIN-IRRECOU TO TRUE
                   ADD 1 TO NB-CREANCES-LUES
           END-READ
           .
