               FILE STATUS F-EX-STATUS
               .

      *    JOURNAL DES INCIDENTS EN LIGNE (CF ERRLOG.cpy) -- ESDS
      *    ECRIT PAR PGMG1VAB, LU ICI DANS L ORDRE D ECRITURE COMME
      *    HISTOG1 POUR DENOMBRER LES ABENDS DE LA VEILLE
           SELECT ERRLOG-FILE
               ASSIGN TO DDERRLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-EL-STATUS
               .

      * ============================================================== *
      *                                                                *
      *                         DATA DIVISION                          *
       FILE SECTION.

       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .

       COPY ALBUM.

       FD CHANSON-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-CHANSON
           .

           .

       01 E-CONTRAT.
           05 E-CO-CODEA           PIC X(06).
           05 E-CO-CODEP           PIC X(06).
           05 E-CO-SIREN           PIC X(05).
           05 E-CO-FONCTION        PIC X(20).
           05 E-CO-DATE-SIGN       PIC X(10).
           05 E-CO-DROITS          PIC 9(03)V9(02).
           05 E-CO-DATE-EXPIR      PIC X(10).
           05 FILLER               PIC X(18).

       01 E-CO-KEY REDEFINES E-CONTRAT PIC X(17).

      *    F-VENTES PORTE UN NIVEAU 77, MEME REMARQUE QUE CI-DESSUS
       FD VENTES-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-VENTES
           .

       01 E-VENTES.
           05 VE-CODEA             PIC X(06).
           05 VE-SIREN             PIC X(05).
           05 VE-DATE-VENTE        PIC X(08).
           05 VE-NUM-LIGNE         PIC 9(02).
           05 VE-DEVISE            PIC X(03).
           05 VE-TYPE-MVT          PIC X(01).
               88 VE-MVT-RETOUR        VALUE 'R'.
           05 FILLER               PIC X(53).

       01 E-VE-KEY REDEFINES E-VENTES PIC X(21).

       FD MAISONDI-KSDS
           RECORD 80 CHARACTERS
       COPY MAISONDI.

       FD HISTORIQ-FILE
           RECORD 185 CHARACTERS
           DATA RECORD IS E-HISTORIQ
           .

       01 E-HISTORIQ.
           05 HI-TYPE-ENR          PIC X(08).
           05 HI-CLE               PIC X(25).
           05 HI-DATE-MODIF        PIC X(08).
           05 HI-HEURE-MODIF       PIC X(08).
           05 HI-ACTION            PIC X(01).
               88 HI-ACTION-CREATION      VALUE 'C'.
               88 HI-ACTION-MODIFICATION  VALUE 'M'.
               88 HI-ACTION-SUPPRESSION   VALUE 'S'.
           05 HI-IMAGE-AVANT       PIC X(90).
           05 HI-TERM-ID           PIC X(04).
           05 HI-OPER-ID           PIC X(08).
           05 HI-PGM-NAME          PIC X(08).
      *    CHAINAGE D INTEGRITE (CF HISTCHN.cpy)
           05 HI-NUM-CHAINE        PIC 9(09).
           05 HI-SCELLE            PIC X(16).


       FD EXCEPT-KSDS

       COPY EXCEPTIO.

      *    F-ERRLOG PORTE UN NIVEAU 77, INTERDIT PAR COBOL DANS UNE
      *    SECTION FILE -- L ENREGISTREMENT EST REPRIS A LA MAIN
       FD ERRLOG-FILE
           RECORD 100 CHARACTERS
           DATA RECORD IS E-ERRLOG
           .

       01 E-ERRLOG.
           05 EL-DATE              PIC 9(08).
           05 EL-HEURE             PIC 9(06).
           05 EL-PGM-ABEND         PIC X(08).
           05 EL-PGM-ECRAN         PIC X(08).
           05 EL-TRANS             PIC X(04).
           05 EL-TERM-ID           PIC X(04).
           05 EL-OPER-ID           PIC X(08).
           05 EL-ABCODE            PIC X(04).
           05 EL-COMMANDE          PIC X(04).
           05 EL-RESSOURCE         PIC X(08).
           05 EL-RESP              PIC 9(04).
           05 EL-CHOIX             PIC X(03).
           05 EL-CLE               PIC X(25).
           05 FILLER               PIC X(06).

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      *    DATE
       01 W-PARM-CARD.
           05 W-PARM-DATE-HISTO       PIC X(08).
           05 W-PARM-DATE-ECLATEE REDEFINES W-PARM-DATE-HISTO.
               10 W-PD-JOUR               PIC X(02).
               10 W-PD-MOIS               PIC X(02).
               10 W-PD-ANNEE              PIC X(04).

      *    MEME JOURNEE EN AAAAMMJJ, FORMAT DES DATES DE ERRLOGG1
       01 W-DATE-INCIDENT.
           05 W-DI-ANNEE              PIC X(04).
           05 W-DI-MOIS               PIC X(02).
           05 W-DI-JOUR               PIC X(02).

      *    DELAI DE PREAVIS AVANT ECHEANCE DE CONTRAT, MEME VALEUR QUE
      *    CTREXPIR, POUR QUE LE DENOMBREMENT DE CE RAPPORT CORRESPONDE
           05 TX-ENTREE OCCURS 10 TIMES.
               10 TX-BATCH            PIC X(08).
               10 TX-CODE             PIC X(08).
               10 TX-REF              PIC X(25).
               10 TX-DATE             PIC 9(08).
       01 FIN-EXCEPT-IND          PIC 9.
           88 FIN-EXCEPT              VALUE 1.
           88 NON-FIN-EXCEPT          VALUE 2.

      *    ABENDS EN LIGNE DE LA VEILLE, CUMULES PAR PROGRAMME EN
      *    ABEND (LE SERVICE PGMG1V LE CAS ECHEANT, CF ERRLOG.cpy)
       77 F-EL-STATUS             PIC X(02) VALUE '00'.
       77 NB-INCIDENTS            PIC 9(05) VALUE ZERO.
       77 NB-PGM-INCIDENTS        PIC 9(02) VALUE ZERO.
       77 IDX-TI                  PIC 9(02) VALUE ZERO.
       01 TABLE-INCIDENTS.
           05 TI-ENTREE OCCURS 50 TIMES.
               10 TI-PGM              PIC X(08).
               10 TI-NB               PIC 9(05).
       01 FIN-ERRLOG-IND          PIC 9.
           88 FIN-ERRLOG              VALUE 1.
           88 NON-FIN-ERRLOG          VALUE 2.

      *    ALBUMS EN BLOCAGE/RETRAIT RELEVES PENDANT LE DENOMBREMENT,
      *    RAPPELES CHAQUE MATIN TANT QUE LE BLOCAGE N EST PAS LEVE
       01 TABLE-ALBUMS-BLOQUES.
           05 TB-ENTREE OCCURS 100 TIMES.
               10 TB-CODEA            PIC X(06).
               10 TB-TITREA           PIC X(30).
       77 NB-ALBUMS-BLOQUES       PIC 9(03) VALUE ZERO.
       77 IDX-TB                  PIC 9(03) VALUE ZERO.
           PERFORM DENOMBRER-MAISON
           PERFORM ANALYSER-HISTORIQUE
           PERFORM RELEVER-EXCEPTIONS-CRITIQUES
           PERFORM RELEVER-INCIDENTS

           PERFORM FIN-TRAITEMENT
           .
                   ' DU ' TX-DATE (IDX-TX)
           END-PERFORM
           DISPLAY '   (BOITE DES EXCEPTIONS, ECRAN APIG1DM5)'
           DISPLAY 'ABENDS EN LIGNE           : ' NB-INCIDENTS
           PERFORM VARYING IDX-TI FROM 1 BY 1
                   UNTIL IDX-TI > NB-PGM-INCIDENTS
               DISPLAY '   PROGRAMME ' TI-PGM (IDX-TI) ' : '
                   TI-NB (IDX-TI)
           END-PERFORM
           DISPLAY '   (JOURNAL DES INCIDENTS, ECRAN APIG1DM7)'
           DISPLAY '---------------------------------------------'
           .

           END-IF
           .

      *    LES ABENDS DE LA JOURNEE DE LA CARTE PARAMETRE SONT
      *    DENOMBRES PAR PROGRAMME -- CARTE VIDE = TOUT LE JOURNAL,
      *    COMME POUR HISTOG1. UN JOURNAL ABSENT N ARRETE PAS LE
      *    RAPPORT
       RELEVER-INCIDENTS.
           MOVE W-PD-ANNEE TO W-DI-ANNEE
           MOVE W-PD-MOIS  TO W-DI-MOIS
           MOVE W-PD-JOUR  TO W-DI-JOUR
           OPEN INPUT ERRLOG-FILE
           IF F-EL-STATUS NOT = ZERO
               DISPLAY 'JOURNAL DES INCIDENTS INDISPONIBLE, CODE '
                   F-EL-STATUS
           ELSE
               PERFORM LECTURE-ENRG-ERRLOG
               PERFORM UNTIL FIN-ERRLOG
                   IF W-PARM-DATE-HISTO = SPACES
                           OR EL-DATE = W-DATE-INCIDENT
                       ADD 1 TO NB-INCIDENTS
                       PERFORM CUMULER-INCIDENT
                   END-IF
                   PERFORM LECTURE-ENRG-ERRLOG
               END-PERFORM
               CLOSE ERRLOG-FILE
           END-IF
           .

      *    AU-DELA DE 50 PROGRAMMES DISTINCTS, LE TOTAL RESTE JUSTE
      *    MAIS LE DETAIL N EST PLUS COMPLET
       CUMULER-INCIDENT.
           PERFORM VARYING IDX-TI FROM 1 BY 1
                   UNTIL IDX-TI > NB-PGM-INCIDENTS
                   OR TI-PGM (IDX-TI) = EL-PGM-ABEND
               CONTINUE
           END-PERFORM
           IF IDX-TI > NB-PGM-INCIDENTS AND NB-PGM-INCIDENTS < 50
               ADD 1 TO NB-PGM-INCIDENTS
               MOVE EL-PGM-ABEND TO TI-PGM (NB-PGM-INCIDENTS)
               MOVE ZERO         TO TI-NB (NB-PGM-INCIDENTS)
           END-IF
           IF IDX-TI <= NB-PGM-INCIDENTS
               ADD 1 TO TI-NB (IDX-TI)
           END-IF
           .

       LECTURE-ENRG-ERRLOG.
           READ ERRLOG-FILE
               AT END
                   SET FIN-ERRLOG TO TRUE
               NOT AT END
                   SET NON-FIN-ERRLOG TO TRUE
           END-READ
           .

       LECTURE-ENRG-EXCEPT.
           READ EXCEPT-KSDS NEXT RECORD
               AT END
