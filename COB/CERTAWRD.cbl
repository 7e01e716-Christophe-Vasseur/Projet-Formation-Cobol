       FILE SECTION.

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
           05 FILLER               PIC X(44).
           05 VE-FORMAT            PIC X(01).
               88 VE-FORMAT-MERCH      VALUE 'M'.
           05 FILLER               PIC X(08).

       01 E-VE-KEY REDEFINES E-VENTES PIC X(21).

       FD CERTSEUIL-KSDS
           RECORD 80 CHARACTERS
       COPY CERTIF.

       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .


      * CUMUL DE L ALBUM EN COURS (RUPTURE SUR LE CODE ALBUM EN TETE
      * DE CLE) -- LES RETOURS SE DEDUISENT DES UNITES VENDUES
       77 W-CODEA-COURANT         PIC X(06) VALUE SPACES.
       77 W-UNITES-NETTES         PIC S9(09) VALUE ZERO.
       77 W-SEUIL-APPROCHE        PIC 9(09) VALUE ZERO.
       77 W-TITREA-EDITE          PIC X(30) VALUE SPACES.

           PERFORM LECTURE-ENRG-VENTES

      *    LES VENTES D ARTICLES DE MERCHANDISING (SUPPORT 'M') NE
      *    COMPTENT PAS POUR LES CERTIFICATIONS D ALBUMS
           PERFORM UNTIL FIN-VENTES
               IF NOT VE-FORMAT-MERCH
                   PERFORM CUMULER-VENTE
               END-IF
               PERFORM LECTURE-ENRG-VENTES
           END-PERFORM

                   MOVE TS-NIVEAU (IDX-TS) TO CF-NIVEAU
                   MOVE W-DATE-JOUR        TO CF-DATE-FRANCHIE
                   MOVE W-UNITES-NETTES    TO CF-UNITES-FRANCHIES
                   MOVE SPACES             TO E-CERTIF(26:55)
                   WRITE E-CERTIF
                   ADD 1 TO NB-CERTIFS-NOUVELLES
                   PERFORM LIRE-ALBUM
