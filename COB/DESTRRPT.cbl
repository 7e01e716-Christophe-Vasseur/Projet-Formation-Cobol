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
           05 VE-TYPE-MVT          PIC X(01).
               88 VE-MVT-RETOUR        VALUE 'R'.
           05 VE-RAISON-RETOUR     PIC X(02).
           05 VE-RETOUR-CLE        PIC X(21).
           05 VE-CODE-CLIENT       PIC X(06).
           05 VE-NUM-FACTURE       PIC 9(09).
           05 VE-STATUT-LITIGE     PIC X(01).
           05 VE-TAUX-TVA          PIC 9(02)V9(02).
           05 VE-DISPOSITION       PIC X(01).
               88 VE-DISPO-DETRUIT     VALUE 'D'.
           05 FILLER               PIC X(09).

       01 E-VE-KEY REDEFINES E-VENTES PIC X(21).

       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .


      * LIGNE DE DETAIL PAR ALBUM (RUPTURE SUR LE CODE ALBUM)
       01 W-LIGNE-DETAIL.
           05 W-LD-CODEA              PIC X(06).
           05 FILLER                  PIC X(02).
           05 W-LD-TITREA             PIC X(30).
           05 FILLER                  PIC X(01).
       01 W-LIGNE-TRAIT              PIC X(132) VALUE ALL '-'.

      * CUMULS DE LA RUPTURE ALBUM EN COURS
       77 W-CODEA-COURANT            PIC X(06) VALUE SPACES.
       77 W-QTE-ALBUM                PIC 9(09) VALUE ZERO.
       77 W-VALEUR-ALBUM             PIC 9(11)V9(02) VALUE ZERO.

