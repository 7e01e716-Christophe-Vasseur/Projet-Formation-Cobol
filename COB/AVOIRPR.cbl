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
           05 FILLER               PIC X(15).

       01 E-VE-KEY REDEFINES E-VENTES PIC X(21).

       FD VORIG-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-VORIG
           .

       01 E-VORIG.
           05 VO-CODEA             PIC X(06).
           05 VO-SIREN             PIC X(05).
           05 VO-DATE-VENTE        PIC X(08).
           05 VO-NUM-LIGNE         PIC 9(02).
           05 VO-DEVISE            PIC X(03).
           05 VO-TYPE-MVT          PIC X(01).
           05 VO-RAISON-RETOUR     PIC X(02).
           05 VO-RETOUR-CLE        PIC X(21).
           05 VO-CODE-CLIENT       PIC X(06).
           05 VO-NUM-FACTURE       PIC 9(09).
           05 FILLER               PIC X(15).

       01 E-VO-KEY REDEFINES E-VORIG PIC X(21).

       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .

       01 W-LIGNE-ORIGINE-INC.
           05 FILLER                  PIC X(33)
               VALUE 'VENTE D ORIGINE INTROUVABLE, CLE '.
           05 W-LOI-CLE               PIC X(21).
           05 FILLER                  PIC X(78).

      * BLOC IDENTIFIANT LE RETOUR CREDITE
       01 W-LIGNE-VENTE.
           05 FILLER                  PIC X(06) VALUE 'ALBUM '.
           05 W-LV-CODEA              PIC X(06).
           05 FILLER                  PIC X(01).
           05 W-LV-TITREA             PIC X(30).
           05 FILLER                  PIC X(05) VALUE 'DATE '.
