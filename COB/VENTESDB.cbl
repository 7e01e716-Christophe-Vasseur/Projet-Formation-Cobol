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
           05 FILLER               PIC X(21).
      *    SUPPORT VENDU (C/V/N, CF VENTES.cpy), MIRE TEL QUEL
           05 VE-FORMAT            PIC X(01).
           05 FILLER               PIC X(08).

       01 E-VE-KEY REDEFINES E-VENTES PIC X(21).

      *    FICHIER DE REPRISE -- MEMORISE LA DERNIERE CLE TRAITEE
       FD CHKPT-FILE
           RECORD 21 CHARACTERS
           DATA RECORD IS CHKPT-RECORD
           .

       01 CHKPT-RECORD             PIC X(21).

      * -------------------------------------------------------------- *
      *                                                                *
       77 NB-DEPUIS-CHECKPOINT   PIC 9(05) VALUE ZERO.
       77 INTERVALLE-CHECKPOINT PIC 9(05) VALUE 00100.
      * DERNIERE CLE ENTIEREMENT SYNCHRONISEE -- ECRITE AU CHECKPOINT
       77 DERNIERE-CLE-TRAITEE   PIC X(21) VALUE LOW-VALUES.
      * CLE A PARTIR DE LAQUELLE REPRENDRE (LOW-VALUES SI PAS DE REPRISE)
       01 CHKPT-RESTART-KEY.
           05 CHKPT-RESTART-CODEA    PIC X(06) VALUE LOW-VALUES.
           05 CHKPT-RESTART-SIREN    PIC X(05) VALUE LOW-VALUES.
           05 CHKPT-RESTART-DATE     PIC X(08) VALUE LOW-VALUES.
           05 CHKPT-RESTART-LIGNE    PIC X(02) VALUE LOW-VALUES.

      *    ZONE DB2 COURANTE (HOTE) -- RETOUR DU CURSEUR
       01 DB2-VENTES.
           05 CODEA                PIC X(06).
           05 SIREN                PIC X(05).
           05 DATE-VENTE           PIC X(08).
           05 NUM-LIGNE            PIC 9(02).
           05 DEVISE                PIC X(03).
           05 TYPE-MVT              PIC X(01).
           05 RAISON-RETOUR         PIC X(02).
           05 RETOUR-CLE            PIC X(21).
           05 FORMAT-SUPPORT        PIC X(01).

       01 DB2-VE-KEY REDEFINES DB2-VENTES PIC X(21).

      *    DECLARATION CURSEUR -- LA BORNE BASSE VAUT LOW-VALUES QUAND
      *    IL N'Y A PAS DE REPRISE, CE QUI SELECTIONNE ALORS LA TABLE
