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

      *    FICHIER DE REPRISE -- MEMORISE LA DERNIERE CLE TRAITEE
       FD CHKPT-FILE
           RECORD 17 CHARACTERS
           DATA RECORD IS CHKPT-RECORD
           .

       01 CHKPT-RECORD             PIC X(17).

      * -------------------------------------------------------------- *
      *                                                                *
       77 NB-DEPUIS-CHECKPOINT   PIC 9(05) VALUE ZERO.
       77 INTERVALLE-CHECKPOINT PIC 9(05) VALUE 00100.
      * DERNIERE CLE ENTIEREMENT SYNCHRONISEE -- ECRITE AU CHECKPOINT
       77 DERNIERE-CLE-TRAITEE   PIC X(17) VALUE LOW-VALUES.
      * CLE A PARTIR DE LAQUELLE REPRENDRE (LOW-VALUES SI PAS DE REPRISE)
       01 CHKPT-RESTART-KEY.
           05 CHKPT-RESTART-CODEA    PIC X(06) VALUE LOW-VALUES.
           05 CHKPT-RESTART-CODEP    PIC X(06) VALUE LOW-VALUES.
           05 CHKPT-RESTART-SIREN    PIC X(05) VALUE LOW-VALUES.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT

      *    ZONE DB2 COURANTE (HOTE) -- RETOUR DU CURSEUR
       01 DB2-CONTRAT.
           05 CODEA                PIC X(06).
           05 CODEP                PIC X(06).
           05 SIREN                PIC X(05).
           05 FONCTION             PIC X(20).
           05 DATE-SIGN            PIC X(10).
           05 DROITS               PIC 9(03)V9(02).
           05 DATE-EXPIR           PIC X(10).

       01 DB2-CO-KEY REDEFINES DB2-CONTRAT PIC X(17).

      *    DECLARATION CURSEUR -- LA BORNE BASSE VAUT LOW-VALUES QUAND
      *    IL N'Y A PAS DE REPRISE, CE QUI SELECTIONNE ALORS LA TABLE
