       FILE SECTION.

       FD CHANSON-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-CHANSON
           .


      *    FICHIER DE REPRISE -- MEMORISE LA DERNIERE CLE TRAITEE
       FD CHKPT-FILE
           RECORD 6 CHARACTERS
           DATA RECORD IS CHKPT-RECORD
           .

       01 CHKPT-RECORD             PIC X(06).

      * -------------------------------------------------------------- *
      *                                                                *
       77 NB-DEPUIS-CHECKPOINT   PIC 9(05) VALUE ZERO.
       77 INTERVALLE-CHECKPOINT PIC 9(05) VALUE 00100.
      * DERNIERE CLE ENTIEREMENT SYNCHRONISEE -- ECRITE AU CHECKPOINT
       77 DERNIERE-CLE-TRAITEE   PIC X(06) VALUE LOW-VALUES.
      * CLE A PARTIR DE LAQUELLE REPRENDRE (LOW-VALUES SI PAS DE REPRISE)
       77 CHKPT-RESTART-KEY      PIC X(06) VALUE LOW-VALUES.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-CREES               PIC 9(07) VALUE ZERO.
