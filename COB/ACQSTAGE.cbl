       01 E-PKCTR                  PIC X(80).

       FD STGALB-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .

       COPY ALBUM.

       FD STGCHA-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-CHANSON
           .

      *    MEME DESSIN QUE E-CONTRAT (CF CONTRAT.cpy, DONT LES ZONES
      *    DE TRAVAIL SONT PROPRES AUX ECRANS)
       01 E-CONTRAT-STG.
           05 E-CO-CODEA           PIC X(06).
           05 E-CO-CODEP           PIC X(06).
           05 E-CO-SIREN           PIC X(05).
           05 E-CO-FONCTION        PIC X(20).
           05 E-CO-DATE-SIGN       PIC X(10).
           05 E-CO-TERRITOIRE      PIC X(03).
           05 E-CO-TAUX-RESERVE    PIC 9(02)V9(02).
           05 E-CO-STATUT          PIC X(01).
           05 E-CO-TAUX-MERCH      PIC 9(03)V9(02).
           05 FILLER               PIC X(05).

       01 E-CO-KEY REDEFINES E-CONTRAT-STG PIC X(17).

       FD ALBUM-KSDS
           RECORD 80 CHARACTERS
           .

       01 E-ALBUM-M.
           05 AL-CODEA-M           PIC X(06).
           05 FILLER               PIC X(74).

       FD PERSONNE-KSDS
           RECORD 80 CHARACTERS
      *    VALIDATION CROISEE ET LE CONTROLE DES PISTES
       01 TABLE-ALBUMS-STG.
           05 TA-ENTREE OCCURS 500 TIMES INDEXED BY IDX-TA.
               10 TA-CODEA            PIC X(06).
               10 TA-NB-PISTES        PIC 9(03).
               10 TA-PISTE-MAX        PIC 9(03).
       77 NB-ALBUMS-STG           PIC 9(03) VALUE ZERO.
       01 ALBUM-STG-IND           PIC 9.
           88 ALBUM-STG-TROUVE        VALUE 1.
           88 ALBUM-STG-ABSENT        VALUE 2.
       77 W-CODEA-CHERCHE         PIC X(06) VALUE SPACES.

      * COMPTEURS DU CHARGEMENT ET DE LA VALIDATION
       77 NB-ALB-CHARGES          PIC 9(05) VALUE ZERO.
