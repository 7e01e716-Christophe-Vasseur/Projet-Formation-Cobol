           .

       01 E-RENOUV.
           05 RN-CODEA             PIC X(06).
           05 RN-CODEP             PIC X(06).
           05 RN-SIREN             PIC X(05).
           05 RN-FONCTION          PIC X(20).
           05 RN-DATE-SIGN         PIC X(10).
           05 RN-DROITS            PIC 9(03)V9(02).
           05 RN-DATE-EXPIR        PIC X(10).
           05 RN-DATE-EXPIR-AVANT  PIC X(10).
           05 FILLER               PIC X(08).

       01 RN-KEY REDEFINES E-RENOUV PIC X(17).

       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .

      *    ADRPERS.cpy, DONT LA ZONE DE TRAVAIL EST PROPRE AUX
      *    ECRANS)
       01 E-ADRPERS.
           05 AD-CODEP             PIC X(06).
           05 AD-RUE               PIC X(30).
           05 AD-CODE-POSTAL       PIC X(05).
           05 AD-VILLE             PIC X(20).
           05 AD-PAYS              PIC X(15).
           05 FILLER               PIC X(04).

       FD PERSONNE-KSDS
           RECORD 80 CHARACTERS
       01 W-LIGNE-CODEP.
           05 FILLER                  PIC X(60) VALUE SPACES.
           05 FILLER                  PIC X(12) VALUE 'REFERENCE : '.
           05 W-LC-CODEP              PIC X(06).
           05 FILLER                  PIC X(56) VALUE SPACES.

      * MAQUETTES DES LIGNES DU CORPS DE LA LETTRE
