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


       FD RUNCTRL-KSDS

      * CLE DB2 RECOMPOSEE POUR LA COMPARAISON AVEC LA CLE VSAM
       01 W-CO-DB2-KEY.
           05 W-CO-DB2-CODEA        PIC X(06).
           05 W-CO-DB2-CODEP        PIC X(06).
           05 W-CO-DB2-SIREN        PIC X(05).

      * INDICATEUR DE FIN DE FICHIER VSAM
