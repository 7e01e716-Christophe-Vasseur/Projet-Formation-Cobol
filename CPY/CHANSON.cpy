      *  ENREGISTREMENT CHANSON (FICHIER VSAM CHANSOG1 / TABLE DB2)   *
      ****************************************************************
       01  E-CHANSON.
           05 CH-CODEC             PIC X(06).
           05 CH-CODEA             PIC X(06).
           05 CH-TITREC            PIC X(40).
           05 CH-NUM-PISTE         PIC 9(02).
           05 CH-DUREE             PIC 9(03).
      *    CODE ISRC (INTERNATIONAL STANDARD RECORDING CODE) DE LA
      *    CHANSON, ATTENDU PAR LES MAISONS DE DISTRIBUTION
           05 CH-CODE-ISRC         PIC X(12).
      *    CODE OEUVRE ATTRIBUE PAR LA SOCIETE DE PERCEPTION A LA
      *    DECLARATION DE LA CHANSON (CF OEUVREXT / OEUVRREC) --
      *    SPACES TANT QUE L OEUVRE N EST PAS ENREGISTREE
           05 CH-CODE-OEUVRE       PIC X(10).
           05 FILLER               PIC X(06).

      ****************************************************************
      *  ZONE D AFFICHAGE POUR L ECRAN DE LISTE                        *
      ****************************************************************
       01  O-CHANSON.
           05 O-CH-CODEC           PIC X(06).
           05 O-CH-CODEA           PIC X(06).
           05 O-CH-TITREC          PIC X(40).

       01  O-CH-KEY REDEFINES O-CHANSON PIC X(52).
