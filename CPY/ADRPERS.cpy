      *  EDITION DE RELEVES                                           *
      ****************************************************************
       01  E-ADRPERS.
           05 AD-CODEP             PIC X(06).
           05 AD-RUE               PIC X(30).
           05 AD-CODE-POSTAL       PIC X(05).
           05 AD-VILLE             PIC X(20).
           05 AD-PAYS              PIC X(15).
           05 FILLER               PIC X(04).

      ****************************************************************
      *  ZONE DE TRAVAIL PARTAGEE PAR LE SERVICE PGMG1VC5 ET LES      *
      *  ECRANS PERSONNE                                              *
      ****************************************************************
       01  W-ADRPERS.
           05 W-AD-CODEP           PIC X(06).
           05 W-AD-RUE             PIC X(30).
           05 W-AD-CODE-POSTAL     PIC X(05).
           05 W-AD-VILLE           PIC X(20).
           05 W-AD-CODE-FONC       PIC 9(01).
      *    1 = OK, 2 = NON TROUVE, 3 = PROBLEME FICHIER
           05 W-AD-RC              PIC 9(01).
           05 FILLER               PIC X(02).
