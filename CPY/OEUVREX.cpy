      ****************************************************************
      *  FICHIER DE DECLARATION DES OEUVRES A LA SOCIETE DE           *
      *  PERCEPTION (FICHIER SEQUENTIEL DDOEUVRX), DANS LA            *
      *  DISPOSITION FIXE ATTENDUE PAR LA SOCIETE DE GESTION          *
      *  COLLECTIVE -- PAR OEUVRE, UNE LIGNE 'O' (CODE CHANSON,       *
      *  NATURE NOUVELLE OU MODIFICATION, TITRE, ISRC, CODE OEUVRE    *
      *  DEJA ATTRIBUE) SUIVIE D UNE LIGNE 'A' PAR AYANT DROIT        *
      *  (AUTEUR, COMPOSITEUR OU AUTEUR-COMPOSITEUR, AVEC SA PART DE  *
      *  L OEUVRE EN POUR CENT) -- PRODUIT PAR OEUVREXT               *
      ****************************************************************
       01  E-OEUVREX.
           05 OX-TYPE-LIGNE        PIC X(01).
               88 OX-LIGNE-OEUVRE      VALUE 'O'.
               88 OX-LIGNE-AYANT       VALUE 'A'.
           05 OX-OEUVRE.
               10 OX-CODEC         PIC X(06).
      *        'N' NOUVELLE OEUVRE, 'M' MODIFICATION D UNE OEUVRE
      *        DONT LE CODE EST CONNU (OX-CODE-OEUVRE)
               10 OX-NATURE        PIC X(01).
                   88 OX-NOUVELLE      VALUE 'N'.
                   88 OX-MODIFICATION  VALUE 'M'.
               10 OX-TITREC        PIC X(40).
               10 OX-CODE-ISRC     PIC X(12).
               10 OX-CODE-OEUVRE   PIC X(10).
               10 OX-NB-AYANTS     PIC 9(02).
               10 FILLER           PIC X(08).
           05 OX-AYANT REDEFINES OX-OEUVRE.
               10 OX-A-CODEC       PIC X(06).
               10 OX-A-CODEP       PIC X(06).
               10 OX-A-IDENTITE    PIC X(25).
      *        'A ' AUTEUR, 'C ' COMPOSITEUR, 'CA' AUTEUR-COMPOSITEUR
               10 OX-A-ROLE        PIC X(02).
               10 OX-A-PART        PIC 9(03)V9(02).
               10 FILLER           PIC X(35).
