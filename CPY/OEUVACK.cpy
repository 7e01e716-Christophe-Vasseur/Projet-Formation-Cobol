      ****************************************************************
      *  ACCUSE DE RECEPTION DES DECLARATIONS D OEUVRES (FICHIER      *
      *  SEQUENTIEL DDOEUVAK) -- UNE LIGNE PAR OEUVRE TRAITEE, DANS   *
      *  LA DISPOSITION FIXE RECUE DE LA SOCIETE DE GESTION           *
      *  COLLECTIVE (CODE CHANSON DECLARE PAR OEUVREXT, DECISION,     *
      *  CODE OEUVRE ATTRIBUE OU MOTIF DE REJET). LU PAR OEUVRREC     *
      ****************************************************************
       01  E-OEUVACK.
           05 AK-CODEC             PIC X(06).
           05 AK-DECISION          PIC X(01).
               88 AK-ACCEPTEE          VALUE 'A'.
               88 AK-REJETEE           VALUE 'R'.
      *    CODE OEUVRE ATTRIBUE PAR LA SOCIETE (SIGNIFICATIF SI
      *    AK-ACCEPTEE)
           05 AK-CODE-OEUVRE       PIC X(10).
      *    CODE ET LIBELLE DU MOTIF (SIGNIFICATIFS SI AK-REJETEE)
           05 AK-CODE-REJET        PIC X(04).
           05 AK-MOTIF-REJET       PIC X(40).
           05 AK-DATE-TRAITEMENT   PIC 9(08).
           05 FILLER               PIC X(11).
