      ****************************************************************
      *  ENREGISTREMENT OEUVRE DECLAREE (FICHIER VSAM OEUVREG1) --    *
      *  UNE LIGNE PAR CHANSON (CHANSOG1) DECLAREE A LA SOCIETE DE    *
      *  PERCEPTION PAR OEUVREXT, AVEC L IMAGE DE LA CHANSON TELLE    *
      *  QUE DECLAREE : UNE CHANSON SANS LIGNE, OU DONT L ALBUM, LE   *
      *  TITRE OU L ISRC ONT CHANGE DEPUIS, EST (RE)DECLAREE AU       *
      *  PASSAGE SUIVANT. LE STATUT EST AVANCE PAR OEUVRREC A LA      *
      *  LECTURE DE L ACCUSE DE RECEPTION DE LA SOCIETE ; UNE OEUVRE  *
      *  REJETEE EST REDECLAREE A CHAQUE PASSAGE JUSQU A ACCEPTATION  *
      ****************************************************************
       01  E-OEUVRE.
           05 OE-CODEC             PIC X(06).
      *    IMAGE DE LA CHANSON A LA DERNIERE DECLARATION
           05 OE-CODEA             PIC X(06).
           05 OE-TITREC            PIC X(40).
           05 OE-CODE-ISRC         PIC X(12).
      *    'E' EMISE EN ATTENTE D ACCUSE, 'A' ACCEPTEE (CODE OEUVRE
      *    PORTE PAR CH-CODE-OEUVRE), 'R' REJETEE
           05 OE-STATUT            PIC X(01).
               88 OE-EMISE             VALUE 'E'.
               88 OE-ACCEPTEE          VALUE 'A'.
               88 OE-REJETEE           VALUE 'R'.
      *    DATES DE DERNIERE EMISSION ET DE DERNIER ACCUSE (AAAAMMJJ)
           05 OE-DATE-EMISSION     PIC 9(08).
           05 OE-DATE-ACCUSE       PIC 9(08).
           05 FILLER               PIC X(09).
