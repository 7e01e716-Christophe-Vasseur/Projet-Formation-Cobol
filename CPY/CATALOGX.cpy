      ****************************************************************
      *  EXTRAIT CATALOGUE POUR LES MAISONS DE DISTRIBUTION (FICHIER  *
      *  SEQUENTIEL DDCATLGX), UNE LIGNE PAR CHANSON ET PAR MAISON    *
      *  AUTORISEE A LA VENDRE (CONVENTIONS DE DISTRIBUTION, CF       *
      *  CONVDIST.cpy), DANS LA DISPOSITION CODE+TITRE+ARTISTE        *
      *  ATTENDUE PAR LES DISTRIBUTEURS (SIREN DESTINATAIRE, CODEC +  *
      *  ISRC DE LA CHANSON, CODEA + EAN + TITRE DE L ALBUM,          *
      *  IDENTITE DE L AYANT DROIT PRINCIPAL) -- PRODUIT PAR CATALEXP *
      ****************************************************************
       01  E-CATALOGX.
      *    MAISON DESTINATAIRE DE LA LIGNE
           05 CX-SIREN              PIC X(05).
           05 CX-CODEC              PIC X(06).
           05 CX-CODE-ISRC          PIC X(12).
           05 CX-TITREC             PIC X(20).
           05 CX-CODEA              PIC X(06).
           05 CX-CODE-EAN           PIC X(13).
           05 CX-TITREA             PIC X(12).
           05 CX-ARTISTE            PIC X(10).
           05 FILLER                PIC X(06).
