      ****************************************************************
      *  ENREGISTREMENT VENTES CONSOMMATEURS D UNE ENSEIGNE (FICHIER  *
      *  VSAM SELLOUG1) -- QUANTITE VENDUE EN MAGASIN PAR UN CLIENT   *
      *  DE CLIENTG1 SUR UNE SEMAINE, TELLE QUE DECLAREE DANS LE      *
      *  FICHIER HEBDOMADAIRE DE L ENSEIGNE. CLE = CLIENT + ALBUM +   *
      *  SEMAINE : L EAN DECLARE EST RAPPROCHE D AL-CODE-EAN (OU DE   *
      *  ME-CODE-EAN POUR UN ARTICLE DE MERCHANDISING) AU CHARGEMENT. *
      *  UN FICHIER RENVOYE POUR LA MEME SEMAINE REMPLACE LA LIGNE.   *
      *  CHARGE PAR SOUTLOAD, EXPLOITE PAR CANALRPT                   *
      ****************************************************************
       01  E-SELLOUT.
           05 SO-CLE.
               10 SO-CODE-CLIENT   PIC X(06).
               10 SO-CODEA         PIC X(06).
      *        SEMAINE DE VENTE AAAASS (NUMEROTATION DE L ENSEIGNE)
               10 SO-SEMAINE       PIC 9(06).
           05 SO-CODE-EAN          PIC X(13).
      *    DERNIER JOUR DE LA SEMAINE DECLAREE (AAAAMMJJ)
           05 SO-DATE-FIN-SEMAINE  PIC 9(08).
           05 SO-QTE-VENDUE        PIC 9(07).
           05 SO-DATE-CHARGEMENT   PIC 9(08).
           05 FILLER               PIC X(26).
