      ****************************************************************
      *  ENREGISTREMENT ARTICLE DE MERCHANDISING (FICHIER VSAM        *
      *  MERCHG1) -- T-SHIRTS, AFFICHES... VENDUS AUX DISTRIBUTEURS   *
      *  COMME LES ALBUMS. CLE = CODE ARTICLE, PRIS DANS LE MEME      *
      *  ESPACE DE CODES QUE AL-CODEA (UN CODE ARTICLE N EST JAMAIS   *
      *  UN CODE ALBUM, CONTROLE PAR MERCLOAD) : UNE VENTE D ARTICLE  *
      *  PORTE LE CODE ARTICLE DANS VE-CODEA ET LE SUPPORT 'M'        *
      *  (VE-FORMAT-MERCH SUR VENTES.cpy), SON STOCK EST LA LIGNE     *
      *  STOCKG1 DE SUPPORT 'M' DU CODE ARTICLE. CHARGE PAR MERCLOAD  *
      ****************************************************************
       01  E-MERCH.
           05 ME-CODEM             PIC X(06).
           05 ME-LIBELLE           PIC X(30).
      *    ARTISTE DONT L ARTICLE EXPLOITE L IMAGE (PE-CODEP) --
      *    BENEFICIAIRE DES DROITS SUR LE MERCHANDISING
           05 ME-CODEP             PIC X(06).
      *    ALBUM AUQUEL L ARTICLE SE RATTACHE (AL-CODEA) -- SPACES
      *    POUR UN ARTICLE DE L ARTISTE SANS ALBUM PARTICULIER
           05 ME-CODEA             PIC X(06).
      *    CATEGORIE -- 'T' TEXTILE, 'A' AFFICHE, 'D' DIVERS
           05 ME-CATEGORIE         PIC X(01).
               88 ME-TEXTILE           VALUE 'T'.
               88 ME-AFFICHE           VALUE 'A'.
               88 ME-DIVERS            VALUE 'D'.
               88 ME-CATEGORIE-VALIDE  VALUE 'T' 'A' 'D'.
      *    CODE EAN DE L ARTICLE, ATTENDU PAR LES DISTRIBUTEURS
           05 ME-CODE-EAN          PIC X(13).
           05 FILLER               PIC X(18).
