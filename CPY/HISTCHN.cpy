      ****************************************************************
      *  ZONES DE CALCUL DU SCEAU CHAINE DES LIGNES HISTOG1 (CF       *
      *  HISTORIQ.cpy, HI-NUM-CHAINE ET HI-SCELLE)                    *
      *                                                               *
      *  CHAQUE LIGNE PORTE SON RANG DANS LA CHAINE ET UN SCEAU DE    *
      *  SEIZE CHIFFRES, CALCULE SUR SES 169 PREMIERS OCTETS (TOUT    *
      *  LE CONTENU, RANG COMPRIS) EN PARTANT DU SCEAU DE LA LIGNE    *
      *  PRECEDENTE : DEUX CUMULS DE HUIT CHIFFRES, MULTIPLIES PAR 33 *
      *  ET PAR 131 A CHAQUE OCTET, AUQUEL EST AJOUTE LE RANG DU      *
      *  CARACTERE PONDERE PAR SA POSITION (MEME PRINCIPE QUE         *
      *  MDPHASH.cpy). UNE LIGNE MODIFIEE, SUPPRIMEE OU INSEREE ROMPT *
      *  LA CHAINE A CET ENDROIT. LA PREMIERE LIGNE DE LA CHAINE      *
      *  PART DU SCEAU ORIGINE W-HC-SCELLE-ORIGINE                    *
      *                                                               *
      *  LA TETE DE CHAINE (RANG ET SCEAU DE LA DERNIERE LIGNE) EST   *
      *  TENUE DANS RUNCTLG1, LIGNE 'HISTOG1' -- LUE EN MISE A JOUR   *
      *  A CHAQUE ECRITURE, CE QUI SERIALISE LES ECRIVAINS            *
      *                                                               *
      *  LE PARAGRAPHE DE CALCUL EST REPRIS A L IDENTIQUE DANS        *
      *  PGMG1VHC (ECRITURE EN LIGNE), DISTFUSN ET GENRCODE           *
      *  (ECRITURES BATCH), CODECNV (RESCELLEMENT A L ELARGISSEMENT   *
      *  DES CODES) ET HISTVERI (VERIFICATION) -- TOUTE EVOLUTION     *
      *  DOIT ETRE PORTEE DANS LES CINQ. HISTCHMG (SCELLEMENT         *
      *  INITIAL) A SCELLE L ANCIEN DESSIN SUR 154 OCTETS ET N EST    *
      *  PLUS A REPASSER                                              *
      ****************************************************************
       01  W-HISTCHN.
      *    CONTENU DE LA LIGNE A SCELLER (E-HISTORIQ SANS LE SCEAU)
           05 W-HC-CONTENU         PIC X(169).
      *    NOMBRE D OCTETS SCELLES (169 DEPUIS L ELARGISSEMENT DES
      *    CODES, 154 SUR L ANCIEN DESSIN RELU PAR CODECNV)
           05 W-HC-LONGUEUR        PIC 9(03) VALUE 169.
      *    SCEAU DE LA LIGNE PRECEDENTE, POINT DE DEPART DU CALCUL
           05 W-HC-PRECEDENT.
               10 W-HC-PREC-1          PIC 9(08).
               10 W-HC-PREC-2          PIC 9(08).
      *    SCEAU RESULTAT -- LA TRONCATURE A HUIT CHIFFRES DE CHAQUE
      *    CUMUL FAIT OFFICE DE MODULO
           05 W-HC-SCELLE.
               10 W-HC-CUMUL-1         PIC 9(08).
               10 W-HC-CUMUL-2         PIC 9(08).
           05 W-HC-I               PIC 9(03).
      *    SCEAU DE DEPART DE LA PREMIERE LIGNE DE LA CHAINE
           05 W-HC-SCELLE-ORIGINE  PIC X(16)
                                   VALUE '1957031119570311'.
