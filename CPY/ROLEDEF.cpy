      ****************************************************************
      *  DEFINITION DES ROLES (FICHIER VSAM ROLEG1) -- PROFILS DE     *
      *  TRANSACTIONS ATTRIBUES AUX OPERATEURS (CF OP-ROLE SUR        *
      *  OPERATEU.cpy). CLE = ROLE + ECRAN :                          *
      *   - ECRAN A SPACES : LIGNE D EN-TETE PORTANT LE LIBELLE DU   *
      *     ROLE (OBLIGATOIRE, CONTROLEE A L ATTRIBUTION) ;           *
      *   - ECRAN = NOM DE PROGRAMME EXACT ('APIG1DA1') ;             *
      *   - ECRAN = FAMILLE TERMINEE PAR '*' ('APIG1DA*' POUR TOUS    *
      *     LES ECRANS ALBUMS) ;                                      *
      *   - ECRAN = '*' SEUL POUR TOUS LES ECRANS.                    *
      *  LA LIGNE LA PLUS PRECISE L EMPORTE (EXACT, PUIS FAMILLE,     *
      *  PUIS '*'), CF PGMG1VRO                                       *
      ****************************************************************
       01  E-ROLEDEF.
           05 RO-CLE.
               10 RO-ROLE          PIC X(04).
               10 RO-ECRAN         PIC X(08).
           05 RO-LIBELLE           PIC X(30).
      *    DROITS ACCORDES SUR L ECRAN ('O' = OUI) -- VALIDER COUVRE
      *    LES ACTIONS JUSQU ICI RESERVEES AU SUPERVISEUR (DEROGATIONS,
      *    EXONERATIONS, VALIDATIONS A DOUBLE CONTROLE, REJEUX...) ;
      *    DONNEES SENSIBLES DONNE L AFFICHAGE EN CLAIR DES IBAN,
      *    EMAILS ET ADRESSES POSTALES, MASQUES SINON (CF MASQUAGE.cpy)
           05 RO-DROITS.
               10 RO-CONSULTER     PIC X(01).
               10 RO-CREER         PIC X(01).
               10 RO-MODIFIER      PIC X(01).
               10 RO-SUPPRIMER     PIC X(01).
               10 RO-VALIDER       PIC X(01).
               10 RO-DONNEES-SENSIBLES PIC X(01).
           05 RO-DROITS-TAB REDEFINES RO-DROITS.
               10 RO-DROIT         PIC X(01) OCCURS 6 TIMES.
           05 FILLER               PIC X(32).
