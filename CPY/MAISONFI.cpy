      ****************************************************************
      *  ENREGISTREMENT IDENTIFIANTS FISCAUX D UNE MAISON DE          *
      *  DISTRIBUTION (FICHIER VSAM MAISFIG1) -- CLE = MA-SIREN, EN   *
      *  COMPLEMENT DE MAISONG1 (CF MAISONDI.cpy), DONT LA ZONE LIBRE *
      *  NE PEUT PLUS ACCUEILLIR LE NUMERO DE TVA. RENSEIGNE POUR LES *
      *  DISTRIBUTEURS DES AUTRES ETATS MEMBRES DE L UNION, DONT LE   *
      *  NUMERO FIGURE SUR LA DECLARATION D ECHANGES DE BIENS         *
      *  (DEBDECL). CHARGE ET CORRIGE PAR MAFILOAD                    *
      ****************************************************************
       01  E-MAISONFI.
           05 MF-SIREN             PIC X(05).
      *    NUMERO DE TVA INTRACOMMUNAUTAIRE, PREFIXE PAYS COMPRIS
      *    (ex DE123456789), CADRE A GAUCHE
           05 MF-NUM-TVA-UE        PIC X(14).
           05 FILLER               PIC X(61).
