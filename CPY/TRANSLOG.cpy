      *  ENREGISTREMENT JOURNAL DES TRANSMISSIONS (FICHIER VSAM       *
      *  TRANSLGG1) -- UNE LIGNE PAR VERSION EMISE DE CHAQUE FICHIER  *
      *  D INTERFACE SORTANT : EXPORT VENTES (VENTECSV), CATALOGUE    *
      *  (CATALEXP), ECRITURES COMPTABLES (GLJRNL), DECLARATION SACEM *
      *  (SACEMEXT), REMISES NETTES (ROYALNET), FICHIER DE VIREMENTS  *
      *  (ROYALSET) ET FACTURES ELECTRONIQUES (EFACTEXT). QUAND UN    *
      *  PARTENAIRE CONTESTE UNE RECEPTION, LE JOURNAL DIT CE QUI A   *
      *  ETE EMIS, QUAND, AVEC QUELS TOTAUX ; LA REEMISSION EST LA    *
      *  RELANCE DU GENERATEUR SUR LA MEME PERIODE, QUI S INSCRIT ICI *
      *  EN VERSION SUIVANTE AVEC LE STATUT 'R'. CONSULTE PAR L ECRAN *
      *  APIG1DM4                                                     *
      ****************************************************************
       01  E-TRANSLOG.
           05 TL-CLE.
