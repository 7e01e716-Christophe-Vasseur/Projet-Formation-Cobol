      ****************************************************************
      *  COTISATIONS SOCIALES PRECOMPTEES SUR LES DROITS D AUTEUR     *
      *  (FICHIER VSAM COTISG1) -- UNE LIGNE PAR REMISE REGLEE ET PAR *
      *  TYPE DE COTISATION, ECRITE PAR ROYALSET AU REGLEMENT ET      *
      *  DEDUITE DU VIREMENT (OU DU MONTANT MIS EN SUSPENS). LE CODEP *
      *  EST L AYANT DROIT D ORIGINE DE LA REMISE, JAMAIS LE          *
      *  BENEFICIAIRE D UNE REDIRECTION. DECLAREE CHAQUE TRIMESTRE    *
      *  PAR COTISDEC, QUI POSE LE TRIMESTRE DE DECLARATION ; REPRISE *
      *  SUR LE RELEVE ROYALSTM ET L ATTESTATION ANNUELLE FISCCERT   *
      ****************************************************************
       01  E-COTISOC.
           05 CS-CLE.
               10 CS-CODEP         PIC X(06).
               10 CS-PERIODE       PIC 9(06).
      *        GROUPE DONT LA REMISE EST LA PART D UN MEMBRE (CF
      *        NT-CODEP-GROUPE), SPACES POUR UNE REMISE PROPRE
               10 CS-CODEP-GROUPE  PIC X(06).
               10 CS-CODE-COTIS    PIC X(04).
           05 CS-ASSIETTE          PIC 9(09)V9(02).
      *    TAUX APPLIQUE (EN POUR CENT), REPRIS DU BAREME TXCOTG1
           05 CS-TAUX              PIC 9(02)V9(04).
           05 CS-MONTANT           PIC 9(07)V9(02).
      *    DATE DU REGLEMENT QUI A PRECOMPTE LA COTISATION (AAAAMMJJ)
           05 CS-DATE-RETENUE      PIC 9(08).
      *    TRIMESTRE DE DECLARATION (AAAAMM DE FIN DE TRIMESTRE) ET
      *    DATE DE LA DECLARATION -- ZERO TANT QUE NON DECLAREE
           05 CS-TRIMESTRE-DECLARE PIC 9(06).
               88 CS-NON-DECLAREE      VALUE ZERO.
           05 CS-DATE-DECLARATION  PIC 9(08).
           05 FILLER               PIC X(10).
