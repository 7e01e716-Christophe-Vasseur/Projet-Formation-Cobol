      ****************************************************************
      *  EXTRAIT DE DECLARATION TRIMESTRIELLE DES COTISATIONS         *
      *  SOCIALES DES ARTISTES-AUTEURS (FICHIER SEQUENTIEL DDCOTISX), *
      *  PRODUIT PAR COTISDEC -- UNE LIGNE 'D' PAR COTISATION         *
      *  PRECOMPTEE DANS LE TRIMESTRE (AYANT DROIT, PERIODE DE DROITS,*
      *  ASSIETTE, TAUX, MONTANT), PUIS UNE LIGNE 'T' DE TOTAL PAR    *
      *  TYPE DE COTISATION, MONTANT A VERSER A L ORGANISME           *
      ****************************************************************
       01  E-COTISX.
           05 CX-TYPE-LIGNE        PIC X(01).
               88 CX-LIGNE-DETAIL      VALUE 'D'.
               88 CX-LIGNE-TOTAL       VALUE 'T'.
      *    TRIMESTRE DECLARE (AAAAMM DE FIN DE TRIMESTRE)
           05 CX-TRIMESTRE         PIC 9(06).
           05 CX-CODE-COTIS        PIC X(04).
      *    AYANT DROIT ET PERIODE DE DROITS -- SPACES / ZERO SUR UNE
      *    LIGNE DE TOTAL
           05 CX-CODEP             PIC X(06).
           05 CX-PERIODE           PIC 9(06).
           05 CX-ASSIETTE          PIC 9(11)V9(02).
           05 CX-TAUX              PIC 9(02)V9(04).
           05 CX-MONTANT           PIC 9(11)V9(02).
      *    NOMBRE DE LIGNES DETAIL TOTALISEES (LIGNE 'T')
           05 CX-NB-LIGNES         PIC 9(07).
           05 FILLER               PIC X(18).
