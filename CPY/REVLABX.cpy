      ****************************************************************
      *  EXTRAIT DES REVERSEMENTS AUX LABELS TIERS (FICHIER           *
      *  SEQUENTIEL DDREVLBX), UNE LIGNE PAR LABEL ET PAR PERIODE     *
      *  AYANT UN MONTANT A REVERSER (CODE LABEL + CODEP DU           *
      *  BENEFICIAIRE + PERIODE AAAAMM + CA NET DES RETOURS,          *
      *  COMMISSION ET FRAIS DEDUITS + MONTANT DU, EN EUROS) --       *
      *  PRODUIT PAR REVLABEL ET FUSIONNE PAR ROYALNET AVEC LES       *
      *  EXTRAITS DE DROITS POUR LE REGLEMENT (ROYALSET)              *
      ****************************************************************
       01  E-REVLABX.
           05 RT-CODE-LABEL        PIC X(03).
           05 RT-CODEP             PIC X(06).
           05 RT-PERIODE           PIC 9(06).
           05 RT-CA-NET            PIC 9(09)V9(02).
           05 RT-COMMISSION        PIC 9(09)V9(02).
           05 RT-FRAIS             PIC 9(09)V9(02).
           05 RT-MONTANT-DU        PIC 9(09)V9(02).
           05 FILLER               PIC X(21).
