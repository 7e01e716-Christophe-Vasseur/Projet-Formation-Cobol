      ****************************************************************
      *  ENREGISTREMENT COMPTE LICENCIE (FICHIER VSAM COMPTLIG1) --   *
      *  UNE LIGNE PAR LICENCIE DE SYNCHRONISATION, CLE = NOM DU      *
      *  LICENCIE TEL QUE PORTE PAR SES LICENCES (SL-LICENCIE), CREEE *
      *  A SA PREMIERE FACTURE. PORTE L ENCOURS OUVERT EN EUROS :     *
      *  FACTURES DE LICENCE EMISES PAR SYNCFACT MOINS ENCAISSEMENTS  *
      *  IMPUTES PAR BANKAPPL (CF SYNCFAC.cpy), PENDANT DE COMPTDIG1  *
      *  POUR LES DISTRIBUTEURS                                       *
      ****************************************************************
       01  E-COMPTLI.
           05 LC-LICENCIE          PIC X(30).
      *    ENCOURS OUVERT EN EUR -- POSITIF = DU PAR LE LICENCIE
           05 LC-SOLDE             PIC S9(11)V9(02).
           05 LC-DATE-MAJ          PIC 9(08).
      *    CUMULS DEPUIS L OUVERTURE DU COMPTE, POUR MEMOIRE
           05 LC-TOTAL-FACTURE     PIC 9(11)V9(02).
           05 LC-TOTAL-ENCAISSE    PIC 9(11)V9(02).
           05 FILLER               PIC X(03).
