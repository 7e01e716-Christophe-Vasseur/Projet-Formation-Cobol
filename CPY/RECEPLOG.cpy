      ****************************************************************
      *  ENREGISTREMENT JOURNAL DES FICHIERS RECUS (FICHIER VSAM      *
      *  RCPTLGG1) -- PENDANT DE TRANSLGG1 POUR LES FLUX ENTRANTS :   *
      *  UNE LIGNE PAR FICHIER INTEGRE, CLE = INTERFACE + IDENTIFIANT *
      *  DU FICHIER ATTRIBUE PAR L EMETTEUR (PORTE PAR L ENTETE, CF   *
      *  ENVRECU.cpy). LA LIGNE EST ECRITE 'EN COURS' UNE FOIS LES    *
      *  CONTROLES D ENVELOPPE PASSES, AVANT LA PREMIERE MISE A JOUR, *
      *  PUIS PASSEE 'INTEGRE' EN FIN DE TRAITEMENT : UN FICHIER DEJA *
      *  PRESENT (INTEGRE OU INTERROMPU) EST REFUSE PAR LE CHARGEUR.  *
      *  ECRIT PAR BANKAPPL, USAGELOD, SACEMREC, ROYALPAY, DEVILOAD,  *
      *  VIREJET, SOUTLOAD (UNE LIGNE PAR FICHIER D ENSEIGNE DU LOT), *
      *  EFACTRET ET OEUVRREC                                         *
      ****************************************************************
       01  E-RECEPLOG.
           05 RX-CLE.
               10 RX-INTERFACE      PIC X(08).
               10 RX-ID-FICHIER     PIC X(16).
      *    'E' INTEGRATION EN COURS (OU INTERROMPUE), 'I' INTEGRE
           05 RX-STATUT             PIC X(01).
               88 RX-EN-COURS           VALUE 'E'.
               88 RX-INTEGRE            VALUE 'I'.
      *    NOMBRE DE LIGNES DE DETAIL ET TOTAL DE CONTROLE DU FICHIER,
      *    TELS QUE VERIFIES CONTRE L ENQUEUE
           05 RX-NB-ENREG           PIC 9(09).
           05 RX-TOTAL-MONTANT      PIC 9(13)V9(02).
      *    FICHIER DES TAUX DE CHANGE : TOTAL DES TAUX (CF ENVRECU.cpy)
           05 RX-TOTAL-TAUX REDEFINES RX-TOTAL-MONTANT
                                    PIC 9(11)V9(04).
           05 RX-DATE-CREATION      PIC 9(08).
           05 RX-DATE-RECEPTION     PIC 9(08).
           05 RX-HEURE-RECEPTION    PIC X(08).
           05 FILLER                PIC X(07).
