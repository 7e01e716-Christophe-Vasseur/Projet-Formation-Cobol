      ****************************************************************
      *  ENREGISTREMENT REPORT DE DROITS (FICHIER VSAM REPORG1) --    *
      *  CLE = CODEP DE L AYANT DROIT + CODEP DU GROUPE (SPACES POUR  *
      *  UNE REMISE PROPRE, CF ROYALNTX.cpy). ROYALSET Y CUMULE LA    *
      *  REMISE BRUTE QU IL NE REGLE PAS : PERIODE HORS DES RELEVES   *
      *  DE L AYANT DROIT (PE-FREQ-RELEVE) OU MONTANT SOUS SON SEUIL  *
      *  DE PAIEMENT (PE-SEUIL-PAIEMENT). LE CUMUL EST REPRIS DANS LA *
      *  REMISE DU PROCHAIN RELEVE REGLE, AVANT PRECOMPTE DES         *
      *  COTISATIONS, PUIS REMIS A ZERO. LES REPORTS ET REPRISES DE   *
      *  LA DERNIERE PERIODE SONT EDITES PAR ROYALSTM                 *
      ****************************************************************
       01  E-REPORTDR.
           05 RP-CLE.
               10 RP-CODEP          PIC X(06).
               10 RP-CODEP-GROUPE   PIC X(06).
      *    CUMUL REPORTE, DONT LA PART DES REVERSEMENTS AUX LABELS
      *    TIERS (NON SOUMISE AUX COTISATIONS)
           05 RP-MONTANT-TOTAL      PIC 9(11)V9(02).
           05 RP-MONTANT-LABELS     PIC 9(11)V9(02).
      *    PREMIERE ET DERNIERE PERIODE (AAAAMM) REPORTEES DEPUIS LE
      *    DERNIER REGLEMENT, ET MOTIF DU DERNIER REPORT
           05 RP-PERIODE-PREMIERE   PIC 9(06).
           05 RP-PERIODE-DERNIERE   PIC 9(06).
           05 RP-MOTIF              PIC X(01).
               88 RP-HORS-RELEVE        VALUE 'P'.
               88 RP-SOUS-SEUIL         VALUE 'S'.
      *    DERNIER CUMUL REPRIS DANS UN REGLEMENT ET SA PERIODE
           05 RP-MONTANT-REPRIS     PIC 9(11)V9(02).
           05 RP-PERIODE-REPRISE    PIC 9(06).
           05 RP-DATE-MAJ           PIC 9(08).
           05 FILLER                PIC X(02).
