      ****************************************************************
      *  ENREGISTREMENT ACCORD DE DISTRIBUTION D UN LABEL TIERS       *
      *  (FICHIER VSAM ACCDISG1) -- CLE = CODE LABEL (LB-CODE). LES   *
      *  ALBUMS DU LABEL SONT DANS ALBUMG1 (AL-CODE-LABEL) MAIS LEUR  *
      *  CA N EST PAS SOUMIS AUX CONTRATS CONTRAG1 : IL EST REVERSE   *
      *  CHAQUE MOIS AU LABEL PAR REVLABEL, DEDUCTION FAITE DE NOTRE  *
      *  COMMISSION ET DES FRAIS CONVENUS. CHARGE PAR ACCDLOAD        *
      ****************************************************************
       01  E-ACCDIST.
           05 AC-CODE-LABEL        PIC X(03).
      *    BENEFICIAIRE DU REVERSEMENT (PE-CODEP) -- FICHE PERSONG1
      *    DU LABEL TIERS, DONT LES COORDONNEES BANCAIRES (BNQPERG1)
      *    SERVENT AU VIREMENT EMIS PAR ROYALSET
           05 AC-CODEP-BENEF       PIC X(06).
      *    COMMISSION DE DISTRIBUTION, EN POURCENTAGE DU CA NET DES
      *    RETOURS
           05 AC-TAUX-COMMISSION   PIC 9(03)V9(02).
      *    FRAIS DEDUCTIBLES -- FORFAIT MENSUEL (STOCKAGE, PROMOTION)
      *    ET FRAIS PAR EXEMPLAIRE NET VENDU (FABRICATION, LOGISTIQUE)
           05 AC-FRAIS-FIXES       PIC 9(07)V9(02).
           05 AC-FRAIS-UNITAIRE    PIC 9(03)V9(02).
      *    PERIODE DE VALIDITE DE L ACCORD (AAAAMMJJ) -- DATE DE FIN
      *    A ZERO POUR UN ACCORD SANS ECHEANCE
           05 AC-DATE-DEBUT        PIC 9(08).
           05 AC-DATE-FIN          PIC 9(08).
      *    'A' ACCORD ACTIF, 'S' SUSPENDU (AUCUN REVERSEMENT CALCULE)
           05 AC-STATUT            PIC X(01).
               88 AC-ACTIF             VALUE 'A'.
               88 AC-SUSPENDU          VALUE 'S'.
               88 AC-STATUT-VALIDE     VALUE 'A' 'S'.
      *    FRAIS NON COUVERTS PAR LE CA D UN MOIS, REPORTES SUR LE
      *    MOIS SUIVANT -- REPORT RECU PAR LA DERNIERE PERIODE TRAITEE
      *    ET REPORT QU ELLE TRANSMET ; UNE RELANCE SUR LA MEME
      *    PERIODE REPART DU REPORT RECU (MIS A JOUR PAR REVLABEL)
           05 AC-DERNIERE-PERIODE  PIC 9(06).
           05 AC-REPORT-ENTRANT    PIC 9(09)V9(02).
           05 AC-REPORT-SORTANT    PIC 9(09)V9(02).
           05 FILLER               PIC X(07).
