      *  SYNCLIG1) -- UNE LIGNE PAR USAGE LICENCIE D UNE CHANSON HORS  *
      *  VENTE AU DETAIL (PUBLICITE, FILM, SYNCHRO STREAMING...),     *
      *  CLE = CODE CHANSON + NUMERO DE LICENCE ; LA REDEVANCE EST    *
      *  CALCULEE PAR ROYALSYN SUR LA PART DE SL-MONTANT REGLEE PAR   *
      *  LE LICENCIE (FACTURE SYNCFACT, CF SYNCFAC.cpy),              *
      *  PARALLELEMENT AUX DROITS ASSIS SUR LES VENTES (ROYALRPT)     *
      ****************************************************************
       01  E-SYNCLIC.
           05 SL-CLE.
               10 SL-CODEC         PIC X(06).
               10 SL-NUM-LICENCE   PIC X(04).
           05 SL-LICENCIE          PIC X(30).
           05 SL-TYPE-USAGE        PIC X(03).
           05 SL-DEVISE            PIC X(03).
           05 SL-DATE-DEBUT        PIC X(08).
           05 SL-DATE-FIN          PIC X(08).
      *    NUMERO DE LA FACTURE DE LA LICENCE (COMPTEUR INVSEQG1),
      *    POSE PAR SYNCFACT -- ESPACES = LICENCE NON ENCORE FACTUREE
           05 SL-NUM-FACTURE       PIC X(09).
