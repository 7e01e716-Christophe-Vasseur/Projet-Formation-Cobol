      ****************************************************************
      *  ENREGISTREMENT EXCEPTION DE BATCH (FICHIER VSAM EXCEPTG1) -- *
      *  BOITE UNIQUE DES ANOMALIES DE FOND RELEVEES PAR LES CHAINES  *
      *  DE NUIT (INTEGSWP, ROYALREC, PISTECHK, STOCKALR, VENTORPH,   *
      *  EFACTRET, ENCRAPPR, VENTANOM, DROITRET, MECARPT), AU LIEU    *
      *  DES SIX ETATS IMPRIMES QUE PERSONNE NE LIT. LA CLE COMMENCE  *
      *  PAR LA GRAVITE : LE PARCOURS NATUREL DU FICHIER DONNE LES    *
      *  EXCEPTIONS DU PIRE AU MOINS GRAVE, ET LES CRITIQUES NON      *
      *  ACQUITTEES RESTENT EN TETE DE BOITE D UN JOUR SUR L AUTRE.   *
      *  ACQUITTEMENT INDIVIDUEL PAR L ECRAN APIG1DM5 ; LES           *
      *  CRITIQUES NON ACQUITTEES SONT RAPPELEES SUR LE RAPPORT DU    *
      *  MATIN (MORNRPT)                                              *
      ****************************************************************
       01  E-EXCEPTN.
           05 EX-CLE.
      *    CODE ANOMALIE, PROPRE AU BATCH EMETTEUR
           05 EX-CODE              PIC X(08).
      *    CLE DE L ENREGISTREMENT CONCERNE
           05 EX-REF               PIC X(25).
           05 FILLER               PIC X(17).
