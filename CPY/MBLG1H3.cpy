      ****************************************************************
      *  MAP MBLG1H3 -- SIMULATION DES DROITS D AUTEUR D UNE VENTE    *
      *  HYPOTHETIQUE : UNE LIGNE PAR CONTRAT DE L ALBUM AVEC TAUX,   *
      *  PALIER, ABATTEMENT, RESERVE, BRUT, PRECOMPTE ET NET          *
      ****************************************************************
       01  MAP01I.
           05 CODEAI                PIC X(06).
      *    SUPPORT DE LA VENTE SIMULEE (C CD, V VINYLE, N NUMERIQUE)
           05 FORMATI               PIC X(01).
           05 QTEI                  PIC 9(07).
           05 PRIXI                 PIC 9(05)V9(02).
      *    DEVISE DU PRIX SAISI -- A BLANC VAUT EURO
           05 DEVISEI               PIC X(03).

       01  MAP01O.
           05 TITRFLDO               PIC X(40).
           05 MSGFLDO                PIC X(79).
           05 DATEFLDO               PIC X(08).
           05 TIMEFLDO               PIC X(08).
           05 TITREAO                PIC X(30).
           05 TXCHGO                 PIC 9(03)V9(04).
           05 MTVENTO                PIC 9(09)V9(02).
           05 ITEM01O                PIC X(72).
           05 ITEM02O                PIC X(72).
           05 ITEM03O                PIC X(72).
           05 ITEM04O                PIC X(72).
           05 ITEM05O                PIC X(72).
           05 ITEM06O                PIC X(72).
           05 ITEM07O                PIC X(72).
           05 ITEM08O                PIC X(72).
           05 ITEM09O                PIC X(72).
           05 ITEM10O                PIC X(72).
      *    TOTAUX DE L ALBUM
           05 TOTBRUO                PIC 9(09)V9(02).
           05 TOTPREO                PIC 9(09)V9(02).
           05 TOTNETO                PIC 9(09)V9(02).
