      ****************************************************************
      *  MAP MBLG1N5 -- LISTE DES CONVENTIONS DE DISTRIBUTION         *
      *  (CONVDIG1, CF CONVDIST.cpy) -- FILTRAGE PAR LABEL/ALBUM ET   *
      *  PAR MAISON, AVEC PERIODE ET EXCLUSIVITE                      *
      ****************************************************************
       01  MAP01I.
           05 TYPOBJI               PIC X(01).
           05 OBJETI                PIC X(06).
           05 SIRENI                PIC X(05).

       01  MAP01O.
           05 TITRFLDO               PIC X(40).
           05 MSGFLDO                PIC X(79).
           05 DATEFLDO               PIC X(08).
           05 TIMEFLDO               PIC X(08).
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
           05 ITEM11O                PIC X(72).
           05 ITEM12O                PIC X(72).
