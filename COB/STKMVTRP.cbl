           .

      *    LE JOURNAL DE LA LIGNE EST PARCOURU PAR PREFIXE ALBUM +
      *    SUPPORT + SITE : LE SOLDE THEORIQUE SOMME TOUS LES
      *    MOUVEMENTS, LES ENTREES/SORTIES DU MOIS DEMANDE SONT
      *    ISOLEES, ET LE SOLDE D OUVERTURE DU MOIS S EN DEDUIT
       RAPPROCHER-LIGNE-STOCK.
           ADD 1 TO NB-LIGNES-STOCK
           MOVE ZERO TO W-SOLDE-THEORIQUE
           MOVE SPACES        TO E-STOCKMVT
           MOVE ST-CODEA      TO SM-CODEA
           MOVE ST-FORMAT     TO SM-FORMAT
           MOVE ST-DEPOT      TO SM-DEPOT
           MOVE ZERO          TO SM-DATE
           MOVE LOW-VALUE     TO SM-HEURE
           MOVE ZERO          TO SM-SEQ
           COMPUTE W-ECART = ST-QTE-DISPO - W-SOLDE-THEORIQUE

           DISPLAY 'ALBUM ' ST-CODEA ' SUPPORT ' ST-FORMAT
               ' SITE ' ST-DEPOT
               ' OUVERTURE ' W-SOLDE-OUVERTURE
               ' ENTREES ' W-ENTREES-MOIS
               ' SORTIES ' W-SORTIES-MOIS
               NOT AT END
                   IF SM-CODEA = ST-CODEA
                           AND SM-FORMAT = ST-FORMAT
                           AND SM-DEPOT = ST-DEPOT
                       IF SM-SENS = '+'
                           ADD SM-QTE TO W-SOLDE-THEORIQUE
                           IF SM-DATE(1:6) = W-PARM-PERIODE
