           05 TX-PAYS              PIC X(03).
           05 TX-LIBELLE           PIC X(30).
           05 TX-TAUX-TVA          PIC 9(02)V9(02).
      *    PAYS MEMBRE DE L UNION EUROPEENNE ('O') -- LES EXPEDITIONS
      *    PHYSIQUES VERS UN AUTRE ETAT MEMBRE SONT DECLAREES CHAQUE
      *    MOIS PAR DEBDECL (DECLARATION D ECHANGES DE BIENS)
           05 TX-MEMBRE-UE         PIC X(01).
               88 TX-PAYS-UE           VALUE 'O'.
      *    CODE PAYS ISO A DEUX LETTRES ATTENDU PAR LES DOUANES
           05 TX-CODE-ISO          PIC X(02).
           05 FILLER               PIC X(40).
