           05 RC-STATUT             PIC X(01).
               88 RC-STATUT-OK          VALUE 'O'.
               88 RC-STATUT-KO          VALUE 'N'.
      *    CHAINAGE D INTEGRITE DE HISTOG1 (CF HISTCHN.cpy) -- RANG
      *    ET SCEAU DE LA DERNIERE LIGNE ECRITE SUR LA LIGNE 'HISTOG1'
      *    (TETE DE CHAINE, TENUE A JOUR A CHAQUE ECRITURE), DE LA
      *    DERNIERE LIGNE VERIFIEE SUR LA LIGNE 'HISTVERI' (ANCRE
      *    QUOTIDIENNE) -- SANS OBJET SUR LES AUTRES LIGNES
           05 RC-CHAINE-NUM         PIC 9(09).
           05 RC-CHAINE-SCELLE      PIC X(16).
           05 FILLER                PIC X(30).

       77  F-RUNCTRL                 PIC X(08) VALUE 'RUNCTLG1'.
