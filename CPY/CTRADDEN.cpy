      *  QU ON PUISSE RETROUVER LE TAUX APPLICABLE A UNE DATE DONNEE  *
      ****************************************************************
       01  E-CTRADDEN.
           05 CA-CODEA             PIC X(06).
           05 CA-CODEP             PIC X(06).
           05 CA-SIREN             PIC X(05).
      *    DATE A PARTIR DE LAQUELLE L AVENANT S APPLIQUE -- PORTEE
      *    EN AAAAMMJJ DANS LA CLE (MEME CONVENTION QUE DH-DATE-EFFET
      *    DATE/HEURE DE SAISIE DE L AVENANT (HORODATAGE TECHNIQUE,
      *    A NE PAS CONFONDRE AVEC CA-DATE-EFFET)
           05 CA-DATE-CREATION     PIC 9(08).
      *    STATUT DU CONTRAT APRES LA MODIFICATION (CF E-CO-STATUT) --
      *    LE PREMIER AVENANT A 'T' DATE LA RESILIATION (DROITRET) ;
      *    SPACES SUR LES AVENANTS ANTERIEURS A CETTE INFORMATION
           05 CA-STATUT            PIC X(01).
           05 FILLER               PIC X(11).

       01  CA-KEY REDEFINES E-CTRADDEN PIC X(25).

       77  F-CTRADDEN               PIC X(08) VALUE 'CTRADDG1'.
