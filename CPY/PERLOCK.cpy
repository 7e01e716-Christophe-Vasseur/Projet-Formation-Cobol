      *  CLOTURE DE MOIS. LES SERVICES DE CREATION/MODIFICATION/      *
      *  SUPPRESSION DE VENTES (PGMG1VE1/VE3/VE4) REFUSENT TOUTE      *
      *  LIGNE DATEE DANS UNE PERIODE INFERIEURE OU EGALE A LA        *
      *  DERNIERE PERIODE CLOSE ; SEUL UN OPERATEUR HABILITE A        *
      *  VALIDER (CF PGMG1VRO) PASSE OUTRE, ET L USAGE                *
      *  DE CETTE DEROGATION EST JOURNALISE DANS HISTOG1              *
      ****************************************************************
       01  E-PERLOCK.
