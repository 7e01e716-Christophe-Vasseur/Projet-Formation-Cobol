      ****************************************************************
      *  MAP MBLG1N8 -- MAINTENANCE DES TEXTES D ECRAN TRADUITS       *
      *  (CONSULTATION / SAISIE / SUPPRESSION D UN TEXTE PAR          *
      *  IDENTIFIANT ET LANGUE, CF MSGTXT.cpy) -- SAISIE RESERVEE AU  *
      *  SUPERVISEUR                                                  *
      ****************************************************************
       01  MAP01I.
           05 MSGIDI                PIC X(06).
           05 LANGUI                PIC X(02).
           05 TEXTEI                PIC X(79).
      *    ACTION DEMANDEE -- 'C' CONSULTER, 'R' SAISIR/REMPLACER,
      *    'S' SUPPRIMER
           05 ACTIONI               PIC X(01).

       01  MAP01O.
           05 TITRFLDO               PIC X(40).
           05 MSGFLDO                PIC X(79).
           05 DATEFLDO               PIC X(08).
           05 TIMEFLDO               PIC X(08).
           05 TEXTFRO                PIC X(79).
           05 TEXTEO                 PIC X(79).
           05 DATMAJO                PIC X(08).
           05 OPEMAJO                PIC X(08).
