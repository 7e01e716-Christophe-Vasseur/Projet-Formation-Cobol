      ****************************************************************
       01  HW-COMM-HEAD.
           05 FILLER               PIC X(08).
      *    DERNIER ECRAN ENVOYE A CE TERMINAL (PREV-PGM DANS APIG1DWK)
      *    -- ECRAN DEPUIS LEQUEL LE SERVICE EST APPELE, POUR LE
      *    CONTROLE DES DROITS DU ROLE DE L OPERATEUR (CF PGMG1VRO)
           05 HW-PREV-PGM          PIC X(08).
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(01).
           05 HW-OPER-AUTH         PIC X(01).
               88 HW-OPER-SUPERVISEUR  VALUE 'S'.

      *    ZONE D ECHANGE AVEC LE SERVICE DE CONTROLE DES DROITS
      *    (PGMG1VRO, MEME DESCRIPTION QUE W-HABILITATION DANS
      *    APIG1DWK) -- LES SERVICES Y CONTROLENT LE DROIT DE VALIDER
      *    DE L OPERATEUR SUR L ECRAN APPELANT (HW-PREV-PGM) AVANT
      *    D ACCORDER UNE DEROGATION
       01  HW-HABILITATION.
           05 HW-HAB-OPER          PIC X(08).
           05 HW-HAB-ECRAN         PIC X(08).
           05 HW-HAB-FONCTION      PIC X(01).
           05 HW-HAB-REPONSE       PIC X(01).
               88 HW-HAB-ACCORDEE      VALUE 'O'.
               88 HW-HAB-REFUSEE       VALUE 'N'.

       77  HW-QUEUE                PIC X(08).
       77  HW-RC-1                 PIC S9(04) COMP.
