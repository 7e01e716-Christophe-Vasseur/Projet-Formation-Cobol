      *    ZONE DE MESSAGE TAMPON POUR LE SEND FROM -- MEME LAYOUT QUE
      *    E-RENOUV, AVEC LE CODE RETOUR DE CONSULTATION EN PLUS
       01  W-RENOUV.
           05 W-RN-CODEA            PIC X(06).
           05 W-RN-CODEP            PIC X(06).
           05 W-RN-SIREN            PIC X(05).
           05 W-RN-FONCTION         PIC X(20).
           05 W-RN-DATE-SIGN        PIC X(10).
