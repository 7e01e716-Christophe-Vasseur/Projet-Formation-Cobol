           05 W-MA-SIREN           PIC X(05).
           05 W-MA-RAISON-SOC      PIC X(30).
           05 W-MA-ADRESSE         PIC X(15).
           05 W-MA-CODEP-DIR       PIC X(06).
           05 W-MA-CODE-CONSULT    PIC 9(01).
           05 FILLER               PIC X(25).

           05 W2-MA-SIREN          PIC X(05).
           05 W2-MA-RAISON-SOC     PIC X(30).
           05 W2-MA-ADRESSE        PIC X(15).
           05 W2-MA-CODEP-DIR      PIC X(06).
           05 FILLER               PIC X(24).

      *------------------------------------------------------*
      *   ZONE DE MESSAGE TAMPON POUR LE SEND FROM           *
