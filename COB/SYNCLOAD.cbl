       COPY SYNCLIC.

       FD CHANSON-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-CHANSON
           .


       CREER-LICENCE.
           MOVE E-CHARGE TO E-SYNCLIC
      *    LA FACTURE EST EMISE PAR SYNCFACT, JAMAIS PAR LE CHARGEMENT
           MOVE SPACES TO SL-NUM-FACTURE
           PERFORM CONTROLER-CHANSON
           IF CHANSON-INCONNUE
               ADD 1 TO NB-REJETS-CHANSON
