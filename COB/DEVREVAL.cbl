       FILE SECTION.

       FD ROYALLDG-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ROYALLDG
           .

               MOVE W-ECART-ABSOLU      TO GJ-MONTANT
               MOVE 'EUR'               TO GJ-DEVISE
               MOVE SPACES              TO GJ-REFERENCE
               MOVE RL-KEY(1:17)        TO GJ-REFERENCE(1:17)
               MOVE RL-PERIODE(3:4)     TO GJ-REFERENCE(18:4)
               WRITE E-GLJRNL
               ADD 1 TO NB-ECRITURES
               MOVE GL-CPT-FOURN-REDEV  TO GJ-COMPTE
               MOVE W-ECART-ABSOLU      TO GJ-MONTANT
               MOVE 'EUR'               TO GJ-DEVISE
               MOVE SPACES              TO GJ-REFERENCE
               MOVE RL-KEY(1:17)        TO GJ-REFERENCE(1:17)
               MOVE RL-PERIODE(3:4)     TO GJ-REFERENCE(18:4)
               WRITE E-GLJRNL
               ADD 1 TO NB-ECRITURES
               MOVE GL-CPT-GAIN-CHANGE  TO GJ-COMPTE
