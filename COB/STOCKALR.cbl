       COPY STOCK.

       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .

           PERFORM FIN-TRAITEMENT
           .

      *    SEULE LA LIGNE DU DEPOT PRINCIPAL (SITE D EXPEDITION)
      *    PORTE LE SEUIL DE REAPPROVISIONNEMENT (CF STOCK.cpy)
       TRAITER-STOCK.
           IF ST-DEPOT-PRINCIPAL
               PERFORM EXAMINER-SEUIL
           END-IF
           .

       EXAMINER-SEUIL.
           ADD 1 TO NB-ALBUMS-STOCKES
           IF ST-QTE-DISPO <= ST-SEUIL-REORDER
               PERFORM RECHERCHER-TITRE-ALBUM
                   MOVE '1' TO EX-GRAVITE
                   MOVE 'RUPTURE' TO EX-CODE
                   MOVE SPACES TO EX-REF
                   MOVE ST-CODEA TO EX-REF(1:6)
                   MOVE ST-FORMAT TO EX-REF(7:1)
                   PERFORM SIGNALER-EXCEPTION
               ELSE
                   ADD 1 TO NB-ALBUMS-SOUS-SEUIL
                   MOVE '2' TO EX-GRAVITE
                   MOVE 'SOUSSEUI' TO EX-CODE
                   MOVE SPACES TO EX-REF
                   MOVE ST-CODEA TO EX-REF(1:6)
                   MOVE ST-FORMAT TO EX-REF(7:1)
                   PERFORM SIGNALER-EXCEPTION
               END-IF
           END-IF
               MOVE 'STOCKALR' TO EX-BATCH
               MOVE SPACE TO EX-STATUT-ACK
               MOVE SPACES TO EX-OPER-ACK
               MOVE SPACES TO E-EXCEPTN(64:17)
               MOVE ZERO TO W-EX-SEQ
               SET EXC-NON-ECRITE TO TRUE
               PERFORM TENTER-ECRITURE-EXC
