      * SOUS-PARAGRAPHES

       01  E-PROFIL-REQ.
           05 RQ-CODEP              PIC X(06).
           05 FILLER                PIC X(74).

       01  W-PROFIL.
           05 W-PR-CODEP            PIC X(06).
           05 W-PR-IDENTITE         PIC X(25).
           05 W-PR-NB-CONTRATS      PIC 9(03).
           05 W-PR-CA-TOTAL         PIC 9(09)V9(02).
           .

       P-ON-INIT.
           MOVE 'DH2001' TO W-TITRE-ID
           MOVE 'PROFIL ARTISTE 360' TO TITRFLDO
                                        W-TITRE-DEFAUT
           .

       P-ON-DISPLAY.

           EVALUATE W-PR-CODE-CONSULT
               WHEN 1
                   MOVE 'DH2002' TO W-MSG-ID
                   MOVE 'PROFIL ARTISTE MIS A JOUR' TO MSGFLDO
                                                       W-MSG-DEFAUT
                   MOVE W-PR-CODEP                    TO CODEPO
                   MOVE W-PR-IDENTITE                  TO IDENTO
                   MOVE W-PR-NB-CONTRATS               TO NBCTRO
                   MOVE W-PR-NB-CHANSONS-PL            TO NBCHPLO
                   MOVE W-PR-NB-INSERTIONS             TO NBINSO
               WHEN 2
                   MOVE 'DH2003' TO W-MSG-ID
                   MOVE 'ARTISTE INCONNU AU FICHIER PERSONNE'
                       TO MSGFLDO
                          W-MSG-DEFAUT
               WHEN OTHER
                   MOVE 'DH2004' TO W-MSG-ID
                   MOVE 'ECHEC CONSULTATION, PROBLEME FIC'
                       TO MSGFLDO
                          W-MSG-DEFAUT
           END-EVALUATE
           .

