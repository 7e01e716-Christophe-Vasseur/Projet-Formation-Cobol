      *   MODE 0 : CONSULTATION  MODE 1 : CREATION           *
      *   MODE 2 : MODIFICATION  MODE 3 : SUPPRESSION        *
      *   (CHANSON CONTROLEE CONTRE CHANSOG1 A LA CREATION,  *
      *   TOUTE ACTION JOURNALISEE DANS HISTOG1). UNE        *
      *   LICENCE FACTUREE (SYNCFACT) NE PEUT ETRE SUPPRIMEE *
      *   NI CHANGER DE LICENCIE, DE MONTANT OU DE DEVISE    *
      *======================================================*

       IDENTIFICATION DIVISION.
      *------------------------------------------------------*

       01 W-SYNCLIC.
           05 W-SL-CODEC           PIC X(06).
           05 W-SL-NUM-LICENCE     PIC X(04).
           05 W-SL-LICENCIE        PIC X(30).
           05 W-SL-TYPE-USAGE      PIC X(03).
      *    3 = SUPPRESSION
           05 W-SL-CODE-FONC       PIC 9(01).
      *    1 = OK, 2 = NON TROUVE, 3 = CLE EXISTANTE, 4 = CHANSON
      *    INCONNUE, 5 = PROBLEME FICHIER, 6 = LICENCE DEJA FACTUREE
           05 W-SL-RC              PIC 9(01).
           05 FILLER               PIC X(09).

           IF RC-1 NOT = DFHRESP(NORMAL)
               MOVE 2 TO W-SL-RC
           ELSE
      *        LA FACTURE EMISE PORTE LE LICENCIE ET LE MONTANT
      *        CONVERTI -- SEULS L USAGE ET LES DATES RESTENT
      *        MODIFIABLES
               IF SL-NUM-FACTURE IS NUMERIC
                       AND SL-NUM-FACTURE NOT = '000000000'
                       AND (W-SL-LICENCIE NOT = SL-LICENCIE
                            OR W-SL-MONTANT NOT = SL-MONTANT
                            OR W-SL-DEVISE NOT = SL-DEVISE)
                   MOVE 6 TO W-SL-RC
                   EXEC CICS
                       UNLOCK
                       FILE ('SYNCLIG1')
                   END-EXEC
               END-IF
           END-IF
           IF W-SL-RC = 1
               PERFORM P-POSER-CHAMPS
               EXEC CICS
                   REWRITE FILE('SYNCLIG1')
           IF RC-1 NOT = DFHRESP(NORMAL)
               MOVE 2 TO W-SL-RC
           ELSE
               IF SL-NUM-FACTURE IS NUMERIC
                       AND SL-NUM-FACTURE NOT = '000000000'
                   MOVE 6 TO W-SL-RC
                   EXEC CICS
                       UNLOCK
                       FILE ('SYNCLIG1')
                   END-EXEC
               END-IF
           END-IF
           IF W-SL-RC = 1
               EXEC CICS
                   DELETE
                   FILE ('SYNCLIG1')
           END-IF
           MOVE E-SYNCLIC  TO HI-IMAGE-AVANT
           EXEC CICS
               LINK
               PROGRAM ('PGMG1VHC')
               INPUTMSG (E-HISTORIQ)
               INPUTMSGLEN (LENGTH OF E-HISTORIQ)
           END-EXEC
           EXEC CICS
               RECEIVE
               INTO (E-HISTORIQ)
           END-EXEC
           .
