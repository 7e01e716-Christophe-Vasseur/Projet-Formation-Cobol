      *======================================================*
      *   SOUS-PROGRAMME DES TRANSFERTS DE STOCK ENTRE SITES  *
      *   (STOCKG1, CF TRFSTOCK.cpy)                          *
      *                                                       *
      *   MODE 0 : CONSULTATION DU DISPONIBLE DE LA           *
      *            DECLINAISON AUX SITES DE DEPART ET         *
      *            D ARRIVEE                                  *
      *   MODE 1 : TRANSFERT -- LE DISPONIBLE DU SITE DE      *
      *            DEPART EST DEBITE, CELUI DU SITE D ARRIVEE *
      *            CREDITE (LIGNE CREEE SANS SEUIL SI ELLE    *
      *            N EXISTE PAS ENCORE) ; DEUX MOUVEMENTS 'T' *
      *            DE MEME HORODATAGE SONT PORTES AU JOURNAL  *
      *            DES STOCKS (STKMVTG1)                      *
      *   UN TRANSFERT NE PEUT DEPASSER LE DISPONIBLE DU      *
      *   SITE DE DEPART                                      *
      *   TOUT TRANSFERT EST JOURNALISE DANS HISTOG1          *
      *======================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMG1VN3.
       AUTHOR. EDR.
       DATE-WRITTEN. 15/10/26.

      *======================================================*
      *   E N V I R O N M E N T       D I V I S I O N        *
      *======================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       77 RC-1        PIC S9(8) COMP.
       77 RC-2        PIC S9(8) COMP.
       77 DATE-TMP    PIC S9(15) COMP-3.

      *------------------------------------------------------*
      *   CLE DE LA LIGNE DE STOCK LUE (CF STOCK.cpy)         *
      *------------------------------------------------------*

       01 W-ST-CLE.
           05 W-ST-CLE-CODEA     PIC X(06).
           05 W-ST-CLE-FORMAT    PIC X(01).
           05 W-ST-CLE-DEPOT     PIC X(01).

      *------------------------------------------------------*
      *   IMAGE DE LA LIGNE DU SITE DE DEPART AVANT LE        *
      *   TRANSFERT, POUR HISTOG1                             *
      *------------------------------------------------------*

       01 W-STOCK-AVANT      PIC X(80).

      *------------------------------------------------------*
      *   HORODATAGE COMMUN AUX DEUX MOUVEMENTS APPARIES      *
      *------------------------------------------------------*

       77 W-SM-DATE-JOUR     PIC X(08).
       77 W-SM-HEURE         PIC X(08).
       01 W-SM-ECRIT-IND     PIC 9.
           88 SM-ECRIT           VALUE 1.
           88 SM-NON-ECRIT       VALUE 2.

       COPY TRFSTOCK.
       COPY STOCK.
       COPY STOCKMVT.
       COPY HISTORIQ.
       COPY HISTWHO.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.

      *    INITIALISATION

           INITIALIZE E-STOCK
           INITIALIZE W-TRANSFERT

      *    RECEPTION DES DONNEES

           EXEC CICS
               RECEIVE INTO(W-TRANSFERT)
           END-EXEC

           MOVE 1 TO W-TR-RC
           PERFORM P-CONTROLER-SAISIE
           IF W-TR-RC = 1
               EVALUATE W-TR-CODE-FONC
                   WHEN 0
                       PERFORM P-CONSULTER-SITES
                   WHEN 1
                       PERFORM P-TRANSFERER
               END-EVALUATE
           END-IF

      *    ENVOI DE LA REPONSE AU PROGRAMME APPELANT

           EXEC CICS
               RETURN
               INPUTMSG (W-TRANSFERT)
               INPUTMSGLEN (LENGTH OF W-TRANSFERT)
           END-EXEC

           GOBACK
           .

      *    SUPPORT PHYSIQUE, SITES CONNUS ET DISTINCTS ; LA QUANTITE
      *    N EST CONTROLEE QUE POUR UN TRANSFERT
       P-CONTROLER-SAISIE.
           IF W-TR-CODEA = SPACES
               MOVE 3 TO W-TR-RC
           END-IF
           IF W-TR-FORMAT NOT = 'C' AND W-TR-FORMAT NOT = 'V'
               MOVE 3 TO W-TR-RC
           END-IF
           MOVE W-TR-DEPOT-DEPART TO ST-DEPOT
           IF NOT ST-DEPOT-VALIDE
               MOVE 3 TO W-TR-RC
           END-IF
           MOVE W-TR-DEPOT-ARRIVEE TO ST-DEPOT
           IF NOT ST-DEPOT-VALIDE
               MOVE 3 TO W-TR-RC
           END-IF
           IF W-TR-DEPOT-DEPART = W-TR-DEPOT-ARRIVEE
               MOVE 3 TO W-TR-RC
           END-IF
           IF W-TR-CODE-FONC = 1
               IF W-TR-QTE NOT NUMERIC OR W-TR-QTE = ZERO
                   MOVE 3 TO W-TR-RC
               END-IF
           END-IF
           .

       P-CONSULTER-SITES.
           MOVE W-TR-CODEA         TO W-ST-CLE-CODEA
           MOVE W-TR-FORMAT        TO W-ST-CLE-FORMAT
           MOVE W-TR-DEPOT-DEPART  TO W-ST-CLE-DEPOT
           EXEC CICS
               READ
               FILE ('STOCKG1')
               INTO (E-STOCK)
               RIDFLD (W-ST-CLE)
               KEYLENGTH (LENGTH OF W-ST-CLE)
               RESP (RC-1)
               RESP2 (RC-2)
           END-EXEC
           IF RC-1 = DFHRESP(NORMAL)
               MOVE ST-QTE-DISPO TO W-TR-DISPO-DEPART
               PERFORM P-LIRE-SITE-ARRIVEE
           ELSE
               MOVE 2 TO W-TR-RC
           END-IF
           .

       P-LIRE-SITE-ARRIVEE.
           MOVE ZERO               TO W-TR-DISPO-ARRIVEE
           MOVE W-TR-DEPOT-ARRIVEE TO W-ST-CLE-DEPOT
           EXEC CICS
               READ
               FILE ('STOCKG1')
               INTO (E-STOCK)
               RIDFLD (W-ST-CLE)
               KEYLENGTH (LENGTH OF W-ST-CLE)
               RESP (RC-1)
               RESP2 (RC-2)
           END-EXEC
           IF RC-1 = DFHRESP(NORMAL)
               MOVE ST-QTE-DISPO TO W-TR-DISPO-ARRIVEE
           END-IF
           .

      *    LE SITE DE DEPART EST DEBITE EN PREMIER ; SI LE CREDIT DU
      *    SITE D ARRIVEE ECHOUE, LE DEBIT EST REPRIS POUR QUE LA
      *    QUANTITE NE SE PERDE PAS ENTRE LES DEUX SITES
       P-TRANSFERER.
           PERFORM P-DATE-DU-JOUR
           MOVE W-TR-CODEA         TO W-ST-CLE-CODEA
           MOVE W-TR-FORMAT        TO W-ST-CLE-FORMAT
           MOVE W-TR-DEPOT-DEPART  TO W-ST-CLE-DEPOT
           EXEC CICS
               READ
               FILE ('STOCKG1')
               INTO (E-STOCK)
               RIDFLD (W-ST-CLE)
               KEYLENGTH (LENGTH OF W-ST-CLE)
               RESP (RC-1)
               RESP2 (RC-2)
               UPDATE
           END-EXEC
           IF RC-1 NOT = DFHRESP(NORMAL)
               MOVE 2 TO W-TR-RC
           ELSE
           IF W-TR-QTE > ST-QTE-DISPO
               MOVE 5 TO W-TR-RC
               MOVE ST-QTE-DISPO TO W-TR-DISPO-DEPART
               EXEC CICS
                   UNLOCK
                   FILE ('STOCKG1')
               END-EXEC
           ELSE
               MOVE E-STOCK TO W-STOCK-AVANT
               SUBTRACT W-TR-QTE FROM ST-QTE-DISPO
               MOVE W-SM-DATE-JOUR TO ST-DATE-DERNIER-MVT
               EXEC CICS
                   REWRITE FILE('STOCKG1')
                   FROM (E-STOCK)
                   LENGTH (LENGTH OF E-STOCK)
                   RESP (RC-1)
                   RESP2 (RC-2)
               END-EXEC
               IF RC-1 = DFHRESP(NORMAL)
                   MOVE ST-QTE-DISPO TO W-TR-DISPO-DEPART
                   PERFORM P-CREDITER-SITE-ARRIVEE
                   IF W-TR-RC = 1
                       PERFORM P-JOURNALISER-TRANSFERT
                   ELSE
                       PERFORM P-REPRENDRE-DEBIT
                   END-IF
               ELSE
                   MOVE 4 TO W-TR-RC
               END-IF
           END-IF
           END-IF
           .

      *    LA LIGNE DU SITE D ARRIVEE EST CREEE SANS SEUIL DE
      *    REAPPROVISIONNEMENT SI LA DECLINAISON N Y ETAIT PAS ENCORE
      *    STOCKEE
       P-CREDITER-SITE-ARRIVEE.
           MOVE W-TR-DEPOT-ARRIVEE TO W-ST-CLE-DEPOT
           EXEC CICS
               READ
               FILE ('STOCKG1')
               INTO (E-STOCK)
               RIDFLD (W-ST-CLE)
               KEYLENGTH (LENGTH OF W-ST-CLE)
               RESP (RC-1)
               RESP2 (RC-2)
               UPDATE
           END-EXEC
           EVALUATE RC-1
               WHEN DFHRESP(NORMAL)
                   ADD W-TR-QTE TO ST-QTE-DISPO
                   MOVE W-SM-DATE-JOUR TO ST-DATE-DERNIER-MVT
                   EXEC CICS
                       REWRITE FILE('STOCKG1')
                       FROM (E-STOCK)
                       LENGTH (LENGTH OF E-STOCK)
                       RESP (RC-1)
                       RESP2 (RC-2)
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   MOVE SPACES             TO E-STOCK
                   MOVE W-TR-CODEA         TO ST-CODEA
                   MOVE W-TR-FORMAT        TO ST-FORMAT
                   MOVE W-TR-DEPOT-ARRIVEE TO ST-DEPOT
                   MOVE W-TR-QTE           TO ST-QTE-DISPO
                   MOVE ZERO               TO ST-SEUIL-REORDER
                   MOVE ZERO               TO ST-COUT-MOYEN
                   MOVE W-SM-DATE-JOUR     TO ST-DATE-DERNIER-MVT
                   EXEC CICS
                       WRITE FILE('STOCKG1')
                       FROM (E-STOCK)
                       RIDFLD (W-ST-CLE)
                       RESP (RC-1)
                       RESP2 (RC-2)
                   END-EXEC
           END-EVALUATE
           IF RC-1 = DFHRESP(NORMAL)
               MOVE ST-QTE-DISPO TO W-TR-DISPO-ARRIVEE
           ELSE
               MOVE 4 TO W-TR-RC
           END-IF
           .

       P-REPRENDRE-DEBIT.
           MOVE W-TR-DEPOT-DEPART TO W-ST-CLE-DEPOT
           EXEC CICS
               READ
               FILE ('STOCKG1')
               INTO (E-STOCK)
               RIDFLD (W-ST-CLE)
               KEYLENGTH (LENGTH OF W-ST-CLE)
               RESP (RC-1)
               RESP2 (RC-2)
               UPDATE
           END-EXEC
           IF RC-1 = DFHRESP(NORMAL)
               ADD W-TR-QTE TO ST-QTE-DISPO
               EXEC CICS
                   REWRITE FILE('STOCKG1')
                   FROM (E-STOCK)
                   LENGTH (LENGTH OF E-STOCK)
                   RESP (RC-1)
                   RESP2 (RC-2)
               END-EXEC
               MOVE ST-QTE-DISPO TO W-TR-DISPO-DEPART
           END-IF
           .

      *    DEUX MOUVEMENTS DE MEME HORODATAGE ET DE MEME REFERENCE :
      *    SORTIE AU SITE DE DEPART, ENTREE AU SITE D ARRIVEE ; LA
      *    SEQUENCE EST AVANCEE JUSQU A UNE CLE LIBRE DANS LA SECONDE
       P-JOURNALISER-TRANSFERT.
           MOVE SPACES             TO E-STOCKMVT
           MOVE W-TR-CODEA         TO SM-CODEA
           MOVE W-TR-FORMAT        TO SM-FORMAT
           MOVE W-TR-DEPOT-DEPART  TO SM-DEPOT
           MOVE W-SM-DATE-JOUR     TO SM-DATE
           MOVE W-SM-HEURE         TO SM-HEURE
           MOVE ZERO               TO SM-SEQ
           SET SM-MVT-TRANSFERT TO TRUE
           MOVE '-'                TO SM-SENS
           MOVE W-TR-QTE           TO SM-QTE
           MOVE 'TRANSFERT'        TO SM-REFERENCE
           MOVE W-TR-DEPOT-DEPART  TO SM-REFERENCE(11:1)
           MOVE '>'                TO SM-REFERENCE(12:1)
           MOVE W-TR-DEPOT-ARRIVEE TO SM-REFERENCE(13:1)
           SET SM-NON-ECRIT TO TRUE
           PERFORM P-TENTER-ECRITURE-MVT UNTIL SM-ECRIT

           MOVE W-TR-DEPOT-ARRIVEE TO SM-DEPOT
           MOVE ZERO               TO SM-SEQ
           MOVE '+'                TO SM-SENS
           SET SM-NON-ECRIT TO TRUE
           PERFORM P-TENTER-ECRITURE-MVT UNTIL SM-ECRIT

           PERFORM P-JOURNALISER-HISTO
           .

       P-TENTER-ECRITURE-MVT.
           ADD 1 TO SM-SEQ
           EXEC CICS
               WRITE FILE('STKMVTG1')
               FROM (E-STOCKMVT)
               RIDFLD (SM-CLE)
               RESP (RC-1)
               RESP2 (RC-2)
           END-EXEC
           IF RC-1 NOT = DFHRESP(DUPREC)
               SET SM-ECRIT TO TRUE
           END-IF
           .

       P-DATE-DU-JOUR.
           EXEC CICS ASKTIME
               ABSTIME (DATE-TMP)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (DATE-TMP)
               YYYYMMDD (W-SM-DATE-JOUR)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (DATE-TMP)
               TIME (W-SM-HEURE)
               TIMESEP (':')
           END-EXEC
           .

       P-JOURNALISER-HISTO.
           EXEC CICS ASKTIME
               ABSTIME (DATE-TMP)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (DATE-TMP)
               DDMMYYYY (HI-DATE-MODIF)
               DATESEP ('/')
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (DATE-TMP)
               TIME (HI-HEURE-MODIF)
               TIMESEP (':')
           END-EXEC
           MOVE 'M'         TO HI-ACTION
           MOVE 'TRANSFRT'  TO HI-TYPE-ENR
           MOVE SPACES      TO HI-CLE
           MOVE W-TR-CODEA  TO HI-CLE(1:6)
           MOVE W-TR-FORMAT TO HI-CLE(7:1)
           MOVE W-TR-DEPOT-DEPART  TO HI-CLE(8:1)
           MOVE W-TR-DEPOT-ARRIVEE TO HI-CLE(9:1)
           MOVE W-TR-QTE    TO HI-CLE(10:7)
           MOVE EIBTRMID    TO HI-TERM-ID
           MOVE 'PGMG1VN3' TO HI-PGM-NAME
           MOVE SPACES      TO HW-OPER-ID
           MOVE 'RV'        TO HW-QUEUE(1:2)
           MOVE EIBTRMID    TO HW-QUEUE(3:4)
           EXEC CICS
               READQ TS
               QUEUE (HW-QUEUE)
               INTO (HW-COMM-HEAD)
               LENGTH (LENGTH OF HW-COMM-HEAD)
               ITEM (1)
               RESP (HW-RC-1)
           END-EXEC
           IF HW-RC-1 = DFHRESP(NORMAL)
              OR HW-RC-1 = DFHRESP(LENGERR)
               MOVE HW-OPER-ID TO HI-OPER-ID
           ELSE
               MOVE SPACES TO HI-OPER-ID
           END-IF
           MOVE W-STOCK-AVANT TO HI-IMAGE-AVANT
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
