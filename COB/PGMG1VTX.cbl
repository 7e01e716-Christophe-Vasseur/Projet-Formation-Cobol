      *======================================================*
      *   SOUS-PROGRAMME DE RECHERCHE DES TEXTES D ECRAN     *
      *   DANS LA LANGUE DE L OPERATEUR (MSGTXTG1, CF        *
      *   MSGTXT.cpy) -- APPELE PAR LE MOTEUR APIG1DPC       *
      *   AVANT CHAQUE ENVOI DE MAP. UN TEXTE ABSENT DU      *
      *   FICHIER LAISSE LE TEXTE FRANCAIS DU PROGRAMME      *
      *======================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMG1VTX.
       AUTHOR. EDR.
       DATE-WRITTEN. 15/10/26.

      *======================================================*
      *   E N V I R O N M E N T       D I V I S I O N        *
      *======================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       77 RC-1            PIC S9(8) COMP.
       77 RC-2            PIC S9(8) COMP.
       77 W-IX-POSTE      PIC 9(01).

      *------------------------------------------------------*
      *   ZONE DE MESSAGE TAMPON POUR LE SEND FROM           *
      *------------------------------------------------------*

       COPY MSGTXT.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.

      *    INITIALISATION

           INITIALIZE E-MSGTXT
           INITIALIZE W-MSGRECH

      *    RECEPTION DES DONNEES (LANGUE + POSTES A TRADUIRE)

           EXEC CICS
               RECEIVE INTO(W-MSGRECH)
           END-EXEC

           PERFORM VARYING W-IX-POSTE FROM 1 BY 1
                   UNTIL W-IX-POSTE > 2
               MOVE 'N' TO W-MR-TROUVE (W-IX-POSTE)
               IF W-MR-ID (W-IX-POSTE) NOT = SPACES
                   PERFORM P-CHERCHER-TEXTE
               END-IF
           END-PERFORM

      *    ENVOI DE LA REPONSE AU PROGRAMME APPELANT

           EXEC CICS
               RETURN
               INPUTMSG (W-MSGRECH)
               INPUTMSGLEN (LENGTH OF W-MSGRECH)
           END-EXEC

           GOBACK
           .

      *    UN TEXTE A BLANC AU FICHIER VAUT ABSENCE DE TRADUCTION
       P-CHERCHER-TEXTE.
           MOVE W-MR-ID (W-IX-POSTE) TO MT-ID
           MOVE W-MR-LANGUE          TO MT-LANGUE
           EXEC CICS
               READ FILE('MSGTXTG1')
               INTO (E-MSGTXT)
               RIDFLD (MT-CLE)
               KEYLENGTH (LENGTH OF MT-CLE)
               RESP (RC-1)
               RESP2 (RC-2)
           END-EXEC
           IF RC-1 = DFHRESP(NORMAL) AND MT-TEXTE NOT = SPACES
               MOVE MT-TEXTE TO W-MR-TEXTE (W-IX-POSTE)
               MOVE 'O'      TO W-MR-TROUVE (W-IX-POSTE)
           END-IF
           .
