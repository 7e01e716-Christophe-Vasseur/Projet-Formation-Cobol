      *======================================================*
      *   SOUS-PROGRAMME D ECRITURE D UNE LIGNE HISTOG1      *
      *   SCELLEE ET CHAINEE (CF HISTCHN.cpy) -- APPELE PAR  *
      *   TOUS LES SERVICES QUI JOURNALISENT UNE ACTION      *
      *======================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMG1VHC.
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
       77 DATE-TMP        PIC S9(15) COMP-3.

      *    CLE DE LA TETE DE CHAINE DANS RUNCTLG1
       77 W-CLE-TETE      PIC X(08) VALUE 'HISTOG1'.

      *    ETAT DE LA TETE DE CHAINE APRES LECTURE EN MISE A JOUR --
      *    ABSENTE : CHAINE NON ENCORE DEMARREE, LA LIGNE PART DU
      *    SCEAU ORIGINE ; INDISPONIBLE : LA LIGNE EST ECRITE SANS
      *    SCEAU (RANG ZERO), CE QUE LA VERIFICATION SIGNALE
       01 W-TETE-IND      PIC X(01).
           88 TETE-LUE        VALUE 'L'.
           88 TETE-ABSENTE    VALUE 'A'.
           88 TETE-INDISPO    VALUE 'I'.

       COPY HISTORIQ.
       COPY RUNCTL.
       COPY HISTCHN.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.

      *    RECEPTION DE LA LIGNE PREPAREE PAR LE SERVICE APPELANT

           EXEC CICS
               RECEIVE INTO(E-HISTORIQ)
           END-EXEC

           PERFORM P-LIRE-TETE
           PERFORM P-PREPARER-LIGNE
           PERFORM P-ECRIRE-LIGNE

           EXEC CICS
               RETURN
               INPUTMSG (E-HISTORIQ)
               INPUTMSGLEN (LENGTH OF E-HISTORIQ)
           END-EXEC

           GOBACK
           .

      *--------------------------------------------------------------*
      *   LECTURE EN MISE A JOUR DE LA TETE DE CHAINE -- LE VERROU    *
      *   EST TENU JUSQU A LA REECRITURE, LES ECRITURES CONCURRENTES  *
      *   SONT DONC CHAINEES L UNE APRES L AUTRE                      *
      *--------------------------------------------------------------*

       P-LIRE-TETE.
           EXEC CICS
               READ FILE('RUNCTLG1')
               INTO (E-RUNCTRL)
               RIDFLD (W-CLE-TETE)
               UPDATE
               RESP (RC-1)
               RESP2 (RC-2)
           END-EXEC
           EVALUATE RC-1
               WHEN DFHRESP(NORMAL)
                   SET TETE-LUE TO TRUE
               WHEN DFHRESP(NOTFND)
                   SET TETE-ABSENTE TO TRUE
                   MOVE SPACES        TO E-RUNCTRL
                   MOVE W-CLE-TETE    TO RC-JOB-NAME
                   MOVE ZERO          TO RC-CHAINE-NUM
                   MOVE W-HC-SCELLE-ORIGINE TO RC-CHAINE-SCELLE
               WHEN OTHER
                   SET TETE-INDISPO TO TRUE
           END-EVALUATE
           .

       P-PREPARER-LIGNE.
           IF TETE-INDISPO
               MOVE ZERO   TO HI-NUM-CHAINE
               MOVE SPACES TO HI-SCELLE
           ELSE
               COMPUTE HI-NUM-CHAINE = RC-CHAINE-NUM + 1
               MOVE RC-CHAINE-SCELLE   TO W-HC-PRECEDENT
               MOVE E-HISTORIQ (1:169) TO W-HC-CONTENU
               PERFORM P-SCELLER-LIGNE
               MOVE W-HC-SCELLE        TO HI-SCELLE
           END-IF
           .

      *--------------------------------------------------------------*
      *   ECRITURE DE LA LIGNE PUIS AVANCEE DE LA TETE DE CHAINE --   *
      *   SI LA LIGNE N A PU ETRE ECRITE, LA TETE EST LIBEREE SANS    *
      *   CHANGEMENT                                                  *
      *--------------------------------------------------------------*

       P-ECRIRE-LIGNE.
           EXEC CICS
               WRITE FILE('HISTOG1')
               FROM (E-HISTORIQ)
               LENGTH (LENGTH OF E-HISTORIQ)
               RESP (RC-1)
               RESP2 (RC-2)
           END-EXEC
           IF RC-1 = DFHRESP(NORMAL)
               PERFORM P-AVANCER-TETE
           ELSE
               IF TETE-LUE
                   EXEC CICS
                       UNLOCK FILE('RUNCTLG1')
                       RESP (RC-1)
                   END-EXEC
               END-IF
           END-IF
           .

       P-AVANCER-TETE.
           EXEC CICS ASKTIME
               ABSTIME (DATE-TMP)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (DATE-TMP)
               YYYYMMDD (RC-DATE-EXEC)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (DATE-TMP)
               TIME (RC-HEURE-EXEC)
               TIMESEP (':')
           END-EXEC
           SET RC-STATUT-OK      TO TRUE
           MOVE HI-NUM-CHAINE    TO RC-CHAINE-NUM
           MOVE HI-SCELLE        TO RC-CHAINE-SCELLE
           EVALUATE TRUE
               WHEN TETE-LUE
                   EXEC CICS
                       REWRITE FILE('RUNCTLG1')
                       FROM (E-RUNCTRL)
                       LENGTH (LENGTH OF E-RUNCTRL)
                       RESP (RC-1)
                       RESP2 (RC-2)
                   END-EXEC
               WHEN TETE-ABSENTE
                   EXEC CICS
                       WRITE FILE('RUNCTLG1')
                       FROM (E-RUNCTRL)
                       LENGTH (LENGTH OF E-RUNCTRL)
                       RIDFLD (RC-JOB-NAME)
                       RESP (RC-1)
                       RESP2 (RC-2)
                   END-EXEC
           END-EVALUATE
           .

      *--------------------------------------------------------------*
      *   CALCUL DU SCEAU CHAINE (CF HISTCHN.cpy -- PARAGRAPHE REPRIS *
      *   A L IDENTIQUE DANS DISTFUSN, GENRCODE, CODECNV ET           *
      *   HISTVERI)                                                   *
      *--------------------------------------------------------------*

       P-SCELLER-LIGNE.
           MOVE W-HC-PREC-1 TO W-HC-CUMUL-1
           MOVE W-HC-PREC-2 TO W-HC-CUMUL-2
           PERFORM VARYING W-HC-I FROM 1 BY 1
                   UNTIL W-HC-I > W-HC-LONGUEUR
               COMPUTE W-HC-CUMUL-1 = W-HC-CUMUL-1 * 33
                   + FUNCTION ORD(W-HC-CONTENU(W-HC-I:1)) * W-HC-I
               COMPUTE W-HC-CUMUL-2 = W-HC-CUMUL-2 * 131
                   + FUNCTION ORD(W-HC-CONTENU(W-HC-I:1))
           END-PERFORM
           .
