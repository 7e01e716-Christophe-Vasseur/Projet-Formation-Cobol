      *======================================================*
      *   SOUS-PROGRAMME D ENREGISTREMENT D UN INCIDENT      *
      *   (ABEND) D UNE TRANSACTION API5 DANS LE JOURNAL     *
      *   DES INCIDENTS ERRLOGG1 -- APPELE PAR LE            *
      *   TRAITEMENT D ABEND DU MOTEUR DES ECRANS            *
      *======================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMG1VAB.
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
       77 W-IX-OCTET      PIC 9(01).
       77 W-QUOTIENT      PIC 9(02).
       77 W-RESTE         PIC 9(02).

      *    ZONE D ECHANGE -- MEME DESCRIPTION QUE W-INCIDENT DANS
      *    APIG1DWK
       01  W-INCIDENT.
           05 W-INC-PGM-ABEND        PIC X(08).
           05 W-INC-PGM-ECRAN        PIC X(08).
           05 W-INC-TRANS            PIC X(04).
           05 W-INC-TERM-ID          PIC X(04).
           05 W-INC-OPER-ID          PIC X(08).
           05 W-INC-ABCODE           PIC X(04).
           05 W-INC-EIBFN            PIC X(02).
           05 W-INC-RESSOURCE        PIC X(08).
           05 W-INC-RESP             PIC 9(04).
           05 W-INC-CHOIX            PIC X(03).
           05 W-INC-CLE              PIC X(25).
           05 W-INC-RC               PIC 9(01).

      *    MISE EN HEXADECIMAL DU CODE FONCTION EIBFN, OCTET PAR
      *    OCTET
       01  W-HEXA-CHIFFRES       PIC X(16) VALUE '0123456789ABCDEF'.
       01  W-OCTET-NUM           PIC 9(04) COMP VALUE 0.
       01  W-OCTET-X REDEFINES W-OCTET-NUM PIC X(02).

       COPY ERRLOG.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.

      *    RECEPTION DE L INCIDENT RELEVE PAR L ECRAN

           INITIALIZE W-INCIDENT
           EXEC CICS
               RECEIVE INTO(W-INCIDENT)
           END-EXEC

           PERFORM P-PREPARER-INCIDENT
           PERFORM P-ECRIRE-INCIDENT

           EXEC CICS
               RETURN
               INPUTMSG (W-INCIDENT)
               INPUTMSGLEN (LENGTH OF W-INCIDENT)
           END-EXEC

           GOBACK
           .

      *--------------------------------------------------------------*
      *   ENREGISTREMENT HORODATE, CODE FONCTION EN HEXADECIMAL       *
      *--------------------------------------------------------------*

       P-PREPARER-INCIDENT.
           INITIALIZE E-ERRLOG
           EXEC CICS ASKTIME
               ABSTIME (DATE-TMP)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (DATE-TMP)
               YYYYMMDD (EL-DATE)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (DATE-TMP)
               TIME (EL-HEURE)
           END-EXEC
           MOVE W-INC-PGM-ABEND  TO EL-PGM-ABEND
           MOVE W-INC-PGM-ECRAN  TO EL-PGM-ECRAN
           MOVE W-INC-TRANS      TO EL-TRANS
           MOVE W-INC-TERM-ID    TO EL-TERM-ID
           MOVE W-INC-OPER-ID    TO EL-OPER-ID
           MOVE W-INC-ABCODE     TO EL-ABCODE
           MOVE W-INC-RESSOURCE  TO EL-RESSOURCE
           MOVE W-INC-RESP       TO EL-RESP
           MOVE W-INC-CHOIX      TO EL-CHOIX
           MOVE W-INC-CLE        TO EL-CLE
           PERFORM P-CONVERTIR-OCTET
               VARYING W-IX-OCTET FROM 1 BY 1
               UNTIL W-IX-OCTET > 2
           .

       P-CONVERTIR-OCTET.
           MOVE 0 TO W-OCTET-NUM
           MOVE W-INC-EIBFN (W-IX-OCTET:1) TO W-OCTET-X (2:1)
           DIVIDE W-OCTET-NUM BY 16
               GIVING W-QUOTIENT REMAINDER W-RESTE
           MOVE W-HEXA-CHIFFRES (W-QUOTIENT + 1:1)
               TO EL-COMMANDE (W-IX-OCTET * 2 - 1:1)
           MOVE W-HEXA-CHIFFRES (W-RESTE + 1:1)
               TO EL-COMMANDE (W-IX-OCTET * 2:1)
           .

      *--------------------------------------------------------------*
      *   ECRITURE DANS LE JOURNAL -- UN ECHEC EST SIGNALE A L ECRAN  *
      *   QUI DEMANDE ALORS A L OPERATEUR DE NOTER LE CODE D ABEND    *
      *--------------------------------------------------------------*

       P-ECRIRE-INCIDENT.
           EXEC CICS
               WRITE FILE('ERRLOGG1')
               FROM (E-ERRLOG)
               LENGTH (LENGTH OF E-ERRLOG)
               RESP (RC-1)
               RESP2 (RC-2)
           END-EXEC
           IF RC-1 = DFHRESP(NORMAL)
               MOVE 1 TO W-INC-RC
           ELSE
               MOVE 2 TO W-INC-RC
           END-IF
           .
