      *------------------------------------------------------*

       01  E-ROYALTE-REQ.
           05 RQ-CODEP             PIC X(06).
           05 FILLER                PIC X(74).

      *------------------------------------------------------*
      *   ZONE DE MESSAGE TAMPON POUR LE RETURN INPUTMSG      *
      *------------------------------------------------------*

       01  W-ROYALTE.
           05 W-RO-CODEP            PIC X(06).
           05 W-RO-NB-CONTRATS      PIC 9(03).
           05 W-RO-CA-TOTAL         PIC 9(09)V9(02).
           05 W-RO-MONTANT-DU       PIC 9(09)V9(02).
