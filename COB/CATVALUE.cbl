      *    AGREGEE PAR ALBUM/MAISON/DEVISE/JOUR ET DEJA ORDONNEE SUR
      *    CODEA+SIREN POUR LA RUPTURE
       01 W-VENTES-CUMUL.
           05 VE-CODEA             PIC X(06).
           05 VE-SIREN             PIC X(05).
           05 VE-DEVISE            PIC X(03).
           05 VE-DATE-VENTE        PIC X(08).

      *    CONTRAT COURANT RAMENE DE LA TABLE API5.CONTRAT
       01 W-CONTRAT-DB2.
           05 E-CO-CODEA           PIC X(06).
           05 E-CO-CODEP           PIC X(06).
           05 E-CO-SIREN           PIC X(05).
           05 E-CO-DROITS          PIC 9(03)V9(02).
           05 E-CO-DATE-EXPIR      PIC X(10).
      *    MEME PRINCIPE DE TABLE + SEARCH)
       01 TABLE-CA-DISTRIB.
           05 TCD-ENTREE OCCURS 500 TIMES INDEXED BY IDX-CD.
               10 TCD-CODEA           PIC X(06).
               10 TCD-SIREN           PIC X(05).
               10 TCD-CA-12M          PIC 9(09)V9(02).
       77 NB-COUPLES-CA           PIC 9(05) VALUE ZERO.
           88 COUPLE-NON-TROUVE       VALUE 2.

      * RUPTURE COURANTE PENDANT LE PARCOURS DU CURSEUR DES VENTES
       77 W-CODEA-RUPTURE         PIC X(06).
       77 W-SIREN-RUPTURE         PIC X(05).
       77 W-PREMIERE-VENTE-IND    PIC 9 VALUE 2.
           88 PREMIERE-VENTE          VALUE 1.
