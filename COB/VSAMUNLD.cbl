      *    RESTENT DELIBEREMENT HORS VIDAGE, CAR RECHARGEABLES PAR
      *    LEUR BATCH DE CHARGEMENT OU RECALCULABLES : GENREFG1 /
      *    LABELG1 / TAXPAYG1 / CALENDG1 / PLANCPG1 / CERTSLG1 /
      *    REMISEG1 / MSGTXTG1 (GENRLOAD, LABLLOAD, TAXLOAD, CALNLOAD,
      *    PLANLOAD, CERTLOAD, REMILOAD, MSGTLOAD), CERTIFG1 ET
      *    REMIACG1 (RECALCULES PAR CERTAWRD ET REMIACCR DEPUIS
      *    VENTESG1), PRECOMG1 ET CAPVENG1 (FLUX TRANSITOIRES
      *    RESSAISISSABLES DEPUIS LES BONS PAPIER), TRANSLGG1 /
      *    EXCEPTG1 / LECTPEG1 / ROYLITG1 / ENCEXCG1 / USAGTRG1 /
      *    BATLOKG1 (JOURNAUX ET ETATS DE TRAVAIL DONT LA PERTE NE
      *    COMPROMET PAS LA REPRISE D EXPLOITATION)
           SELECT AVOSEQ-KSDS
               ASSIGN TO DDAVOSEQ
               ORGANIZATION IS INDEXED
       FILE SECTION.

       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .

       COPY ALBUM.

       FD CHANSON-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-CHANSON
           .

           .

       01 E-CONTRAT.
           05 E-CO-CODEA           PIC X(06).
           05 E-CO-CODEP           PIC X(06).
           05 E-CO-SIREN           PIC X(05).
           05 E-CO-FONCTION        PIC X(20).
           05 E-CO-DATE-SIGN       PIC X(10).
           05 E-CO-DROITS          PIC 9(03)V9(02).
           05 E-CO-DATE-EXPIR      PIC X(10).
           05 FILLER               PIC X(18).

       01 E-CO-KEY REDEFINES E-CONTRAT PIC X(17).

       FD VENTES-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-VENTES
           .

       01 E-VENTES.
           05 VE-CODEA             PIC X(06).
           05 VE-SIREN             PIC X(05).
           05 VE-DATE-VENTE        PIC X(08).
           05 VE-NUM-LIGNE         PIC 9(02).
           05 VE-DEVISE            PIC X(03).
           05 VE-TYPE-MVT          PIC X(01).
           05 VE-RAISON-RETOUR     PIC X(02).
           05 VE-RETOUR-CLE        PIC X(21).
           05 VE-CODE-CLIENT       PIC X(06).
           05 VE-NUM-FACTURE       PIC 9(09).
           05 FILLER               PIC X(15).

       01 E-VE-KEY REDEFINES E-VENTES PIC X(21).

       FD MAISONDI-KSDS
           RECORD 80 CHARACTERS
       COPY PLAYLIST.

       FD HISTORIQ-FILE
           RECORD 185 CHARACTERS
           DATA RECORD IS E-HISTORIQ
           .

       01 E-HISTORIQ.
           05 HI-TYPE-ENR          PIC X(08).
           05 HI-CLE               PIC X(25).
           05 HI-DATE-MODIF        PIC X(08).
           05 HI-HEURE-MODIF       PIC X(08).
           05 HI-ACTION            PIC X(01).
           05 HI-IMAGE-AVANT       PIC X(90).
           05 HI-TERM-ID           PIC X(04).
           05 HI-OPER-ID           PIC X(08).
           05 HI-PGM-NAME          PIC X(08).
      *    CHAINAGE D INTEGRITE (CF HISTCHN.cpy)
           05 HI-NUM-CHAINE        PIC 9(09).
           05 HI-SCELLE            PIC X(16).

       FD OPERATEUR-KSDS
           RECORD 80 CHARACTERS
           05 FILLER               PIC X(31).

       FD ROYALLDG-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ROYALLDG
           .

           .

       01 E-CTRADDEN.
           05 CA-CODEA             PIC X(06).
           05 CA-CODEP             PIC X(06).
           05 CA-SIREN             PIC X(05).
           05 CA-DATE-EFFET        PIC X(08).
           05 CA-FONCTION          PIC X(20).
           05 CA-DROITS            PIC 9(03)V9(02).
           05 CA-DATE-EXPIR        PIC X(10).
           05 CA-DATE-CREATION     PIC 9(08).
           05 FILLER               PIC X(12).

       01 CA-KEY REDEFINES E-CTRADDEN PIC X(25).

       FD CLIENT-KSDS
           RECORD 80 CHARACTERS
           .

       01 E-REDIRECT.
           05 RD-CODEP             PIC X(06).
           05 RD-CODEP-BENEF       PIC X(06).
           05 RD-DATE-EFFET        PIC 9(08).
           05 RD-MOTIF             PIC X(20).
           05 FILLER               PIC X(40).

       FD CTRPALIE-KSDS
           RECORD 80 CHARACTERS
           .

       01 E-ADRPERS.
           05 AD-CODEP             PIC X(06).
           05 AD-RUE               PIC X(30).
           05 AD-CODE-POSTAL       PIC X(05).
           05 AD-VILLE             PIC X(20).
           05 AD-PAYS              PIC X(15).
           05 FILLER               PIC X(04).

      *    RECOPIES BRUTES -- PAS D ACCES PAR CHAMP COTE SORTIE, D OU
      *    DE SIMPLES TAMPONS PLUTOT QUE DES STRUCTURES REDONDANTES
           05 FILLER               PIC X(48).

       FD ALBUBAK-FILE
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUBAK
           .

       01 E-ALBUBAK                PIC X(90).

       FD CHANBAK-FILE
           RECORD 90 CHARACTERS
           DATA RECORD IS E-CHANBAK
           .

       01 E-CHANBAK                PIC X(90).

       FD PERSBAK-FILE
           RECORD 80 CHARACTERS
       01 E-CONTBAK                PIC X(80).

       FD VENTBAK-FILE
           RECORD 90 CHARACTERS
           DATA RECORD IS E-VENTBAK
           .

       01 E-VENTBAK                PIC X(90).

       FD MAISBAK-FILE
           RECORD 80 CHARACTERS
       01 E-PLAYBAK                PIC X(80).

       FD HISTBAK-FILE
           RECORD 185 CHARACTERS
           DATA RECORD IS E-HISTBAK
           .

       01 E-HISTBAK                PIC X(185).

       FD OPERBAK-FILE
           RECORD 80 CHARACTERS
       01 E-OPERBAK                PIC X(80).

       FD ROYLBAK-FILE
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ROYLBAK
           .

       01 E-ROYLBAK                PIC X(90).

       FD PLCOBAK-FILE
           RECORD 80 CHARACTERS

      *    TOTAL DE HACHAGE DU FICHIER EN COURS DE VIDAGE -- SOMME
      *    DES RANGS (ORD) DES CARACTERES DE CHAQUE ENREGISTREMENT,
      *    CADRE SUR 185 CARACTERES (LA PLUS GRANDE LONGUEUR VIDEE)
       77 F-CT-STATUS             PIC X(02) VALUE '00'.
       77 W-HASH-COURANT          PIC 9(15) VALUE ZERO.
       77 W-HASH-I                PIC 9(03) VALUE ZERO.
       77 W-REC-CTL               PIC X(185) VALUE SPACES.

      * COMPTEURS D ENREGISTREMENTS VIDES, POUR LE RAPPORT
       77 NB-ALBUMS-VIDES         PIC 9(07) VALUE ZERO.
           .

      *    SOMME DES RANGS DES CARACTERES DE L ENREGISTREMENT (ZONE
      *    CADREE SUR 185 CARACTERES, LES COURTS SONT COMPLETES
      *    D ESPACES) -- LE MEME CALCUL EST REFAIT PAR VSAMREST POUR
      *    PROUVER QUE LA RESTAURATION EST FIDELE
       CUMULER-HASH.
           PERFORM VARYING W-HASH-I FROM 1 BY 1
                   UNTIL W-HASH-I > 185
               COMPUTE W-HASH-COURANT = W-HASH-COURANT
                   + FUNCTION ORD(W-REC-CTL(W-HASH-I:1))
           END-PERFORM
