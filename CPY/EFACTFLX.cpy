      ****************************************************************
      *  DESSIN DU FICHIER D ECHANGE DES FACTURES ELECTRONIQUES       *
      *  (FICHIER PLAT A ENREGISTREMENTS TYPES, 120 CARACTERES,       *
      *  FORMAT CONVENU AVEC LA PLATEFORME QUI LE CONVERTIT AU FORMAT *
      *  STRUCTURE REGLEMENTAIRE) -- ECRIT PAR EFACTEXT. PAR DOCUMENT,*
      *  DANS CET ORDRE : '01' EN-TETE, '02' VENDEUR, '03' ACHETEUR,  *
      *  '04' LIGNE(S), '05' VENTILATION DE LA TVA, '06' TOTAUX.      *
      *  LE FICHIER EST ENCADRE PAR '00' (DEBUT) ET '99' (FIN, AVEC   *
      *  LES COMPTES DE CONTROLE). LES MONTANTS SONT EN DEVISE DU     *
      *  DOCUMENT, NUMERIQUES NON SIGNES A DECIMALES IMPLICITES       *
      ****************************************************************
       01  EFX-DEBUT-FICHIER.
           05 EFX-DF-TYPE-ENR      PIC X(02).
           05 EFX-DF-SIREN-EMET    PIC X(09).
           05 EFX-DF-DATE-CREATION PIC 9(08).
           05 EFX-DF-HEURE-CREATION PIC X(08).
           05 FILLER               PIC X(93).

       01  EFX-ENTETE.
           05 EFX-EN-TYPE-ENR      PIC X(02).
      *    CODE DU DOCUMENT -- '380' FACTURE, '381' AVOIR
           05 EFX-EN-CODE-DOC      PIC X(03).
           05 EFX-EN-NUM-DOC       PIC 9(09).
           05 EFX-EN-DATE-DOC      PIC 9(08).
           05 EFX-EN-DEVISE        PIC X(03).
      *    ECHEANCE (FACTURE) -- ZERO SUR UN AVOIR
           05 EFX-EN-DATE-ECHEANCE PIC 9(08).
      *    FACTURE D ORIGINE D UN AVOIR -- ZERO SUR UNE FACTURE OU SI
      *    L ORIGINE N EST PLUS EN LIGNE
           05 EFX-EN-NUM-FACT-ORIG PIC 9(09).
      *    NATURE -- 'V' VENTE, 'P' PENALITES DE RETARD
           05 EFX-EN-NATURE        PIC X(01).
           05 FILLER               PIC X(77).

       01  EFX-VENDEUR.
           05 EFX-VE-TYPE-ENR      PIC X(02).
           05 EFX-VE-SIREN         PIC X(09).
           05 EFX-VE-NUM-TVA       PIC X(13).
           05 EFX-VE-RAISON-SOC    PIC X(30).
           05 EFX-VE-PAYS          PIC X(03).
           05 FILLER               PIC X(63).

       01  EFX-ACHETEUR.
           05 EFX-AC-TYPE-ENR      PIC X(02).
      *    IDENTIFIANT DU DISTRIBUTEUR (MA-SIREN) ET CLIENT/ENSEIGNE
      *    DESTINATAIRE DE LA MARCHANDISE (VE-CODE-CLIENT)
           05 EFX-AC-SIREN         PIC X(05).
           05 EFX-AC-RAISON-SOC    PIC X(30).
           05 EFX-AC-ADRESSE       PIC X(15).
           05 EFX-AC-PAYS          PIC X(03).
           05 EFX-AC-CODE-CLIENT   PIC X(06).
           05 FILLER               PIC X(59).

       01  EFX-LIGNE.
           05 EFX-LI-TYPE-ENR      PIC X(02).
           05 EFX-LI-NUM-LIGNE     PIC 9(03).
           05 EFX-LI-CODE-ARTICLE  PIC X(06).
           05 EFX-LI-LIBELLE       PIC X(30).
           05 EFX-LI-QTE           PIC 9(05).
           05 EFX-LI-PRIX-TTC      PIC 9(07)V9(02).
           05 EFX-LI-MONTANT-HT    PIC 9(09)V9(02).
           05 EFX-LI-TAUX-TVA      PIC 9(02)V9(02).
      *    CATEGORIE DE TVA -- 'S' TAUX NORMAL OU REDUIT, 'O' HORS
      *    CHAMP (TAUX ZERO, PENALITES DE RETARD)
           05 EFX-LI-CATEGORIE-TVA PIC X(01).
           05 FILLER               PIC X(49).

       01  EFX-TVA.
           05 EFX-TV-TYPE-ENR      PIC X(02).
           05 EFX-TV-TAUX-TVA      PIC 9(02)V9(02).
           05 EFX-TV-CATEGORIE-TVA PIC X(01).
           05 EFX-TV-BASE-HT       PIC 9(09)V9(02).
           05 EFX-TV-MONTANT-TVA   PIC 9(09)V9(02).
           05 FILLER               PIC X(91).

       01  EFX-TOTAUX.
           05 EFX-TO-TYPE-ENR      PIC X(02).
           05 EFX-TO-NB-LIGNES     PIC 9(03).
           05 EFX-TO-TOTAL-HT      PIC 9(09)V9(02).
           05 EFX-TO-TOTAL-TVA     PIC 9(09)V9(02).
           05 EFX-TO-TOTAL-TTC     PIC 9(09)V9(02).
           05 FILLER               PIC X(82).

       01  EFX-FIN-FICHIER.
           05 EFX-FF-TYPE-ENR      PIC X(02).
           05 EFX-FF-NB-DOCUMENTS  PIC 9(07).
           05 EFX-FF-NB-ENREG      PIC 9(09).
           05 EFX-FF-TOTAL-TTC     PIC 9(13)V9(02).
           05 FILLER               PIC X(87).
