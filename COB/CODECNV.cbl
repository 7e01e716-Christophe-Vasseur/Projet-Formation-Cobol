      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH DE CONVERSION PONCTUELLE DES FICHIERS VSAM ET      *
      *       DE LEURS SAUVEGARDES A L ELARGISSEMENT DES CODES         *
      *       ALBUM (CODEA), CHANSON (CODEC) ET PERSONNE (CODEP) DE    *
      *       QUATRE A SIX CARACTERES                                  *
      *                                                                *
      *       MEME PRINCIPE QUE VENTCNV : TRAVAILLE SUR LE             *
      *       DECHARGEMENT SEQUENTIEL D UN FICHIER A L ANCIEN DESSIN   *
      *       (DDENTREE) ET PRODUIT LE SEQUENTIEL AU NOUVEAU DESSIN    *
      *       (DDSORTIE). UN CODE RENSEIGNE EST PREFIXE DE '00'        *
      *       ('A123' DEVIENT '00A123'), UN CODE A BLANC RESTE A       *
      *       BLANC ; LA ZONE DE FIN DE L ENREGISTREMENT (FILLER) EST  *
      *       RACCOURCIE D AUTANT, OU L ENREGISTREMENT ALLONGE A 90    *
      *       QUAND ELLE N Y SUFFISAIT PAS (CF LES COPY)               *
      *                                                                *
      *       CARTE SYSIN : NOM DU FICHIER (X(08), CF TABLE-FICHIERS)  *
      *       ET NATURE DE L ENTREE (X(01)) --                         *
      *         'F' VIDAGE DU FICHIER EN PLACE, A RECHARGER            *
      *         'S' SAUVEGARDE VSAMUNLD : UNE LIGNE DE TOTAUX DE       *
      *             CONTROLE EST ECRITE SUR DDCTLTOT POUR VSAMREST     *
      *         'A' GENERATION D ARCHIVE ARCHVPRG (VENTESG1, LECTPEG1  *
      *             ET HISTOG1 SEULEMENT)                              *
      *       UN PASSAGE PAR FICHIER ET PAR GENERATION                 *
      *                                                                *
      *       CHAQUE PASSAGE EDITE LES COMPTES AVANT / APRES ET DEUX   *
      *       TOTAUX DE HACHAGE (SOMME DES RANGS DES CARACTERES, MEME  *
      *       PRINCIPE QUE VSAMUNLD) : LE TOTAL APRES DOIT EGALER LE   *
      *       TOTAL AVANT AUGMENTE DES SEULS '00' AJOUTES, ET AUCUN    *
      *       CARACTERE NON BLANC NE DOIT ETRE PERDU EN FIN DE ZONE -- *
      *       LE VERDICT 'CONTROLE CONFORME' EST LA PREUVE DE BASCULE  *
      *       DU FICHIER                                               *
      *                                                                *
      *       STOCKG1 ET STKMVTG1 : LE FICHIER EST PRIS AU DESSIN      *
      *       D ORIGINE, SANS SITE DE STOCKAGE ; LE SITE 'P' (DEPOT    *
      *       PRINCIPAL) EST INSERE DERRIERE LE SUPPORT EN MEME TEMPS  *
      *       QUE LES CODES SONT ELARGIS, ET LA REFERENCE DU MOUVEMENT *
      *       PASSE A 21 CARACTERES. LE TOTAL DES QUANTITES (DISPONIBLE*
      *       OU QUANTITE MOUVEMENTEE) EST EDITE AVANT ET APRES ET     *
      *       DOIT ETRE INCHANGE ; LE TOTAL DE HACHAGE ATTENDU COMPTE  *
      *       LES 'P' INSERES. UN SEUL PASSAGE PAR FICHIER OU          *
      *       SAUVEGARDE, AVANT LE RECHARGEMENT ET LA REPRISE DES      *
      *       TRAITEMENTS DE STOCK                                     *
      *                                                                *
      *       HISTOG1 : LES LIGNES SONT RESCELLEES AU NOUVEAU DESSIN   *
      *       (CF HISTCHN.cpy) APRES VERIFICATION DE L ANCIEN SCEAU,   *
      *       RANGS CONSERVES. LES ARCHIVES SONT PASSEES DE LA PLUS    *
      *       ANCIENNE A LA PLUS RECENTE, PUIS LE VIDAGE EN PLACE : LA *
      *       LIGNE 'CODECNV' DE RUNCTLG1 PORTE LE RANG ET LE NOUVEAU  *
      *       SCEAU DE LA DERNIERE LIGNE D ARCHIVE CONVERTIE. LE       *
      *       PASSAGE 'F' MET A JOUR LA TETE DE CHAINE ('HISTOG1') ET  *
      *       L ANCRE DE VERIFICATION ('HISTVERI') ; LE PASSAGE 'S'    *
      *       NE MET RIEN A JOUR. RUNCTLG1 N EST MIS A JOUR QU APRES   *
      *       UN CONTROLE CONFORME : UN PASSAGE EN ECART EST A REFAIRE *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODECNV.
       AUTHOR. EDR.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.

      * ============================================================== *
      *                                                                *
      *                      ENVIRONMENT DIVISION                      *
      *                                                                *
      * ============================================================== *

       ENVIRONMENT DIVISION.

      * -------------------------------------------------------------- *
      *                                                                *
      *                     CONFIGURATION SECTION                      *
      *                                                                *
      * -------------------------------------------------------------- *

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      * -------------------------------------------------------------- *
      *                                                                *
      *                      INPUT-OUTPUT SECTION                      *
      *                                                                *
      * -------------------------------------------------------------- *

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    DECHARGEMENT A L ANCIEN DESSIN (LONGUEUR SELON LE FICHIER)
           SELECT ANCIEN-FILE
               ASSIGN TO DDENTREE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-AN-STATUS
               .

      *    SEQUENTIEL AU NOUVEAU DESSIN, A RECHARGER PAR IDCAMS OU A
      *    CONSERVER EN LIEU ET PLACE DE LA SAUVEGARDE / ARCHIVE
           SELECT NOUVEAU-FILE
               ASSIGN TO DDSORTIE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-NV-STATUS
               .

      *    TOTAUX DE CONTROLE DE LA SAUVEGARDE CONVERTIE, MEME FORMAT
      *    QUE CEUX DE VSAMUNLD (NATURE 'S' SEULEMENT)
           SELECT CTLTOT-FILE
               ASSIGN TO DDCTLTOT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-CT-STATUS
               .

      *    CONTINUITE DE LA CHAINE HISTOG1 D UN PASSAGE A L AUTRE,
      *    TETE DE CHAINE ET ANCRE DE VERIFICATION (HISTOG1 SEULEMENT)
           SELECT RUNCTRL-KSDS
               ASSIGN TO DDRUNCTL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RC-JOB-NAME
               FILE STATUS F-RC-STATUS
               .

      * ============================================================== *
      *                                                                *
      *                         DATA DIVISION                          *
      *                                                                *
      * ============================================================== *

       DATA DIVISION.

      * -------------------------------------------------------------- *
      *                                                                *
      *                          FILE SECTION                          *
      *                                                                *
      * -------------------------------------------------------------- *

       FILE SECTION.

       FD ANCIEN-FILE
           RECORD VARYING IN SIZE FROM 80 TO 185 CHARACTERS
               DEPENDING ON W-LG-LUE
           DATA RECORD IS E-ANCIEN
           .

       01 E-ANCIEN                 PIC X(185).

       FD NOUVEAU-FILE
           RECORD VARYING IN SIZE FROM 80 TO 185 CHARACTERS
               DEPENDING ON W-LG-ECRITE
           DATA RECORD IS E-NOUVEAU
           .

       01 E-NOUVEAU                PIC X(185).

       FD CTLTOT-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS E-CTLTOT
           .

       01 E-CTLTOT.
           05 CT-FICHIER           PIC X(08).
           05 CT-NB-ENREG          PIC 9(09).
           05 CT-HASH              PIC 9(15).
           05 FILLER               PIC X(48).

      *    F-RUNCTRL PORTE UN NIVEAU 77, INTERDIT PAR COBOL DANS UNE
      *    SECTION FILE -- L ENREGISTREMENT EST REPRIS A LA MAIN
       FD RUNCTRL-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-RUNCTRL
           .

       01 E-RUNCTRL.
           05 RC-JOB-NAME           PIC X(08).
           05 RC-DATE-EXEC          PIC 9(08).
           05 RC-HEURE-EXEC         PIC X(08).
           05 RC-STATUT             PIC X(01).
               88 RC-STATUT-OK          VALUE 'O'.
               88 RC-STATUT-KO          VALUE 'N'.
           05 RC-CHAINE-NUM         PIC 9(09).
           05 RC-CHAINE-SCELLE      PIC X(16).
           05 FILLER                PIC X(30).

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      *                                                                *
      * -------------------------------------------------------------- *

       WORKING-STORAGE SECTION.

      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-AN-STATUS             PIC X(02) VALUE '00'.
       77 F-NV-STATUS             PIC X(02) VALUE '00'.
       77 F-CT-STATUS             PIC X(02) VALUE '00'.
       77 F-RC-STATUS             PIC X(02) VALUE '00'.

      * LONGUEURS D ENREGISTREMENT LUE ET ECRITE
       77 W-LG-LUE                PIC 9(03) VALUE ZERO.
       77 W-LG-ECRITE             PIC 9(03) VALUE ZERO.

       COPY HISTCHN.

      * CARTE PARAMETRE : FICHIER A CONVERTIR ET NATURE DE L ENTREE
       01 W-PARM-CARD.
           05 W-PARM-FICHIER         PIC X(08).
           05 W-PARM-NATURE          PIC X(01).
               88 PARM-VIDAGE            VALUE 'F'.
               88 PARM-SAUVEGARDE        VALUE 'S'.
               88 PARM-ARCHIVE           VALUE 'A'.
               88 PARM-NATURE-VALIDE     VALUE 'F' 'S' 'A'.
           05 FILLER                 PIC X(71).

      *    FICHIERS A CONVERTIR -- NOM, LONGUEUR ANCIENNE, LONGUEUR
      *    NOUVELLE, TRAITEMENT ET POSITIONS (ANCIEN DESSIN) DES CODES
      *    A ELARGIR. TRAITEMENT 'G' GENERAL (CODES AUX POSITIONS
      *    DONNEES), 'C' CONVDIST, 'M' MODATT, 'S' STOCKMVT ET 'X'
      *    EXCEPTIO (POSITIONS SELON LE CONTENU), 'D' STOCK (CODE ET
      *    SITE DE STOCKAGE), 'H' HISTORIQ (RESCELLEMENT). STOCKG1 ET
      *    STKMVTG1 SONT PRIS AU DESSIN D ORIGINE, SANS SITE DE
      *    STOCKAGE. LES FICHIERS SANS CODE ELARGI (CLIENTG1,
      *    OPERATG1, PLAYLIG1...) ET LES EXTRACTIONS, REPRODUITES PAR
      *    LEURS BATCHS, NE SONT PAS A CONVERTIR
       01 TABLE-FICHIERS-Z.
           05 FILLER PIC X(25) VALUE 'ACCDISG1080080G1004000000'.
           05 FILLER PIC X(25) VALUE 'ADRPERG1080080G1001000000'.
           05 FILLER PIC X(25) VALUE 'ALBUMG1 080090G2001073000'.
           05 FILLER PIC X(25) VALUE 'ANNULG1 120120G3001038066'.
           05 FILLER PIC X(25) VALUE 'BNQPERG1080080G1001000000'.
           05 FILLER PIC X(25) VALUE 'CDEDIG1 080080G1014000000'.
           05 FILLER PIC X(25) VALUE 'CDEFABG1080080G1001000000'.
           05 FILLER PIC X(25) VALUE 'CERTIFG1080080G1001000000'.
           05 FILLER PIC X(25) VALUE 'CHANSOG1080090G2001005000'.
           05 FILLER PIC X(25) VALUE 'COFFRG1 080080G2001007000'.
           05 FILLER PIC X(25) VALUE 'CONTRAG1080080G2001005000'.
           05 FILLER PIC X(25) VALUE 'CONVDIG1080080C0000000000'.
           05 FILLER PIC X(25) VALUE 'COOPACG1080080G1018000000'.
           05 FILLER PIC X(25) VALUE 'COTISG1 080080G2001011000'.
           05 FILLER PIC X(25) VALUE 'CTRADDG1080080G2001005000'.
           05 FILLER PIC X(25) VALUE 'CTREDIG1080080G2001005000'.
           05 FILLER PIC X(25) VALUE 'CTRFMTG1080080G2001005000'.
           05 FILLER PIC X(25) VALUE 'CTRPALG1080080G2001005000'.
           05 FILLER PIC X(25) VALUE 'CTRTERG1080080G2001005000'.
           05 FILLER PIC X(25) VALUE 'ENGAGG1 080090G2001005000'.
           05 FILLER PIC X(25) VALUE 'EXCEPTG1080080X0000000000'.
           05 FILLER PIC X(25) VALUE 'FCSTHG1 080080G1001000000'.
           05 FILLER PIC X(25) VALUE 'HISTOG1 170185H0000000000'.
           05 FILLER PIC X(25) VALUE 'IRRECG1 100100G1001000000'.
           05 FILLER PIC X(25) VALUE 'LECTPEG1080080G1001000000'.
           05 FILLER PIC X(25) VALUE 'LICMCG1 080080G1001000000'.
           05 FILLER PIC X(25) VALUE 'MAISONG1080080G1051000000'.
           05 FILLER PIC X(25) VALUE 'MEMBREG1080080G2001005000'.
           05 FILLER PIC X(25) VALUE 'MERCHG1 080080G3001035039'.
           05 FILLER PIC X(25) VALUE 'MODATTG1160170M0000000000'.
           05 FILLER PIC X(25) VALUE 'OEUVREG1080090G2001005000'.
           05 FILLER PIC X(25) VALUE 'PERSONG1080080G1001000000'.
           05 FILLER PIC X(25) VALUE 'PLCONTG1080080G1005000000'.
           05 FILLER PIC X(25) VALUE 'PRECOMG1080080G1001000000'.
           05 FILLER PIC X(25) VALUE 'REDIRG1 080080G2001005000'.
           05 FILLER PIC X(25) VALUE 'RELPLG1 080080G1001000000'.
           05 FILLER PIC X(25) VALUE 'RENOUVG1080080G2001005000'.
           05 FILLER PIC X(25) VALUE 'REPORG1 080080G2001005000'.
           05 FILLER PIC X(25) VALUE 'RESERVG1080080G2001005000'.
           05 FILLER PIC X(25) VALUE 'ROYALLG1080090G2001005000'.
           05 FILLER PIC X(25) VALUE 'ROYLITG1080080G2001005000'.
           05 FILLER PIC X(25) VALUE 'SELLOUG1080080G1007000000'.
           05 FILLER PIC X(25) VALUE 'STOCKG1 080080D0000000000'.
           05 FILLER PIC X(25) VALUE 'STKMVTG1080080S0000000000'.
           05 FILLER PIC X(25) VALUE 'SUSPENG1080080G1001000000'.
           05 FILLER PIC X(25) VALUE 'SYNCLIG1080080G1001000000'.
           05 FILLER PIC X(25) VALUE 'TARIFG1 080080G1001000000'.
           05 FILLER PIC X(25) VALUE 'USAGTRG1080080G2001016000'.
           05 FILLER PIC X(25) VALUE 'VENTESG1080090G2001038000'.
       01 TABLE-FICHIERS REDEFINES TABLE-FICHIERS-Z.
           05 TF-ENTREE OCCURS 49 TIMES INDEXED BY IDX-TF.
               10 TF-FICHIER           PIC X(08).
               10 TF-LG-ANCIENNE       PIC 9(03).
               10 TF-LG-NOUVELLE       PIC 9(03).
               10 TF-TRAITEMENT        PIC X(01).
                   88 TF-GENERAL           VALUE 'G'.
                   88 TF-CONVDIST          VALUE 'C'.
                   88 TF-MODATT            VALUE 'M'.
                   88 TF-STOCKMVT          VALUE 'S'.
                   88 TF-STOCK             VALUE 'D'.
                   88 TF-EXCEPTIO          VALUE 'X'.
                   88 TF-HISTORIQ          VALUE 'H'.
               10 TF-NB-POS            PIC 9(01).
               10 TF-POS               PIC 9(03) OCCURS 3 TIMES.

      *    EXCEPTG1 : POSITION DES CODES DANS EX-REF SELON LE BATCH
      *    EMETTEUR ET LE CODE ANOMALIE (CODE A BLANC = TOUS CODES).
      *    LES EXCEPTIONS DES AUTRES BATCHS (EFACTRET, ENCRAPPR,
      *    HISTVERI, SOUTLOAD, ANOMALIES MAISON D INTEGSWP...) NE
      *    PORTENT PAS DE CODE ELARGI
       01 TABLE-EXCEPT-Z.
           05 FILLER PIC X(21) VALUE 'INTEGSWPCH-ALBUM10100'.
           05 FILLER PIC X(21) VALUE 'INTEGSWPCO-ALBUM20105'.
           05 FILLER PIC X(21) VALUE 'INTEGSWPCO-CODEP20105'.
           05 FILLER PIC X(21) VALUE 'INTEGSWPCO-SIREN20105'.
           05 FILLER PIC X(21) VALUE 'INTEGSWPCO-FONCT20105'.
           05 FILLER PIC X(21) VALUE 'INTEGSWPVE-ALBUM10100'.
           05 FILLER PIC X(21) VALUE 'INTEGSWPVE-SIREN10100'.
           05 FILLER PIC X(21) VALUE 'ROYALREC        20105'.
           05 FILLER PIC X(21) VALUE 'PISTECHK        10100'.
           05 FILLER PIC X(21) VALUE 'STOCKALR        10100'.
           05 FILLER PIC X(21) VALUE 'VENTORPH        10100'.
           05 FILLER PIC X(21) VALUE 'VENTANOM        10100'.
           05 FILLER PIC X(21) VALUE 'DROITRET        10100'.
           05 FILLER PIC X(21) VALUE 'MECARPT         20105'.
           05 FILLER PIC X(21) VALUE 'CDEFRECP        10100'.
           05 FILLER PIC X(21) VALUE 'VIREJET         11200'.
       01 TABLE-EXCEPT REDEFINES TABLE-EXCEPT-Z.
           05 TX-ENTREE OCCURS 16 TIMES INDEXED BY IDX-TX.
               10 TX-BATCH             PIC X(08).
               10 TX-CODE              PIC X(08).
               10 TX-NB-POS            PIC 9(01).
               10 TX-POS               PIC 9(02) OCCURS 2 TIMES.

      *    HISTOG1 : POSITIONS DES CODES DANS HI-CLE PUIS DANS
      *    L IMAGE SELON LE TYPE DE LIGNE. TRAITEMENT 'G' GENERAL,
      *    'C' CONVDIST (SELON CN-TYPE-OBJET EN TETE DE CLE ET
      *    D IMAGE), 'I' IRRECOU (IMAGE DE LA VENTE QUAND LA LIGNE
      *    VIENT DE PGMG1VN6, DE LA CREANCE SINON), 'N' SANS CODE
       01 TABLE-TYPES-HISTO-Z.
           05 FILLER PIC X(19) VALUE 'ALBUM   G1010020173'.
           05 FILLER PIC X(19) VALUE 'CHANSON G1010020105'.
           05 FILLER PIC X(19) VALUE 'PERSONNEG1010010100'.
           05 FILLER PIC X(19) VALUE 'ADRPERS G1010010100'.
           05 FILLER PIC X(19) VALUE 'BNQPERS G1010010100'.
           05 FILLER PIC X(19) VALUE 'CONTRAT G2010520105'.
           05 FILLER PIC X(19) VALUE 'CTRPAL  G2010520105'.
           05 FILLER PIC X(19) VALUE 'CTRTERR G2010520105'.
           05 FILLER PIC X(19) VALUE 'ROYLIT  G2010520105'.
           05 FILLER PIC X(19) VALUE 'VENTES  G1010020138'.
           05 FILLER PIC X(19) VALUE 'PERLOCK G1010020138'.
           05 FILLER PIC X(19) VALUE 'CREDLIM G1010020138'.
           05 FILLER PIC X(19) VALUE 'PRECOM  G1010010100'.
           05 FILLER PIC X(19) VALUE 'MAISONDIG0000015100'.
           05 FILLER PIC X(19) VALUE 'PLCONTENG1050010500'.
           05 FILLER PIC X(19) VALUE 'REDIRECTG1010020105'.
           05 FILLER PIC X(19) VALUE 'SYNCLIC G1010010100'.
           05 FILLER PIC X(19) VALUE 'CDEFAB  G1010010100'.
           05 FILLER PIC X(19) VALUE 'CDEDIST G0000011400'.
           05 FILLER PIC X(19) VALUE 'TRANSFRTG1010010100'.
           05 FILLER PIC X(19) VALUE 'COOPACC G0000011800'.
           05 FILLER PIC X(19) VALUE 'CONVDISTC0000000000'.
           05 FILLER PIC X(19) VALUE 'IRRECOU I1010010100'.
           05 FILLER PIC X(19) VALUE 'PLAYLISTN0000000000'.
           05 FILLER PIC X(19) VALUE 'CLIENT  N0000000000'.
           05 FILLER PIC X(19) VALUE 'CALENDRIN0000000000'.
           05 FILLER PIC X(19) VALUE 'COMPTDI N0000000000'.
           05 FILLER PIC X(19) VALUE 'REMIAC  N0000000000'.
           05 FILLER PIC X(19) VALUE 'RELANCE N0000000000'.
           05 FILLER PIC X(19) VALUE 'ENCEXC  N0000000000'.
           05 FILLER PIC X(19) VALUE 'ECHEANCEN0000000000'.
           05 FILLER PIC X(19) VALUE 'PENALITEN0000000000'.
       01 TABLE-TYPES-HISTO REDEFINES TABLE-TYPES-HISTO-Z.
           05 TH-ENTREE OCCURS 32 TIMES INDEXED BY IDX-TH.
               10 TH-TYPE-ENR          PIC X(08).
               10 TH-TRAITEMENT        PIC X(01).
                   88 TH-GENERAL           VALUE 'G'.
                   88 TH-CONVDIST          VALUE 'C'.
                   88 TH-IRRECOU           VALUE 'I'.
                   88 TH-SANS-CODE         VALUE 'N'.
               10 TH-NB-POS-CLE        PIC 9(01).
               10 TH-POS-CLE           PIC 9(02) OCCURS 2 TIMES.
               10 TH-NB-POS-IMAGE      PIC 9(01).
               10 TH-POS-IMAGE         PIC 9(02) OCCURS 2 TIMES.

      *    ZONE A ELARGIR ET ZONE ELARGIE -- LES CODES SONT INSERES
      *    AUX POSITIONS DE W-INSERTIONS (ANCIEN DESSIN, CROISSANTES),
      *    PUIS LA ZONE EST RAMENEE A SA NOUVELLE LONGUEUR. UNE
      *    INSERTION 'C' ELARGIT UN CODE ('00' SI LE CODE EST
      *    RENSEIGNE, BLANC SINON), UNE INSERTION 'B' AJOUTE DEUX
      *    BLANCS (ZONE DE LONGUEUR FIXE EN AMONT DE LA FIN DE CLE),
      *    UNE INSERTION 'D' AJOUTE LE SITE DE STOCKAGE 'P' (UN
      *    CARACTERE, STOCKG1 ET STKMVTG1)
       01 W-ZONE-ANCIENNE          PIC X(185).
       77 W-LG-ZONE-ANCIENNE       PIC 9(03) VALUE ZERO.
       01 W-ZONE-NOUVELLE          PIC X(200).
       77 W-LG-ZONE-NOUVELLE       PIC 9(03) VALUE ZERO.
       01 W-INSERTIONS.
           05 W-NB-INS              PIC 9(01) VALUE ZERO.
           05 W-INS OCCURS 4 TIMES.
               10 W-INS-POS            PIC 9(03).
               10 W-INS-MODE           PIC X(01).
                   88 W-INS-CODE           VALUE 'C'.
                   88 W-INS-BLANC          VALUE 'B'.
                   88 W-INS-DEPOT          VALUE 'D'.
       77 W-IX-INS                 PIC 9(01) VALUE ZERO.
       77 W-IX-POS                 PIC 9(01) VALUE ZERO.
       77 W-IX-SRC                 PIC 9(03) VALUE ZERO.
       77 W-IX-DST                 PIC 9(03) VALUE ZERO.
       77 W-LG-COPIE               PIC 9(03) VALUE ZERO.
       77 W-LG-CONSTRUITE          PIC 9(03) VALUE ZERO.
       77 W-NB-BLANCS              PIC 9(03) VALUE ZERO.

      *    ENREGISTREMENTS AVANT ET APRES CONVERSION, COMPLETES A
      *    BLANC SUR 185 POUR LES TOTAUX DE HACHAGE
       01 W-REC-AVANT              PIC X(185) VALUE SPACES.
       01 W-REC-APRES              PIC X(185) VALUE SPACES.

      *    ANCIEN DESSIN HISTOG1 (170 CARACTERES, SCEAU SUR LES 154
      *    PREMIERS) ET NOUVEAU DESSIN (CF HISTORIQ.cpy)
       01 W-HISTO-ANCIEN.
           05 HA-TYPE-ENR          PIC X(08).
           05 HA-CLE               PIC X(20).
           05 HA-DATE-HEURE-ACTION PIC X(17).
           05 HA-IMAGE-AVANT       PIC X(80).
           05 HA-TERM-ID           PIC X(04).
           05 HA-OPER-ID           PIC X(08).
           05 HA-PGM-NAME          PIC X(08).
           05 HA-NUM-CHAINE        PIC 9(09).
           05 HA-SCELLE           PIC X(16).
       01 W-HISTO-NOUVEAU.
           05 HN-TYPE-ENR          PIC X(08).
           05 HN-CLE               PIC X(25).
           05 HN-DATE-HEURE-ACTION PIC X(17).
           05 HN-IMAGE-AVANT       PIC X(90).
           05 HN-TERM-ID           PIC X(04).
           05 HN-OPER-ID           PIC X(08).
           05 HN-PGM-NAME          PIC X(08).
           05 HN-NUM-CHAINE        PIC 9(09).
           05 HN-SCELLE            PIC X(16).

      *    CHAINE HISTOG1 : DERNIER RANG ET DERNIERS SCEAUX (ANCIEN
      *    ET NOUVEAU) DE LA LIGNE PRECEDENTE
       77 W-RANG-PRECEDENT         PIC 9(09) VALUE ZERO.
       77 W-SCEAU-ANCIEN-PREC      PIC X(16) VALUE SPACES.
       77 W-SCEAU-NOUVEAU-PREC     PIC X(16) VALUE SPACES.
       77 W-RANG-ANCRE             PIC 9(09) VALUE ZERO.
       77 W-SCEAU-ANCRE            PIC X(16) VALUE SPACES.
       01 ANCIEN-SCEAU-IND         PIC 9 VALUE 2.
           88 ANCIEN-SCEAU-CONNU       VALUE 1.
           88 ANCIEN-SCEAU-INCONNU     VALUE 2.
       01 ANCRE-IND                PIC 9 VALUE 2.
           88 ANCRE-RENCONTREE         VALUE 1.
           88 ANCRE-NON-RENCONTREE     VALUE 2.
       01 LIGNE-CODECNV-IND        PIC 9 VALUE 2.
           88 LIGNE-CODECNV-LUE        VALUE 1.
           88 LIGNE-CODECNV-ABSENTE    VALUE 2.

      * DATE ET HEURE DU PASSAGE, POUR RUNCTLG1
       77 W-DATE-JOUR              PIC 9(08).
       77 W-HEURE-JOUR             PIC X(08).

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-LUS                   PIC 9(09) VALUE ZERO.
       77 NB-ECRITS                PIC 9(09) VALUE ZERO.
       77 NB-REJETES               PIC 9(09) VALUE ZERO.
       77 NB-CODES-ELARGIS         PIC 9(09) VALUE ZERO.
       77 NB-CODES-BLANCS          PIC 9(09) VALUE ZERO.
       77 NB-OCTETS-PERDUS         PIC 9(09) VALUE ZERO.
       77 NB-TYPES-INCONNUS        PIC 9(09) VALUE ZERO.
       77 NB-SCEAUX-CONFIRMES      PIC 9(09) VALUE ZERO.
       77 NB-SCEAUX-ALTERES        PIC 9(09) VALUE ZERO.
       77 NB-SCEAUX-ADMIS          PIC 9(09) VALUE ZERO.
       77 NB-NON-SCELLEES          PIC 9(09) VALUE ZERO.
       77 NB-RUPTURES-RANG         PIC 9(09) VALUE ZERO.
       77 NB-RESCELLEES            PIC 9(09) VALUE ZERO.
       77 NB-DEPOTS-POSES          PIC 9(09) VALUE ZERO.

      * STOCKG1 / STKMVTG1 : TOTAL DES QUANTITES AVANT ET APRES
      * (ST-QTE-DISPO OU SM-QTE), QUI DOIT ETRE CONSERVE
       77 TOTAL-QTE-AVANT          PIC 9(15) VALUE ZERO.
       77 TOTAL-QTE-APRES          PIC 9(15) VALUE ZERO.
       77 W-QTE                    PIC 9(07) VALUE ZERO.
       77 W-POS-QTE-AVANT          PIC 9(03) VALUE ZERO.
       77 W-POS-QTE-APRES          PIC 9(03) VALUE ZERO.

      * TOTAUX DE HACHAGE AVANT / APRES, ECART ATTENDU (DEUX '00'
      * PAR CODE ELARGI, UN 'P' PAR SITE DE STOCKAGE INSERE) ET
      * TOTAL DE LA SAUVEGARDE POUR VSAMREST
       77 HASH-AVANT               PIC 9(15) VALUE ZERO.
       77 HASH-APRES               PIC 9(15) VALUE ZERO.
       77 HASH-APRES-ATTENDU       PIC 9(15) VALUE ZERO.
       77 W-HASH-CTL               PIC 9(15) VALUE ZERO.
       77 W-ECART-PAR-CODE         PIC 9(05) VALUE ZERO.
       77 W-ECART-PAR-DEPOT        PIC 9(05) VALUE ZERO.
       77 W-HASH-I                 PIC 9(03) VALUE ZERO.

      * INDICATEUR DE FIN DE FICHIER D ENTREE
       01 FIN-ANCIEN-IND           PIC 9.
           88 FIN-ANCIEN               VALUE 1.
           88 NON-FIN-ANCIEN           VALUE 2.

      * INDICATEUR DE PARAMETRE RECONNU (FICHIER DANS LA TABLE ET
      * NATURE ADMISE POUR CE FICHIER)
       01 PARM-IND                 PIC 9 VALUE 2.
           88 PARM-OK                  VALUE 1.
           88 PARM-KO                  VALUE 2.

      * TYPE DE LIGNE HISTOG1 TROUVE DANS TABLE-TYPES-HISTO
       01 TYPE-HISTO-IND           PIC 9 VALUE 2.
           88 TYPE-HISTO-CONNU         VALUE 1.
           88 TYPE-HISTO-INCONNU       VALUE 2.

      * VERDICT DE CONTROLE DU PASSAGE
       01 CONTROLE-IND             PIC 9 VALUE 2.
           88 CONTROLE-CONFORME        VALUE 1.
           88 CONTROLE-EN-ECART        VALUE 2.

      * -------------------------------------------------------------- *
      *                                                                *
      *                        LINKAGE SECTION                         *
      *                                                                *
      * -------------------------------------------------------------- *

       LINKAGE SECTION.

      * ============================================================== *
      *                                                                *
      *                       PROCEDURE DIVISION                       *
      *                                                                *
      * ============================================================== *

       PROCEDURE DIVISION.

       INITIALISATION.
           SET FIN-ANCIEN TO TRUE
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT W-HEURE-JOUR FROM TIME
           ACCEPT W-PARM-CARD FROM SYSIN
           COMPUTE W-ECART-PAR-CODE =
               (FUNCTION ORD('0') - FUNCTION ORD(' ')) * 2
           COMPUTE W-ECART-PAR-DEPOT =
               FUNCTION ORD('P') - FUNCTION ORD(' ')
           SET IDX-TF TO 1
           SEARCH TF-ENTREE
               AT END
                   DISPLAY 'FICHIER ' W-PARM-FICHIER
                       ' INCONNU -- TRAITEMENT ABANDONNE'
               WHEN TF-FICHIER (IDX-TF) = W-PARM-FICHIER
                   SET PARM-OK TO TRUE
           END-SEARCH
           IF PARM-OK AND NOT PARM-NATURE-VALIDE
               DISPLAY 'NATURE ' W-PARM-NATURE
                   ' INVALIDE (F, S OU A) -- TRAITEMENT ABANDONNE'
               SET PARM-KO TO TRUE
           END-IF
      *    SEULS VENTESG1, LECTPEG1 ET HISTOG1 ONT DES ARCHIVES
           IF PARM-OK AND PARM-ARCHIVE
               AND W-PARM-FICHIER NOT = 'VENTESG1'
               AND W-PARM-FICHIER NOT = 'LECTPEG1'
               AND W-PARM-FICHIER NOT = 'HISTOG1'
               DISPLAY 'PAS D ARCHIVE POUR ' W-PARM-FICHIER
                   ' -- TRAITEMENT ABANDONNE'
               SET PARM-KO TO TRUE
           END-IF
           IF PARM-KO
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT ANCIEN-FILE
           IF F-AN-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ENTREE'
               DISPLAY 'CODE ERREUR = ' F-AN-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN OUTPUT NOUVEAU-FILE
           IF F-NV-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER SORTIE'
               DISPLAY 'CODE ERREUR = ' F-NV-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           IF PARM-SAUVEGARDE
               OPEN OUTPUT CTLTOT-FILE
               IF F-CT-STATUS NOT = ZERO
                   DISPLAY 'ERREUR OUVERTURE TOTAUX DE CONTROLE'
                   DISPLAY 'CODE ERREUR = ' F-CT-STATUS
                   PERFORM FIN-TRAITEMENT
               END-IF
           END-IF
           IF TF-HISTORIQ (IDX-TF)
               PERFORM INITIALISER-CHAINE
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'CODECNV - ELARGISSEMENT DES CODES ' W-PARM-FICHIER
               ' (' W-PARM-NATURE ')'
           DISPLAY '---------------------------------------------'

           PERFORM LECTURE-ENRG-ANCIEN

           PERFORM UNTIL FIN-ANCIEN
               IF W-LG-LUE NOT = TF-LG-ANCIENNE (IDX-TF)
                   DISPLAY 'ENREGISTREMENT ' NB-LUS ' DE LONGUEUR '
                       W-LG-LUE ' -- ATTENDU '
                       TF-LG-ANCIENNE (IDX-TF) ', REJETE'
                   ADD 1 TO NB-REJETES
               ELSE
                   PERFORM CONVERTIR-ENREG
               END-IF
               PERFORM LECTURE-ENRG-ANCIEN
           END-PERFORM

           PERFORM CONTROLER-CONVERSION
           PERFORM EDITER-RAPPORT
           IF CONTROLE-CONFORME AND PARM-SAUVEGARDE
               PERFORM ECRIRE-CTLTOT
           END-IF
           IF CONTROLE-CONFORME AND TF-HISTORIQ (IDX-TF)
               PERFORM METTRE-A-JOUR-CHAINE
           END-IF

           PERFORM FIN-TRAITEMENT
           .

      *    L ENREGISTREMENT LU EST RECOPIE A BLANC SUR 185 POUR LE
      *    TOTAL AVANT, ELARGI SELON LE TRAITEMENT DU FICHIER, PUIS
      *    ECRIT A SA NOUVELLE LONGUEUR
       CONVERTIR-ENREG.
           MOVE SPACES TO W-REC-AVANT
           MOVE SPACES TO W-REC-APRES
           MOVE E-ANCIEN (1:W-LG-LUE) TO W-ZONE-ANCIENNE
           MOVE W-LG-LUE TO W-LG-ZONE-ANCIENNE
           MOVE TF-LG-NOUVELLE (IDX-TF) TO W-LG-ZONE-NOUVELLE
           MOVE ZERO TO W-NB-INS
           EVALUATE TRUE
               WHEN TF-GENERAL (IDX-TF)
                   PERFORM VARYING W-IX-POS FROM 1 BY 1
                           UNTIL W-IX-POS > TF-NB-POS (IDX-TF)
                       PERFORM AJOUTER-CODE-FICHIER
                   END-PERFORM
               WHEN TF-CONVDIST (IDX-TF)
                   PERFORM POSITIONNER-CONVDIST
               WHEN TF-MODATT (IDX-TF)
                   PERFORM POSITIONNER-MODATT
               WHEN TF-STOCKMVT (IDX-TF)
                   PERFORM POSITIONNER-STOCKMVT
               WHEN TF-STOCK (IDX-TF)
                   PERFORM POSITIONNER-STOCK
               WHEN TF-EXCEPTIO (IDX-TF)
                   PERFORM POSITIONNER-EXCEPTIO
           END-EVALUATE
           IF TF-HISTORIQ (IDX-TF)
               PERFORM CONVERTIR-HISTO
           ELSE
               MOVE W-ZONE-ANCIENNE TO W-REC-AVANT
               PERFORM ELARGIR-ZONE
               MOVE W-ZONE-NOUVELLE (1:W-LG-ZONE-NOUVELLE)
                   TO W-REC-APRES
           END-IF
           PERFORM CUMULER-HASH
           IF TF-STOCK (IDX-TF) OR TF-STOCKMVT (IDX-TF)
               PERFORM CUMULER-QUANTITES
           END-IF
           MOVE TF-LG-NOUVELLE (IDX-TF) TO W-LG-ECRITE
           MOVE W-REC-APRES TO E-NOUVEAU
           WRITE E-NOUVEAU
           IF F-NV-STATUS NOT = ZERO
               DISPLAY 'ERREUR ECRITURE FICHIER SORTIE'
               DISPLAY 'CODE ERREUR = ' F-NV-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           ADD 1 TO NB-ECRITS
           .

       AJOUTER-CODE-FICHIER.
           ADD 1 TO W-NB-INS
           MOVE TF-POS (IDX-TF, W-IX-POS) TO W-INS-POS (W-NB-INS)
           SET W-INS-CODE (W-NB-INS) TO TRUE
           .

      *    CONVENTION SUR UN ALBUM : LE CODEA EST ELARGI ; SUR UN
      *    LABEL (3 CARACTERES) : LA ZONE OBJET EST COMPLETEE A BLANC.
      *    CN-TYPE-OBJET EST EN TETE DE ZONE (ENREGISTREMENT, CLE OU
      *    IMAGE HISTOG1)
       POSITIONNER-CONVDIST.
           IF W-ZONE-ANCIENNE (1:1) = 'A'
               MOVE 002 TO W-INS-POS (1)
               SET W-INS-CODE (1) TO TRUE
           ELSE
               MOVE 006 TO W-INS-POS (1)
               SET W-INS-BLANC (1) TO TRUE
           END-IF
           MOVE 1 TO W-NB-INS
           .

      *    MV-CLE-ENREG (13 -> 17) : CODEP SEUL ('B'), CODEA + CODEP
      *    + SIREN ('D') OU SIREN SEUL ('L'), CADRE A GAUCHE
       POSITIONNER-MODATT.
           EVALUATE W-ZONE-ANCIENNE (1:1)
               WHEN 'B'
                   MOVE 002 TO W-INS-POS (1)
                   SET W-INS-CODE (1) TO TRUE
                   MOVE 006 TO W-INS-POS (2)
                   SET W-INS-BLANC (2) TO TRUE
               WHEN 'D'
                   MOVE 002 TO W-INS-POS (1)
                   SET W-INS-CODE (1) TO TRUE
                   MOVE 006 TO W-INS-POS (2)
                   SET W-INS-CODE (2) TO TRUE
               WHEN OTHER
                   MOVE 015 TO W-INS-POS (1)
                   SET W-INS-BLANC (1) TO TRUE
                   MOVE 015 TO W-INS-POS (2)
                   SET W-INS-BLANC (2) TO TRUE
           END-EVALUATE
           MOVE 2 TO W-NB-INS
           .

      *    DESSIN D ORIGINE : SM-CODEA EN TETE, SM-FORMAT EN 5, LE
      *    SITE SM-DEPOT EST INSERE EN 6 (DEVANT SM-DATE) ; SM-TYPE-MVT
      *    EN 24 ET SM-REFERENCE (20 CARACTERES) EN 33, QUI PORTE LA
      *    CLE DE LA VENTE OU DU RETOUR ('V', 'R', 19 CARACTERES,
      *    CODEA EN TETE) -- ELARGIE, ELLE OCCUPE LES 21 CARACTERES DE
      *    LA NOUVELLE REFERENCE ; LES AUTRES REFERENCES (CARTE DE
      *    CHARGEMENT, FEUILLE D INVENTAIRE) SONT RECOPIEES ET
      *    COMPLETEES A BLANC
       POSITIONNER-STOCKMVT.
           MOVE 001 TO W-INS-POS (1)
           SET W-INS-CODE (1) TO TRUE
           MOVE 006 TO W-INS-POS (2)
           SET W-INS-DEPOT (2) TO TRUE
           MOVE 2 TO W-NB-INS
           EVALUATE W-ZONE-ANCIENNE (24:1)
               WHEN 'V'
               WHEN 'R'
                   MOVE 033 TO W-INS-POS (3)
                   SET W-INS-CODE (3) TO TRUE
                   MOVE 3 TO W-NB-INS
           END-EVALUATE
           MOVE 026 TO W-POS-QTE-AVANT
           MOVE 029 TO W-POS-QTE-APRES
           .

      *    DESSIN D ORIGINE : ST-CODEA EN TETE, ST-FORMAT EN 5, LE
      *    SITE ST-DEPOT EST INSERE EN 6 (DEVANT ST-QTE-DISPO) ; LE
      *    COUT MOYEN, PRIS DANS L ANCIEN FILLER, RESTE A BLANC
       POSITIONNER-STOCK.
           MOVE 001 TO W-INS-POS (1)
           SET W-INS-CODE (1) TO TRUE
           MOVE 006 TO W-INS-POS (2)
           SET W-INS-DEPOT (2) TO TRUE
           MOVE 2 TO W-NB-INS
           MOVE 006 TO W-POS-QTE-AVANT
           MOVE 009 TO W-POS-QTE-APRES
           .

      *    QUANTITE DE L ENREGISTREMENT A L ANCIENNE ET A LA NOUVELLE
      *    POSITION -- UNE ZONE NON NUMERIQUE EST SIGNALEE ET COMPTEE
      *    POUR ZERO DES DEUX COTES
       CUMULER-QUANTITES.
           IF W-REC-AVANT (W-POS-QTE-AVANT:7) IS NUMERIC
               MOVE W-REC-AVANT (W-POS-QTE-AVANT:7) TO W-QTE
               ADD W-QTE TO TOTAL-QTE-AVANT
           ELSE
               DISPLAY 'QUANTITE NON NUMERIQUE ENREGISTREMENT ' NB-LUS
           END-IF
           IF W-REC-APRES (W-POS-QTE-APRES:7) IS NUMERIC
               MOVE W-REC-APRES (W-POS-QTE-APRES:7) TO W-QTE
               ADD W-QTE TO TOTAL-QTE-APRES
           END-IF
           .

      *    EX-REF (ANCIENNES POSITIONS 39 A 58) SELON EX-BATCH
      *    (10 A 17) ET EX-CODE (31 A 38)
       POSITIONNER-EXCEPTIO.
           SET IDX-TX TO 1
           SEARCH TX-ENTREE
               AT END
                   CONTINUE
               WHEN TX-BATCH (IDX-TX) = W-ZONE-ANCIENNE (10:8)
                   AND (TX-CODE (IDX-TX) = SPACES
                        OR TX-CODE (IDX-TX) = W-ZONE-ANCIENNE (31:8))
                   PERFORM VARYING W-IX-POS FROM 1 BY 1
                           UNTIL W-IX-POS > TX-NB-POS (IDX-TX)
                       ADD 1 TO W-NB-INS
                       COMPUTE W-INS-POS (W-NB-INS) =
                           TX-POS (IDX-TX, W-IX-POS) + 38
                       SET W-INS-CODE (W-NB-INS) TO TRUE
                   END-PERFORM
           END-SEARCH
           .

      *    HISTOG1 : HI-CLE (20 -> 25) ET L IMAGE (80 -> 90) SONT
      *    ELARGIES SEPAREMENT SELON LE TYPE DE LIGNE ; LE RESTE EST
      *    RECOPIE, LE RANG CONSERVE ET LA LIGNE RESCELLEE
       CONVERTIR-HISTO.
           MOVE W-ZONE-ANCIENNE (1:170) TO W-HISTO-ANCIEN
           MOVE W-HISTO-ANCIEN (1:154) TO W-REC-AVANT
           PERFORM VERIFIER-ANCIEN-SCEAU
           MOVE SPACES TO W-HISTO-NOUVEAU
           MOVE HA-TYPE-ENR TO HN-TYPE-ENR
           MOVE HA-DATE-HEURE-ACTION TO HN-DATE-HEURE-ACTION
           MOVE HA-TERM-ID TO HN-TERM-ID
           MOVE HA-OPER-ID TO HN-OPER-ID
           MOVE HA-PGM-NAME TO HN-PGM-NAME
           MOVE HA-NUM-CHAINE TO HN-NUM-CHAINE
           SET IDX-TH TO 1
           SEARCH TH-ENTREE
               AT END
                   SET TYPE-HISTO-INCONNU TO TRUE
                   ADD 1 TO NB-TYPES-INCONNUS
                   DISPLAY 'TYPE HISTORIQUE INCONNU ' HA-TYPE-ENR
                       ' RANG ' HA-NUM-CHAINE
               WHEN TH-TYPE-ENR (IDX-TH) = HA-TYPE-ENR
                   SET TYPE-HISTO-CONNU TO TRUE
           END-SEARCH
      *    CLE
           MOVE HA-CLE TO W-ZONE-ANCIENNE
           MOVE 20 TO W-LG-ZONE-ANCIENNE
           MOVE 25 TO W-LG-ZONE-NOUVELLE
           MOVE ZERO TO W-NB-INS
           IF TYPE-HISTO-CONNU
               IF TH-CONVDIST (IDX-TH)
                   PERFORM POSITIONNER-CONVDIST
               ELSE
                   PERFORM VARYING W-IX-POS FROM 1 BY 1
                           UNTIL W-IX-POS > TH-NB-POS-CLE (IDX-TH)
                       ADD 1 TO W-NB-INS
                       MOVE TH-POS-CLE (IDX-TH, W-IX-POS)
                           TO W-INS-POS (W-NB-INS)
                       SET W-INS-CODE (W-NB-INS) TO TRUE
                   END-PERFORM
               END-IF
           END-IF
           PERFORM ELARGIR-ZONE
           MOVE W-ZONE-NOUVELLE (1:25) TO HN-CLE
      *    IMAGE
           MOVE HA-IMAGE-AVANT TO W-ZONE-ANCIENNE
           MOVE 80 TO W-LG-ZONE-ANCIENNE
           MOVE 90 TO W-LG-ZONE-NOUVELLE
           MOVE ZERO TO W-NB-INS
           IF TYPE-HISTO-CONNU
               EVALUATE TRUE
                   WHEN TH-CONVDIST (IDX-TH)
                       PERFORM POSITIONNER-CONVDIST
      *            IMAGE DE LA VENTE MISE EN CREANCE IRRECOUVRABLE
                   WHEN TH-IRRECOU (IDX-TH)
                           AND HA-PGM-NAME = 'PGMG1VN6'
                       MOVE 001 TO W-INS-POS (1)
                       SET W-INS-CODE (1) TO TRUE
                       MOVE 038 TO W-INS-POS (2)
                       SET W-INS-CODE (2) TO TRUE
                       MOVE 2 TO W-NB-INS
                   WHEN OTHER
                       PERFORM VARYING W-IX-POS FROM 1 BY 1
                               UNTIL W-IX-POS > TH-NB-POS-IMAGE (IDX-TH)
                           ADD 1 TO W-NB-INS
                           MOVE TH-POS-IMAGE (IDX-TH, W-IX-POS)
                               TO W-INS-POS (W-NB-INS)
                           SET W-INS-CODE (W-NB-INS) TO TRUE
                       END-PERFORM
               END-EVALUATE
           END-IF
           PERFORM ELARGIR-ZONE
           MOVE W-ZONE-NOUVELLE (1:90) TO HN-IMAGE-AVANT
           PERFORM RESCELLER-HISTO
           MOVE W-HISTO-NOUVEAU TO W-REC-APRES
           .

      *    L ANCIEN SCEAU EST RECALCULE SUR LES 154 PREMIERS OCTETS A
      *    PARTIR DE CELUI DE LA LIGNE PRECEDENTE (DU SCEAU ORIGINE
      *    POUR LE RANG 1) ; LA PREMIERE LIGNE D UN PASSAGE QUI NE
      *    COMMENCE PAS AU RANG 1 EST ADMISE TELLE QUELLE, SA
      *    PRECEDENTE AYANT ETE VERIFIEE AU PASSAGE PRECEDENT OU PAR
      *    HISTVERI. UNE LIGNE NON SCELLEE (RANG ZERO) EST HORS CHAINE
       VERIFIER-ANCIEN-SCEAU.
           IF HA-NUM-CHAINE = ZERO
               ADD 1 TO NB-NON-SCELLEES
           ELSE
               IF HA-NUM-CHAINE = 1
                   MOVE W-HC-SCELLE-ORIGINE TO W-SCEAU-ANCIEN-PREC
                   SET ANCIEN-SCEAU-CONNU TO TRUE
               END-IF
               IF ANCIEN-SCEAU-CONNU
                   MOVE W-SCEAU-ANCIEN-PREC TO W-HC-PRECEDENT
                   MOVE W-HISTO-ANCIEN (1:154) TO W-HC-CONTENU
                   MOVE 154 TO W-HC-LONGUEUR
                   PERFORM SCELLER-LIGNE
                   IF W-HC-SCELLE = HA-SCELLE
                       ADD 1 TO NB-SCEAUX-CONFIRMES
                   ELSE
                       ADD 1 TO NB-SCEAUX-ALTERES
                       DISPLAY 'SCEAU ALTERE AU RANG ' HA-NUM-CHAINE
                           ' ' HA-TYPE-ENR ' ' HA-CLE
                   END-IF
               ELSE
                   ADD 1 TO NB-SCEAUX-ADMIS
                   SET ANCIEN-SCEAU-CONNU TO TRUE
               END-IF
               MOVE HA-SCELLE TO W-SCEAU-ANCIEN-PREC
           END-IF
           .

      *    LE NOUVEAU SCEAU PART DE CELUI DE LA LIGNE PRECEDENTE
      *    RESCELLEE (DE LA LIGNE 'CODECNV' POUR LA PREMIERE, DU SCEAU
      *    ORIGINE AU RANG 1) ; UN RANG QUI NE SUIT PAS LE PRECEDENT
      *    EST SIGNALE
       RESCELLER-HISTO.
           IF HN-NUM-CHAINE NOT = ZERO
               IF HN-NUM-CHAINE = 1
                   MOVE W-HC-SCELLE-ORIGINE TO W-SCEAU-NOUVEAU-PREC
               ELSE
                   IF HN-NUM-CHAINE NOT = W-RANG-PRECEDENT + 1
                       ADD 1 TO NB-RUPTURES-RANG
                       DISPLAY 'RUPTURE DE RANG : ' W-RANG-PRECEDENT
                           ' PUIS ' HN-NUM-CHAINE
                   END-IF
               END-IF
               MOVE W-SCEAU-NOUVEAU-PREC TO W-HC-PRECEDENT
               MOVE W-HISTO-NOUVEAU (1:169) TO W-HC-CONTENU
               MOVE 169 TO W-HC-LONGUEUR
               PERFORM SCELLER-LIGNE
               MOVE W-HC-SCELLE TO HN-SCELLE
               MOVE W-HC-SCELLE TO W-SCEAU-NOUVEAU-PREC
               MOVE HN-NUM-CHAINE TO W-RANG-PRECEDENT
               ADD 1 TO NB-RESCELLEES
               IF HN-NUM-CHAINE = W-RANG-ANCRE
                   MOVE W-HC-SCELLE TO W-SCEAU-ANCRE
                   SET ANCRE-RENCONTREE TO TRUE
               END-IF
           END-IF
           .

      *    INSERTION DES CODES DANS LA ZONE, PUIS RETOUR A LA
      *    NOUVELLE LONGUEUR -- CE QUI DEPASSE DOIT ETRE A BLANC
       ELARGIR-ZONE.
           MOVE SPACES TO W-ZONE-NOUVELLE
           MOVE 1 TO W-IX-SRC
           MOVE 1 TO W-IX-DST
           PERFORM VARYING W-IX-INS FROM 1 BY 1
                   UNTIL W-IX-INS > W-NB-INS
               COMPUTE W-LG-COPIE = W-INS-POS (W-IX-INS) - W-IX-SRC
               IF W-LG-COPIE > ZERO
                   MOVE W-ZONE-ANCIENNE (W-IX-SRC:W-LG-COPIE)
                       TO W-ZONE-NOUVELLE (W-IX-DST:W-LG-COPIE)
                   ADD W-LG-COPIE TO W-IX-DST
                   MOVE W-INS-POS (W-IX-INS) TO W-IX-SRC
               END-IF
               IF W-INS-CODE (W-IX-INS)
                   IF W-ZONE-ANCIENNE (W-IX-SRC:4) NOT = SPACES
                       MOVE '00' TO W-ZONE-NOUVELLE (W-IX-DST:2)
                       ADD 1 TO NB-CODES-ELARGIS
                   ELSE
                       ADD 1 TO NB-CODES-BLANCS
                   END-IF
               END-IF
               IF W-INS-DEPOT (W-IX-INS)
                   MOVE 'P' TO W-ZONE-NOUVELLE (W-IX-DST:1)
                   ADD 1 TO NB-DEPOTS-POSES
                   ADD 1 TO W-IX-DST
               ELSE
                   ADD 2 TO W-IX-DST
               END-IF
           END-PERFORM
           COMPUTE W-LG-COPIE = W-LG-ZONE-ANCIENNE - W-IX-SRC + 1
           IF W-LG-COPIE > ZERO
               MOVE W-ZONE-ANCIENNE (W-IX-SRC:W-LG-COPIE)
                   TO W-ZONE-NOUVELLE (W-IX-DST:W-LG-COPIE)
               ADD W-LG-COPIE TO W-IX-DST
           END-IF
           COMPUTE W-LG-CONSTRUITE = W-IX-DST - 1
           IF W-LG-CONSTRUITE > W-LG-ZONE-NOUVELLE
               COMPUTE W-LG-COPIE =
                   W-LG-CONSTRUITE - W-LG-ZONE-NOUVELLE
               MOVE ZERO TO W-NB-BLANCS
               INSPECT W-ZONE-NOUVELLE
                       (W-LG-ZONE-NOUVELLE + 1:W-LG-COPIE)
                   TALLYING W-NB-BLANCS FOR ALL SPACES
               IF W-NB-BLANCS < W-LG-COPIE
                   COMPUTE NB-OCTETS-PERDUS = NB-OCTETS-PERDUS
                       + W-LG-COPIE - W-NB-BLANCS
                   DISPLAY 'CARACTERES PERDUS ENREGISTREMENT ' NB-LUS
               END-IF
               MOVE SPACES TO W-ZONE-NOUVELLE
                   (W-LG-ZONE-NOUVELLE + 1:W-LG-COPIE)
           END-IF
           .

      *    TOTAUX DE HACHAGE AVANT / APRES SUR 185 CARACTERES (SANS
      *    LE SCEAU POUR HISTOG1), ET POUR UNE SAUVEGARDE TOTAL DE
      *    L ENREGISTREMENT COMPLET COMME LE CALCULE VSAMUNLD
       CUMULER-HASH.
           PERFORM VARYING W-HASH-I FROM 1 BY 1
                   UNTIL W-HASH-I > 185
               COMPUTE HASH-AVANT = HASH-AVANT
                   + FUNCTION ORD(W-REC-AVANT(W-HASH-I:1))
               COMPUTE HASH-APRES = HASH-APRES
                   + FUNCTION ORD(W-REC-APRES(W-HASH-I:1))
           END-PERFORM
           IF TF-HISTORIQ (IDX-TF)
               PERFORM VARYING W-HASH-I FROM 170 BY 1
                       UNTIL W-HASH-I > 185
                   COMPUTE HASH-APRES = HASH-APRES
                       - FUNCTION ORD(W-REC-APRES(W-HASH-I:1))
                       + FUNCTION ORD(' ')
               END-PERFORM
           END-IF
           IF PARM-SAUVEGARDE
               PERFORM VARYING W-HASH-I FROM 1 BY 1
                       UNTIL W-HASH-I > 185
                   COMPUTE W-HASH-CTL = W-HASH-CTL
                       + FUNCTION ORD(W-REC-APRES(W-HASH-I:1))
               END-PERFORM
           END-IF
           .

      *    PREUVE DE BASCULE : TOUT CE QUI EST LU EST ECRIT, RIEN
      *    N EST PERDU, ET LE TOTAL APRES NE DIFFERE DU TOTAL AVANT
      *    QUE PAR LES '00' ET LES 'P' AJOUTES. HISTOG1 : AUCUN
      *    SCEAU ALTERE. STOCKG1 / STKMVTG1 : QUANTITES CONSERVEES
       CONTROLER-CONVERSION.
           COMPUTE HASH-APRES-ATTENDU = HASH-AVANT
               + NB-CODES-ELARGIS * W-ECART-PAR-CODE
               + NB-DEPOTS-POSES * W-ECART-PAR-DEPOT
           IF NB-ECRITS = NB-LUS
               AND TOTAL-QTE-APRES = TOTAL-QTE-AVANT
               AND NB-OCTETS-PERDUS = ZERO
               AND NB-TYPES-INCONNUS = ZERO
               AND NB-SCEAUX-ALTERES = ZERO
               AND HASH-APRES = HASH-APRES-ATTENDU
               SET CONTROLE-CONFORME TO TRUE
           ELSE
               SET CONTROLE-EN-ECART TO TRUE
           END-IF
           .

      *    MEME LIGNE QUE VSAMUNLD, POUR QUE VSAMREST CONTROLE LA
      *    RESTAURATION DE LA SAUVEGARDE CONVERTIE
       ECRIRE-CTLTOT.
           MOVE W-PARM-FICHIER TO CT-FICHIER
           MOVE NB-ECRITS TO CT-NB-ENREG
           MOVE W-HASH-CTL TO CT-HASH
           MOVE SPACES TO E-CTLTOT(33:48)
           WRITE E-CTLTOT
           IF F-CT-STATUS NOT = ZERO
               DISPLAY 'ERREUR ECRITURE TOTAUX DE CONTROLE'
               DISPLAY 'CODE ERREUR = ' F-CT-STATUS
           END-IF
           .

      *    POINT DE DEPART DE LA CHAINE RESCELLEE : LIGNE 'CODECNV'
      *    (DERNIERE LIGNE D ARCHIVE CONVERTIE), A DEFAUT LE SCEAU
      *    ORIGINE ; RANG DE L ANCRE HISTVERI POUR UN VIDAGE EN PLACE
       INITIALISER-CHAINE.
           OPEN I-O RUNCTRL-KSDS
           IF F-RC-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER RUNCTLG1'
               DISPLAY 'CODE ERREUR = ' F-RC-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           MOVE W-HC-SCELLE-ORIGINE TO W-SCEAU-NOUVEAU-PREC
           MOVE 'CODECNV' TO RC-JOB-NAME
           READ RUNCTRL-KSDS
               INVALID KEY
                   SET LIGNE-CODECNV-ABSENTE TO TRUE
               NOT INVALID KEY
                   SET LIGNE-CODECNV-LUE TO TRUE
                   MOVE RC-CHAINE-NUM    TO W-RANG-PRECEDENT
                   MOVE RC-CHAINE-SCELLE TO W-SCEAU-NOUVEAU-PREC
           END-READ
           IF PARM-VIDAGE
               MOVE 'HISTVERI' TO RC-JOB-NAME
               READ RUNCTRL-KSDS
                   INVALID KEY
                       MOVE ZERO TO W-RANG-ANCRE
                   NOT INVALID KEY
                       MOVE RC-CHAINE-NUM TO W-RANG-ANCRE
               END-READ
           END-IF
           DISPLAY 'CHAINE REPRISE AU RANG    : ' W-RANG-PRECEDENT
           .

      *    ARCHIVE : LA LIGNE 'CODECNV' AVANCE A LA DERNIERE LIGNE
      *    CONVERTIE. VIDAGE EN PLACE : LA TETE DE CHAINE ET L ANCRE
      *    PRENNENT LES NOUVEAUX SCEAUX. SAUVEGARDE : RIEN
       METTRE-A-JOUR-CHAINE.
           EVALUATE TRUE
               WHEN PARM-ARCHIVE
                   MOVE 'CODECNV' TO RC-JOB-NAME
                   PERFORM ENREGISTRER-LIGNE-CHAINE
               WHEN PARM-VIDAGE
                   MOVE 'HISTOG1' TO RC-JOB-NAME
                   PERFORM ENREGISTRER-LIGNE-CHAINE
                   IF ANCRE-RENCONTREE
                       PERFORM ENREGISTRER-ANCRE
                   ELSE
                       IF W-RANG-ANCRE NOT = ZERO
                           DISPLAY 'ANCRE HISTVERI AU RANG '
                               W-RANG-ANCRE ' NON RENCONTREE'
                       END-IF
                   END-IF
           END-EVALUATE
           .

      *    L ANCRE GARDE SON RANG ET SA DATE DE VERIFICATION, SEUL
      *    SON SCEAU EST REMPLACE PAR LE NOUVEAU SCEAU DE CE RANG
       ENREGISTRER-ANCRE.
           MOVE 'HISTVERI' TO RC-JOB-NAME
           READ RUNCTRL-KSDS
               INVALID KEY
                   DISPLAY 'ANCRE HISTVERI DISPARUE'
               NOT INVALID KEY
                   MOVE W-SCEAU-ANCRE TO RC-CHAINE-SCELLE
                   REWRITE E-RUNCTRL
                   IF F-RC-STATUS NOT = ZERO
                       DISPLAY 'ERREUR MISE A JOUR ANCRE HISTVERI'
                       DISPLAY 'CODE ERREUR = ' F-RC-STATUS
                   END-IF
           END-READ
           .

       ENREGISTRER-LIGNE-CHAINE.
           READ RUNCTRL-KSDS
               INVALID KEY
                   MOVE SPACES TO E-RUNCTRL(9:72)
                   PERFORM RENSEIGNER-LIGNE-CHAINE
                   WRITE E-RUNCTRL
               NOT INVALID KEY
                   PERFORM RENSEIGNER-LIGNE-CHAINE
                   REWRITE E-RUNCTRL
           END-READ
           IF F-RC-STATUS NOT = ZERO
               DISPLAY 'ERREUR MISE A JOUR RUNCTLG1 ' RC-JOB-NAME
               DISPLAY 'CODE ERREUR = ' F-RC-STATUS
           END-IF
           .

       RENSEIGNER-LIGNE-CHAINE.
           MOVE W-DATE-JOUR  TO RC-DATE-EXEC
           MOVE W-HEURE-JOUR TO RC-HEURE-EXEC
           SET RC-STATUT-OK  TO TRUE
           MOVE W-RANG-PRECEDENT TO RC-CHAINE-NUM
           MOVE W-SCEAU-NOUVEAU-PREC TO RC-CHAINE-SCELLE
           .

      *    CALCUL DU SCEAU CHAINE (CF HISTCHN.cpy -- PARAGRAPHE REPRIS
      *    A L IDENTIQUE DANS PGMG1VHC, DISTFUSN, GENRCODE ET HISTVERI)
       SCELLER-LIGNE.
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

       FIN-TRAITEMENT.
           CLOSE ANCIEN-FILE
           CLOSE NOUVEAU-FILE
           IF PARM-SAUVEGARDE
               CLOSE CTLTOT-FILE
           END-IF
           IF PARM-OK
               IF TF-HISTORIQ (IDX-TF)
                   CLOSE RUNCTRL-KSDS
               END-IF
           END-IF
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'CODECNV - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'FICHIER / NATURE          : ' W-PARM-FICHIER
               ' / ' W-PARM-NATURE
           DISPLAY 'ENREGISTREMENTS LUS       : ' NB-LUS
           DISPLAY 'ENREGISTREMENTS ECRITS    : ' NB-ECRITS
           DISPLAY 'ENREGISTREMENTS REJETES   : ' NB-REJETES
           DISPLAY 'CODES ELARGIS             : ' NB-CODES-ELARGIS
           DISPLAY 'CODES RESTES A BLANC      : ' NB-CODES-BLANCS
           DISPLAY 'CARACTERES PERDUS         : ' NB-OCTETS-PERDUS
           IF TF-STOCK (IDX-TF) OR TF-STOCKMVT (IDX-TF)
               DISPLAY 'SITES DE STOCKAGE POSES   : ' NB-DEPOTS-POSES
               DISPLAY 'TOTAL QUANTITES AVANT     : ' TOTAL-QTE-AVANT
               DISPLAY 'TOTAL QUANTITES APRES     : ' TOTAL-QTE-APRES
           END-IF
           DISPLAY 'TOTAL DE HACHAGE AVANT    : ' HASH-AVANT
           DISPLAY 'TOTAL DE HACHAGE APRES    : ' HASH-APRES
           DISPLAY 'TOTAL APRES ATTENDU       : ' HASH-APRES-ATTENDU
           IF TF-HISTORIQ (IDX-TF)
               DISPLAY 'TYPES DE LIGNE INCONNUS   : ' NB-TYPES-INCONNUS
               DISPLAY 'ANCIENS SCEAUX CONFIRMES  : '
                   NB-SCEAUX-CONFIRMES
               DISPLAY 'ANCIENS SCEAUX ALTERES    : ' NB-SCEAUX-ALTERES
               DISPLAY 'PREMIERE LIGNE ADMISE     : ' NB-SCEAUX-ADMIS
               DISPLAY 'LIGNES NON SCELLEES       : ' NB-NON-SCELLEES
               DISPLAY 'LIGNES RESCELLEES         : ' NB-RESCELLEES
               DISPLAY 'RUPTURES DE RANG          : ' NB-RUPTURES-RANG
               DISPLAY 'RANG DE FIN DE CHAINE     : ' W-RANG-PRECEDENT
               DISPLAY 'SCEAU DE FIN DE CHAINE    : '
                   W-SCEAU-NOUVEAU-PREC
           END-IF
           IF PARM-SAUVEGARDE
               DISPLAY 'TOTAL VSAMREST            : ' W-HASH-CTL
           END-IF
           IF CONTROLE-CONFORME
               DISPLAY 'CONTROLE CONFORME'
           ELSE
               DISPLAY 'CONTROLE EN ECART -- CONVERSION A REFAIRE'
           END-IF
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-ANCIEN.
           READ ANCIEN-FILE
               AT END
                   SET FIN-ANCIEN TO TRUE
               NOT AT END
                   SET NON-FIN-ANCIEN TO TRUE
                   ADD 1 TO NB-LUS
           END-READ
           .
