      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH DE CONVERSION PONCTUELLE DES TABLES DB2 A          *
      *       L ELARGISSEMENT DES CODES ALBUM, CHANSON ET PERSONNE     *
      *       DE QUATRE A SIX CARACTERES (CF CODECNV POUR LES          *
      *       FICHIERS VSAM)                                           *
      *                                                                *
      *       CHAQUE COLONNE EST ELARGIE (ALTER) PUIS SES CODES        *
      *       RENSEIGNES PREFIXES DE '00' COMME DANS CODECNV, LES      *
      *       CODES A BLANC RESTANT A BLANC. COMPTES AVANT / APRES     *
      *       PAR COLONNE : LIGNES DE LA TABLE, CODES RENSEIGNES,      *
      *       CODES ELARGIS ET CODES RESTES SANS PREFIXE -- UNE        *
      *       COLONNE EN ECART EST ANNULEE (ROLLBACK), UNE COLONNE     *
      *       CONFORME VALIDEE (COMMIT). RELANCABLE : UNE COLONNE      *
      *       DEJA A LA NOUVELLE LONGUEUR DANS LE CATALOGUE DB2 N EST  *
      *       PAS REPASSEE                                             *
      *                                                                *
      *       LA REORGANISATION DES ESPACES DE TABLE ET DES INDEX      *
      *       APRES ALTER EST L AFFAIRE DE L ETAPE UTILITAIRE QUI      *
      *       SUIT, PAS DU PROGRAMME COBOL                             *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODECNVD.
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

      * ============================================================== *
      *                                                                *
      *                         DATA DIVISION                          *
      *                                                                *
      * ============================================================== *

       DATA DIVISION.

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      *                                                                *
      * -------------------------------------------------------------- *

       WORKING-STORAGE SECTION.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

      * COLONNE EN COURS ET SA LONGUEUR (ANCIENNE ATTENDUE, LUE DANS
      * LE CATALOGUE DB2)
       77 W-TABLE                 PIC X(08).
       77 W-COLONNE               PIC X(10).
       77 W-LG-ANCIENNE           PIC S9(04) COMP.
       77 W-LG-COLONNE            PIC S9(04) COMP.
       77 W-LG-ED                 PIC Z9.

      * COMPTES AVANT / APRES DE LA COLONNE EN COURS
       77 NB-LIGNES-AVANT         PIC 9(09) VALUE ZERO.
       77 NB-RENSEIGNES-AVANT     PIC 9(09) VALUE ZERO.
       77 NB-ELARGIS              PIC 9(09) VALUE ZERO.
       77 NB-LIGNES-APRES         PIC 9(09) VALUE ZERO.
       77 NB-RENSEIGNES-APRES     PIC 9(09) VALUE ZERO.
       77 NB-NON-PREFIXES         PIC 9(09) VALUE ZERO.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-COLONNES-CONVERTIES  PIC 9(02) VALUE ZERO.
       77 NB-COLONNES-DEJA-FAITES PIC 9(02) VALUE ZERO.
       77 NB-COLONNES-EN-ECART    PIC 9(02) VALUE ZERO.

      * SQLCODE
       77 SQLCODE-ED              PIC +9(03).

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

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'CODECNVD - ELARGISSEMENT DES CODES EN TABLES DB2'
           DISPLAY '---------------------------------------------'

           PERFORM CONVERTIR-ALBUM-CODEA
           PERFORM CONVERTIR-CHANSON-CODEC
           PERFORM CONVERTIR-CHANSON-CODEA
           PERFORM CONVERTIR-PERSONNE-CODEP
           PERFORM CONVERTIR-CONTRAT-CODEA
           PERFORM CONVERTIR-CONTRAT-CODEP
           PERFORM CONVERTIR-VENTES-CODEA
           PERFORM CONVERTIR-VENTES-RETOUR
           PERFORM CONVERTIR-MAISONDI-CODEP-DIR

           PERFORM FIN-TRAITEMENT
           .

       CONVERTIR-ALBUM-CODEA.
           MOVE 'ALBUM' TO W-TABLE
           MOVE 'CODEA' TO W-COLONNE
           MOVE 04 TO W-LG-ANCIENNE
           EXEC SQL
               SELECT LENGTH
               INTO :W-LG-COLONNE
               FROM SYSIBM.SYSCOLUMNS
               WHERE TBCREATOR = 'API5'
                 AND TBNAME = 'ALBUM'
                 AND NAME = 'CODEA'
           END-EXEC
           PERFORM VERIFIER-SQL
           IF W-LG-COLONNE NOT = W-LG-ANCIENNE
               PERFORM SIGNALER-DEJA-CONVERTIE
           ELSE
               EXEC SQL
                   SELECT COUNT(*),
                       COALESCE(SUM(CASE WHEN CODEA <> ' '
                           THEN 1 ELSE 0 END), 0)
                   INTO :NB-LIGNES-AVANT, :NB-RENSEIGNES-AVANT
                   FROM API5.ALBUM
               END-EXEC
               PERFORM VERIFIER-SQL
               EXEC SQL
                   ALTER TABLE API5.ALBUM
                       ALTER COLUMN CODEA SET DATA TYPE CHAR(6)
               END-EXEC
               PERFORM VERIFIER-SQL
               EXEC SQL
                   UPDATE API5.ALBUM
                   SET CODEA = '00' || SUBSTR(CODEA, 1, 4)
                   WHERE CODEA <> ' '
               END-EXEC
               PERFORM VERIFIER-SQL
               MOVE SQLERRD(3) TO NB-ELARGIS
               EXEC SQL
                   SELECT COUNT(*),
                       COALESCE(SUM(CASE WHEN CODEA <> ' '
                           THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN CODEA <> ' '
                           AND SUBSTR(CODEA, 1, 2) <> '00'
                           THEN 1 ELSE 0 END), 0)
                   INTO :NB-LIGNES-APRES, :NB-RENSEIGNES-APRES,
                       :NB-NON-PREFIXES
                   FROM API5.ALBUM
               END-EXEC
               PERFORM VERIFIER-SQL
               PERFORM CONTROLER-COLONNE
           END-IF
           .

       CONVERTIR-CHANSON-CODEC.
           MOVE 'CHANSON' TO W-TABLE
           MOVE 'CODEC' TO W-COLONNE
           MOVE 04 TO W-LG-ANCIENNE
           EXEC SQL
               SELECT LENGTH
               INTO :W-LG-COLONNE
               FROM SYSIBM.SYSCOLUMNS
               WHERE TBCREATOR = 'API5'
                 AND TBNAME = 'CHANSON'
                 AND NAME = 'CODEC'
           END-EXEC
           PERFORM VERIFIER-SQL
           IF W-LG-COLONNE NOT = W-LG-ANCIENNE
               PERFORM SIGNALER-DEJA-CONVERTIE
           ELSE
               EXEC SQL
                   SELECT COUNT(*),
                       COALESCE(SUM(CASE WHEN CODEC <> ' '
                           THEN 1 ELSE 0 END), 0)
                   INTO :NB-LIGNES-AVANT, :NB-RENSEIGNES-AVANT
                   FROM API5.CHANSON
               END-EXEC
               PERFORM VERIFIER-SQL
               EXEC SQL
                   ALTER TABLE API5.CHANSON
                       ALTER COLUMN CODEC SET DATA TYPE CHAR(6)
               END-EXEC
               PERFORM VERIFIER-SQL
               EXEC SQL
                   UPDATE API5.CHANSON
                   SET CODEC = '00' || SUBSTR(CODEC, 1, 4)
                   WHERE CODEC <> ' '
               END-EXEC
               PERFORM VERIFIER-SQL
               MOVE SQLERRD(3) TO NB-ELARGIS
               EXEC SQL
                   SELECT COUNT(*),
                       COALESCE(SUM(CASE WHEN CODEC <> ' '
                           THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN CODEC <> ' '
                           AND SUBSTR(CODEC, 1, 2) <> '00'
                           THEN 1 ELSE 0 END), 0)
                   INTO :NB-LIGNES-APRES, :NB-RENSEIGNES-APRES,
                       :NB-NON-PREFIXES
                   FROM API5.CHANSON
               END-EXEC
               PERFORM VERIFIER-SQL
               PERFORM CONTROLER-COLONNE
           END-IF
           .

       CONVERTIR-CHANSON-CODEA.
           MOVE 'CHANSON' TO W-TABLE
           MOVE 'CODEA' TO W-COLONNE
           MOVE 04 TO W-LG-ANCIENNE
           EXEC SQL
               SELECT LENGTH
               INTO :W-LG-COLONNE
               FROM SYSIBM.SYSCOLUMNS
               WHERE TBCREATOR = 'API5'
                 AND TBNAME = 'CHANSON'
                 AND NAME = 'CODEA'
           END-EXEC
           PERFORM VERIFIER-SQL
           IF W-LG-COLONNE NOT = W-LG-ANCIENNE
               PERFORM SIGNALER-DEJA-CONVERTIE
           ELSE
               EXEC SQL
                   SELECT COUNT(*),
                       COALESCE(SUM(CASE WHEN CODEA <> ' '
                           THEN 1 ELSE 0 END), 0)
                   INTO :NB-LIGNES-AVANT, :NB-RENSEIGNES-AVANT
                   FROM API5.CHANSON
               END-EXEC
               PERFORM VERIFIER-SQL
               EXEC SQL
                   ALTER TABLE API5.CHANSON
                       ALTER COLUMN CODEA SET DATA TYPE CHAR(6)
               END-EXEC
               PERFORM VERIFIER-SQL
               EXEC SQL
                   UPDATE API5.CHANSON
                   SET CODEA = '00' || SUBSTR(CODEA, 1, 4)
                   WHERE CODEA <> ' '
               END-EXEC
               PERFORM VERIFIER-SQL
               MOVE SQLERRD(3) TO NB-ELARGIS
               EXEC SQL
                   SELECT COUNT(*),
                       COALESCE(SUM(CASE WHEN CODEA <> ' '
                           THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN CODEA <> ' '
                           AND SUBSTR(CODEA, 1, 2) <> '00'
                           THEN 1 ELSE 0 END), 0)
                   INTO :NB-LIGNES-APRES, :NB-RENSEIGNES-APRES,
                       :NB-NON-PREFIXES
                   FROM API5.CHANSON
               END-EXEC
               PERFORM VERIFIER-SQL
               PERFORM CONTROLER-COLONNE
           END-IF
           .

       CONVERTIR-PERSONNE-CODEP.
           MOVE 'PERSONNE' TO W-TABLE
           MOVE 'CODEP' TO W-COLONNE
           MOVE 04 TO W-LG-ANCIENNE
           EXEC SQL
               SELECT LENGTH
               INTO :W-LG-COLONNE
               FROM SYSIBM.SYSCOLUMNS
               WHERE TBCREATOR = 'API5'
                 AND TBNAME = 'PERSONNE'
                 AND NAME = 'CODEP'
           END-EXEC
           PERFORM VERIFIER-SQL
           IF W-LG-COLONNE NOT = W-LG-ANCIENNE
               PERFORM SIGNALER-DEJA-CONVERTIE
           ELSE
               EXEC SQL
                   SELECT COUNT(*),
                       COALESCE(SUM(CASE WHEN CODEP <> ' '
                           THEN 1 ELSE 0 END), 0)
                   INTO :NB-LIGNES-AVANT, :NB-RENSEIGNES-AVANT
                   FROM API5.PERSONNE
               END-EXEC
               PERFORM VERIFIER-SQL
               EXEC SQL
                   ALTER TABLE API5.PERSONNE
                       ALTER COLUMN CODEP SET DATA TYPE CHAR(6)
               END-EXEC
               PERFORM VERIFIER-SQL
               EXEC SQL
                   UPDATE API5.PERSONNE
                   SET CODEP = '00' || SUBSTR(CODEP, 1, 4)
                   WHERE CODEP <> ' '
               END-EXEC
               PERFORM VERIFIER-SQL
               MOVE SQLERRD(3) TO NB-ELARGIS
               EXEC SQL
                   SELECT COUNT(*),
                       COALESCE(SUM(CASE WHEN CODEP <> ' '
                           THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN CODEP <> ' '
                           AND SUBSTR(CODEP, 1, 2) <> '00'
                           THEN 1 ELSE 0 END), 0)
                   INTO :NB-LIGNES-APRES, :NB-RENSEIGNES-APRES,
                       :NB-NON-PREFIXES
                   FROM API5.PERSONNE
               END-EXEC
               PERFORM VERIFIER-SQL
               PERFORM CONTROLER-COLONNE
           END-IF
           .

       CONVERTIR-CONTRAT-CODEA.
           MOVE 'CONTRAT' TO W-TABLE
           MOVE 'CODEA' TO W-COLONNE
           MOVE 04 TO W-LG-ANCIENNE
           EXEC SQL
               SELECT LENGTH
               INTO :W-LG-COLONNE
               FROM SYSIBM.SYSCOLUMNS
               WHERE TBCREATOR = 'API5'
                 AND TBNAME = 'CONTRAT'
                 AND NAME = 'CODEA'
           END-EXEC
           PERFORM VERIFIER-SQL
           IF W-LG-COLONNE NOT = W-LG-ANCIENNE
               PERFORM SIGNALER-DEJA-CONVERTIE
           ELSE
               EXEC SQL
                   SELECT COUNT(*),
                       COALESCE(SUM(CASE WHEN CODEA <> ' '
                           THEN 1 ELSE 0 END), 0)
                   INTO :NB-LIGNES-AVANT, :NB-RENSEIGNES-AVANT
                   FROM API5.CONTRAT
               END-EXEC
               PERFORM VERIFIER-SQL
               EXEC SQL
                   ALTER TABLE API5.CONTRAT
                       ALTER COLUMN CODEA SET DATA TYPE CHAR(6)
               END-EXEC
               PERFORM VERIFIER-SQL
               EXEC SQL
                   UPDATE API5.CONTRAT
                   SET CODEA = '00' || SUBSTR(CODEA, 1, 4)
                   WHERE CODEA <> ' '
               END-EXEC
               PERFORM VERIFIER-SQL
               MOVE SQLERRD(3) TO NB-ELARGIS
               EXEC SQL
                   SELECT COUNT(*),
                       COALESCE(SUM(CASE WHEN CODEA <> ' '
                           THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN CODEA <> ' '
                           AND SUBSTR(CODEA, 1, 2) <> '00'
                           THEN 1 ELSE 0 END), 0)
                   INTO :NB-LIGNES-APRES, :NB-RENSEIGNES-APRES,
                       :NB-NON-PREFIXES
                   FROM API5.CONTRAT
               END-EXEC
               PERFORM VERIFIER-SQL
               PERFORM CONTROLER-COLONNE
           END-IF
           .

       CONVERTIR-CONTRAT-CODEP.
           MOVE 'CONTRAT' TO W-TABLE
           MOVE 'CODEP' TO W-COLONNE
           MOVE 04 TO W-LG-ANCIENNE
           EXEC SQL
               SELECT LENGTH
               INTO :W-LG-COLONNE
               FROM SYSIBM.SYSCOLUMNS
               WHERE TBCREATOR = 'API5'
                 AND TBNAME = 'CONTRAT'
                 AND NAME = 'CODEP'
           END-EXEC
           PERFORM VERIFIER-SQL
           IF W-LG-COLONNE NOT = W-LG-ANCIENNE
               PERFORM SIGNALER-DEJA-CONVERTIE
           ELSE
               EXEC SQL
                   SELECT COUNT(*),
                       COALESCE(SUM(CASE WHEN CODEP <> ' '
                           THEN 1 ELSE 0 END), 0)
                   INTO :NB-LIGNES-AVANT, :NB-RENSEIGNES-AVANT
                   FROM API5.CONTRAT
               END-EXEC
               PERFORM VERIFIER-SQL
               EXEC SQL
                   ALTER TABLE API5.CONTRAT
                       ALTER COLUMN CODEP SET DATA TYPE CHAR(6)
               END-EXEC
               PERFORM VERIFIER-SQL
               EXEC SQL
                   UPDATE API5.CONTRAT
                   SET CODEP = '00' || SUBSTR(CODEP, 1, 4)
                   WHERE CODEP <> ' '
               END-EXEC
               PERFORM VERIFIER-SQL
               MOVE SQLERRD(3) TO NB-ELARGIS
               EXEC SQL
                   SELECT COUNT(*),
                       COALESCE(SUM(CASE WHEN CODEP <> ' '
                           THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN CODEP <> ' '
                           AND SUBSTR(CODEP, 1, 2) <> '00'
                           THEN 1 ELSE 0 END), 0)
                   INTO :NB-LIGNES-APRES, :NB-RENSEIGNES-APRES,
                       :NB-NON-PREFIXES
                   FROM API5.CONTRAT
               END-EXEC
               PERFORM VERIFIER-SQL
               PERFORM CONTROLER-COLONNE
           END-IF
           .

       CONVERTIR-VENTES-CODEA.
           MOVE 'VENTES' TO W-TABLE
           MOVE 'CODEA' TO W-COLONNE
           MOVE 04 TO W-LG-ANCIENNE
           EXEC SQL
               SELECT LENGTH
               INTO :W-LG-COLONNE
               FROM SYSIBM.SYSCOLUMNS
               WHERE TBCREATOR = 'API5'
                 AND TBNAME = 'VENTES'
                 AND NAME = 'CODEA'
           END-EXEC
           PERFORM VERIFIER-SQL
           IF W-LG-COLONNE NOT = W-LG-ANCIENNE
               PERFORM SIGNALER-DEJA-CONVERTIE
           ELSE
               EXEC SQL
                   SELECT COUNT(*),
                       COALESCE(SUM(CASE WHEN CODEA <> ' '
                           THEN 1 ELSE 0 END), 0)
                   INTO :NB-LIGNES-AVANT, :NB-RENSEIGNES-AVANT
                   FROM API5.VENTES
               END-EXEC
               PERFORM VERIFIER-SQL
               EXEC SQL
                   ALTER TABLE API5.VENTES
                       ALTER COLUMN CODEA SET DATA TYPE CHAR(6)
               END-EXEC
               PERFORM VERIFIER-SQL
               EXEC SQL
                   UPDATE API5.VENTES
                   SET CODEA = '00' || SUBSTR(CODEA, 1, 4)
                   WHERE CODEA <> ' '
               END-EXEC
               PERFORM VERIFIER-SQL
               MOVE SQLERRD(3) TO NB-ELARGIS
               EXEC SQL
                   SELECT COUNT(*),
                       COALESCE(SUM(CASE WHEN CODEA <> ' '
                           THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN CODEA <> ' '
                           AND SUBSTR(CODEA, 1, 2) <> '00'
                           THEN 1 ELSE 0 END), 0)
                   INTO :NB-LIGNES-APRES, :NB-RENSEIGNES-APRES,
                       :NB-NON-PREFIXES
                   FROM API5.VENTES
               END-EXEC
               PERFORM VERIFIER-SQL
               PERFORM CONTROLER-COLONNE
           END-IF
           .

       CONVERTIR-VENTES-RETOUR.
           MOVE 'VENTES' TO W-TABLE
           MOVE 'RETOUR_CLE' TO W-COLONNE
           MOVE 19 TO W-LG-ANCIENNE
           EXEC SQL
               SELECT LENGTH
               INTO :W-LG-COLONNE
               FROM SYSIBM.SYSCOLUMNS
               WHERE TBCREATOR = 'API5'
                 AND TBNAME = 'VENTES'
                 AND NAME = 'RETOUR_CLE'
           END-EXEC
           PERFORM VERIFIER-SQL
           IF W-LG-COLONNE NOT = W-LG-ANCIENNE
               PERFORM SIGNALER-DEJA-CONVERTIE
           ELSE
               EXEC SQL
                   SELECT COUNT(*),
                       COALESCE(SUM(CASE WHEN RETOUR_CLE <> ' '
                           THEN 1 ELSE 0 END), 0)
                   INTO :NB-LIGNES-AVANT, :NB-RENSEIGNES-AVANT
                   FROM API5.VENTES
               END-EXEC
               PERFORM VERIFIER-SQL
               EXEC SQL
                   ALTER TABLE API5.VENTES
                       ALTER COLUMN RETOUR_CLE SET DATA TYPE CHAR(21)
               END-EXEC
               PERFORM VERIFIER-SQL
               EXEC SQL
                   UPDATE API5.VENTES
                   SET RETOUR_CLE = '00' || SUBSTR(RETOUR_CLE, 1, 19)
                   WHERE RETOUR_CLE <> ' '
               END-EXEC
               PERFORM VERIFIER-SQL
               MOVE SQLERRD(3) TO NB-ELARGIS
               EXEC SQL
                   SELECT COUNT(*),
                       COALESCE(SUM(CASE WHEN RETOUR_CLE <> ' '
                           THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN RETOUR_CLE <> ' '
                           AND SUBSTR(RETOUR_CLE, 1, 2) <> '00'
                           THEN 1 ELSE 0 END), 0)
                   INTO :NB-LIGNES-APRES, :NB-RENSEIGNES-APRES,
                       :NB-NON-PREFIXES
                   FROM API5.VENTES
               END-EXEC
               PERFORM VERIFIER-SQL
               PERFORM CONTROLER-COLONNE
           END-IF
           .

       CONVERTIR-MAISONDI-CODEP-DIR.
           MOVE 'MAISONDI' TO W-TABLE
           MOVE 'CODEP_DIR' TO W-COLONNE
           MOVE 04 TO W-LG-ANCIENNE
           EXEC SQL
               SELECT LENGTH
               INTO :W-LG-COLONNE
               FROM SYSIBM.SYSCOLUMNS
               WHERE TBCREATOR = 'API5'
                 AND TBNAME = 'MAISONDI'
                 AND NAME = 'CODEP_DIR'
           END-EXEC
           PERFORM VERIFIER-SQL
           IF W-LG-COLONNE NOT = W-LG-ANCIENNE
               PERFORM SIGNALER-DEJA-CONVERTIE
           ELSE
               EXEC SQL
                   SELECT COUNT(*),
                       COALESCE(SUM(CASE WHEN CODEP_DIR <> ' '
                           THEN 1 ELSE 0 END), 0)
                   INTO :NB-LIGNES-AVANT, :NB-RENSEIGNES-AVANT
                   FROM API5.MAISONDI
               END-EXEC
               PERFORM VERIFIER-SQL
               EXEC SQL
                   ALTER TABLE API5.MAISONDI
                       ALTER COLUMN CODEP_DIR SET DATA TYPE CHAR(6)
               END-EXEC
               PERFORM VERIFIER-SQL
               EXEC SQL
                   UPDATE API5.MAISONDI
                   SET CODEP_DIR = '00' || SUBSTR(CODEP_DIR, 1, 4)
                   WHERE CODEP_DIR <> ' '
               END-EXEC
               PERFORM VERIFIER-SQL
               MOVE SQLERRD(3) TO NB-ELARGIS
               EXEC SQL
                   SELECT COUNT(*),
                       COALESCE(SUM(CASE WHEN CODEP_DIR <> ' '
                           THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN CODEP_DIR <> ' '
                           AND SUBSTR(CODEP_DIR, 1, 2) <> '00'
                           THEN 1 ELSE 0 END), 0)
                   INTO :NB-LIGNES-APRES, :NB-RENSEIGNES-APRES,
                       :NB-NON-PREFIXES
                   FROM API5.MAISONDI
               END-EXEC
               PERFORM VERIFIER-SQL
               PERFORM CONTROLER-COLONNE
           END-IF
           .

      *    PREUVE PAR COLONNE : MEME NOMBRE DE LIGNES, AUTANT DE CODES
      *    ELARGIS QUE DE CODES RENSEIGNES AVANT ET APRES, AUCUN CODE
      *    RENSEIGNE SANS LE PREFIXE '00'
       CONTROLER-COLONNE.
           DISPLAY 'API5.' W-TABLE ' ' W-COLONNE
           DISPLAY '   LIGNES AVANT / APRES   : ' NB-LIGNES-AVANT
               ' / ' NB-LIGNES-APRES
           DISPLAY '   RENSEIGNES AV / AP     : ' NB-RENSEIGNES-AVANT
               ' / ' NB-RENSEIGNES-APRES
           DISPLAY '   CODES ELARGIS          : ' NB-ELARGIS
           DISPLAY '   CODES SANS PREFIXE     : ' NB-NON-PREFIXES
           IF NB-LIGNES-APRES = NB-LIGNES-AVANT
               AND NB-ELARGIS = NB-RENSEIGNES-AVANT
               AND NB-RENSEIGNES-APRES = NB-RENSEIGNES-AVANT
               AND NB-NON-PREFIXES = ZERO
               EXEC SQL
                   COMMIT
               END-EXEC
               ADD 1 TO NB-COLONNES-CONVERTIES
               DISPLAY '   CONTROLE CONFORME'
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               ADD 1 TO NB-COLONNES-EN-ECART
               DISPLAY '   CONTROLE EN ECART -- COLONNE NON CONVERTIE'
           END-IF
           .

       SIGNALER-DEJA-CONVERTIE.
           MOVE W-LG-COLONNE TO W-LG-ED
           IF W-LG-COLONNE = W-LG-ANCIENNE + 2
               ADD 1 TO NB-COLONNES-DEJA-FAITES
               DISPLAY 'API5.' W-TABLE ' ' W-COLONNE
                   ' DEJA CONVERTIE (CHAR(' W-LG-ED '))'
           ELSE
               ADD 1 TO NB-COLONNES-EN-ECART
               DISPLAY 'API5.' W-TABLE ' ' W-COLONNE
                   ' LONGUEUR INATTENDUE CHAR(' W-LG-ED ')'
           END-IF
           .

      *    TOUTE ERREUR SQL ANNULE LA COLONNE EN COURS ET ARRETE LE
      *    TRAITEMENT -- LES COLONNES DEJA VALIDEES LE RESTENT
       VERIFIER-SQL.
           IF SQLCODE < ZERO
               MOVE SQLCODE TO SQLCODE-ED
               DISPLAY 'ERREUR SQL SUR API5.' W-TABLE ' ' W-COLONNE
                   ', SQLCODE = ' SQLCODE-ED
               EXEC SQL
                   ROLLBACK
               END-EXEC
               ADD 1 TO NB-COLONNES-EN-ECART
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'CODECNVD - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'COLONNES CONVERTIES       : ' NB-COLONNES-CONVERTIES
           DISPLAY 'COLONNES DEJA CONVERTIES  : '
               NB-COLONNES-DEJA-FAITES
           DISPLAY 'COLONNES EN ECART         : ' NB-COLONNES-EN-ECART
           DISPLAY '---------------------------------------------'
           .
