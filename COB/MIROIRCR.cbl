      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH PONCTUEL DE CREATION DES TABLES DB2 MIROIR DES     *
      *       FICHIERS FINANCIERS ET DE STOCK                          *
      *                                                                *
      *       CREE, AVEC LEUR INDEX UNIQUE SUR LA CLE VSAM, LES        *
      *       TABLES ALIMENTEES CHAQUE NUIT PAR LES BATCHS DE          *
      *       SYNCHRONISATION ET CONTROLEES PAR LES RECONCILIATIONS :  *
      *         API5.ROYALLDG  (ROYALLG1)  ROYLDGDB  / ROYLDGRCON      *
      *         API5.COMPTDI   (COMPTDIG1) COMPTDIDB / COMPTDIRCON     *
      *         API5.CLIENT    (CLIENTG1)  CLIENTDB  / CLIENTRCON      *
      *         API5.STOCK     (STOCKG1)   STOCKDB   / STOCKRCON       *
      *         API5.STOCKMVT  (STKMVTG1)  STKMVTDB  / STKMVTRCON      *
      *       LES COLONNES REPRENNENT UNE A UNE LES ZONES DU           *
      *       COPYBOOK VSAM (ZONES NUMERIQUES EN DECIMAL). LA          *
      *       PREMIERE SYNCHRONISATION, TABLE VIDE, CHARGE TOUT LE     *
      *       FICHIER. RELANCABLE : UNE TABLE DEJA PRESENTE DANS LE    *
      *       CATALOGUE DB2 N EST PAS RECREEE                          *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIROIRCR.
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

      * TABLE EN COURS ET SA PRESENCE DANS LE CATALOGUE DB2
       77 W-TABLE                 PIC X(08).
       77 NB-TABLES-CATALOGUE     PIC S9(09) COMP.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-TABLES-CREEES        PIC 9(02) VALUE ZERO.
       77 NB-TABLES-DEJA-FAITES   PIC 9(02) VALUE ZERO.

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
           DISPLAY 'MIROIRCR - CREATION DES TABLES DB2 MIROIR'
           DISPLAY '---------------------------------------------'

           PERFORM CREER-TABLE-ROYALLDG
           PERFORM CREER-TABLE-COMPTDI
           PERFORM CREER-TABLE-CLIENT
           PERFORM CREER-TABLE-STOCK
           PERFORM CREER-TABLE-STOCKMVT

           PERFORM FIN-TRAITEMENT
           .

      *    GRAND LIVRE DES DROITS -- CF ROYALLDG.cpy
       CREER-TABLE-ROYALLDG.
           MOVE 'ROYALLDG' TO W-TABLE
           PERFORM LIRE-CATALOGUE
           IF NB-TABLES-CATALOGUE > ZERO
               PERFORM SIGNALER-DEJA-CREEE
           ELSE
               EXEC SQL
                   CREATE TABLE API5.ROYALLDG
                       (CODEA            CHAR(6)       NOT NULL,
                        CODEP            CHAR(6)       NOT NULL,
                        SIREN            CHAR(5)       NOT NULL,
                        PERIODE          DECIMAL(6, 0) NOT NULL,
                        MONTANT_ACCRU    DECIMAL(11, 2) NOT NULL,
                        DEVISE           CHAR(3)       NOT NULL,
                        DATE_ACCRUE      DECIMAL(8, 0) NOT NULL,
                        STATUT_PAIEMENT  CHAR(1)       NOT NULL,
                        DATE_PAIEMENT    DECIMAL(8, 0) NOT NULL,
                        MONTANT_PAYE     DECIMAL(11, 2) NOT NULL,
                        REF_PAIEMENT     CHAR(11)      NOT NULL,
                        RETENUE_FISCALE  DECIMAL(8, 2) NOT NULL,
                        PRIMARY KEY (CODEA, CODEP, SIREN, PERIODE))
               END-EXEC
               PERFORM VERIFIER-SQL
               EXEC SQL
                   CREATE UNIQUE INDEX API5.XROYALLDG
                       ON API5.ROYALLDG (CODEA, CODEP, SIREN, PERIODE)
               END-EXEC
               PERFORM VERIFIER-SQL
               PERFORM VALIDER-CREATION
           END-IF
           .

      *    COMPTES DISTRIBUTEURS -- CF COMPTDI.cpy
       CREER-TABLE-COMPTDI.
           MOVE 'COMPTDI' TO W-TABLE
           PERFORM LIRE-CATALOGUE
           IF NB-TABLES-CATALOGUE > ZERO
               PERFORM SIGNALER-DEJA-CREEE
           ELSE
               EXEC SQL
                   CREATE TABLE API5.COMPTDI
                       (SIREN            CHAR(5)       NOT NULL,
                        SOLDE            DECIMAL(13, 2) NOT NULL,
                        DATE_MAJ         DECIMAL(8, 0) NOT NULL,
                        PRIMARY KEY (SIREN))
               END-EXEC
               PERFORM VERIFIER-SQL
               EXEC SQL
                   CREATE UNIQUE INDEX API5.XCOMPTDI
                       ON API5.COMPTDI (SIREN)
               END-EXEC
               PERFORM VERIFIER-SQL
               PERFORM VALIDER-CREATION
           END-IF
           .

      *    CLIENTS / ENSEIGNES -- CF CLIENT.cpy
       CREER-TABLE-CLIENT.
           MOVE 'CLIENT' TO W-TABLE
           PERFORM LIRE-CATALOGUE
           IF NB-TABLES-CATALOGUE > ZERO
               PERFORM SIGNALER-DEJA-CREEE
           ELSE
               EXEC SQL
                   CREATE TABLE API5.CLIENT
                       (CODE_CLIENT      CHAR(6)       NOT NULL,
                        RAISON_SOC       CHAR(30)      NOT NULL,
                        TYPE_CLIENT      CHAR(1)       NOT NULL,
                        PAYS             CHAR(15)      NOT NULL,
                        PRIMARY KEY (CODE_CLIENT))
               END-EXEC
               PERFORM VERIFIER-SQL
               EXEC SQL
                   CREATE UNIQUE INDEX API5.XCLIENT
                       ON API5.CLIENT (CODE_CLIENT)
               END-EXEC
               PERFORM VERIFIER-SQL
               PERFORM VALIDER-CREATION
           END-IF
           .

      *    STOCK PHYSIQUE -- CF STOCK.cpy ; LE COUT MOYEN A BLANC DES
      *    LIGNES ANTERIEURES A LA VALORISATION EST RECOPIE A ZERO
       CREER-TABLE-STOCK.
           MOVE 'STOCK' TO W-TABLE
           PERFORM LIRE-CATALOGUE
           IF NB-TABLES-CATALOGUE > ZERO
               PERFORM SIGNALER-DEJA-CREEE
           ELSE
               EXEC SQL
                   CREATE TABLE API5.STOCK
                       (CODEA            CHAR(6)       NOT NULL,
                        FORMAT_SUPPORT   CHAR(1)       NOT NULL,
                        DEPOT            CHAR(1)       NOT NULL,
                        QTE_DISPO        DECIMAL(7, 0) NOT NULL,
                        SEUIL_REORDER    DECIMAL(7, 0) NOT NULL,
                        DATE_DERNIER_MVT CHAR(8)       NOT NULL,
                        COUT_MOYEN       DECIMAL(9, 4) NOT NULL,
                        PRIMARY KEY (CODEA, FORMAT_SUPPORT, DEPOT))
               END-EXEC
               PERFORM VERIFIER-SQL
               EXEC SQL
                   CREATE UNIQUE INDEX API5.XSTOCK
                       ON API5.STOCK (CODEA, FORMAT_SUPPORT, DEPOT)
               END-EXEC
               PERFORM VERIFIER-SQL
               PERFORM VALIDER-CREATION
           END-IF
           .

      *    MOUVEMENTS DE STOCK -- CF STOCKMVT.cpy
       CREER-TABLE-STOCKMVT.
           MOVE 'STOCKMVT' TO W-TABLE
           PERFORM LIRE-CATALOGUE
           IF NB-TABLES-CATALOGUE > ZERO
               PERFORM SIGNALER-DEJA-CREEE
           ELSE
               EXEC SQL
                   CREATE TABLE API5.STOCKMVT
                       (CODEA            CHAR(6)       NOT NULL,
                        FORMAT_SUPPORT   CHAR(1)       NOT NULL,
                        DEPOT            CHAR(1)       NOT NULL,
                        DATE_MVT         DECIMAL(8, 0) NOT NULL,
                        HEURE_MVT        CHAR(8)       NOT NULL,
                        SEQ_MVT          DECIMAL(2, 0) NOT NULL,
                        TYPE_MVT         CHAR(1)       NOT NULL,
                        SENS             CHAR(1)       NOT NULL,
                        QTE              DECIMAL(7, 0) NOT NULL,
                        REF_ORIGINE      CHAR(21)      NOT NULL,
                        PRIMARY KEY (CODEA, FORMAT_SUPPORT, DEPOT,
                            DATE_MVT, HEURE_MVT, SEQ_MVT))
               END-EXEC
               PERFORM VERIFIER-SQL
               EXEC SQL
                   CREATE UNIQUE INDEX API5.XSTOCKMVT
                       ON API5.STOCKMVT (CODEA, FORMAT_SUPPORT, DEPOT,
                           DATE_MVT, HEURE_MVT, SEQ_MVT)
               END-EXEC
               PERFORM VERIFIER-SQL
               PERFORM VALIDER-CREATION
           END-IF
           .

      * -------------------------------------------------------------- *
      *                                                                *
      *                      FONCTIONS PERFORMEES                      *
      *                                                                *
      * -------------------------------------------------------------- *

      *    LA TABLE EXISTE-T-ELLE DEJA DANS LE CATALOGUE DB2 ?
       LIRE-CATALOGUE.
           EXEC SQL
               SELECT COUNT(*)
               INTO :NB-TABLES-CATALOGUE
               FROM SYSIBM.SYSTABLES
               WHERE CREATOR = 'API5'
                 AND NAME = :W-TABLE
           END-EXEC
           PERFORM VERIFIER-SQL
           .

       SIGNALER-DEJA-CREEE.
           DISPLAY 'API5.' W-TABLE ' DEJA PRESENTE, NON RECREEE'
           ADD 1 TO NB-TABLES-DEJA-FAITES
           .

       VALIDER-CREATION.
           EXEC SQL
               COMMIT
           END-EXEC
           DISPLAY 'API5.' W-TABLE ' CREEE'
           ADD 1 TO NB-TABLES-CREEES
           .

       VERIFIER-SQL.
           IF SQLCODE < ZERO
               MOVE SQLCODE TO SQLCODE-ED
               DISPLAY 'ERREUR SQL SUR API5.' W-TABLE
                   ', SQLCODE = ' SQLCODE-ED
               EXEC SQL
                   ROLLBACK
               END-EXEC
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'MIROIRCR - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'TABLES CREEES             : ' NB-TABLES-CREEES
           DISPLAY 'TABLES DEJA PRESENTES     : ' NB-TABLES-DEJA-FAITES
           DISPLAY '---------------------------------------------'
           .
