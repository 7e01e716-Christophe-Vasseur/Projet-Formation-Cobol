      *  ENREGISTREMENT PERSONNE (FICHIER VSAM PERSONG1 / TABLE DB2)  *
      ****************************************************************
       01  E-PERSONNE.
           05 PE-CODEP             PIC X(06).
           05 PE-CODE-TYPE         PIC X(01).
           05 PE-IDENTITE          PIC X(25).
      *    ADRESSE DE CONTACT, UTILISEE PAR LES ENVOIS DE NOTIFICATION
           05 PE-RETENTION-IND     PIC X(01).
               88 PE-RETENTION-A-EXAMINER  VALUE 'R'.
               88 PE-ANONYMISEE            VALUE 'A'.
      *    EXONERATION DES COTISATIONS SOCIALES DES ARTISTES-AUTEURS
      *    (CF ROYALSET) -- 'O' = EXONERE (AYANT DROIT NON AFFILIE :
      *    NON-RESIDENT, SOCIETE, LABEL, GROUPE), SPACES = ASSUJETTI.
      *    POSITIONNE PAR PERSOLOAD A LA CREATION, PUIS PAR EXONLOAD
           05 PE-EXONERE-COTIS     PIC X(01).
               88 PE-EXONERE               VALUE 'O'.
      *    CONDITIONS DE REGLEMENT DES DROITS (CF ROYALSET/ROYALSTM) --
      *    PERIODICITE DES RELEVES : SPACES OU 'T' = TRIMESTRIELLE,
      *    'S' = SEMESTRIELLE (RELEVE SUR LES PERIODES AVRIL-JUIN ET
      *    OCTOBRE-DECEMBRE), 'A' = ANNUELLE (OCTOBRE-DECEMBRE). HORS
      *    DE SES PERIODES DE RELEVE, OU SOUS LE SEUIL DE PAIEMENT, LA
      *    REMISE EST REPORTEE (REPORG1, CF REPORTDR.cpy). SEUIL EN
      *    EUROS, ZERO = PAS DE SEUIL. POSITIONNES PAR REGLLOAD
           05 PE-FREQ-RELEVE       PIC X(01).
               88 PE-RELEVE-TRIMESTRIEL    VALUE 'T' ' '.
               88 PE-RELEVE-SEMESTRIEL     VALUE 'S'.
               88 PE-RELEVE-ANNUEL         VALUE 'A'.
           05 PE-SEUIL-PAIEMENT    PIC 9(05)V9(02).
           05 FILLER               PIC X(08).

      ****************************************************************
      *  ZONE D AFFICHAGE POUR L ECRAN DE LISTE                        *
      ****************************************************************
       01  O-PERSONNE.
           05 O-PE-CODEP           PIC X(06).
           05 O-PE-CODE-TYPE       PIC X(01).
           05 O-PE-IDENTITE        PIC X(25).

       01  O-PE-KEY REDEFINES O-PERSONNE PIC X(32).
