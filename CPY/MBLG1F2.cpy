           05 SIRENI                PIC X(05).
           05 RAISSOCI              PIC X(30).
           05 ADRESSEI              PIC X(15).
           05 CODEPI                PIC X(06).
      *    LIMITE DE CREDIT EN EUR (CF MA-LIMITE-CREDIT), ZERO = PAS
      *    DE LIMITE
           05 CREDLIMI              PIC 9(09)V9(02).
      *    CONDITIONS DE REGLEMENT (CF MA-DELAI-REGLEMENT) : DELAI EN
      *    JOURS (ZERO = 30 JOURS NETS) ET FIN DE MOIS O/N
           05 DELAII                PIC 9(03).
           05 FDMI                  PIC X(01).
      *    EXONERATION DES PENALITES DE RETARD O/N (CF MA-PENALITES),
      *    MODIFIABLE PAR UN SUPERVISEUR SEULEMENT
           05 EXONI                 PIC X(01).

       01  MAP01O.
           05 TITRFLDO               PIC X(40).
           05 FIELD3O                PIC X(60).
           05 RAISSOCO               PIC X(30).
           05 ADRESSEO               PIC X(15).
           05 CODEPO                 PIC X(06).
           05 CREDLIMO               PIC 9(09)V9(02).
           05 DELAIO                 PIC 9(03).
           05 FDMO                   PIC X(01).
           05 EXONO                  PIC X(01).
