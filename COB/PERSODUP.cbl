      *    RAPPROCHEMENT (NBCHALBM, OPERATRPT, ROYALPLR)
       01 TABLE-PERSONNES.
           05 TP-ENTREE OCCURS 2000 TIMES INDEXED BY IDX-PE.
               10 TP-CODEP            PIC X(06).
               10 TP-CODE-TYPE        PIC X(01).
               10 TP-IDENTITE         PIC X(25).

