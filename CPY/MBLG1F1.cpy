           05 ACTFLDO                PIC X(10).
           05 RAISSOCO               PIC X(30).
           05 ADRESSEO               PIC X(15).
           05 CODEPO                 PIC X(06).
