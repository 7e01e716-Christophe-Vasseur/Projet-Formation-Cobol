               88 GJ-CREDIT             VALUE 'C'.
           05 GJ-MONTANT            PIC 9(09)V9(02).
           05 GJ-DEVISE             PIC X(03).
           05 GJ-REFERENCE          PIC X(21).
           05 FILLER                PIC X(02).
