      ****************************************************************
       01  MAP01I.
           05 TYPEI                 PIC X(08).
           05 CLEI                  PIC X(25).
           05 DATEI                 PIC X(08).
           05 HEUREI                PIC X(08).

           05 DATEFLDO               PIC X(08).
           05 TIMEFLDO               PIC X(08).
           05 TYPEO                  PIC X(08).
           05 CLEO                   PIC X(25).
           05 DATEO                  PIC X(08).
           05 HEUREO                 PIC X(08).
