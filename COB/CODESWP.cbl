       FILE SECTION.

       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .

       COPY ALBUM.

       FD CHANSON-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-CHANSON
           .

       01 TABLE-EANS.
           05 TE-ENTREE OCCURS 500 TIMES INDEXED BY IDX-TE.
               10 TE-EAN              PIC X(13).
               10 TE-CODEA            PIC X(06).
       77 NB-EANS                 PIC 9(03) VALUE ZERO.
       01 EAN-VU-IND              PIC 9.
           88 EAN-DEJA-VU             VALUE 1.
       01 TABLE-ISRCS.
           05 TI-ENTREE OCCURS 2000 TIMES INDEXED BY IDX-TI.
               10 TI-ISRC             PIC X(12).
               10 TI-CODEC            PIC X(06).
       77 NB-ISRCS                PIC 9(05) VALUE ZERO.
       01 ISRC-VU-IND             PIC 9.
           88 ISRC-DEJA-VU            VALUE 1.
