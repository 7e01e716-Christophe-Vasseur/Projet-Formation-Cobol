       FILE SECTION.

       FD SRC-ALB-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-SRC-ALB
           .

       01 E-SRC-ALB.
           05 S-ALB-CLE            PIC X(06).
           05 FILLER               PIC X(84).

       FD TRN-ALB-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-TRN-ALB
           .

       01 E-TRN-ALB.
           05 T-ALB-CLE            PIC X(06).
           05 FILLER               PIC X(84).

       FD SRC-CHA-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-SRC-CHA
           .

       01 E-SRC-CHA.
           05 S-CHA-CLE            PIC X(06).
           05 FILLER               PIC X(84).

       FD TRN-CHA-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-TRN-CHA
           .

       01 E-TRN-CHA.
           05 T-CHA-CLE            PIC X(06).
           05 FILLER               PIC X(84).

       FD SRC-PER-KSDS
           RECORD 80 CHARACTERS
           .

       01 E-SRC-PER.
           05 S-PER-CLE            PIC X(06).
           05 S-PE-CODE-TYPE       PIC X(01).
           05 S-PE-IDENTITE        PIC X(25).
           05 S-PE-EMAIL           PIC X(30).
           05 S-PE-RETENTION-IND   PIC X(01).
           05 FILLER               PIC X(17).

       FD TRN-PER-KSDS
           RECORD 80 CHARACTERS
           .

       01 E-TRN-PER.
           05 T-PER-CLE            PIC X(06).
           05 T-PE-CODE-TYPE       PIC X(01).
           05 T-PE-IDENTITE        PIC X(25).
           05 T-PE-EMAIL           PIC X(30).
           05 T-PE-RETENTION-IND   PIC X(01).
           05 FILLER               PIC X(17).

       FD SRC-CON-KSDS
           RECORD 80 CHARACTERS
           .

       01 E-SRC-CON.
           05 S-CON-CLE            PIC X(17).
           05 FILLER               PIC X(63).

       FD TRN-CON-KSDS
           RECORD 80 CHARACTERS
           .

       01 E-TRN-CON.
           05 T-CON-CLE            PIC X(17).
           05 FILLER               PIC X(63).

       FD SRC-VEN-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-SRC-VEN
           .

       01 E-SRC-VEN.
           05 S-VEN-CLE            PIC X(21).
           05 FILLER               PIC X(69).

       FD TRN-VEN-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-TRN-VEN
           .

       01 E-TRN-VEN.
           05 T-VEN-CLE            PIC X(21).
           05 FILLER               PIC X(69).

       FD SRC-MAI-KSDS
           RECORD 80 CHARACTERS
           05 FILLER               PIC X(22).

       FD SRC-ROY-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-SRC-ROY
           .

       01 E-SRC-ROY.
           05 S-ROY-CLE            PIC X(23).
           05 FILLER               PIC X(67).

       FD TRN-ROY-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-TRN-ROY
           .

       01 E-TRN-ROY.
           05 T-ROY-CLE            PIC X(23).
           05 FILLER               PIC X(67).

       FD SRC-PLC-KSDS
           RECORD 80 CHARACTERS
           .

       01 E-SRC-PLC.
           05 S-PLC-CLE            PIC X(10).
           05 FILLER               PIC X(70).

       FD TRN-PLC-KSDS
           RECORD 80 CHARACTERS
           .

       01 E-TRN-PLC.
           05 T-PLC-CLE            PIC X(10).
           05 FILLER               PIC X(70).

       FD SRC-CTR-KSDS
           RECORD 80 CHARACTERS
           .

       01 E-SRC-CTR.
           05 S-CTR-CLE            PIC X(25).
           05 FILLER               PIC X(55).

       FD TRN-CTR-KSDS
           RECORD 80 CHARACTERS
           .

       01 E-TRN-CTR.
           05 T-CTR-CLE            PIC X(25).
           05 FILLER               PIC X(55).

       FD SRC-CLI-KSDS
           RECORD 80 CHARACTERS
           .

       01 E-SRC-STO.
           05 S-STO-CLE            PIC X(08).
           05 FILLER               PIC X(72).

       FD TRN-STO-KSDS
           RECORD 80 CHARACTERS
           .

       01 E-TRN-STO.
           05 T-STO-CLE            PIC X(08).
           05 FILLER               PIC X(72).

       FD SRC-SYN-KSDS
           RECORD 80 CHARACTERS
           .

       01 E-SRC-SYN.
           05 S-SYN-CLE            PIC X(10).
           05 FILLER               PIC X(70).

       FD TRN-SYN-KSDS
           RECORD 80 CHARACTERS
           .

       01 E-TRN-SYN.
           05 T-SYN-CLE            PIC X(10).
           05 FILLER               PIC X(70).

       FD SRC-DEV-KSDS
           RECORD 80 CHARACTERS
           .

       01 E-SRC-BNQ.
           05 S-BNQ-CLE            PIC X(06).
           05 S-BP-IBAN            PIC X(34).
           05 S-BP-BIC             PIC X(11).
           05 S-BP-TITULAIRE       PIC X(25).
           05 FILLER               PIC X(04).

       FD TRN-BNQ-KSDS
           RECORD 80 CHARACTERS
           .

       01 E-TRN-BNQ.
           05 T-BNQ-CLE            PIC X(06).
           05 T-BP-IBAN            PIC X(34).
           05 T-BP-BIC             PIC X(11).
           05 T-BP-TITULAIRE       PIC X(25).
           05 FILLER               PIC X(04).

       FD SRC-ADR-KSDS
           RECORD 80 CHARACTERS
           .

       01 E-SRC-ADR.
           05 S-ADR-CLE            PIC X(06).
           05 S-AD-RUE             PIC X(30).
           05 S-AD-CODE-POSTAL     PIC X(05).
           05 S-AD-VILLE           PIC X(20).
           05 S-AD-PAYS            PIC X(15).
           05 FILLER               PIC X(04).

       FD TRN-ADR-KSDS
           RECORD 80 CHARACTERS
           .

       01 E-TRN-ADR.
           05 T-ADR-CLE            PIC X(06).
           05 T-AD-RUE             PIC X(30).
           05 T-AD-CODE-POSTAL     PIC X(05).
           05 T-AD-VILLE           PIC X(20).
           05 T-AD-PAYS            PIC X(15).
           05 FILLER               PIC X(04).

       FD SRC-GEN-KSDS
           RECORD 80 CHARACTERS
           .

       01 E-SRC-PAL.
           05 S-PAL-CLE            PIC X(19).
           05 FILLER               PIC X(61).

       FD TRN-PAL-KSDS
           RECORD 80 CHARACTERS
           .

       01 E-TRN-PAL.
           05 T-PAL-CLE            PIC X(19).
           05 FILLER               PIC X(61).

       FD SRC-TER-KSDS
           RECORD 80 CHARACTERS
           .

       01 E-SRC-TER.
           05 S-TER-CLE            PIC X(20).
           05 FILLER               PIC X(60).

       FD TRN-TER-KSDS
           RECORD 80 CHARACTERS
           .

       01 E-TRN-TER.
           05 T-TER-CLE            PIC X(20).
           05 FILLER               PIC X(60).

      * -------------------------------------------------------------- *
      *                                                                *
