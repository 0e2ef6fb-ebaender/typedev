    05  SCH-TEMPLATE-ID             PIC X(08).
    05  SCH-DOW-MASK                PIC X(07).
    05  SCH-DAY-OF-MONTH            PIC 9(02).
    05  SCH-RUN-ID-MASK             PIC X(08).
    05  SCH-MIN-NUM                 PIC S9(9).
    05  SCH-MAX-NUM                 PIC S9(9).
    05  SCH-LEN-ARR                 PIC 9(6).
    05  SCH-SEED-MODE               PIC X(01).
    05  SCH-SEED-VALUE              PIC 9(9).
    05  SCH-UNIQUE-SW               PIC X(01).
    05  SCH-SORT-ORDER              PIC X(01).
    05  SCH-DIST-MODE               PIC X(01).
    05  SCH-DIST-MEAN               PIC S9(9).
    05  SCH-DIST-SPREAD             PIC 9(9).
    05  SCH-FORCE-SW                PIC X(01).
    05  SCH-GEN-MODE                PIC X(01).
    05  SCH-DEPT-CODE               PIC X(04).
