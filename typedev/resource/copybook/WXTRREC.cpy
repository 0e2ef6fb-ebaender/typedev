        88  XTR-HEADER-REC                    VALUE 'H'.
        88  XTR-DETAIL-REC                    VALUE 'D'.
        88  XTR-TRAILER-REC                   VALUE 'T'.
        88  XTR-CONTROL-REC                   VALUE 'X'.
        88  XTR-STRATUM-REC                   VALUE 'S'.
    05  XTR-RUN-ID                  PIC X(08).
    05  XTR-GEN-TIMESTAMP           PIC X(16).
    05  XTR-REC-DATA                PIC X(100).
    05  XTR-DETAIL-DATA REDEFINES XTR-REC-DATA.
        10  XTR-SEQ-NUM             PIC 9(06).
        10  XTR-SORTED-VALUE        PIC S9(9).
        10  XTR-STRATUM-CODE        PIC X(02).
        10  XTR-DRAW-POS            PIC 9(06).
        10  XTR-PRIZE-TIER          PIC X(01).
        10  FILLER                  PIC X(76).
    05  XTR-HEADER-DATA REDEFINES XTR-REC-DATA.
        10  XTR-HDR-MIN-NUM         PIC S9(9).
        10  XTR-HDR-MAX-NUM         PIC S9(9).
        10  XTR-HDR-DIST-MEAN       PIC S9(9).
        10  XTR-HDR-DIST-SPREAD     PIC 9(9).
        10  XTR-HDR-GEN-MODE        PIC X(01).
        10  XTR-HDR-DEPT-CODE       PIC X(04).
        10  XTR-HDR-EXCL-GEN        PIC X(16).
        10  XTR-HDR-EXCL-COUNT      PIC 9(05).
        10  XTR-HDR-STRATUM-COUNT   PIC 9(02).
        10  XTR-HDR-TIER-COUNT      PIC 9(02).
        10  FILLER                  PIC X(15).
    05  XTR-TRAILER-DATA REDEFINES XTR-REC-DATA.
        10  XTR-TRL-RECORD-COUNT    PIC 9(09).
        10  XTR-TRL-HASH-TOTAL      PIC S9(15).
        10  FILLER                  PIC X(76).
    05  XTR-STRATUM-DATA REDEFINES XTR-REC-DATA.
        10  XTR-STR-CODE            PIC X(02).
        10  XTR-STR-MIN-NUM         PIC S9(9).
        10  XTR-STR-MAX-NUM         PIC S9(9).
        10  XTR-STR-UNIQUE-SW       PIC X(01).
        10  XTR-STR-RECORD-COUNT    PIC 9(09).
        10  XTR-STR-HASH-TOTAL      PIC S9(15).
        10  FILLER                  PIC X(55).
    05  XTR-CONTROL-DATA REDEFINES XTR-REC-DATA.
        10  XTR-CTL-RUN-COUNT       PIC 9(04).
        10  XTR-CTL-RECORD-COUNT    PIC 9(09).
        10  XTR-CTL-HASH-TOTAL      PIC S9(15).
        10  FILLER                  PIC X(72).
