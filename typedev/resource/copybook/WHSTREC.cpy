    05  HST-REC-DATA                PIC X(60).
    05  HST-DETAIL-DATA REDEFINES HST-REC-DATA.
        10  HST-SORTED-VALUE        PIC S9(9).
        10  HST-SEL-STATUS          PIC X(01).
            88  HST-SEL-SELECTED              VALUE 'S'.
            88  HST-SEL-REPLACEMENT           VALUE 'R'.
            88  HST-SEL-ALTERNATE             VALUE 'A'.
            88  HST-SEL-EXCEPTION             VALUE 'X'.
        10  HST-SEL-ENTRANT-NUM     PIC 9(9).
        10  HST-SEL-NAME            PIC X(30).
        10  HST-STRATUM-CODE        PIC X(02).
        10  HST-DRAW-POS            PIC 9(06).
        10  HST-PRIZE-TIER          PIC X(01).
        10  FILLER                  PIC X(02).
    05  HST-HEADER-DATA REDEFINES HST-REC-DATA.
        10  HST-HDR-MIN-NUM         PIC S9(9).
        10  HST-HDR-MAX-NUM         PIC S9(9).
        10  HST-HDR-DIST-MEAN       PIC S9(9).
        10  HST-HDR-DIST-SPREAD     PIC 9(9).
        10  HST-HDR-GEN-MODE        PIC X(01).
        10  HST-HDR-DEPT-CODE       PIC X(04).
