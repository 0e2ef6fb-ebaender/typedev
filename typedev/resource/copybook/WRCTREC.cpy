        88  RCT-RUN-STARTED                   VALUE 'S'.
        88  RCT-RUN-COMPLETE                  VALUE 'C'.
        88  RCT-RUN-ERROR                     VALUE 'E'.
        88  RCT-PUB-APPROVED                  VALUE 'A'.
        88  RCT-PUB-REJECTED                  VALUE 'R'.
    05  RCT-TIMESTAMP               PIC X(16).
    05  RCT-SEED-MODE               PIC X(01).
    05  RCT-SEED-VALUE              PIC 9(9).
    05  RCT-DIST-SPREAD             PIC 9(9).
    05  RCT-RETURN-CODE             PIC 9(4).
    05  RCT-RECORD-COUNT            PIC 9(9).
    05  RCT-REVIEWER-ID             PIC X(08).
    05  RCT-DECISION-REASON         PIC X(40).
    05  RCT-DEPT-CODE               PIC X(04).
    05  RCT-FORCE-SW                PIC X(01).
    05  RCT-GEN-MODE                PIC X(01).
    05  RCT-EXCL-GEN                PIC X(16).
    05  RCT-EXCL-COUNT              PIC 9(05).
    05  RCT-STRATUM-COUNT           PIC 9(02).
