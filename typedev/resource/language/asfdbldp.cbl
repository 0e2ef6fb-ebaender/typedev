FILE SECTION.
FD  W-SCH-FILE.
01  W-SCH-RECORD.
    COPY WSCHREC REPLACING LEADING ==SCH== BY ==W-SCH==.

FD  W-ADD-FILE.
01  W-ADD-RECORD.
    05  FILLER                      PIC X(36).
    05  W-ADD-RUN-ID                PIC X(08).
    05  FILLER                      PIC X(25).
    05  W-ADD-REC-TYPE              PIC X(01).
        88  W-ADD-STRAT-HEADER                VALUE 'H'.
        88  W-ADD-STRATUM-REC                 VALUE 'S'.
    05  FILLER                      PIC X(02).

FD  W-PARM-FILE.
01  W-PARM-RECORD.
    05  W-PARM-DIST-SPREAD          PIC 9(9).
    05  W-PARM-FORCE-SW             PIC X(01).
    05  W-PARM-GEN-MODE             PIC X(01).
    05  W-PARM-DEPT-CODE            PIC X(04).
    05  W-PARM-REC-TYPE             PIC X(01).
    05  W-PARM-STRATUM-CODE         PIC X(02).

FD  W-RPT-FILE.
01  W-RPT-LINE                      PIC X(132).
    88  W-DUP-RUN                         VALUE 'Y'.
    88  W-NOT-DUP-RUN                     VALUE 'N'.

01  W-STRATA-SW                 PIC X(01) VALUE 'N'.
    88  W-STRATA-ACCEPTED                 VALUE 'Y'.
    88  W-STRATA-REFUSED                  VALUE 'N'.

01  W-OUT-RUN-TABLE.
    05  W-OUT-RUN-ID OCCURS 100 TIMES    PIC X(08).

            ADD 1 TO W-ADD-READ
    END-READ.
    COPY-ONE-OVERRIDE SECTION.
    IF W-ADD-STRATUM-REC
        PERFORM COPY-STRATUM-OVERRIDE
    ELSE
        PERFORM COPY-REQUEST-OVERRIDE
    END-IF.
    PERFORM READ-OVERRIDE-RECORD.
    COPY-REQUEST-OVERRIDE SECTION.
    SET W-STRATA-REFUSED TO TRUE.
    MOVE W-ADD-RUN-ID TO W-BUILT-RUN-ID.
    PERFORM CHECK-DUPLICATE-RUN-ID.
    IF W-DUP-RUN
        ADD 1 TO W-ADD-WRITTEN
        ADD 1 TO W-OUT-COUNT
        MOVE W-BUILT-RUN-ID TO W-OUT-RUN-ID(W-OUT-COUNT)
        IF W-ADD-STRAT-HEADER
            SET W-STRATA-ACCEPTED TO TRUE
        END-IF
        MOVE SPACES TO W-RPT-LINE
        STRING 'OVERRIDE RUN ID ' W-BUILT-RUN-ID
            '  WRITTEN TO PARMFILE'
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    END-IF.
    COPY-STRATUM-OVERRIDE SECTION.
    IF W-STRATA-ACCEPTED
        MOVE W-ADD-RECORD TO W-PARM-RECORD
        WRITE W-PARM-RECORD
        ADD 1 TO W-PARMS-WRITTEN
        ADD 1 TO W-ADD-WRITTEN
    ELSE
        ADD 1 TO W-ADD-SKIPPED
        MOVE SPACES TO W-RPT-LINE
        STRING 'OVERRIDE RUN ID ' W-ADD-RUN-ID
            '  STRATUM WITHOUT ACCEPTED HEADER - SKIPPED'
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    END-IF.
    CHECK-DUPLICATE-RUN-ID SECTION.
    SET W-NOT-DUP-RUN TO TRUE.
    PERFORM VARYING W-D FROM 1 BY 1
    MOVE W-SCH-DIST-SPREAD TO W-PARM-DIST-SPREAD.
    MOVE W-SCH-FORCE-SW TO W-PARM-FORCE-SW.
    MOVE W-SCH-GEN-MODE TO W-PARM-GEN-MODE.
    MOVE W-SCH-DEPT-CODE TO W-PARM-DEPT-CODE.
    WRITE W-PARM-RECORD.
    ADD 1 TO W-PARMS-WRITTEN.
    ADD 1 TO W-OUT-COUNT.
