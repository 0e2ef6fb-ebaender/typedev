IDENTIFICATION DIVISION.
PROGRAM-ID. ASFDSCHM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL W-OLD-FILE ASSIGN TO SCHMOLD
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS W-OLD-STATUS.
    SELECT W-TRN-FILE ASSIGN TO SCHTRAN
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT W-NEW-FILE ASSIGN TO SCHMNEW
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL W-FCP-FILE ASSIGN TO FCSTPARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS W-FCP-STATUS.
    SELECT OPTIONAL W-RCT-FILE ASSIGN TO RUNCTL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS W-RCT-STATUS.
    SELECT W-RPT-FILE ASSIGN TO RPTOUT
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  W-OLD-FILE.
01  W-OLD-RECORD.
    COPY WSCHREC.

FD  W-TRN-FILE.
01  W-TRN-RECORD.
    05  W-TRN-ACTION                PIC X(01).
        88  W-TRN-ADD                         VALUE 'A'.
        88  W-TRN-CHANGE                      VALUE 'C'.
        88  W-TRN-DELETE                      VALUE 'D'.
        88  W-TRN-ACTION-VALID                VALUES 'A' 'C' 'D'.
    05  W-TRN-TEMPLATE.
        10  W-TRN-TEMPLATE-ID       PIC X(08).
        10  FILLER                  PIC X(78).
    05  W-TRN-REQUESTOR             PIC X(08).

FD  W-NEW-FILE.
01  W-NEW-RECORD                    PIC X(86).

FD  W-FCP-FILE.
01  W-FCP-RECORD.
    05  W-FCP-DAYS                  PIC 9(03).

FD  W-RCT-FILE.
01  W-RCT-RECORD.
    COPY WRCTREC.

FD  W-RPT-FILE.
01  W-RPT-LINE                      PIC X(132).

WORKING-STORAGE SECTION.
77  W-OLD-STATUS                PIC X(02) VALUE '00'.
77  W-FCP-STATUS                PIC X(02) VALUE '00'.
77  W-RCT-STATUS                PIC X(02) VALUE '00'.
77  W-M                         PIC 9(4) VALUE ZERO.
77  W-F                         PIC 9(5) VALUE ZERO.
77  W-C                         PIC 9(4) VALUE ZERO.
77  W-K                         PIC 9(2) VALUE ZERO.
77  W-MST-COUNT                 PIC 9(4) VALUE ZERO.
77  W-MST-LIMIT                 PIC 9(4) VALUE 500.
77  W-MST-HIT                   PIC 9(4) VALUE ZERO.
77  W-CPL-COUNT                 PIC 9(4) VALUE ZERO.
77  W-CPL-LIMIT                 PIC 9(4) VALUE 5000.
77  W-FC-COUNT                  PIC 9(5) VALUE ZERO.
77  W-FC-LIMIT                  PIC 9(5) VALUE 20000.
77  W-RUN-DATE                  PIC 9(8) VALUE ZERO.
77  W-RUN-TIME                  PIC 9(8) VALUE ZERO.
77  W-BASE-INT                  PIC 9(7) VALUE ZERO.
77  W-FC-INT                    PIC 9(7) VALUE ZERO.
77  W-FC-DATE                   PIC 9(8) VALUE ZERO.
77  W-FC-DATE-X                 PIC X(08) VALUE SPACES.
77  W-FC-DOW                    PIC 9(1) VALUE ZERO.
77  W-FC-DOM                    PIC 9(2) VALUE ZERO.
77  W-DAY                       PIC 9(3) VALUE ZERO.
77  W-DAY-DUE                   PIC 9(4) VALUE ZERO.
77  W-FCST-DAYS                 PIC 9(3) VALUE 14.
77  W-FCST-LIMIT                PIC 9(3) VALUE 366.
77  W-FCST-RUNS                 PIC 9(6) VALUE ZERO.
77  W-DIGIT-X                   PIC 9(2) VALUE ZERO.
77  W-HASH-COUNT                PIC 9(2) VALUE ZERO.
77  W-BUILT-RUN-ID              PIC X(08) VALUE SPACES.
77  W-LEN-ARR                   PIC 9(6) VALUE ZERO.
77  W-MIN-NUM                   PIC S9(9) VALUE ZERO.
77  W-MAX-NUM                   PIC S9(9) VALUE ZERO.
77  W-DIST-MEAN                 PIC S9(9) VALUE ZERO.
77  W-DIST-SPREAD               PIC 9(9) VALUE ZERO.
77  W-EDIT-REASON               PIC X(08) VALUE SPACES.
77  W-TRN-READ                  PIC 9(5) VALUE ZERO.
77  W-TRN-APPLIED               PIC 9(5) VALUE ZERO.
77  W-TRN-REJECTED              PIC 9(5) VALUE ZERO.
77  W-LOADED-COUNT              PIC 9(5) VALUE ZERO.
77  W-WRITTEN-COUNT             PIC 9(5) VALUE ZERO.
77  W-EDIT-FAILURES             PIC 9(5) VALUE ZERO.
77  W-CONFLICTS                 PIC 9(5) VALUE ZERO.
77  W-AUD-RESULT                PIC X(40) VALUE SPACES.
77  W-CONFLICT-MSG              PIC X(80) VALUE SPACES.
77  W-RPT-COUNT-ED              PIC Z(4)9.
77  W-RPT-DAYS-ED               PIC ZZ9.
77  W-DAY-NAMES                 PIC X(21)
                                VALUE 'MONTUEWEDTHUFRISATSUN'.

01  W-OLD-EOF-SW                PIC X(01) VALUE 'N'.
    88  W-OLD-EOF                         VALUE 'Y'.
    88  W-OLD-NOT-EOF                     VALUE 'N'.

01  W-TRN-EOF-SW                PIC X(01) VALUE 'N'.
    88  W-TRN-EOF                         VALUE 'Y'.
    88  W-TRN-NOT-EOF                     VALUE 'N'.

01  W-RCT-EOF-SW                PIC X(01) VALUE 'N'.
    88  W-RCT-EOF                         VALUE 'Y'.
    88  W-RCT-NOT-EOF                     VALUE 'N'.

01  W-MST-FOUND-SW              PIC X(01) VALUE 'N'.
    88  W-MST-FOUND                       VALUE 'Y'.
    88  W-MST-NOT-FOUND                   VALUE 'N'.

01  W-CPL-FOUND-SW              PIC X(01) VALUE 'N'.
    88  W-CPL-FOUND                       VALUE 'Y'.
    88  W-CPL-NOT-FOUND                   VALUE 'N'.

01  W-FC-FOUND-SW               PIC X(01) VALUE 'N'.
    88  W-FC-FOUND                        VALUE 'Y'.
    88  W-FC-NOT-FOUND                    VALUE 'N'.

01  W-FC-FULL-SW                PIC X(01) VALUE 'N'.
    88  W-FC-FULL                         VALUE 'Y'.
    88  W-FC-NOT-FULL                     VALUE 'N'.

01  W-TPL-DUE-SW                PIC X(01) VALUE 'N'.
    88  W-TPL-IS-DUE                      VALUE 'Y'.
    88  W-TPL-NOT-DUE                     VALUE 'N'.

01  W-PARMS-VALID-SW            PIC X(01) VALUE 'Y'.
    88  W-PARMS-OK                        VALUE 'Y'.
    88  W-PARMS-BAD                       VALUE 'N'.

01  W-UNIQUE-SW                 PIC X(01) VALUE 'N'.
    88  W-UNIQUE-ON                       VALUE 'Y'.
    88  W-UNIQUE-OFF                      VALUE 'N'.

01  W-SEED-MODE-SW              PIC X(01) VALUE 'C'.
    88  W-SEED-CLOCK                      VALUE 'C'.
    88  W-SEED-FIXED                      VALUE 'F'.

01  W-DIST-MODE-SW              PIC X(01) VALUE 'U'.
    88  W-DIST-UNIFORM                    VALUE 'U'.
    88  W-DIST-NORMAL                     VALUE 'N'.
    88  W-DIST-WEIGHTED                   VALUE 'W'.
    88  W-DIST-MODE-VALID                 VALUES 'U' 'N' 'W'.

01  W-GEN-MODE-SW               PIC X(01) VALUE 'R'.
    88  W-GEN-REDRAW                      VALUE 'R'.
    88  W-GEN-DENSE                       VALUE 'F'.
    88  W-GEN-MODE-VALID                  VALUES 'R' 'F'.

01  W-TPL-WORK.
    COPY WSCHREC REPLACING LEADING ==SCH== BY ==TPL==.

01  W-MST-TABLE.
    05  W-MST-ENTRY OCCURS 500 TIMES.
        10  W-MST-IMAGE.
            15  W-MST-TEMPLATE-ID   PIC X(08).
            15  FILLER              PIC X(78).
        10  W-MST-DELETED-SW        PIC X(01).

01  W-CPL-TABLE.
    05  W-CPL-RUN-ID OCCURS 5000 TIMES    PIC X(08).

01  W-FC-TABLE.
    05  W-FC-ENTRY OCCURS 20000 TIMES.
        10  W-FC-RUN-ID             PIC X(08).
        10  W-FC-RUN-DATE           PIC 9(8).
        10  W-FC-TEMPLATE-ID        PIC X(08).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM OPEN-FILES.
    PERFORM LOAD-OLD-MASTER.
    PERFORM LOAD-FORECAST-PARM.
    PERFORM LOAD-RUN-CONTROL.
    PERFORM READ-TRANSACTION.
    PERFORM APPLY-ONE-TRANSACTION UNTIL W-TRN-EOF.
    PERFORM WRITE-NEW-MASTER.
    PERFORM WRITE-FORECAST.
    PERFORM WRITE-MAINT-SUMMARY.
    PERFORM CLOSE-FILES.
    IF W-CONFLICTS + W-EDIT-FAILURES GREATER THAN ZERO
        MOVE 8 TO RETURN-CODE
    ELSE
        IF W-TRN-REJECTED GREATER THAN ZERO
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.
    GOBACK.
    OPEN-FILES SECTION.
    OPEN INPUT W-TRN-FILE.
    OPEN OUTPUT W-NEW-FILE.
    OPEN OUTPUT W-RPT-FILE.
    ACCEPT W-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT W-RUN-TIME FROM TIME.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'ASFDSCHM SCHEDULE MAINTENANCE AUDIT  DATE: '
        W-RUN-DATE '  TIME: ' W-RUN-TIME
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    CLOSE-FILES SECTION.
    CLOSE W-TRN-FILE.
    CLOSE W-NEW-FILE.
    CLOSE W-RPT-FILE.
    LOAD-OLD-MASTER SECTION.
    OPEN INPUT W-OLD-FILE.
    IF W-OLD-STATUS = '00' OR W-OLD-STATUS = '05'
        PERFORM READ-OLD-RECORD
        PERFORM LOAD-ONE-MASTER UNTIL W-OLD-EOF
    END-IF.
    CLOSE W-OLD-FILE.
    MOVE W-MST-COUNT TO W-LOADED-COUNT.
    READ-OLD-RECORD SECTION.
    READ W-OLD-FILE
        AT END
            SET W-OLD-EOF TO TRUE
    END-READ.
    LOAD-ONE-MASTER SECTION.
    IF W-MST-COUNT NOT LESS THAN W-MST-LIMIT
        DISPLAY 'ASFDSCHM: SCHEDULE MASTER TOO LARGE - RUN ABENDED'
        MOVE 16 TO RETURN-CODE
        PERFORM CLOSE-FILES
        GOBACK
    END-IF.
    ADD 1 TO W-MST-COUNT.
    MOVE W-OLD-RECORD TO W-MST-IMAGE(W-MST-COUNT).
    MOVE 'N' TO W-MST-DELETED-SW(W-MST-COUNT).
    PERFORM READ-OLD-RECORD.
    LOAD-FORECAST-PARM SECTION.
    OPEN INPUT W-FCP-FILE.
    IF W-FCP-STATUS = '00' OR W-FCP-STATUS = '05'
        READ W-FCP-FILE
            AT END
                CONTINUE
            NOT AT END
                IF W-FCP-DAYS NUMERIC AND W-FCP-DAYS GREATER THAN ZERO
                    MOVE W-FCP-DAYS TO W-FCST-DAYS
                END-IF
        END-READ
    END-IF.
    CLOSE W-FCP-FILE.
    IF W-FCST-DAYS GREATER THAN W-FCST-LIMIT
        MOVE W-FCST-LIMIT TO W-FCST-DAYS
    END-IF.
    LOAD-RUN-CONTROL SECTION.
    OPEN INPUT W-RCT-FILE.
    IF W-RCT-STATUS = '00' OR W-RCT-STATUS = '05'
        PERFORM READ-RUN-CONTROL-RECORD
        PERFORM LOAD-ONE-RUN-CONTROL UNTIL W-RCT-EOF
    END-IF.
    CLOSE W-RCT-FILE.
    READ-RUN-CONTROL-RECORD SECTION.
    READ W-RCT-FILE
        AT END
            SET W-RCT-EOF TO TRUE
    END-READ.
    LOAD-ONE-RUN-CONTROL SECTION.
    IF RCT-RUN-COMPLETE
        PERFORM NOTE-COMPLETED-RUN
    END-IF.
    PERFORM READ-RUN-CONTROL-RECORD.
    NOTE-COMPLETED-RUN SECTION.
    MOVE RCT-RUN-ID TO W-BUILT-RUN-ID.
    PERFORM FIND-COMPLETED-RUN.
    IF W-CPL-NOT-FOUND
        IF W-CPL-COUNT NOT LESS THAN W-CPL-LIMIT
            DISPLAY 'ASFDSCHM: RUN CONTROL FILE TOO LARGE - '
                'RUN ABENDED'
            MOVE 16 TO RETURN-CODE
            PERFORM CLOSE-FILES
            GOBACK
        END-IF
        ADD 1 TO W-CPL-COUNT
        MOVE RCT-RUN-ID TO W-CPL-RUN-ID(W-CPL-COUNT)
    END-IF.
    FIND-COMPLETED-RUN SECTION.
    SET W-CPL-NOT-FOUND TO TRUE.
    PERFORM VARYING W-C FROM 1 BY 1
            UNTIL W-C > W-CPL-COUNT OR W-CPL-FOUND
        IF W-CPL-RUN-ID(W-C) = W-BUILT-RUN-ID
            SET W-CPL-FOUND TO TRUE
        END-IF
    END-PERFORM.
    READ-TRANSACTION SECTION.
    READ W-TRN-FILE
        AT END
            SET W-TRN-EOF TO TRUE
        NOT AT END
            ADD 1 TO W-TRN-READ
    END-READ.
    APPLY-ONE-TRANSACTION SECTION.
    MOVE SPACES TO W-AUD-RESULT.
    IF NOT W-TRN-ACTION-VALID
        MOVE 'REJECTED: UNKNOWN ACTION' TO W-AUD-RESULT
    ELSE
        IF W-TRN-TEMPLATE-ID = SPACES
            MOVE 'REJECTED: TEMPLATE ID MISSING' TO W-AUD-RESULT
        ELSE
            IF W-TRN-REQUESTOR = SPACES
                MOVE 'REJECTED: REQUESTOR MISSING' TO W-AUD-RESULT
            END-IF
        END-IF
    END-IF.
    PERFORM WRITE-AUDIT-LINE.
    IF W-AUD-RESULT = SPACES
        PERFORM FIND-MASTER-ENTRY
        IF W-TRN-ADD
            PERFORM APPLY-ADD
        ELSE
            IF W-TRN-CHANGE
                PERFORM APPLY-CHANGE
            ELSE
                PERFORM APPLY-DELETE
            END-IF
        END-IF
    END-IF.
    IF W-AUD-RESULT(1:8) = 'REJECTED'
        ADD 1 TO W-TRN-REJECTED
    ELSE
        ADD 1 TO W-TRN-APPLIED
    END-IF.
    MOVE SPACES TO W-RPT-LINE.
    STRING '        ' W-AUD-RESULT
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    PERFORM READ-TRANSACTION.
    APPLY-ADD SECTION.
    IF W-MST-FOUND
        MOVE 'REJECTED: TEMPLATE ALREADY ON MASTER' TO W-AUD-RESULT
    ELSE
        MOVE W-TRN-TEMPLATE TO W-TPL-WORK
        PERFORM EDIT-TEMPLATE
        IF W-PARMS-BAD
            STRING 'REJECTED: EDIT ' W-EDIT-REASON
                DELIMITED BY SIZE INTO W-AUD-RESULT
        ELSE
            IF W-MST-COUNT NOT LESS THAN W-MST-LIMIT
                DISPLAY 'ASFDSCHM: SCHEDULE MASTER TOO LARGE - '
                    'RUN ABENDED'
                MOVE 16 TO RETURN-CODE
                PERFORM CLOSE-FILES
                GOBACK
            END-IF
            ADD 1 TO W-MST-COUNT
            MOVE W-TPL-WORK TO W-MST-IMAGE(W-MST-COUNT)
            MOVE 'N' TO W-MST-DELETED-SW(W-MST-COUNT)
            PERFORM WRITE-AFTER-IMAGE
            MOVE 'APPLIED: ADDED' TO W-AUD-RESULT
        END-IF
    END-IF.
    APPLY-CHANGE SECTION.
    IF W-MST-NOT-FOUND
        MOVE 'REJECTED: TEMPLATE NOT ON MASTER' TO W-AUD-RESULT
    ELSE
        MOVE W-TRN-TEMPLATE TO W-TPL-WORK
        PERFORM EDIT-TEMPLATE
        IF W-PARMS-BAD
            STRING 'REJECTED: EDIT ' W-EDIT-REASON
                DELIMITED BY SIZE INTO W-AUD-RESULT
        ELSE
            PERFORM WRITE-BEFORE-IMAGE
            MOVE W-TPL-WORK TO W-MST-IMAGE(W-MST-HIT)
            PERFORM WRITE-AFTER-IMAGE
            MOVE 'APPLIED: CHANGED' TO W-AUD-RESULT
        END-IF
    END-IF.
    APPLY-DELETE SECTION.
    IF W-MST-NOT-FOUND
        MOVE 'REJECTED: TEMPLATE NOT ON MASTER' TO W-AUD-RESULT
    ELSE
        PERFORM WRITE-BEFORE-IMAGE
        MOVE 'Y' TO W-MST-DELETED-SW(W-MST-HIT)
        MOVE 'APPLIED: DELETED' TO W-AUD-RESULT
    END-IF.
    FIND-MASTER-ENTRY SECTION.
    SET W-MST-NOT-FOUND TO TRUE.
    MOVE ZERO TO W-MST-HIT.
    PERFORM VARYING W-M FROM 1 BY 1
            UNTIL W-M > W-MST-COUNT OR W-MST-FOUND
        IF W-MST-DELETED-SW(W-M) NOT = 'Y'
           AND W-MST-TEMPLATE-ID(W-M) = W-TRN-TEMPLATE-ID
            SET W-MST-FOUND TO TRUE
            MOVE W-M TO W-MST-HIT
        END-IF
    END-PERFORM.
    EDIT-TEMPLATE SECTION.
    SET W-PARMS-OK TO TRUE.
    MOVE SPACES TO W-EDIT-REASON.
    MOVE TPL-SEED-MODE TO W-SEED-MODE-SW.
    MOVE TPL-UNIQUE-SW TO W-UNIQUE-SW.
    IF TPL-DIST-MODE = SPACE
        SET W-DIST-UNIFORM TO TRUE
    ELSE
        MOVE TPL-DIST-MODE TO W-DIST-MODE-SW
    END-IF.
    IF TPL-GEN-MODE = SPACE
        SET W-GEN-REDRAW TO TRUE
    ELSE
        MOVE TPL-GEN-MODE TO W-GEN-MODE-SW
    END-IF.
    MOVE ZERO TO W-LEN-ARR.
    MOVE ZERO TO W-MIN-NUM.
    MOVE ZERO TO W-MAX-NUM.
    MOVE ZERO TO W-DIST-MEAN.
    MOVE ZERO TO W-DIST-SPREAD.
    IF TPL-LEN-ARR NUMERIC
        MOVE TPL-LEN-ARR TO W-LEN-ARR
    END-IF.
    IF TPL-MIN-NUM NUMERIC
        MOVE TPL-MIN-NUM TO W-MIN-NUM
    END-IF.
    IF TPL-MAX-NUM NUMERIC
        MOVE TPL-MAX-NUM TO W-MAX-NUM
    END-IF.
    IF NOT W-DIST-UNIFORM
        IF TPL-DIST-MEAN NUMERIC
            MOVE TPL-DIST-MEAN TO W-DIST-MEAN
        END-IF
        IF TPL-DIST-SPREAD NUMERIC
            MOVE TPL-DIST-SPREAD TO W-DIST-SPREAD
        END-IF
    END-IF.
    PERFORM EDIT-SCHEDULE-FIELDS.
    IF TPL-LEN-ARR NOT NUMERIC
       OR W-LEN-ARR NOT GREATER THAN ZERO
       OR W-LEN-ARR GREATER THAN 100000
        SET W-PARMS-BAD TO TRUE
        PERFORM NOTE-EDIT-REASON-LENGTH
    END-IF.
    IF TPL-MIN-NUM NOT NUMERIC
       OR TPL-MAX-NUM NOT NUMERIC
       OR W-MAX-NUM NOT GREATER THAN W-MIN-NUM
        SET W-PARMS-BAD TO TRUE
        PERFORM NOTE-EDIT-REASON-RANGE
    END-IF.
    IF NOT W-DIST-MODE-VALID
        SET W-PARMS-BAD TO TRUE
        PERFORM NOTE-EDIT-REASON-DIST
    END-IF.
    IF W-SEED-FIXED AND TPL-SEED-VALUE NOT NUMERIC
        SET W-PARMS-BAD TO TRUE
        PERFORM NOTE-EDIT-REASON-SEED
    END-IF.
    IF NOT W-GEN-MODE-VALID
        SET W-PARMS-BAD TO TRUE
        PERFORM NOTE-EDIT-REASON-GENMODE
    END-IF.
    IF W-GEN-DENSE AND W-PARMS-OK
        IF W-UNIQUE-OFF OR NOT W-DIST-UNIFORM
           OR W-MAX-NUM - W-MIN-NUM + 1 GREATER THAN 100000
            SET W-PARMS-BAD TO TRUE
            PERFORM NOTE-EDIT-REASON-GENMODE
        END-IF
    END-IF.
    IF NOT W-DIST-UNIFORM
       AND (TPL-DIST-MEAN NOT NUMERIC
            OR TPL-DIST-SPREAD NOT NUMERIC)
        SET W-PARMS-BAD TO TRUE
        PERFORM NOTE-EDIT-REASON-DIST
    END-IF.
    IF W-PARMS-OK AND W-UNIQUE-ON
        IF W-MAX-NUM - W-MIN-NUM + 1 LESS THAN W-LEN-ARR
            SET W-PARMS-BAD TO TRUE
            PERFORM NOTE-EDIT-REASON-RANGE
        END-IF
    END-IF.
    IF W-DIST-NORMAL
        IF W-DIST-SPREAD NOT GREATER THAN ZERO
            SET W-PARMS-BAD TO TRUE
            PERFORM NOTE-EDIT-REASON-DIST
        END-IF
        IF W-DIST-MEAN LESS THAN W-MIN-NUM
           OR W-DIST-MEAN GREATER THAN W-MAX-NUM
            SET W-PARMS-BAD TO TRUE
            PERFORM NOTE-EDIT-REASON-DIST
        END-IF
    END-IF.
    IF W-DIST-WEIGHTED
        IF W-DIST-SPREAD LESS THAN 1
           OR W-DIST-SPREAD GREATER THAN 99
            SET W-PARMS-BAD TO TRUE
            PERFORM NOTE-EDIT-REASON-DIST
        END-IF
        IF W-DIST-MEAN LESS THAN W-MIN-NUM
           OR W-DIST-MEAN NOT LESS THAN W-MAX-NUM
            SET W-PARMS-BAD TO TRUE
            PERFORM NOTE-EDIT-REASON-DIST
        END-IF
    END-IF.
    EDIT-SCHEDULE-FIELDS SECTION.
    PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > 7
        IF TPL-DOW-MASK(W-K:1) NOT = 'Y'
           AND TPL-DOW-MASK(W-K:1) NOT = 'N'
            SET W-PARMS-BAD TO TRUE
            PERFORM NOTE-EDIT-REASON-DOW
        END-IF
    END-PERFORM.
    IF TPL-DAY-OF-MONTH NOT NUMERIC
        SET W-PARMS-BAD TO TRUE
        PERFORM NOTE-EDIT-REASON-DOM
    ELSE
        IF TPL-DAY-OF-MONTH GREATER THAN 31
            SET W-PARMS-BAD TO TRUE
            PERFORM NOTE-EDIT-REASON-DOM
        END-IF
    END-IF.
    IF W-PARMS-OK
       AND TPL-DOW-MASK = 'NNNNNNN'
       AND TPL-DAY-OF-MONTH = ZERO
        SET W-PARMS-BAD TO TRUE
        PERFORM NOTE-EDIT-REASON-SCHEDULE
    END-IF.
    MOVE ZERO TO W-HASH-COUNT.
    PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > 8
        IF TPL-RUN-ID-MASK(W-K:1) = '#'
            ADD 1 TO W-HASH-COUNT
        END-IF
    END-PERFORM.
    IF TPL-RUN-ID-MASK = SPACES
       OR (W-HASH-COUNT = ZERO AND TPL-FORCE-SW NOT = 'Y')
        SET W-PARMS-BAD TO TRUE
        PERFORM NOTE-EDIT-REASON-RUN-ID
    END-IF.
    NOTE-EDIT-REASON-LENGTH SECTION.
    IF W-EDIT-REASON = SPACES
        MOVE 'LENGTH' TO W-EDIT-REASON
    END-IF.
    NOTE-EDIT-REASON-RANGE SECTION.
    IF W-EDIT-REASON = SPACES
        MOVE 'RANGE' TO W-EDIT-REASON
    END-IF.
    NOTE-EDIT-REASON-RUN-ID SECTION.
    IF W-EDIT-REASON = SPACES
        MOVE 'RUN-ID' TO W-EDIT-REASON
    END-IF.
    NOTE-EDIT-REASON-DIST SECTION.
    IF W-EDIT-REASON = SPACES
        MOVE 'DIST' TO W-EDIT-REASON
    END-IF.
    NOTE-EDIT-REASON-SEED SECTION.
    IF W-EDIT-REASON = SPACES
        MOVE 'SEED' TO W-EDIT-REASON
    END-IF.
    NOTE-EDIT-REASON-GENMODE SECTION.
    IF W-EDIT-REASON = SPACES
        MOVE 'GENMODE' TO W-EDIT-REASON
    END-IF.
    NOTE-EDIT-REASON-DOW SECTION.
    IF W-EDIT-REASON = SPACES
        MOVE 'DOW' TO W-EDIT-REASON
    END-IF.
    NOTE-EDIT-REASON-DOM SECTION.
    IF W-EDIT-REASON = SPACES
        MOVE 'DOM' TO W-EDIT-REASON
    END-IF.
    NOTE-EDIT-REASON-SCHEDULE SECTION.
    IF W-EDIT-REASON = SPACES
        MOVE 'SCHEDULE' TO W-EDIT-REASON
    END-IF.
    WRITE-AUDIT-LINE SECTION.
    MOVE SPACES TO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'ACTION: ' W-TRN-ACTION
        '  TEMPLATE: ' W-TRN-TEMPLATE-ID
        '  REQUESTOR: ' W-TRN-REQUESTOR
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    IF NOT W-TRN-DELETE
        MOVE SPACES TO W-RPT-LINE
        STRING '  KEYED:  ' W-TRN-TEMPLATE
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    END-IF.
    WRITE-BEFORE-IMAGE SECTION.
    MOVE SPACES TO W-RPT-LINE.
    STRING '  BEFORE: ' W-MST-IMAGE(W-MST-HIT)
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    WRITE-AFTER-IMAGE SECTION.
    MOVE SPACES TO W-RPT-LINE.
    STRING '  AFTER:  ' W-TPL-WORK
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    WRITE-NEW-MASTER SECTION.
    MOVE SPACES TO W-RPT-LINE.
    WRITE W-RPT-LINE.
    PERFORM VARYING W-M FROM 1 BY 1 UNTIL W-M > W-MST-COUNT
        IF W-MST-DELETED-SW(W-M) NOT = 'Y'
            MOVE W-MST-IMAGE(W-M) TO W-NEW-RECORD
            WRITE W-NEW-RECORD
            ADD 1 TO W-WRITTEN-COUNT
            MOVE W-MST-IMAGE(W-M) TO W-TPL-WORK
            PERFORM EDIT-TEMPLATE
            IF W-PARMS-BAD
                ADD 1 TO W-EDIT-FAILURES
                MOVE SPACES TO W-RPT-LINE
                STRING 'TEMPLATE ' TPL-TEMPLATE-ID
                    ' CARRIED FORWARD BUT FAILS EDIT ' W-EDIT-REASON
                    ' - CORRECT IT WITH A CHANGE TRANSACTION'
                    DELIMITED BY SIZE INTO W-RPT-LINE
                WRITE W-RPT-LINE
            END-IF
        END-IF
    END-PERFORM.
    WRITE-FORECAST SECTION.
    MOVE W-FCST-DAYS TO W-RPT-DAYS-ED.
    MOVE SPACES TO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'RUN-ID FORECAST FOR THE NEXT ' W-RPT-DAYS-ED
        ' DAYS FROM ' W-RUN-DATE
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    COMPUTE W-BASE-INT = FUNCTION INTEGER-OF-DATE(W-RUN-DATE).
    PERFORM FORECAST-ONE-DAY
        VARYING W-DAY FROM ZERO BY 1
        UNTIL W-DAY NOT LESS THAN W-FCST-DAYS.
    FORECAST-ONE-DAY SECTION.
    COMPUTE W-FC-INT = W-BASE-INT + W-DAY.
    COMPUTE W-FC-DATE = FUNCTION DATE-OF-INTEGER(W-FC-INT).
    MOVE W-FC-DATE TO W-FC-DATE-X.
    COMPUTE W-FC-DOW = FUNCTION MOD(W-FC-INT 7).
    IF W-FC-DOW = ZERO
        MOVE 7 TO W-FC-DOW
    END-IF.
    MOVE W-FC-DATE-X(7:2) TO W-FC-DOM.
    MOVE ZERO TO W-DAY-DUE.
    MOVE SPACES TO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'DATE: ' W-FC-DATE ' '
        W-DAY-NAMES((W-FC-DOW - 1) * 3 + 1:3)
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    PERFORM FORECAST-ONE-TEMPLATE
        VARYING W-M FROM 1 BY 1 UNTIL W-M > W-MST-COUNT.
    IF W-DAY-DUE = ZERO
        MOVE SPACES TO W-RPT-LINE
        STRING '  NO TEMPLATES DUE' DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    END-IF.
    FORECAST-ONE-TEMPLATE SECTION.
    IF W-MST-DELETED-SW(W-M) NOT = 'Y'
        MOVE W-MST-IMAGE(W-M) TO W-TPL-WORK
        PERFORM CHECK-TEMPLATE-DUE
        IF W-TPL-IS-DUE
            ADD 1 TO W-DAY-DUE
            ADD 1 TO W-FCST-RUNS
            PERFORM BUILD-RUN-ID
            MOVE SPACES TO W-RPT-LINE
            STRING '  TEMPLATE ' TPL-TEMPLATE-ID
                '  RUN ID ' W-BUILT-RUN-ID
                DELIMITED BY SIZE INTO W-RPT-LINE
            WRITE W-RPT-LINE
            PERFORM CHECK-FORECAST-CONFLICTS
            PERFORM NOTE-FORECAST-RUN
        END-IF
    END-IF.
    CHECK-TEMPLATE-DUE SECTION.
    SET W-TPL-NOT-DUE TO TRUE.
    IF TPL-DOW-MASK(W-FC-DOW:1) = 'Y'
        SET W-TPL-IS-DUE TO TRUE
    END-IF.
    IF TPL-DAY-OF-MONTH NUMERIC
       AND TPL-DAY-OF-MONTH GREATER THAN ZERO
       AND TPL-DAY-OF-MONTH = W-FC-DOM
        SET W-TPL-IS-DUE TO TRUE
    END-IF.
    BUILD-RUN-ID SECTION.
    MOVE TPL-RUN-ID-MASK TO W-BUILT-RUN-ID.
    MOVE ZERO TO W-HASH-COUNT.
    PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > 8
        IF TPL-RUN-ID-MASK(W-K:1) = '#'
            ADD 1 TO W-HASH-COUNT
        END-IF
    END-PERFORM.
    IF W-HASH-COUNT GREATER THAN ZERO
        COMPUTE W-DIGIT-X = 8 - W-HASH-COUNT + 1
        PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > 8
            IF W-BUILT-RUN-ID(W-K:1) = '#'
                MOVE W-FC-DATE-X(W-DIGIT-X:1)
                    TO W-BUILT-RUN-ID(W-K:1)
                ADD 1 TO W-DIGIT-X
            END-IF
        END-PERFORM
    END-IF.
    CHECK-FORECAST-CONFLICTS SECTION.
    SET W-FC-NOT-FOUND TO TRUE.
    PERFORM VARYING W-F FROM 1 BY 1
            UNTIL W-F > W-FC-COUNT OR W-FC-FOUND
        IF W-FC-RUN-ID(W-F) = W-BUILT-RUN-ID
            SET W-FC-FOUND TO TRUE
            MOVE SPACES TO W-CONFLICT-MSG
            IF W-FC-RUN-DATE(W-F) = W-FC-DATE
                ADD 1 TO W-CONFLICTS
                STRING 'SAME-DAY COLLISION WITH TEMPLATE '
                    W-FC-TEMPLATE-ID(W-F)
                    ' - BUILD SKIPS THIS RUN (RC=8)'
                    DELIMITED BY SIZE INTO W-CONFLICT-MSG
            ELSE
                IF TPL-FORCE-SW = 'Y'
                    STRING 'FORCED RERUN OF RUN ID GENERATED ON '
                        W-FC-RUN-DATE(W-F)
                        DELIMITED BY SIZE INTO W-CONFLICT-MSG
                ELSE
                    ADD 1 TO W-CONFLICTS
                    STRING 'RUN ID ALSO GENERATED ON '
                        W-FC-RUN-DATE(W-F) ' BY TEMPLATE '
                        W-FC-TEMPLATE-ID(W-F)
                        ' - RERUN REFUSED (RC=12)'
                        DELIMITED BY SIZE INTO W-CONFLICT-MSG
                END-IF
            END-IF
            PERFORM WRITE-CONFLICT-LINE
        END-IF
    END-PERFORM.
    PERFORM FIND-COMPLETED-RUN.
    IF W-CPL-FOUND
        MOVE SPACES TO W-CONFLICT-MSG
        IF TPL-FORCE-SW = 'Y'
            STRING 'FORCED RERUN OF RUN ID ALREADY COMPLETE ON RUNCTL'
                DELIMITED BY SIZE INTO W-CONFLICT-MSG
        ELSE
            ADD 1 TO W-CONFLICTS
            STRING 'RUN ID ALREADY COMPLETE ON RUNCTL - '
                'RERUN REFUSED (RC=12)'
                DELIMITED BY SIZE INTO W-CONFLICT-MSG
        END-IF
        PERFORM WRITE-CONFLICT-LINE
    END-IF.
    WRITE-CONFLICT-LINE SECTION.
    MOVE SPACES TO W-RPT-LINE.
    STRING '    *** ' W-CONFLICT-MSG
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    NOTE-FORECAST-RUN SECTION.
    IF W-FC-COUNT NOT LESS THAN W-FC-LIMIT
        IF W-FC-NOT-FULL
            SET W-FC-FULL TO TRUE
            MOVE SPACES TO W-RPT-LINE
            STRING '    *** FORECAST TABLE FULL - LATER RUN IDS ARE '
                'NOT CHECKED FOR REPEATS'
                DELIMITED BY SIZE INTO W-RPT-LINE
            WRITE W-RPT-LINE
        END-IF
    ELSE
        ADD 1 TO W-FC-COUNT
        MOVE W-BUILT-RUN-ID TO W-FC-RUN-ID(W-FC-COUNT)
        MOVE W-FC-DATE TO W-FC-RUN-DATE(W-FC-COUNT)
        MOVE TPL-TEMPLATE-ID TO W-FC-TEMPLATE-ID(W-FC-COUNT)
    END-IF.
    WRITE-MAINT-SUMMARY SECTION.
    MOVE SPACES TO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-LOADED-COUNT TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'TEMPLATES READ: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-TRN-READ TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'TRANSACTIONS READ: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-TRN-APPLIED TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'TRANSACTIONS APPLIED: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-TRN-REJECTED TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'TRANSACTIONS REJECTED: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-WRITTEN-COUNT TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'TEMPLATES WRITTEN: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-EDIT-FAILURES TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'TEMPLATES FAILING EDIT: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-FCST-RUNS TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'FORECAST RUNS: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-CONFLICTS TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'FORECAST RUN-ID CONFLICTS: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
