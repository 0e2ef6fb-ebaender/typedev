        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT W-XTR-FILE ASSIGN TO XTROUT
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL W-EXM-FILE ASSIGN TO EXCLMSTR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS W-EXM-STATUS.
    SELECT W-RPT-FILE ASSIGN TO RPTOUT
        ORGANIZATION IS LINE SEQUENTIAL.

01  W-XTR-RECORD.
    COPY WXTRREC.

FD  W-EXM-FILE.
01  W-EXM-RECORD.
    COPY WEXMREC.

FD  W-RPT-FILE.
01  W-RPT-LINE                      PIC X(132).
77  W-WEIGHT-PICK               PIC 9(3) VALUE ZERO.
77  W-DIST-VALUE                PIC S9(12) VALUE ZERO.
77  W-GAP                       PIC 9(6) VALUE ZERO.
77  W-GEN-FIRST                 PIC 9(6) VALUE ZERO.
77  W-GEN-LAST                  PIC 9(6) VALUE ZERO.
77  W-S                         PIC 9(2) VALUE ZERO.
77  W-STR-COUNT                 PIC 9(2) VALUE ZERO.
77  W-STR-LIMIT                 PIC 9(2) VALUE 20.
77  W-STR-EXPECTED              PIC 9(2) VALUE ZERO.
77  W-STR-TOTAL                 PIC 9(9) VALUE ZERO.
77  W-RPT-STR-ED                PIC Z9.
77  W-P                         PIC 9(6) VALUE ZERO.
77  W-POS-COUNT                 PIC 9(6) VALUE ZERO.
77  W-ORDER-MISMATCH            PIC 9(6) VALUE ZERO.
77  W-FIRST-ORDER-MISMATCH      PIC 9(6) VALUE ZERO.
77  W-EXM-STATUS                PIC X(02) VALUE '00'.
77  W-EXM-COUNT                 PIC 9(5) VALUE ZERO.
77  W-EXM-LIMIT                 PIC 9(5) VALUE 10000.
77  W-EXCL-COUNT                PIC 9(5) VALUE ZERO.
77  W-EXCL-LIMIT                PIC 9(5) VALUE 10000.
77  W-E                         PIC 9(5) VALUE ZERO.
77  W-RUN-GEN-TIMESTAMP         PIC X(16) VALUE SPACES.
77  W-STAMP-EXCL-GEN            PIC X(16) VALUE SPACES.
77  W-STAMP-EXCL-COUNT          PIC 9(5) VALUE ZERO.
77  W-ASOF-GEN                  PIC X(16) VALUE SPACES.
77  W-ASOF-DATE                 PIC 9(8) VALUE ZERO.
77  W-HSET-ARG                  PIC S9(9) VALUE ZERO.
77  W-HSET-X                    PIC 9(7) VALUE ZERO.
77  W-HSET-SIZE                 PIC 9(7) VALUE 1000003.
77  W-RPT-SEEDVAL-ED            PIC Z(8)9.
77  W-RPT-COUNT-ED              PIC Z(5)9.
77  W-RPT-EXCL-ED               PIC Z(7)9.
77  W-RPT-STAMP-ED              PIC Z(7)9.

01  W-VRFY-EOF-SW               PIC X(01) VALUE 'N'.
    88  W-VRFY-EOF                        VALUE 'Y'.
    88  W-REDRAW-NEEDED                   VALUE 'Y'.
    88  W-NO-REDRAW                       VALUE 'N'.

01  W-EXM-EOF-SW                PIC X(01) VALUE 'N'.
    88  W-EXM-EOF                         VALUE 'Y'.
    88  W-EXM-NOT-EOF                     VALUE 'N'.

01  W-EXCL-STAMP-SW             PIC X(01) VALUE 'N'.
    88  W-EXCL-STAMPED                    VALUE 'Y'.
    88  W-EXCL-NOT-STAMPED                VALUE 'N'.

01  W-HSET-FOUND-SW             PIC X(01) VALUE 'N'.
    88  W-HSET-FOUND                      VALUE 'Y'.
01  W-EXCL-TABLE.
    05  W-EXCL-VALUE OCCURS 10000 TIMES   PIC S9(9).

01  W-EXM-TABLE.
    05  W-EXM-ENTRY OCCURS 10000 TIMES.
        10  W-EXM-VALUE             PIC S9(9).
        10  W-EXM-EFF-FROM          PIC 9(8).
        10  W-EXM-EFF-TO            PIC 9(8).
        10  W-EXM-ADDED-GEN         PIC X(16).
        10  W-EXM-DELETED-GEN       PIC X(16).

01  W-STR-TABLE.
    05  W-STR-ENTRY OCCURS 20 TIMES.
        10  W-STR-MIN-NUM           PIC S9(9).
        10  W-STR-MAX-NUM           PIC S9(9).
        10  W-STR-LEN-ARR           PIC 9(9).
        10  W-STR-UNIQUE-SW         PIC X(01).

01  W-RAN-NUM-TABLE.
    05  W-RAN-NUM OCCURS 100000 TIMES     PIC S9(9).

01  W-POOL-TABLE.
    05  W-POOL-NUM OCCURS 100000 TIMES    PIC S9(9).

01  W-DRW-NUM-TABLE.
    05  W-DRW-NUM OCCURS 100000 TIMES     PIC S9(9).

01  W-ARC-POS-TABLE.
    05  W-ARC-POS OCCURS 100000 TIMES     PIC 9(6).

01  W-POS-SEEN-TABLE.
    05  W-POS-SEEN OCCURS 100000 TIMES    PIC X(01).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM LOAD-EXCLUSION-MASTER.
    OPEN INPUT W-VRFY-FILE.
    OPEN OUTPUT W-RPT-FILE.
    ACCEPT W-RUN-DATE FROM DATE YYYYMMDD.
        W-RUN-DATE '  TIME: ' W-RUN-TIME
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-EXM-COUNT TO W-RPT-EXCL-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'EXCLUSION MASTER ENTRIES LOADED: ' W-RPT-EXCL-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    PERFORM READ-VERIFY-RECORD.
        END-IF
    END-IF.
    GOBACK.
    LOAD-EXCLUSION-MASTER SECTION.
    OPEN INPUT W-EXM-FILE.
    IF W-EXM-STATUS = '00' OR W-EXM-STATUS = '05'
        PERFORM READ-EXCLUSION-MASTER
        PERFORM LOAD-ONE-MASTER-ENTRY UNTIL W-EXM-EOF
    END-IF.
    CLOSE W-EXM-FILE.
    READ-EXCLUSION-MASTER SECTION.
    READ W-EXM-FILE
        AT END
            SET W-EXM-EOF TO TRUE
    END-READ.
    LOAD-ONE-MASTER-ENTRY SECTION.
    IF W-EXM-COUNT NOT LESS THAN W-EXM-LIMIT
        DISPLAY 'ASFDVRFY: EXCLUSION MASTER TOO LARGE - RUN ABENDED'
        MOVE 16 TO RETURN-CODE
        CLOSE W-EXM-FILE
        GOBACK
    END-IF.
    ADD 1 TO W-EXM-COUNT.
    MOVE EXM-VALUE TO W-EXM-VALUE(W-EXM-COUNT).
    MOVE EXM-EFF-FROM TO W-EXM-EFF-FROM(W-EXM-COUNT).
    MOVE EXM-EFF-TO TO W-EXM-EFF-TO(W-EXM-COUNT).
    MOVE EXM-ADDED-GEN TO W-EXM-ADDED-GEN(W-EXM-COUNT).
    MOVE EXM-DELETED-GEN TO W-EXM-DELETED-GEN(W-EXM-COUNT).
    PERFORM READ-EXCLUSION-MASTER.
    REBUILD-EXCLUSION-SET SECTION.
    MOVE SPACES TO W-EXSET-TABLE.
    MOVE ZERO TO W-EXCL-COUNT.
    IF W-EXCL-STAMPED AND W-STAMP-EXCL-GEN NOT = SPACES
        MOVE W-STAMP-EXCL-GEN TO W-ASOF-GEN
    ELSE
        MOVE W-RUN-GEN-TIMESTAMP TO W-ASOF-GEN
    END-IF.
    MOVE W-ASOF-GEN(1:8) TO W-ASOF-DATE.
    IF W-EXCL-NOT-STAMPED OR W-STAMP-EXCL-COUNT GREATER THAN ZERO
        PERFORM REBUILD-ONE-EXCLUSION
            VARYING W-E FROM 1 BY 1 UNTIL W-E > W-EXM-COUNT
    END-IF.
    REBUILD-ONE-EXCLUSION SECTION.
    IF W-EXM-ADDED-GEN(W-E) NOT GREATER THAN W-ASOF-GEN
       AND (W-EXM-DELETED-GEN(W-E) = SPACES
            OR W-EXM-DELETED-GEN(W-E) GREATER THAN W-ASOF-GEN)
       AND W-EXM-EFF-FROM(W-E) NOT GREATER THAN W-ASOF-DATE
       AND W-EXM-EFF-TO(W-E) NOT LESS THAN W-ASOF-DATE
        MOVE W-EXM-VALUE(W-E) TO W-HSET-ARG
        PERFORM EXSET-LOOKUP
        IF W-HSET-NOT-FOUND
            IF W-EXCL-COUNT NOT LESS THAN W-EXCL-LIMIT
                DISPLAY 'ASFDVRFY: TOO MANY EXCLUSION ENTRIES'
                    ' - RUN ABENDED'
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            ADD 1 TO W-EXCL-COUNT
            MOVE W-EXM-VALUE(W-E) TO W-EXCL-VALUE(W-EXCL-COUNT)
            MOVE 'Y' TO W-EXSET-USED(W-HSET-X)
            MOVE W-HSET-ARG TO W-EXSET-VALUE(W-HSET-X)
        END-IF
    END-IF.
    PRINT-EXCLUSION-GENERATION SECTION.
    MOVE W-EXCL-COUNT TO W-RPT-EXCL-ED.
    MOVE SPACES TO W-RPT-LINE.
    IF W-EXCL-NOT-STAMPED
        STRING 'EXCLUSION GENERATION: NOT STAMPED - REBUILT AS OF '
            'RUN DATE ' W-ASOF-DATE '  ENTRIES: ' W-RPT-EXCL-ED
            DELIMITED BY SIZE INTO W-RPT-LINE
    ELSE
        MOVE W-STAMP-EXCL-COUNT TO W-RPT-STAMP-ED
        IF W-STAMP-EXCL-GEN = SPACES
            STRING 'EXCLUSION GENERATION: NONE'
                '  ENTRIES: ' W-RPT-EXCL-ED
                '  STAMPED: ' W-RPT-STAMP-ED
                DELIMITED BY SIZE INTO W-RPT-LINE
        ELSE
            STRING 'EXCLUSION GENERATION: ' W-STAMP-EXCL-GEN
                '  ENTRIES: ' W-RPT-EXCL-ED
                '  STAMPED: ' W-RPT-STAMP-ED
                DELIMITED BY SIZE INTO W-RPT-LINE
        END-IF
    END-IF.
    WRITE W-RPT-LINE.
    READ-VERIFY-RECORD SECTION.
    READ W-VRFY-FILE
        AT END
            WRITE W-RPT-LINE
        ELSE
        IF W-SEED-FIXED
            PERFORM REBUILD-EXCLUSION-SET
            PERFORM PRINT-EXCLUSION-GENERATION
            IF W-EXCL-STAMPED
               AND W-EXCL-COUNT NOT = W-STAMP-EXCL-COUNT
                ADD 1 TO W-RUNS-UNVERIFIABLE
                MOVE SPACES TO W-RPT-LINE
                STRING 'CERTIFICATE: NOT VERIFIABLE - EXCLUSION SET '
                    'CANNOT BE REBUILT FROM EXCLMSTR'
                    DELIMITED BY SIZE INTO W-RPT-LINE
                WRITE W-RPT-LINE
            ELSE
                IF W-STR-COUNT NOT = W-STR-EXPECTED
                   OR (W-STR-COUNT GREATER THAN ZERO
                       AND W-STR-TOTAL NOT = W-LEN-ARR)
                    ADD 1 TO W-RUNS-UNVERIFIABLE
                    MOVE SPACES TO W-RPT-LINE
                    STRING 'CERTIFICATE: NOT VERIFIABLE - STRATUM '
                        'RECORDS DO NOT MATCH RUN HEADER'
                        DELIMITED BY SIZE INTO W-RPT-LINE
                    WRITE W-RPT-LINE
                ELSE
                    PERFORM REPLAY-AND-COMPARE
                END-IF
            END-IF
        ELSE
            ADD 1 TO W-RUNS-UNVERIFIABLE
            MOVE SPACES TO W-RPT-LINE
    SET W-COLLECT-OFF TO TRUE.
    SET W-XTR-NOT-EOF TO TRUE.
    MOVE ZERO TO W-ARC-COUNT.
    MOVE ZERO TO W-POS-COUNT.
    OPEN INPUT W-XTR-FILE.
    PERFORM READ-INTERFACE-RECORD.
    PERFORM COLLECT-ONE-RECORD UNTIL W-XTR-EOF.
        IF XTR-RUN-ID = W-WANTED-RUN-ID
            SET W-RUN-FOUND TO TRUE
            SET W-COLLECT-ON TO TRUE
            MOVE XTR-GEN-TIMESTAMP TO W-RUN-GEN-TIMESTAMP
            MOVE ZERO TO W-STR-COUNT
            MOVE ZERO TO W-STR-TOTAL
            IF XTR-HDR-STRATUM-COUNT NUMERIC
                MOVE XTR-HDR-STRATUM-COUNT TO W-STR-EXPECTED
            ELSE
                MOVE ZERO TO W-STR-EXPECTED
            END-IF
            IF XTR-HDR-EXCL-COUNT NUMERIC
                SET W-EXCL-STAMPED TO TRUE
                MOVE XTR-HDR-EXCL-GEN TO W-STAMP-EXCL-GEN
                MOVE XTR-HDR-EXCL-COUNT TO W-STAMP-EXCL-COUNT
            ELSE
                SET W-EXCL-NOT-STAMPED TO TRUE
                MOVE SPACES TO W-STAMP-EXCL-GEN
                MOVE ZERO TO W-STAMP-EXCL-COUNT
            END-IF
            MOVE XTR-HDR-MIN-NUM TO W-MIN-NUM
            MOVE XTR-HDR-MAX-NUM TO W-MAX-NUM
            MOVE XTR-HDR-LEN-ARR TO W-LEN-ARR
            ADD 1 TO W-ARC-COUNT
            IF W-ARC-COUNT NOT GREATER THAN 100000
                MOVE XTR-SORTED-VALUE TO W-ARC-NUM(W-ARC-COUNT)
                IF XTR-DRAW-POS NUMERIC
                    ADD 1 TO W-POS-COUNT
                    MOVE XTR-DRAW-POS TO W-ARC-POS(W-ARC-COUNT)
                ELSE
                    MOVE ZERO TO W-ARC-POS(W-ARC-COUNT)
                END-IF
            END-IF
        END-IF
        IF XTR-STRATUM-REC AND W-COLLECT-ON
           AND W-STR-COUNT LESS THAN W-STR-LIMIT
            ADD 1 TO W-STR-COUNT
            MOVE XTR-STR-MIN-NUM TO W-STR-MIN-NUM(W-STR-COUNT)
            MOVE XTR-STR-MAX-NUM TO W-STR-MAX-NUM(W-STR-COUNT)
            MOVE XTR-STR-RECORD-COUNT TO W-STR-LEN-ARR(W-STR-COUNT)
            MOVE XTR-STR-UNIQUE-SW TO W-STR-UNIQUE-SW(W-STR-COUNT)
            ADD XTR-STR-RECORD-COUNT TO W-STR-TOTAL
        END-IF
    END-IF.
    PERFORM READ-INTERFACE-RECORD.
    REPLAY-AND-COMPARE SECTION.
    PERFORM PRINT-RUN-PARAMETERS.
    IF W-UNIQUE-ON OR W-STR-COUNT GREATER THAN ZERO
        MOVE SPACES TO W-HSET-TABLE
    END-IF.
    COMPUTE SEED = FUNCTION RANDOM(W-SEED-VALUE).
    PERFORM GENERATE-RANDOM-NUM.
    MOVE W-RAN-NUM-TABLE TO W-DRW-NUM-TABLE.
    PERFORM SORTING-ARRAY.
    MOVE ZERO TO W-MISMATCH-COUNT.
    MOVE ZERO TO W-FIRST-MISMATCH.
    STRING 'ARCHIVED VALUES: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    IF W-POS-COUNT = ZERO
        MOVE SPACES TO W-RPT-LINE
        STRING 'DRAW ORDER: NOT RECORDED FOR THIS RUN - '
            'SORTED SET VERIFIED ONLY'
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    ELSE
        PERFORM CHECK-DRAW-ORDER
        MOVE W-ORDER-MISMATCH TO W-RPT-COUNT-ED
        MOVE SPACES TO W-RPT-LINE
        STRING 'DRAW ORDER MISMATCHES: ' W-RPT-COUNT-ED
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
        IF W-FIRST-ORDER-MISMATCH GREATER THAN ZERO
            MOVE W-FIRST-ORDER-MISMATCH TO W-RPT-COUNT-ED
            MOVE SPACES TO W-RPT-LINE
            STRING 'FIRST DRAW ORDER MISMATCH AT ENTRY: '
                W-RPT-COUNT-ED
                DELIMITED BY SIZE INTO W-RPT-LINE
            WRITE W-RPT-LINE
        END-IF
        ADD W-ORDER-MISMATCH TO W-MISMATCH-COUNT
    END-IF.
    MOVE W-MISMATCH-COUNT TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'MISMATCHES: ' W-RPT-COUNT-ED
    IF W-MISMATCH-COUNT = ZERO
        ADD 1 TO W-RUNS-PASSED
        MOVE SPACES TO W-RPT-LINE
        IF W-POS-COUNT GREATER THAN ZERO
            STRING 'CERTIFICATE: PASS - REGENERATED SEQUENCE AND '
                'DRAW ORDER MATCH ARCHIVED DRAW'
                DELIMITED BY SIZE INTO W-RPT-LINE
        ELSE
            STRING 'CERTIFICATE: PASS - REGENERATED SEQUENCE MATCHES '
                'ARCHIVED DRAW'
                DELIMITED BY SIZE INTO W-RPT-LINE
        END-IF
        WRITE W-RPT-LINE
    ELSE
        ADD 1 TO W-RUNS-FAILED
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    END-IF.
    CHECK-DRAW-ORDER SECTION.
    MOVE ZERO TO W-ORDER-MISMATCH.
    MOVE ZERO TO W-FIRST-ORDER-MISMATCH.
    MOVE SPACES TO W-POS-SEEN-TABLE.
    IF W-POS-COUNT NOT = W-ARC-COUNT
        ADD 1 TO W-ORDER-MISMATCH
    END-IF.
    PERFORM CHECK-ONE-DRAW-POSITION
        VARYING W-I FROM 1 BY 1
        UNTIL W-I > W-ARC-COUNT OR W-I > W-LEN-ARR.
    CHECK-ONE-DRAW-POSITION SECTION.
    MOVE W-ORDER-MISMATCH TO W-J.
    MOVE W-ARC-POS(W-I) TO W-P.
    IF W-P = ZERO OR W-P GREATER THAN W-LEN-ARR
        ADD 1 TO W-ORDER-MISMATCH
    ELSE
        IF W-POS-SEEN(W-P) = 'Y'
           OR W-DRW-NUM(W-P) NOT = W-ARC-NUM(W-I)
            ADD 1 TO W-ORDER-MISMATCH
        END-IF
    END-IF.
    IF W-P GREATER THAN ZERO AND W-P NOT GREATER THAN W-LEN-ARR
        MOVE 'Y' TO W-POS-SEEN(W-P)
    END-IF.
    IF W-ORDER-MISMATCH GREATER THAN W-J
       AND W-FIRST-ORDER-MISMATCH = ZERO
        MOVE W-I TO W-FIRST-ORDER-MISMATCH
    END-IF.
    PRINT-RUN-PARAMETERS SECTION.
    MOVE W-MIN-NUM TO W-RPT-NUM-ED.
    MOVE SPACES TO W-RPT-LINE.
        '  GEN MODE: ' W-GEN-MODE-SW
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    IF W-STR-COUNT GREATER THAN ZERO
        MOVE W-STR-COUNT TO W-RPT-STR-ED
        MOVE SPACES TO W-RPT-LINE
        STRING 'STRATA: ' W-RPT-STR-ED
            ' - REPLAYED STRATUM BY STRATUM'
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    END-IF.
    GENERATE-RANDOM-NUM SECTION.
    IF W-STR-COUNT GREATER THAN ZERO
        MOVE ZERO TO W-GEN-LAST
        PERFORM GENERATE-ONE-STRATUM
            VARYING W-S FROM 1 BY 1 UNTIL W-S > W-STR-COUNT
    ELSE
        MOVE 1 TO W-GEN-FIRST
        MOVE W-LEN-ARR TO W-GEN-LAST
        PERFORM GENERATE-SUB-RANGE
    END-IF.
    GENERATE-ONE-STRATUM SECTION.
    MOVE W-STR-MIN-NUM(W-S) TO W-MIN-NUM.
    MOVE W-STR-MAX-NUM(W-S) TO W-MAX-NUM.
    MOVE W-STR-UNIQUE-SW(W-S) TO W-UNIQUE-SW.
    COMPUTE W-GEN-FIRST = W-GEN-LAST + 1.
    COMPUTE W-GEN-LAST = W-GEN-LAST + W-STR-LEN-ARR(W-S).
    PERFORM GENERATE-SUB-RANGE.
    GENERATE-SUB-RANGE SECTION.
    IF W-GEN-DENSE
        PERFORM GENERATE-DENSE-UNIQUE
    ELSE
        PERFORM VARYING W-I FROM W-GEN-FIRST BY 1 UNTIL W-I > W-GEN-LAST
            PERFORM GENERATE-ONE-NUMBER WITH TEST AFTER
                UNTIL W-NO-REDRAW
            PERFORM NOTE-DRAWN-VALUE
    END-IF.
    GENERATE-DENSE-UNIQUE SECTION.
    PERFORM BUILD-CANDIDATE-POOL.
    PERFORM VARYING W-I FROM W-GEN-FIRST BY 1 UNTIL W-I > W-GEN-LAST
        PERFORM DRAW-FROM-POOL
        PERFORM NOTE-DRAWN-VALUE
    END-PERFORM.
