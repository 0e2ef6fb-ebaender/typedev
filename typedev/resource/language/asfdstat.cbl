77  W-RPT-SD-ED                 PIC Z(8)9.99.
77  W-RPT-CHI-ED                PIC Z(5)9.999.
77  W-RPT-BUCKET-ED             PIC Z9.
77  W-T                         PIC 9(2) VALUE ZERO.
77  W-V                         PIC 9(6) VALUE ZERO.
77  W-TALLY-VALUE               PIC S9(9) VALUE ZERO.
77  W-HDR-MIN                   PIC S9(9) VALUE ZERO.
77  W-HDR-MAX                   PIC S9(9) VALUE ZERO.
77  W-VAL-COUNT                 PIC 9(6) VALUE ZERO.
77  W-VAL-LIMIT                 PIC 9(6) VALUE 100000.
77  W-VAL-FILTER                PIC X(02) VALUE SPACES.
77  W-SST-COUNT                 PIC 9(2) VALUE ZERO.
77  W-SST-LIMIT                 PIC 9(2) VALUE 20.
77  W-SST-EXPECTED              PIC 9(2) VALUE ZERO.
77  W-STRATA-FLAGGED            PIC 9(2) VALUE ZERO.
77  W-WORST-CHI                 PIC S9(9)V9(3) COMP-3 VALUE ZERO.
77  W-RPT-STR-ED                PIC Z9.

01  W-XTR-EOF-SW                PIC X(01) VALUE 'N'.
    88  W-XTR-EOF                         VALUE 'Y'.
01  W-BUCKET-TABLE.
    05  W-BUCKET-COUNT OCCURS 10 TIMES    PIC 9(6).

01  W-SST-TABLE.
    05  W-SST-ENTRY OCCURS 20 TIMES.
        10  W-SST-CODE              PIC X(02).
        10  W-SST-MIN               PIC S9(9).
        10  W-SST-MAX               PIC S9(9).

01  W-VAL-TABLE.
    05  W-VAL-ENTRY OCCURS 100000 TIMES.
        10  W-VAL-VALUE             PIC S9(9).
        10  W-VAL-STRATUM           PIC X(02).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    OPEN INPUT W-XTR-FILE.
        PERFORM START-NEW-RUN
    ELSE
        IF XTR-DETAIL-REC AND W-RUN-OPEN
            MOVE XTR-SORTED-VALUE TO W-TALLY-VALUE
            PERFORM TALLY-ONE-VALUE
            IF W-SST-EXPECTED GREATER THAN ZERO
                PERFORM SAVE-RUN-VALUE
            END-IF
        END-IF
        IF XTR-STRATUM-REC AND W-RUN-OPEN
            PERFORM NOTE-RUN-STRATUM
        END-IF
    END-IF.
    PERFORM READ-INTERFACE-RECORD.
    ELSE
        MOVE XTR-HDR-DIST-MODE TO W-STAT-DIST-MODE
    END-IF.
    MOVE XTR-HDR-MIN-NUM TO W-HDR-MIN.
    MOVE XTR-HDR-MAX-NUM TO W-HDR-MAX.
    MOVE ZERO TO W-VAL-COUNT.
    MOVE ZERO TO W-SST-COUNT.
    IF XTR-HDR-STRATUM-COUNT NUMERIC
        MOVE XTR-HDR-STRATUM-COUNT TO W-SST-EXPECTED
    ELSE
        MOVE ZERO TO W-SST-EXPECTED
    END-IF.
    MOVE W-HDR-MIN TO W-RANGE-MIN.
    MOVE W-HDR-MAX TO W-RANGE-MAX.
    PERFORM RESET-RUN-TALLY.
    RESET-RUN-TALLY SECTION.
    COMPUTE W-RANGE-SIZE = W-RANGE-MAX - W-RANGE-MIN + 1.
    MOVE ZERO TO W-STAT-COUNT.
    MOVE ZERO TO W-STAT-SUM.
    END-PERFORM.
    TALLY-ONE-VALUE SECTION.
    ADD 1 TO W-STAT-COUNT.
    COMPUTE W-STAT-OFFSET = W-TALLY-VALUE - W-RANGE-MIN.
    ADD W-STAT-OFFSET TO W-STAT-SUM.
    COMPUTE W-STAT-SUMSQ = W-STAT-SUMSQ +
        (W-STAT-OFFSET * W-STAT-OFFSET).
    IF W-TALLY-VALUE LESS THAN W-STAT-MIN
        MOVE W-TALLY-VALUE TO W-STAT-MIN
    END-IF.
    IF W-TALLY-VALUE GREATER THAN W-STAT-MAX
        MOVE W-TALLY-VALUE TO W-STAT-MAX
    END-IF.
    COMPUTE W-K = ((W-TALLY-VALUE - W-RANGE-MIN) * 10)
        / W-RANGE-SIZE + 1.
    IF W-K LESS THAN 1
        MOVE 1 TO W-K
        MOVE 10 TO W-K
    END-IF.
    ADD 1 TO W-BUCKET-COUNT(W-K).
    SAVE-RUN-VALUE SECTION.
    IF W-VAL-COUNT LESS THAN W-VAL-LIMIT
        ADD 1 TO W-VAL-COUNT
        MOVE XTR-SORTED-VALUE TO W-VAL-VALUE(W-VAL-COUNT)
        MOVE XTR-STRATUM-CODE TO W-VAL-STRATUM(W-VAL-COUNT)
    END-IF.
    NOTE-RUN-STRATUM SECTION.
    IF W-SST-COUNT LESS THAN W-SST-LIMIT
        ADD 1 TO W-SST-COUNT
        MOVE XTR-STR-CODE TO W-SST-CODE(W-SST-COUNT)
        MOVE XTR-STR-MIN-NUM TO W-SST-MIN(W-SST-COUNT)
        MOVE XTR-STR-MAX-NUM TO W-SST-MAX(W-SST-COUNT)
    END-IF.
    TALLY-SAVED-VALUE SECTION.
    IF W-VAL-FILTER = SPACES
       OR W-VAL-STRATUM(W-V) = W-VAL-FILTER
        MOVE W-VAL-VALUE(W-V) TO W-TALLY-VALUE
        PERFORM TALLY-ONE-VALUE
    END-IF.
    PRINT-RUN-STATISTICS SECTION.
    SET W-RUN-NOT-OPEN TO TRUE.
    MOVE SPACES TO W-RPT-LINE.
        STRING 'NO DETAIL VALUES FOR THIS RUN'
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    ELSE
        IF W-SST-COUNT GREATER THAN ZERO
            PERFORM PRINT-STRATIFIED-BODY
        ELSE
            PERFORM PRINT-RUN-BODY
        END-IF
        IF W-RUN-FLAGGED
            ADD 1 TO W-RUNS-FLAGGED
        END-IF
        PERFORM WRITE-STAT-HISTORY
    END-IF.
    PRINT-STRATIFIED-BODY SECTION.
    MOVE W-SST-COUNT TO W-RPT-STR-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'STRATIFIED RUN - STRATA: ' W-RPT-STR-ED
        ' - QUALITY MEASURED WITHIN EACH STRATUM RANGE'
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE ZERO TO W-STRATA-FLAGGED.
    MOVE ZERO TO W-WORST-CHI.
    PERFORM PRINT-ONE-STRATUM
        VARYING W-T FROM 1 BY 1 UNTIL W-T > W-SST-COUNT.
    MOVE W-HDR-MIN TO W-RANGE-MIN.
    MOVE W-HDR-MAX TO W-RANGE-MAX.
    PERFORM RESET-RUN-TALLY.
    MOVE SPACES TO W-VAL-FILTER.
    PERFORM TALLY-SAVED-VALUE
        VARYING W-V FROM 1 BY 1 UNTIL W-V > W-VAL-COUNT.
    PERFORM COMPUTE-RUN-MOMENTS.
    MOVE W-WORST-CHI TO W-CHI-SQUARE.
    IF W-STRATA-FLAGGED GREATER THAN ZERO
        SET W-RUN-FLAGGED TO TRUE
    ELSE
        SET W-RUN-NOT-FLAGGED TO TRUE
    END-IF.
    MOVE SPACES TO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-STRATA-FLAGGED TO W-RPT-STR-ED.
    MOVE W-WORST-CHI TO W-RPT-CHI-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'RUN ID: ' W-STAT-RUN-ID
        '  STRATA OUTSIDE TOLERANCE: ' W-RPT-STR-ED
        '  WORST STRATUM CHI-SQUARE: ' W-RPT-CHI-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    PRINT-ONE-STRATUM SECTION.
    MOVE W-SST-MIN(W-T) TO W-RANGE-MIN.
    MOVE W-SST-MAX(W-T) TO W-RANGE-MAX.
    PERFORM RESET-RUN-TALLY.
    MOVE W-SST-CODE(W-T) TO W-VAL-FILTER.
    PERFORM TALLY-SAVED-VALUE
        VARYING W-V FROM 1 BY 1 UNTIL W-V > W-VAL-COUNT.
    MOVE SPACES TO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-RANGE-MIN TO W-RPT-LOW-ED.
    MOVE W-RANGE-MAX TO W-RPT-HIGH-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'STRATUM: ' W-SST-CODE(W-T)
        '  RANGE ' W-RPT-LOW-ED
        '  TO ' W-RPT-HIGH-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-STAT-COUNT TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'VALUES ANALYZED: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    IF W-STAT-COUNT = ZERO
        MOVE SPACES TO W-RPT-LINE
        STRING 'NO DETAIL VALUES FOR THIS STRATUM'
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    ELSE
        PERFORM PRINT-RUN-BODY
        IF W-RUN-FLAGGED
            ADD 1 TO W-STRATA-FLAGGED
        END-IF
        IF W-CHI-SQUARE GREATER THAN W-WORST-CHI
            MOVE W-CHI-SQUARE TO W-WORST-CHI
        END-IF
    END-IF.
    COMPUTE-RUN-MOMENTS SECTION.
    COMPUTE W-STAT-OFF-MEAN = W-STAT-SUM / W-STAT-COUNT.
    COMPUTE W-STAT-MEAN = W-STAT-OFF-MEAN + W-RANGE-MIN.
    COMPUTE W-STAT-MEANSQ = W-STAT-OFF-MEAN * W-STAT-OFF-MEAN.
        MOVE ZERO TO W-STAT-VARIANCE
    END-IF.
    COMPUTE W-STAT-STDDEV = FUNCTION SQRT(W-STAT-VARIANCE).
    PRINT-RUN-BODY SECTION.
    SET W-RUN-NOT-FLAGGED TO TRUE.
    PERFORM COMPUTE-RUN-MOMENTS.
    MOVE W-STAT-MEAN TO W-RPT-MEAN-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'MEAN: ' W-RPT-MEAN-ED
        WRITE W-RPT-LINE
    ELSE
        IF W-CHI-SQUARE GREATER THAN W-CHI-LIMIT
            SET W-RUN-FLAGGED TO TRUE
            MOVE SPACES TO W-RPT-LINE
            STRING 'WARNING: DISTRIBUTION OUTSIDE EXPECTED TOLERANCE'
            WRITE W-RPT-LINE
        END-IF
    END-IF.
    WRITE-STAT-HISTORY SECTION.
    MOVE SPACES TO W-STH-RECORD.
    MOVE W-STAT-RUN-ID TO STH-RUN-ID.
