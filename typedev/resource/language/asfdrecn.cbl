77  W-RUNS-CHECKED              PIC 9(4) VALUE ZERO.
77  W-ERROR-COUNT               PIC 9(4) VALUE ZERO.
77  W-RPT-COUNT-ED              PIC Z(8)9.
77  W-S                         PIC 9(2) VALUE ZERO.
77  W-STR-COUNT                 PIC 9(2) VALUE ZERO.
77  W-STR-LIMIT                 PIC 9(2) VALUE 20.
77  W-STR-EXPECTED              PIC 9(2) VALUE ZERO.
77  W-STR-RECS-SEEN             PIC 9(2) VALUE ZERO.
77  W-STR-CODE-ARG              PIC X(02) VALUE SPACES.
77  W-STR-TOTAL-COUNT           PIC 9(9) VALUE ZERO.
77  W-STR-TOTAL-HASH            PIC S9(15) VALUE ZERO.
77  W-RPT-HASH-ED               PIC -(14)9.

01  W-XTR-EOF-SW                PIC X(01) VALUE 'N'.
    88  W-RUN-ID-FOUND                    VALUE 'Y'.
    88  W-RUN-ID-NOT-FOUND                VALUE 'N'.

01  W-STR-FOUND-SW              PIC X(01) VALUE 'N'.
    88  W-STR-FOUND                       VALUE 'Y'.
    88  W-STR-NOT-FOUND                   VALUE 'N'.

01  W-STR-OVERFLOW-SW           PIC X(01) VALUE 'N'.
    88  W-STR-OVERFLOW                    VALUE 'Y'.
    88  W-STR-NO-OVERFLOW                 VALUE 'N'.

01  W-STR-TABLE.
    05  W-STR-ENTRY OCCURS 20 TIMES.
        10  W-STR-CODE              PIC X(02).
        10  W-STR-DET-COUNT         PIC 9(9).
        10  W-STR-DET-HASH          PIC S9(15).
        10  W-STR-MATCHED-SW        PIC X(01).

01  W-RAN-COUNT-TABLE.
    05  W-RAN-ENTRY OCCURS 100 TIMES.
        10  W-RAN-RUN-ID            PIC X(08).
        MOVE XTR-RUN-ID TO W-RECN-RUN-ID
        MOVE ZERO TO W-DETAIL-COUNT
        MOVE ZERO TO W-DETAIL-HASH
        PERFORM START-RUN-STRATA
    ELSE
        IF XTR-DETAIL-REC AND W-RUN-OPEN
            ADD 1 TO W-DETAIL-COUNT
            ADD XTR-SORTED-VALUE TO W-DETAIL-HASH
            IF XTR-STRATUM-CODE NOT = SPACES
                PERFORM NOTE-DETAIL-STRATUM
            END-IF
        END-IF
        IF XTR-STRATUM-REC AND W-RUN-OPEN
            PERFORM CHECK-STRATUM-BALANCE
        END-IF
        IF XTR-STRATUM-REC AND W-RUN-NOT-OPEN
            ADD 1 TO W-ERROR-COUNT
            MOVE SPACES TO W-RPT-LINE
            STRING 'ERROR: RUN ' XTR-RUN-ID
                ' STRATUM RECORD OUTSIDE RUN GROUP'
                DELIMITED BY SIZE INTO W-RPT-LINE
            WRITE W-RPT-LINE
        END-IF
        IF XTR-DETAIL-REC AND W-RUN-NOT-OPEN
            ADD 1 TO W-ERROR-COUNT
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    END-IF.
    IF W-STR-EXPECTED GREATER THAN ZERO
       OR W-STR-RECS-SEEN GREATER THAN ZERO
       OR W-STR-COUNT GREATER THAN ZERO
        PERFORM CHECK-STRATA-COMPLETE
    END-IF.
    PERFORM CHECK-RANOUT-COUNT.
    START-RUN-STRATA SECTION.
    MOVE ZERO TO W-STR-COUNT.
    MOVE ZERO TO W-STR-RECS-SEEN.
    MOVE ZERO TO W-STR-TOTAL-COUNT.
    MOVE ZERO TO W-STR-TOTAL-HASH.
    SET W-STR-NO-OVERFLOW TO TRUE.
    IF XTR-HDR-STRATUM-COUNT NUMERIC
        MOVE XTR-HDR-STRATUM-COUNT TO W-STR-EXPECTED
    ELSE
        MOVE ZERO TO W-STR-EXPECTED
    END-IF.
    FIND-RUN-STRATUM SECTION.
    SET W-STR-NOT-FOUND TO TRUE.
    PERFORM VARYING W-S FROM 1 BY 1
            UNTIL W-S > W-STR-COUNT OR W-STR-FOUND
        IF W-STR-CODE(W-S) = W-STR-CODE-ARG
            SET W-STR-FOUND TO TRUE
        END-IF
    END-PERFORM.
    IF W-STR-FOUND
        SUBTRACT 1 FROM W-S
    END-IF.
    NOTE-DETAIL-STRATUM SECTION.
    MOVE XTR-STRATUM-CODE TO W-STR-CODE-ARG.
    PERFORM FIND-RUN-STRATUM.
    IF W-STR-NOT-FOUND
        IF W-STR-COUNT NOT LESS THAN W-STR-LIMIT
            IF W-STR-NO-OVERFLOW
                SET W-STR-OVERFLOW TO TRUE
                ADD 1 TO W-ERROR-COUNT
                MOVE SPACES TO W-RPT-LINE
                STRING 'ERROR: RUN ' W-RECN-RUN-ID
                    ' HAS TOO MANY STRATUM CODES'
                    DELIMITED BY SIZE INTO W-RPT-LINE
                WRITE W-RPT-LINE
            END-IF
        ELSE
            ADD 1 TO W-STR-COUNT
            MOVE W-STR-COUNT TO W-S
            MOVE W-STR-CODE-ARG TO W-STR-CODE(W-S)
            MOVE ZERO TO W-STR-DET-COUNT(W-S)
            MOVE ZERO TO W-STR-DET-HASH(W-S)
            MOVE 'N' TO W-STR-MATCHED-SW(W-S)
            SET W-STR-FOUND TO TRUE
        END-IF
    END-IF.
    IF W-STR-FOUND
        ADD 1 TO W-STR-DET-COUNT(W-S)
        ADD XTR-SORTED-VALUE TO W-STR-DET-HASH(W-S)
    END-IF.
    CHECK-STRATUM-BALANCE SECTION.
    ADD 1 TO W-STR-RECS-SEEN.
    ADD XTR-STR-RECORD-COUNT TO W-STR-TOTAL-COUNT.
    ADD XTR-STR-HASH-TOTAL TO W-STR-TOTAL-HASH.
    MOVE XTR-STR-RECORD-COUNT TO W-RPT-COUNT-ED.
    MOVE XTR-STR-HASH-TOTAL TO W-RPT-HASH-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'RUN ' W-RECN-RUN-ID
        '  STRATUM ' XTR-STR-CODE
        '  RECORDS: ' W-RPT-COUNT-ED
        '  HASH: ' W-RPT-HASH-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE XTR-STR-CODE TO W-STR-CODE-ARG.
    PERFORM FIND-RUN-STRATUM.
    IF W-STR-NOT-FOUND
        IF XTR-STR-RECORD-COUNT NOT = ZERO
            ADD 1 TO W-ERROR-COUNT
            MOVE SPACES TO W-RPT-LINE
            STRING 'ERROR: RUN ' W-RECN-RUN-ID
                ' STRATUM ' XTR-STR-CODE
                ' HAS NO DETAIL RECORDS'
                DELIMITED BY SIZE INTO W-RPT-LINE
            WRITE W-RPT-LINE
        END-IF
    ELSE
        MOVE 'Y' TO W-STR-MATCHED-SW(W-S)
        IF XTR-STR-RECORD-COUNT NOT = W-STR-DET-COUNT(W-S)
            ADD 1 TO W-ERROR-COUNT
            MOVE SPACES TO W-RPT-LINE
            STRING 'ERROR: RUN ' W-RECN-RUN-ID
                ' STRATUM ' XTR-STR-CODE
                ' COUNT ' W-RPT-COUNT-ED
                ' DOES NOT MATCH DETAILS'
                DELIMITED BY SIZE INTO W-RPT-LINE
            WRITE W-RPT-LINE
        END-IF
        IF XTR-STR-HASH-TOTAL NOT = W-STR-DET-HASH(W-S)
            ADD 1 TO W-ERROR-COUNT
            MOVE SPACES TO W-RPT-LINE
            STRING 'ERROR: RUN ' W-RECN-RUN-ID
                ' STRATUM ' XTR-STR-CODE
                ' HASH ' W-RPT-HASH-ED
                ' DOES NOT MATCH DETAILS'
                DELIMITED BY SIZE INTO W-RPT-LINE
            WRITE W-RPT-LINE
        END-IF
    END-IF.
    CHECK-STRATA-COMPLETE SECTION.
    IF W-STR-RECS-SEEN NOT = W-STR-EXPECTED
        ADD 1 TO W-ERROR-COUNT
        MOVE W-STR-RECS-SEEN TO W-RPT-COUNT-ED
        MOVE SPACES TO W-RPT-LINE
        STRING 'ERROR: RUN ' W-RECN-RUN-ID
            ' STRATUM RECORDS ' W-RPT-COUNT-ED
            ' DO NOT MATCH HEADER STRATUM COUNT'
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    END-IF.
    PERFORM VARYING W-S FROM 1 BY 1 UNTIL W-S > W-STR-COUNT
        IF W-STR-MATCHED-SW(W-S) NOT = 'Y'
            ADD 1 TO W-ERROR-COUNT
            MOVE SPACES TO W-RPT-LINE
            STRING 'ERROR: RUN ' W-RECN-RUN-ID
                ' STRATUM ' W-STR-CODE(W-S)
                ' DETAILS HAVE NO STRATUM RECORD'
                DELIMITED BY SIZE INTO W-RPT-LINE
            WRITE W-RPT-LINE
        END-IF
    END-PERFORM.
    IF W-STR-TOTAL-COUNT NOT = XTR-TRL-RECORD-COUNT
       OR W-STR-TOTAL-HASH NOT = XTR-TRL-HASH-TOTAL
        ADD 1 TO W-ERROR-COUNT
        MOVE SPACES TO W-RPT-LINE
        STRING 'ERROR: RUN ' W-RECN-RUN-ID
            ' STRATUM TOTALS DO NOT MATCH TRAILER'
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    END-IF.
    CHECK-RANOUT-COUNT SECTION.
    SET W-RUN-ID-NOT-FOUND TO TRUE.
    PERFORM VARYING W-K FROM 1 BY 1
