77  W-HIST-DET-COUNT            PIC 9(9) VALUE ZERO.
77  W-RUNS-PASSED               PIC 9(4) VALUE ZERO.
77  W-RUNS-FAILED               PIC 9(4) VALUE ZERO.
77  W-RUNS-REJECTED             PIC 9(4) VALUE ZERO.
77  W-RUNS-AWAITING             PIC 9(4) VALUE ZERO.
77  W-CTL-TAG                   PIC X(05) VALUE SPACES.
77  W-BAL-TAG                   PIC X(05) VALUE SPACES.
77  W-HIST-TAG                  PIC X(05) VALUE SPACES.
77  W-QUAL-TAG                  PIC X(05) VALUE SPACES.
77  W-PUB-TAG                   PIC X(05) VALUE SPACES.
77  W-PUB-BY                    PIC X(12) VALUE SPACES.
77  W-RPT-COUNT-ED              PIC Z(5)9.
77  W-RPT-COUNT2-ED             PIC Z(5)9.

01  W-XTR-EOF-SW                PIC X(01) VALUE 'N'.
    88  W-XTR-EOF                         VALUE 'Y'.
        10  W-CRT-TRL-COUNT         PIC 9(9).
        10  W-CRT-TRL-HASH          PIC S9(15).
        10  W-CRT-CTL-SW            PIC X(01).
        10  W-CRT-PUB-SW            PIC X(01).
        10  W-CRT-REVIEWER-ID       PIC X(08).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    MOVE ZERO TO W-CRT-TRL-COUNT(W-CRT-COUNT).
    MOVE ZERO TO W-CRT-TRL-HASH(W-CRT-COUNT).
    MOVE 'N' TO W-CRT-CTL-SW(W-CRT-COUNT).
    MOVE SPACE TO W-CRT-PUB-SW(W-CRT-COUNT).
    MOVE SPACES TO W-CRT-REVIEWER-ID(W-CRT-COUNT).
    FIND-INTERFACE-RUN SECTION.
    SET W-RUN-NOT-FOUND TO TRUE.
    PERFORM VARYING W-K FROM 1 BY 1
            END-IF
        END-PERFORM
    END-IF.
    IF RCT-PUB-APPROVED OR RCT-PUB-REJECTED
        PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > W-CRT-COUNT
            IF W-CRT-RUN-ID(W-K) = RCT-RUN-ID
               AND RCT-TIMESTAMP NOT LESS THAN W-CRT-TIMESTAMP(W-K)
                MOVE RCT-STATUS TO W-CRT-PUB-SW(W-K)
                MOVE RCT-REVIEWER-ID TO W-CRT-REVIEWER-ID(W-K)
            END-IF
        END-PERFORM
    END-IF.
    PERFORM READ-RUN-CONTROL-RECORD.
    CERTIFY-ALL-RUNS SECTION.
    MOVE SPACES TO W-RPT-LINE.
        VARYING W-K FROM 1 BY 1 UNTIL W-K > W-CRT-COUNT.
    CERTIFY-ONE-RUN SECTION.
    SET W-RUN-PASS TO TRUE.
    PERFORM CHECK-PUBLICATION-DECISION.
    PERFORM CHECK-CONTROL-EVENT.
    PERFORM CHECK-INTERFACE-BALANCE.
    IF W-CRT-PUB-SW(W-K) = 'R'
        MOVE 'BKOUT' TO W-HIST-TAG
        MOVE 'BKOUT' TO W-QUAL-TAG
    ELSE
        PERFORM CHECK-HISTORY-LOAD
        PERFORM CHECK-QUALITY-FLAG
    END-IF.
    MOVE SPACES TO W-RPT-LINE.
    IF W-RUN-PASS
        IF W-CRT-PUB-SW(W-K) = 'R'
            ADD 1 TO W-RUNS-REJECTED
            STRING 'RUN ' W-CRT-RUN-ID(W-K)
                '  CTL:' W-CTL-TAG
                '  BAL:' W-BAL-TAG
                '  HIST:' W-HIST-TAG
                '  QUAL:' W-QUAL-TAG
                '  PUB:' W-PUB-TAG W-PUB-BY
                '  OVERALL: REJECTED'
                DELIMITED BY SIZE INTO W-RPT-LINE
        ELSE
            ADD 1 TO W-RUNS-PASSED
            STRING 'RUN ' W-CRT-RUN-ID(W-K)
                '  CTL:' W-CTL-TAG
                '  BAL:' W-BAL-TAG
                '  HIST:' W-HIST-TAG
                '  QUAL:' W-QUAL-TAG
                '  PUB:' W-PUB-TAG W-PUB-BY
                '  OVERALL: PASS'
                DELIMITED BY SIZE INTO W-RPT-LINE
        END-IF
    ELSE
        ADD 1 TO W-RUNS-FAILED
        STRING 'RUN ' W-CRT-RUN-ID(W-K)
            '  BAL:' W-BAL-TAG
            '  HIST:' W-HIST-TAG
            '  QUAL:' W-QUAL-TAG
            '  PUB:' W-PUB-TAG W-PUB-BY
            '  OVERALL: FAIL'
            DELIMITED BY SIZE INTO W-RPT-LINE
    END-IF.
    WRITE W-RPT-LINE.
    CHECK-PUBLICATION-DECISION SECTION.
    MOVE SPACES TO W-PUB-BY.
    EVALUATE W-CRT-PUB-SW(W-K)
        WHEN 'A'
            MOVE 'APPR' TO W-PUB-TAG
            STRING ' BY ' W-CRT-REVIEWER-ID(W-K)
                DELIMITED BY SIZE INTO W-PUB-BY
        WHEN 'R'
            MOVE 'REJ' TO W-PUB-TAG
            STRING ' BY ' W-CRT-REVIEWER-ID(W-K)
                DELIMITED BY SIZE INTO W-PUB-BY
        WHEN OTHER
            MOVE 'PEND' TO W-PUB-TAG
            ADD 1 TO W-RUNS-AWAITING
    END-EVALUATE.
    CHECK-CONTROL-EVENT SECTION.
    IF W-CRT-CTL-SW(W-K) = 'Y'
        MOVE 'OK' TO W-CTL-TAG
    STRING 'RUNS FAILED: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-RUNS-REJECTED TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'RUNS REJECTED AT REVIEW: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-RUNS-AWAITING TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'RUNS AWAITING REVIEWER DECISION: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    IF W-RUNS-FAILED = ZERO AND W-CRT-COUNT GREATER THAN ZERO
        IF W-RUNS-AWAITING = ZERO AND W-RUNS-REJECTED = ZERO
            MOVE SPACES TO W-RPT-LINE
            STRING 'ALL RUNS CERTIFIED FOR PUBLICATION'
                DELIMITED BY SIZE INTO W-RPT-LINE
            WRITE W-RPT-LINE
        ELSE
            MOVE W-RUNS-AWAITING TO W-RPT-COUNT-ED
            MOVE W-RUNS-REJECTED TO W-RPT-COUNT2-ED
            MOVE SPACES TO W-RPT-LINE
            STRING 'ALL RUNS PASSED - ' W-RPT-COUNT-ED
                ' AWAITING REVIEWER DECISION, ' W-RPT-COUNT2-ED
                ' REJECTED AT REVIEW'
                DELIMITED BY SIZE INTO W-RPT-LINE
            WRITE W-RPT-LINE
        END-IF
    END-IF.
