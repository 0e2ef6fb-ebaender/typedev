    05  W-INQ-REC-TYPE              PIC X(01).
        88  W-INQ-RUN-REQ                     VALUE 'R'.
        88  W-INQ-VALUE-REQ                   VALUE 'V'.
        88  W-INQ-SELECT-REQ                  VALUE 'S'.
    05  W-INQ-REC-DATA              PIC X(10).
    05  W-INQ-RUN-DATA REDEFINES W-INQ-REC-DATA.
        10  W-INQ-RUN-ID            PIC X(08).
77  W-NOT-FOUND-COUNT           PIC 9(8) VALUE ZERO.
77  W-RPT-NUM-ED                PIC -(9)9.
77  W-RPT-LEN-ED                PIC Z(5)9.
77  W-RPT-HOLD                  PIC X(132) VALUE SPACES.
77  W-RPT-SEEDVAL-ED            PIC Z(8)9.
77  W-RPT-COUNT-ED              PIC Z(7)9.

        IF W-INQ-VALUE-REQ
            PERFORM LIST-VALUE-RUNS
        ELSE
            IF W-INQ-SELECT-REQ
                PERFORM LIST-RUN-SELECTIONS
            ELSE
                ADD 1 TO W-NOT-FOUND-COUNT
                MOVE SPACES TO W-RPT-LINE
                STRING 'UNKNOWN INQUIRY TYPE: ' W-INQ-REC-TYPE
                    ' - RECORD SKIPPED'
                    DELIMITED BY SIZE INTO W-RPT-LINE
                WRITE W-RPT-LINE
            END-IF
        END-IF
    END-IF.
    PERFORM READ-INQUIRY-RECORD.
            WRITE W-RPT-LINE
        END-IF
    END-IF.
    LIST-RUN-SELECTIONS SECTION.
    MOVE W-INQ-RUN-ID TO W-WANTED-RUN-ID.
    MOVE W-WANTED-RUN-ID TO HST-RUN-ID.
    MOVE ZERO TO HST-SEQ-NUM.
    READ W-HST-FILE.
    IF W-HST-STATUS NOT = '00'
        ADD 1 TO W-NOT-FOUND-COUNT
        MOVE SPACES TO W-RPT-LINE
        STRING 'RUN ID: ' W-WANTED-RUN-ID
            ' NOT ON HISTORY MASTER'
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    ELSE
        MOVE SPACES TO W-RPT-LINE
        STRING 'RUN ID: ' HST-RUN-ID
            '  GENERATED: ' HST-GEN-TIMESTAMP
            '  SELECTIONS:'
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
        MOVE ZERO TO W-VALUE-COUNT
        SET W-RUN-NOT-DONE TO TRUE
        PERFORM READ-NEXT-HISTORY-RECORD
        PERFORM PRINT-ONE-SELECTION UNTIL W-RUN-DONE
        IF W-VALUE-COUNT = ZERO
            ADD 1 TO W-NOT-FOUND-COUNT
            MOVE SPACES TO W-RPT-LINE
            STRING 'NO SELECTIONS RECORDED FOR THIS RUN'
                DELIMITED BY SIZE INTO W-RPT-LINE
            WRITE W-RPT-LINE
        ELSE
            MOVE W-VALUE-COUNT TO W-RPT-COUNT-ED
            MOVE SPACES TO W-RPT-LINE
            STRING 'SELECTIONS LISTED: ' W-RPT-COUNT-ED
                DELIMITED BY SIZE INTO W-RPT-LINE
            WRITE W-RPT-LINE
        END-IF
    END-IF.
    PRINT-ONE-SELECTION SECTION.
    IF HST-DETAIL-REC AND HST-SEL-STATUS NOT = SPACE
        MOVE HST-SEQ-NUM TO W-RPT-LEN-ED
        MOVE HST-SORTED-VALUE TO W-RPT-NUM-ED
        MOVE HST-SEL-ENTRANT-NUM TO W-RPT-SEEDVAL-ED
        MOVE SPACES TO W-RPT-LINE
        STRING 'SEQ ' W-RPT-LEN-ED
            '  VALUE ' W-RPT-NUM-ED
            '  STATUS ' HST-SEL-STATUS
            '  ENTRANT ' W-RPT-SEEDVAL-ED
            '  ' HST-SEL-NAME
            DELIMITED BY SIZE INTO W-RPT-LINE
        IF HST-DRAW-POS NUMERIC
            MOVE W-RPT-LINE TO W-RPT-HOLD
            MOVE HST-DRAW-POS TO W-RPT-LEN-ED
            MOVE SPACES TO W-RPT-LINE
            STRING W-RPT-HOLD(1:100) '  DRAWN ' W-RPT-LEN-ED
                '  TIER ' HST-PRIZE-TIER
                DELIMITED BY SIZE INTO W-RPT-LINE
        END-IF
        WRITE W-RPT-LINE
        ADD 1 TO W-VALUE-COUNT
    END-IF.
    PERFORM READ-NEXT-HISTORY-RECORD.
    LIST-VALUE-RUNS SECTION.
    IF W-INQ-VALUE NOT NUMERIC
        ADD 1 TO W-NOT-FOUND-COUNT
    MOVE SPACES TO W-RPT-LINE.
    STRING 'DIST MODE: ' HST-HDR-DIST-MODE
        '  GEN MODE: ' HST-HDR-GEN-MODE
        '  DEPARTMENT: ' HST-HDR-DEPT-CODE
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    IF HST-HDR-DIST-MODE NOT = 'U' AND HST-HDR-DIST-MODE NOT = SPACE
