FD  W-EXT-FILE.
01  W-EXT-RECORD.
    05  W-EXT-NUMBER                PIC S9(9).
01  W-EXT-CONTROL-RECORD.
    05  W-EXT-CTL-TYPE              PIC X(01).
        88  W-EXT-CTL-GEN-REC                 VALUE 'G'.
    05  W-EXT-CTL-GEN               PIC X(16).
    05  W-EXT-CTL-COUNT             PIC 9(05).

FD  W-RPT-FILE.
01  W-RPT-LINE                      PIC X(132).
77  W-MST-HIT                   PIC 9(5) VALUE ZERO.
77  W-RUN-DATE                  PIC 9(8) VALUE ZERO.
77  W-RUN-TIME                  PIC 9(8) VALUE ZERO.
77  W-GEN-ID                    PIC X(16) VALUE SPACES.
77  W-TRN-READ                  PIC 9(5) VALUE ZERO.
77  W-TRN-APPLIED               PIC 9(5) VALUE ZERO.
77  W-TRN-REJECTED              PIC 9(5) VALUE ZERO.
77  W-LOADED-COUNT              PIC 9(5) VALUE ZERO.
77  W-WRITTEN-COUNT             PIC 9(5) VALUE ZERO.
77  W-EXTRACT-COUNT             PIC 9(5) VALUE ZERO.
77  W-RETAINED-COUNT            PIC 9(5) VALUE ZERO.
77  W-AUD-RESULT                PIC X(40) VALUE SPACES.
77  W-RPT-NUM-ED                PIC -(9)9.
77  W-RPT-COUNT-ED              PIC Z(4)9.
        10  W-MST-EFF-FROM          PIC 9(8).
        10  W-MST-EFF-TO            PIC 9(8).
        10  W-MST-REQUESTOR         PIC X(08).
        10  W-MST-ADDED-GEN         PIC X(16).
        10  W-MST-DELETED-GEN       PIC X(16).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    OPEN OUTPUT W-RPT-FILE.
    ACCEPT W-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT W-RUN-TIME FROM TIME.
    STRING W-RUN-DATE W-RUN-TIME DELIMITED BY SIZE
        INTO W-GEN-ID.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'ASFDEXCM EXCLUSION MAINTENANCE AUDIT  DATE: '
        W-RUN-DATE '  TIME: ' W-RUN-TIME
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'EXCLUSION GENERATION: ' W-GEN-ID
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    CLOSE-FILES SECTION.
    CLOSE W-TRN-FILE.
    CLOSE W-NEW-FILE.
    MOVE EXM-EFF-FROM TO W-MST-EFF-FROM(W-MST-COUNT).
    MOVE EXM-EFF-TO TO W-MST-EFF-TO(W-MST-COUNT).
    MOVE EXM-REQUESTOR TO W-MST-REQUESTOR(W-MST-COUNT).
    MOVE EXM-ADDED-GEN TO W-MST-ADDED-GEN(W-MST-COUNT).
    MOVE EXM-DELETED-GEN TO W-MST-DELETED-GEN(W-MST-COUNT).
    PERFORM READ-OLD-RECORD.
    READ-TRANSACTION SECTION.
    READ W-TRN-FILE
            MOVE 99991231 TO W-MST-EFF-TO(W-MST-COUNT)
        END-IF
        MOVE W-TRN-REQUESTOR TO W-MST-REQUESTOR(W-MST-COUNT)
        MOVE W-GEN-ID TO W-MST-ADDED-GEN(W-MST-COUNT)
        MOVE SPACES TO W-MST-DELETED-GEN(W-MST-COUNT)
        MOVE 'APPLIED: ADDED' TO W-AUD-RESULT
    END-IF.
    APPLY-DELETE SECTION.
    SET W-MST-NOT-FOUND TO TRUE.
    PERFORM VARYING W-M FROM 1 BY 1 UNTIL W-M > W-MST-COUNT
        IF W-MST-DELETED-GEN(W-M) = SPACES
           AND W-MST-VALUE(W-M) = W-TRN-VALUE
            SET W-MST-FOUND TO TRUE
            MOVE W-GEN-ID TO W-MST-DELETED-GEN(W-M)
        END-IF
    END-PERFORM.
    IF W-MST-FOUND
    IF W-MST-NOT-FOUND
        MOVE 'REJECTED: NO ACTIVE ENTRY FOR VALUE' TO W-AUD-RESULT
    ELSE
        IF W-MST-COUNT NOT LESS THAN W-MST-LIMIT
            DISPLAY 'ASFDEXCM: EXCLUSION MASTER TOO LARGE - '
                'RUN ABENDED'
            MOVE 16 TO RETURN-CODE
            PERFORM CLOSE-FILES
            GOBACK
        END-IF
        ADD 1 TO W-MST-COUNT
        MOVE W-MST-ENTRY(W-MST-HIT) TO W-MST-ENTRY(W-MST-COUNT)
        MOVE W-GEN-ID TO W-MST-DELETED-GEN(W-MST-HIT)
        IF W-TRN-EFF-TO NUMERIC AND W-TRN-EFF-TO GREATER THAN ZERO
            MOVE W-TRN-EFF-TO TO W-MST-EFF-TO(W-MST-COUNT)
        ELSE
            MOVE W-RUN-DATE TO W-MST-EFF-TO(W-MST-COUNT)
        END-IF
        MOVE W-GEN-ID TO W-MST-ADDED-GEN(W-MST-COUNT)
        MOVE SPACES TO W-MST-DELETED-GEN(W-MST-COUNT)
        MOVE 'APPLIED: EXPIRED' TO W-AUD-RESULT
    END-IF.
    FIND-ACTIVE-ENTRY SECTION.
    MOVE ZERO TO W-MST-HIT.
    PERFORM VARYING W-M FROM 1 BY 1
            UNTIL W-M > W-MST-COUNT OR W-MST-FOUND
        IF W-MST-DELETED-GEN(W-M) = SPACES
           AND W-MST-VALUE(W-M) = W-TRN-VALUE
           AND W-MST-EFF-TO(W-M) NOT LESS THAN W-RUN-DATE
            SET W-MST-FOUND TO TRUE
    WRITE W-RPT-LINE.
    WRITE-NEW-MASTER SECTION.
    PERFORM VARYING W-M FROM 1 BY 1 UNTIL W-M > W-MST-COUNT
        MOVE W-MST-VALUE(W-M) TO NXM-VALUE
        MOVE W-MST-EFF-FROM(W-M) TO NXM-EFF-FROM
        MOVE W-MST-EFF-TO(W-M) TO NXM-EFF-TO
        MOVE W-MST-REQUESTOR(W-M) TO NXM-REQUESTOR
        MOVE W-MST-ADDED-GEN(W-M) TO NXM-ADDED-GEN
        MOVE W-MST-DELETED-GEN(W-M) TO NXM-DELETED-GEN
        WRITE W-NEW-RECORD
        ADD 1 TO W-WRITTEN-COUNT
        IF W-MST-DELETED-GEN(W-M) NOT = SPACES
            ADD 1 TO W-RETAINED-COUNT
        END-IF
    END-PERFORM.
    WRITE-EXTRACT SECTION.
    PERFORM VARYING W-M FROM 1 BY 1 UNTIL W-M > W-MST-COUNT
        IF W-MST-DELETED-GEN(W-M) = SPACES
           AND W-MST-EFF-FROM(W-M) NOT GREATER THAN W-RUN-DATE
           AND W-MST-EFF-TO(W-M) NOT LESS THAN W-RUN-DATE
            MOVE W-MST-VALUE(W-M) TO W-EXT-NUMBER
            ADD 1 TO W-EXTRACT-COUNT
        END-IF
    END-PERFORM.
    MOVE SPACES TO W-EXT-CONTROL-RECORD.
    SET W-EXT-CTL-GEN-REC TO TRUE.
    MOVE W-GEN-ID TO W-EXT-CTL-GEN.
    MOVE W-EXTRACT-COUNT TO W-EXT-CTL-COUNT.
    WRITE W-EXT-CONTROL-RECORD.
    WRITE-MAINT-SUMMARY SECTION.
    MOVE SPACES TO W-RPT-LINE.
    WRITE W-RPT-LINE.
    STRING 'MASTER ENTRIES WRITTEN: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-RETAINED-COUNT TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'DELETED OR SUPERSEDED ENTRIES RETAINED: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-EXTRACT-COUNT TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'CURRENTLY EFFECTIVE VALUES EXTRACTED: ' W-RPT-COUNT-ED
