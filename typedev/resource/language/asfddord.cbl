IDENTIFICATION DIVISION.
PROGRAM-ID. ASFDDORD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL W-DOP-FILE ASSIGN TO DORDPARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS W-DOP-STATUS.
    SELECT W-XTR-FILE ASSIGN TO XTROUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS W-XTR-STATUS.
    SELECT W-RPT-FILE ASSIGN TO RPTOUT
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  W-DOP-FILE.
01  W-DOP-RECORD.
    05  W-DOP-RUN-ID                PIC X(08).

FD  W-XTR-FILE.
01  W-XTR-RECORD.
    COPY WXTRREC.

FD  W-RPT-FILE.
01  W-RPT-LINE                      PIC X(132).

WORKING-STORAGE SECTION.
77  W-DOP-STATUS                PIC X(02) VALUE '00'.
77  W-XTR-STATUS                PIC X(02) VALUE '00'.
77  W-I                         PIC 9(6) VALUE ZERO.
77  W-P                         PIC 9(6) VALUE ZERO.
77  W-T                         PIC 9(2) VALUE ZERO.
77  W-D                         PIC 9(4) VALUE ZERO.
77  W-RUN-DATE                  PIC 9(8) VALUE ZERO.
77  W-RUN-TIME                  PIC 9(8) VALUE ZERO.
77  W-RUN-ID                    PIC X(08) VALUE SPACES.
77  W-RUN-TIMESTAMP             PIC X(16) VALUE SPACES.
77  W-LEN-ARR                   PIC 9(6) VALUE ZERO.
77  W-LEN-LIMIT                 PIC 9(6) VALUE 100000.
77  W-DTL-COUNT                 PIC 9(6) VALUE ZERO.
77  W-TRL-COUNT                 PIC 9(9) VALUE ZERO.
77  W-POS-COUNT                 PIC 9(6) VALUE ZERO.
77  W-ORDER-ERRORS              PIC 9(6) VALUE ZERO.
77  W-RUN-TIER-COUNT            PIC 9(2) VALUE ZERO.
77  W-TSM-COUNT                 PIC 9(2) VALUE ZERO.
77  W-TSM-LIMIT                 PIC 9(2) VALUE 20.
77  W-DOP-COUNT                 PIC 9(4) VALUE ZERO.
77  W-DOP-LIMIT                 PIC 9(4) VALUE 100.
77  W-RUNS-LISTED               PIC 9(4) VALUE ZERO.
77  W-RUNS-NOT-RECORDED         PIC 9(4) VALUE ZERO.
77  W-RUNS-IN-ERROR             PIC 9(4) VALUE ZERO.
77  W-RUNS-NOT-FOUND            PIC 9(4) VALUE ZERO.
77  W-RPT-NUM-ED                PIC -(9)9.
77  W-RPT-POS-ED                PIC Z(5)9.
77  W-RPT-SEQ-ED                PIC Z(5)9.
77  W-RPT-COUNT-ED              PIC Z(5)9.
77  W-RPT-COUNT2-ED             PIC Z(5)9.
77  W-RPT-TRL-ED                PIC Z(8)9.
77  W-RPT-TIER-ED               PIC Z9.

01  W-DOP-EOF-SW                PIC X(01) VALUE 'N'.
    88  W-DOP-EOF                         VALUE 'Y'.
    88  W-DOP-NOT-EOF                     VALUE 'N'.

01  W-XTR-EOF-SW                PIC X(01) VALUE 'N'.
    88  W-XTR-EOF                         VALUE 'Y'.
    88  W-XTR-NOT-EOF                     VALUE 'N'.

01  W-RUN-OPEN-SW               PIC X(01) VALUE 'N'.
    88  W-RUN-OPEN                        VALUE 'Y'.
    88  W-RUN-CLOSED                      VALUE 'N'.

01  W-RUN-WANTED-SW             PIC X(01) VALUE 'N'.
    88  W-RUN-WANTED                      VALUE 'Y'.
    88  W-RUN-NOT-WANTED                  VALUE 'N'.

01  W-TRAILER-SW                PIC X(01) VALUE 'N'.
    88  W-TRAILER-SEEN                    VALUE 'Y'.
    88  W-TRAILER-MISSING                 VALUE 'N'.

01  W-TSM-FOUND-SW              PIC X(01) VALUE 'N'.
    88  W-TSM-FOUND                       VALUE 'Y'.
    88  W-TSM-NOT-FOUND                   VALUE 'N'.

01  W-DOP-TABLE.
    05  W-DOP-ENTRY OCCURS 100 TIMES.
        10  W-DOP-TBL-RUN-ID        PIC X(08).
        10  W-DOP-TBL-FOUND-SW      PIC X(01).

01  W-TSM-TABLE.
    05  W-TSM-ENTRY OCCURS 20 TIMES.
        10  W-TSM-CODE              PIC X(01).
        10  W-TSM-COUNT-VALUES      PIC 9(6).
        10  W-TSM-FIRST-POS         PIC 9(6).
        10  W-TSM-LAST-POS          PIC 9(6).

01  W-DRW-TABLE.
    05  W-DRW-ENTRY OCCURS 100000 TIMES.
        10  W-DRW-USED              PIC X(01).
        10  W-DRW-VALUE             PIC S9(9).
        10  W-DRW-SEQ-NUM           PIC 9(6).
        10  W-DRW-TIER              PIC X(01).
        10  W-DRW-STRATUM           PIC X(02).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM LOAD-RUN-SELECTION.
    OPEN INPUT W-XTR-FILE.
    IF W-XTR-STATUS NOT = '00'
        DISPLAY 'ASFDDORD: CANNOT OPEN XTROUT - STATUS ' W-XTR-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN OUTPUT W-RPT-FILE.
    ACCEPT W-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT W-RUN-TIME FROM TIME.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'ASFDDORD DRAW-ORDER REPORT  DATE: ' W-RUN-DATE
        '  TIME: ' W-RUN-TIME
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    PERFORM READ-INTERFACE-RECORD.
    PERFORM PROCESS-ONE-RECORD UNTIL W-XTR-EOF.
    IF W-RUN-OPEN
        PERFORM PRINT-RUN-DRAW-ORDER
    END-IF.
    PERFORM WRITE-DRAW-ORDER-SUMMARY.
    CLOSE W-XTR-FILE.
    CLOSE W-RPT-FILE.
    IF W-RUNS-IN-ERROR GREATER THAN ZERO
        MOVE 8 TO RETURN-CODE
    ELSE
        IF W-RUNS-NOT-RECORDED GREATER THAN ZERO
           OR W-RUNS-NOT-FOUND GREATER THAN ZERO
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.
    GOBACK.
    LOAD-RUN-SELECTION SECTION.
    OPEN INPUT W-DOP-FILE.
    IF W-DOP-STATUS = '00' OR W-DOP-STATUS = '05'
        PERFORM READ-SELECTION-RECORD
        PERFORM LOAD-ONE-SELECTION UNTIL W-DOP-EOF
    END-IF.
    CLOSE W-DOP-FILE.
    READ-SELECTION-RECORD SECTION.
    READ W-DOP-FILE
        AT END
            SET W-DOP-EOF TO TRUE
    END-READ.
    LOAD-ONE-SELECTION SECTION.
    IF W-DOP-RUN-ID NOT = SPACES
        IF W-DOP-COUNT NOT LESS THAN W-DOP-LIMIT
            DISPLAY 'ASFDDORD: TOO MANY DORDPARM RECORDS - RUN ABENDED'
            MOVE 16 TO RETURN-CODE
            CLOSE W-DOP-FILE
            GOBACK
        END-IF
        ADD 1 TO W-DOP-COUNT
        MOVE W-DOP-RUN-ID TO W-DOP-TBL-RUN-ID(W-DOP-COUNT)
        MOVE 'N' TO W-DOP-TBL-FOUND-SW(W-DOP-COUNT)
    END-IF.
    PERFORM READ-SELECTION-RECORD.
    READ-INTERFACE-RECORD SECTION.
    READ W-XTR-FILE
        AT END
            SET W-XTR-EOF TO TRUE
    END-READ.
    PROCESS-ONE-RECORD SECTION.
    IF XTR-HEADER-REC
        IF W-RUN-OPEN
            PERFORM PRINT-RUN-DRAW-ORDER
        END-IF
        PERFORM START-NEW-RUN
    ELSE
        IF W-RUN-OPEN AND XTR-RUN-ID = W-RUN-ID
            IF XTR-DETAIL-REC
                PERFORM NOTE-DRAWN-VALUE
            END-IF
            IF XTR-TRAILER-REC
                SET W-TRAILER-SEEN TO TRUE
                MOVE ZERO TO W-TRL-COUNT
                IF XTR-TRL-RECORD-COUNT NUMERIC
                    MOVE XTR-TRL-RECORD-COUNT TO W-TRL-COUNT
                END-IF
                PERFORM PRINT-RUN-DRAW-ORDER
            END-IF
        END-IF
    END-IF.
    PERFORM READ-INTERFACE-RECORD.
    START-NEW-RUN SECTION.
    SET W-RUN-CLOSED TO TRUE.
    SET W-RUN-WANTED TO TRUE.
    IF W-DOP-COUNT GREATER THAN ZERO
        SET W-RUN-NOT-WANTED TO TRUE
        PERFORM VARYING W-D FROM 1 BY 1 UNTIL W-D > W-DOP-COUNT
            IF W-DOP-TBL-RUN-ID(W-D) = XTR-RUN-ID
                SET W-RUN-WANTED TO TRUE
                MOVE 'Y' TO W-DOP-TBL-FOUND-SW(W-D)
            END-IF
        END-PERFORM
    END-IF.
    IF W-RUN-WANTED
        SET W-RUN-OPEN TO TRUE
        SET W-TRAILER-MISSING TO TRUE
        MOVE XTR-RUN-ID TO W-RUN-ID
        MOVE XTR-GEN-TIMESTAMP TO W-RUN-TIMESTAMP
        MOVE ZERO TO W-DTL-COUNT
        MOVE ZERO TO W-POS-COUNT
        MOVE ZERO TO W-ORDER-ERRORS
        MOVE ZERO TO W-TSM-COUNT
        IF XTR-HDR-TIER-COUNT NUMERIC
            MOVE XTR-HDR-TIER-COUNT TO W-RUN-TIER-COUNT
        ELSE
            MOVE ZERO TO W-RUN-TIER-COUNT
        END-IF
        IF XTR-HDR-LEN-ARR NUMERIC
           AND XTR-HDR-LEN-ARR NOT GREATER THAN W-LEN-LIMIT
            MOVE XTR-HDR-LEN-ARR TO W-LEN-ARR
        ELSE
            MOVE ZERO TO W-LEN-ARR
            ADD 1 TO W-ORDER-ERRORS
        END-IF
        PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > W-LEN-ARR
            MOVE 'N' TO W-DRW-USED(W-I)
        END-PERFORM
    END-IF.
    NOTE-DRAWN-VALUE SECTION.
    ADD 1 TO W-DTL-COUNT.
    IF XTR-DRAW-POS NUMERIC
        ADD 1 TO W-POS-COUNT
        MOVE XTR-DRAW-POS TO W-P
        IF W-P = ZERO OR W-P GREATER THAN W-LEN-ARR
            ADD 1 TO W-ORDER-ERRORS
        ELSE
            IF W-DRW-USED(W-P) = 'Y'
                ADD 1 TO W-ORDER-ERRORS
            ELSE
                MOVE 'Y' TO W-DRW-USED(W-P)
                MOVE XTR-SORTED-VALUE TO W-DRW-VALUE(W-P)
                MOVE XTR-SEQ-NUM TO W-DRW-SEQ-NUM(W-P)
                MOVE XTR-PRIZE-TIER TO W-DRW-TIER(W-P)
                MOVE XTR-STRATUM-CODE TO W-DRW-STRATUM(W-P)
            END-IF
        END-IF
    END-IF.
    PRINT-RUN-DRAW-ORDER SECTION.
    SET W-RUN-CLOSED TO TRUE.
    ADD 1 TO W-RUNS-LISTED.
    MOVE SPACES TO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-DTL-COUNT TO W-RPT-COUNT-ED.
    MOVE W-RUN-TIER-COUNT TO W-RPT-TIER-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'RUN ID: ' W-RUN-ID
        '  GENERATED: ' W-RUN-TIMESTAMP
        '  VALUES: ' W-RPT-COUNT-ED
        '  PRIZE TIERS: ' W-RPT-TIER-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    IF W-POS-COUNT = ZERO
        ADD 1 TO W-RUNS-NOT-RECORDED
        MOVE SPACES TO W-RPT-LINE
        STRING 'DRAW ORDER NOT RECORDED FOR THIS RUN - '
            'VALUES ARE ON FILE IN SORTED ORDER ONLY'
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    ELSE
        IF W-POS-COUNT NOT = W-DTL-COUNT
           OR W-DTL-COUNT NOT = W-LEN-ARR
            ADD 1 TO W-ORDER-ERRORS
            MOVE W-DTL-COUNT TO W-RPT-COUNT-ED
            MOVE W-LEN-ARR TO W-RPT-POS-ED
            MOVE W-POS-COUNT TO W-RPT-SEQ-ED
            MOVE SPACES TO W-RPT-LINE
            STRING 'DETAIL COUNT ' W-RPT-COUNT-ED
                '  HEADER LENGTH ' W-RPT-POS-ED
                '  WITH DRAW POSITION ' W-RPT-SEQ-ED
                DELIMITED BY SIZE INTO W-RPT-LINE
            WRITE W-RPT-LINE
        END-IF
        MOVE SPACES TO W-RPT-LINE
        STRING 'VALUES IN DRAW ORDER:' DELIMITED BY SIZE
            INTO W-RPT-LINE
        WRITE W-RPT-LINE
        PERFORM PRINT-ONE-POSITION
            VARYING W-P FROM 1 BY 1 UNTIL W-P > W-LEN-ARR
        PERFORM PRINT-TIER-SUMMARY
    END-IF.
    IF W-TRAILER-MISSING
        ADD 1 TO W-ORDER-ERRORS
        MOVE SPACES TO W-RPT-LINE
        STRING 'TRAILER RECORD MISSING FOR THIS RUN'
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    ELSE
        IF W-TRL-COUNT NOT = W-DTL-COUNT
            ADD 1 TO W-ORDER-ERRORS
            MOVE W-DTL-COUNT TO W-RPT-COUNT-ED
            MOVE W-TRL-COUNT TO W-RPT-TRL-ED
            MOVE SPACES TO W-RPT-LINE
            STRING 'DETAIL COUNT ' W-RPT-COUNT-ED
                '  TRAILER RECORD COUNT ' W-RPT-TRL-ED
                DELIMITED BY SIZE INTO W-RPT-LINE
            WRITE W-RPT-LINE
        END-IF
    END-IF.
    IF W-ORDER-ERRORS GREATER THAN ZERO
        ADD 1 TO W-RUNS-IN-ERROR
        MOVE W-ORDER-ERRORS TO W-RPT-COUNT-ED
        MOVE SPACES TO W-RPT-LINE
        STRING 'DRAW ORDER EXCEPTIONS: ' W-RPT-COUNT-ED
            ' - BAD, REPEATED OR MISSING DRAW POSITIONS, COUNT '
            'MISMATCHES OR MISSING TRAILER'
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    END-IF.
    PRINT-ONE-POSITION SECTION.
    MOVE W-P TO W-RPT-POS-ED.
    MOVE SPACES TO W-RPT-LINE.
    IF W-DRW-USED(W-P) = 'Y'
        MOVE W-DRW-VALUE(W-P) TO W-RPT-NUM-ED
        MOVE W-DRW-SEQ-NUM(W-P) TO W-RPT-SEQ-ED
        IF W-DRW-STRATUM(W-P) = SPACES
            STRING '  DRAW ' W-RPT-POS-ED
                '  TIER ' W-DRW-TIER(W-P)
                '  VALUE ' W-RPT-NUM-ED
                '  SEQ ' W-RPT-SEQ-ED
                DELIMITED BY SIZE INTO W-RPT-LINE
        ELSE
            STRING '  DRAW ' W-RPT-POS-ED
                '  TIER ' W-DRW-TIER(W-P)
                '  VALUE ' W-RPT-NUM-ED
                '  SEQ ' W-RPT-SEQ-ED
                '  STRATUM ' W-DRW-STRATUM(W-P)
                DELIMITED BY SIZE INTO W-RPT-LINE
        END-IF
        IF W-DRW-TIER(W-P) NOT = SPACE
            PERFORM NOTE-TIER-VALUE
        END-IF
    ELSE
        ADD 1 TO W-ORDER-ERRORS
        STRING '  DRAW ' W-RPT-POS-ED
            '  *** NO VALUE ON INTERFACE FILE FOR THIS POSITION'
            DELIMITED BY SIZE INTO W-RPT-LINE
    END-IF.
    WRITE W-RPT-LINE.
    NOTE-TIER-VALUE SECTION.
    SET W-TSM-NOT-FOUND TO TRUE.
    PERFORM VARYING W-T FROM 1 BY 1
            UNTIL W-T > W-TSM-COUNT OR W-TSM-FOUND
        IF W-TSM-CODE(W-T) = W-DRW-TIER(W-P)
            SET W-TSM-FOUND TO TRUE
            ADD 1 TO W-TSM-COUNT-VALUES(W-T)
            MOVE W-P TO W-TSM-LAST-POS(W-T)
        END-IF
    END-PERFORM.
    IF W-TSM-NOT-FOUND AND W-TSM-COUNT LESS THAN W-TSM-LIMIT
        ADD 1 TO W-TSM-COUNT
        MOVE W-DRW-TIER(W-P) TO W-TSM-CODE(W-TSM-COUNT)
        MOVE 1 TO W-TSM-COUNT-VALUES(W-TSM-COUNT)
        MOVE W-P TO W-TSM-FIRST-POS(W-TSM-COUNT)
        MOVE W-P TO W-TSM-LAST-POS(W-TSM-COUNT)
    END-IF.
    PRINT-TIER-SUMMARY SECTION.
    IF W-TSM-COUNT = ZERO
        MOVE SPACES TO W-RPT-LINE
        STRING 'NO PRIZE TIERS ASSIGNED FOR THIS RUN'
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    ELSE
        MOVE SPACES TO W-RPT-LINE
        STRING 'PRIZE TIER SUMMARY:' DELIMITED BY SIZE
            INTO W-RPT-LINE
        WRITE W-RPT-LINE
        PERFORM VARYING W-T FROM 1 BY 1 UNTIL W-T > W-TSM-COUNT
            MOVE W-TSM-COUNT-VALUES(W-T) TO W-RPT-COUNT-ED
            MOVE W-TSM-FIRST-POS(W-T) TO W-RPT-POS-ED
            MOVE W-TSM-LAST-POS(W-T) TO W-RPT-COUNT2-ED
            MOVE SPACES TO W-RPT-LINE
            STRING '  TIER ' W-TSM-CODE(W-T)
                '  VALUES ' W-RPT-COUNT-ED
                '  DRAW POSITIONS ' W-RPT-POS-ED
                ' TO ' W-RPT-COUNT2-ED
                DELIMITED BY SIZE INTO W-RPT-LINE
            WRITE W-RPT-LINE
        END-PERFORM
    END-IF.
    WRITE-DRAW-ORDER-SUMMARY SECTION.
    MOVE SPACES TO W-RPT-LINE.
    WRITE W-RPT-LINE.
    PERFORM VARYING W-D FROM 1 BY 1 UNTIL W-D > W-DOP-COUNT
        IF W-DOP-TBL-FOUND-SW(W-D) NOT = 'Y'
            ADD 1 TO W-RUNS-NOT-FOUND
            MOVE SPACES TO W-RPT-LINE
            STRING 'DORDPARM RUN ' W-DOP-TBL-RUN-ID(W-D)
                ' NOT ON INTERFACE FILE'
                DELIMITED BY SIZE INTO W-RPT-LINE
            WRITE W-RPT-LINE
        END-IF
    END-PERFORM.
    MOVE W-RUNS-LISTED TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'RUNS LISTED: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-RUNS-NOT-RECORDED TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'RUNS WITHOUT RECORDED DRAW ORDER: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-RUNS-IN-ERROR TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'RUNS WITH DRAW ORDER EXCEPTIONS: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
