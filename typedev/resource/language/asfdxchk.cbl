        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HST-KEY
        FILE STATUS IS W-HST-STATUS.
    SELECT OPTIONAL W-XRF-FILE ASSIGN TO VALXREF
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS XRF-KEY
        FILE STATUS IS W-XRF-STATUS.
    SELECT W-RPT-FILE ASSIGN TO RPTOUT
        ORGANIZATION IS LINE SEQUENTIAL.

01  W-HST-RECORD.
    COPY WHSTREC.

FD  W-XRF-FILE.
01  W-XRF-RECORD.
    COPY WXRFREC.

FD  W-RPT-FILE.
01  W-RPT-LINE                      PIC X(132).

WORKING-STORAGE SECTION.
77  W-HST-STATUS                PIC X(02) VALUE '00'.
77  W-XRF-STATUS                PIC X(02) VALUE '00'.
77  W-K                         PIC 9(4) VALUE ZERO.
77  W-RUN-DATE                  PIC 9(8) VALUE ZERO.
77  W-RUN-TIME                  PIC 9(8) VALUE ZERO.
77  W-CUR-VALUE-LIMIT           PIC 9(8) VALUE 900000.
77  W-CUR-RUN-COUNT             PIC 9(4) VALUE ZERO.
77  W-SCAN-COUNT                PIC 9(8) VALUE ZERO.
77  W-PROBE-COUNT               PIC 9(8) VALUE ZERO.
77  W-XRF-HIT-COUNT             PIC 9(8) VALUE ZERO.
77  W-XRF-READ-COUNT            PIC 9(8) VALUE ZERO.
77  W-READ-COUNT                PIC 9(8) VALUE ZERO.
77  W-PROBE-KEY                 PIC 9(10) VALUE ZERO.
77  W-HIT-VALUE                 PIC S9(9) VALUE ZERO.
77  W-HIT-RUN-ID                PIC X(08) VALUE SPACES.
77  W-HIT-DATE                  PIC X(08) VALUE SPACES.
77  W-HIT-SEQ-NUM               PIC 9(6) VALUE ZERO.
77  W-HLD-COUNT                 PIC 9(4) VALUE ZERO.
77  W-HLD-P                     PIC 9(4) VALUE ZERO.
77  W-HLD-Q                     PIC 9(4) VALUE ZERO.
77  W-XRF-REASON                PIC X(12) VALUE SPACES.
77  W-WINDOW-COUNT              PIC 9(8) VALUE ZERO.
77  W-XRF-WINDOW-COUNT          PIC 9(8) VALUE ZERO.
77  W-REPEAT-COUNT              PIC 9(8) VALUE ZERO.
77  W-NIGHT-REPEATS             PIC 9(8) VALUE ZERO.
77  W-LIST-COUNT                PIC 9(4) VALUE ZERO.
77  W-HSET-ARG                  PIC S9(9) VALUE ZERO.
77  W-HSET-X                    PIC 9(7) VALUE ZERO.
77  W-HSET-SIZE                 PIC 9(7) VALUE 1000003.
77  W-HSET-P                    PIC 9(7) VALUE ZERO.
77  W-RPT-NUM-ED                PIC -(9)9.
77  W-RPT-COUNT-ED              PIC Z(7)9.
77  W-RPT-DAYS-ED               PIC Z(4)9.
    88  W-HST-EOF                         VALUE 'Y'.
    88  W-HST-NOT-EOF                     VALUE 'N'.

01  W-XRF-AVAIL-SW              PIC X(01) VALUE 'N'.
    88  W-XRF-AVAIL                       VALUE 'Y'.
    88  W-XRF-NOT-AVAIL                   VALUE 'N'.

01  W-XRF-DONE-SW               PIC X(01) VALUE 'N'.
    88  W-XRF-DONE                        VALUE 'Y'.
    88  W-XRF-NOT-DONE                    VALUE 'N'.

01  W-OWN-RUN-SW                PIC X(01) VALUE 'N'.
    88  W-OWN-RUN                         VALUE 'Y'.
    88  W-NOT-OWN-RUN                     VALUE 'N'.
        10  W-HSET-VALUE            PIC S9(9).
        10  W-HSET-RUN-ID           PIC X(08).

01  W-HLD-TABLE.
    05  W-HLD-ENTRY OCCURS 1000 TIMES.
        10  W-HLD-KEY.
            15  W-HLD-RUN-ID        PIC X(08).
            15  W-HLD-SEQ-NUM       PIC 9(6).
        10  W-HLD-VALUE             PIC S9(9).
        10  W-HLD-DATE              PIC X(08).

01  W-HIT-KEY.
    05  W-HIT-KEY-RUN-ID            PIC X(08).
    05  W-HIT-KEY-SEQ-NUM           PIC 9(6).

01  W-CUR-RUN-TABLE.
    05  W-CUR-RUN-ID OCCURS 100 TIMES     PIC X(08).

    PERFORM OPEN-FILES.
    PERFORM READ-LOOKBACK-PARM.
    PERFORM LOAD-CURRENT-VALUES.
    PERFORM CHECK-XREF-AVAILABLE.
    IF W-XRF-AVAIL
        PERFORM PROBE-VALUE-XREF
    ELSE
        PERFORM SCAN-HISTORY-MASTER
    END-IF.
    PERFORM WRITE-CHECK-SUMMARY.
    PERFORM CLOSE-FILES.
    IF W-REPEAT-COUNT + W-NIGHT-REPEATS GREATER THAN ZERO
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN INPUT W-XRF-FILE.
    OPEN OUTPUT W-RPT-FILE.
    CLOSE-FILES SECTION.
    CLOSE W-PRM-FILE.
    CLOSE W-CURR-FILE.
    CLOSE W-HST-FILE.
    CLOSE W-XRF-FILE.
    CLOSE W-RPT-FILE.
    READ-LOOKBACK-PARM SECTION.
    READ W-PRM-FILE
    END-IF.
    ADD 1 TO W-CUR-RUN-COUNT.
    MOVE XTR-RUN-ID TO W-CUR-RUN-ID(W-CUR-RUN-COUNT).
    CHECK-XREF-AVAILABLE SECTION.
    SET W-XRF-NOT-AVAIL TO TRUE.
    MOVE SPACES TO W-XRF-REASON.
    STRING 'STATUS ' W-XRF-STATUS
        DELIMITED BY SIZE INTO W-XRF-REASON.
    IF W-XRF-STATUS = '00'
        MOVE LOW-VALUES TO XRF-KEY
        START W-XRF-FILE KEY NOT LESS THAN XRF-KEY
        IF W-XRF-STATUS = '00'
            SET W-XRF-AVAIL TO TRUE
        ELSE
            MOVE LOW-VALUES TO HST-KEY
            START W-HST-FILE KEY NOT LESS THAN HST-KEY
            IF W-HST-STATUS NOT = '00'
                SET W-XRF-AVAIL TO TRUE
            ELSE
                MOVE 'EMPTY' TO W-XRF-REASON
            END-IF
        END-IF
    END-IF.
    IF W-XRF-NOT-AVAIL
        DISPLAY 'ASFDXCHK: WARNING - VALXREF UNAVAILABLE - '
            W-XRF-REASON ' - FULL HISTMSTR SCAN USED'
        MOVE SPACES TO W-RPT-LINE
        STRING 'WARNING: VALXREF UNAVAILABLE (' W-XRF-REASON
            DELIMITED BY '  '
            ') - FULL HISTMSTR SCAN USED'
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    END-IF.
    PROBE-VALUE-XREF SECTION.
    PERFORM VARYING W-HSET-P FROM 1 BY 1
            UNTIL W-HSET-P > W-HSET-SIZE
        IF W-HSET-USED(W-HSET-P) = 'Y'
            PERFORM PROBE-ONE-VALUE
        END-IF
    END-PERFORM.
    PERFORM LIST-HELD-REPEATS.
    PROBE-ONE-VALUE SECTION.
    ADD 1 TO W-PROBE-COUNT.
    SET W-XRF-NOT-DONE TO TRUE.
    COMPUTE W-PROBE-KEY = W-HSET-VALUE(W-HSET-P) + 1000000000.
    MOVE W-PROBE-KEY TO XRF-VALUE-KEY.
    MOVE LOW-VALUES TO XRF-RUN-ID.
    MOVE ZERO TO XRF-SEQ-NUM.
    START W-XRF-FILE KEY NOT LESS THAN XRF-KEY.
    IF W-XRF-STATUS NOT = '00'
        SET W-XRF-DONE TO TRUE
    END-IF.
    PERFORM CHECK-ONE-XREF-ENTRY UNTIL W-XRF-DONE.
    CHECK-ONE-XREF-ENTRY SECTION.
    READ W-XRF-FILE NEXT
        AT END
            SET W-XRF-DONE TO TRUE
        NOT AT END
            ADD 1 TO W-XRF-READ-COUNT
            IF XRF-VALUE-KEY = W-PROBE-KEY
                ADD 1 TO W-XRF-HIT-COUNT
                PERFORM CHECK-XREF-HIT
            ELSE
                SET W-XRF-DONE TO TRUE
            END-IF
    END-READ.
    CHECK-XREF-HIT SECTION.
    MOVE ZERO TO W-HST-DATE.
    IF XRF-GEN-TIMESTAMP(1:8) NUMERIC
        MOVE XRF-GEN-TIMESTAMP(1:8) TO W-HST-DATE
    END-IF.
    IF W-HST-DATE NOT LESS THAN W-CUTOFF-DATE
        MOVE XRF-RUN-ID TO W-HIT-RUN-ID
        PERFORM CHECK-OWN-RUN
        IF W-NOT-OWN-RUN
            ADD 1 TO W-XRF-WINDOW-COUNT
            ADD 1 TO W-REPEAT-COUNT
            MOVE XRF-SORTED-VALUE TO W-HIT-VALUE
            MOVE XRF-GEN-TIMESTAMP(1:8) TO W-HIT-DATE
            MOVE XRF-SEQ-NUM TO W-HIT-SEQ-NUM
            PERFORM HOLD-ONE-REPEAT
        END-IF
    END-IF.
    HOLD-ONE-REPEAT SECTION.
    MOVE W-HIT-RUN-ID TO W-HIT-KEY-RUN-ID.
    MOVE W-HIT-SEQ-NUM TO W-HIT-KEY-SEQ-NUM.
    PERFORM VARYING W-HLD-P FROM 1 BY 1
            UNTIL W-HLD-P > W-HLD-COUNT
               OR W-HLD-KEY(W-HLD-P) > W-HIT-KEY
        CONTINUE
    END-PERFORM.
    IF W-HLD-P NOT GREATER THAN W-LIST-LIMIT
        IF W-HLD-COUNT LESS THAN W-LIST-LIMIT
            ADD 1 TO W-HLD-COUNT
        END-IF
        PERFORM VARYING W-HLD-Q FROM W-HLD-COUNT BY -1
                UNTIL W-HLD-Q NOT GREATER THAN W-HLD-P
            MOVE W-HLD-ENTRY(W-HLD-Q - 1) TO W-HLD-ENTRY(W-HLD-Q)
        END-PERFORM
        MOVE W-HIT-KEY TO W-HLD-KEY(W-HLD-P)
        MOVE W-HIT-VALUE TO W-HLD-VALUE(W-HLD-P)
        MOVE W-HIT-DATE TO W-HLD-DATE(W-HLD-P)
    END-IF.
    LIST-HELD-REPEATS SECTION.
    PERFORM VARYING W-HLD-P FROM 1 BY 1
            UNTIL W-HLD-P > W-HLD-COUNT
               OR W-LIST-COUNT NOT LESS THAN W-LIST-LIMIT
        MOVE W-HLD-RUN-ID(W-HLD-P) TO W-HIT-RUN-ID
        MOVE W-HLD-VALUE(W-HLD-P) TO W-HIT-VALUE
        MOVE W-HLD-DATE(W-HLD-P) TO W-HIT-DATE
        PERFORM WRITE-REPEAT-LINE
    END-PERFORM.
    SCAN-HISTORY-MASTER SECTION.
    MOVE LOW-VALUES TO HST-KEY.
    START W-HST-FILE KEY NOT LESS THAN HST-KEY.
            MOVE HST-GEN-TIMESTAMP(1:8) TO W-HST-DATE
        END-IF
        IF W-HST-DATE NOT LESS THAN W-CUTOFF-DATE
            MOVE HST-RUN-ID TO W-HIT-RUN-ID
            PERFORM CHECK-OWN-RUN
            IF W-NOT-OWN-RUN
                ADD 1 TO W-WINDOW-COUNT
                MOVE HST-SORTED-VALUE TO W-HSET-ARG
                PERFORM HSET-LOOKUP
                IF W-HSET-FOUND
                    MOVE HST-SORTED-VALUE TO W-HIT-VALUE
                    MOVE HST-GEN-TIMESTAMP(1:8) TO W-HIT-DATE
                    PERFORM REPORT-ONE-REPEAT
                END-IF
            END-IF
    SET W-NOT-OWN-RUN TO TRUE.
    PERFORM VARYING W-K FROM 1 BY 1
            UNTIL W-K > W-CUR-RUN-COUNT OR W-OWN-RUN
        IF W-CUR-RUN-ID(W-K) = W-HIT-RUN-ID
            SET W-OWN-RUN TO TRUE
        END-IF
    END-PERFORM.
    REPORT-ONE-REPEAT SECTION.
    ADD 1 TO W-REPEAT-COUNT.
    IF W-LIST-COUNT LESS THAN W-LIST-LIMIT
        PERFORM WRITE-REPEAT-LINE
    END-IF.
    WRITE-REPEAT-LINE SECTION.
    ADD 1 TO W-LIST-COUNT.
    MOVE W-HIT-VALUE TO W-RPT-NUM-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'REPEAT: VALUE ' W-RPT-NUM-ED
        '  LAST DRAWN BY RUN ' W-HIT-RUN-ID
        '  ON ' W-HIT-DATE
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    HSET-LOOKUP SECTION.
    SET W-HSET-NOT-FOUND TO TRUE.
    COMPUTE W-HSET-X = FUNCTION MOD(W-HSET-ARG W-HSET-SIZE) + 1.
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    END-IF.
    IF W-XRF-AVAIL
        MOVE SPACES TO W-RPT-LINE
        STRING 'CHECK METHOD: VALXREF PROBE BY VALUE'
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    ELSE
        MOVE SPACES TO W-RPT-LINE
        STRING 'CHECK METHOD: FULL HISTMSTR SCAN'
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    END-IF.
    MOVE W-PROBE-COUNT TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'VALUES PROBED ON VALXREF: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-XRF-HIT-COUNT TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'VALXREF HITS: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-SCAN-COUNT TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'HISTORY RECORDS SCANNED: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    COMPUTE W-READ-COUNT = W-XRF-READ-COUNT + W-SCAN-COUNT.
    MOVE W-READ-COUNT TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'RECORDS READ: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    IF W-XRF-AVAIL
        MOVE W-XRF-WINDOW-COUNT TO W-RPT-COUNT-ED
        MOVE SPACES TO W-RPT-LINE
        STRING 'VALXREF HITS INSIDE WINDOW: ' W-RPT-COUNT-ED
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    ELSE
        MOVE W-WINDOW-COUNT TO W-RPT-COUNT-ED
        MOVE SPACES TO W-RPT-LINE
        STRING 'HISTORY VALUES INSIDE WINDOW: ' W-RPT-COUNT-ED
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    END-IF.
    MOVE W-REPEAT-COUNT TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'REPEATED VALUES AGAINST HISTORY: ' W-RPT-COUNT-ED
