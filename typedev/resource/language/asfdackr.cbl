IDENTIFICATION DIVISION.
PROGRAM-ID. ASFDACKR.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL W-PRM-FILE ASSIGN TO ACKPARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS W-PRM-STATUS.
    SELECT W-TLG-FILE ASSIGN TO TRANLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS W-TLG-STATUS.
    SELECT OPTIONAL W-ACK-FILE ASSIGN TO ACKFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS W-ACK-STATUS.
    SELECT W-RPT-FILE ASSIGN TO RPTOUT
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  W-PRM-FILE.
01  W-PRM-RECORD.
    05  W-PRM-GRACE-DAYS            PIC 9(3).
    05  W-PRM-WINDOW-DAYS           PIC X(03).

FD  W-TLG-FILE.
01  W-TLG-RECORD.
    COPY WTLGREC.

FD  W-ACK-FILE.
01  W-ACK-RECORD.
    05  W-ACK-CONSUMER-ID           PIC X(08).
    05  W-ACK-XMIT-TIMESTAMP        PIC X(16).
    05  W-ACK-RECORD-COUNT          PIC 9(09).
    05  W-ACK-HASH-TOTAL            PIC S9(15).

FD  W-RPT-FILE.
01  W-RPT-LINE                      PIC X(132).

WORKING-STORAGE SECTION.
77  W-PRM-STATUS                PIC X(02) VALUE '00'.
77  W-TLG-STATUS                PIC X(02) VALUE '00'.
77  W-ACK-STATUS                PIC X(02) VALUE '00'.
77  W-K                         PIC 9(4) VALUE ZERO.
77  W-RUN-DATE                  PIC 9(8) VALUE ZERO.
77  W-RUN-TIME                  PIC 9(8) VALUE ZERO.
77  W-GRACE-DAYS                PIC 9(3) VALUE 2.
77  W-OVERDUE-DATE              PIC 9(8) VALUE ZERO.
77  W-WINDOW-DAYS               PIC 9(3) VALUE 60.
77  W-WINDOW-DATE               PIC 9(8) VALUE ZERO.
77  W-XMIT-DATE                 PIC 9(8) VALUE ZERO.
77  W-EXT-COUNT                 PIC 9(4) VALUE ZERO.
77  W-EXT-LIMIT                 PIC 9(4) VALUE 2000.
77  W-ACK-READ                  PIC 9(6) VALUE ZERO.
77  W-ACK-MATCHED               PIC 9(6) VALUE ZERO.
77  W-ACK-MISMATCH              PIC 9(6) VALUE ZERO.
77  W-ACK-UNKNOWN               PIC 9(6) VALUE ZERO.
77  W-ACK-DUPLICATE             PIC 9(6) VALUE ZERO.
77  W-EXT-OVERDUE               PIC 9(6) VALUE ZERO.
77  W-EXT-AWAITING              PIC 9(6) VALUE ZERO.
77  W-EXT-OUTSIDE               PIC 9(6) VALUE ZERO.
77  W-ACK-OUTSIDE               PIC 9(6) VALUE ZERO.
77  W-RPT-COUNT-ED              PIC Z(8)9.
77  W-RPT-DAYS-ED               PIC ZZ9.
77  W-RPT-SENT-ED               PIC Z(8)9.
77  W-RPT-ACKD-ED               PIC Z(8)9.
77  W-RPT-HASH-ED               PIC -(14)9.
77  W-RPT-AHASH-ED              PIC -(14)9.

01  W-TLG-EOF-SW                PIC X(01) VALUE 'N'.
    88  W-TLG-EOF                         VALUE 'Y'.
    88  W-TLG-NOT-EOF                     VALUE 'N'.

01  W-ACK-EOF-SW                PIC X(01) VALUE 'N'.
    88  W-ACK-EOF                         VALUE 'Y'.
    88  W-ACK-NOT-EOF                     VALUE 'N'.

01  W-EXT-FOUND-SW              PIC X(01) VALUE 'N'.
    88  W-EXT-FOUND                       VALUE 'Y'.
    88  W-EXT-NOT-FOUND                   VALUE 'N'.

01  W-EXT-TABLE.
    05  W-EXT-ENTRY OCCURS 2000 TIMES.
        10  W-EXT-CONSUMER-ID       PIC X(08).
        10  W-EXT-XMIT-TIMESTAMP    PIC X(16).
        10  W-EXT-OUTPUT-DD         PIC X(08).
        10  W-EXT-RUN-COUNT         PIC 9(04).
        10  W-EXT-RECORD-COUNT      PIC 9(09).
        10  W-EXT-HASH-TOTAL        PIC S9(15).
        10  W-EXT-ACK-SW            PIC X(01).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM OPEN-FILES.
    PERFORM READ-GRACE-PARM.
    PERFORM LOAD-TRANSMISSION-LOG.
    PERFORM MATCH-ACKNOWLEDGEMENTS.
    PERFORM CHECK-ONE-EXTRACT
        VARYING W-K FROM 1 BY 1 UNTIL W-K > W-EXT-COUNT.
    PERFORM WRITE-ACK-SUMMARY.
    PERFORM CLOSE-FILES.
    IF W-ACK-MISMATCH + W-ACK-UNKNOWN + W-EXT-OVERDUE
            GREATER THAN ZERO
        MOVE 8 TO RETURN-CODE
    ELSE
        IF W-EXT-AWAITING + W-ACK-DUPLICATE GREATER THAN ZERO
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.
    GOBACK.
    OPEN-FILES SECTION.
    OPEN INPUT W-PRM-FILE.
    OPEN INPUT W-TLG-FILE.
    IF W-TLG-STATUS NOT = '00'
        DISPLAY 'ASFDACKR: CANNOT OPEN TRANLOG - STATUS ' W-TLG-STATUS
            ' - RUN ABENDED'
        MOVE 16 TO RETURN-CODE
        CLOSE W-PRM-FILE
        GOBACK
    END-IF.
    OPEN INPUT W-ACK-FILE.
    OPEN OUTPUT W-RPT-FILE.
    CLOSE-FILES SECTION.
    CLOSE W-PRM-FILE.
    CLOSE W-TLG-FILE.
    CLOSE W-ACK-FILE.
    CLOSE W-RPT-FILE.
    READ-GRACE-PARM SECTION.
    IF W-PRM-STATUS = '00'
        READ W-PRM-FILE
            AT END
                CONTINUE
            NOT AT END
                IF W-PRM-GRACE-DAYS NUMERIC
                    MOVE W-PRM-GRACE-DAYS TO W-GRACE-DAYS
                ELSE
                    DISPLAY 'ASFDACKR: GRACE DAYS PARAMETER INVALID'
                        ' - RUN ABENDED'
                    MOVE 16 TO RETURN-CODE
                    PERFORM CLOSE-FILES
                    GOBACK
                END-IF
                IF W-PRM-WINDOW-DAYS NOT = SPACES
                    IF W-PRM-WINDOW-DAYS NUMERIC
                        MOVE W-PRM-WINDOW-DAYS TO W-WINDOW-DAYS
                    ELSE
                        DISPLAY 'ASFDACKR: WINDOW DAYS PARAMETER '
                            'INVALID - RUN ABENDED'
                        MOVE 16 TO RETURN-CODE
                        PERFORM CLOSE-FILES
                        GOBACK
                    END-IF
                END-IF
        END-READ
    END-IF.
    IF W-WINDOW-DAYS NOT GREATER THAN W-GRACE-DAYS
        DISPLAY 'ASFDACKR: WINDOW DAYS MUST EXCEED GRACE DAYS'
            ' - RUN ABENDED'
        MOVE 16 TO RETURN-CODE
        PERFORM CLOSE-FILES
        GOBACK
    END-IF.
    ACCEPT W-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT W-RUN-TIME FROM TIME.
    COMPUTE W-OVERDUE-DATE = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(W-RUN-DATE) - W-GRACE-DAYS).
    COMPUTE W-WINDOW-DATE = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(W-RUN-DATE) - W-WINDOW-DAYS).
    MOVE SPACES TO W-RPT-LINE.
    STRING 'ASFDACKR TRANSMISSION ACKNOWLEDGEMENT RECONCILIATION  DATE: '
        W-RUN-DATE '  TIME: ' W-RUN-TIME
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-GRACE-DAYS TO W-RPT-DAYS-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'GRACE DAYS: ' W-RPT-DAYS-ED
        '  EXTRACTS SENT BEFORE ' W-OVERDUE-DATE
        ' WITH NO ACKNOWLEDGEMENT ARE OVERDUE'
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-WINDOW-DAYS TO W-RPT-DAYS-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'WINDOW DAYS: ' W-RPT-DAYS-ED
        '  EXTRACTS SENT BEFORE ' W-WINDOW-DATE
        ' ARE OUTSIDE THE WINDOW AND NOT RECONCILED'
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE SPACES TO W-RPT-LINE.
    WRITE W-RPT-LINE.
    LOAD-TRANSMISSION-LOG SECTION.
    PERFORM READ-LOG-RECORD.
    PERFORM LOAD-ONE-LOG-RECORD UNTIL W-TLG-EOF.
    READ-LOG-RECORD SECTION.
    READ W-TLG-FILE
        AT END
            SET W-TLG-EOF TO TRUE
    END-READ.
    LOAD-ONE-LOG-RECORD SECTION.
    IF TLG-EXTRACT-REC
        MOVE TLG-XMIT-TIMESTAMP(1:8) TO W-XMIT-DATE
        IF W-XMIT-DATE LESS THAN W-WINDOW-DATE
            ADD 1 TO W-EXT-OUTSIDE
        ELSE
            PERFORM LOAD-ONE-EXTRACT
        END-IF
    END-IF.
    PERFORM READ-LOG-RECORD.
    LOAD-ONE-EXTRACT SECTION.
    IF W-EXT-COUNT NOT LESS THAN W-EXT-LIMIT
        DISPLAY 'ASFDACKR: TOO MANY EXTRACTS INSIDE THE WINDOW ON '
            'TRANLOG - RUN ABENDED'
        MOVE 16 TO RETURN-CODE
        PERFORM CLOSE-FILES
        GOBACK
    END-IF.
    ADD 1 TO W-EXT-COUNT.
    MOVE TLG-CONSUMER-ID TO W-EXT-CONSUMER-ID(W-EXT-COUNT).
    MOVE TLG-XMIT-TIMESTAMP TO W-EXT-XMIT-TIMESTAMP(W-EXT-COUNT).
    MOVE TLG-OUTPUT-DD TO W-EXT-OUTPUT-DD(W-EXT-COUNT).
    MOVE TLG-RUN-COUNT TO W-EXT-RUN-COUNT(W-EXT-COUNT).
    MOVE TLG-RECORD-COUNT TO W-EXT-RECORD-COUNT(W-EXT-COUNT).
    MOVE TLG-HASH-TOTAL TO W-EXT-HASH-TOTAL(W-EXT-COUNT).
    MOVE 'N' TO W-EXT-ACK-SW(W-EXT-COUNT).
    MATCH-ACKNOWLEDGEMENTS SECTION.
    IF W-ACK-STATUS = '00'
        PERFORM READ-ACK-RECORD
        PERFORM MATCH-ONE-ACK UNTIL W-ACK-EOF
    END-IF.
    READ-ACK-RECORD SECTION.
    READ W-ACK-FILE
        AT END
            SET W-ACK-EOF TO TRUE
        NOT AT END
            ADD 1 TO W-ACK-READ
    END-READ.
    MATCH-ONE-ACK SECTION.
    SET W-EXT-NOT-FOUND TO TRUE.
    PERFORM VARYING W-K FROM 1 BY 1
            UNTIL W-K > W-EXT-COUNT OR W-EXT-FOUND
        IF W-EXT-CONSUMER-ID(W-K) = W-ACK-CONSUMER-ID
           AND W-EXT-XMIT-TIMESTAMP(W-K) = W-ACK-XMIT-TIMESTAMP
            SET W-EXT-FOUND TO TRUE
        END-IF
    END-PERFORM.
    IF W-EXT-NOT-FOUND
        MOVE W-ACK-XMIT-TIMESTAMP(1:8) TO W-XMIT-DATE
        IF W-XMIT-DATE LESS THAN W-WINDOW-DATE
            ADD 1 TO W-ACK-OUTSIDE
        ELSE
            ADD 1 TO W-ACK-UNKNOWN
            MOVE SPACES TO W-RPT-LINE
            STRING 'CONSUMER ' W-ACK-CONSUMER-ID
                '  XMIT ' W-ACK-XMIT-TIMESTAMP
                '  UNKNOWN ACK - NO SUCH EXTRACT ON TRANLOG'
                DELIMITED BY SIZE INTO W-RPT-LINE
            WRITE W-RPT-LINE
        END-IF
    ELSE
        SUBTRACT 1 FROM W-K
        PERFORM COMPARE-ONE-ACK
    END-IF.
    PERFORM READ-ACK-RECORD.
    COMPARE-ONE-ACK SECTION.
    IF W-EXT-ACK-SW(W-K) NOT = 'N'
        ADD 1 TO W-ACK-DUPLICATE
        MOVE SPACES TO W-RPT-LINE
        STRING 'CONSUMER ' W-ACK-CONSUMER-ID
            '  XMIT ' W-ACK-XMIT-TIMESTAMP
            '  DUPLICATE ACK - ALREADY ACKNOWLEDGED'
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    END-IF.
    MOVE W-EXT-RECORD-COUNT(W-K) TO W-RPT-SENT-ED.
    MOVE W-EXT-HASH-TOTAL(W-K) TO W-RPT-HASH-ED.
    IF W-ACK-RECORD-COUNT NOT NUMERIC
        MOVE ZERO TO W-RPT-ACKD-ED
    ELSE
        MOVE W-ACK-RECORD-COUNT TO W-RPT-ACKD-ED
    END-IF.
    IF W-ACK-HASH-TOTAL NOT NUMERIC
        MOVE ZERO TO W-RPT-AHASH-ED
    ELSE
        MOVE W-ACK-HASH-TOTAL TO W-RPT-AHASH-ED
    END-IF.
    IF W-ACK-RECORD-COUNT NOT NUMERIC
       OR W-ACK-RECORD-COUNT NOT = W-EXT-RECORD-COUNT(W-K)
        ADD 1 TO W-ACK-MISMATCH
        MOVE 'C' TO W-EXT-ACK-SW(W-K)
        MOVE SPACES TO W-RPT-LINE
        STRING 'CONSUMER ' W-ACK-CONSUMER-ID
            '  XMIT ' W-ACK-XMIT-TIMESTAMP
            '  COUNT MISMATCH - SENT ' W-RPT-SENT-ED
            '  ACKNOWLEDGED ' W-RPT-ACKD-ED
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    ELSE
        IF W-ACK-HASH-TOTAL NOT NUMERIC
           OR W-ACK-HASH-TOTAL NOT = W-EXT-HASH-TOTAL(W-K)
            ADD 1 TO W-ACK-MISMATCH
            MOVE 'H' TO W-EXT-ACK-SW(W-K)
            MOVE SPACES TO W-RPT-LINE
            STRING 'CONSUMER ' W-ACK-CONSUMER-ID
                '  XMIT ' W-ACK-XMIT-TIMESTAMP
                '  HASH MISMATCH - SENT ' W-RPT-HASH-ED
                '  ACKNOWLEDGED ' W-RPT-AHASH-ED
                DELIMITED BY SIZE INTO W-RPT-LINE
            WRITE W-RPT-LINE
        ELSE
            IF W-EXT-ACK-SW(W-K) = 'N'
                ADD 1 TO W-ACK-MATCHED
            END-IF
            MOVE 'Y' TO W-EXT-ACK-SW(W-K)
        END-IF
    END-IF.
    CHECK-ONE-EXTRACT SECTION.
    IF W-EXT-ACK-SW(W-K) = 'N'
        MOVE W-EXT-XMIT-TIMESTAMP(W-K)(1:8) TO W-XMIT-DATE
        MOVE W-EXT-RECORD-COUNT(W-K) TO W-RPT-SENT-ED
        MOVE W-EXT-HASH-TOTAL(W-K) TO W-RPT-HASH-ED
        MOVE SPACES TO W-RPT-LINE
        IF W-XMIT-DATE LESS THAN W-OVERDUE-DATE
            ADD 1 TO W-EXT-OVERDUE
            STRING 'CONSUMER ' W-EXT-CONSUMER-ID(W-K)
                '  XMIT ' W-EXT-XMIT-TIMESTAMP(W-K)
                '  ' W-EXT-OUTPUT-DD(W-K)
                '  RECORDS ' W-RPT-SENT-ED
                '  HASH ' W-RPT-HASH-ED
                '  NOT ACKNOWLEDGED - OVERDUE'
                DELIMITED BY SIZE INTO W-RPT-LINE
        ELSE
            ADD 1 TO W-EXT-AWAITING
            STRING 'CONSUMER ' W-EXT-CONSUMER-ID(W-K)
                '  XMIT ' W-EXT-XMIT-TIMESTAMP(W-K)
                '  ' W-EXT-OUTPUT-DD(W-K)
                '  RECORDS ' W-RPT-SENT-ED
                '  HASH ' W-RPT-HASH-ED
                '  NOT ACKNOWLEDGED - AWAITING'
                DELIMITED BY SIZE INTO W-RPT-LINE
        END-IF
        WRITE W-RPT-LINE
    END-IF.
    WRITE-ACK-SUMMARY SECTION.
    MOVE SPACES TO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-EXT-COUNT TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'EXTRACTS INSIDE THE WINDOW: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-EXT-OUTSIDE TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'EXTRACTS OUTSIDE THE WINDOW: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-ACK-READ TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'ACKNOWLEDGEMENTS READ: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-ACK-OUTSIDE TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'ACKNOWLEDGEMENTS OUTSIDE THE WINDOW: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-ACK-MATCHED TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'EXTRACTS ACKNOWLEDGED IN FULL: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-ACK-MISMATCH TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'COUNT OR HASH MISMATCHES: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-ACK-UNKNOWN TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'UNKNOWN ACKNOWLEDGEMENTS: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-ACK-DUPLICATE TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'DUPLICATE ACKNOWLEDGEMENTS: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-EXT-OVERDUE TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'NOT ACKNOWLEDGED - OVERDUE: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-EXT-AWAITING TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'NOT ACKNOWLEDGED - AWAITING: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
