IDENTIFICATION DIVISION.
PROGRAM-ID. ASFDCHRG.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL W-PRM-FILE ASSIGN TO CHGPARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS W-PRM-STATUS.
    SELECT W-RTE-FILE ASSIGN TO RATEFILE
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL W-RCT-FILE ASSIGN TO RUNCTL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS W-RCT-STATUS.
    SELECT W-HST-FILE ASSIGN TO HISTMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HST-KEY
        FILE STATUS IS W-HST-STATUS.
    SELECT W-BIL-FILE ASSIGN TO BILLOUT
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT W-RPT-FILE ASSIGN TO RPTOUT
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  W-PRM-FILE.
01  W-PRM-RECORD.
    05  W-PRM-PERIOD                PIC 9(06).

FD  W-RTE-FILE.
01  W-RTE-RECORD.
    05  W-RTE-DEPT-CODE             PIC X(04).
    05  W-RTE-RUN-RATE              PIC 9(5)V99.
    05  W-RTE-THOU-RATE             PIC 9(5)V99.
    05  W-RTE-UNIQUE-RATE           PIC 9(5)V99.
    05  W-RTE-DENSE-RATE            PIC 9(5)V99.
    05  W-RTE-SUSP-RATE             PIC 9(5)V99.

FD  W-RCT-FILE.
01  W-RCT-RECORD.
    COPY WRCTREC.

FD  W-HST-FILE.
01  W-HST-RECORD.
    COPY WHSTREC.

FD  W-BIL-FILE.
01  W-BIL-RECORD.
    05  W-BIL-REC-TYPE              PIC X(01).
    05  W-BIL-REC-DATA              PIC X(99).
    05  W-BIL-HEADER-DATA REDEFINES W-BIL-REC-DATA.
        10  W-BIL-HDR-PERIOD        PIC 9(06).
        10  W-BIL-HDR-RUN-DATE      PIC 9(08).
        10  FILLER                  PIC X(85).
    05  W-BIL-DETAIL-DATA REDEFINES W-BIL-REC-DATA.
        10  W-BIL-DEPT-CODE         PIC X(04).
        10  W-BIL-LINE-TYPE         PIC X(04).
        10  W-BIL-RUN-ID            PIC X(08).
        10  W-BIL-TIMESTAMP         PIC X(16).
        10  W-BIL-VALUE-COUNT       PIC 9(09).
        10  W-BIL-RUN-AMT           PIC 9(7)V99.
        10  W-BIL-VOLUME-AMT        PIC 9(7)V99.
        10  W-BIL-UNIQUE-AMT        PIC 9(7)V99.
        10  W-BIL-DENSE-AMT         PIC 9(7)V99.
        10  W-BIL-TOTAL-AMT         PIC 9(7)V99.
        10  W-BIL-PUB-REJ-SW        PIC X(01).
        10  W-BIL-HIST-TAG          PIC X(04).
        10  FILLER                  PIC X(08).
    05  W-BIL-TRAILER-DATA REDEFINES W-BIL-REC-DATA.
        10  W-BIL-TRL-LINE-COUNT    PIC 9(09).
        10  W-BIL-TRL-TOTAL-AMT     PIC 9(11)V99.
        10  FILLER                  PIC X(77).

FD  W-RPT-FILE.
01  W-RPT-LINE                      PIC X(132).

WORKING-STORAGE SECTION.
77  W-PRM-STATUS                PIC X(02) VALUE '00'.
77  W-RCT-STATUS                PIC X(02) VALUE '00'.
77  W-HST-STATUS                PIC X(02) VALUE '00'.
77  W-K                         PIC 9(4) VALUE ZERO.
77  W-D                         PIC 9(4) VALUE ZERO.
77  W-R                         PIC 9(4) VALUE ZERO.
77  W-N                         PIC 9(4) VALUE ZERO.
77  W-RUN-DATE                  PIC 9(8) VALUE ZERO.
77  W-RUN-TIME                  PIC 9(8) VALUE ZERO.
77  W-PERIOD                    PIC 9(6) VALUE ZERO.
77  W-PERIOD-YEAR               PIC 9(4) VALUE ZERO.
77  W-PERIOD-MONTH              PIC 9(2) VALUE ZERO.
77  W-RTE-COUNT                 PIC 9(4) VALUE ZERO.
77  W-RTE-LIMIT                 PIC 9(4) VALUE 200.
77  W-RTE-READ                  PIC 9(4) VALUE ZERO.
77  W-RTE-REJECTED              PIC 9(4) VALUE ZERO.
77  W-DEFAULT-RTE               PIC 9(4) VALUE ZERO.
77  W-LIN-COUNT                 PIC 9(4) VALUE ZERO.
77  W-LIN-LIMIT                 PIC 9(4) VALUE 5000.
77  W-DPT-COUNT                 PIC 9(4) VALUE ZERO.
77  W-DPT-LIMIT                 PIC 9(4) VALUE 200.
77  W-RCT-READ                  PIC 9(8) VALUE ZERO.
77  W-NO-RATE-LINES             PIC 9(4) VALUE ZERO.
77  W-HIST-MISSING              PIC 9(4) VALUE ZERO.
77  W-HIST-REPLACED             PIC 9(4) VALUE ZERO.
77  W-PUB-REJECTED              PIC 9(4) VALUE ZERO.
77  W-DEPT-CODE                 PIC X(04) VALUE SPACES.
77  W-RTE-RESULT                PIC X(40) VALUE SPACES.
77  W-GRAND-TOTAL               PIC 9(11)V99 VALUE ZERO.
77  W-RPT-COUNT-ED              PIC Z(8)9.
77  W-RPT-SHORT-ED              PIC Z(4)9.
77  W-RPT-AMT-ED                PIC Z(6)9.99.
77  W-RPT-RUN-ED                PIC Z(6)9.99.
77  W-RPT-VOL-ED                PIC Z(6)9.99.
77  W-RPT-UNQ-ED                PIC Z(6)9.99.
77  W-RPT-DNS-ED                PIC Z(6)9.99.
77  W-RPT-TOTAL-ED              PIC Z(10)9.99.
77  W-RPT-NOTE                  PIC X(24) VALUE SPACES.

01  W-RTE-EOF-SW                PIC X(01) VALUE 'N'.
    88  W-RTE-EOF                         VALUE 'Y'.
    88  W-RTE-NOT-EOF                     VALUE 'N'.

01  W-RCT-EOF-SW                PIC X(01) VALUE 'N'.
    88  W-RCT-EOF                         VALUE 'Y'.
    88  W-RCT-NOT-EOF                     VALUE 'N'.

01  W-FOUND-SW                  PIC X(01) VALUE 'N'.
    88  W-FOUND                           VALUE 'Y'.
    88  W-NOT-FOUND                       VALUE 'N'.

01  W-RTE-TABLE.
    05  W-RTE-ENTRY OCCURS 200 TIMES.
        10  W-RT-DEPT-CODE          PIC X(04).
        10  W-RT-RUN-RATE           PIC 9(5)V99.
        10  W-RT-THOU-RATE          PIC 9(5)V99.
        10  W-RT-UNIQUE-RATE        PIC 9(5)V99.
        10  W-RT-DENSE-RATE         PIC 9(5)V99.
        10  W-RT-SUSP-RATE          PIC 9(5)V99.

01  W-LIN-TABLE.
    05  W-LIN-ENTRY OCCURS 5000 TIMES.
        10  W-LN-DEPT-CODE          PIC X(04).
        10  W-LN-LINE-TYPE          PIC X(04).
        10  W-LN-RUN-ID             PIC X(08).
        10  W-LN-TIMESTAMP          PIC X(16).
        10  W-LN-VALUE-COUNT        PIC 9(09).
        10  W-LN-UNIQUE-SW          PIC X(01).
        10  W-LN-GEN-MODE           PIC X(01).
        10  W-LN-PUB-REJ-SW         PIC X(01).
        10  W-LN-HIST-TAG           PIC X(04).
        10  W-LN-RUN-AMT            PIC 9(7)V99.
        10  W-LN-VOLUME-AMT         PIC 9(7)V99.
        10  W-LN-UNIQUE-AMT         PIC 9(7)V99.
        10  W-LN-DENSE-AMT          PIC 9(7)V99.
        10  W-LN-TOTAL-AMT          PIC 9(7)V99.

01  W-DPT-TABLE.
    05  W-DPT-ENTRY OCCURS 200 TIMES.
        10  W-DP-DEPT-CODE          PIC X(04).
        10  W-DP-RTE-NDX            PIC 9(4).
        10  W-DP-RUNS               PIC 9(5).
        10  W-DP-RERUNS             PIC 9(5).
        10  W-DP-SUSPENDS           PIC 9(5).
        10  W-DP-VALUES             PIC 9(11).
        10  W-DP-RUN-AMT            PIC 9(9)V99.
        10  W-DP-RERUN-AMT          PIC 9(9)V99.
        10  W-DP-SUSP-AMT           PIC 9(9)V99.
        10  W-DP-TOTAL-AMT          PIC 9(9)V99.

01  W-DPT-HOLD                      PIC X(78).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM OPEN-FILES.
    PERFORM READ-PERIOD-PARM.
    PERFORM LOAD-RATE-TABLE.
    PERFORM LOAD-RUN-CONTROL.
    PERFORM PRICE-ONE-LINE
        VARYING W-K FROM 1 BY 1 UNTIL W-K > W-LIN-COUNT.
    PERFORM WRITE-BILLING-FILE.
    PERFORM PRINT-INVOICE-SUMMARY.
    PERFORM CLOSE-FILES.
    IF W-RTE-REJECTED + W-NO-RATE-LINES GREATER THAN ZERO
        MOVE 8 TO RETURN-CODE
    ELSE
        IF W-LIN-COUNT = ZERO
           OR W-HIST-MISSING + W-HIST-REPLACED GREATER THAN ZERO
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.
    GOBACK.
    OPEN-FILES SECTION.
    OPEN INPUT W-PRM-FILE.
    OPEN INPUT W-HST-FILE.
    IF W-HST-STATUS NOT = '00' AND W-HST-STATUS NOT = '05'
        DISPLAY 'ASFDCHRG: CANNOT OPEN HISTMSTR - STATUS '
            W-HST-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN OUTPUT W-BIL-FILE.
    OPEN OUTPUT W-RPT-FILE.
    CLOSE-FILES SECTION.
    CLOSE W-PRM-FILE.
    CLOSE W-HST-FILE.
    CLOSE W-BIL-FILE.
    CLOSE W-RPT-FILE.
    READ-PERIOD-PARM SECTION.
    ACCEPT W-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT W-RUN-TIME FROM TIME.
    MOVE ZERO TO W-PERIOD.
    IF W-PRM-STATUS = '00'
        READ W-PRM-FILE
            AT END
                CONTINUE
            NOT AT END
                IF W-PRM-PERIOD NOT NUMERIC
                   OR W-PRM-PERIOD(5:2) LESS THAN '01'
                   OR W-PRM-PERIOD(5:2) GREATER THAN '12'
                    DISPLAY 'ASFDCHRG: BILLING PERIOD PARAMETER '
                        'INVALID - RUN ABENDED'
                    MOVE 16 TO RETURN-CODE
                    PERFORM CLOSE-FILES
                    GOBACK
                END-IF
                MOVE W-PRM-PERIOD TO W-PERIOD
        END-READ
    END-IF.
    IF W-PERIOD = ZERO
        MOVE W-RUN-DATE(1:4) TO W-PERIOD-YEAR
        MOVE W-RUN-DATE(5:2) TO W-PERIOD-MONTH
        IF W-PERIOD-MONTH = 1
            MOVE 12 TO W-PERIOD-MONTH
            SUBTRACT 1 FROM W-PERIOD-YEAR
        ELSE
            SUBTRACT 1 FROM W-PERIOD-MONTH
        END-IF
        COMPUTE W-PERIOD = W-PERIOD-YEAR * 100 + W-PERIOD-MONTH
    END-IF.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'ASFDCHRG DEPARTMENT CHARGEBACK INVOICE  DATE: ' W-RUN-DATE
        '  TIME: ' W-RUN-TIME
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'BILLING PERIOD: ' W-PERIOD
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE SPACES TO W-RPT-LINE.
    WRITE W-RPT-LINE.
    LOAD-RATE-TABLE SECTION.
    OPEN INPUT W-RTE-FILE.
    PERFORM READ-RATE-RECORD.
    PERFORM LOAD-ONE-RATE UNTIL W-RTE-EOF.
    CLOSE W-RTE-FILE.
    READ-RATE-RECORD SECTION.
    READ W-RTE-FILE
        AT END
            SET W-RTE-EOF TO TRUE
        NOT AT END
            ADD 1 TO W-RTE-READ
    END-READ.
    LOAD-ONE-RATE SECTION.
    MOVE SPACES TO W-RTE-RESULT.
    IF W-RTE-DEPT-CODE = SPACES
        MOVE 'REJECTED: DEPARTMENT CODE MISSING' TO W-RTE-RESULT
    ELSE
        IF W-RTE-RUN-RATE NOT NUMERIC
           OR W-RTE-THOU-RATE NOT NUMERIC
           OR W-RTE-UNIQUE-RATE NOT NUMERIC
           OR W-RTE-DENSE-RATE NOT NUMERIC
           OR W-RTE-SUSP-RATE NOT NUMERIC
            MOVE 'REJECTED: RATE NOT NUMERIC' TO W-RTE-RESULT
        ELSE
            MOVE W-RTE-DEPT-CODE TO W-DEPT-CODE
            PERFORM FIND-RATE-ENTRY
            IF W-FOUND
                MOVE 'REJECTED: DEPARTMENT ALREADY RATED'
                    TO W-RTE-RESULT
            END-IF
        END-IF
    END-IF.
    IF W-RTE-RESULT = SPACES
        IF W-RTE-COUNT NOT LESS THAN W-RTE-LIMIT
            DISPLAY 'ASFDCHRG: TOO MANY RATE RECORDS - RUN ABENDED'
            MOVE 16 TO RETURN-CODE
            CLOSE W-RTE-FILE
            PERFORM CLOSE-FILES
            GOBACK
        END-IF
        ADD 1 TO W-RTE-COUNT
        MOVE W-RTE-DEPT-CODE TO W-RT-DEPT-CODE(W-RTE-COUNT)
        MOVE W-RTE-RUN-RATE TO W-RT-RUN-RATE(W-RTE-COUNT)
        MOVE W-RTE-THOU-RATE TO W-RT-THOU-RATE(W-RTE-COUNT)
        MOVE W-RTE-UNIQUE-RATE TO W-RT-UNIQUE-RATE(W-RTE-COUNT)
        MOVE W-RTE-DENSE-RATE TO W-RT-DENSE-RATE(W-RTE-COUNT)
        MOVE W-RTE-SUSP-RATE TO W-RT-SUSP-RATE(W-RTE-COUNT)
        IF W-RTE-DEPT-CODE = '****'
            MOVE W-RTE-COUNT TO W-DEFAULT-RTE
        END-IF
    ELSE
        ADD 1 TO W-RTE-REJECTED
        MOVE SPACES TO W-RPT-LINE
        STRING 'RATE RECORD ' W-RTE-RECORD(1:39)
            '  ' W-RTE-RESULT
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    END-IF.
    PERFORM READ-RATE-RECORD.
    FIND-RATE-ENTRY SECTION.
    SET W-NOT-FOUND TO TRUE.
    PERFORM VARYING W-R FROM 1 BY 1
            UNTIL W-R > W-RTE-COUNT OR W-FOUND
        IF W-RT-DEPT-CODE(W-R) = W-DEPT-CODE
            SET W-FOUND TO TRUE
        END-IF
    END-PERFORM.
    IF W-FOUND
        SUBTRACT 1 FROM W-R
    END-IF.
    LOAD-RUN-CONTROL SECTION.
    OPEN INPUT W-RCT-FILE.
    IF W-RCT-STATUS = '00' OR W-RCT-STATUS = '05'
        PERFORM READ-RUN-CONTROL-RECORD
        PERFORM NOTE-ONE-RUN-CONTROL UNTIL W-RCT-EOF
    END-IF.
    CLOSE W-RCT-FILE.
    READ-RUN-CONTROL-RECORD SECTION.
    READ W-RCT-FILE
        AT END
            SET W-RCT-EOF TO TRUE
        NOT AT END
            ADD 1 TO W-RCT-READ
    END-READ.
    NOTE-ONE-RUN-CONTROL SECTION.
    IF RCT-TIMESTAMP(1:6) = W-PERIOD
        IF RCT-RUN-COMPLETE
            PERFORM ADD-BILLING-LINE
            IF RCT-FORCE-SW = 'Y'
                MOVE 'RERN' TO W-LN-LINE-TYPE(W-LIN-COUNT)
            ELSE
                MOVE 'RUN ' TO W-LN-LINE-TYPE(W-LIN-COUNT)
            END-IF
            MOVE RCT-RECORD-COUNT TO W-LN-VALUE-COUNT(W-LIN-COUNT)
            PERFORM CHECK-HISTORY-HEADER
        END-IF
        IF RCT-RUN-ERROR AND RCT-RETURN-CODE = 8
            PERFORM ADD-BILLING-LINE
            MOVE 'SUSP' TO W-LN-LINE-TYPE(W-LIN-COUNT)
            MOVE ZERO TO W-LN-VALUE-COUNT(W-LIN-COUNT)
            MOVE '----' TO W-LN-HIST-TAG(W-LIN-COUNT)
        END-IF
    END-IF.
    IF RCT-PUB-REJECTED
        PERFORM VARYING W-N FROM 1 BY 1 UNTIL W-N > W-LIN-COUNT
            IF W-LN-RUN-ID(W-N) = RCT-RUN-ID
               AND W-LN-LINE-TYPE(W-N) NOT = 'SUSP'
               AND W-LN-TIMESTAMP(W-N) NOT GREATER THAN RCT-TIMESTAMP
                MOVE 'Y' TO W-LN-PUB-REJ-SW(W-N)
            END-IF
        END-PERFORM
    END-IF.
    PERFORM READ-RUN-CONTROL-RECORD.
    ADD-BILLING-LINE SECTION.
    IF W-LIN-COUNT NOT LESS THAN W-LIN-LIMIT
        DISPLAY 'ASFDCHRG: TOO MANY BILLABLE EVENTS - RUN ABENDED'
        MOVE 16 TO RETURN-CODE
        CLOSE W-RCT-FILE
        PERFORM CLOSE-FILES
        GOBACK
    END-IF.
    ADD 1 TO W-LIN-COUNT.
    IF RCT-DEPT-CODE = SPACES
        MOVE 'NONE' TO W-LN-DEPT-CODE(W-LIN-COUNT)
    ELSE
        MOVE RCT-DEPT-CODE TO W-LN-DEPT-CODE(W-LIN-COUNT)
    END-IF.
    MOVE RCT-RUN-ID TO W-LN-RUN-ID(W-LIN-COUNT).
    MOVE RCT-TIMESTAMP TO W-LN-TIMESTAMP(W-LIN-COUNT).
    MOVE RCT-UNIQUE-SW TO W-LN-UNIQUE-SW(W-LIN-COUNT).
    MOVE RCT-GEN-MODE TO W-LN-GEN-MODE(W-LIN-COUNT).
    MOVE 'N' TO W-LN-PUB-REJ-SW(W-LIN-COUNT).
    MOVE SPACES TO W-LN-HIST-TAG(W-LIN-COUNT).
    MOVE ZERO TO W-LN-RUN-AMT(W-LIN-COUNT).
    MOVE ZERO TO W-LN-VOLUME-AMT(W-LIN-COUNT).
    MOVE ZERO TO W-LN-UNIQUE-AMT(W-LIN-COUNT).
    MOVE ZERO TO W-LN-DENSE-AMT(W-LIN-COUNT).
    MOVE ZERO TO W-LN-TOTAL-AMT(W-LIN-COUNT).
    CHECK-HISTORY-HEADER SECTION.
    MOVE RCT-RUN-ID TO HST-RUN-ID.
    MOVE ZERO TO HST-SEQ-NUM.
    READ W-HST-FILE.
    IF W-HST-STATUS NOT = '00'
        MOVE 'NONE' TO W-LN-HIST-TAG(W-LIN-COUNT)
        ADD 1 TO W-HIST-MISSING
    ELSE
        IF HST-GEN-TIMESTAMP NOT = RCT-TIMESTAMP
            MOVE 'REPL' TO W-LN-HIST-TAG(W-LIN-COUNT)
            ADD 1 TO W-HIST-REPLACED
        ELSE
            IF HST-HDR-LEN-ARR = RCT-RECORD-COUNT
                MOVE 'OK' TO W-LN-HIST-TAG(W-LIN-COUNT)
            ELSE
                MOVE 'DIFF' TO W-LN-HIST-TAG(W-LIN-COUNT)
            END-IF
            IF W-LN-DEPT-CODE(W-LIN-COUNT) = 'NONE'
               AND HST-HDR-DEPT-CODE NOT = SPACES
                MOVE HST-HDR-DEPT-CODE TO W-LN-DEPT-CODE(W-LIN-COUNT)
            END-IF
        END-IF
    END-IF.
    PRICE-ONE-LINE SECTION.
    MOVE W-LN-DEPT-CODE(W-K) TO W-DEPT-CODE.
    PERFORM FIND-DEPARTMENT.
    MOVE W-DP-RTE-NDX(W-D) TO W-R.
    IF W-R NOT = ZERO
        IF W-LN-LINE-TYPE(W-K) = 'SUSP'
            MOVE W-RT-SUSP-RATE(W-R) TO W-LN-RUN-AMT(W-K)
        ELSE
            MOVE W-RT-RUN-RATE(W-R) TO W-LN-RUN-AMT(W-K)
            COMPUTE W-LN-VOLUME-AMT(W-K) ROUNDED =
                W-LN-VALUE-COUNT(W-K) * W-RT-THOU-RATE(W-R) / 1000
            IF W-LN-UNIQUE-SW(W-K) = 'Y'
                MOVE W-RT-UNIQUE-RATE(W-R) TO W-LN-UNIQUE-AMT(W-K)
            END-IF
            IF W-LN-GEN-MODE(W-K) = 'F'
                MOVE W-RT-DENSE-RATE(W-R) TO W-LN-DENSE-AMT(W-K)
            END-IF
        END-IF
        COMPUTE W-LN-TOTAL-AMT(W-K) = W-LN-RUN-AMT(W-K)
            + W-LN-VOLUME-AMT(W-K) + W-LN-UNIQUE-AMT(W-K)
            + W-LN-DENSE-AMT(W-K)
    ELSE
        ADD 1 TO W-NO-RATE-LINES
    END-IF.
    EVALUATE W-LN-LINE-TYPE(W-K)
        WHEN 'RUN '
            ADD 1 TO W-DP-RUNS(W-D)
            ADD W-LN-TOTAL-AMT(W-K) TO W-DP-RUN-AMT(W-D)
        WHEN 'RERN'
            ADD 1 TO W-DP-RERUNS(W-D)
            ADD W-LN-TOTAL-AMT(W-K) TO W-DP-RERUN-AMT(W-D)
        WHEN 'SUSP'
            ADD 1 TO W-DP-SUSPENDS(W-D)
            ADD W-LN-TOTAL-AMT(W-K) TO W-DP-SUSP-AMT(W-D)
    END-EVALUATE.
    ADD W-LN-VALUE-COUNT(W-K) TO W-DP-VALUES(W-D).
    ADD W-LN-TOTAL-AMT(W-K) TO W-DP-TOTAL-AMT(W-D).
    ADD W-LN-TOTAL-AMT(W-K) TO W-GRAND-TOTAL.
    IF W-LN-PUB-REJ-SW(W-K) = 'Y'
        ADD 1 TO W-PUB-REJECTED
    END-IF.
    FIND-DEPARTMENT SECTION.
    SET W-NOT-FOUND TO TRUE.
    PERFORM VARYING W-D FROM 1 BY 1
            UNTIL W-D > W-DPT-COUNT OR W-FOUND
        IF W-DP-DEPT-CODE(W-D) = W-DEPT-CODE
            SET W-FOUND TO TRUE
        END-IF
    END-PERFORM.
    IF W-FOUND
        SUBTRACT 1 FROM W-D
    ELSE
        PERFORM ADD-DEPARTMENT
    END-IF.
    ADD-DEPARTMENT SECTION.
    IF W-DPT-COUNT NOT LESS THAN W-DPT-LIMIT
        DISPLAY 'ASFDCHRG: TOO MANY DEPARTMENTS - RUN ABENDED'
        MOVE 16 TO RETURN-CODE
        PERFORM CLOSE-FILES
        GOBACK
    END-IF.
    MOVE 1 TO W-D.
    PERFORM UNTIL W-D > W-DPT-COUNT
            OR W-DP-DEPT-CODE(W-D) GREATER THAN W-DEPT-CODE
        ADD 1 TO W-D
    END-PERFORM.
    ADD 1 TO W-DPT-COUNT.
    PERFORM VARYING W-N FROM W-DPT-COUNT BY -1 UNTIL W-N NOT > W-D
        MOVE W-DPT-ENTRY(W-N - 1) TO W-DPT-HOLD
        MOVE W-DPT-HOLD TO W-DPT-ENTRY(W-N)
    END-PERFORM.
    MOVE W-DEPT-CODE TO W-DP-DEPT-CODE(W-D).
    PERFORM FIND-RATE-ENTRY.
    IF W-FOUND
        MOVE W-R TO W-DP-RTE-NDX(W-D)
    ELSE
        MOVE W-DEFAULT-RTE TO W-DP-RTE-NDX(W-D)
    END-IF.
    MOVE ZERO TO W-DP-RUNS(W-D).
    MOVE ZERO TO W-DP-RERUNS(W-D).
    MOVE ZERO TO W-DP-SUSPENDS(W-D).
    MOVE ZERO TO W-DP-VALUES(W-D).
    MOVE ZERO TO W-DP-RUN-AMT(W-D).
    MOVE ZERO TO W-DP-RERUN-AMT(W-D).
    MOVE ZERO TO W-DP-SUSP-AMT(W-D).
    MOVE ZERO TO W-DP-TOTAL-AMT(W-D).
    WRITE-BILLING-FILE SECTION.
    MOVE SPACES TO W-BIL-RECORD.
    MOVE 'H' TO W-BIL-REC-TYPE.
    MOVE W-PERIOD TO W-BIL-HDR-PERIOD.
    MOVE W-RUN-DATE TO W-BIL-HDR-RUN-DATE.
    WRITE W-BIL-RECORD.
    PERFORM VARYING W-D FROM 1 BY 1 UNTIL W-D > W-DPT-COUNT
        PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > W-LIN-COUNT
            IF W-LN-DEPT-CODE(W-K) = W-DP-DEPT-CODE(W-D)
                PERFORM WRITE-BILLING-DETAIL
            END-IF
        END-PERFORM
    END-PERFORM.
    MOVE SPACES TO W-BIL-RECORD.
    MOVE 'T' TO W-BIL-REC-TYPE.
    MOVE W-LIN-COUNT TO W-BIL-TRL-LINE-COUNT.
    MOVE W-GRAND-TOTAL TO W-BIL-TRL-TOTAL-AMT.
    WRITE W-BIL-RECORD.
    WRITE-BILLING-DETAIL SECTION.
    MOVE SPACES TO W-BIL-RECORD.
    MOVE 'D' TO W-BIL-REC-TYPE.
    MOVE W-LN-DEPT-CODE(W-K) TO W-BIL-DEPT-CODE.
    MOVE W-LN-LINE-TYPE(W-K) TO W-BIL-LINE-TYPE.
    MOVE W-LN-RUN-ID(W-K) TO W-BIL-RUN-ID.
    MOVE W-LN-TIMESTAMP(W-K) TO W-BIL-TIMESTAMP.
    MOVE W-LN-VALUE-COUNT(W-K) TO W-BIL-VALUE-COUNT.
    MOVE W-LN-RUN-AMT(W-K) TO W-BIL-RUN-AMT.
    MOVE W-LN-VOLUME-AMT(W-K) TO W-BIL-VOLUME-AMT.
    MOVE W-LN-UNIQUE-AMT(W-K) TO W-BIL-UNIQUE-AMT.
    MOVE W-LN-DENSE-AMT(W-K) TO W-BIL-DENSE-AMT.
    MOVE W-LN-TOTAL-AMT(W-K) TO W-BIL-TOTAL-AMT.
    MOVE W-LN-PUB-REJ-SW(W-K) TO W-BIL-PUB-REJ-SW.
    MOVE W-LN-HIST-TAG(W-K) TO W-BIL-HIST-TAG.
    WRITE W-BIL-RECORD.
    PRINT-INVOICE-SUMMARY SECTION.
    PERFORM PRINT-ONE-DEPARTMENT
        VARYING W-D FROM 1 BY 1 UNTIL W-D > W-DPT-COUNT.
    MOVE SPACES TO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-RCT-READ TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'RUNCTL EVENTS READ: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-LIN-COUNT TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'BILLING LINES WRITTEN: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-RTE-REJECTED TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'RATE RECORDS REJECTED: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-NO-RATE-LINES TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'LINES WITH NO RATE (NOT CHARGED): ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-HIST-MISSING TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'RUNS NOT ON HISTMSTR: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-HIST-REPLACED TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'RUNS SINCE REPLACED ON HISTMSTR: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-PUB-REJECTED TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'RUNS REJECTED AT PUBLICATION: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-GRAND-TOTAL TO W-RPT-TOTAL-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'TOTAL CHARGED ALL DEPARTMENTS: ' W-RPT-TOTAL-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    PRINT-ONE-DEPARTMENT SECTION.
    MOVE SPACES TO W-RPT-LINE.
    IF W-DP-RTE-NDX(W-D) = ZERO
        STRING 'DEPARTMENT: ' W-DP-DEPT-CODE(W-D)
            '  RATE: NONE - NOT CHARGED'
            DELIMITED BY SIZE INTO W-RPT-LINE
    ELSE
        MOVE W-DP-RTE-NDX(W-D) TO W-R
        STRING 'DEPARTMENT: ' W-DP-DEPT-CODE(W-D)
            '  RATE: ' W-RT-DEPT-CODE(W-R)
            DELIMITED BY SIZE INTO W-RPT-LINE
    END-IF.
    WRITE W-RPT-LINE.
    MOVE SPACES TO W-RPT-LINE.
    STRING '  TYPE RUN ID   GENERATED           VALUES'
        '     PER RUN      VOLUME      UNIQUE       DENSE'
        '       TOTAL  NOTE'
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > W-LIN-COUNT
        IF W-LN-DEPT-CODE(W-K) = W-DP-DEPT-CODE(W-D)
            PERFORM PRINT-ONE-LINE
        END-IF
    END-PERFORM.
    MOVE W-DP-RUNS(W-D) TO W-RPT-SHORT-ED.
    MOVE W-DP-RUN-AMT(W-D) TO W-RPT-AMT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING '  RUNS:          ' W-RPT-SHORT-ED '  CHARGED ' W-RPT-AMT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-DP-RERUNS(W-D) TO W-RPT-SHORT-ED.
    MOVE W-DP-RERUN-AMT(W-D) TO W-RPT-AMT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING '  FORCED RERUNS: ' W-RPT-SHORT-ED '  CHARGED ' W-RPT-AMT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-DP-SUSPENDS(W-D) TO W-RPT-SHORT-ED.
    MOVE W-DP-SUSP-AMT(W-D) TO W-RPT-AMT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING '  SUSPENSE:      ' W-RPT-SHORT-ED '  CHARGED ' W-RPT-AMT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-DP-VALUES(W-D) TO W-RPT-COUNT-ED.
    MOVE W-DP-TOTAL-AMT(W-D) TO W-RPT-TOTAL-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING '  DEPARTMENT TOTAL  VALUES ' W-RPT-COUNT-ED
        '  CHARGED ' W-RPT-TOTAL-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE SPACES TO W-RPT-LINE.
    WRITE W-RPT-LINE.
    PRINT-ONE-LINE SECTION.
    MOVE SPACES TO W-RPT-NOTE.
    IF W-LN-LINE-TYPE(W-K) = 'SUSP'
        MOVE 'SENT TO SUSPENSE' TO W-RPT-NOTE
    ELSE
        IF W-LN-PUB-REJ-SW(W-K) = 'Y'
            STRING 'PUB REJECTED  HIST ' W-LN-HIST-TAG(W-K)
                DELIMITED BY SIZE INTO W-RPT-NOTE
        ELSE
            STRING 'HIST ' W-LN-HIST-TAG(W-K)
                DELIMITED BY SIZE INTO W-RPT-NOTE
        END-IF
    END-IF.
    MOVE W-LN-VALUE-COUNT(W-K) TO W-RPT-COUNT-ED.
    MOVE W-LN-RUN-AMT(W-K) TO W-RPT-RUN-ED.
    MOVE W-LN-VOLUME-AMT(W-K) TO W-RPT-VOL-ED.
    MOVE W-LN-UNIQUE-AMT(W-K) TO W-RPT-UNQ-ED.
    MOVE W-LN-DENSE-AMT(W-K) TO W-RPT-DNS-ED.
    MOVE W-LN-TOTAL-AMT(W-K) TO W-RPT-AMT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING '  ' W-LN-LINE-TYPE(W-K)
        ' ' W-LN-RUN-ID(W-K)
        ' ' W-LN-TIMESTAMP(W-K)
        ' ' W-RPT-COUNT-ED
        ' ' W-RPT-RUN-ED
        ' ' W-RPT-VOL-ED
        ' ' W-RPT-UNQ-ED
        ' ' W-RPT-DNS-ED
        ' ' W-RPT-AMT-ED
        '  ' W-RPT-NOTE
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
