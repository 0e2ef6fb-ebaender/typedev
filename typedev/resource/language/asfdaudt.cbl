IDENTIFICATION DIVISION.
PROGRAM-ID. ASFDAUDT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL W-PRM-FILE ASSIGN TO AUDPARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS W-PRM-STATUS.
    SELECT W-HST-FILE ASSIGN TO HISTMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HST-KEY
        FILE STATUS IS W-HST-STATUS.
    SELECT OPTIONAL W-XRF-FILE ASSIGN TO VALXREF
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS XRF-KEY
        FILE STATUS IS W-XRF-STATUS.
    SELECT OPTIONAL W-STH-FILE ASSIGN TO STATHIST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS STH-KEY
        FILE STATUS IS W-STH-STATUS.
    SELECT W-RPT-FILE ASSIGN TO RPTOUT
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  W-PRM-FILE.
01  W-PRM-RECORD.
    05  W-PRM-MODE                  PIC X(01).

FD  W-HST-FILE.
01  W-HST-RECORD.
    COPY WHSTREC.

FD  W-XRF-FILE.
01  W-XRF-RECORD.
    COPY WXRFREC.

FD  W-STH-FILE.
01  W-STH-RECORD.
    COPY WSTHREC.

FD  W-RPT-FILE.
01  W-RPT-LINE                      PIC X(132).

WORKING-STORAGE SECTION.
77  W-PRM-STATUS                PIC X(02) VALUE '00'.
77  W-HST-STATUS                PIC X(02) VALUE '00'.
77  W-XRF-STATUS                PIC X(02) VALUE '00'.
77  W-STH-STATUS                PIC X(02) VALUE '00'.
77  W-RUN-DATE                  PIC 9(8) VALUE ZERO.
77  W-RUN-TIME                  PIC 9(8) VALUE ZERO.
77  W-AUDIT-MODE                PIC X(01) VALUE 'A'.
77  W-CUR-RUN-ID                PIC X(08) VALUE SPACES.
77  W-CUR-TIMESTAMP             PIC X(16) VALUE SPACES.
77  W-CUR-HDR-LEN               PIC 9(6) VALUE ZERO.
77  W-CUR-DET-COUNT             PIC 9(8) VALUE ZERO.
77  W-CUR-XRF-MISSING           PIC 9(8) VALUE ZERO.
77  W-CUR-XRF-WRITTEN           PIC 9(8) VALUE ZERO.
77  W-HST-RECS-READ             PIC 9(8) VALUE ZERO.
77  W-HST-RUN-COUNT             PIC 9(8) VALUE ZERO.
77  W-HST-DET-COUNT             PIC 9(8) VALUE ZERO.
77  W-XRF-RECS-READ             PIC 9(8) VALUE ZERO.
77  W-XRF-WRITTEN               PIC 9(8) VALUE ZERO.
77  W-STH-RECS-READ             PIC 9(8) VALUE ZERO.
77  W-NO-HEADER-COUNT           PIC 9(8) VALUE ZERO.
77  W-LENGTH-MISMATCH           PIC 9(8) VALUE ZERO.
77  W-XRF-MISSING               PIC 9(8) VALUE ZERO.
77  W-XRF-MISMATCH              PIC 9(8) VALUE ZERO.
77  W-XRF-ORPHANS               PIC 9(8) VALUE ZERO.
77  W-STH-MISSING               PIC 9(8) VALUE ZERO.
77  W-STH-ORPHANS               PIC 9(8) VALUE ZERO.
77  W-STH-SUPERSEDED            PIC 9(8) VALUE ZERO.
77  W-BAD-VALUE-COUNT           PIC 9(8) VALUE ZERO.
77  W-FINDING-COUNT             PIC 9(8) VALUE ZERO.
77  W-LIST-COUNT                PIC 9(4) VALUE ZERO.
77  W-LIST-LIMIT                PIC 9(4) VALUE 1000.
77  W-FND-RUN-ID                PIC X(08) VALUE SPACES.
77  W-FND-TEXT                  PIC X(100) VALUE SPACES.
77  W-EXPECT-KEY                PIC 9(10) VALUE ZERO.
77  W-RPT-NUM-ED                PIC -(9)9.
77  W-RPT-COUNT-ED              PIC Z(7)9.
77  W-RPT-COUNT2-ED             PIC Z(7)9.
77  W-RPT-SEQ-ED                PIC Z(5)9.

01  W-HST-EOF-SW                PIC X(01) VALUE 'N'.
    88  W-HST-EOF                         VALUE 'Y'.
    88  W-HST-NOT-EOF                     VALUE 'N'.

01  W-XRF-EOF-SW                PIC X(01) VALUE 'N'.
    88  W-XRF-EOF                         VALUE 'Y'.
    88  W-XRF-NOT-EOF                     VALUE 'N'.

01  W-STH-EOF-SW                PIC X(01) VALUE 'N'.
    88  W-STH-EOF                         VALUE 'Y'.
    88  W-STH-NOT-EOF                     VALUE 'N'.

01  W-XRF-AVAIL-SW              PIC X(01) VALUE 'N'.
    88  W-XRF-AVAIL                       VALUE 'Y'.
    88  W-XRF-NOT-AVAIL                   VALUE 'N'.

01  W-STH-AVAIL-SW              PIC X(01) VALUE 'N'.
    88  W-STH-AVAIL                       VALUE 'Y'.
    88  W-STH-NOT-AVAIL                   VALUE 'N'.

01  W-RUN-OPEN-SW               PIC X(01) VALUE 'N'.
    88  W-RUN-OPEN                        VALUE 'Y'.
    88  W-RUN-NOT-OPEN                    VALUE 'N'.

01  W-HDR-FOUND-SW              PIC X(01) VALUE 'N'.
    88  W-HDR-FOUND                       VALUE 'Y'.
    88  W-HDR-NOT-FOUND                   VALUE 'N'.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM READ-AUDIT-PARM.
    PERFORM OPEN-FILES.
    PERFORM WRITE-REPORT-HEADER.
    IF W-AUDIT-MODE = 'R'
        PERFORM REBUILD-VALUE-XREF
        PERFORM WRITE-REBUILD-SUMMARY
    ELSE
        PERFORM AUDIT-HISTORY-MASTER
        PERFORM AUDIT-VALUE-XREF
        PERFORM AUDIT-STAT-HISTORY
        PERFORM WRITE-AUDIT-SUMMARY
    END-IF.
    PERFORM CLOSE-FILES.
    IF W-FINDING-COUNT GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.
    READ-AUDIT-PARM SECTION.
    OPEN INPUT W-PRM-FILE.
    IF W-PRM-STATUS = '00'
        READ W-PRM-FILE
            AT END
                CONTINUE
            NOT AT END
                IF W-PRM-MODE NOT = SPACE
                    MOVE W-PRM-MODE TO W-AUDIT-MODE
                END-IF
        END-READ
    END-IF.
    CLOSE W-PRM-FILE.
    IF W-AUDIT-MODE NOT = 'A' AND W-AUDIT-MODE NOT = 'R'
        DISPLAY 'ASFDAUDT: MODE PARAMETER MUST BE A OR R - RUN ABENDED'
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN-FILES SECTION.
    OPEN INPUT W-HST-FILE.
    IF W-HST-STATUS NOT = '00' AND W-HST-STATUS NOT = '05'
        DISPLAY 'ASFDAUDT: CANNOT OPEN HISTMSTR - STATUS '
            W-HST-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    IF W-AUDIT-MODE = 'R'
        OPEN OUTPUT W-XRF-FILE
        IF W-XRF-STATUS NOT = '00'
            DISPLAY 'ASFDAUDT: CANNOT OPEN VALXREF FOR REBUILD - '
                'STATUS ' W-XRF-STATUS
            MOVE 16 TO RETURN-CODE
            CLOSE W-HST-FILE
            GOBACK
        END-IF
        SET W-XRF-AVAIL TO TRUE
    ELSE
        OPEN INPUT W-XRF-FILE
        IF W-XRF-STATUS = '00'
            SET W-XRF-AVAIL TO TRUE
        END-IF
        OPEN INPUT W-STH-FILE
        IF W-STH-STATUS = '00'
            SET W-STH-AVAIL TO TRUE
        END-IF
    END-IF.
    OPEN OUTPUT W-RPT-FILE.
    CLOSE-FILES SECTION.
    CLOSE W-HST-FILE.
    CLOSE W-XRF-FILE.
    IF W-AUDIT-MODE NOT = 'R'
        CLOSE W-STH-FILE
    END-IF.
    CLOSE W-RPT-FILE.
    WRITE-REPORT-HEADER SECTION.
    ACCEPT W-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT W-RUN-TIME FROM TIME.
    MOVE SPACES TO W-RPT-LINE.
    IF W-AUDIT-MODE = 'R'
        STRING 'ASFDAUDT VALXREF REBUILD FROM HISTMSTR  DATE: '
            W-RUN-DATE '  TIME: ' W-RUN-TIME
            DELIMITED BY SIZE INTO W-RPT-LINE
    ELSE
        STRING 'ASFDAUDT HISTMSTR/VALXREF/STATHIST INTEGRITY AUDIT  '
            'DATE: ' W-RUN-DATE '  TIME: ' W-RUN-TIME
            DELIMITED BY SIZE INTO W-RPT-LINE
    END-IF.
    WRITE W-RPT-LINE.
    MOVE SPACES TO W-RPT-LINE.
    WRITE W-RPT-LINE.
    START-HISTORY-MASTER SECTION.
    SET W-HST-NOT-EOF TO TRUE.
    MOVE LOW-VALUES TO HST-KEY.
    START W-HST-FILE KEY NOT LESS THAN HST-KEY.
    IF W-HST-STATUS NOT = '00'
        SET W-HST-EOF TO TRUE
    END-IF.
    PERFORM READ-NEXT-HISTORY-RECORD.
    READ-NEXT-HISTORY-RECORD SECTION.
    IF W-HST-NOT-EOF
        READ W-HST-FILE NEXT
            AT END
                SET W-HST-EOF TO TRUE
            NOT AT END
                ADD 1 TO W-HST-RECS-READ
        END-READ
    END-IF.
    NOTE-ONE-FINDING SECTION.
    ADD 1 TO W-FINDING-COUNT.
    IF W-LIST-COUNT LESS THAN W-LIST-LIMIT
        ADD 1 TO W-LIST-COUNT
        MOVE SPACES TO W-RPT-LINE
        STRING 'RUN ' W-FND-RUN-ID '  ' W-FND-TEXT
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    END-IF.
    AUDIT-HISTORY-MASTER SECTION.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'PASS 1 - HISTMSTR RUNS AGAINST HEADERS, VALXREF AND '
        'STATHIST'
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    IF W-XRF-NOT-AVAIL
        MOVE '********' TO W-FND-RUN-ID
        MOVE SPACES TO W-FND-TEXT
        STRING 'VALXREF NOT AVAILABLE - STATUS ' W-XRF-STATUS
            ' - CROSS-REFERENCE NOT AUDITED'
            DELIMITED BY SIZE INTO W-FND-TEXT
        PERFORM NOTE-ONE-FINDING
    END-IF.
    IF W-STH-NOT-AVAIL
        MOVE '********' TO W-FND-RUN-ID
        MOVE SPACES TO W-FND-TEXT
        STRING 'STATHIST NOT AVAILABLE - STATUS ' W-STH-STATUS
            ' - STATISTICS HISTORY NOT AUDITED'
            DELIMITED BY SIZE INTO W-FND-TEXT
        PERFORM NOTE-ONE-FINDING
    END-IF.
    PERFORM START-HISTORY-MASTER.
    PERFORM AUDIT-ONE-HISTORY-RECORD UNTIL W-HST-EOF.
    IF W-RUN-OPEN
        PERFORM FINISH-HISTORY-RUN
    END-IF.
    AUDIT-ONE-HISTORY-RECORD SECTION.
    IF W-RUN-NOT-OPEN OR HST-RUN-ID NOT = W-CUR-RUN-ID
        IF W-RUN-OPEN
            PERFORM FINISH-HISTORY-RUN
        END-IF
        PERFORM BEGIN-HISTORY-RUN
    END-IF.
    IF HST-HEADER-REC
        SET W-HDR-FOUND TO TRUE
        MOVE HST-GEN-TIMESTAMP TO W-CUR-TIMESTAMP
        MOVE ZERO TO W-CUR-HDR-LEN
        IF HST-HDR-LEN-ARR NUMERIC
            MOVE HST-HDR-LEN-ARR TO W-CUR-HDR-LEN
        END-IF
    ELSE
        IF HST-DETAIL-REC
            ADD 1 TO W-CUR-DET-COUNT
            ADD 1 TO W-HST-DET-COUNT
            IF W-XRF-AVAIL
                PERFORM CHECK-DETAIL-XREF
            END-IF
        END-IF
    END-IF.
    PERFORM READ-NEXT-HISTORY-RECORD.
    BEGIN-HISTORY-RUN SECTION.
    SET W-RUN-OPEN TO TRUE.
    SET W-HDR-NOT-FOUND TO TRUE.
    MOVE HST-RUN-ID TO W-CUR-RUN-ID.
    MOVE SPACES TO W-CUR-TIMESTAMP.
    MOVE ZERO TO W-CUR-HDR-LEN.
    MOVE ZERO TO W-CUR-DET-COUNT.
    MOVE ZERO TO W-CUR-XRF-MISSING.
    MOVE ZERO TO W-CUR-XRF-WRITTEN.
    ADD 1 TO W-HST-RUN-COUNT.
    CHECK-DETAIL-XREF SECTION.
    MOVE HST-SEQ-NUM TO W-RPT-SEQ-ED.
    IF HST-SORTED-VALUE NOT NUMERIC
        ADD 1 TO W-BAD-VALUE-COUNT
        MOVE W-CUR-RUN-ID TO W-FND-RUN-ID
        MOVE SPACES TO W-FND-TEXT
        STRING 'SEQ ' W-RPT-SEQ-ED
            '  DETAIL VALUE IS NOT NUMERIC'
            DELIMITED BY SIZE INTO W-FND-TEXT
        PERFORM NOTE-ONE-FINDING
    ELSE
        COMPUTE XRF-VALUE-KEY = HST-SORTED-VALUE + 1000000000
        MOVE HST-RUN-ID TO XRF-RUN-ID
        MOVE HST-SEQ-NUM TO XRF-SEQ-NUM
        READ W-XRF-FILE
        MOVE HST-SORTED-VALUE TO W-RPT-NUM-ED
        IF W-XRF-STATUS NOT = '00'
            ADD 1 TO W-CUR-XRF-MISSING
            ADD 1 TO W-XRF-MISSING
            MOVE W-CUR-RUN-ID TO W-FND-RUN-ID
            MOVE SPACES TO W-FND-TEXT
            STRING 'SEQ ' W-RPT-SEQ-ED '  VALUE ' W-RPT-NUM-ED
                '  HISTMSTR DETAIL HAS NO VALXREF ENTRY'
                DELIMITED BY SIZE INTO W-FND-TEXT
            PERFORM NOTE-ONE-FINDING
        ELSE
            IF XRF-SORTED-VALUE NOT = HST-SORTED-VALUE
               OR XRF-GEN-TIMESTAMP NOT = HST-GEN-TIMESTAMP
                ADD 1 TO W-XRF-MISMATCH
                MOVE W-CUR-RUN-ID TO W-FND-RUN-ID
                MOVE SPACES TO W-FND-TEXT
                STRING 'SEQ ' W-RPT-SEQ-ED '  VALUE ' W-RPT-NUM-ED
                    '  VALXREF ENTRY DISAGREES (GENERATED '
                    XRF-GEN-TIMESTAMP ')'
                    DELIMITED BY SIZE INTO W-FND-TEXT
                PERFORM NOTE-ONE-FINDING
            END-IF
        END-IF
    END-IF.
    FINISH-HISTORY-RUN SECTION.
    SET W-RUN-NOT-OPEN TO TRUE.
    MOVE W-CUR-RUN-ID TO W-FND-RUN-ID.
    IF W-HDR-NOT-FOUND
        ADD 1 TO W-NO-HEADER-COUNT
        MOVE W-CUR-DET-COUNT TO W-RPT-COUNT-ED
        MOVE SPACES TO W-FND-TEXT
        STRING 'NO HEADER ON HISTMSTR FOR ' W-RPT-COUNT-ED
            ' DETAIL RECORDS'
            DELIMITED BY SIZE INTO W-FND-TEXT
        PERFORM NOTE-ONE-FINDING
    ELSE
        IF W-CUR-HDR-LEN NOT = W-CUR-DET-COUNT
            ADD 1 TO W-LENGTH-MISMATCH
            MOVE W-CUR-HDR-LEN TO W-RPT-COUNT-ED
            MOVE W-CUR-DET-COUNT TO W-RPT-COUNT2-ED
            MOVE SPACES TO W-FND-TEXT
            STRING 'HEADER LENGTH ' W-RPT-COUNT-ED
                '  DETAILS ON HISTMSTR ' W-RPT-COUNT2-ED
                DELIMITED BY SIZE INTO W-FND-TEXT
            PERFORM NOTE-ONE-FINDING
        END-IF
        IF W-STH-AVAIL
            MOVE W-CUR-RUN-ID TO STH-RUN-ID
            MOVE W-CUR-TIMESTAMP TO STH-TIMESTAMP
            READ W-STH-FILE
            IF W-STH-STATUS NOT = '00'
                ADD 1 TO W-STH-MISSING
                MOVE SPACES TO W-FND-TEXT
                STRING 'GENERATED ' W-CUR-TIMESTAMP
                    '  NO STATHIST ENTRY FOR THIS RUN'
                    DELIMITED BY SIZE INTO W-FND-TEXT
                PERFORM NOTE-ONE-FINDING
            END-IF
        END-IF
    END-IF.
    IF W-CUR-XRF-MISSING GREATER THAN ZERO
        MOVE W-CUR-XRF-MISSING TO W-RPT-COUNT-ED
        MOVE SPACES TO W-RPT-LINE
        STRING 'RUN ' W-CUR-RUN-ID
            '  DETAILS WITHOUT VALXREF ENTRY: ' W-RPT-COUNT-ED
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    END-IF.
    AUDIT-VALUE-XREF SECTION.
    IF W-XRF-AVAIL
        MOVE SPACES TO W-RPT-LINE
        STRING 'PASS 2 - VALXREF ENTRIES AGAINST LIVE HISTMSTR DETAILS'
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
        SET W-XRF-NOT-EOF TO TRUE
        MOVE LOW-VALUES TO XRF-KEY
        START W-XRF-FILE KEY NOT LESS THAN XRF-KEY
        IF W-XRF-STATUS NOT = '00'
            SET W-XRF-EOF TO TRUE
        END-IF
        PERFORM READ-NEXT-XREF-RECORD
        PERFORM AUDIT-ONE-XREF-RECORD UNTIL W-XRF-EOF
    END-IF.
    READ-NEXT-XREF-RECORD SECTION.
    IF W-XRF-NOT-EOF
        READ W-XRF-FILE NEXT
            AT END
                SET W-XRF-EOF TO TRUE
            NOT AT END
                ADD 1 TO W-XRF-RECS-READ
        END-READ
    END-IF.
    AUDIT-ONE-XREF-RECORD SECTION.
    MOVE XRF-RUN-ID TO HST-RUN-ID.
    MOVE XRF-SEQ-NUM TO HST-SEQ-NUM.
    READ W-HST-FILE.
    MOVE XRF-SEQ-NUM TO W-RPT-SEQ-ED.
    COMPUTE W-RPT-NUM-ED = XRF-VALUE-KEY - 1000000000.
    MOVE XRF-RUN-ID TO W-FND-RUN-ID.
    IF W-HST-STATUS NOT = '00' OR NOT HST-DETAIL-REC
        ADD 1 TO W-XRF-ORPHANS
        MOVE SPACES TO W-FND-TEXT
        STRING 'SEQ ' W-RPT-SEQ-ED '  VALUE ' W-RPT-NUM-ED
            '  VALXREF ENTRY HAS NO LIVE HISTMSTR DETAIL'
            DELIMITED BY SIZE INTO W-FND-TEXT
        PERFORM NOTE-ONE-FINDING
    ELSE
        MOVE ZERO TO W-EXPECT-KEY
        IF HST-SORTED-VALUE NUMERIC
            COMPUTE W-EXPECT-KEY = HST-SORTED-VALUE + 1000000000
        END-IF
        IF W-EXPECT-KEY NOT = XRF-VALUE-KEY
            ADD 1 TO W-XRF-ORPHANS
            MOVE SPACES TO W-FND-TEXT
            STRING 'SEQ ' W-RPT-SEQ-ED '  VALUE ' W-RPT-NUM-ED
                '  VALXREF ENTRY POINTS AT A DETAIL WITH ANOTHER VALUE'
                DELIMITED BY SIZE INTO W-FND-TEXT
            PERFORM NOTE-ONE-FINDING
        END-IF
    END-IF.
    PERFORM READ-NEXT-XREF-RECORD.
    AUDIT-STAT-HISTORY SECTION.
    IF W-STH-AVAIL
        MOVE SPACES TO W-RPT-LINE
        STRING 'PASS 3 - STATHIST ENTRIES AGAINST HISTMSTR RUNS'
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
        SET W-STH-NOT-EOF TO TRUE
        MOVE LOW-VALUES TO STH-KEY
        START W-STH-FILE KEY NOT LESS THAN STH-KEY
        IF W-STH-STATUS NOT = '00'
            SET W-STH-EOF TO TRUE
        END-IF
        PERFORM READ-NEXT-STAT-RECORD
        PERFORM AUDIT-ONE-STAT-RECORD UNTIL W-STH-EOF
    END-IF.
    READ-NEXT-STAT-RECORD SECTION.
    IF W-STH-NOT-EOF
        READ W-STH-FILE NEXT
            AT END
                SET W-STH-EOF TO TRUE
            NOT AT END
                ADD 1 TO W-STH-RECS-READ
        END-READ
    END-IF.
    AUDIT-ONE-STAT-RECORD SECTION.
    MOVE STH-RUN-ID TO HST-RUN-ID.
    MOVE ZERO TO HST-SEQ-NUM.
    READ W-HST-FILE.
    MOVE STH-RUN-ID TO W-FND-RUN-ID.
    IF W-HST-STATUS NOT = '00' OR NOT HST-HEADER-REC
        ADD 1 TO W-STH-ORPHANS
        MOVE SPACES TO W-FND-TEXT
        STRING 'GENERATED ' STH-TIMESTAMP
            '  STATHIST ENTRY FOR A RUN NOT ON HISTMSTR'
            DELIMITED BY SIZE INTO W-FND-TEXT
        PERFORM NOTE-ONE-FINDING
    ELSE
        IF HST-GEN-TIMESTAMP NOT = STH-TIMESTAMP
            ADD 1 TO W-STH-SUPERSEDED
            MOVE SPACES TO W-RPT-LINE
            STRING 'RUN ' STH-RUN-ID '  GENERATED ' STH-TIMESTAMP
                '  STATHIST ENTRY - HISTMSTR RUN GENERATED '
                HST-GEN-TIMESTAMP ' (INFORMATION ONLY)'
                DELIMITED BY SIZE INTO W-RPT-LINE
            WRITE W-RPT-LINE
        END-IF
    END-IF.
    PERFORM READ-NEXT-STAT-RECORD.
    REBUILD-VALUE-XREF SECTION.
    PERFORM START-HISTORY-MASTER.
    PERFORM REBUILD-ONE-HISTORY-RECORD UNTIL W-HST-EOF.
    IF W-RUN-OPEN
        PERFORM FINISH-REBUILD-RUN
    END-IF.
    REBUILD-ONE-HISTORY-RECORD SECTION.
    IF W-RUN-NOT-OPEN OR HST-RUN-ID NOT = W-CUR-RUN-ID
        IF W-RUN-OPEN
            PERFORM FINISH-REBUILD-RUN
        END-IF
        PERFORM BEGIN-HISTORY-RUN
    END-IF.
    IF HST-HEADER-REC
        MOVE HST-GEN-TIMESTAMP TO W-CUR-TIMESTAMP
    ELSE
        IF HST-DETAIL-REC
            ADD 1 TO W-HST-DET-COUNT
            PERFORM WRITE-XREF-ENTRY
        END-IF
    END-IF.
    PERFORM READ-NEXT-HISTORY-RECORD.
    WRITE-XREF-ENTRY SECTION.
    IF HST-SORTED-VALUE NOT NUMERIC
        ADD 1 TO W-BAD-VALUE-COUNT
        MOVE HST-SEQ-NUM TO W-RPT-SEQ-ED
        MOVE W-CUR-RUN-ID TO W-FND-RUN-ID
        MOVE SPACES TO W-FND-TEXT
        STRING 'SEQ ' W-RPT-SEQ-ED
            '  DETAIL VALUE IS NOT NUMERIC - NOT CROSS-REFERENCED'
            DELIMITED BY SIZE INTO W-FND-TEXT
        PERFORM NOTE-ONE-FINDING
    ELSE
        MOVE SPACES TO W-XRF-RECORD
        COMPUTE XRF-VALUE-KEY = HST-SORTED-VALUE + 1000000000
        MOVE HST-RUN-ID TO XRF-RUN-ID
        MOVE HST-SEQ-NUM TO XRF-SEQ-NUM
        MOVE HST-GEN-TIMESTAMP TO XRF-GEN-TIMESTAMP
        MOVE HST-SORTED-VALUE TO XRF-SORTED-VALUE
        WRITE W-XRF-RECORD
        IF W-XRF-STATUS NOT = '00'
            DISPLAY 'ASFDAUDT: VALXREF WRITE FAILED - STATUS '
                W-XRF-STATUS ' - RUN ABENDED'
            MOVE 16 TO RETURN-CODE
            PERFORM CLOSE-FILES
            GOBACK
        END-IF
        ADD 1 TO W-CUR-XRF-WRITTEN
        ADD 1 TO W-XRF-WRITTEN
    END-IF.
    FINISH-REBUILD-RUN SECTION.
    SET W-RUN-NOT-OPEN TO TRUE.
    MOVE W-CUR-XRF-WRITTEN TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'RUN ' W-CUR-RUN-ID
        '  GENERATED ' W-CUR-TIMESTAMP
        '  VALXREF ENTRIES WRITTEN: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    WRITE-AUDIT-SUMMARY SECTION.
    MOVE SPACES TO W-RPT-LINE.
    WRITE W-RPT-LINE.
    IF W-FINDING-COUNT GREATER THAN W-LIST-LIMIT
        MOVE SPACES TO W-RPT-LINE
        STRING 'ADDITIONAL FINDINGS NOT LISTED'
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    END-IF.
    MOVE W-HST-RUN-COUNT TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'HISTMSTR RUNS AUDITED: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-HST-DET-COUNT TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'HISTMSTR DETAILS AUDITED: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-XRF-RECS-READ TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'VALXREF ENTRIES AUDITED: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-STH-RECS-READ TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'STATHIST ENTRIES AUDITED: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-NO-HEADER-COUNT TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'RUNS WITH NO HEADER: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-LENGTH-MISMATCH TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'HEADER LENGTH / DETAIL COUNT MISMATCHES: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-BAD-VALUE-COUNT TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'DETAILS WITH INVALID VALUE: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-XRF-MISSING TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'DETAILS WITHOUT VALXREF ENTRY: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-XRF-MISMATCH TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'VALXREF ENTRIES DISAGREEING WITH DETAIL: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-XRF-ORPHANS TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'ORPHAN VALXREF ENTRIES: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-STH-MISSING TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'RUNS WITHOUT STATHIST ENTRY: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-STH-ORPHANS TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'ORPHAN STATHIST ENTRIES: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-STH-SUPERSEDED TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'STATHIST ENTRIES FOR A LATER GENERATION (NOT FINDINGS): '
        W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-FINDING-COUNT TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'TOTAL FINDINGS: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    IF W-FINDING-COUNT = ZERO
        MOVE SPACES TO W-RPT-LINE
        STRING 'HISTMSTR, VALXREF AND STATHIST ARE IN AGREEMENT'
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    END-IF.
    WRITE-REBUILD-SUMMARY SECTION.
    MOVE SPACES TO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-HST-RUN-COUNT TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'HISTMSTR RUNS READ: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-HST-DET-COUNT TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'HISTMSTR DETAILS READ: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-XRF-WRITTEN TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'VALXREF ENTRIES WRITTEN: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-BAD-VALUE-COUNT TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'DETAILS SKIPPED FOR INVALID VALUE: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    IF W-XRF-WRITTEN + W-BAD-VALUE-COUNT = W-HST-DET-COUNT
        MOVE SPACES TO W-RPT-LINE
        STRING 'VALXREF REBUILT - ENTRIES BALANCE TO HISTMSTR DETAILS'
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    END-IF.
