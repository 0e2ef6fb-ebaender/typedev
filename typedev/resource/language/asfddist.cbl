IDENTIFICATION DIVISION.
PROGRAM-ID. ASFDDIST.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT W-SUB-FILE ASSIGN TO SUBMSTR
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT W-XTR-FILE ASSIGN TO PUBXTR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS W-XTR-STATUS.
    SELECT OPTIONAL W-TLG-FILE ASSIGN TO TRANLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS W-TLG-STATUS.
    SELECT W-D01-FILE ASSIGN TO DIST01
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS W-DST-STATUS.
    SELECT W-D02-FILE ASSIGN TO DIST02
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS W-DST-STATUS.
    SELECT W-D03-FILE ASSIGN TO DIST03
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS W-DST-STATUS.
    SELECT W-D04-FILE ASSIGN TO DIST04
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS W-DST-STATUS.
    SELECT W-D05-FILE ASSIGN TO DIST05
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS W-DST-STATUS.
    SELECT W-D06-FILE ASSIGN TO DIST06
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS W-DST-STATUS.
    SELECT W-D07-FILE ASSIGN TO DIST07
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS W-DST-STATUS.
    SELECT W-D08-FILE ASSIGN TO DIST08
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS W-DST-STATUS.
    SELECT W-D09-FILE ASSIGN TO DIST09
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS W-DST-STATUS.
    SELECT W-D10-FILE ASSIGN TO DIST10
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS W-DST-STATUS.
    SELECT W-RPT-FILE ASSIGN TO RPTOUT
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  W-SUB-FILE.
01  W-SUB-RECORD.
    05  W-SUB-CONSUMER-ID           PIC X(08).
    05  W-SUB-PREFIX                PIC X(08).
    05  W-SUB-FORMAT                PIC X(01).
        88  W-SUB-FORMAT-VALID                VALUES 'F' 'C'.
    05  W-SUB-SLOT                  PIC 9(02).
    05  W-SUB-DESTINATION           PIC X(44).

FD  W-XTR-FILE.
01  W-XTR-RECORD.
    COPY WXTRREC.

FD  W-TLG-FILE.
01  W-TLG-RECORD.
    COPY WTLGREC.

FD  W-D01-FILE.
01  W-D01-RECORD                    PIC X(132).

FD  W-D02-FILE.
01  W-D02-RECORD                    PIC X(132).

FD  W-D03-FILE.
01  W-D03-RECORD                    PIC X(132).

FD  W-D04-FILE.
01  W-D04-RECORD                    PIC X(132).

FD  W-D05-FILE.
01  W-D05-RECORD                    PIC X(132).

FD  W-D06-FILE.
01  W-D06-RECORD                    PIC X(132).

FD  W-D07-FILE.
01  W-D07-RECORD                    PIC X(132).

FD  W-D08-FILE.
01  W-D08-RECORD                    PIC X(132).

FD  W-D09-FILE.
01  W-D09-RECORD                    PIC X(132).

FD  W-D10-FILE.
01  W-D10-RECORD                    PIC X(132).

FD  W-RPT-FILE.
01  W-RPT-LINE                      PIC X(132).

WORKING-STORAGE SECTION.
77  W-XTR-STATUS                PIC X(02) VALUE '00'.
77  W-TLG-STATUS                PIC X(02) VALUE '00'.
77  W-DST-STATUS                PIC X(02) VALUE '00'.
77  W-S                         PIC 9(2) VALUE ZERO.
77  W-K                         PIC 9(4) VALUE ZERO.
77  W-N                         PIC 9(4) VALUE ZERO.
77  W-L                         PIC 9(1) VALUE ZERO.
77  W-SLOT                      PIC 9(2) VALUE ZERO.
77  W-CON-COUNT                 PIC 9(2) VALUE ZERO.
77  W-CON-LIMIT                 PIC 9(2) VALUE 50.
77  W-RUN-COUNT                 PIC 9(4) VALUE ZERO.
77  W-RUN-LIMIT                 PIC 9(4) VALUE 100.
77  W-SND-COUNT                 PIC 9(4) VALUE ZERO.
77  W-SND-LIMIT                 PIC 9(4) VALUE 5000.
77  W-CUR-RUN-NDX               PIC 9(4) VALUE ZERO.
77  W-RUN-DATE                  PIC 9(8) VALUE ZERO.
77  W-RUN-TIME                  PIC 9(8) VALUE ZERO.
77  W-XMIT-TIMESTAMP            PIC X(16) VALUE SPACES.
77  W-SUB-READ                  PIC 9(4) VALUE ZERO.
77  W-SUB-REJECTED              PIC 9(4) VALUE ZERO.
77  W-SLOT-FAILED               PIC 9(4) VALUE ZERO.
77  W-EXTRACTS-WRITTEN          PIC 9(4) VALUE ZERO.
77  W-RUNS-ALREADY-SENT         PIC 9(4) VALUE ZERO.
77  W-TLG-READ                  PIC 9(8) VALUE ZERO.
77  W-CSV-PTR                   PIC 9(3) VALUE ZERO.
77  W-CSV-LEAD                  PIC 9(2) VALUE ZERO.
77  W-CSV-NUM                   PIC S9(15) VALUE ZERO.
77  W-CSV-NUM-ED                PIC -(15)9.
77  W-CSV-TEXT                  PIC X(16) VALUE SPACES.
77  W-DST-LINE                  PIC X(132) VALUE SPACES.
77  W-SUB-RESULT                PIC X(40) VALUE SPACES.
77  W-RPT-COUNT-ED              PIC Z(8)9.
77  W-RPT-RUNS-ED               PIC Z(3)9.
77  W-RPT-HASH-ED               PIC -(14)9.

01  W-SUB-EOF-SW                PIC X(01) VALUE 'N'.
    88  W-SUB-EOF                         VALUE 'Y'.
    88  W-SUB-NOT-EOF                     VALUE 'N'.

01  W-XTR-EOF-SW                PIC X(01) VALUE 'N'.
    88  W-XTR-EOF                         VALUE 'Y'.
    88  W-XTR-NOT-EOF                     VALUE 'N'.

01  W-TLG-EOF-SW                PIC X(01) VALUE 'N'.
    88  W-TLG-EOF                         VALUE 'Y'.
    88  W-TLG-NOT-EOF                     VALUE 'N'.

01  W-RUN-FOUND-SW              PIC X(01) VALUE 'N'.
    88  W-RUN-FOUND                       VALUE 'Y'.
    88  W-RUN-NOT-FOUND                   VALUE 'N'.

01  W-CON-FOUND-SW              PIC X(01) VALUE 'N'.
    88  W-CON-FOUND                       VALUE 'Y'.
    88  W-CON-NOT-FOUND                   VALUE 'N'.

01  W-SLOT-TABLE.
    05  W-SLOT-STATE OCCURS 10 TIMES      PIC X(01).

01  W-CON-TABLE.
    05  W-CON-ENTRY OCCURS 50 TIMES.
        10  W-CON-ID                PIC X(08).
        10  W-CON-PREFIX            PIC X(08).
        10  W-CON-PREFIX-LEN        PIC 9(1).
        10  W-CON-FORMAT            PIC X(01).
        10  W-CON-SLOT              PIC 9(02).
        10  W-CON-DESTINATION       PIC X(44).
        10  W-CON-WANT-SW           PIC X(01).
        10  W-CON-RUNS              PIC 9(4).
        10  W-CON-RECORDS           PIC 9(9).
        10  W-CON-HASH              PIC S9(15).

01  W-RUN-TABLE.
    05  W-RUN-ENTRY OCCURS 100 TIMES.
        10  W-RUN-ID                PIC X(08).
        10  W-RUN-TIMESTAMP         PIC X(16).
        10  W-RUN-SENT OCCURS 50 TIMES    PIC X(01).

01  W-SND-TABLE.
    05  W-SND-ENTRY OCCURS 5000 TIMES.
        10  W-SND-CON-NDX           PIC 9(2).
        10  W-SND-RUN-NDX           PIC 9(4).
        10  W-SND-RECORDS           PIC 9(9).
        10  W-SND-HASH              PIC S9(15).

01  W-DD-NAME.
    05  FILLER                      PIC X(04) VALUE 'DIST'.
    05  W-DD-SLOT                   PIC 9(02).
    05  FILLER                      PIC X(02) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM OPEN-FILES.
    PERFORM LOAD-SUBSCRIBERS.
    PERFORM LOAD-PUBLISHED-RUNS.
    PERFORM LOAD-TRANSMISSION-LOG.
    PERFORM OPEN-EXTRACT-FILES.
    PERFORM WRITE-CONSUMER-EXTRACTS.
    PERFORM FINISH-ONE-EXTRACT
        VARYING W-S FROM 1 BY 1 UNTIL W-S > W-CON-COUNT.
    PERFORM WRITE-DIST-SUMMARY.
    PERFORM CLOSE-EXTRACT-FILES.
    PERFORM CLOSE-FILES.
    IF W-SUB-REJECTED + W-SLOT-FAILED GREATER THAN ZERO
        MOVE 8 TO RETURN-CODE
    ELSE
        IF W-EXTRACTS-WRITTEN = ZERO
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.
    GOBACK.
    OPEN-FILES SECTION.
    OPEN OUTPUT W-RPT-FILE.
    ACCEPT W-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT W-RUN-TIME FROM TIME.
    STRING W-RUN-DATE W-RUN-TIME
        DELIMITED BY SIZE INTO W-XMIT-TIMESTAMP.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'ASFDDIST SUBSCRIBER DISTRIBUTION LOG  DATE: ' W-RUN-DATE
        '  TIME: ' W-RUN-TIME
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    CLOSE-FILES SECTION.
    CLOSE W-TLG-FILE.
    CLOSE W-RPT-FILE.
    LOAD-SUBSCRIBERS SECTION.
    MOVE SPACES TO W-SLOT-TABLE.
    OPEN INPUT W-SUB-FILE.
    PERFORM READ-SUBSCRIBER-RECORD.
    PERFORM LOAD-ONE-SUBSCRIBER UNTIL W-SUB-EOF.
    CLOSE W-SUB-FILE.
    READ-SUBSCRIBER-RECORD SECTION.
    READ W-SUB-FILE
        AT END
            SET W-SUB-EOF TO TRUE
        NOT AT END
            ADD 1 TO W-SUB-READ
    END-READ.
    LOAD-ONE-SUBSCRIBER SECTION.
    MOVE SPACES TO W-SUB-RESULT.
    IF W-SUB-CONSUMER-ID = SPACES
        MOVE 'REJECTED: CONSUMER ID MISSING' TO W-SUB-RESULT
    ELSE
        IF NOT W-SUB-FORMAT-VALID
            MOVE 'REJECTED: FORMAT NOT F OR C' TO W-SUB-RESULT
        ELSE
            IF W-SUB-SLOT NOT NUMERIC
               OR W-SUB-SLOT LESS THAN 1
               OR W-SUB-SLOT GREATER THAN 10
                MOVE 'REJECTED: OUTPUT SLOT NOT 01-10'
                    TO W-SUB-RESULT
            ELSE
                IF W-SLOT-STATE(W-SUB-SLOT) NOT = SPACE
                    MOVE 'REJECTED: OUTPUT SLOT ALREADY IN USE'
                        TO W-SUB-RESULT
                END-IF
            END-IF
        END-IF
    END-IF.
    IF W-SUB-RESULT = SPACES
        MOVE W-SUB-CONSUMER-ID TO W-CSV-TEXT
        PERFORM FIND-CONSUMER
        IF W-CON-FOUND
            MOVE 'REJECTED: CONSUMER ID ALREADY LOADED' TO W-SUB-RESULT
        END-IF
    END-IF.
    IF W-SUB-RESULT = SPACES
        IF W-CON-COUNT NOT LESS THAN W-CON-LIMIT
            DISPLAY 'ASFDDIST: TOO MANY SUBSCRIBERS - RUN ABENDED'
            MOVE 16 TO RETURN-CODE
            CLOSE W-SUB-FILE
            PERFORM CLOSE-FILES
            GOBACK
        END-IF
        ADD 1 TO W-CON-COUNT
        MOVE W-SUB-CONSUMER-ID TO W-CON-ID(W-CON-COUNT)
        MOVE W-SUB-PREFIX TO W-CON-PREFIX(W-CON-COUNT)
        MOVE ZERO TO W-CON-PREFIX-LEN(W-CON-COUNT)
        PERFORM VARYING W-L FROM 1 BY 1
                UNTIL W-L > 8 OR W-SUB-PREFIX(W-L:1) = SPACE
            MOVE W-L TO W-CON-PREFIX-LEN(W-CON-COUNT)
        END-PERFORM
        MOVE W-SUB-FORMAT TO W-CON-FORMAT(W-CON-COUNT)
        MOVE W-SUB-SLOT TO W-CON-SLOT(W-CON-COUNT)
        MOVE W-SUB-DESTINATION TO W-CON-DESTINATION(W-CON-COUNT)
        MOVE 'N' TO W-CON-WANT-SW(W-CON-COUNT)
        MOVE ZERO TO W-CON-RUNS(W-CON-COUNT)
        MOVE ZERO TO W-CON-RECORDS(W-CON-COUNT)
        MOVE ZERO TO W-CON-HASH(W-CON-COUNT)
        MOVE 'U' TO W-SLOT-STATE(W-SUB-SLOT)
        MOVE 'LOADED' TO W-SUB-RESULT
    ELSE
        ADD 1 TO W-SUB-REJECTED
    END-IF.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'SUBSCRIBER: ' W-SUB-CONSUMER-ID
        '  PREFIX: ' W-SUB-PREFIX
        '  FORMAT: ' W-SUB-FORMAT
        '  SLOT: ' W-SUB-SLOT
        '  ' W-SUB-RESULT
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    PERFORM READ-SUBSCRIBER-RECORD.
    FIND-CONSUMER SECTION.
    SET W-CON-NOT-FOUND TO TRUE.
    PERFORM VARYING W-S FROM 1 BY 1
            UNTIL W-S > W-CON-COUNT OR W-CON-FOUND
        IF W-CON-ID(W-S) = W-CSV-TEXT(1:8)
            SET W-CON-FOUND TO TRUE
        END-IF
    END-PERFORM.
    IF W-CON-FOUND
        SUBTRACT 1 FROM W-S
    END-IF.
    LOAD-PUBLISHED-RUNS SECTION.
    OPEN INPUT W-XTR-FILE.
    IF W-XTR-STATUS NOT = '00'
        DISPLAY 'ASFDDIST: CANNOT OPEN PUBXTR - STATUS ' W-XTR-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM CLOSE-FILES
        GOBACK
    END-IF.
    PERFORM READ-PUBLISHED-RECORD.
    PERFORM NOTE-PUBLISHED-RECORD UNTIL W-XTR-EOF.
    CLOSE W-XTR-FILE.
    READ-PUBLISHED-RECORD SECTION.
    READ W-XTR-FILE
        AT END
            SET W-XTR-EOF TO TRUE
    END-READ.
    NOTE-PUBLISHED-RECORD SECTION.
    IF XTR-HEADER-REC
        IF W-RUN-COUNT NOT LESS THAN W-RUN-LIMIT
            DISPLAY 'ASFDDIST: TOO MANY RUN IDS ON PUBXTR - '
                'RUN ABENDED'
            MOVE 16 TO RETURN-CODE
            CLOSE W-XTR-FILE
            PERFORM CLOSE-FILES
            GOBACK
        END-IF
        ADD 1 TO W-RUN-COUNT
        MOVE XTR-RUN-ID TO W-RUN-ID(W-RUN-COUNT)
        MOVE XTR-GEN-TIMESTAMP TO W-RUN-TIMESTAMP(W-RUN-COUNT)
        PERFORM VARYING W-S FROM 1 BY 1 UNTIL W-S > 50
            MOVE 'N' TO W-RUN-SENT(W-RUN-COUNT, W-S)
        END-PERFORM
    END-IF.
    PERFORM READ-PUBLISHED-RECORD.
    LOAD-TRANSMISSION-LOG SECTION.
    OPEN INPUT W-TLG-FILE.
    IF W-TLG-STATUS = '00' OR W-TLG-STATUS = '05'
        PERFORM READ-LOG-RECORD
        PERFORM NOTE-LOG-RECORD UNTIL W-TLG-EOF
    END-IF.
    CLOSE W-TLG-FILE.
    READ-LOG-RECORD SECTION.
    READ W-TLG-FILE
        AT END
            SET W-TLG-EOF TO TRUE
        NOT AT END
            ADD 1 TO W-TLG-READ
    END-READ.
    NOTE-LOG-RECORD SECTION.
    IF TLG-RUN-REC
        MOVE TLG-CONSUMER-ID TO W-CSV-TEXT
        PERFORM FIND-CONSUMER
        IF W-CON-FOUND
            PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > W-RUN-COUNT
                IF W-RUN-ID(W-K) = TLG-RUN-ID
                   AND W-RUN-TIMESTAMP(W-K) = TLG-GEN-TIMESTAMP
                    MOVE 'Y' TO W-RUN-SENT(W-K, W-S)
                END-IF
            END-PERFORM
        END-IF
    END-IF.
    PERFORM READ-LOG-RECORD.
    OPEN-EXTRACT-FILES SECTION.
    OPEN EXTEND W-TLG-FILE.
    IF W-TLG-STATUS NOT = '00' AND W-TLG-STATUS NOT = '05'
        DISPLAY 'ASFDDIST: CANNOT OPEN TRANLOG - STATUS '
            W-TLG-STATUS ' - RUN ABENDED'
        MOVE 16 TO RETURN-CODE
        CLOSE W-RPT-FILE
        GOBACK
    END-IF.
    PERFORM VARYING W-SLOT FROM 1 BY 1 UNTIL W-SLOT > 10
        IF W-SLOT-STATE(W-SLOT) = 'U'
            PERFORM OPEN-ONE-EXTRACT
            MOVE W-SLOT TO W-DD-SLOT
            IF W-DST-STATUS = '00'
                MOVE 'O' TO W-SLOT-STATE(W-SLOT)
            ELSE
                ADD 1 TO W-SLOT-FAILED
                MOVE 'F' TO W-SLOT-STATE(W-SLOT)
                MOVE SPACES TO W-RPT-LINE
                STRING 'OUTPUT DD ' W-DD-NAME
                    ' CANNOT BE OPENED - STATUS ' W-DST-STATUS
                    ' - CONSUMER NOT SERVED'
                    DELIMITED BY SIZE INTO W-RPT-LINE
                WRITE W-RPT-LINE
            END-IF
        END-IF
    END-PERFORM.
    OPEN-ONE-EXTRACT SECTION.
    EVALUATE W-SLOT
        WHEN 1
            OPEN OUTPUT W-D01-FILE
        WHEN 2
            OPEN OUTPUT W-D02-FILE
        WHEN 3
            OPEN OUTPUT W-D03-FILE
        WHEN 4
            OPEN OUTPUT W-D04-FILE
        WHEN 5
            OPEN OUTPUT W-D05-FILE
        WHEN 6
            OPEN OUTPUT W-D06-FILE
        WHEN 7
            OPEN OUTPUT W-D07-FILE
        WHEN 8
            OPEN OUTPUT W-D08-FILE
        WHEN 9
            OPEN OUTPUT W-D09-FILE
        WHEN 10
            OPEN OUTPUT W-D10-FILE
    END-EVALUATE.
    CLOSE-EXTRACT-FILES SECTION.
    PERFORM VARYING W-SLOT FROM 1 BY 1 UNTIL W-SLOT > 10
        IF W-SLOT-STATE(W-SLOT) = 'O'
            PERFORM CLOSE-ONE-EXTRACT
        END-IF
    END-PERFORM.
    CLOSE-ONE-EXTRACT SECTION.
    EVALUATE W-SLOT
        WHEN 1
            CLOSE W-D01-FILE
        WHEN 2
            CLOSE W-D02-FILE
        WHEN 3
            CLOSE W-D03-FILE
        WHEN 4
            CLOSE W-D04-FILE
        WHEN 5
            CLOSE W-D05-FILE
        WHEN 6
            CLOSE W-D06-FILE
        WHEN 7
            CLOSE W-D07-FILE
        WHEN 8
            CLOSE W-D08-FILE
        WHEN 9
            CLOSE W-D09-FILE
        WHEN 10
            CLOSE W-D10-FILE
    END-EVALUATE.
    WRITE-DIST-LINE SECTION.
    MOVE W-CON-SLOT(W-S) TO W-SLOT.
    EVALUATE W-SLOT
        WHEN 1
            WRITE W-D01-RECORD FROM W-DST-LINE
        WHEN 2
            WRITE W-D02-RECORD FROM W-DST-LINE
        WHEN 3
            WRITE W-D03-RECORD FROM W-DST-LINE
        WHEN 4
            WRITE W-D04-RECORD FROM W-DST-LINE
        WHEN 5
            WRITE W-D05-RECORD FROM W-DST-LINE
        WHEN 6
            WRITE W-D06-RECORD FROM W-DST-LINE
        WHEN 7
            WRITE W-D07-RECORD FROM W-DST-LINE
        WHEN 8
            WRITE W-D08-RECORD FROM W-DST-LINE
        WHEN 9
            WRITE W-D09-RECORD FROM W-DST-LINE
        WHEN 10
            WRITE W-D10-RECORD FROM W-DST-LINE
    END-EVALUATE.
    WRITE-CONSUMER-EXTRACTS SECTION.
    SET W-XTR-NOT-EOF TO TRUE.
    MOVE ZERO TO W-CUR-RUN-NDX.
    OPEN INPUT W-XTR-FILE.
    PERFORM READ-PUBLISHED-RECORD.
    PERFORM DISTRIBUTE-ONE-RECORD UNTIL W-XTR-EOF.
    CLOSE W-XTR-FILE.
    DISTRIBUTE-ONE-RECORD SECTION.
    IF XTR-HEADER-REC
        ADD 1 TO W-CUR-RUN-NDX
        PERFORM SELECT-CONSUMERS-FOR-RUN
            VARYING W-S FROM 1 BY 1 UNTIL W-S > W-CON-COUNT
    END-IF.
    IF XTR-HEADER-REC OR XTR-DETAIL-REC OR XTR-TRAILER-REC
       OR XTR-STRATUM-REC
        PERFORM SEND-ONE-RECORD
            VARYING W-S FROM 1 BY 1 UNTIL W-S > W-CON-COUNT
    END-IF.
    PERFORM READ-PUBLISHED-RECORD.
    SELECT-CONSUMERS-FOR-RUN SECTION.
    MOVE 'N' TO W-CON-WANT-SW(W-S).
    MOVE W-CON-SLOT(W-S) TO W-SLOT.
    IF W-SLOT-STATE(W-SLOT) = 'O'
        IF W-CON-PREFIX-LEN(W-S) = ZERO
            MOVE 'Y' TO W-CON-WANT-SW(W-S)
        ELSE
            MOVE W-CON-PREFIX-LEN(W-S) TO W-L
            IF XTR-RUN-ID(1:W-L) = W-CON-PREFIX(W-S)(1:W-L)
                MOVE 'Y' TO W-CON-WANT-SW(W-S)
            END-IF
        END-IF
    END-IF.
    IF W-CON-WANT-SW(W-S) = 'Y'
       AND W-RUN-SENT(W-CUR-RUN-NDX, W-S) = 'Y'
        MOVE 'N' TO W-CON-WANT-SW(W-S)
        ADD 1 TO W-RUNS-ALREADY-SENT
        MOVE SPACES TO W-RPT-LINE
        STRING 'CONSUMER ' W-CON-ID(W-S)
            '  RUN ' XTR-RUN-ID
            '  ALREADY TRANSMITTED - NOT RESENT'
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    END-IF.
    SEND-ONE-RECORD SECTION.
    IF W-CON-WANT-SW(W-S) = 'Y'
        IF W-CON-FORMAT(W-S) = 'F'
            MOVE W-XTR-RECORD TO W-DST-LINE
        ELSE
            PERFORM BUILD-DELIMITED-LINE
        END-IF
        PERFORM WRITE-DIST-LINE
        IF XTR-TRAILER-REC
            PERFORM NOTE-RUN-SENT
        END-IF
    END-IF.
    BUILD-DELIMITED-LINE SECTION.
    MOVE SPACES TO W-DST-LINE.
    MOVE 1 TO W-CSV-PTR.
    STRING XTR-REC-TYPE ',' DELIMITED BY SIZE
        XTR-RUN-ID DELIMITED BY SPACE
        INTO W-DST-LINE WITH POINTER W-CSV-PTR.
    IF XTR-HEADER-REC
        MOVE XTR-GEN-TIMESTAMP TO W-CSV-TEXT
        PERFORM APPEND-CSV-TEXT
        MOVE XTR-HDR-MIN-NUM TO W-CSV-NUM
        PERFORM APPEND-CSV-NUMBER
        MOVE XTR-HDR-MAX-NUM TO W-CSV-NUM
        PERFORM APPEND-CSV-NUMBER
        MOVE XTR-HDR-LEN-ARR TO W-CSV-NUM
        PERFORM APPEND-CSV-NUMBER
        MOVE XTR-HDR-UNIQUE-SW TO W-CSV-TEXT
        PERFORM APPEND-CSV-TEXT
        MOVE XTR-HDR-SORT-ORDER TO W-CSV-TEXT
        PERFORM APPEND-CSV-TEXT
        MOVE XTR-HDR-DIST-MODE TO W-CSV-TEXT
        PERFORM APPEND-CSV-TEXT
        IF XTR-HDR-STRATUM-COUNT NUMERIC
            MOVE XTR-HDR-STRATUM-COUNT TO W-CSV-NUM
        ELSE
            MOVE ZERO TO W-CSV-NUM
        END-IF
        PERFORM APPEND-CSV-NUMBER
    END-IF.
    IF XTR-DETAIL-REC
        MOVE XTR-SEQ-NUM TO W-CSV-NUM
        PERFORM APPEND-CSV-NUMBER
        MOVE XTR-SORTED-VALUE TO W-CSV-NUM
        PERFORM APPEND-CSV-NUMBER
        IF XTR-DRAW-POS NUMERIC
            MOVE XTR-STRATUM-CODE TO W-CSV-TEXT
            PERFORM APPEND-CSV-TEXT
            MOVE XTR-DRAW-POS TO W-CSV-NUM
            PERFORM APPEND-CSV-NUMBER
            MOVE XTR-PRIZE-TIER TO W-CSV-TEXT
            PERFORM APPEND-CSV-TEXT
        ELSE
            IF XTR-STRATUM-CODE NOT = SPACES
                MOVE XTR-STRATUM-CODE TO W-CSV-TEXT
                PERFORM APPEND-CSV-TEXT
            END-IF
        END-IF
    END-IF.
    IF XTR-STRATUM-REC
        MOVE XTR-STR-CODE TO W-CSV-TEXT
        PERFORM APPEND-CSV-TEXT
        MOVE XTR-STR-MIN-NUM TO W-CSV-NUM
        PERFORM APPEND-CSV-NUMBER
        MOVE XTR-STR-MAX-NUM TO W-CSV-NUM
        PERFORM APPEND-CSV-NUMBER
        MOVE XTR-STR-UNIQUE-SW TO W-CSV-TEXT
        PERFORM APPEND-CSV-TEXT
        MOVE XTR-STR-RECORD-COUNT TO W-CSV-NUM
        PERFORM APPEND-CSV-NUMBER
        MOVE XTR-STR-HASH-TOTAL TO W-CSV-NUM
        PERFORM APPEND-CSV-NUMBER
    END-IF.
    IF XTR-TRAILER-REC
        MOVE XTR-TRL-RECORD-COUNT TO W-CSV-NUM
        PERFORM APPEND-CSV-NUMBER
        MOVE XTR-TRL-HASH-TOTAL TO W-CSV-NUM
        PERFORM APPEND-CSV-NUMBER
    END-IF.
    IF XTR-CONTROL-REC
        MOVE XTR-GEN-TIMESTAMP TO W-CSV-TEXT
        PERFORM APPEND-CSV-TEXT
        MOVE XTR-CTL-RUN-COUNT TO W-CSV-NUM
        PERFORM APPEND-CSV-NUMBER
        MOVE XTR-CTL-RECORD-COUNT TO W-CSV-NUM
        PERFORM APPEND-CSV-NUMBER
        MOVE XTR-CTL-HASH-TOTAL TO W-CSV-NUM
        PERFORM APPEND-CSV-NUMBER
    END-IF.
    APPEND-CSV-TEXT SECTION.
    STRING ',' W-CSV-TEXT DELIMITED BY SPACE
        INTO W-DST-LINE WITH POINTER W-CSV-PTR.
    APPEND-CSV-NUMBER SECTION.
    MOVE W-CSV-NUM TO W-CSV-NUM-ED.
    MOVE ZERO TO W-CSV-LEAD.
    INSPECT W-CSV-NUM-ED TALLYING W-CSV-LEAD FOR LEADING SPACES.
    STRING ',' W-CSV-NUM-ED(W-CSV-LEAD + 1:) DELIMITED BY SIZE
        INTO W-DST-LINE WITH POINTER W-CSV-PTR.
    NOTE-RUN-SENT SECTION.
    IF W-SND-COUNT NOT LESS THAN W-SND-LIMIT
        DISPLAY 'ASFDDIST: TOO MANY RUNS TRANSMITTED - RUN ABENDED'
        MOVE 16 TO RETURN-CODE
        PERFORM CLOSE-EXTRACT-FILES
        PERFORM CLOSE-FILES
        GOBACK
    END-IF.
    ADD 1 TO W-SND-COUNT.
    MOVE W-S TO W-SND-CON-NDX(W-SND-COUNT).
    MOVE W-CUR-RUN-NDX TO W-SND-RUN-NDX(W-SND-COUNT).
    MOVE XTR-TRL-RECORD-COUNT TO W-SND-RECORDS(W-SND-COUNT).
    MOVE XTR-TRL-HASH-TOTAL TO W-SND-HASH(W-SND-COUNT).
    ADD 1 TO W-CON-RUNS(W-S).
    ADD XTR-TRL-RECORD-COUNT TO W-CON-RECORDS(W-S).
    ADD XTR-TRL-HASH-TOTAL TO W-CON-HASH(W-S).
    FINISH-ONE-EXTRACT SECTION.
    MOVE W-CON-SLOT(W-S) TO W-DD-SLOT.
    IF W-CON-RUNS(W-S) = ZERO
        MOVE SPACES TO W-RPT-LINE
        STRING 'CONSUMER ' W-CON-ID(W-S)
            '  ' W-DD-NAME
            '  NO NEW RUNS - NOTHING TRANSMITTED'
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    ELSE
        MOVE SPACES TO W-XTR-RECORD
        SET XTR-CONTROL-REC TO TRUE
        MOVE W-CON-ID(W-S) TO XTR-RUN-ID
        MOVE W-XMIT-TIMESTAMP TO XTR-GEN-TIMESTAMP
        MOVE W-CON-RUNS(W-S) TO XTR-CTL-RUN-COUNT
        MOVE W-CON-RECORDS(W-S) TO XTR-CTL-RECORD-COUNT
        MOVE W-CON-HASH(W-S) TO XTR-CTL-HASH-TOTAL
        IF W-CON-FORMAT(W-S) = 'F'
            MOVE W-XTR-RECORD TO W-DST-LINE
        ELSE
            PERFORM BUILD-DELIMITED-LINE
        END-IF
        PERFORM WRITE-DIST-LINE
        ADD 1 TO W-EXTRACTS-WRITTEN
        PERFORM LOG-ONE-EXTRACT
        MOVE W-CON-RUNS(W-S) TO W-RPT-RUNS-ED
        MOVE W-CON-RECORDS(W-S) TO W-RPT-COUNT-ED
        MOVE W-CON-HASH(W-S) TO W-RPT-HASH-ED
        MOVE SPACES TO W-RPT-LINE
        STRING 'CONSUMER ' W-CON-ID(W-S)
            '  ' W-DD-NAME
            '  FORMAT ' W-CON-FORMAT(W-S)
            '  RUNS ' W-RPT-RUNS-ED
            '  RECORDS ' W-RPT-COUNT-ED
            '  HASH ' W-RPT-HASH-ED
            '  XMIT ' W-XMIT-TIMESTAMP
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
        MOVE SPACES TO W-RPT-LINE
        STRING '         DESTINATION ' W-CON-DESTINATION(W-S)
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    END-IF.
    LOG-ONE-EXTRACT SECTION.
    MOVE SPACES TO W-TLG-RECORD.
    SET TLG-EXTRACT-REC TO TRUE.
    MOVE W-CON-ID(W-S) TO TLG-CONSUMER-ID.
    MOVE W-XMIT-TIMESTAMP TO TLG-XMIT-TIMESTAMP.
    MOVE W-CON-FORMAT(W-S) TO TLG-FORMAT.
    MOVE W-DD-NAME TO TLG-OUTPUT-DD.
    MOVE W-CON-DESTINATION(W-S) TO TLG-DESTINATION.
    MOVE W-CON-RUNS(W-S) TO TLG-RUN-COUNT.
    MOVE W-CON-RECORDS(W-S) TO TLG-RECORD-COUNT.
    MOVE W-CON-HASH(W-S) TO TLG-HASH-TOTAL.
    WRITE W-TLG-RECORD.
    PERFORM VARYING W-N FROM 1 BY 1 UNTIL W-N > W-SND-COUNT
        IF W-SND-CON-NDX(W-N) = W-S
            MOVE W-SND-RUN-NDX(W-N) TO W-K
            MOVE SPACES TO W-TLG-RECORD
            SET TLG-RUN-REC TO TRUE
            MOVE W-CON-ID(W-S) TO TLG-CONSUMER-ID
            MOVE W-XMIT-TIMESTAMP TO TLG-XMIT-TIMESTAMP
            MOVE W-RUN-ID(W-K) TO TLG-RUN-ID
            MOVE W-RUN-TIMESTAMP(W-K) TO TLG-GEN-TIMESTAMP
            MOVE W-CON-FORMAT(W-S) TO TLG-FORMAT
            MOVE W-DD-NAME TO TLG-OUTPUT-DD
            MOVE W-CON-DESTINATION(W-S) TO TLG-DESTINATION
            MOVE 1 TO TLG-RUN-COUNT
            MOVE W-SND-RECORDS(W-N) TO TLG-RECORD-COUNT
            MOVE W-SND-HASH(W-N) TO TLG-HASH-TOTAL
            WRITE W-TLG-RECORD
        END-IF
    END-PERFORM.
    WRITE-DIST-SUMMARY SECTION.
    MOVE SPACES TO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-SUB-READ TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'SUBSCRIBER RECORDS READ: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-SUB-REJECTED TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'SUBSCRIBER RECORDS REJECTED: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-RUN-COUNT TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'PUBLISHED RUNS READ: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-RUNS-ALREADY-SENT TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'RUNS ALREADY TRANSMITTED: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-SLOT-FAILED TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'OUTPUT DDS NOT AVAILABLE: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-EXTRACTS-WRITTEN TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'EXTRACTS TRANSMITTED: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
