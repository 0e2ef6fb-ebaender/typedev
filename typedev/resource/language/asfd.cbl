        FILE STATUS IS W-RCT-STATUS.
    SELECT W-SUSP-FILE ASSIGN TO SUSPFILE
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL W-TIER-FILE ASSIGN TO TIERFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS W-TIER-STATUS.

DATA DIVISION.
FILE SECTION.
    05  W-PARM-DIST-SPREAD          PIC 9(9).
    05  W-PARM-FORCE-SW             PIC X(01).
    05  W-PARM-GEN-MODE             PIC X(01).
    05  W-PARM-DEPT-CODE            PIC X(04).
    05  W-PARM-REC-TYPE             PIC X(01).
        88  W-PARM-SINGLE-REC                 VALUE SPACE.
        88  W-PARM-STRAT-HEADER               VALUE 'H'.
        88  W-PARM-STRATUM-REC                VALUE 'S'.
    05  W-PARM-STRATUM-CODE         PIC X(02).

FD  W-RAN-OUT-FILE.
01  W-RAN-OUT-RECORD.
FD  W-EXCL-FILE.
01  W-EXCL-RECORD.
    05  W-EXCL-NUMBER               PIC S9(9).
01  W-EXCL-CONTROL-RECORD.
    05  W-EXCL-CTL-TYPE             PIC X(01).
        88  W-EXCL-CTL-GEN-REC                VALUE 'G'.
    05  W-EXCL-CTL-GEN              PIC X(16).
    05  W-EXCL-CTL-COUNT            PIC 9(05).

FD  W-RCT-FILE.
01  W-RCT-RECORD.
FD  W-SUSP-FILE.
01  W-SUSP-RECORD.
    05  W-SUSP-REASON               PIC X(08).
    05  W-SUSP-PARM-IMAGE           PIC X(72).

FD  W-TIER-FILE.
01  W-TIER-RECORD.
    05  W-TIER-RUN-ID               PIC X(08).
    05  W-TIER-FROM-POS             PIC 9(06).
    05  W-TIER-TO-POS               PIC 9(06).
    05  W-TIER-CODE                 PIC X(01).

WORKING-STORAGE SECTION.
77  SEED                        PIC 9(9)V9(9) VALUE ZERO.
77  W-FFWD-VALUE                PIC 9(9)V9(9) VALUE ZERO.
77  W-FFWD-I                    PIC 9(8) VALUE ZERO.
77  W-RUN-ID                    PIC X(08) VALUE SPACES.
77  W-DEPT-CODE                 PIC X(04) VALUE SPACES.
77  W-GEN-TIMESTAMP             PIC X(16) VALUE SPACES.
77  W-XTR-HASH                  PIC S9(15) VALUE ZERO.
77  W-DIST-MEAN                 PIC S9(9) VALUE ZERO.
77  W-RST-BASE                  PIC 9(6) VALUE ZERO.
77  W-EXCL-STATUS               PIC X(02) VALUE '00'.
77  W-EXCL-COUNT                PIC 9(5) VALUE ZERO.
77  W-EXCL-GEN                  PIC X(16) VALUE SPACES.
77  W-EXCL-LIMIT                PIC 9(5) VALUE 10000.
77  W-EXCL-REDRAWS              PIC 9(8) VALUE ZERO.
77  W-EXCL-IN-RANGE             PIC 9(5) VALUE ZERO.
77  W-POOL-COUNT                PIC 9(6) VALUE ZERO.
77  W-POOL-PICK                 PIC 9(6) VALUE ZERO.
77  W-POOL-V                    PIC S9(10) VALUE ZERO.
77  W-GEN-FIRST                 PIC 9(6) VALUE ZERO.
77  W-GEN-LAST                  PIC 9(6) VALUE ZERO.
77  W-S                         PIC 9(2) VALUE ZERO.
77  W-T                         PIC 9(2) VALUE ZERO.
77  W-STR-COUNT                 PIC 9(2) VALUE ZERO.
77  W-STR-LIMIT                 PIC 9(2) VALUE 20.
77  W-STR-TOTAL                 PIC 9(8) VALUE ZERO.
77  W-HDR-PARM-IMAGE            PIC X(72) VALUE SPACES.
77  W-RPT-MAX-ED                PIC -(9)9.
77  W-RPT-STR-ED                PIC Z9.
77  W-TEMP-POS                  PIC 9(6) VALUE ZERO.
77  W-TIER-STATUS               PIC X(02) VALUE '00'.
77  W-TIR-COUNT                 PIC 9(4) VALUE ZERO.
77  W-TIR-LIMIT                 PIC 9(4) VALUE 500.
77  W-T1                        PIC 9(4) VALUE ZERO.
77  W-K                         PIC 9(2) VALUE ZERO.
77  W-R                         PIC 9(2) VALUE ZERO.
77  W-RTR-COUNT                 PIC 9(2) VALUE ZERO.
77  W-RTR-LIMIT                 PIC 9(2) VALUE 20.
77  W-RPT-POS-ED                PIC Z(5)9.
77  W-RPT-POS2-ED               PIC Z(5)9.

01  W-PARMS-VALID-SW            PIC X(01) VALUE 'Y'.
    88  W-PARMS-OK                        VALUE 'Y'.
    88  W-PARMS-BAD                       VALUE 'N'.

01  W-TIER-EOF-SW               PIC X(01) VALUE 'N'.
    88  W-TIER-EOF                        VALUE 'Y'.
    88  W-TIER-NOT-EOF                    VALUE 'N'.

01  W-TIER-MATCH-SW             PIC X(01) VALUE 'N'.
    88  W-TIER-MATCH                      VALUE 'Y'.
    88  W-TIER-NO-MATCH                   VALUE 'N'.

01  W-STRATIFIED-SW             PIC X(01) VALUE 'N'.
    88  W-STRATIFIED                      VALUE 'Y'.
    88  W-NOT-STRATIFIED                  VALUE 'N'.

01  W-PARM-EOF-SW               PIC X(01) VALUE 'N'.
    88  W-PARM-EOF                        VALUE 'Y'.
    88  W-PARM-NOT-EOF                    VALUE 'N'.
01  W-POOL-TABLE.
    05  W-POOL-NUM OCCURS 100000 TIMES    PIC S9(9).

01  W-POS-NUM-TABLE.
    05  W-POS-NUM OCCURS 100000 TIMES     PIC 9(6).

01  W-TIR-TABLE.
    05  W-TIR-ENTRY OCCURS 500 TIMES.
        10  W-TIR-RUN-ID            PIC X(08).
        10  W-TIR-FROM-POS          PIC X(06).
        10  W-TIR-TO-POS            PIC X(06).
        10  W-TIR-CODE              PIC X(01).

01  W-RTR-TABLE.
    05  W-RTR-ENTRY OCCURS 20 TIMES.
        10  W-RTR-FROM-POS          PIC 9(6).
        10  W-RTR-TO-POS            PIC 9(6).
        10  W-RTR-CODE              PIC X(01).

01  W-STR-TABLE.
    05  W-STR-ENTRY OCCURS 20 TIMES.
        10  W-STR-CODE              PIC X(02).
        10  W-STR-MIN-NUM           PIC S9(9).
        10  W-STR-MAX-NUM           PIC S9(9).
        10  W-STR-LEN-ARR           PIC 9(6).
        10  W-STR-UNIQUE-SW         PIC X(01).
        10  W-STR-FIRST-I           PIC 9(6).
        10  W-STR-LAST-I            PIC 9(6).
        10  W-STR-RECORD-COUNT      PIC 9(9).
        10  W-STR-HASH              PIC S9(15).
        10  W-STR-PARM-IMAGE        PIC X(72).

01  W-SUM-TABLE.
    05  W-SUM-ENTRY OCCURS 100 TIMES.
        10  W-SUM-RUN-ID            PIC X(08).
MAIN-PROCEDURE.
    PERFORM CHECK-FOR-RESTART.
    PERFORM LOAD-EXCLUSION-LIST.
    PERFORM LOAD-TIER-TABLE.
    PERFORM LOAD-RUN-CONTROL.
    PERFORM OPEN-RUN-FILES.
    PERFORM READ-PARM-RECORD.
    STRING 'EXCLUSION ENTRIES LOADED: ' W-RPT-EXCL-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE SPACES TO W-RPT-LINE.
    IF W-EXCL-GEN = SPACES
        STRING 'EXCLUSION GENERATION: NONE'
            DELIMITED BY SIZE INTO W-RPT-LINE
    ELSE
        STRING 'EXCLUSION GENERATION: ' W-EXCL-GEN
            DELIMITED BY SIZE INTO W-RPT-LINE
    END-IF.
    WRITE W-RPT-LINE.
    CLOSE-RUN-FILES SECTION.
    CLOSE W-PARM-FILE.
    CLOSE W-RAN-OUT-FILE.
            SET W-EXCL-EOF TO TRUE
    END-READ.
    LOAD-ONE-EXCLUSION SECTION.
    IF W-EXCL-CTL-GEN-REC
        MOVE W-EXCL-CTL-GEN TO W-EXCL-GEN
    ELSE
        MOVE W-EXCL-NUMBER TO W-HSET-ARG
        PERFORM EXSET-LOOKUP
        IF W-HSET-NOT-FOUND
            IF W-EXCL-COUNT NOT LESS THAN W-EXCL-LIMIT
                DISPLAY 'ASFD: TOO MANY EXCLUSION ENTRIES - RUN ABENDED'
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            ADD 1 TO W-EXCL-COUNT
            MOVE W-EXCL-NUMBER TO W-EXCL-VALUE(W-EXCL-COUNT)
            MOVE 'Y' TO W-EXSET-USED(W-HSET-X)
            MOVE W-HSET-ARG TO W-EXSET-VALUE(W-HSET-X)
        END-IF
    END-IF.
    PERFORM READ-EXCLUSION-RECORD.
    LOAD-TIER-TABLE SECTION.
    OPEN INPUT W-TIER-FILE.
    IF W-TIER-STATUS = '00' OR W-TIER-STATUS = '05'
        PERFORM READ-TIER-RECORD
        PERFORM LOAD-ONE-TIER UNTIL W-TIER-EOF
    END-IF.
    CLOSE W-TIER-FILE.
    READ-TIER-RECORD SECTION.
    READ W-TIER-FILE
        AT END
            SET W-TIER-EOF TO TRUE
    END-READ.
    LOAD-ONE-TIER SECTION.
    IF W-TIER-RUN-ID NOT = SPACES
        IF W-TIR-COUNT NOT LESS THAN W-TIR-LIMIT
            DISPLAY 'ASFD: TOO MANY PRIZE TIER ENTRIES - RUN ABENDED'
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF
        ADD 1 TO W-TIR-COUNT
        MOVE W-TIER-RUN-ID TO W-TIR-RUN-ID(W-TIR-COUNT)
        MOVE W-TIER-FROM-POS TO W-TIR-FROM-POS(W-TIR-COUNT)
        MOVE W-TIER-TO-POS TO W-TIR-TO-POS(W-TIR-COUNT)
        MOVE W-TIER-CODE TO W-TIR-CODE(W-TIR-COUNT)
    END-IF.
    PERFORM READ-TIER-RECORD.
    LOAD-RUN-CONTROL SECTION.
    OPEN INPUT W-RCT-FILE.
    IF W-RCT-STATUS = '00' OR W-RCT-STATUS = '05'
    MOVE W-DIST-MODE-SW TO RCT-DIST-MODE.
    MOVE W-DIST-MEAN TO RCT-DIST-MEAN.
    MOVE W-DIST-SPREAD TO RCT-DIST-SPREAD.
    MOVE W-DEPT-CODE TO RCT-DEPT-CODE.
    MOVE W-FORCE-SW TO RCT-FORCE-SW.
    MOVE W-GEN-MODE-SW TO RCT-GEN-MODE.
    MOVE W-EXCL-GEN TO RCT-EXCL-GEN.
    MOVE W-EXCL-COUNT TO RCT-EXCL-COUNT.
    MOVE W-STR-COUNT TO RCT-STRATUM-COUNT.
    READ-PARM-RECORD SECTION.
    READ W-PARM-FILE
        AT END
    MOVE W-PARM-UNIQUE-SW TO W-UNIQUE-SW.
    MOVE W-PARM-SORT-ORDER TO W-SORT-ORDER-SW.
    MOVE W-PARM-RUN-ID TO W-RUN-ID.
    MOVE W-PARM-DEPT-CODE TO W-DEPT-CODE.
    IF W-PARM-DIST-MODE = SPACE
        SET W-DIST-UNIFORM TO TRUE
    ELSE
    ELSE
        MOVE W-PARM-GEN-MODE TO W-GEN-MODE-SW
    END-IF.
    IF W-PARM-STRAT-HEADER
        PERFORM VALIDATE-STRATIFIED-REQUEST
    ELSE
        SET W-NOT-STRATIFIED TO TRUE
        MOVE ZERO TO W-STR-COUNT
        PERFORM VALIDATE-PARAMETERS
    END-IF.
    IF W-PARMS-OK
        PERFORM SELECT-RUN-TIERS
    END-IF.
    IF W-PARMS-BAD
        PERFORM REJECT-ONE-REQUEST
    ELSE
        MOVE W-LEN-ARR TO W-SUM-COUNT(W-REQ-NUM)
        MOVE 'P' TO W-SUM-STATUS(W-REQ-NUM)
    END-IF.
    IF W-NOT-STRATIFIED
        PERFORM READ-PARM-RECORD
    END-IF.
    REJECT-ONE-REQUEST SECTION.
    ADD 1 TO W-REQ-REJECTED.
    DISPLAY 'ASFD: PARAMETER VALUES INVALID FOR RUN ID ' W-RUN-ID
        ' - EDIT ' W-EDIT-REASON ' - REQUEST WRITTEN TO SUSPENSE'.
    MOVE SPACES TO W-SUSP-RECORD.
    MOVE W-EDIT-REASON TO W-SUSP-REASON.
    IF W-STRATIFIED
        MOVE W-HDR-PARM-IMAGE TO W-SUSP-PARM-IMAGE
        WRITE W-SUSP-RECORD
        PERFORM VARYING W-S FROM 1 BY 1 UNTIL W-S > W-STR-COUNT
            MOVE W-STR-PARM-IMAGE(W-S) TO W-SUSP-PARM-IMAGE
            WRITE W-SUSP-RECORD
        END-PERFORM
    ELSE
        MOVE W-PARM-RECORD TO W-SUSP-PARM-IMAGE
        WRITE W-SUSP-RECORD
    END-IF.
    MOVE 8 TO W-RCT-EVENT-RC.
    PERFORM WRITE-RUN-CONTROL-ERROR.
    MOVE W-RUN-ID TO W-SUM-RUN-ID(W-REQ-NUM).
    MOVE ZERO TO W-DRAW-COUNT.
    MOVE ZERO TO W-CKPT-LAST-I.
    MOVE ZERO TO W-EXCL-REDRAWS.
    IF W-UNIQUE-ON OR W-STRATIFIED
        MOVE SPACES TO W-HSET-TABLE
    END-IF.
    SET W-REQ-RESTART-OFF TO TRUE.
        PERFORM VARYING W-J FROM 1 BY 1
                UNTIL W-J > W-RST-ENTRY-COUNT
            MOVE W-RST-NUM(W-J) TO W-RAN-NUM(W-J)
            IF W-UNIQUE-ON OR W-STRATIFIED
                MOVE W-RAN-NUM(W-J) TO W-HSET-ARG
                PERFORM HSET-LOOKUP
                IF W-HSET-NOT-FOUND
    VALIDATE-PARAMETERS SECTION.
    SET W-PARMS-OK TO TRUE.
    MOVE SPACES TO W-EDIT-REASON.
    IF NOT W-PARM-SINGLE-REC
        SET W-PARMS-BAD TO TRUE
        PERFORM NOTE-EDIT-REASON-STRATUM
    END-IF.
    IF W-PARM-LEN-ARR NOT NUMERIC
       OR W-LEN-ARR NOT GREATER THAN ZERO
       OR W-LEN-ARR GREATER THAN 100000
            PERFORM NOTE-EDIT-REASON-DIST
        END-IF
    END-IF.
    VALIDATE-STRATIFIED-REQUEST SECTION.
    SET W-STRATIFIED TO TRUE.
    MOVE ZERO TO W-STR-COUNT.
    MOVE ZERO TO W-STR-TOTAL.
    MOVE W-PARM-RECORD TO W-HDR-PARM-IMAGE.
    SET W-PARMS-OK TO TRUE.
    MOVE SPACES TO W-EDIT-REASON.
    IF W-RUN-ID = SPACES
        SET W-PARMS-BAD TO TRUE
        PERFORM NOTE-EDIT-REASON-RUN-ID
    END-IF.
    IF NOT W-DIST-UNIFORM
        SET W-PARMS-BAD TO TRUE
        PERFORM NOTE-EDIT-REASON-DIST
    END-IF.
    IF W-SEED-FIXED AND W-PARM-SEED-VALUE NOT NUMERIC
        SET W-PARMS-BAD TO TRUE
        PERFORM NOTE-EDIT-REASON-SEED
    END-IF.
    IF NOT W-GEN-MODE-VALID
        SET W-PARMS-BAD TO TRUE
        PERFORM NOTE-EDIT-REASON-GENMODE
    END-IF.
    PERFORM READ-PARM-RECORD.
    PERFORM LOAD-ONE-STRATUM
        UNTIL W-PARM-EOF OR NOT W-PARM-STRATUM-REC.
    IF W-STR-COUNT = ZERO
        SET W-PARMS-BAD TO TRUE
        PERFORM NOTE-EDIT-REASON-STRATUM
    ELSE
        IF W-PARMS-OK
            PERFORM CHECK-STRATUM-OVERLAP
                VARYING W-S FROM 1 BY 1 UNTIL W-S > W-STR-COUNT
        END-IF
        PERFORM SET-STRATIFIED-TOTALS
    END-IF.
    IF W-STR-TOTAL GREATER THAN 100000
        SET W-PARMS-BAD TO TRUE
        PERFORM NOTE-EDIT-REASON-LENGTH
    END-IF.
    LOAD-ONE-STRATUM SECTION.
    IF W-STR-COUNT NOT LESS THAN W-STR-LIMIT
        DISPLAY 'ASFD: TOO MANY STRATUM RECORDS FOR RUN ID ' W-RUN-ID
            ' - RUN ABENDED'
        MOVE 16 TO RETURN-CODE
        PERFORM CLOSE-RUN-FILES
        GOBACK
    END-IF.
    ADD 1 TO W-STR-COUNT.
    MOVE W-STR-COUNT TO W-S.
    MOVE W-PARM-RECORD TO W-STR-PARM-IMAGE(W-S).
    IF W-PARM-STRATUM-CODE = SPACES
        MOVE W-S TO W-STR-CODE(W-S)
    ELSE
        MOVE W-PARM-STRATUM-CODE TO W-STR-CODE(W-S)
    END-IF.
    MOVE W-PARM-MIN-NUM TO W-STR-MIN-NUM(W-S).
    MOVE W-PARM-MAX-NUM TO W-STR-MAX-NUM(W-S).
    MOVE W-PARM-LEN-ARR TO W-STR-LEN-ARR(W-S).
    IF W-PARM-UNIQUE-SW = 'Y'
        MOVE 'Y' TO W-STR-UNIQUE-SW(W-S)
    ELSE
        MOVE 'N' TO W-STR-UNIQUE-SW(W-S)
    END-IF.
    MOVE ZERO TO W-STR-RECORD-COUNT(W-S).
    MOVE ZERO TO W-STR-HASH(W-S).
    COMPUTE W-STR-FIRST-I(W-S) = W-STR-TOTAL + 1.
    IF W-PARM-RUN-ID NOT = W-RUN-ID
        SET W-PARMS-BAD TO TRUE
        PERFORM NOTE-EDIT-REASON-STRATUM
    END-IF.
    IF W-PARM-LEN-ARR NOT NUMERIC
       OR W-PARM-LEN-ARR NOT GREATER THAN ZERO
        SET W-PARMS-BAD TO TRUE
        PERFORM NOTE-EDIT-REASON-LENGTH
    ELSE
        ADD W-PARM-LEN-ARR TO W-STR-TOTAL
    END-IF.
    COMPUTE W-STR-LAST-I(W-S) = W-STR-TOTAL.
    IF W-PARM-MIN-NUM NOT NUMERIC
       OR W-PARM-MAX-NUM NOT NUMERIC
       OR W-PARM-MAX-NUM NOT GREATER THAN W-PARM-MIN-NUM
        SET W-PARMS-BAD TO TRUE
        PERFORM NOTE-EDIT-REASON-RANGE
    ELSE
        IF W-PARM-LEN-ARR NUMERIC
            PERFORM CHECK-STRATUM-CAPACITY
        END-IF
    END-IF.
    PERFORM READ-PARM-RECORD.
    CHECK-STRATUM-CAPACITY SECTION.
    IF W-GEN-DENSE
        IF W-STR-UNIQUE-SW(W-S) NOT = 'Y'
           OR W-STR-MAX-NUM(W-S) - W-STR-MIN-NUM(W-S) + 1
                GREATER THAN 100000
            SET W-PARMS-BAD TO TRUE
            PERFORM NOTE-EDIT-REASON-GENMODE
        END-IF
    END-IF.
    MOVE ZERO TO W-EXCL-IN-RANGE.
    PERFORM VARYING W-E FROM 1 BY 1 UNTIL W-E > W-EXCL-COUNT
        IF W-EXCL-VALUE(W-E) NOT LESS THAN W-STR-MIN-NUM(W-S)
           AND W-EXCL-VALUE(W-E) NOT GREATER THAN W-STR-MAX-NUM(W-S)
            ADD 1 TO W-EXCL-IN-RANGE
        END-IF
    END-PERFORM.
    IF W-STR-UNIQUE-SW(W-S) = 'Y'
        IF W-STR-MAX-NUM(W-S) - W-STR-MIN-NUM(W-S) + 1
                - W-EXCL-IN-RANGE LESS THAN W-STR-LEN-ARR(W-S)
            SET W-PARMS-BAD TO TRUE
            PERFORM NOTE-EDIT-REASON-RANGE
        END-IF
    ELSE
        IF W-STR-MAX-NUM(W-S) - W-STR-MIN-NUM(W-S) + 1
                - W-EXCL-IN-RANGE LESS THAN 1
            SET W-PARMS-BAD TO TRUE
            PERFORM NOTE-EDIT-REASON-RANGE
        END-IF
    END-IF.
    CHECK-STRATUM-OVERLAP SECTION.
    PERFORM VARYING W-T FROM 1 BY 1 UNTIL W-T > W-STR-COUNT
        IF W-T GREATER THAN W-S
            IF W-STR-CODE(W-T) = W-STR-CODE(W-S)
               OR (W-STR-MIN-NUM(W-S) NOT GREATER THAN
                       W-STR-MAX-NUM(W-T)
                   AND W-STR-MIN-NUM(W-T) NOT GREATER THAN
                       W-STR-MAX-NUM(W-S))
                SET W-PARMS-BAD TO TRUE
                PERFORM NOTE-EDIT-REASON-STRATUM
            END-IF
        END-IF
    END-PERFORM.
    SET-STRATIFIED-TOTALS SECTION.
    MOVE W-STR-MIN-NUM(1) TO W-MIN-NUM.
    MOVE W-STR-MAX-NUM(1) TO W-MAX-NUM.
    MOVE W-STR-TOTAL TO W-LEN-ARR.
    SET W-UNIQUE-ON TO TRUE.
    PERFORM NOTE-STRATUM-LIMITS
        VARYING W-S FROM 1 BY 1 UNTIL W-S > W-STR-COUNT.
    NOTE-STRATUM-LIMITS SECTION.
    IF W-STR-MIN-NUM(W-S) LESS THAN W-MIN-NUM
        MOVE W-STR-MIN-NUM(W-S) TO W-MIN-NUM
    END-IF.
    IF W-STR-MAX-NUM(W-S) GREATER THAN W-MAX-NUM
        MOVE W-STR-MAX-NUM(W-S) TO W-MAX-NUM
    END-IF.
    IF W-STR-UNIQUE-SW(W-S) NOT = 'Y'
        SET W-UNIQUE-OFF TO TRUE
    END-IF.
    SELECT-RUN-TIERS SECTION.
    MOVE ZERO TO W-RTR-COUNT.
    PERFORM CHECK-ONE-TIER
        VARYING W-T1 FROM 1 BY 1 UNTIL W-T1 > W-TIR-COUNT.
    IF W-PARMS-OK
        PERFORM CHECK-TIER-OVERLAP
            VARYING W-R FROM 1 BY 1 UNTIL W-R > W-RTR-COUNT
    END-IF.
    CHECK-ONE-TIER SECTION.
    PERFORM MATCH-TIER-RUN-ID.
    IF W-TIER-MATCH
        IF W-TIR-FROM-POS(W-T1) NOT NUMERIC
           OR W-TIR-TO-POS(W-T1) NOT NUMERIC
           OR W-TIR-CODE(W-T1) = SPACE
           OR W-RTR-COUNT NOT LESS THAN W-RTR-LIMIT
            SET W-PARMS-BAD TO TRUE
            PERFORM NOTE-EDIT-REASON-TIER
        ELSE
            ADD 1 TO W-RTR-COUNT
            MOVE W-TIR-FROM-POS(W-T1) TO W-RTR-FROM-POS(W-RTR-COUNT)
            MOVE W-TIR-TO-POS(W-T1) TO W-RTR-TO-POS(W-RTR-COUNT)
            MOVE W-TIR-CODE(W-T1) TO W-RTR-CODE(W-RTR-COUNT)
            IF W-RTR-FROM-POS(W-RTR-COUNT) = ZERO
               OR W-RTR-TO-POS(W-RTR-COUNT)
                  LESS THAN W-RTR-FROM-POS(W-RTR-COUNT)
               OR W-RTR-TO-POS(W-RTR-COUNT) GREATER THAN W-LEN-ARR
                SET W-PARMS-BAD TO TRUE
                PERFORM NOTE-EDIT-REASON-TIER
            END-IF
        END-IF
    END-IF.
    MATCH-TIER-RUN-ID SECTION.
    SET W-TIER-MATCH TO TRUE.
    PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > 8 OR W-TIER-NO-MATCH
        IF W-TIR-RUN-ID(W-T1)(W-K:1) NOT = '#'
           AND W-TIR-RUN-ID(W-T1)(W-K:1) NOT = W-RUN-ID(W-K:1)
            SET W-TIER-NO-MATCH TO TRUE
        END-IF
    END-PERFORM.
    CHECK-TIER-OVERLAP SECTION.
    PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > W-RTR-COUNT
        IF W-K GREATER THAN W-R
           AND W-RTR-FROM-POS(W-R) NOT GREATER THAN W-RTR-TO-POS(W-K)
           AND W-RTR-FROM-POS(W-K) NOT GREATER THAN W-RTR-TO-POS(W-R)
            SET W-PARMS-BAD TO TRUE
            PERFORM NOTE-EDIT-REASON-TIER
        END-IF
    END-PERFORM.
    FIND-POSITION-TIER SECTION.
    MOVE SPACE TO XTR-PRIZE-TIER.
    PERFORM VARYING W-R FROM 1 BY 1 UNTIL W-R > W-RTR-COUNT
        IF W-POS-NUM(W-I) NOT LESS THAN W-RTR-FROM-POS(W-R)
           AND W-POS-NUM(W-I) NOT GREATER THAN W-RTR-TO-POS(W-R)
            MOVE W-RTR-CODE(W-R) TO XTR-PRIZE-TIER
        END-IF
    END-PERFORM.
    NOTE-EDIT-REASON-LENGTH SECTION.
    IF W-EDIT-REASON = SPACES
        MOVE 'LENGTH' TO W-EDIT-REASON
    IF W-EDIT-REASON = SPACES
        MOVE 'GENMODE' TO W-EDIT-REASON
    END-IF.
    NOTE-EDIT-REASON-STRATUM SECTION.
    IF W-EDIT-REASON = SPACES
        MOVE 'STRATUM' TO W-EDIT-REASON
    END-IF.
    NOTE-EDIT-REASON-TIER SECTION.
    IF W-EDIT-REASON = SPACES
        MOVE 'TIER' TO W-EDIT-REASON
    END-IF.
    CHECK-FOR-RESTART SECTION.
    OPEN INPUT W-CKPT-FILE.
    IF W-CKPT-STATUS = '00' OR W-CKPT-STATUS = '05'
        END-PERFORM
    END-IF.
    GENERATE-RANDOM-NUM SECTION.
    IF W-STRATIFIED
        PERFORM GENERATE-ONE-STRATUM
            VARYING W-S FROM 1 BY 1 UNTIL W-S > W-STR-COUNT
        PERFORM SET-STRATIFIED-TOTALS
    ELSE
        MOVE W-START-I TO W-GEN-FIRST
        MOVE W-LEN-ARR TO W-GEN-LAST
        PERFORM GENERATE-SUB-RANGE
    END-IF.
    GENERATE-ONE-STRATUM SECTION.
    IF W-STR-LAST-I(W-S) NOT LESS THAN W-START-I
        MOVE W-STR-MIN-NUM(W-S) TO W-MIN-NUM
        MOVE W-STR-MAX-NUM(W-S) TO W-MAX-NUM
        MOVE W-STR-UNIQUE-SW(W-S) TO W-UNIQUE-SW
        IF W-STR-FIRST-I(W-S) LESS THAN W-START-I
            MOVE W-START-I TO W-GEN-FIRST
        ELSE
            MOVE W-STR-FIRST-I(W-S) TO W-GEN-FIRST
        END-IF
        MOVE W-STR-LAST-I(W-S) TO W-GEN-LAST
        PERFORM GENERATE-SUB-RANGE
    END-IF.
    GENERATE-SUB-RANGE SECTION.
    IF W-GEN-DENSE
        PERFORM GENERATE-DENSE-UNIQUE
    ELSE
        PERFORM VARYING W-I FROM W-GEN-FIRST BY 1 UNTIL W-I > W-GEN-LAST
            PERFORM GENERATE-ONE-NUMBER WITH TEST AFTER
                UNTIL W-NO-REDRAW
            PERFORM NOTE-DRAWN-VALUE
    END-IF.
    GENERATE-DENSE-UNIQUE SECTION.
    PERFORM BUILD-CANDIDATE-POOL.
    IF W-POOL-COUNT LESS THAN W-GEN-LAST - W-GEN-FIRST + 1
        DISPLAY 'ASFD: CANDIDATE POOL SMALLER THAN REQUEST - '
            'RUN ABENDED'
        MOVE 16 TO RETURN-CODE
        PERFORM CLOSE-RUN-FILES
        GOBACK
    END-IF.
    PERFORM VARYING W-I FROM W-GEN-FIRST BY 1 UNTIL W-I > W-GEN-LAST
        PERFORM DRAW-FROM-POOL
        PERFORM NOTE-DRAWN-VALUE
        PERFORM WRITE-CHECKPOINT-IF-DUE
        END-IF
    END-PERFORM.
    SORTING-ARRAY SECTION.
    PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > W-LEN-ARR
        MOVE W-I TO W-POS-NUM(W-I)
    END-PERFORM.
    MOVE 1 TO W-GAP.
    PERFORM UNTIL (W-GAP * 3) + 1 GREATER THAN W-LEN-ARR
        COMPUTE W-GAP = (W-GAP * 3) + 1
    END-PERFORM.
    SORT-ONE-ELEMENT SECTION.
    MOVE W-RAN-NUM(W-I + 1) TO W-TEMP.
    MOVE W-POS-NUM(W-I + 1) TO W-TEMP-POS.
    COMPUTE W-J = W-I + 1.
    PERFORM UNTIL W-J NOT GREATER THAN W-GAP
            OR (W-SORT-DESCENDING
            OR (NOT W-SORT-DESCENDING
                AND W-RAN-NUM(W-J - W-GAP) NOT GREATER THAN W-TEMP)
        MOVE W-RAN-NUM(W-J - W-GAP) TO W-RAN-NUM(W-J)
        MOVE W-POS-NUM(W-J - W-GAP) TO W-POS-NUM(W-J)
        SUBTRACT W-GAP FROM W-J
    END-PERFORM.
    MOVE W-TEMP TO W-RAN-NUM(W-J).
    MOVE W-TEMP-POS TO W-POS-NUM(W-J).
    FIND-VALUE-STRATUM SECTION.
    MOVE 1 TO W-S.
    PERFORM UNTIL W-S NOT LESS THAN W-STR-COUNT
            OR (W-RAN-NUM(W-I) NOT LESS THAN W-STR-MIN-NUM(W-S)
                AND W-RAN-NUM(W-I) NOT GREATER THAN W-STR-MAX-NUM(W-S))
        ADD 1 TO W-S
    END-PERFORM.
    WRITE-RANDOM-NUM-FILE SECTION.
    PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > W-LEN-ARR
        MOVE W-RUN-ID TO W-RO-RUN-ID
    STRING 'W-LEN-ARR: ' W-RPT-LEN-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    IF W-STRATIFIED
        MOVE W-STR-COUNT TO W-RPT-STR-ED
        MOVE SPACES TO W-RPT-LINE
        STRING 'STRATA: ' W-RPT-STR-ED
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
        PERFORM VARYING W-S FROM 1 BY 1 UNTIL W-S > W-STR-COUNT
            MOVE W-STR-MIN-NUM(W-S) TO W-RPT-NUM-ED
            MOVE W-STR-MAX-NUM(W-S) TO W-RPT-MAX-ED
            MOVE W-STR-LEN-ARR(W-S) TO W-RPT-LEN-ED
            MOVE SPACES TO W-RPT-LINE
            STRING 'STRATUM ' W-STR-CODE(W-S)
                '  MIN: ' W-RPT-NUM-ED
                '  MAX: ' W-RPT-MAX-ED
                '  COUNT: ' W-RPT-LEN-ED
                '  UNIQUE: ' W-STR-UNIQUE-SW(W-S)
                DELIMITED BY SIZE INTO W-RPT-LINE
            WRITE W-RPT-LINE
        END-PERFORM
    END-IF.
    IF W-RTR-COUNT GREATER THAN ZERO
        PERFORM VARYING W-R FROM 1 BY 1 UNTIL W-R > W-RTR-COUNT
            MOVE W-RTR-FROM-POS(W-R) TO W-RPT-POS-ED
            MOVE W-RTR-TO-POS(W-R) TO W-RPT-POS2-ED
            MOVE SPACES TO W-RPT-LINE
            STRING 'PRIZE TIER ' W-RTR-CODE(W-R)
                '  DRAW POSITIONS ' W-RPT-POS-ED
                ' TO ' W-RPT-POS2-ED
                DELIMITED BY SIZE INTO W-RPT-LINE
            WRITE W-RPT-LINE
        END-PERFORM
    END-IF.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'DIST MODE: ' W-DIST-MODE-SW
        DELIMITED BY SIZE INTO W-RPT-LINE.
    STRING 'GEN MODE: ' W-GEN-MODE-SW
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'DEPARTMENT: ' W-DEPT-CODE
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    IF W-FORCE-ON
        MOVE SPACES TO W-RPT-LINE
        STRING 'FORCE RERUN: Y' DELIMITED BY SIZE INTO W-RPT-LINE
        MOVE W-GEN-TIMESTAMP TO XTR-GEN-TIMESTAMP
        MOVE W-I TO XTR-SEQ-NUM
        MOVE W-RAN-NUM(W-I) TO XTR-SORTED-VALUE
        MOVE W-POS-NUM(W-I) TO XTR-DRAW-POS
        PERFORM FIND-POSITION-TIER
        ADD W-RAN-NUM(W-I) TO W-XTR-HASH
        IF W-STRATIFIED
            PERFORM FIND-VALUE-STRATUM
            MOVE W-STR-CODE(W-S) TO XTR-STRATUM-CODE
            ADD 1 TO W-STR-RECORD-COUNT(W-S)
            ADD W-RAN-NUM(W-I) TO W-STR-HASH(W-S)
        END-IF
        WRITE W-XTR-RECORD
    END-PERFORM.
    IF W-STRATIFIED
        PERFORM WRITE-INTERFACE-STRATUM
            VARYING W-S FROM 1 BY 1 UNTIL W-S > W-STR-COUNT
    END-IF.
    PERFORM WRITE-INTERFACE-TRAILER.
    WRITE-INTERFACE-HEADER SECTION.
    MOVE SPACES TO W-XTR-RECORD.
    MOVE W-DIST-MEAN TO XTR-HDR-DIST-MEAN.
    MOVE W-DIST-SPREAD TO XTR-HDR-DIST-SPREAD.
    MOVE W-GEN-MODE-SW TO XTR-HDR-GEN-MODE.
    MOVE W-DEPT-CODE TO XTR-HDR-DEPT-CODE.
    MOVE W-EXCL-GEN TO XTR-HDR-EXCL-GEN.
    MOVE W-EXCL-COUNT TO XTR-HDR-EXCL-COUNT.
    MOVE W-STR-COUNT TO XTR-HDR-STRATUM-COUNT.
    MOVE W-RTR-COUNT TO XTR-HDR-TIER-COUNT.
    WRITE W-XTR-RECORD.
    WRITE-INTERFACE-STRATUM SECTION.
    MOVE SPACES TO W-XTR-RECORD.
    SET XTR-STRATUM-REC TO TRUE.
    MOVE W-RUN-ID TO XTR-RUN-ID.
    MOVE W-GEN-TIMESTAMP TO XTR-GEN-TIMESTAMP.
    MOVE W-STR-CODE(W-S) TO XTR-STR-CODE.
    MOVE W-STR-MIN-NUM(W-S) TO XTR-STR-MIN-NUM.
    MOVE W-STR-MAX-NUM(W-S) TO XTR-STR-MAX-NUM.
    MOVE W-STR-UNIQUE-SW(W-S) TO XTR-STR-UNIQUE-SW.
    MOVE W-STR-RECORD-COUNT(W-S) TO XTR-STR-RECORD-COUNT.
    MOVE W-STR-HASH(W-S) TO XTR-STR-HASH-TOTAL.
    WRITE W-XTR-RECORD.
    WRITE-INTERFACE-TRAILER SECTION.
    MOVE SPACES TO W-XTR-RECORD.
