IDENTIFICATION DIVISION.
PROGRAM-ID. ASFDREL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT W-DEC-FILE ASSIGN TO PUBDECN
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT W-XTR-FILE ASSIGN TO XTROUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS W-XTR-STATUS.
    SELECT W-PUB-FILE ASSIGN TO PUBXTR
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL W-RCT-FILE ASSIGN TO RUNCTL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS W-RCT-STATUS.
    SELECT OPTIONAL W-HST-FILE ASSIGN TO HISTMSTR
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
FD  W-DEC-FILE.
01  W-DEC-RECORD.
    05  W-DEC-RUN-ID                PIC X(08).
    05  W-DEC-DECISION              PIC X(01).
        88  W-DEC-APPROVE                     VALUE 'A'.
        88  W-DEC-REJECT                      VALUE 'R'.
        88  W-DEC-DECISION-VALID              VALUES 'A' 'R'.
    05  W-DEC-REVIEWER-ID           PIC X(08).
    05  W-DEC-REASON                PIC X(40).

FD  W-XTR-FILE.
01  W-XTR-RECORD.
    COPY WXTRREC.

FD  W-PUB-FILE.
01  W-PUB-RECORD.
    COPY WXTRREC REPLACING LEADING ==XTR== BY ==PUB==.

FD  W-RCT-FILE.
01  W-RCT-RECORD.
    COPY WRCTREC.

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
77  W-XTR-STATUS                PIC X(02) VALUE '00'.
77  W-RCT-STATUS                PIC X(02) VALUE '00'.
77  W-HST-STATUS                PIC X(02) VALUE '00'.
77  W-XRF-STATUS                PIC X(02) VALUE '00'.
77  W-STH-STATUS                PIC X(02) VALUE '00'.
77  W-K                         PIC 9(4) VALUE ZERO.
77  W-CUR-K                     PIC 9(4) VALUE ZERO.
77  W-REL-COUNT                 PIC 9(4) VALUE ZERO.
77  W-REL-LIMIT                 PIC 9(4) VALUE 100.
77  W-RUN-DATE                  PIC 9(8) VALUE ZERO.
77  W-RUN-TIME                  PIC 9(8) VALUE ZERO.
77  W-EVENT-TIMESTAMP           PIC X(16) VALUE SPACES.
77  W-BACKOUT-RUN-ID            PIC X(08) VALUE SPACES.
77  W-WORK-RUN-ID               PIC X(08) VALUE SPACES.
77  W-DEC-READ                  PIC 9(5) VALUE ZERO.
77  W-DEC-APPROVED              PIC 9(5) VALUE ZERO.
77  W-DEC-REJECTED              PIC 9(5) VALUE ZERO.
77  W-DEC-REFUSED               PIC 9(5) VALUE ZERO.
77  W-RUNS-PUBLISHED            PIC 9(5) VALUE ZERO.
77  W-RUNS-PENDING              PIC 9(5) VALUE ZERO.
77  W-PUB-WRITTEN               PIC 9(8) VALUE ZERO.
77  W-HST-BACKED-OUT            PIC 9(8) VALUE ZERO.
77  W-XRF-BACKED-OUT            PIC 9(8) VALUE ZERO.
77  W-STH-BACKED-OUT            PIC 9(8) VALUE ZERO.
77  W-STH-DELETE-FAILS          PIC 9(8) VALUE ZERO.
77  W-HST-DELETE-FAILS          PIC 9(8) VALUE ZERO.
77  W-XRF-DELETE-FAILS          PIC 9(8) VALUE ZERO.
77  W-RUN-DELETE-FAILS          PIC 9(8) VALUE ZERO.
77  W-UNAVAIL-FAILS             PIC 9(8) VALUE ZERO.
77  W-RUN-HST-OUT               PIC 9(8) VALUE ZERO.
77  W-RUN-XRF-OUT               PIC 9(8) VALUE ZERO.
77  W-AUD-RESULT                PIC X(50) VALUE SPACES.
77  W-HST-NOTE                  PIC X(40) VALUE SPACES.
77  W-STH-NOTE                  PIC X(24) VALUE SPACES.
77  W-RPT-COUNT-ED              PIC Z(7)9.
77  W-RPT-XREF-ED               PIC Z(7)9.

01  W-DEC-EOF-SW                PIC X(01) VALUE 'N'.
    88  W-DEC-EOF                         VALUE 'Y'.
    88  W-DEC-NOT-EOF                     VALUE 'N'.

01  W-XTR-EOF-SW                PIC X(01) VALUE 'N'.
    88  W-XTR-EOF                         VALUE 'Y'.
    88  W-XTR-NOT-EOF                     VALUE 'N'.

01  W-RCT-EOF-SW                PIC X(01) VALUE 'N'.
    88  W-RCT-EOF                         VALUE 'Y'.
    88  W-RCT-NOT-EOF                     VALUE 'N'.

01  W-RUN-FOUND-SW              PIC X(01) VALUE 'N'.
    88  W-RUN-FOUND                       VALUE 'Y'.
    88  W-RUN-NOT-FOUND                   VALUE 'N'.

01  W-PURGE-DONE-SW             PIC X(01) VALUE 'N'.
    88  W-PURGE-DONE                      VALUE 'Y'.
    88  W-PURGE-NOT-DONE                  VALUE 'N'.

01  W-COPY-RUN-SW               PIC X(01) VALUE 'N'.
    88  W-COPY-RUN                        VALUE 'Y'.
    88  W-SKIP-RUN                        VALUE 'N'.

01  W-HST-AVAIL-SW              PIC X(01) VALUE 'N'.
    88  W-HST-AVAIL                       VALUE 'Y'.
    88  W-HST-NOT-AVAIL                   VALUE 'N'.

01  W-XRF-AVAIL-SW              PIC X(01) VALUE 'N'.
    88  W-XRF-AVAIL                       VALUE 'Y'.
    88  W-XRF-NOT-AVAIL                   VALUE 'N'.

01  W-STH-AVAIL-SW              PIC X(01) VALUE 'N'.
    88  W-STH-AVAIL                       VALUE 'Y'.
    88  W-STH-NOT-AVAIL                   VALUE 'N'.

01  W-REL-TABLE.
    05  W-REL-ENTRY OCCURS 100 TIMES.
        10  W-REL-RUN-ID            PIC X(08).
        10  W-REL-TIMESTAMP         PIC X(16).
        10  W-REL-HDR-DATA          PIC X(100).
        10  W-REL-TRL-COUNT         PIC 9(9).
        10  W-REL-CTL-SW            PIC X(01).
        10  W-REL-DECISION          PIC X(01).
        10  W-REL-REVIEWER-ID       PIC X(08).
        10  W-REL-DECIDED-TS        PIC X(16).

01  W-HDR-WORK.
    COPY WXTRREC REPLACING LEADING ==XTR== BY ==RHD==.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM OPEN-FILES.
    PERFORM LOAD-INTERFACE-RUNS.
    PERFORM LOAD-RUN-CONTROL.
    PERFORM OPEN-UPDATE-FILES.
    PERFORM READ-DECISION-RECORD.
    PERFORM APPLY-ONE-DECISION UNTIL W-DEC-EOF.
    PERFORM WRITE-PUBLISHED-EXTRACT.
    PERFORM WRITE-PENDING-REPORT.
    PERFORM WRITE-RELEASE-SUMMARY.
    PERFORM CLOSE-FILES.
    IF W-DEC-REFUSED GREATER THAN ZERO
       OR W-STH-DELETE-FAILS + W-HST-DELETE-FAILS + W-XRF-DELETE-FAILS
            + W-UNAVAIL-FAILS GREATER THAN ZERO
        MOVE 8 TO RETURN-CODE
    ELSE
        IF W-RUNS-PENDING GREATER THAN ZERO
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.
    GOBACK.
    OPEN-FILES SECTION.
    OPEN INPUT W-DEC-FILE.
    OPEN OUTPUT W-RPT-FILE.
    ACCEPT W-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT W-RUN-TIME FROM TIME.
    STRING W-RUN-DATE W-RUN-TIME DELIMITED BY SIZE
        INTO W-EVENT-TIMESTAMP.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'ASFDREL PUBLICATION RELEASE REPORT  DATE: ' W-RUN-DATE
        '  TIME: ' W-RUN-TIME
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE SPACES TO W-RPT-LINE.
    WRITE W-RPT-LINE.
    OPEN-UPDATE-FILES SECTION.
    OPEN EXTEND W-RCT-FILE.
    IF W-RCT-STATUS NOT = '00' AND W-RCT-STATUS NOT = '05'
        DISPLAY 'ASFDREL: CANNOT OPEN RUNCTL - STATUS ' W-RCT-STATUS
            ' - RUN ABENDED'
        MOVE 16 TO RETURN-CODE
        CLOSE W-DEC-FILE
        CLOSE W-RPT-FILE
        GOBACK
    END-IF.
    OPEN I-O W-HST-FILE.
    IF W-HST-STATUS = '00' OR W-HST-STATUS = '05'
        SET W-HST-AVAIL TO TRUE
    END-IF.
    OPEN I-O W-XRF-FILE.
    IF W-XRF-STATUS = '00' OR W-XRF-STATUS = '05'
        SET W-XRF-AVAIL TO TRUE
    END-IF.
    OPEN I-O W-STH-FILE.
    IF W-STH-STATUS = '00' OR W-STH-STATUS = '05'
        SET W-STH-AVAIL TO TRUE
    END-IF.
    CLOSE-FILES SECTION.
    CLOSE W-DEC-FILE.
    CLOSE W-RCT-FILE.
    CLOSE W-HST-FILE.
    CLOSE W-XRF-FILE.
    CLOSE W-STH-FILE.
    CLOSE W-RPT-FILE.
    LOAD-INTERFACE-RUNS SECTION.
    OPEN INPUT W-XTR-FILE.
    IF W-XTR-STATUS NOT = '00'
        DISPLAY 'ASFDREL: CANNOT OPEN XTROUT - STATUS ' W-XTR-STATUS
        MOVE 16 TO RETURN-CODE
        CLOSE W-DEC-FILE
        CLOSE W-RPT-FILE
        GOBACK
    END-IF.
    PERFORM READ-INTERFACE-RECORD.
    PERFORM LOAD-ONE-INTERFACE-RECORD UNTIL W-XTR-EOF.
    CLOSE W-XTR-FILE.
    READ-INTERFACE-RECORD SECTION.
    READ W-XTR-FILE
        AT END
            SET W-XTR-EOF TO TRUE
    END-READ.
    LOAD-ONE-INTERFACE-RECORD SECTION.
    IF XTR-HEADER-REC
        PERFORM NOTE-INTERFACE-RUN
    ELSE
        IF XTR-TRAILER-REC
            MOVE XTR-RUN-ID TO W-WORK-RUN-ID
            PERFORM FIND-RELEASE-RUN
            IF W-RUN-FOUND
                MOVE XTR-TRL-RECORD-COUNT TO W-REL-TRL-COUNT(W-K)
            END-IF
        END-IF
    END-IF.
    PERFORM READ-INTERFACE-RECORD.
    NOTE-INTERFACE-RUN SECTION.
    IF W-REL-COUNT NOT LESS THAN W-REL-LIMIT
        DISPLAY 'ASFDREL: TOO MANY RUN IDS ON INTERFACE FILE - '
            'RUN ABENDED'
        MOVE 16 TO RETURN-CODE
        CLOSE W-XTR-FILE
        CLOSE W-DEC-FILE
        CLOSE W-RPT-FILE
        GOBACK
    END-IF.
    ADD 1 TO W-REL-COUNT.
    MOVE XTR-RUN-ID TO W-REL-RUN-ID(W-REL-COUNT).
    MOVE XTR-GEN-TIMESTAMP TO W-REL-TIMESTAMP(W-REL-COUNT).
    MOVE XTR-REC-DATA TO W-REL-HDR-DATA(W-REL-COUNT).
    MOVE ZERO TO W-REL-TRL-COUNT(W-REL-COUNT).
    MOVE 'N' TO W-REL-CTL-SW(W-REL-COUNT).
    MOVE SPACE TO W-REL-DECISION(W-REL-COUNT).
    MOVE SPACES TO W-REL-REVIEWER-ID(W-REL-COUNT).
    MOVE SPACES TO W-REL-DECIDED-TS(W-REL-COUNT).
    FIND-RELEASE-RUN SECTION.
    SET W-RUN-NOT-FOUND TO TRUE.
    PERFORM VARYING W-K FROM 1 BY 1
            UNTIL W-K > W-REL-COUNT OR W-RUN-FOUND
        IF W-REL-RUN-ID(W-K) = W-WORK-RUN-ID
            SET W-RUN-FOUND TO TRUE
        END-IF
    END-PERFORM.
    IF W-RUN-FOUND
        SUBTRACT 1 FROM W-K
    END-IF.
    LOAD-RUN-CONTROL SECTION.
    OPEN INPUT W-RCT-FILE.
    IF W-RCT-STATUS = '00' OR W-RCT-STATUS = '05'
        PERFORM READ-RUN-CONTROL-RECORD
        PERFORM NOTE-CONTROL-EVENT UNTIL W-RCT-EOF
    END-IF.
    CLOSE W-RCT-FILE.
    READ-RUN-CONTROL-RECORD SECTION.
    READ W-RCT-FILE
        AT END
            SET W-RCT-EOF TO TRUE
    END-READ.
    NOTE-CONTROL-EVENT SECTION.
    PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > W-REL-COUNT
        IF W-REL-RUN-ID(W-K) = RCT-RUN-ID
            IF RCT-RUN-COMPLETE
                MOVE 'Y' TO W-REL-CTL-SW(W-K)
            END-IF
            IF (RCT-PUB-APPROVED OR RCT-PUB-REJECTED)
               AND RCT-TIMESTAMP NOT LESS THAN W-REL-TIMESTAMP(W-K)
                MOVE RCT-STATUS TO W-REL-DECISION(W-K)
                MOVE RCT-REVIEWER-ID TO W-REL-REVIEWER-ID(W-K)
                MOVE RCT-TIMESTAMP TO W-REL-DECIDED-TS(W-K)
            END-IF
        END-IF
    END-PERFORM.
    PERFORM READ-RUN-CONTROL-RECORD.
    READ-DECISION-RECORD SECTION.
    READ W-DEC-FILE
        AT END
            SET W-DEC-EOF TO TRUE
        NOT AT END
            ADD 1 TO W-DEC-READ
    END-READ.
    APPLY-ONE-DECISION SECTION.
    MOVE SPACES TO W-AUD-RESULT.
    MOVE W-DEC-RUN-ID TO W-WORK-RUN-ID.
    PERFORM FIND-RELEASE-RUN.
    IF NOT W-DEC-DECISION-VALID
        MOVE 'REFUSED: UNKNOWN DECISION CODE' TO W-AUD-RESULT
    ELSE
        IF W-DEC-REVIEWER-ID = SPACES
            MOVE 'REFUSED: REVIEWER ID MISSING' TO W-AUD-RESULT
        ELSE
            IF W-DEC-REJECT AND W-DEC-REASON = SPACES
                MOVE 'REFUSED: REJECTION REASON MISSING'
                    TO W-AUD-RESULT
            ELSE
                IF W-RUN-NOT-FOUND
                    MOVE 'REFUSED: RUN NOT ON INTERFACE FILE'
                        TO W-AUD-RESULT
                END-IF
            END-IF
        END-IF
    END-IF.
    IF W-AUD-RESULT = SPACES
        IF W-REL-DECISION(W-K) NOT = SPACE
            STRING 'REFUSED: ALREADY DECIDED BY '
                W-REL-REVIEWER-ID(W-K)
                DELIMITED BY SIZE INTO W-AUD-RESULT
        ELSE
            IF W-REL-CTL-SW(W-K) NOT = 'Y'
                MOVE 'REFUSED: NO COMPLETION EVENT ON RUNCTL'
                    TO W-AUD-RESULT
            END-IF
        END-IF
    END-IF.
    IF W-AUD-RESULT = SPACES
        MOVE W-DEC-DECISION TO W-REL-DECISION(W-K)
        MOVE W-DEC-REVIEWER-ID TO W-REL-REVIEWER-ID(W-K)
        MOVE W-EVENT-TIMESTAMP TO W-REL-DECIDED-TS(W-K)
        PERFORM WRITE-DECISION-EVENT
        IF W-DEC-APPROVE
            ADD 1 TO W-DEC-APPROVED
            MOVE 'APPLIED: APPROVED FOR PUBLICATION' TO W-AUD-RESULT
        ELSE
            ADD 1 TO W-DEC-REJECTED
            MOVE 'APPLIED: REJECTED - BACKED OUT OF HISTORY'
                TO W-AUD-RESULT
        END-IF
    ELSE
        ADD 1 TO W-DEC-REFUSED
    END-IF.
    PERFORM WRITE-DECISION-LINE.
    IF W-AUD-RESULT(1:8) = 'APPLIED:' AND W-DEC-REJECT
        PERFORM BACK-OUT-RUN
    END-IF.
    PERFORM READ-DECISION-RECORD.
    WRITE-DECISION-EVENT SECTION.
    MOVE W-REL-HDR-DATA(W-K) TO RHD-REC-DATA.
    MOVE SPACES TO W-RCT-RECORD.
    MOVE W-REL-RUN-ID(W-K) TO RCT-RUN-ID.
    MOVE W-DEC-DECISION TO RCT-STATUS.
    MOVE W-EVENT-TIMESTAMP TO RCT-TIMESTAMP.
    MOVE RHD-HDR-SEED-MODE TO RCT-SEED-MODE.
    MOVE RHD-HDR-SEED-VALUE TO RCT-SEED-VALUE.
    MOVE RHD-HDR-MIN-NUM TO RCT-MIN-NUM.
    MOVE RHD-HDR-MAX-NUM TO RCT-MAX-NUM.
    MOVE RHD-HDR-LEN-ARR TO RCT-LEN-ARR.
    MOVE RHD-HDR-UNIQUE-SW TO RCT-UNIQUE-SW.
    MOVE RHD-HDR-SORT-ORDER TO RCT-SORT-ORDER.
    MOVE RHD-HDR-DIST-MODE TO RCT-DIST-MODE.
    MOVE RHD-HDR-DIST-MEAN TO RCT-DIST-MEAN.
    MOVE RHD-HDR-DIST-SPREAD TO RCT-DIST-SPREAD.
    MOVE RHD-HDR-EXCL-GEN TO RCT-EXCL-GEN.
    MOVE RHD-HDR-EXCL-COUNT TO RCT-EXCL-COUNT.
    MOVE RHD-HDR-STRATUM-COUNT TO RCT-STRATUM-COUNT.
    MOVE RHD-HDR-DEPT-CODE TO RCT-DEPT-CODE.
    MOVE ZERO TO RCT-RETURN-CODE.
    MOVE W-REL-TRL-COUNT(W-K) TO RCT-RECORD-COUNT.
    MOVE W-DEC-REVIEWER-ID TO RCT-REVIEWER-ID.
    MOVE W-DEC-REASON TO RCT-DECISION-REASON.
    WRITE W-RCT-RECORD.
    WRITE-DECISION-LINE SECTION.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'RUN: ' W-DEC-RUN-ID
        '  DECISION: ' W-DEC-DECISION
        '  REVIEWER: ' W-DEC-REVIEWER-ID
        '  ' W-AUD-RESULT
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    IF W-DEC-REASON NOT = SPACES
        MOVE SPACES TO W-RPT-LINE
        STRING '      REASON: ' W-DEC-REASON
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    END-IF.
    BACK-OUT-RUN SECTION.
    MOVE W-REL-RUN-ID(W-K) TO W-BACKOUT-RUN-ID.
    MOVE ZERO TO W-RUN-HST-OUT.
    MOVE ZERO TO W-RUN-XRF-OUT.
    MOVE ZERO TO W-RUN-DELETE-FAILS.
    MOVE SPACES TO W-HST-NOTE.
    MOVE SPACES TO W-STH-NOTE.
    IF W-HST-NOT-AVAIL
        ADD 1 TO W-UNAVAIL-FAILS
        MOVE 'HISTMSTR NOT AVAILABLE - NOT BACKED OUT' TO W-HST-NOTE
    ELSE
        MOVE W-BACKOUT-RUN-ID TO HST-RUN-ID
        MOVE ZERO TO HST-SEQ-NUM
        READ W-HST-FILE
        IF W-HST-STATUS NOT = '00'
            MOVE 'RUN NOT ON HISTORY MASTER' TO W-HST-NOTE
        ELSE
            IF HST-GEN-TIMESTAMP NOT = W-REL-TIMESTAMP(W-K)
                MOVE 'HISTORY COPY IS AN EARLIER RUN - KEPT'
                    TO W-HST-NOTE
            ELSE
                PERFORM DELETE-HISTORY-RUN
                IF W-XRF-NOT-AVAIL
                    ADD 1 TO W-UNAVAIL-FAILS
                    IF W-RUN-DELETE-FAILS GREATER THAN ZERO
                        MOVE 'HISTORY PARTLY REMOVED, XREF NOT REMOVED'
                            TO W-HST-NOTE
                    ELSE
                        MOVE 'HISTORY REMOVED - XREF NOT REMOVED'
                            TO W-HST-NOTE
                    END-IF
                ELSE
                    IF W-RUN-DELETE-FAILS GREATER THAN ZERO
                        MOVE 'HISTORY AND XREF PARTLY REMOVED'
                            TO W-HST-NOTE
                    ELSE
                        MOVE 'HISTORY AND XREF REMOVED' TO W-HST-NOTE
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.
    IF W-STH-NOT-AVAIL
        ADD 1 TO W-UNAVAIL-FAILS
        MOVE 'STATHIST NOT BACKED OUT' TO W-STH-NOTE
    ELSE
        MOVE W-BACKOUT-RUN-ID TO STH-RUN-ID
        MOVE W-REL-TIMESTAMP(W-K) TO STH-TIMESTAMP
        READ W-STH-FILE
        IF W-STH-STATUS = '00'
            DELETE W-STH-FILE
            IF W-STH-STATUS = '00'
                ADD 1 TO W-STH-BACKED-OUT
                MOVE 'STATHIST REMOVED' TO W-STH-NOTE
            ELSE
                ADD 1 TO W-STH-DELETE-FAILS
                MOVE 'STATHIST DELETE FAILED' TO W-STH-NOTE
            END-IF
        ELSE
            MOVE 'STATHIST NONE' TO W-STH-NOTE
        END-IF
    END-IF.
    MOVE W-RUN-HST-OUT TO W-RPT-COUNT-ED.
    MOVE W-RUN-XRF-OUT TO W-RPT-XREF-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING '      BACKOUT: ' W-HST-NOTE
        '  RECORDS: ' W-RPT-COUNT-ED
        '  XREF: ' W-RPT-XREF-ED
        '  ' W-STH-NOTE
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    DELETE-HISTORY-RUN SECTION.
    SET W-PURGE-NOT-DONE TO TRUE.
    MOVE W-BACKOUT-RUN-ID TO HST-RUN-ID.
    MOVE ZERO TO HST-SEQ-NUM.
    START W-HST-FILE KEY NOT LESS THAN HST-KEY.
    IF W-HST-STATUS NOT = '00'
        SET W-PURGE-DONE TO TRUE
    END-IF.
    PERFORM DELETE-ONE-HISTORY-RECORD UNTIL W-PURGE-DONE.
    DELETE-ONE-HISTORY-RECORD SECTION.
    READ W-HST-FILE NEXT
        AT END
            SET W-PURGE-DONE TO TRUE
        NOT AT END
            IF HST-RUN-ID = W-BACKOUT-RUN-ID
                IF HST-DETAIL-REC AND W-XRF-AVAIL
                    PERFORM DELETE-XREF-ENTRY
                END-IF
                DELETE W-HST-FILE
                IF W-HST-STATUS = '00'
                    ADD 1 TO W-RUN-HST-OUT
                    ADD 1 TO W-HST-BACKED-OUT
                ELSE
                    ADD 1 TO W-HST-DELETE-FAILS
                    ADD 1 TO W-RUN-DELETE-FAILS
                    MOVE SPACES TO W-RPT-LINE
                    STRING '      HISTMSTR DELETE FAILED - RUN '
                        HST-RUN-ID '  SEQ ' HST-SEQ-NUM
                        '  STATUS ' W-HST-STATUS
                        DELIMITED BY SIZE INTO W-RPT-LINE
                    WRITE W-RPT-LINE
                END-IF
            ELSE
                SET W-PURGE-DONE TO TRUE
            END-IF
    END-READ.
    DELETE-XREF-ENTRY SECTION.
    COMPUTE XRF-VALUE-KEY = HST-SORTED-VALUE + 1000000000.
    MOVE HST-RUN-ID TO XRF-RUN-ID.
    MOVE HST-SEQ-NUM TO XRF-SEQ-NUM.
    DELETE W-XRF-FILE.
    IF W-XRF-STATUS = '00'
        ADD 1 TO W-RUN-XRF-OUT
        ADD 1 TO W-XRF-BACKED-OUT
    ELSE
        ADD 1 TO W-XRF-DELETE-FAILS
        ADD 1 TO W-RUN-DELETE-FAILS
        MOVE SPACES TO W-RPT-LINE
        STRING '      VALXREF DELETE FAILED - RUN ' XRF-RUN-ID
            '  SEQ ' XRF-SEQ-NUM '  STATUS ' W-XRF-STATUS
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    END-IF.
    WRITE-PUBLISHED-EXTRACT SECTION.
    OPEN OUTPUT W-PUB-FILE.
    OPEN INPUT W-XTR-FILE.
    SET W-XTR-NOT-EOF TO TRUE.
    SET W-SKIP-RUN TO TRUE.
    PERFORM READ-INTERFACE-RECORD.
    PERFORM PUBLISH-ONE-RECORD UNTIL W-XTR-EOF.
    CLOSE W-XTR-FILE.
    CLOSE W-PUB-FILE.
    PUBLISH-ONE-RECORD SECTION.
    IF XTR-HEADER-REC
        SET W-SKIP-RUN TO TRUE
        MOVE XTR-RUN-ID TO W-WORK-RUN-ID
        PERFORM FIND-RELEASE-RUN
        IF W-RUN-FOUND
            IF W-REL-DECISION(W-K) = 'A'
                SET W-COPY-RUN TO TRUE
                ADD 1 TO W-RUNS-PUBLISHED
            END-IF
        END-IF
    END-IF.
    IF W-COPY-RUN
        MOVE W-XTR-RECORD TO W-PUB-RECORD
        WRITE W-PUB-RECORD
        ADD 1 TO W-PUB-WRITTEN
    END-IF.
    PERFORM READ-INTERFACE-RECORD.
    WRITE-PENDING-REPORT SECTION.
    MOVE SPACES TO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'PUBLICATION STATUS BY RUN:'
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    PERFORM VARYING W-CUR-K FROM 1 BY 1 UNTIL W-CUR-K > W-REL-COUNT
        MOVE SPACES TO W-RPT-LINE
        EVALUATE W-REL-DECISION(W-CUR-K)
            WHEN 'A'
                STRING 'RUN ' W-REL-RUN-ID(W-CUR-K)
                    '  PUBLISHED  REVIEWER: '
                    W-REL-REVIEWER-ID(W-CUR-K)
                    '  DECIDED: ' W-REL-DECIDED-TS(W-CUR-K)
                    DELIMITED BY SIZE INTO W-RPT-LINE
            WHEN 'R'
                STRING 'RUN ' W-REL-RUN-ID(W-CUR-K)
                    '  REJECTED   REVIEWER: '
                    W-REL-REVIEWER-ID(W-CUR-K)
                    '  DECIDED: ' W-REL-DECIDED-TS(W-CUR-K)
                    DELIMITED BY SIZE INTO W-RPT-LINE
            WHEN OTHER
                ADD 1 TO W-RUNS-PENDING
                STRING 'RUN ' W-REL-RUN-ID(W-CUR-K)
                    '  PENDING    NO REVIEWER DECISION - HELD'
                    DELIMITED BY SIZE INTO W-RPT-LINE
        END-EVALUATE
        WRITE W-RPT-LINE
    END-PERFORM.
    IF W-REL-COUNT = ZERO
        MOVE SPACES TO W-RPT-LINE
        STRING '(NO RUNS ON INTERFACE FILE)'
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    END-IF.
    WRITE-RELEASE-SUMMARY SECTION.
    MOVE SPACES TO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-DEC-READ TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'DECISIONS READ: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-DEC-APPROVED TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'APPROVALS APPLIED: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-DEC-REJECTED TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'REJECTIONS APPLIED: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-DEC-REFUSED TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'DECISIONS REFUSED: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-RUNS-PUBLISHED TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'RUNS ON PUBLISHED EXTRACT: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-PUB-WRITTEN TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'PUBLISHED RECORDS WRITTEN: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-RUNS-PENDING TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'RUNS PENDING REVIEW: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-HST-BACKED-OUT TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'HISTORY RECORDS BACKED OUT: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-XRF-BACKED-OUT TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'VALUE XREF ENTRIES BACKED OUT: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-STH-BACKED-OUT TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'STATHIST ENTRIES BACKED OUT: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    IF W-STH-DELETE-FAILS GREATER THAN ZERO
        MOVE W-STH-DELETE-FAILS TO W-RPT-COUNT-ED
        MOVE SPACES TO W-RPT-LINE
        STRING 'STATHIST DELETES FAILED: ' W-RPT-COUNT-ED
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    END-IF.
    IF W-HST-DELETE-FAILS GREATER THAN ZERO
        MOVE W-HST-DELETE-FAILS TO W-RPT-COUNT-ED
        MOVE SPACES TO W-RPT-LINE
        STRING 'HISTMSTR DELETES FAILED: ' W-RPT-COUNT-ED
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    END-IF.
    IF W-XRF-DELETE-FAILS GREATER THAN ZERO
        MOVE W-XRF-DELETE-FAILS TO W-RPT-COUNT-ED
        MOVE SPACES TO W-RPT-LINE
        STRING 'VALXREF DELETES FAILED: ' W-RPT-COUNT-ED
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    END-IF.
    IF W-UNAVAIL-FAILS GREATER THAN ZERO
        MOVE W-UNAVAIL-FAILS TO W-RPT-COUNT-ED
        MOVE SPACES TO W-RPT-LINE
        STRING 'BACKOUTS SKIPPED - FILE NOT AVAILABLE: '
            W-RPT-COUNT-ED
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    END-IF.
