IDENTIFICATION DIVISION.
PROGRAM-ID. ASFDSEL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL W-SPM-FILE ASSIGN TO SELPARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS W-SPM-STATUS.
    SELECT W-POP-FILE ASSIGN TO POPFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS W-POP-STATUS.
    SELECT W-XTR-FILE ASSIGN TO XTROUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS W-XTR-STATUS.
    SELECT OPTIONAL W-HST-FILE ASSIGN TO HISTMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HST-KEY
        FILE STATUS IS W-HST-STATUS.
    SELECT W-OUT-FILE ASSIGN TO SELOUT
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT W-RPT-FILE ASSIGN TO RPTOUT
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  W-SPM-FILE.
01  W-SPM-RECORD.
    05  W-SPM-RUN-ID                PIC X(08).
    05  W-SPM-PRIMARY-COUNT         PIC 9(06).

FD  W-POP-FILE.
01  W-POP-RECORD.
    05  W-POP-ENTRANT-NUM           PIC 9(09).
    05  W-POP-NAME                  PIC X(30).
    05  W-POP-ELIGIBLE-SW           PIC X(01).
        88  W-POP-ELIGIBLE                    VALUE 'Y'.
    05  W-POP-REGION                PIC X(04).

FD  W-XTR-FILE.
01  W-XTR-RECORD.
    COPY WXTRREC.

FD  W-HST-FILE.
01  W-HST-RECORD.
    COPY WHSTREC.

FD  W-OUT-FILE.
01  W-OUT-RECORD.
    05  W-OUT-RUN-ID                PIC X(08).
    05  W-OUT-SEQ-NUM               PIC 9(06).
    05  W-OUT-VALUE                 PIC S9(9).
    05  W-OUT-STATUS                PIC X(01).
    05  W-OUT-ENTRANT-NUM           PIC 9(09).
    05  W-OUT-NAME                  PIC X(30).
    05  W-OUT-REGION                PIC X(04).
    05  W-OUT-REASON                PIC X(10).
    05  W-OUT-REPLACES-SEQ          PIC 9(06).
    05  W-OUT-DRAW-POS              PIC 9(06).
    05  W-OUT-PRIZE-TIER            PIC X(01).

FD  W-RPT-FILE.
01  W-RPT-LINE                      PIC X(132).

WORKING-STORAGE SECTION.
77  W-SPM-STATUS                PIC X(02) VALUE '00'.
77  W-POP-STATUS                PIC X(02) VALUE '00'.
77  W-XTR-STATUS                PIC X(02) VALUE '00'.
77  W-HST-STATUS                PIC X(02) VALUE '00'.
77  W-I                         PIC 9(6) VALUE ZERO.
77  W-J                         PIC 9(6) VALUE ZERO.
77  W-S                         PIC 9(6) VALUE ZERO.
77  W-O                         PIC 9(6) VALUE ZERO.
77  W-K                         PIC 9(4) VALUE ZERO.
77  W-P                         PIC 9(4) VALUE ZERO.
77  W-GAP                       PIC 9(6) VALUE ZERO.
77  W-TEMP-NDX                  PIC 9(6) VALUE ZERO.
77  W-KEEP-NDX                  PIC 9(6) VALUE ZERO.
77  W-BASE                      PIC 9(6) VALUE ZERO.
77  W-RUN-SIZE                  PIC 9(6) VALUE ZERO.
77  W-ALT-PTR                   PIC 9(6) VALUE ZERO.
77  W-ALT-START                 PIC 9(6) VALUE ZERO.
77  W-PRIMARY-LAST              PIC 9(6) VALUE ZERO.
77  W-VAL-COUNT                 PIC 9(6) VALUE ZERO.
77  W-VAL-LIMIT                 PIC 9(6) VALUE 100000.
77  W-RUN-COUNT                 PIC 9(4) VALUE ZERO.
77  W-RUN-LIMIT                 PIC 9(4) VALUE 100.
77  W-SPM-COUNT                 PIC 9(4) VALUE ZERO.
77  W-SPM-LIMIT                 PIC 9(4) VALUE 100.
77  W-CUR-RUN-NDX               PIC 9(4) VALUE ZERO.
77  W-PREV-ENTRANT              PIC 9(9) VALUE ZERO.
77  W-RUN-DATE                  PIC 9(8) VALUE ZERO.
77  W-RUN-TIME                  PIC 9(8) VALUE ZERO.
77  W-POP-READ                  PIC 9(9) VALUE ZERO.
77  W-POP-SKIPPED               PIC 9(9) VALUE ZERO.
77  W-RUN-SELECTED              PIC 9(6) VALUE ZERO.
77  W-RUN-REPLACED              PIC 9(6) VALUE ZERO.
77  W-RUN-EXCEPTIONS            PIC 9(6) VALUE ZERO.
77  W-RUN-ALTERNATES            PIC 9(6) VALUE ZERO.
77  W-RUN-UNFILLED              PIC 9(6) VALUE ZERO.
77  W-RUN-RECORDED              PIC 9(6) VALUE ZERO.
77  W-TOT-SELECTED              PIC 9(8) VALUE ZERO.
77  W-TOT-REPLACED              PIC 9(8) VALUE ZERO.
77  W-TOT-EXCEPTIONS            PIC 9(8) VALUE ZERO.
77  W-TOT-ALTERNATES            PIC 9(8) VALUE ZERO.
77  W-TOT-UNFILLED              PIC 9(8) VALUE ZERO.
77  W-TOT-RECORDED              PIC 9(8) VALUE ZERO.
77  W-TOT-WRITTEN               PIC 9(8) VALUE ZERO.
77  W-PARM-ERRORS               PIC 9(4) VALUE ZERO.
77  W-HIST-MISSING              PIC 9(4) VALUE ZERO.
77  W-RPT-HOLD                  PIC X(132) VALUE SPACES.
77  W-RPT-NUM-ED                PIC -(9)9.
77  W-RPT-SEQ-ED                PIC Z(5)9.
77  W-RPT-POS-ED                PIC Z(5)9.
77  W-RPT-ENT-ED                PIC Z(8)9.
77  W-RPT-COUNT-ED              PIC Z(7)9.
77  W-RPT-COUNT2-ED             PIC Z(7)9.

01  W-SPM-EOF-SW                PIC X(01) VALUE 'N'.
    88  W-SPM-EOF                         VALUE 'Y'.
    88  W-SPM-NOT-EOF                     VALUE 'N'.

01  W-POP-EOF-SW                PIC X(01) VALUE 'N'.
    88  W-POP-EOF                         VALUE 'Y'.
    88  W-POP-NOT-EOF                     VALUE 'N'.

01  W-XTR-EOF-SW                PIC X(01) VALUE 'N'.
    88  W-XTR-EOF                         VALUE 'Y'.
    88  W-XTR-NOT-EOF                     VALUE 'N'.

01  W-RUN-FOUND-SW              PIC X(01) VALUE 'N'.
    88  W-RUN-FOUND                       VALUE 'Y'.
    88  W-RUN-NOT-FOUND                   VALUE 'N'.

01  W-ALT-FOUND-SW              PIC X(01) VALUE 'N'.
    88  W-ALT-FOUND                       VALUE 'Y'.
    88  W-ALT-NOT-FOUND                   VALUE 'N'.

01  W-HST-AVAIL-SW              PIC X(01) VALUE 'N'.
    88  W-HST-AVAIL                       VALUE 'Y'.
    88  W-HST-NOT-AVAIL                   VALUE 'N'.

01  W-RUN-TABLE.
    05  W-RUN-ENTRY OCCURS 100 TIMES.
        10  W-RUN-ID                PIC X(08).
        10  W-RUN-TIMESTAMP         PIC X(16).
        10  W-RUN-FIRST             PIC 9(6).
        10  W-RUN-LAST              PIC 9(6).
        10  W-RUN-PRIMARY           PIC 9(6).

01  W-SPM-TABLE.
    05  W-SPM-ENTRY OCCURS 100 TIMES.
        10  W-SPM-TBL-RUN-ID        PIC X(08).
        10  W-SPM-TBL-PRIMARY       PIC 9(6).

01  W-VAL-TABLE.
    05  W-VAL-ENTRY OCCURS 100000 TIMES.
        10  W-VAL-RUN-NDX           PIC 9(4).
        10  W-VAL-SEQ-NUM           PIC 9(6).
        10  W-VAL-VALUE             PIC S9(9).
        10  W-VAL-FOUND-SW          PIC X(01).
        10  W-VAL-ELIGIBLE-SW       PIC X(01).
        10  W-VAL-ENTRANT-NUM       PIC 9(9).
        10  W-VAL-NAME              PIC X(30).
        10  W-VAL-REGION            PIC X(04).
        10  W-VAL-STATUS            PIC X(01).
        10  W-VAL-REASON            PIC X(10).
        10  W-VAL-REPLACES          PIC 9(6).
        10  W-VAL-DRAW-POS          PIC 9(6).
        10  W-VAL-TIER              PIC X(01).

01  W-VAL-HOLD.
    05  W-HOLD-RUN-NDX              PIC 9(4).
    05  W-HOLD-SEQ-NUM              PIC 9(6).
    05  W-HOLD-VALUE                PIC S9(9).
    05  W-HOLD-FOUND-SW             PIC X(01).
    05  W-HOLD-ELIGIBLE-SW          PIC X(01).
    05  W-HOLD-ENTRANT-NUM          PIC 9(9).
    05  W-HOLD-NAME                 PIC X(30).
    05  W-HOLD-REGION               PIC X(04).
    05  W-HOLD-STATUS               PIC X(01).
    05  W-HOLD-REASON               PIC X(10).
    05  W-HOLD-REPLACES             PIC 9(6).
    05  W-HOLD-DRAW-POS             PIC 9(6).
    05  W-HOLD-TIER                 PIC X(01).

01  W-ORD-TABLE.
    05  W-ORD-NDX OCCURS 100000 TIMES PIC 9(6).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM OPEN-FILES.
    PERFORM LOAD-SELECTION-PARMS.
    PERFORM LOAD-INTERFACE-VALUES.
    PERFORM APPLY-SELECTION-PARMS.
    PERFORM ORDER-VALUES.
    PERFORM MATCH-POPULATION.
    PERFORM SELECT-ONE-RUN
        VARYING W-K FROM 1 BY 1 UNTIL W-K > W-RUN-COUNT.
    PERFORM WRITE-SELECTION-SUMMARY.
    PERFORM CLOSE-FILES.
    IF W-PARM-ERRORS GREATER THAN ZERO
        MOVE 8 TO RETURN-CODE
    ELSE
        IF W-TOT-EXCEPTIONS GREATER THAN ZERO
           OR W-HIST-MISSING GREATER THAN ZERO
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.
    GOBACK.
    OPEN-FILES SECTION.
    OPEN INPUT W-XTR-FILE.
    IF W-XTR-STATUS NOT = '00'
        DISPLAY 'ASFDSEL: CANNOT OPEN XTROUT - STATUS ' W-XTR-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN INPUT W-POP-FILE.
    IF W-POP-STATUS NOT = '00'
        DISPLAY 'ASFDSEL: CANNOT OPEN POPFILE - STATUS ' W-POP-STATUS
        MOVE 16 TO RETURN-CODE
        CLOSE W-XTR-FILE
        GOBACK
    END-IF.
    OPEN I-O W-HST-FILE.
    IF W-HST-STATUS = '00' OR W-HST-STATUS = '05'
        SET W-HST-AVAIL TO TRUE
    ELSE
        DISPLAY 'ASFDSEL: HISTMSTR NOT AVAILABLE - STATUS '
            W-HST-STATUS ' - SELECTIONS NOT RECORDED ON HISTORY'
    END-IF.
    OPEN OUTPUT W-OUT-FILE.
    OPEN OUTPUT W-RPT-FILE.
    ACCEPT W-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT W-RUN-TIME FROM TIME.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'ASFDSEL POPULATION SELECTION LIST  DATE: ' W-RUN-DATE
        '  TIME: ' W-RUN-TIME
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    CLOSE-FILES SECTION.
    CLOSE W-XTR-FILE.
    CLOSE W-POP-FILE.
    CLOSE W-HST-FILE.
    CLOSE W-OUT-FILE.
    CLOSE W-RPT-FILE.
    LOAD-SELECTION-PARMS SECTION.
    OPEN INPUT W-SPM-FILE.
    IF W-SPM-STATUS = '00' OR W-SPM-STATUS = '05'
        PERFORM READ-SELECTION-PARM
        PERFORM LOAD-ONE-SELECTION-PARM UNTIL W-SPM-EOF
    END-IF.
    CLOSE W-SPM-FILE.
    READ-SELECTION-PARM SECTION.
    READ W-SPM-FILE
        AT END
            SET W-SPM-EOF TO TRUE
    END-READ.
    LOAD-ONE-SELECTION-PARM SECTION.
    IF W-SPM-PRIMARY-COUNT NOT NUMERIC OR W-SPM-RUN-ID = SPACES
        ADD 1 TO W-PARM-ERRORS
        DISPLAY 'ASFDSEL: SELPARM RECORD INVALID - ' W-SPM-RECORD
            ' - IGNORED'
    ELSE
        IF W-SPM-COUNT NOT LESS THAN W-SPM-LIMIT
            DISPLAY 'ASFDSEL: TOO MANY SELPARM RECORDS - RUN ABENDED'
            MOVE 16 TO RETURN-CODE
            PERFORM CLOSE-FILES
            GOBACK
        END-IF
        ADD 1 TO W-SPM-COUNT
        MOVE W-SPM-RUN-ID TO W-SPM-TBL-RUN-ID(W-SPM-COUNT)
        MOVE W-SPM-PRIMARY-COUNT TO W-SPM-TBL-PRIMARY(W-SPM-COUNT)
    END-IF.
    PERFORM READ-SELECTION-PARM.
    LOAD-INTERFACE-VALUES SECTION.
    PERFORM READ-INTERFACE-RECORD.
    PERFORM LOAD-ONE-INTERFACE-RECORD UNTIL W-XTR-EOF.
    READ-INTERFACE-RECORD SECTION.
    READ W-XTR-FILE
        AT END
            SET W-XTR-EOF TO TRUE
    END-READ.
    LOAD-ONE-INTERFACE-RECORD SECTION.
    IF XTR-HEADER-REC
        PERFORM NOTE-INTERFACE-RUN
    ELSE
        IF XTR-DETAIL-REC AND W-CUR-RUN-NDX GREATER THAN ZERO
            PERFORM NOTE-INTERFACE-VALUE
        END-IF
    END-IF.
    PERFORM READ-INTERFACE-RECORD.
    NOTE-INTERFACE-RUN SECTION.
    IF W-RUN-COUNT NOT LESS THAN W-RUN-LIMIT
        DISPLAY 'ASFDSEL: TOO MANY RUN IDS ON INTERFACE FILE - '
            'RUN ABENDED'
        MOVE 16 TO RETURN-CODE
        PERFORM CLOSE-FILES
        GOBACK
    END-IF.
    ADD 1 TO W-RUN-COUNT.
    MOVE W-RUN-COUNT TO W-CUR-RUN-NDX.
    MOVE XTR-RUN-ID TO W-RUN-ID(W-RUN-COUNT).
    MOVE XTR-GEN-TIMESTAMP TO W-RUN-TIMESTAMP(W-RUN-COUNT).
    COMPUTE W-RUN-FIRST(W-RUN-COUNT) = W-VAL-COUNT + 1.
    MOVE W-VAL-COUNT TO W-RUN-LAST(W-RUN-COUNT).
    MOVE ZERO TO W-RUN-PRIMARY(W-RUN-COUNT).
    NOTE-INTERFACE-VALUE SECTION.
    IF W-VAL-COUNT NOT LESS THAN W-VAL-LIMIT
        DISPLAY 'ASFDSEL: TOO MANY VALUES ON INTERFACE FILE - '
            'RUN ABENDED'
        MOVE 16 TO RETURN-CODE
        PERFORM CLOSE-FILES
        GOBACK
    END-IF.
    ADD 1 TO W-VAL-COUNT.
    MOVE W-CUR-RUN-NDX TO W-VAL-RUN-NDX(W-VAL-COUNT).
    MOVE XTR-SEQ-NUM TO W-VAL-SEQ-NUM(W-VAL-COUNT).
    MOVE XTR-SORTED-VALUE TO W-VAL-VALUE(W-VAL-COUNT).
    MOVE 'N' TO W-VAL-FOUND-SW(W-VAL-COUNT).
    MOVE 'N' TO W-VAL-ELIGIBLE-SW(W-VAL-COUNT).
    MOVE ZERO TO W-VAL-ENTRANT-NUM(W-VAL-COUNT).
    MOVE SPACES TO W-VAL-NAME(W-VAL-COUNT).
    MOVE SPACES TO W-VAL-REGION(W-VAL-COUNT).
    MOVE SPACE TO W-VAL-STATUS(W-VAL-COUNT).
    MOVE SPACES TO W-VAL-REASON(W-VAL-COUNT).
    MOVE ZERO TO W-VAL-REPLACES(W-VAL-COUNT).
    IF XTR-DRAW-POS NUMERIC
        MOVE XTR-DRAW-POS TO W-VAL-DRAW-POS(W-VAL-COUNT)
    ELSE
        MOVE XTR-SEQ-NUM TO W-VAL-DRAW-POS(W-VAL-COUNT)
    END-IF.
    MOVE XTR-PRIZE-TIER TO W-VAL-TIER(W-VAL-COUNT).
    MOVE W-VAL-COUNT TO W-ORD-NDX(W-VAL-COUNT).
    MOVE W-VAL-COUNT TO W-RUN-LAST(W-CUR-RUN-NDX).
    APPLY-SELECTION-PARMS SECTION.
    PERFORM VARYING W-P FROM 1 BY 1 UNTIL W-P > W-SPM-COUNT
        SET W-RUN-NOT-FOUND TO TRUE
        PERFORM VARYING W-K FROM 1 BY 1
                UNTIL W-K > W-RUN-COUNT OR W-RUN-FOUND
            IF W-RUN-ID(W-K) = W-SPM-TBL-RUN-ID(W-P)
                SET W-RUN-FOUND TO TRUE
                MOVE W-SPM-TBL-PRIMARY(W-P) TO W-RUN-PRIMARY(W-K)
            END-IF
        END-PERFORM
        IF W-RUN-NOT-FOUND
            ADD 1 TO W-PARM-ERRORS
            MOVE SPACES TO W-RPT-LINE
            STRING 'SELPARM RUN ' W-SPM-TBL-RUN-ID(W-P)
                ' NOT ON INTERFACE FILE - IGNORED'
                DELIMITED BY SIZE INTO W-RPT-LINE
            WRITE W-RPT-LINE
        END-IF
    END-PERFORM.
    ORDER-VALUES SECTION.
    IF W-VAL-COUNT GREATER THAN 1
        MOVE 1 TO W-GAP
        PERFORM UNTIL (W-GAP * 3) + 1 GREATER THAN W-VAL-COUNT
            COMPUTE W-GAP = (W-GAP * 3) + 1
        END-PERFORM
        PERFORM UNTIL W-GAP LESS THAN 1
            PERFORM ORDER-ONE-VALUE
                VARYING W-I FROM W-GAP BY 1
                UNTIL W-I > W-VAL-COUNT - 1
            COMPUTE W-GAP = (W-GAP - 1) / 3
        END-PERFORM
    END-IF.
    ORDER-ONE-VALUE SECTION.
    MOVE W-ORD-NDX(W-I + 1) TO W-TEMP-NDX.
    COMPUTE W-J = W-I + 1.
    PERFORM UNTIL W-J NOT GREATER THAN W-GAP
            OR W-VAL-VALUE(W-ORD-NDX(W-J - W-GAP))
               NOT GREATER THAN W-VAL-VALUE(W-TEMP-NDX)
        MOVE W-ORD-NDX(W-J - W-GAP) TO W-ORD-NDX(W-J)
        SUBTRACT W-GAP FROM W-J
    END-PERFORM.
    MOVE W-TEMP-NDX TO W-ORD-NDX(W-J).
    MATCH-POPULATION SECTION.
    PERFORM READ-POPULATION-RECORD.
    PERFORM VARYING W-O FROM 1 BY 1 UNTIL W-O > W-VAL-COUNT
        MOVE W-ORD-NDX(W-O) TO W-S
        PERFORM READ-POPULATION-RECORD
            UNTIL W-POP-EOF
            OR W-POP-ENTRANT-NUM NOT LESS THAN W-VAL-VALUE(W-S)
        IF W-POP-NOT-EOF
           AND W-POP-ENTRANT-NUM = W-VAL-VALUE(W-S)
            MOVE 'Y' TO W-VAL-FOUND-SW(W-S)
            MOVE W-POP-ENTRANT-NUM TO W-VAL-ENTRANT-NUM(W-S)
            MOVE W-POP-NAME TO W-VAL-NAME(W-S)
            MOVE W-POP-REGION TO W-VAL-REGION(W-S)
            IF W-POP-ELIGIBLE
                MOVE 'Y' TO W-VAL-ELIGIBLE-SW(W-S)
            END-IF
        END-IF
    END-PERFORM.
    READ-POPULATION-RECORD SECTION.
    PERFORM READ-RAW-POPULATION-RECORD.
    PERFORM SKIP-POPULATION-RECORD
        UNTIL W-POP-EOF OR W-POP-ENTRANT-NUM NUMERIC.
    IF W-POP-NOT-EOF
        IF W-POP-ENTRANT-NUM LESS THAN W-PREV-ENTRANT
            DISPLAY 'ASFDSEL: POPULATION FILE OUT OF ENTRANT '
                'NUMBER SEQUENCE AT RECORD ' W-POP-READ
                ' - RUN ABENDED'
            MOVE 16 TO RETURN-CODE
            PERFORM CLOSE-FILES
            GOBACK
        END-IF
        MOVE W-POP-ENTRANT-NUM TO W-PREV-ENTRANT
    END-IF.
    READ-RAW-POPULATION-RECORD SECTION.
    READ W-POP-FILE
        AT END
            SET W-POP-EOF TO TRUE
        NOT AT END
            ADD 1 TO W-POP-READ
    END-READ.
    SKIP-POPULATION-RECORD SECTION.
    ADD 1 TO W-POP-SKIPPED.
    DISPLAY 'ASFDSEL: POPULATION RECORD ' W-POP-READ
        ' HAS NON-NUMERIC ENTRANT NUMBER - SKIPPED'.
    PERFORM READ-RAW-POPULATION-RECORD.
    SELECT-ONE-RUN SECTION.
    MOVE ZERO TO W-RUN-SELECTED.
    MOVE ZERO TO W-RUN-REPLACED.
    MOVE ZERO TO W-RUN-EXCEPTIONS.
    MOVE ZERO TO W-RUN-ALTERNATES.
    MOVE ZERO TO W-RUN-UNFILLED.
    MOVE ZERO TO W-RUN-RECORDED.
    IF W-RUN-PRIMARY(W-K) GREATER THAN ZERO
       AND W-RUN-FIRST(W-K) + W-RUN-PRIMARY(W-K) - 1
           LESS THAN W-RUN-LAST(W-K)
        COMPUTE W-PRIMARY-LAST =
            W-RUN-FIRST(W-K) + W-RUN-PRIMARY(W-K) - 1
    ELSE
        MOVE W-RUN-LAST(W-K) TO W-PRIMARY-LAST
    END-IF.
    PERFORM CLASSIFY-ONE-VALUE
        VARYING W-S FROM W-RUN-FIRST(W-K) BY 1
        UNTIL W-S > W-RUN-LAST(W-K).
    PERFORM ORDER-RUN-BY-DRAW.
    COMPUTE W-ALT-START = W-PRIMARY-LAST + 1.
    MOVE W-ALT-START TO W-ALT-PTR.
    PERFORM FILL-ONE-PRIMARY
        VARYING W-S FROM W-RUN-FIRST(W-K) BY 1
        UNTIL W-S > W-PRIMARY-LAST.
    PERFORM MARK-ONE-ALTERNATE
        VARYING W-S FROM W-ALT-START BY 1
        UNTIL W-S > W-RUN-LAST(W-K).
    PERFORM PRINT-RUN-SELECTIONS.
    PERFORM WRITE-SELECTION-RECORD
        VARYING W-S FROM W-RUN-FIRST(W-K) BY 1
        UNTIL W-S > W-RUN-LAST(W-K).
    PERFORM RECORD-RUN-SELECTIONS.
    ADD W-RUN-SELECTED TO W-TOT-SELECTED.
    ADD W-RUN-REPLACED TO W-TOT-REPLACED.
    ADD W-RUN-EXCEPTIONS TO W-TOT-EXCEPTIONS.
    ADD W-RUN-ALTERNATES TO W-TOT-ALTERNATES.
    ADD W-RUN-UNFILLED TO W-TOT-UNFILLED.
    ADD W-RUN-RECORDED TO W-TOT-RECORDED.
    CLASSIFY-ONE-VALUE SECTION.
    IF W-VAL-FOUND-SW(W-S) NOT = 'Y'
        MOVE 'NOT FOUND' TO W-VAL-REASON(W-S)
    ELSE
        IF W-VAL-ELIGIBLE-SW(W-S) NOT = 'Y'
            MOVE 'INELIGIBLE' TO W-VAL-REASON(W-S)
        ELSE
            IF W-S GREATER THAN W-RUN-FIRST(W-K)
               AND W-VAL-VALUE(W-S) = W-VAL-VALUE(W-S - 1)
                IF W-VAL-DRAW-POS(W-S)
                   LESS THAN W-VAL-DRAW-POS(W-KEEP-NDX)
                    MOVE 'DUPLICATE' TO W-VAL-REASON(W-KEEP-NDX)
                    MOVE W-S TO W-KEEP-NDX
                ELSE
                    MOVE 'DUPLICATE' TO W-VAL-REASON(W-S)
                END-IF
            ELSE
                MOVE W-S TO W-KEEP-NDX
            END-IF
        END-IF
    END-IF.
    ORDER-RUN-BY-DRAW SECTION.
    COMPUTE W-BASE = W-RUN-FIRST(W-K) - 1.
    COMPUTE W-RUN-SIZE = W-RUN-LAST(W-K) - W-BASE.
    IF W-RUN-SIZE GREATER THAN 1
        MOVE 1 TO W-GAP
        PERFORM UNTIL (W-GAP * 3) + 1 GREATER THAN W-RUN-SIZE
            COMPUTE W-GAP = (W-GAP * 3) + 1
        END-PERFORM
        PERFORM UNTIL W-GAP LESS THAN 1
            PERFORM ORDER-ONE-DRAW
                VARYING W-I FROM W-GAP BY 1
                UNTIL W-I > W-RUN-SIZE - 1
            COMPUTE W-GAP = (W-GAP - 1) / 3
        END-PERFORM
    END-IF.
    ORDER-ONE-DRAW SECTION.
    MOVE W-VAL-ENTRY(W-BASE + W-I + 1) TO W-VAL-HOLD.
    COMPUTE W-J = W-I + 1.
    PERFORM UNTIL W-J NOT GREATER THAN W-GAP
            OR W-VAL-DRAW-POS(W-BASE + W-J - W-GAP)
               NOT GREATER THAN W-HOLD-DRAW-POS
        MOVE W-VAL-ENTRY(W-BASE + W-J - W-GAP)
            TO W-VAL-ENTRY(W-BASE + W-J)
        SUBTRACT W-GAP FROM W-J
    END-PERFORM.
    MOVE W-VAL-HOLD TO W-VAL-ENTRY(W-BASE + W-J).
    FILL-ONE-PRIMARY SECTION.
    IF W-VAL-REASON(W-S) = SPACES
        MOVE 'S' TO W-VAL-STATUS(W-S)
        ADD 1 TO W-RUN-SELECTED
    ELSE
        MOVE 'X' TO W-VAL-STATUS(W-S)
        ADD 1 TO W-RUN-EXCEPTIONS
        PERFORM FIND-NEXT-ALTERNATE
        IF W-ALT-FOUND
            MOVE 'R' TO W-VAL-STATUS(W-ALT-PTR)
            MOVE W-VAL-SEQ-NUM(W-S) TO W-VAL-REPLACES(W-ALT-PTR)
            ADD 1 TO W-RUN-REPLACED
            ADD 1 TO W-ALT-PTR
        ELSE
            ADD 1 TO W-RUN-UNFILLED
        END-IF
    END-IF.
    FIND-NEXT-ALTERNATE SECTION.
    SET W-ALT-NOT-FOUND TO TRUE.
    PERFORM UNTIL W-ALT-PTR > W-RUN-LAST(W-K) OR W-ALT-FOUND
        IF W-VAL-REASON(W-ALT-PTR) = SPACES
            SET W-ALT-FOUND TO TRUE
        ELSE
            ADD 1 TO W-ALT-PTR
        END-IF
    END-PERFORM.
    MARK-ONE-ALTERNATE SECTION.
    IF W-VAL-STATUS(W-S) = SPACE
        IF W-VAL-REASON(W-S) = SPACES
            MOVE 'A' TO W-VAL-STATUS(W-S)
            ADD 1 TO W-RUN-ALTERNATES
        ELSE
            MOVE 'X' TO W-VAL-STATUS(W-S)
            ADD 1 TO W-RUN-EXCEPTIONS
        END-IF
    END-IF.
    PRINT-RUN-SELECTIONS SECTION.
    MOVE SPACES TO W-RPT-LINE.
    WRITE W-RPT-LINE.
    COMPUTE W-I = W-RUN-LAST(W-K) - W-RUN-FIRST(W-K) + 1.
    MOVE W-I TO W-RPT-COUNT-ED.
    COMPUTE W-I = W-PRIMARY-LAST - W-RUN-FIRST(W-K) + 1.
    MOVE W-I TO W-RPT-COUNT2-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'RUN ID: ' W-RUN-ID(W-K)
        '  GENERATED: ' W-RUN-TIMESTAMP(W-K)
        '  VALUES: ' W-RPT-COUNT-ED
        '  PRIMARY SLOTS: ' W-RPT-COUNT2-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'SELECTIONS IN DRAW ORDER (DRAW POSITION, PRIZE TIER):'
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    PERFORM VARYING W-S FROM W-RUN-FIRST(W-K) BY 1
            UNTIL W-S > W-RUN-LAST(W-K)
        IF W-VAL-STATUS(W-S) = 'S' OR W-VAL-STATUS(W-S) = 'R'
            PERFORM PRINT-ONE-SELECTION
        END-IF
    END-PERFORM.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'EXCEPTIONS:' DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    PERFORM VARYING W-S FROM W-RUN-FIRST(W-K) BY 1
            UNTIL W-S > W-RUN-LAST(W-K)
        IF W-VAL-STATUS(W-S) = 'X'
            PERFORM PRINT-ONE-SELECTION
        END-IF
    END-PERFORM.
    IF W-RUN-EXCEPTIONS = ZERO
        MOVE SPACES TO W-RPT-LINE
        STRING '  (NONE)' DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    END-IF.
    IF W-PRIMARY-LAST LESS THAN W-RUN-LAST(W-K)
        MOVE SPACES TO W-RPT-LINE
        STRING 'ALTERNATES:' DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
        PERFORM VARYING W-S FROM W-RUN-FIRST(W-K) BY 1
                UNTIL W-S > W-RUN-LAST(W-K)
            IF W-VAL-STATUS(W-S) = 'A'
                PERFORM PRINT-ONE-SELECTION
            END-IF
        END-PERFORM
        IF W-RUN-ALTERNATES = ZERO
            MOVE SPACES TO W-RPT-LINE
            STRING '  (NONE LEFT)' DELIMITED BY SIZE INTO W-RPT-LINE
            WRITE W-RPT-LINE
        END-IF
    END-IF.
    MOVE W-RUN-SELECTED TO W-RPT-COUNT-ED.
    MOVE W-RUN-REPLACED TO W-RPT-COUNT2-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'SELECTED: ' W-RPT-COUNT-ED
        '  REPLACED BY ALTERNATE: ' W-RPT-COUNT2-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-RUN-EXCEPTIONS TO W-RPT-COUNT-ED.
    MOVE W-RUN-UNFILLED TO W-RPT-COUNT2-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'EXCEPTIONS: ' W-RPT-COUNT-ED
        '  PRIMARY SLOTS UNFILLED: ' W-RPT-COUNT2-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    PRINT-ONE-SELECTION SECTION.
    MOVE W-VAL-DRAW-POS(W-S) TO W-RPT-POS-ED.
    MOVE W-VAL-SEQ-NUM(W-S) TO W-RPT-SEQ-ED.
    MOVE W-VAL-VALUE(W-S) TO W-RPT-NUM-ED.
    MOVE SPACES TO W-RPT-LINE.
    IF W-VAL-FOUND-SW(W-S) = 'Y'
        MOVE W-VAL-ENTRANT-NUM(W-S) TO W-RPT-ENT-ED
        STRING '  DRAW ' W-RPT-POS-ED ' ' W-VAL-TIER(W-S)
            '  SEQ ' W-RPT-SEQ-ED
            '  VALUE ' W-RPT-NUM-ED
            '  ENTRANT ' W-RPT-ENT-ED
            '  ' W-VAL-NAME(W-S)
            '  REGION ' W-VAL-REGION(W-S)
            DELIMITED BY SIZE INTO W-RPT-LINE
    ELSE
        STRING '  DRAW ' W-RPT-POS-ED ' ' W-VAL-TIER(W-S)
            '  SEQ ' W-RPT-SEQ-ED
            '  VALUE ' W-RPT-NUM-ED
            '  ENTRANT NOT ON POPULATION FILE'
            DELIMITED BY SIZE INTO W-RPT-LINE
    END-IF.
    IF W-VAL-STATUS(W-S) = 'X'
        MOVE W-RPT-LINE TO W-RPT-HOLD
        MOVE SPACES TO W-RPT-LINE
        STRING W-RPT-HOLD(1:109) '  ' W-VAL-REASON(W-S)
            DELIMITED BY SIZE INTO W-RPT-LINE
    END-IF.
    IF W-VAL-STATUS(W-S) = 'R'
        MOVE W-RPT-LINE TO W-RPT-HOLD
        MOVE W-VAL-REPLACES(W-S) TO W-RPT-SEQ-ED
        MOVE SPACES TO W-RPT-LINE
        STRING W-RPT-HOLD(1:109) '  REPLACES SEQ ' W-RPT-SEQ-ED
            DELIMITED BY SIZE INTO W-RPT-LINE
    END-IF.
    WRITE W-RPT-LINE.
    WRITE-SELECTION-RECORD SECTION.
    MOVE SPACES TO W-OUT-RECORD.
    MOVE W-RUN-ID(W-K) TO W-OUT-RUN-ID.
    MOVE W-VAL-SEQ-NUM(W-S) TO W-OUT-SEQ-NUM.
    MOVE W-VAL-VALUE(W-S) TO W-OUT-VALUE.
    MOVE W-VAL-STATUS(W-S) TO W-OUT-STATUS.
    MOVE W-VAL-ENTRANT-NUM(W-S) TO W-OUT-ENTRANT-NUM.
    MOVE W-VAL-NAME(W-S) TO W-OUT-NAME.
    MOVE W-VAL-REGION(W-S) TO W-OUT-REGION.
    MOVE W-VAL-REASON(W-S) TO W-OUT-REASON.
    MOVE W-VAL-REPLACES(W-S) TO W-OUT-REPLACES-SEQ.
    MOVE W-VAL-DRAW-POS(W-S) TO W-OUT-DRAW-POS.
    MOVE W-VAL-TIER(W-S) TO W-OUT-PRIZE-TIER.
    WRITE W-OUT-RECORD.
    ADD 1 TO W-TOT-WRITTEN.
    RECORD-RUN-SELECTIONS SECTION.
    IF W-HST-NOT-AVAIL
        ADD 1 TO W-HIST-MISSING
    ELSE
        MOVE W-RUN-ID(W-K) TO HST-RUN-ID
        MOVE ZERO TO HST-SEQ-NUM
        READ W-HST-FILE
        IF W-HST-STATUS NOT = '00'
           OR HST-GEN-TIMESTAMP NOT = W-RUN-TIMESTAMP(W-K)
            ADD 1 TO W-HIST-MISSING
            MOVE SPACES TO W-RPT-LINE
            STRING 'RUN ' W-RUN-ID(W-K)
                ' NOT ON HISTORY MASTER - SELECTIONS NOT RECORDED'
                DELIMITED BY SIZE INTO W-RPT-LINE
            WRITE W-RPT-LINE
        ELSE
            PERFORM RECORD-ONE-SELECTION
                VARYING W-S FROM W-RUN-FIRST(W-K) BY 1
                UNTIL W-S > W-RUN-LAST(W-K)
            MOVE W-RUN-RECORDED TO W-RPT-COUNT-ED
            MOVE SPACES TO W-RPT-LINE
            STRING 'SELECTIONS RECORDED ON HISTORY MASTER: '
                W-RPT-COUNT-ED
                DELIMITED BY SIZE INTO W-RPT-LINE
            WRITE W-RPT-LINE
        END-IF
    END-IF.
    RECORD-ONE-SELECTION SECTION.
    MOVE W-RUN-ID(W-K) TO HST-RUN-ID.
    MOVE W-VAL-SEQ-NUM(W-S) TO HST-SEQ-NUM.
    READ W-HST-FILE.
    IF W-HST-STATUS = '00' AND HST-DETAIL-REC
        MOVE W-VAL-STATUS(W-S) TO HST-SEL-STATUS
        MOVE W-VAL-ENTRANT-NUM(W-S) TO HST-SEL-ENTRANT-NUM
        MOVE W-VAL-NAME(W-S) TO HST-SEL-NAME
        REWRITE W-HST-RECORD
        IF W-HST-STATUS = '00'
            ADD 1 TO W-RUN-RECORDED
        ELSE
            DISPLAY 'ASFDSEL: REWRITE FAILED - STATUS ' W-HST-STATUS
                ' - RUN ABENDED'
            MOVE 16 TO RETURN-CODE
            PERFORM CLOSE-FILES
            GOBACK
        END-IF
    END-IF.
    WRITE-SELECTION-SUMMARY SECTION.
    MOVE SPACES TO W-RPT-LINE.
    WRITE W-RPT-LINE.
    IF W-RUN-COUNT = ZERO
        MOVE SPACES TO W-RPT-LINE
        STRING 'NO RUNS FOUND ON INTERFACE FILE - NOTHING SELECTED'
            DELIMITED BY SIZE INTO W-RPT-LINE
        WRITE W-RPT-LINE
    END-IF.
    MOVE W-POP-READ TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'POPULATION RECORDS READ: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-POP-SKIPPED TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'POPULATION RECORDS SKIPPED: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-VAL-COUNT TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'DRAWN VALUES READ: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-TOT-SELECTED TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'ENTRANTS SELECTED: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-TOT-REPLACED TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'ALTERNATES PROMOTED: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-TOT-EXCEPTIONS TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'EXCEPTIONS: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-TOT-ALTERNATES TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'ALTERNATES HELD IN RESERVE: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-TOT-UNFILLED TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'PRIMARY SLOTS UNFILLED: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-TOT-WRITTEN TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'SELECTION RECORDS WRITTEN: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
    MOVE W-TOT-RECORDED TO W-RPT-COUNT-ED.
    MOVE SPACES TO W-RPT-LINE.
    STRING 'SELECTIONS RECORDED ON HISTORY: ' W-RPT-COUNT-ED
        DELIMITED BY SIZE INTO W-RPT-LINE.
    WRITE W-RPT-LINE.
