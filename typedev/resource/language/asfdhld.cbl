    MOVE XTR-HDR-DIST-MEAN TO HST-HDR-DIST-MEAN.
    MOVE XTR-HDR-DIST-SPREAD TO HST-HDR-DIST-SPREAD.
    MOVE XTR-HDR-GEN-MODE TO HST-HDR-GEN-MODE.
    MOVE XTR-HDR-DEPT-CODE TO HST-HDR-DEPT-CODE.
    WRITE W-HST-RECORD.
    IF W-HST-STATUS = '22'
        SET W-SKIP-RUN TO TRUE
    SET HST-DETAIL-REC TO TRUE.
    MOVE XTR-GEN-TIMESTAMP TO HST-GEN-TIMESTAMP.
    MOVE XTR-SORTED-VALUE TO HST-SORTED-VALUE.
    MOVE XTR-STRATUM-CODE TO HST-STRATUM-CODE.
    MOVE XTR-DRAW-POS TO HST-DRAW-POS.
    MOVE XTR-PRIZE-TIER TO HST-PRIZE-TIER.
    WRITE W-HST-RECORD.
    IF W-HST-STATUS = '00'
        ADD 1 TO W-DETAILS-ADDED
