000351*                    OVERLAP.  BOTH PASSES FEED THE SAME REPORT
000352*                    TOTALS AND AUDIT LOG RECORD, SO THE TREND
000353*                    REPORT SEES THESE RUNS TOO.
000354*   10/15/2026 DKO  AUDIT RECORD CARRIES SUITE ID 'UNIT'.  THE
000355*                    RECONCILIATION NOW SKIPS MODEL-OFFICE RECORDS
000356*                    AND COMPARES ONLY WITH THE PRIOR UNIT RUN.
000357*****************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. FIBONACCI-TESTS.
000380 AUTHOR. D. OKAFOR.
002610*-----------------------------------------------------------------
002620* 8320-CAPTURE-PRIOR-AUDIT-RECORD - KEEP THE MOST RECENT AUDIT
002630* RECORD SEEN AS THE PRIOR RUN, THEN READ ON TOWARD END OF FILE.
002633* ONLY THIS HARNESS'S OWN RECORDS COUNT; THE MODEL-OFFICE RUN
002636* WRITES TO THE SAME LOG.
002640*-----------------------------------------------------------------
002650 8320-CAPTURE-PRIOR-AUDIT-RECORD.
002656     IF AL-SUITE-UNIT
002662         SET WS-PRIOR-RUN-FOUND TO TRUE
002668         MOVE AL-FAILED-COUNT TO WS-PRIOR-FAILED-COUNT
002674         MOVE AL-FAILED-TEST-IDS TO WS-PRIOR-FAILED-TEST-IDS
002680     END-IF.
002690     PERFORM 8310-READ-PRIOR-AUDIT-RECORD THRU 8310-EXIT.
002700 8320-EXIT.
002710     EXIT.
003450     MOVE PASSED-TESTS TO AL-PASSED-COUNT.
003460     MOVE FAILED-TESTS TO AL-FAILED-COUNT.
003470     MOVE WS-FAILED-TEST-IDS TO AL-FAILED-TEST-IDS.
003475     SET AL-SUITE-UNIT TO TRUE.
003480     OPEN EXTEND AUDIT-LOG-FILE.
003490     IF WS-AUDIT-FILE-NOT-FOUND
003500         OPEN OUTPUT AUDIT-LOG-FILE
