000170*-----------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*   08/22/2026 DKO  ORIGINAL PROGRAM.
000193*   10/15/2026 DKO  RUN LINE SHOWS WHICH SUITE WROTE THE AUDIT
000196*                    RECORD - UNIT HARNESS OR MODEL-OFFICE RUN.
000200*****************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. FIBONACCI-TREND.
000510 01  WS-LONGEST-STREAK             PIC 9(05) COMP VALUE ZERO.
000520 01  WS-RPT-COUNT                  PIC Z(04)9.
000530 01  WS-RPT-COUNT-2                PIC Z(04)9.
000535 01  WS-RPT-SUITE                  PIC X(08) VALUE SPACES.
000540*-----------------------------------------------------------------
000550* FAILURE FREQUENCY TABLE - ONE ENTRY PER DISTINCT FAILING TEST
000560* ID SEEN ANYWHERE IN THE AUDIT HISTORY, WITH ITS FAILURE COUNT

001490*-----------------------------------------------------------------
001500* 2100-WRITE-RUN-LINE - ONE HISTORY LINE: RUN DATE AND TIME,
001505* SUITE (UNIT HARNESS OR MODEL OFFICE),
001510* PASSED AND FAILED COUNTS, AND THE FAILING TEST IDS, SO AN
001520* AUDITOR CAN SCAN A QUARTER OF RUNS DOWN ONE PAGE.
001530*-----------------------------------------------------------------
001540 2100-WRITE-RUN-LINE.
001550     MOVE AL-PASSED-COUNT TO WS-RPT-COUNT.
001560     MOVE AL-FAILED-COUNT TO WS-RPT-COUNT-2.
001561     IF AL-SUITE-UNIT
001562         MOVE 'UNIT' TO WS-RPT-SUITE
001563     ELSE
001564         MOVE AL-SUITE-ID TO WS-RPT-SUITE
001565     END-IF.
001570     MOVE SPACES TO REPORT-LINE.
001580     STRING '  ' DELIMITED BY SIZE
001590             AL-RUN-DATE DELIMITED BY SIZE
001600             ' ' DELIMITED BY SIZE
001610             AL-RUN-TIME DELIMITED BY SIZE
001613             ' ' DELIMITED BY SIZE
001616             WS-RPT-SUITE DELIMITED BY SIZE
001620             '  PASSED ' DELIMITED BY SIZE
001630             WS-RPT-COUNT DELIMITED BY SIZE
001640             '  FAILED ' DELIMITED BY SIZE
