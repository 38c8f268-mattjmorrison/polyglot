000190*              RECOMPUTED (THE MASTER CARRIES NO SEEDS) AND ARE
000200*              COUNTED AND LISTED AS UNVERIFIABLE RATHER THAN
000210*              SKIPPED SILENTLY.
000213*              A REVERSED POSTING IS NO LONGER PART OF THE BOOK;
000216*              IT IS COUNTED AND SKIPPED LIKE A REJECTED ONE.
000220*-----------------------------------------------------------------
000230* MODIFICATION HISTORY
000240*   09/02/2026 DKO  ORIGINAL PROGRAM.
000243*   10/15/2026 DKO  REVERSED POSTINGS COUNTED SEPARATELY AND NOT
000246*                    RECOMPUTED.
000250*****************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. FIBONACCI-VERIFY.
000820 01  WS-RMAST-OK-COUNT             PIC 9(07) COMP VALUE ZERO.
000830 01  WS-RMAST-MISMATCH-COUNT       PIC 9(07) COMP VALUE ZERO.
000840 01  WS-RMAST-REJECT-COUNT         PIC 9(07) COMP VALUE ZERO.
000845 01  WS-RMAST-REVERSED-COUNT       PIC 9(07) COMP VALUE ZERO.
000850 01  WS-RMAST-UNVER-COUNT          PIC 9(07) COMP VALUE ZERO.
000860 01  WS-CACHE-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
000870 01  WS-CACHE-OK-COUNT             PIC 9(07) COMP VALUE ZERO.
001620         ADD 1 TO WS-RMAST-REJECT-COUNT
001630         GO TO 2100-EXIT
001640     END-IF.
001642     IF RM-REVERSED
001644         ADD 1 TO WS-RMAST-REVERSED-COUNT
001646         GO TO 2100-EXIT
001648     END-IF.
001650     IF RM-LOOKUP-INDEX NOT = SPACES
001660         MOVE RM-LOOKUP-INDEX TO WS-VERIFY-INDEX-X
001670     ELSE
002390         INTO RPT-LINE-TEXT
002400     END-STRING.
002410     WRITE REPORT-LINE.
002411     MOVE WS-RMAST-REVERSED-COUNT TO WS-RPT-COUNT.
002412     MOVE SPACES TO REPORT-LINE.
002413     STRING '  REVERSED POSTINGS SKIPPED ' DELIMITED BY SIZE
002414             WS-RPT-COUNT DELIMITED BY SIZE
002415         INTO RPT-LINE-TEXT
002416     END-STRING.
002417     WRITE REPORT-LINE.
002420     MOVE WS-RMAST-UNVER-COUNT TO WS-RPT-COUNT.
002430     MOVE SPACES TO REPORT-LINE.
002440     STRING '  UNVERIFIABLE ' DELIMITED BY SIZE
