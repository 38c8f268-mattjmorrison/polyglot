000170*                    THE EDIT'S DUPLICATE-ID PROTECTION CANNOT
000180*                    BE BYPASSED BY RUNNING THE DRIVER STRAIGHT
000190*                    AGAINST A RAW OR RE-USED FILE.
000191*   10/15/2026 DKO  ADDED 'U' - POSTED, BUT THE DETAIL COUNT WAS
000192*                    NOT PROVEN BECAUSE A HELD SET HAD NO
000193*                    TRAILER.  THE DRIVER REFUSES IT AS IT DOES A
000194*                    CONSUMED GENERATION AND DELIVER AND DATEROLL
000195*                    AS THEY DO AN UNCONSUMED ONE, UNTIL
000196*                    OPERATIONS HAS PROVEN THE FILE AND SET 'Y'.
000200*****************************************************************
000210 01  CONTROL-RECORD.
000220     05  CTL-GENERATION             PIC 9(05).
000250     05  CTL-CONSUMED-IND           PIC X(01).
000260         88  CTL-CONSUMED                   VALUE 'Y'.
000270         88  CTL-NOT-CONSUMED               VALUE 'N'.
000280         88  CTL-POSTED-UNPROVEN            VALUE 'U'.
