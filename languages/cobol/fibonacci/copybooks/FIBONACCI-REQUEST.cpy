000192*                    EXCEED IT.  THE SEQUENCE TYPE IN POSITION
000193*                    30 MAY BE BLANK (FIBONACCI) OR 'L'; CUSTOM
000194*                    SEEDS DO NOT FIT A VALUE REQUEST.
000195*   10/15/2026 DKO  ADDED THE CANCEL-REQUEST VIEW ('X' DETAIL).
000196*****************************************************************
000197 01  REQUEST-RECORD.
000200     05  REQ-REQUEST-ID             PIC X(10).
000210     05  REQ-INPUT                  PIC 9(03).
000470     05  REQV-AMOUNT                PIC X(18).
000480     05  REQV-SEQUENCE-TYPE         PIC X(01).
000490     05  FILLER                     PIC X(23).
000500 01  REQUEST-CANCEL-RECORD.
000510     05  REQC-REQUEST-ID            PIC X(10).
000520     05  REQC-TYPE                  PIC X(01).
000530         88  REQC-CANCEL-REQUEST            VALUE 'X'.
000540     05  REQC-TARGET-REQUEST-ID     PIC X(10).
000550     05  FILLER                     PIC X(32).
