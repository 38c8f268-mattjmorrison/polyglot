000150*                    MACHINE-READABLE RECEIPT FOR EACH DESK.
000160*                    ALL THREE VIEWS DESCRIBE THE SAME RECORD
000170*                    AREA UNDER THE FD.
000171*   10/15/2026 DKO  ADDED THE 'HELD' DISPOSITION - EVERY DETAIL OF
000172*                    A SET HELD ON FIBHOLD, WITH THE HOLD REASON:
000173*                    BDAT (STALE BUSINESS DATE), OBAL (OUT OF
000174*                    BALANCE) OR NTRL (NO TRAILER).
000175*   10/15/2026 DKO  ADDED THE 'RVSD' DISPOSITION - THE CANCEL WAS
000176*                    APPLIED AND THE POSTING IT NAMED IS REVERSED.
000177*                    A CANCEL THAT CANNOT BE APPLIED ACKS 'SUSP'
000178*                    WITH ITS XUNK/XREV/XDSK REASON.
000180*****************************************************************
000190 01  ACK-RECORD.
000200     05  ACK-RECORD-TYPE            PIC X(03).
000320             88  ACKD-POSTED-OK             VALUE 'OK'.
000330             88  ACKD-FLAGGED-OVERFLOW      VALUE 'OVFL'.
000340             88  ACKD-SUSPENDED             VALUE 'SUSP'.
000345             88  ACKD-SET-HELD              VALUE 'HELD'.
000347             88  ACKD-REVERSED              VALUE 'RVSD'.
000350         10  ACKD-REASON-CODE       PIC X(04).
000360         10  FILLER                 PIC X(08).
000370     05  ACK-TRAILER-BODY REDEFINES ACK-BODY.
