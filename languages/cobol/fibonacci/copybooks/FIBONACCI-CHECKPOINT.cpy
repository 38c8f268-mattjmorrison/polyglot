000100*                    FIBONACCI-BATCH FINISHED PROCESSING, SO A
000110*                    RESTART CAN RESUME PAST IT INSTEAD OF
000120*                    REPROCESSING THE WHOLE REQUEST FILE.
000122*   10/15/2026 DKO  ADDED THE TRANSMISSION SET REACHED, SO A
000124*                    RESTART KNOWS WHICH HELD SETS IT ALREADY
000126*                    WROTE TO FIBHOLD.
000130*****************************************************************
000140 01  CHECKPOINT-RECORD.
000150     05  CKPT-LAST-REQUEST-ID       PIC X(10).
000160     05  CKPT-SET-NUMBER            PIC 9(05).
