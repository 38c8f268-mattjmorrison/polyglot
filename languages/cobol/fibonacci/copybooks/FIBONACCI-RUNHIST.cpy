000120*                    SO THE RUN STATISTICS SURVIVE THE NEXT
000130*                    RUN'S REPORT AND THE MONITOR CAN ANSWER
000140*                    "IS THE REJECT RATE CLIMBING".
000142*   10/15/2026 DKO  BUSINESS DATE THE RUN POSTED FOR, FROM THE
000144*                    OPERATIONS BUSINESS-DATE FILE.  RECORDS
000146*                    WRITTEN BEFORE IT WAS ADDED READ AS SPACES.
000150*****************************************************************
000160 01  RUN-HISTORY-RECORD.
000170     05  RH-RUN-MODE                PIC X(08).
000270     05  RH-OVERFLOW-COUNT          PIC 9(07).
000280     05  RH-CACHE-HIT-COUNT         PIC 9(07).
000290     05  RH-CALL-COUNT              PIC 9(07).
000300     05  RH-BUSINESS-DATE           PIC 9(08).
