000156*                    AND THE INVALID-AMOUNT REASON CODE, SO A
000157*                    SUSPENDED VALUE LOOKUP SURVIVES INTACT FOR
000158*                    REPAIR.
000159*   10/15/2026 DKO  ADDED THE CANCEL-REQUEST VIEW OF THE IMAGE
000160*                    AND THREE REASON CODES FOR A CANCEL THAT
000161*                    CANNOT BE APPLIED: XUNK - THE REQUEST-ID TO
000162*                    REVERSE IS NOT ON THE RESULTS MASTER; XREV -
000163*                    THAT POSTING IS ALREADY REVERSED; XDSK - THE
000164*                    POSTING BELONGS TO ANOTHER DESK.
000165*****************************************************************
000166 01  SUSPENSE-RECORD.
000170     05  SUSP-REQUEST-IMAGE.
000180         10  SUSP-REQUEST-ID        PIC X(10).
000190         10  SUSP-INPUT             PIC X(03).
000211         10  SUSP-AMOUNT            PIC X(18).
000212         10  SUSP-VALUE-SEQ-TYPE    PIC X(01).
000213         10  FILLER                 PIC X(23).
000214     05  SUSP-CANCEL-IMAGE REDEFINES SUSP-REQUEST-IMAGE.
000215         10  FILLER                 PIC X(10).
000216         10  SUSP-CANCEL-TYPE       PIC X(01).
000217         10  SUSP-TARGET-REQUEST-ID PIC X(10).
000218         10  FILLER                 PIC X(32).
000219     05  SUSP-REASON-CODE           PIC X(04).
000220         88  SUSP-REASON-INVALID-INDEX      VALUE 'NNUM'.
000230         88  SUSP-REASON-INVALID-RANGE      VALUE 'RNGE'.
000235         88  SUSP-REASON-INVALID-SEQUENCE   VALUE 'SEQT'.
000236         88  SUSP-REASON-INVALID-AMOUNT     VALUE 'VALU'.
000237         88  SUSP-REASON-CANCEL-UNKNOWN     VALUE 'XUNK'.
000238         88  SUSP-REASON-CANCEL-REVERSED    VALUE 'XREV'.
000239         88  SUSP-REASON-CANCEL-NOT-OWNER   VALUE 'XDSK'.
000240     05  SUSP-SUBMITTER-ID          PIC X(08).
