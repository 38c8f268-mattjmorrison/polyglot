000167*                    DUMP-AND-GREP.  A MASTER BUILT BEFORE THIS
000168*                    CHANGE MUST BE REBUILT (UNLOAD/RELOAD OR
000169*                    ARCHIVE/RESTORE) TO PICK UP THE INDEX.
000170*   10/15/2026 DKO  APPENDED REVERSAL, REQUEST KIND, RANGE LINES:
000171*                    THE RECORD GROWS FROM 71 TO 95 BYTES.  UNLOAD
000172*                    FIBRMAST WITH THE PRIOR FIBONACCI-RMASTUTIL
000173*                    ARCHIVE, REDEFINE IT AT 95 BYTES AND RELOAD
000174*                    IT WITH RESTORE BEFORE THE NEW PROGRAMS RUN.
000175*****************************************************************
000176 01  RESULT-MASTER-RECORD.
000177     05  RM-REQUEST-ID              PIC X(10).
000180     05  RM-OUTPUT                  PIC 9(10).
000190     05  RM-OVERFLOW-IND            PIC X(01).
000290     05  RM-LOOKUP-INDEX            PIC X(03).
000300     05  RM-EXACT-MATCH-IND         PIC X(01).
000310     05  RM-INPUT-INDEX             PIC X(03).
000320     05  RM-REVERSAL-IND            PIC X(01).
000330         88  RM-REVERSED                    VALUE 'Y'.
000340         88  RM-NOT-REVERSED                VALUE 'N' ' '.
000350     05  RM-REVERSED-DATE           PIC 9(08).
000360     05  RM-REVERSED-BY-ID          PIC X(10).
000370     05  RM-REQUEST-KIND            PIC X(01).
000380         88  RM-SINGLE-REQUEST              VALUE 'S'.
000390         88  RM-RANGE-REQUEST               VALUE 'R'.
000400         88  RM-VALUE-REQUEST               VALUE 'V'.
000410     05  RM-RANGE-LINES             PIC 9(04).
