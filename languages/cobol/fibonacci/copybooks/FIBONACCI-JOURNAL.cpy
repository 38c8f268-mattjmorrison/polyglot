000010*****************************************************************
000020* COPYBOOK.    FIBONACCI-JOURNAL
000030* AUTHOR.      D. OKAFOR
000040* INSTALLATION.APPLICATION DEVELOPMENT
000050* DATE-WRITTEN.10/15/2026
000060*-----------------------------------------------------------------
000070* MODIFICATION HISTORY
000080*   10/15/2026 DKO  ORIGINAL - ONE ENTRY OF THE PERMANENT POSTING
000090*                    JOURNAL (FIBJRNL).  EVERY CHANGE TO A POSTING
000100*                    ON THE RESULTS MASTER IS APPENDED HERE IN THE
000110*                    ORDER IT HAPPENED: AN ADD OR A REPLACE BY
000120*                    FIBONACCI-BATCH (NORMAL OR RESUBMIT RUN), A
000130*                    REVERSAL BY A CANCEL DETAIL, AND THE ARCHIVE
000140*                    AND RESTORE OF FIBONACCI-RMASTUTIL.  EACH
000150*                    ENTRY CARRIES THE POSTING AS IT STOOD BEFORE
000160*                    (NONE FOR AN ADD) AND AFTER (NONE FOR AN
000170*                    ARCHIVE), THE RUN DATE AND TIME, THE RUN
000180*                    MODE, AND THE INDEX THE POSTING CARRIES - FOR
000190*                    A RANGE REQUEST, WHICH LINE OF THE RANGE.
000200*                    THE IMAGES ARE RESULT-MASTER-RECORD PADDED TO
000210*                    100, LIKE THE ARCHIVE, SO THE MASTER CAN GROW
000220*                    WITHOUT A JOURNAL FORMAT CHANGE.  THE JOURNAL
000230*                    IS NEVER REWRITTEN OR EMPTIED.
000240*****************************************************************
000250 01  JOURNAL-RECORD.
000260     05  JRN-RUN-DATE               PIC 9(08).
000270     05  JRN-RUN-TIME               PIC 9(06).
000280     05  JRN-RUN-MODE               PIC X(08).
000290         88  JRN-NORMAL-RUN                 VALUE 'NORMAL'.
000300         88  JRN-RESUBMIT-RUN               VALUE 'RESUBMIT'.
000310         88  JRN-ARCHIVE-RUN                VALUE 'ARCHIVE'.
000320         88  JRN-RESTORE-RUN                VALUE 'RESTORE'.
000330     05  JRN-ACTION                 PIC X(01).
000340         88  JRN-ACTION-ADD                 VALUE 'A'.
000350         88  JRN-ACTION-REPLACE             VALUE 'R'.
000360         88  JRN-ACTION-REVERSE             VALUE 'V'.
000370         88  JRN-ACTION-DELETE              VALUE 'D'.
000380     05  JRN-REQUEST-ID             PIC X(10).
000390     05  JRN-RANGE-INDEX            PIC X(03).
000400     05  JRN-BEFORE-IND             PIC X(01).
000410         88  JRN-BEFORE-PRESENT             VALUE 'Y'.
000420         88  JRN-BEFORE-ABSENT              VALUE 'N'.
000430     05  JRN-BEFORE-IMAGE           PIC X(100).
000440     05  JRN-AFTER-IMAGE            PIC X(100).
000450     05  FILLER                     PIC X(13).
