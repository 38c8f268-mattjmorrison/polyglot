000010*****************************************************************
000020* COPYBOOK.    FIBONACCI-FEEDLOG
000030* AUTHOR.      D. OKAFOR
000040* INSTALLATION.APPLICATION DEVELOPMENT
000050* DATE-WRITTEN.10/15/2026
000060*-----------------------------------------------------------------
000070* MODIFICATION HISTORY
000080*   10/15/2026 DKO  ORIGINAL - ONE ENTRY OF THE PERMANENT
000090*                    WAREHOUSE FEED LOG (FIBFLOG), APPENDED BY
000100*                    EVERY FIBONACCI-WHFEED RUN THAT WRITES A FEED
000110*                    FILE, NEW OR RERUN.  IT RECORDS THE FEED
000120*                    SEQUENCE, THE RUN, THE WINDOW OF POSTED DATES
000130*                    AND TIMES THE FEED COVERED (AFTER THE FROM
000140*                    STAMP, UP TO AND INCLUDING THE TO STAMP) AND
000150*                    WHAT IT SENT.  A RERUN FINDS ITS WINDOW HERE,
000160*                    SO IT RECREATES THE FILE FIRST SENT UNDER
000170*                    THAT SEQUENCE.  THE LOG IS NEVER REWRITTEN OR
000180*                    EMPTIED.
000190*****************************************************************
000200 01  FEED-LOG-RECORD.
000210     05  FL-FEED-SEQUENCE           PIC 9(06).
000220     05  FL-RUN-MODE                PIC X(05).
000230         88  FL-NEW-FEED                    VALUE 'SEND'.
000240         88  FL-RERUN-FEED                  VALUE 'RERUN'.
000250     05  FL-RUN-DATE                PIC 9(08).
000260     05  FL-RUN-TIME                PIC 9(06).
000270     05  FL-FROM-DATE               PIC 9(08).
000280     05  FL-FROM-TIME               PIC 9(06).
000290     05  FL-TO-DATE                 PIC 9(08).
000300     05  FL-TO-TIME                 PIC 9(06).
000310     05  FL-RECORD-COUNT            PIC 9(07).
000320     05  FL-ADD-COUNT               PIC 9(07).
000330     05  FL-REPLACE-COUNT           PIC 9(07).
000340     05  FL-REVERSE-COUNT           PIC 9(07).
000350     05  FL-DELETE-COUNT            PIC 9(07).
000360     05  FILLER                     PIC X(08).
