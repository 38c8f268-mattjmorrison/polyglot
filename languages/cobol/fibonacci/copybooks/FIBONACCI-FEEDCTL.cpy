000010*****************************************************************
000020* COPYBOOK.    FIBONACCI-FEEDCTL
000030* AUTHOR.      D. OKAFOR
000040* INSTALLATION.APPLICATION DEVELOPMENT
000050* DATE-WRITTEN.10/15/2026
000060*-----------------------------------------------------------------
000070* MODIFICATION HISTORY
000080*   10/15/2026 DKO  ORIGINAL - THE ONE RECORD OF THE WAREHOUSE
000090*                    FEED CONTROL FILE (FIBFCTL), REWRITTEN BY
000100*                    FIBONACCI-WHFEED ONLY AFTER A FEED FILE HAS
000110*                    BEEN COMPLETELY WRITTEN AND CLOSED.  IT HOLDS
000120*                    THE SEQUENCE NUMBER OF THE LAST FEED SENT AND
000130*                    THE HIGH-WATER POSTED DATE AND TIME - THE RUN
000140*                    STAMP OF THE LATEST POSTING CHANGE THAT FEED
000150*                    CARRIED.  THE NEXT FEED SENDS ONLY CHANGES
000160*                    STAMPED AFTER IT.  NO FILE AT ALL MEANS NO
000170*                    FEED HAS EVER BEEN SENT.
000180*****************************************************************
000190 01  FEED-CONTROL-RECORD.
000200     05  FC-LAST-SEQUENCE           PIC 9(06).
000210     05  FC-HWM-DATE                PIC 9(08).
000220     05  FC-HWM-TIME                PIC 9(06).
000230     05  FC-LAST-RUN-DATE           PIC 9(08).
000240     05  FC-LAST-RUN-TIME           PIC 9(06).
000250     05  FC-LAST-RECORD-COUNT       PIC 9(07).
000260     05  FILLER                     PIC X(39).
