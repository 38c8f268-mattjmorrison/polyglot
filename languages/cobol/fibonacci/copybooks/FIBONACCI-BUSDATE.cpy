000010*****************************************************************
000020* COPYBOOK.    FIBONACCI-BUSDATE
000030* AUTHOR.      D. OKAFOR
000040* INSTALLATION.APPLICATION DEVELOPMENT
000050* DATE-WRITTEN.10/15/2026
000060*-----------------------------------------------------------------
000070* MODIFICATION HISTORY
000080*   10/15/2026 DKO  ORIGINAL - ONE RECORD OF THE BUSINESS-DATE
000090*                    CONTROL FILE (FIBBDATE), KEPT BY OPERATIONS.
000100*                    THE FIRST RECORD (CUR) CARRIES THE CURRENT
000110*                    AND PRIOR BUSINESS DATES AND THE LAST ROLL -
000120*                    THE FIBCTL GENERATION IT FOLLOWED AND THE
000130*                    REAL DATE AND TIME IT RAN.  THE REST (HOL)
000140*                    ARE THE PROCESSING-DAY CALENDAR: EVERY
000150*                    WEEKDAY IS A PROCESSING DAY EXCEPT THE
000160*                    HOLIDAYS LISTED.
000170*                    THE CYCLE STAMPS ITS WORK WITH THE CURRENT
000180*                    BUSINESS DATE INSTEAD OF THE CLOCK, AND ONLY
000190*                    FIBONACCI-DATEROLL ADVANCES IT, SO A STREAM
000200*                    THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT
000210*                    MORNING STILL BELONGS TO ITS OWN DAY.  ALL
000220*                    THREE VIEWS DESCRIBE THE SAME RECORD AREA.
000230*****************************************************************
000240 01  BUSINESS-DATE-RECORD.
000250     05  BD-RECORD-TYPE             PIC X(03).
000260         88  BD-CURRENT-RECORD              VALUE 'CUR'.
000270         88  BD-HOLIDAY-RECORD              VALUE 'HOL'.
000280     05  BD-BODY                    PIC X(77).
000290     05  BD-CURRENT-BODY REDEFINES BD-BODY.
000300         10  BDC-CURRENT-DATE       PIC 9(08).
000310         10  BDC-PRIOR-DATE         PIC 9(08).
000320         10  BDC-ROLLED-GENERATION  PIC 9(05).
000330         10  BDC-ROLLED-DATE        PIC 9(08).
000340         10  BDC-ROLLED-TIME        PIC 9(06).
000350         10  FILLER                 PIC X(42).
000360     05  BD-HOLIDAY-BODY REDEFINES BD-BODY.
000370         10  BDH-HOLIDAY-DATE       PIC 9(08).
000380         10  BDH-DESCRIPTION        PIC X(30).
000390         10  FILLER                 PIC X(39).
