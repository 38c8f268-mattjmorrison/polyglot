000010*****************************************************************
000020* COPYBOOK.    FIBONACCI-DELIVERY
000030* AUTHOR.      D. OKAFOR
000040* INSTALLATION.APPLICATION DEVELOPMENT
000050* DATE-WRITTEN.10/15/2026
000060*-----------------------------------------------------------------
000070* MODIFICATION HISTORY
000080*   10/15/2026 DKO  ORIGINAL - ONE RECORD OF A DESK'S OUTBOUND
000090*                    RESULTS DELIVERY FILE (FIBDLV.<SUBMITTER>),
000100*                    WRITTEN BY FIBONACCI-DELIVER AFTER THE
000110*                    BATCH DRIVER.  THE HEADER CARRIES THE DESK,
000120*                    THE BUSINESS DATE AND THE GENERATION OF THE
000130*                    CONTROL RECORD (FIBCTL) THE RESULTS CAME
000140*                    FROM.  EACH DETAIL CARRIES ONE RESULT WITH
000150*                    ITS FULL 18-DIGIT VALUE; THE INDEXES OF A
000160*                    RANGE REQUEST ARE NUMBERED 0001 UP UNDER
000170*                    THEIR SHARED REQUEST-ID, AND A SINGLE
000180*                    REQUEST IS LINE 0001.  THE TRAILER CARRIES
000190*                    THE DETAIL COUNT AND A HASH TOTAL OF THE
000200*                    VALUES (LOW-ORDER 18 DIGITS OF THE SUM).
000210*                    ALL THREE VIEWS DESCRIBE THE SAME RECORD
000220*                    AREA UNDER THE FD.
000230*****************************************************************
000240 01  DELIVERY-RECORD.
000250     05  DLV-RECORD-TYPE            PIC X(03).
000260         88  DLV-HEADER-RECORD              VALUE 'HDR'.
000270         88  DLV-DETAIL-RECORD              VALUE 'DTL'.
000280         88  DLV-TRAILER-RECORD             VALUE 'TRL'.
000290     05  DLV-BODY                   PIC X(50).
000300     05  DLV-HEADER-BODY REDEFINES DLV-BODY.
000310         10  DLVH-SUBMITTER-ID      PIC X(08).
000320         10  DLVH-BUSINESS-DATE     PIC 9(08).
000330         10  DLVH-GENERATION        PIC 9(05).
000340         10  FILLER                 PIC X(29).
000350     05  DLV-DETAIL-BODY REDEFINES DLV-BODY.
000360         10  DLVD-REQUEST-ID        PIC X(10).
000370         10  DLVD-LINE-NUMBER       PIC 9(04).
000380         10  DLVD-STATUS            PIC X(01).
000390             88  DLVD-STATUS-OK             VALUE 'O'.
000400             88  DLVD-STATUS-REJECTED       VALUE 'E'.
000410         10  DLVD-OUTPUT-EXT        PIC 9(18).
000420         10  DLVD-OVERFLOW-EXT-IND  PIC X(01).
000430         10  DLVD-SEQUENCE-TYPE     PIC X(01).
000440         10  DLVD-LOOKUP-INDEX      PIC X(03).
000450         10  DLVD-EXACT-MATCH-IND   PIC X(01).
000460         10  FILLER                 PIC X(11).
000470     05  DLV-TRAILER-BODY REDEFINES DLV-BODY.
000480         10  DLVT-DETAIL-COUNT      PIC 9(07).
000490         10  DLVT-HASH-TOTAL        PIC 9(18).
000500         10  FILLER                 PIC X(25).
