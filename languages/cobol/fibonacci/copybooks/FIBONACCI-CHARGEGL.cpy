000010*****************************************************************
000020* COPYBOOK.    FIBONACCI-CHARGEGL
000030* AUTHOR.      D. OKAFOR
000040* INSTALLATION.APPLICATION DEVELOPMENT
000050* DATE-WRITTEN.10/15/2026
000060*-----------------------------------------------------------------
000070* MODIFICATION HISTORY
000080*   10/15/2026 DKO  ORIGINAL - ONE RECORD OF THE MONTHLY
000090*                    CHARGEBACK INTERFACE FILE (FIBCHGL), WRITTEN
000100*                    BY FIBONACCI-CHARGE FOR THE GL TEAM TO LOAD.
000110*                    THE HEADER CARRIES THE SOURCE, THE BILLING
000120*                    MONTH AND THE RUN DATE.  EACH DETAIL IS ONE
000130*                    DESK'S CHARGE FOR ONE CATEGORY: UNITS, UNIT
000140*                    PRICE, AMOUNT (DOLLARS AND CENTS, NO POINT)
000150*                    AND THE GL ACCOUNT FROM THE RATE TABLE.  THE
000160*                    TRAILER CARRIES THE DETAIL COUNT AND THE
000170*                    AMOUNT TOTAL.  ALL THREE VIEWS DESCRIBE THE
000180*                    SAME RECORD AREA UNDER THE FD.
000190*****************************************************************
000200 01  CHARGE-GL-RECORD.
000210     05  CGL-RECORD-TYPE            PIC X(03).
000220         88  CGL-HEADER-RECORD              VALUE 'HDR'.
000230         88  CGL-DETAIL-RECORD              VALUE 'DTL'.
000240         88  CGL-TRAILER-RECORD             VALUE 'TRL'.
000250     05  CGL-BODY                   PIC X(77).
000260     05  CGL-HEADER-BODY REDEFINES CGL-BODY.
000270         10  CGLH-SOURCE            PIC X(08).
000280         10  CGLH-BILLING-MONTH     PIC 9(06).
000290         10  CGLH-RUN-DATE          PIC 9(08).
000300         10  FILLER                 PIC X(55).
000310     05  CGL-DETAIL-BODY REDEFINES CGL-BODY.
000320         10  CGLD-SUBMITTER-ID      PIC X(08).
000330         10  CGLD-CATEGORY          PIC X(02).
000340         10  CGLD-GL-ACCOUNT        PIC X(10).
000350         10  CGLD-UNITS             PIC 9(07).
000360         10  CGLD-UNIT-PRICE        PIC 9(05)V9(04).
000370         10  CGLD-AMOUNT            PIC 9(09)V99.
000380         10  FILLER                 PIC X(30).
000390     05  CGL-TRAILER-BODY REDEFINES CGL-BODY.
000400         10  CGLT-DETAIL-COUNT      PIC 9(07).
000410         10  CGLT-AMOUNT-TOTAL      PIC 9(11)V99.
000420         10  FILLER                 PIC X(57).
