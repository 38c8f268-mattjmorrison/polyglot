000010*****************************************************************
000020* COPYBOOK.    FIBONACCI-WHFEED
000030* AUTHOR.      D. OKAFOR
000040* INSTALLATION.APPLICATION DEVELOPMENT
000050* DATE-WRITTEN.10/15/2026
000060*-----------------------------------------------------------------
000070* MODIFICATION HISTORY
000080*   10/15/2026 DKO  ORIGINAL - THE THREE LINES OF THE INCREMENTAL
000090*                    WAREHOUSE FEED (FIBWHF), BUILT IN WORKING
000100*                    STORAGE WITH THEIR '|' DELIMITERS IN PLACE
000110*                    AND WRITTEN FROM HERE.  EVERY FIELD IS FIXED
000120*                    WIDTH BETWEEN DELIMITERS.
000130*                    HDR - SOURCE, FEED SEQUENCE, AND THE WINDOW
000140*                          OF POSTED DATES AND TIMES THE FEED
000150*                          COVERS.
000160*                    DTL - ONE CHANGE TO ONE POSTING: WHEN AND BY
000170*                          WHICH RUN MODE, THE ACTION (A = ADDED,
000180*                          R = REPLACED, V = REVERSED, D = DELETED
000190*                          TO THE ARCHIVE), AND THE POSTING AS IT
000200*                          STOOD AFTER THE CHANGE (AS IT STOOD
000210*                          BEFORE, FOR A DELETE).
000220*                    TRL - FEED SEQUENCE AND THE DETAIL COUNT.
000230*****************************************************************
000240 01  WHF-HEADER-LINE.
000250     05  WHFH-RECORD-TYPE           PIC X(03) VALUE 'HDR'.
000260     05  FILLER                     PIC X(01) VALUE '|'.
000270     05  WHFH-SOURCE                PIC X(08) VALUE 'FIBRMAST'.
000280     05  FILLER                     PIC X(01) VALUE '|'.
000290     05  WHFH-FEED-SEQUENCE         PIC 9(06) VALUE ZERO.
000300     05  FILLER                     PIC X(01) VALUE '|'.
000310     05  WHFH-FROM-DATE             PIC 9(08) VALUE ZERO.
000320     05  FILLER                     PIC X(01) VALUE '|'.
000330     05  WHFH-FROM-TIME             PIC 9(06) VALUE ZERO.
000340     05  FILLER                     PIC X(01) VALUE '|'.
000350     05  WHFH-TO-DATE               PIC 9(08) VALUE ZERO.
000360     05  FILLER                     PIC X(01) VALUE '|'.
000370     05  WHFH-TO-TIME               PIC 9(06) VALUE ZERO.
000380 01  WHF-DETAIL-LINE.
000390     05  WHFD-RECORD-TYPE           PIC X(03) VALUE 'DTL'.
000400     05  FILLER                     PIC X(01) VALUE '|'.
000410     05  WHFD-CHANGE-DATE           PIC 9(08) VALUE ZERO.
000420     05  FILLER                     PIC X(01) VALUE '|'.
000430     05  WHFD-CHANGE-TIME           PIC 9(06) VALUE ZERO.
000440     05  FILLER                     PIC X(01) VALUE '|'.
000450     05  WHFD-RUN-MODE              PIC X(08) VALUE SPACES.
000460     05  FILLER                     PIC X(01) VALUE '|'.
000470     05  WHFD-ACTION                PIC X(01) VALUE SPACES.
000480     05  FILLER                     PIC X(01) VALUE '|'.
000490     05  WHFD-REQUEST-ID            PIC X(10) VALUE SPACES.
000500     05  FILLER                     PIC X(01) VALUE '|'.
000510     05  WHFD-RANGE-INDEX           PIC X(03) VALUE SPACES.
000520     05  FILLER                     PIC X(01) VALUE '|'.
000530     05  WHFD-SUBMITTER-ID          PIC X(08) VALUE SPACES.
000540     05  FILLER                     PIC X(01) VALUE '|'.
000550     05  WHFD-STATUS                PIC X(01) VALUE SPACES.
000560     05  FILLER                     PIC X(01) VALUE '|'.
000570     05  WHFD-REQUEST-KIND          PIC X(01) VALUE SPACES.
000580     05  FILLER                     PIC X(01) VALUE '|'.
000590     05  WHFD-SEQUENCE-TYPE         PIC X(01) VALUE SPACES.
000600     05  FILLER                     PIC X(01) VALUE '|'.
000610     05  WHFD-INPUT-INDEX           PIC X(03) VALUE SPACES.
000620     05  FILLER                     PIC X(01) VALUE '|'.
000630     05  WHFD-RANGE-LINES           PIC 9(04) VALUE ZERO.
000640     05  FILLER                     PIC X(01) VALUE '|'.
000650     05  WHFD-OUTPUT-EXT            PIC 9(18) VALUE ZERO.
000660     05  FILLER                     PIC X(01) VALUE '|'.
000670     05  WHFD-OVERFLOW-EXT-IND      PIC X(01) VALUE SPACES.
000680     05  FILLER                     PIC X(01) VALUE '|'.
000690     05  WHFD-LOOKUP-INDEX          PIC X(03) VALUE SPACES.
000700     05  FILLER                     PIC X(01) VALUE '|'.
000710     05  WHFD-EXACT-MATCH-IND       PIC X(01) VALUE SPACES.
000720     05  FILLER                     PIC X(01) VALUE '|'.
000730     05  WHFD-POSTED-DATE           PIC 9(08) VALUE ZERO.
000740     05  FILLER                     PIC X(01) VALUE '|'.
000750     05  WHFD-POSTED-TIME           PIC 9(06) VALUE ZERO.
000760     05  FILLER                     PIC X(01) VALUE '|'.
000770     05  WHFD-REVERSAL-IND          PIC X(01) VALUE SPACES.
000780     05  FILLER                     PIC X(01) VALUE '|'.
000790     05  WHFD-REVERSED-DATE         PIC 9(08) VALUE ZERO.
000800     05  FILLER                     PIC X(01) VALUE '|'.
000810     05  WHFD-REVERSED-BY-ID        PIC X(10) VALUE SPACES.
000820 01  WHF-TRAILER-LINE.
000830     05  WHFT-RECORD-TYPE           PIC X(03) VALUE 'TRL'.
000840     05  FILLER                     PIC X(01) VALUE '|'.
000850     05  WHFT-FEED-SEQUENCE         PIC 9(06) VALUE ZERO.
000860     05  FILLER                     PIC X(01) VALUE '|'.
000870     05  WHFT-RECORD-COUNT          PIC 9(07) VALUE ZERO.
