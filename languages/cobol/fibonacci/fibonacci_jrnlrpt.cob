000010*****************************************************************
000020* PROGRAM-ID.  FIBONACCI-JRNLRPT
000030* AUTHOR.      D. OKAFOR
000040* INSTALLATION.APPLICATION DEVELOPMENT
000050* DATE-WRITTEN. 10/15/2026
000060* DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* REMARKS.     POSTING JOURNAL REPORT - THE ANSWER TO "WHAT WAS
000090*              POSTED BEFORE" WHEN A DESK DISPUTES A VALUE.  READS
000100*              THE PERMANENT POSTING JOURNAL (FIBJRNL) FROM THE
000110*              START AND PRINTS EVERY ENTRY SELECTED, IN THE ORDER
000120*              THE CHANGES WERE MADE, WITH THE POSTING BEFORE AND
000130*              AFTER EACH ONE.  ONE COMMAND CARD ON JRNLCMD
000140*              CARRIES THE SELECTION:
000150*                ID       REQUEST-ID - THE FULL POSTING HISTORY
000160*                         OF ONE REQUEST-ID, ENTRY BY ENTRY.
000170*                DATES    FROM-DATE (YYYYMMDD) AND OPTIONALLY
000180*                         TO-DATE - EVERY ENTRY JOURNALLED BY A
000190*                         RUN IN THE RANGE; A BLANK TO-DATE
000200*                         REPORTS THE ONE DAY.
000210*              THE REPORT (JRNLRPT) ENDS WITH TOTALS BY ACTION.
000220*-----------------------------------------------------------------
000230* MODIFICATION HISTORY
000240*   10/15/2026 DKO  ORIGINAL PROGRAM.
000250*****************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. FIBONACCI-JRNLRPT.
000280 AUTHOR. D. OKAFOR.
000290 INSTALLATION. APPLICATION DEVELOPMENT.
000300 DATE-WRITTEN. 10/15/2026.
000310 DATE-COMPILED.

000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT POSTING-JOURNAL-FILE ASSIGN TO 'FIBJRNL'
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-JRNL-FILE-STATUS.
000380     SELECT COMMAND-FILE ASSIGN TO 'JRNLCMD'
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-CMD-FILE-STATUS.
000410     SELECT JOURNAL-REPORT-FILE ASSIGN TO 'JRNLRPT'
000420         ORGANIZATION IS LINE SEQUENTIAL.

000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  POSTING-JOURNAL-FILE.
000460 COPY FIBONACCI-JOURNAL.
000470 FD  COMMAND-FILE.
000480 01  COMMAND-RECORD                 PIC X(24).
000490 FD  JOURNAL-REPORT-FILE.
000500 COPY FIBONACCI-RPTLINE.

000510 WORKING-STORAGE SECTION.
000520*-----------------------------------------------------------------
000530* EACH JOURNALLED IMAGE IS MOVED HERE TO BE PRINTED FIELD BY
000540* FIELD.
000550*-----------------------------------------------------------------
000560 COPY FIBONACCI-RMASTER.
000570*-----------------------------------------------------------------
000580* THE COMMAND CARD IS HELD HERE, NOT IN THE FD AREA, SO IT IS
000590* STILL ADDRESSABLE AFTER COMMAND-FILE IS CLOSED.
000600*-----------------------------------------------------------------
000610 01  WS-COMMAND-CARD.
000620     05  CMD-FUNCTION               PIC X(08).
000630         88  CMD-BY-REQUEST-ID              VALUE 'ID'.
000640         88  CMD-BY-DATE                    VALUE 'DATES'.
000650     05  CMD-ARGUMENT               PIC X(16).
000660     05  CMD-ID-ARGUMENT REDEFINES CMD-ARGUMENT.
000670         10  CMD-REQUEST-ID         PIC X(10).
000680         10  FILLER                 PIC X(06).
000690     05  CMD-DATE-ARGUMENT REDEFINES CMD-ARGUMENT.
000700         10  CMD-FROM-DATE          PIC X(08).
000710         10  CMD-TO-DATE            PIC X(08).
000720 01  WS-JRNL-FILE-STATUS           PIC X(02) VALUE SPACES.
000730     88  WS-JRNL-FILE-NOT-FOUND            VALUE '35'.
000740 01  WS-CMD-FILE-STATUS            PIC X(02) VALUE SPACES.
000750     88  WS-CMD-FILE-NOT-FOUND             VALUE '35'.
000760 01  WS-JRNL-EOF-SW                PIC X(01) VALUE 'N'.
000770     88  WS-END-OF-JOURNAL                 VALUE 'Y'.
000780     88  WS-NOT-END-OF-JOURNAL             VALUE 'N'.
000790 01  WS-SELECT-SW                  PIC X(01) VALUE 'N'.
000800     88  WS-ENTRY-SELECTED                 VALUE 'Y'.
000810     88  WS-ENTRY-NOT-SELECTED             VALUE 'N'.
000820 01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
000830 01  WS-FROM-DATE                  PIC 9(08) VALUE ZERO.
000840 01  WS-TO-DATE                    PIC 9(08) VALUE ZERO.
000850 01  WS-READ-COUNT                 PIC 9(07) COMP VALUE ZERO.
000860 01  WS-SELECTED-COUNT             PIC 9(07) COMP VALUE ZERO.
000870 01  WS-ADD-COUNT                  PIC 9(07) COMP VALUE ZERO.
000880 01  WS-REPLACE-COUNT              PIC 9(07) COMP VALUE ZERO.
000890 01  WS-REVERSE-COUNT              PIC 9(07) COMP VALUE ZERO.
000900 01  WS-DELETE-COUNT               PIC 9(07) COMP VALUE ZERO.
000910 01  WS-RPT-COUNT                  PIC Z(06)9.
000920 01  WS-RPT-ENTRY                  PIC 9(04) VALUE ZERO.
000930 01  WS-ACTION-TEXT                PIC X(08) VALUE SPACES.
000940 01  WS-IMAGE-LABEL                PIC X(06) VALUE SPACES.

000950 PROCEDURE DIVISION.

000960 0000-MAINLINE.
000970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000980     PERFORM 2000-SCAN-JOURNAL THRU 2000-EXIT.
000990     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001000     STOP RUN.

001010*-----------------------------------------------------------------
001020* 1000-INITIALIZE - READ THE ONE COMMAND CARD, EDIT THE
001030* SELECTION, AND OPEN THE REPORT.  NO CARD, AN UNKNOWN FUNCTION,
001040* A BLANK REQUEST-ID, OR DATES THAT DO NOT MAKE A RANGE IS AN
001050* OPERATIONS ERROR.
001060*-----------------------------------------------------------------
001070 1000-INITIALIZE.
001080     OPEN OUTPUT JOURNAL-REPORT-FILE.
001090     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001100     MOVE SPACES TO REPORT-LINE.
001110     STRING 'POSTING JOURNAL REPORT - RUN DATE '
001120             DELIMITED BY SIZE
001130             WS-RUN-DATE DELIMITED BY SIZE
001140         INTO RPT-LINE-TEXT
001150     END-STRING.
001160     WRITE REPORT-LINE.
001170     MOVE SPACES TO REPORT-LINE.
001180     WRITE REPORT-LINE.
001190     MOVE SPACES TO WS-COMMAND-CARD.
001200     OPEN INPUT COMMAND-FILE.
001210     IF WS-CMD-FILE-NOT-FOUND
001220         PERFORM 1500-BAD-COMMAND THRU 1500-EXIT
001230     END-IF.
001240     READ COMMAND-FILE
001250         AT END
001260             CONTINUE
001270         NOT AT END
001280             MOVE COMMAND-RECORD TO WS-COMMAND-CARD
001290     END-READ.
001300     CLOSE COMMAND-FILE.
001310     EVALUATE TRUE
001320         WHEN CMD-BY-REQUEST-ID
001330             PERFORM 1100-EDIT-REQUEST-ID THRU 1100-EXIT
001340         WHEN CMD-BY-DATE
001350             PERFORM 1200-EDIT-DATES THRU 1200-EXIT
001360         WHEN OTHER
001370             PERFORM 1500-BAD-COMMAND THRU 1500-EXIT
001380     END-EVALUATE.
001390     WRITE REPORT-LINE.
001400     MOVE SPACES TO REPORT-LINE.
001410     WRITE REPORT-LINE.
001420 1000-EXIT.
001430     EXIT.

001440*-----------------------------------------------------------------
001450* 1100-EDIT-REQUEST-ID - A HISTORY NEEDS A REQUEST-ID TO FOLLOW.
001460* THE SELECTION LINE IS LEFT IN REPORT-LINE FOR THE CALLER.
001470*-----------------------------------------------------------------
001480 1100-EDIT-REQUEST-ID.
001490     IF CMD-REQUEST-ID = SPACES
001500         PERFORM 1500-BAD-COMMAND THRU 1500-EXIT
001510     END-IF.
001520     MOVE SPACES TO REPORT-LINE.
001530     STRING 'POSTING HISTORY OF REQUEST-ID ' DELIMITED BY SIZE
001540             CMD-REQUEST-ID DELIMITED BY SIZE
001550         INTO RPT-LINE-TEXT
001560     END-STRING.
001570 1100-EXIT.
001580     EXIT.

001590*-----------------------------------------------------------------
001600* 1200-EDIT-DATES - THE SAME DATE EDIT AS THE RESULTS EXTRACT:
001610* A NUMERIC FROM-DATE, AND A TO-DATE THAT IS BLANK (THE ONE DAY)
001620* OR NUMERIC AND NOT BEFORE IT.  THE SELECTION LINE IS LEFT IN
001630* REPORT-LINE FOR THE CALLER.
001640*-----------------------------------------------------------------
001650 1200-EDIT-DATES.
001660     IF CMD-FROM-DATE NOT NUMERIC
001670         PERFORM 1500-BAD-COMMAND THRU 1500-EXIT
001680     END-IF.
001690     MOVE CMD-FROM-DATE TO WS-FROM-DATE.
001700     IF CMD-TO-DATE = SPACES
001710         MOVE WS-FROM-DATE TO WS-TO-DATE
001720     ELSE
001730         IF CMD-TO-DATE NOT NUMERIC
001740             PERFORM 1500-BAD-COMMAND THRU 1500-EXIT
001750         END-IF
001760         MOVE CMD-TO-DATE TO WS-TO-DATE
001770     END-IF.
001780     IF WS-TO-DATE < WS-FROM-DATE
001790         PERFORM 1500-BAD-COMMAND THRU 1500-EXIT
001800     END-IF.
001810     MOVE SPACES TO REPORT-LINE.
001820     STRING 'JOURNAL ENTRIES FROM ' DELIMITED BY SIZE
001830             WS-FROM-DATE DELIMITED BY SIZE
001840             ' THROUGH ' DELIMITED BY SIZE
001850             WS-TO-DATE DELIMITED BY SIZE
001860         INTO RPT-LINE-TEXT
001870     END-STRING.
001880 1200-EXIT.
001890     EXIT.

001900*-----------------------------------------------------------------
001910* 1500-BAD-COMMAND - NO COMMAND CARD, OR ONE THAT DOES NOT MAKE A
001920* SELECTION.  SAY SO ON THE REPORT AND ABEND.
001930*-----------------------------------------------------------------
001940 1500-BAD-COMMAND.
001950     DISPLAY 'FIBONACCI-JRNLRPT ABEND - COMMAND CARD MISSING '
001960             'OR INVALID'.
001970     MOVE SPACES TO REPORT-LINE.
001980     MOVE 'COMMAND CARD MISSING OR INVALID - NOTHING DONE'
001990         TO RPT-LINE-TEXT.
002000     WRITE REPORT-LINE.
002010     CLOSE JOURNAL-REPORT-FILE.
002020     MOVE 16 TO RETURN-CODE.
002030     STOP RUN.
002040 1500-EXIT.
002050     EXIT.

002060*-----------------------------------------------------------------
002070* 2000-SCAN-JOURNAL - READ THE JOURNAL FROM THE START.  IT IS IN
002080* THE ORDER THE CHANGES WERE MADE, SO A HISTORY COMES OUT OLDEST
002090* FIRST WITHOUT A SORT.
002100*-----------------------------------------------------------------
002110 2000-SCAN-JOURNAL.
002120     OPEN INPUT POSTING-JOURNAL-FILE.
002130     IF WS-JRNL-FILE-NOT-FOUND
002140         MOVE 'NO POSTING JOURNAL ON HAND' TO RPT-LINE-TEXT
002150         WRITE REPORT-LINE
002160         GO TO 2000-EXIT
002170     END-IF.
002180     IF WS-JRNL-FILE-STATUS NOT = '00'
002190         MOVE SPACES TO REPORT-LINE
002200         STRING 'POSTING JOURNAL UNAVAILABLE - FILE STATUS '
002210                 DELIMITED BY SIZE
002220                 WS-JRNL-FILE-STATUS DELIMITED BY SIZE
002230             INTO RPT-LINE-TEXT
002240         END-STRING
002250         WRITE REPORT-LINE
002260         MOVE 16 TO RETURN-CODE
002270         GO TO 2000-EXIT
002280     END-IF.
002290     PERFORM 2100-SCAN-ONE-ENTRY THRU 2100-EXIT
002300         UNTIL WS-END-OF-JOURNAL.
002310     CLOSE POSTING-JOURNAL-FILE.
002320 2000-EXIT.
002330     EXIT.

002340*-----------------------------------------------------------------
002350* 2100-SCAN-ONE-ENTRY - READ ONE JOURNAL ENTRY AND PRINT IT IF
002360* THE COMMAND CARD SELECTS IT.
002370*-----------------------------------------------------------------
002380 2100-SCAN-ONE-ENTRY.
002390     READ POSTING-JOURNAL-FILE
002400         AT END
002410             SET WS-END-OF-JOURNAL TO TRUE
002420             GO TO 2100-EXIT
002430     END-READ.
002440     ADD 1 TO WS-READ-COUNT.
002450     SET WS-ENTRY-NOT-SELECTED TO TRUE.
002460     IF CMD-BY-REQUEST-ID
002470         IF JRN-REQUEST-ID = CMD-REQUEST-ID
002480             SET WS-ENTRY-SELECTED TO TRUE
002490         END-IF
002500     ELSE
002510         IF JRN-RUN-DATE NOT < WS-FROM-DATE
002520             AND JRN-RUN-DATE NOT > WS-TO-DATE
002530             SET WS-ENTRY-SELECTED TO TRUE
002540         END-IF
002550     END-IF.
002560     IF WS-ENTRY-NOT-SELECTED
002570         GO TO 2100-EXIT
002580     END-IF.
002590     ADD 1 TO WS-SELECTED-COUNT.
002600     PERFORM 2200-PRINT-ENTRY THRU 2200-EXIT.
002610 2100-EXIT.
002620     EXIT.

002630*-----------------------------------------------------------------
002640* 2200-PRINT-ENTRY - ONE LINE FOR THE CHANGE ITSELF - ENTRY
002650* NUMBER, RUN DATE, TIME AND MODE, ACTION, REQUEST-ID AND INDEX -
002660* FOLLOWED BY THE POSTING BEFORE AND AFTER IT.
002670*-----------------------------------------------------------------
002680 2200-PRINT-ENTRY.
002690     EVALUATE TRUE
002700         WHEN JRN-ACTION-ADD
002710             MOVE 'ADD' TO WS-ACTION-TEXT
002720             ADD 1 TO WS-ADD-COUNT
002730         WHEN JRN-ACTION-REPLACE
002740             MOVE 'REPLACE' TO WS-ACTION-TEXT
002750             ADD 1 TO WS-REPLACE-COUNT
002760         WHEN JRN-ACTION-REVERSE
002770             MOVE 'REVERSE' TO WS-ACTION-TEXT
002780             ADD 1 TO WS-REVERSE-COUNT
002790         WHEN JRN-ACTION-DELETE
002800             MOVE 'ARCHIVE' TO WS-ACTION-TEXT
002810             ADD 1 TO WS-DELETE-COUNT
002820         WHEN OTHER
002830             MOVE JRN-ACTION TO WS-ACTION-TEXT
002840     END-EVALUATE.
002850     MOVE WS-SELECTED-COUNT TO WS-RPT-ENTRY.
002860     MOVE SPACES TO REPORT-LINE.
002870     STRING WS-RPT-ENTRY DELIMITED BY SIZE
002880             '  ' DELIMITED BY SIZE
002890             JRN-RUN-DATE DELIMITED BY SIZE
002900             ' ' DELIMITED BY SIZE
002910             JRN-RUN-TIME DELIMITED BY SIZE
002920             '  ' DELIMITED BY SIZE
002930             JRN-RUN-MODE DELIMITED BY SIZE
002940             '  ' DELIMITED BY SIZE
002950             WS-ACTION-TEXT DELIMITED BY SIZE
002960             '  ' DELIMITED BY SIZE
002970             JRN-REQUEST-ID DELIMITED BY SIZE
002980             '  INDEX ' DELIMITED BY SIZE
002990             JRN-RANGE-INDEX DELIMITED BY SIZE
003000         INTO RPT-LINE-TEXT
003010     END-STRING.
003020     WRITE REPORT-LINE.
003030     MOVE 'BEFORE' TO WS-IMAGE-LABEL.
003040     IF JRN-BEFORE-PRESENT
003050         MOVE JRN-BEFORE-IMAGE TO RESULT-MASTER-RECORD
003060         PERFORM 2300-PRINT-IMAGE THRU 2300-EXIT
003070     ELSE
003080         MOVE SPACES TO REPORT-LINE
003090         STRING '      BEFORE  (NONE - NEW POSTING)'
003100                 DELIMITED BY SIZE
003110             INTO RPT-LINE-TEXT
003120         END-STRING
003130         WRITE REPORT-LINE
003140     END-IF.
003150     MOVE 'AFTER' TO WS-IMAGE-LABEL.
003160     IF JRN-AFTER-IMAGE = SPACES
003170         MOVE SPACES TO REPORT-LINE
003180         STRING '      AFTER   (NONE - MOVED TO THE ARCHIVE)'
003190                 DELIMITED BY SIZE
003200             INTO RPT-LINE-TEXT
003210         END-STRING
003220         WRITE REPORT-LINE
003230     ELSE
003240         MOVE JRN-AFTER-IMAGE TO RESULT-MASTER-RECORD
003250         PERFORM 2300-PRINT-IMAGE THRU 2300-EXIT
003260     END-IF.
003270 2200-EXIT.
003280     EXIT.

003290*-----------------------------------------------------------------
003300* 2300-PRINT-IMAGE - PRINT ONE JOURNALLED POSTING: STATUS, FULL
003310* VALUE, OVERFLOW, SEQUENCE TYPE AND DESK, THEN WHEN IT WAS
003320* POSTED AND, IF IT IS REVERSED, WHEN AND BY WHICH CANCEL.
003330*-----------------------------------------------------------------
003340 2300-PRINT-IMAGE.
003350     MOVE SPACES TO REPORT-LINE.
003360     STRING '      ' DELIMITED BY SIZE
003370             WS-IMAGE-LABEL DELIMITED BY SIZE
003380             '  ST ' DELIMITED BY SIZE
003390             RM-STATUS DELIMITED BY SIZE
003400             '  VALUE ' DELIMITED BY SIZE
003410             RM-OUTPUT-EXT DELIMITED BY SIZE
003420             ' OVFL ' DELIMITED BY SIZE
003430             RM-OVERFLOW-EXT-IND DELIMITED BY SIZE
003440             '  SEQ ' DELIMITED BY SIZE
003450             RM-SEQUENCE-TYPE DELIMITED BY SIZE
003460             '  DESK ' DELIMITED BY SIZE
003470             RM-SUBMITTER-ID DELIMITED BY SIZE
003480         INTO RPT-LINE-TEXT
003490     END-STRING.
003500     WRITE REPORT-LINE.
003510     MOVE SPACES TO REPORT-LINE.
003520     IF RM-REVERSED
003530         STRING '              POSTED ' DELIMITED BY SIZE
003540                 RM-POSTED-DATE DELIMITED BY SIZE
003550                 ' ' DELIMITED BY SIZE
003560                 RM-POSTED-TIME DELIMITED BY SIZE
003570                 '  REVERSED ' DELIMITED BY SIZE
003580                 RM-REVERSED-DATE DELIMITED BY SIZE
003590                 ' BY ' DELIMITED BY SIZE
003600                 RM-REVERSED-BY-ID DELIMITED BY SIZE
003610             INTO RPT-LINE-TEXT
003620         END-STRING
003630     ELSE
003640         STRING '              POSTED ' DELIMITED BY SIZE
003650                 RM-POSTED-DATE DELIMITED BY SIZE
003660                 ' ' DELIMITED BY SIZE
003670                 RM-POSTED-TIME DELIMITED BY SIZE
003680             INTO RPT-LINE-TEXT
003690         END-STRING
003700     END-IF.
003710     WRITE REPORT-LINE.
003720 2300-EXIT.
003730     EXIT.

003740*-----------------------------------------------------------------
003750* 8000-TERMINATE - TOTALS: ENTRIES READ AND SELECTED, AND THE
003760* SELECTED ENTRIES BY ACTION.
003770*-----------------------------------------------------------------
003780 8000-TERMINATE.
003790     MOVE SPACES TO REPORT-LINE.
003800     WRITE REPORT-LINE.
003810     IF WS-SELECTED-COUNT = ZERO
003820         MOVE 'NO JOURNAL ENTRIES SELECTED' TO RPT-LINE-TEXT
003830         WRITE REPORT-LINE
003840         MOVE SPACES TO REPORT-LINE
003850         WRITE REPORT-LINE
003860     END-IF.
003870     MOVE WS-READ-COUNT TO WS-RPT-COUNT.
003880     MOVE SPACES TO REPORT-LINE.
003890     STRING 'TOTALS -  JOURNAL ENTRIES READ ' DELIMITED BY SIZE
003900             WS-RPT-COUNT DELIMITED BY SIZE
003910         INTO RPT-LINE-TEXT
003920     END-STRING.
003930     WRITE REPORT-LINE.
003940     MOVE WS-SELECTED-COUNT TO WS-RPT-COUNT.
003950     MOVE SPACES TO REPORT-LINE.
003960     STRING '          SELECTED ' DELIMITED BY SIZE
003970             WS-RPT-COUNT DELIMITED BY SIZE
003980         INTO RPT-LINE-TEXT
003990     END-STRING.
004000     WRITE REPORT-LINE.
004010     MOVE WS-ADD-COUNT TO WS-RPT-COUNT.
004020     MOVE SPACES TO REPORT-LINE.
004030     STRING '          ADDS ' DELIMITED BY SIZE
004040             WS-RPT-COUNT DELIMITED BY SIZE
004050         INTO RPT-LINE-TEXT
004060     END-STRING.
004070     WRITE REPORT-LINE.
004080     MOVE WS-REPLACE-COUNT TO WS-RPT-COUNT.
004090     MOVE SPACES TO REPORT-LINE.
004100     STRING '          REPLACES ' DELIMITED BY SIZE
004110             WS-RPT-COUNT DELIMITED BY SIZE
004120         INTO RPT-LINE-TEXT
004130     END-STRING.
004140     WRITE REPORT-LINE.
004150     MOVE WS-REVERSE-COUNT TO WS-RPT-COUNT.
004160     MOVE SPACES TO REPORT-LINE.
004170     STRING '          REVERSALS ' DELIMITED BY SIZE
004180             WS-RPT-COUNT DELIMITED BY SIZE
004190         INTO RPT-LINE-TEXT
004200     END-STRING.
004210     WRITE REPORT-LINE.
004220     MOVE WS-DELETE-COUNT TO WS-RPT-COUNT.
004230     MOVE SPACES TO REPORT-LINE.
004240     STRING '          ARCHIVED ' DELIMITED BY SIZE
004250             WS-RPT-COUNT DELIMITED BY SIZE
004260         INTO RPT-LINE-TEXT
004270     END-STRING.
004280     WRITE REPORT-LINE.
004290     CLOSE JOURNAL-REPORT-FILE.
004300 8000-EXIT.
004310     EXIT.
