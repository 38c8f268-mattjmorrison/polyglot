000010*****************************************************************
000020* PROGRAM-ID.  FIBONACCI-WHFEED
000030* AUTHOR.      D. OKAFOR
000040* INSTALLATION.APPLICATION DEVELOPMENT
000050* DATE-WRITTEN. 10/15/2026
000060* DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* REMARKS.     INCREMENTAL CHANGE FEED OF THE RESULTS MASTER TO
000090*              THE DATA WAREHOUSE.  THE EXTRACT ONLY PRINTS, AND A
000100*              RESUBMIT, A REPLACED POSTING, A REVERSAL OR AN
000110*              ARCHIVE CHANGES A POSTING WITHOUT THE WAREHOUSE
000120*              EVER HEARING OF IT.  EVERY SUCH CHANGE IS ON THE
000130*              POSTING JOURNAL (FIBJRNL) WITH ITS RUN STAMP, SO
000140*              THE FEED IS TAKEN FROM THE JOURNAL: EACH CHANGE
000150*              STAMPED AFTER THE HIGH-WATER DATE AND TIME ON THE
000160*              FEED CONTROL FILE (FIBFCTL) GOES OUT ON FIBWHF AS
000170*              ONE '|'-DELIMITED DETAIL CARRYING THE POSTING AS IT
000180*              NOW STANDS, BETWEEN A HEADER GIVING THE FEED
000190*              SEQUENCE AND WINDOW AND A TRAILER GIVING THE COUNT.
000200*              RUN AFTER THE BATCH AND ANY MASTER MAINTENANCE HAVE
000210*              ENDED FOR THE NIGHT.  ONE COMMAND CARD ON FEEDCMD:
000220*                SEND     THE NEXT FEED.  THE WINDOW RUNS FROM THE
000230*                         HIGH-WATER MARK TO THE LATEST CHANGE ON
000240*                         THE JOURNAL.  ONLY WHEN THE FILE IS
000250*                         CLOSED IS THE FEED LOGGED AND THE
000260*                         CONTROL RECORD ADVANCED, SO A FAILED RUN
000270*                         IS SIMPLY RUN AGAIN.
000280*                RERUN    SEQUENCE (6 DIGITS) - RECREATE A FEED
000290*                         ALREADY SENT, FROM THE WINDOW THE FEED
000300*                         LOG HOLDS FOR IT.  THE FILE IS THE SAME
000310*                         ONE SENT THE FIRST TIME; THE CONTROL
000320*                         RECORD IS NOT TOUCHED.
000330*                LOG      LIST THE FEED LOG - WHAT EVERY RUN SENT.
000340*              EVERY FEED RUN IS APPENDED TO THE FEED LOG
000350*              (FIBFLOG) AND REPORTED ON FEEDRPT.
000360*-----------------------------------------------------------------
000370* MODIFICATION HISTORY
000380*   10/15/2026 DKO  ORIGINAL PROGRAM.
000390*****************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. FIBONACCI-WHFEED.
000420 AUTHOR. D. OKAFOR.
000430 INSTALLATION. APPLICATION DEVELOPMENT.
000440 DATE-WRITTEN. 10/15/2026.
000450 DATE-COMPILED.

000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT POSTING-JOURNAL-FILE ASSIGN TO 'FIBJRNL'
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-JRNL-FILE-STATUS.
000520     SELECT FEED-CONTROL-FILE ASSIGN TO 'FIBFCTL'
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-FCTL-FILE-STATUS.
000550     SELECT FEED-LOG-FILE ASSIGN TO 'FIBFLOG'
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-FLOG-FILE-STATUS.
000580     SELECT WAREHOUSE-FEED-FILE ASSIGN TO 'FIBWHF'
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-WHF-FILE-STATUS.
000610     SELECT COMMAND-FILE ASSIGN TO 'FEEDCMD'
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-CMD-FILE-STATUS.
000640     SELECT FEED-REPORT-FILE ASSIGN TO 'FEEDRPT'
000650         ORGANIZATION IS LINE SEQUENTIAL.

000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  POSTING-JOURNAL-FILE.
000690 COPY FIBONACCI-JOURNAL.
000700 FD  FEED-CONTROL-FILE.
000710 COPY FIBONACCI-FEEDCTL.
000720 FD  FEED-LOG-FILE.
000730 COPY FIBONACCI-FEEDLOG.
000740 FD  WAREHOUSE-FEED-FILE.
000750 01  WAREHOUSE-FEED-RECORD          PIC X(160).
000760 FD  COMMAND-FILE.
000770 01  COMMAND-RECORD                 PIC X(16).
000780 FD  FEED-REPORT-FILE.
000790 COPY FIBONACCI-RPTLINE.

000800 WORKING-STORAGE SECTION.
000810*-----------------------------------------------------------------
000820* EACH JOURNALLED IMAGE IS MOVED HERE TO BUILD ITS FEED DETAIL.
000830*-----------------------------------------------------------------
000840 COPY FIBONACCI-RMASTER.
000850 COPY FIBONACCI-WHFEED.
000860*-----------------------------------------------------------------
000870* THE COMMAND CARD IS HELD HERE, NOT IN THE FD AREA, SO IT IS
000880* STILL ADDRESSABLE AFTER COMMAND-FILE IS CLOSED.
000890*-----------------------------------------------------------------
000900 01  WS-COMMAND-CARD.
000910     05  CMD-FUNCTION               PIC X(08).
000920         88  CMD-SEND-FEED                  VALUE 'SEND'.
000930         88  CMD-RERUN-FEED                 VALUE 'RERUN'.
000940         88  CMD-LIST-LOG                   VALUE 'LOG'.
000950     05  CMD-ARGUMENT               PIC X(08).
000960     05  CMD-RERUN-ARGUMENT REDEFINES CMD-ARGUMENT.
000970         10  CMD-FEED-SEQUENCE      PIC X(06).
000980         10  FILLER                 PIC X(02).
000990 01  WS-JRNL-FILE-STATUS           PIC X(02) VALUE SPACES.
001000     88  WS-JRNL-FILE-NOT-FOUND            VALUE '35'.
001010 01  WS-FCTL-FILE-STATUS           PIC X(02) VALUE SPACES.
001020     88  WS-FCTL-FILE-NOT-FOUND            VALUE '35'.
001030 01  WS-FLOG-FILE-STATUS           PIC X(02) VALUE SPACES.
001040     88  WS-FLOG-FILE-NOT-FOUND            VALUE '35'.
001050 01  WS-WHF-FILE-STATUS            PIC X(02) VALUE SPACES.
001060 01  WS-CMD-FILE-STATUS            PIC X(02) VALUE SPACES.
001070     88  WS-CMD-FILE-NOT-FOUND             VALUE '35'.
001080 01  WS-JRNL-EOF-SW                PIC X(01) VALUE 'N'.
001090     88  WS-END-OF-JOURNAL                 VALUE 'Y'.
001100     88  WS-NOT-END-OF-JOURNAL             VALUE 'N'.
001110 01  WS-FLOG-EOF-SW                PIC X(01) VALUE 'N'.
001120     88  WS-END-OF-FEED-LOG                VALUE 'Y'.
001130     88  WS-NOT-END-OF-FEED-LOG            VALUE 'N'.
001140 01  WS-LOGGED-SW                  PIC X(01) VALUE 'N'.
001150     88  WS-SEQUENCE-LOGGED                VALUE 'Y'.
001160     88  WS-SEQUENCE-NOT-LOGGED            VALUE 'N'.
001170*-----------------------------------------------------------------
001180* DATE AND TIME STAMPS ARE HELD AS YYYYMMDD FOLLOWED BY HHMMSS SO
001190* ONE COMPARE ORDERS THEM.
001200*-----------------------------------------------------------------
001210 01  WS-WINDOW-FROM.
001220     05  WS-WINDOW-FROM-DATE       PIC 9(08) VALUE ZERO.
001230     05  WS-WINDOW-FROM-TIME       PIC 9(06) VALUE ZERO.
001240 01  WS-WINDOW-TO.
001250     05  WS-WINDOW-TO-DATE         PIC 9(08) VALUE ZERO.
001260     05  WS-WINDOW-TO-TIME         PIC 9(06) VALUE ZERO.
001270 01  WS-ENTRY-STAMP.
001280     05  WS-ENTRY-DATE             PIC 9(08) VALUE ZERO.
001290     05  WS-ENTRY-TIME             PIC 9(06) VALUE ZERO.
001300 01  WS-LAST-SEQUENCE              PIC 9(06) VALUE ZERO.
001310 01  WS-FEED-SEQUENCE              PIC 9(06) VALUE ZERO.
001320 01  WS-RUN-MODE                   PIC X(05) VALUE SPACES.
001330 01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
001340 01  WS-RUN-TIME                   PIC 9(06) VALUE ZERO.
001350 01  WS-CLOCK-TIME                 PIC 9(08) VALUE ZERO.
001360 01  WS-ABEND-REASON               PIC X(60) VALUE SPACES.
001370 01  WS-READ-COUNT                 PIC 9(07) COMP VALUE ZERO.
001380 01  WS-SENT-COUNT                 PIC 9(07) COMP VALUE ZERO.
001390 01  WS-ADD-COUNT                  PIC 9(07) COMP VALUE ZERO.
001400 01  WS-REPLACE-COUNT              PIC 9(07) COMP VALUE ZERO.
001410 01  WS-REVERSE-COUNT              PIC 9(07) COMP VALUE ZERO.
001420 01  WS-DELETE-COUNT               PIC 9(07) COMP VALUE ZERO.
001430 01  WS-LOG-READ-COUNT             PIC 9(07) COMP VALUE ZERO.
001440 01  WS-LOG-SEND-COUNT             PIC 9(07) COMP VALUE ZERO.
001450 01  WS-LOG-RERUN-COUNT            PIC 9(07) COMP VALUE ZERO.
001460 01  WS-RPT-COUNT                  PIC Z(06)9.
001470 01  WS-RPT-ADDS                   PIC Z(06)9.
001480 01  WS-RPT-REPLACES               PIC Z(06)9.
001490 01  WS-RPT-REVERSALS              PIC Z(06)9.
001500 01  WS-RPT-DELETES                PIC Z(06)9.

001510 PROCEDURE DIVISION.

001520 0000-MAINLINE.
001530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001540     IF CMD-LIST-LOG
001550         PERFORM 5000-LIST-FEED-LOG THRU 5000-EXIT
001560     ELSE
001570         PERFORM 2000-SET-WINDOW THRU 2000-EXIT
001580         PERFORM 3000-WRITE-FEED THRU 3000-EXIT
001590         PERFORM 4000-LOG-FEED THRU 4000-EXIT
001600         IF CMD-SEND-FEED
001610             PERFORM 4500-ADVANCE-CONTROL THRU 4500-EXIT
001620         END-IF
001630     END-IF.
001640     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001650     STOP RUN.

001660*-----------------------------------------------------------------
001670* 1000-INITIALIZE - READ THE ONE COMMAND CARD, OPEN THE REPORT,
001680* AND READ THE FEED CONTROL RECORD.  NO CARD, AN UNKNOWN FUNCTION,
001690* OR A RERUN WITHOUT A SEQUENCE NUMBER IS AN OPERATIONS ERROR.
001700*-----------------------------------------------------------------
001710 1000-INITIALIZE.
001720     OPEN OUTPUT FEED-REPORT-FILE.
001730     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001740     ACCEPT WS-CLOCK-TIME FROM TIME.
001750     DIVIDE WS-CLOCK-TIME BY 100 GIVING WS-RUN-TIME.
001760     MOVE SPACES TO REPORT-LINE.
001770     STRING 'WAREHOUSE CHANGE FEED - RUN DATE ' DELIMITED BY SIZE
001780             WS-RUN-DATE DELIMITED BY SIZE
001790         INTO RPT-LINE-TEXT
001800     END-STRING.
001810     WRITE REPORT-LINE.
001820     MOVE SPACES TO REPORT-LINE.
001830     WRITE REPORT-LINE.
001840     MOVE SPACES TO WS-COMMAND-CARD.
001850     OPEN INPUT COMMAND-FILE.
001860     IF WS-CMD-FILE-NOT-FOUND
001870         PERFORM 1500-BAD-COMMAND THRU 1500-EXIT
001880     END-IF.
001890     READ COMMAND-FILE
001900         AT END
001910             CONTINUE
001920         NOT AT END
001930             MOVE COMMAND-RECORD TO WS-COMMAND-CARD
001940     END-READ.
001950     CLOSE COMMAND-FILE.
001960     EVALUATE TRUE
001970         WHEN CMD-SEND-FEED
001980             MOVE 'SEND' TO WS-RUN-MODE
001990         WHEN CMD-RERUN-FEED
002000             IF CMD-FEED-SEQUENCE NOT NUMERIC
002010                 PERFORM 1500-BAD-COMMAND THRU 1500-EXIT
002020             END-IF
002030             MOVE CMD-FEED-SEQUENCE TO WS-FEED-SEQUENCE
002040             IF WS-FEED-SEQUENCE = ZERO
002050                 PERFORM 1500-BAD-COMMAND THRU 1500-EXIT
002060             END-IF
002070             MOVE 'RERUN' TO WS-RUN-MODE
002080         WHEN CMD-LIST-LOG
002090             GO TO 1000-EXIT
002100         WHEN OTHER
002110             PERFORM 1500-BAD-COMMAND THRU 1500-EXIT
002120     END-EVALUATE.
002130     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
002140 1000-EXIT.
002150     EXIT.

002160*-----------------------------------------------------------------
002170* 1100-READ-CONTROL - THE LAST SEQUENCE SENT AND THE HIGH-WATER
002180* MARK.  NO CONTROL FILE, OR AN EMPTY ONE, MEANS NO FEED HAS EVER
002190* BEEN SENT: THE FIRST FEED IS SEQUENCE 1 AND CARRIES THE WHOLE
002200* JOURNAL.
002210*-----------------------------------------------------------------
002220 1100-READ-CONTROL.
002230     MOVE ZERO TO WS-LAST-SEQUENCE.
002240     MOVE ZERO TO WS-WINDOW-FROM-DATE.
002250     MOVE ZERO TO WS-WINDOW-FROM-TIME.
002260     OPEN INPUT FEED-CONTROL-FILE.
002270     IF WS-FCTL-FILE-NOT-FOUND
002280         MOVE 'NO FEED CONTROL RECORD - NO FEED SENT BEFORE'
002290             TO RPT-LINE-TEXT
002300         WRITE REPORT-LINE
002310         GO TO 1100-EXIT
002320     END-IF.
002330     IF WS-FCTL-FILE-STATUS NOT = '00'
002340         MOVE SPACES TO WS-ABEND-REASON
002350         STRING 'FEED CONTROL FILE UNAVAILABLE - FILE STATUS '
002360                 DELIMITED BY SIZE
002370                 WS-FCTL-FILE-STATUS DELIMITED BY SIZE
002380             INTO WS-ABEND-REASON
002390         END-STRING
002400         PERFORM 1900-FEED-ABEND THRU 1900-EXIT
002410     END-IF.
002420     READ FEED-CONTROL-FILE
002430         AT END
002440             MOVE 'NO FEED CONTROL RECORD - NO FEED SENT BEFORE'
002450                 TO RPT-LINE-TEXT
002460             WRITE REPORT-LINE
002470             CLOSE FEED-CONTROL-FILE
002480             GO TO 1100-EXIT
002490     END-READ.
002500     CLOSE FEED-CONTROL-FILE.
002510     IF FC-LAST-SEQUENCE NOT NUMERIC
002520         OR FC-HWM-DATE NOT NUMERIC
002530         OR FC-HWM-TIME NOT NUMERIC
002540         MOVE 'FEED CONTROL RECORD IS NOT VALID'
002550             TO WS-ABEND-REASON
002560         PERFORM 1900-FEED-ABEND THRU 1900-EXIT
002570     END-IF.
002580     MOVE FC-LAST-SEQUENCE TO WS-LAST-SEQUENCE.
002590     MOVE FC-HWM-DATE TO WS-WINDOW-FROM-DATE.
002600     MOVE FC-HWM-TIME TO WS-WINDOW-FROM-TIME.
002610     MOVE SPACES TO REPORT-LINE.
002620     STRING 'LAST FEED SENT ' DELIMITED BY SIZE
002630             FC-LAST-SEQUENCE DELIMITED BY SIZE
002640             '  HIGH-WATER ' DELIMITED BY SIZE
002650             FC-HWM-DATE DELIMITED BY SIZE
002660             ' ' DELIMITED BY SIZE
002670             FC-HWM-TIME DELIMITED BY SIZE
002680             '  ON ' DELIMITED BY SIZE
002690             FC-LAST-RUN-DATE DELIMITED BY SIZE
002700         INTO RPT-LINE-TEXT
002710     END-STRING.
002720     WRITE REPORT-LINE.
002730 1100-EXIT.
002740     EXIT.

002750*-----------------------------------------------------------------
002760* 1500-BAD-COMMAND - NO COMMAND CARD, OR ONE THAT DOES NOT SAY
002770* WHAT TO DO.  SAY SO ON THE REPORT AND ABEND.
002780*-----------------------------------------------------------------
002790 1500-BAD-COMMAND.
002800     DISPLAY 'FIBONACCI-WHFEED ABEND - COMMAND CARD MISSING '
002810             'OR INVALID'.
002820     MOVE SPACES TO REPORT-LINE.
002830     MOVE 'COMMAND CARD MISSING OR INVALID - NOTHING DONE'
002840         TO RPT-LINE-TEXT.
002850     WRITE REPORT-LINE.
002860     CLOSE FEED-REPORT-FILE.
002870     MOVE 16 TO RETURN-CODE.
002880     STOP RUN.
002890 1500-EXIT.
002900     EXIT.

002910*-----------------------------------------------------------------
002920* 1900-FEED-ABEND - A FILE THE FEED CANNOT DO WITHOUT, OR A RERUN
002930* OF A FEED NEVER SENT.  NOTHING IS LOGGED AND THE CONTROL RECORD
002940* IS NOT TOUCHED.
002950*-----------------------------------------------------------------
002960 1900-FEED-ABEND.
002970     DISPLAY 'FIBONACCI-WHFEED ABEND - ' WS-ABEND-REASON.
002980     MOVE SPACES TO REPORT-LINE.
002990     STRING WS-ABEND-REASON DELIMITED BY SIZE
003000         INTO RPT-LINE-TEXT
003010     END-STRING.
003020     WRITE REPORT-LINE.
003030     CLOSE FEED-REPORT-FILE.
003040     MOVE 16 TO RETURN-CODE.
003050     STOP RUN.
003060 1900-EXIT.
003070     EXIT.

003080*-----------------------------------------------------------------
003090* 2000-SET-WINDOW - A NEW FEED IS THE NEXT SEQUENCE AND RUNS FROM
003100* THE HIGH-WATER MARK TO THE LATEST CHANGE NOW ON THE JOURNAL (NO
003110* CHANGES LEAVES THE MARK WHERE IT WAS AND SENDS AN EMPTY FEED).
003120* A RERUN TAKES THE WINDOW THE FEED LOG HOLDS FOR ITS SEQUENCE.
003130*-----------------------------------------------------------------
003140 2000-SET-WINDOW.
003150     IF CMD-SEND-FEED
003160         ADD 1 TO WS-LAST-SEQUENCE GIVING WS-FEED-SEQUENCE
003170         MOVE WS-WINDOW-FROM TO WS-WINDOW-TO
003180         PERFORM 2100-FIND-HIGH-WATER THRU 2100-EXIT
003190     ELSE
003200         IF WS-FEED-SEQUENCE > WS-LAST-SEQUENCE
003210             MOVE SPACES TO WS-ABEND-REASON
003220             STRING 'FEED SEQUENCE ' DELIMITED BY SIZE
003230                     WS-FEED-SEQUENCE DELIMITED BY SIZE
003240                     ' HAS NOT BEEN SENT - NOTHING TO RERUN'
003250                     DELIMITED BY SIZE
003260                 INTO WS-ABEND-REASON
003270             END-STRING
003280             PERFORM 1900-FEED-ABEND THRU 1900-EXIT
003290         END-IF
003300         PERFORM 2200-FIND-LOGGED-WINDOW THRU 2200-EXIT
003310     END-IF.
003320     MOVE SPACES TO REPORT-LINE.
003330     STRING WS-RUN-MODE DELIMITED BY SIZE
003340             ' FEED ' DELIMITED BY SIZE
003350             WS-FEED-SEQUENCE DELIMITED BY SIZE
003360             '  CHANGES AFTER ' DELIMITED BY SIZE
003370             WS-WINDOW-FROM-DATE DELIMITED BY SIZE
003380             ' ' DELIMITED BY SIZE
003390             WS-WINDOW-FROM-TIME DELIMITED BY SIZE
003400             ' THROUGH ' DELIMITED BY SIZE
003410             WS-WINDOW-TO-DATE DELIMITED BY SIZE
003420             ' ' DELIMITED BY SIZE
003430             WS-WINDOW-TO-TIME DELIMITED BY SIZE
003440         INTO RPT-LINE-TEXT
003450     END-STRING.
003460     WRITE REPORT-LINE.
003470     MOVE SPACES TO REPORT-LINE.
003480     WRITE REPORT-LINE.
003490 2000-EXIT.
003500     EXIT.

003510*-----------------------------------------------------------------
003520* 2100-FIND-HIGH-WATER - ONE PASS OF THE JOURNAL FOR THE LATEST
003530* RUN STAMP AFTER THE OLD HIGH-WATER MARK.  THAT STAMP CLOSES THE
003540* NEW FEED'S WINDOW, SO THE FILE WRITTEN AND ANY LATER RERUN OF IT
003550* SELECT THE SAME ENTRIES.  NO JOURNAL YET MEANS NO CHANGES.
003560*-----------------------------------------------------------------
003570 2100-FIND-HIGH-WATER.
003580     PERFORM 2500-OPEN-JOURNAL THRU 2500-EXIT.
003590     IF WS-END-OF-JOURNAL
003600         GO TO 2100-EXIT
003610     END-IF.
003620     PERFORM 2150-CHECK-ONE-STAMP THRU 2150-EXIT
003630         UNTIL WS-END-OF-JOURNAL.
003640     CLOSE POSTING-JOURNAL-FILE.
003650 2100-EXIT.
003660     EXIT.

003670 2150-CHECK-ONE-STAMP.
003680     READ POSTING-JOURNAL-FILE
003690         AT END
003700             SET WS-END-OF-JOURNAL TO TRUE
003710             GO TO 2150-EXIT
003720     END-READ.
003730     MOVE JRN-RUN-DATE TO WS-ENTRY-DATE.
003740     MOVE JRN-RUN-TIME TO WS-ENTRY-TIME.
003750     IF WS-ENTRY-STAMP > WS-WINDOW-TO
003760         MOVE WS-ENTRY-STAMP TO WS-WINDOW-TO
003770     END-IF.
003780 2150-EXIT.
003790     EXIT.

003800*-----------------------------------------------------------------
003810* 2200-FIND-LOGGED-WINDOW - READ THE FEED LOG FOR THE SEQUENCE TO
003820* BE RERUN.  A SEQUENCE RUN MORE THAN ONCE HAS THE SAME WINDOW ON
003830* EVERY ENTRY; THE LAST ONE FOUND IS TAKEN.
003840*-----------------------------------------------------------------
003850 2200-FIND-LOGGED-WINDOW.
003860     SET WS-SEQUENCE-NOT-LOGGED TO TRUE.
003870     OPEN INPUT FEED-LOG-FILE.
003880     IF WS-FLOG-FILE-STATUS NOT = '00'
003890         GO TO 2200-CHECK-FOUND
003900     END-IF.
003910     PERFORM 2250-CHECK-ONE-LOG-ENTRY THRU 2250-EXIT
003920         UNTIL WS-END-OF-FEED-LOG.
003930     CLOSE FEED-LOG-FILE.
003940 2200-CHECK-FOUND.
003950     IF WS-SEQUENCE-NOT-LOGGED
003960         MOVE SPACES TO WS-ABEND-REASON
003970         STRING 'FEED SEQUENCE ' DELIMITED BY SIZE
003980                 WS-FEED-SEQUENCE DELIMITED BY SIZE
003990                 ' IS NOT ON THE FEED LOG' DELIMITED BY SIZE
004000             INTO WS-ABEND-REASON
004010         END-STRING
004020         PERFORM 1900-FEED-ABEND THRU 1900-EXIT
004030     END-IF.
004040 2200-EXIT.
004050     EXIT.

004060 2250-CHECK-ONE-LOG-ENTRY.
004070     READ FEED-LOG-FILE
004080         AT END
004090             SET WS-END-OF-FEED-LOG TO TRUE
004100             GO TO 2250-EXIT
004110     END-READ.
004120     IF FL-FEED-SEQUENCE NOT = WS-FEED-SEQUENCE
004130         GO TO 2250-EXIT
004140     END-IF.
004150     SET WS-SEQUENCE-LOGGED TO TRUE.
004160     MOVE FL-FROM-DATE TO WS-WINDOW-FROM-DATE.
004170     MOVE FL-FROM-TIME TO WS-WINDOW-FROM-TIME.
004180     MOVE FL-TO-DATE TO WS-WINDOW-TO-DATE.
004190     MOVE FL-TO-TIME TO WS-WINDOW-TO-TIME.
004200 2250-EXIT.
004210     EXIT.

004220*-----------------------------------------------------------------
004230* 2500-OPEN-JOURNAL - OPEN THE JOURNAL FOR A PASS.  NO JOURNAL IS
004240* LEFT AS END OF JOURNAL; ANY OTHER FAILURE ABENDS.
004250*-----------------------------------------------------------------
004260 2500-OPEN-JOURNAL.
004270     SET WS-NOT-END-OF-JOURNAL TO TRUE.
004280     OPEN INPUT POSTING-JOURNAL-FILE.
004290     IF WS-JRNL-FILE-NOT-FOUND
004300         SET WS-END-OF-JOURNAL TO TRUE
004310         GO TO 2500-EXIT
004320     END-IF.
004330     IF WS-JRNL-FILE-STATUS NOT = '00'
004340         MOVE SPACES TO WS-ABEND-REASON
004350         STRING 'POSTING JOURNAL UNAVAILABLE - FILE STATUS '
004360                 DELIMITED BY SIZE
004370                 WS-JRNL-FILE-STATUS DELIMITED BY SIZE
004380             INTO WS-ABEND-REASON
004390         END-STRING
004400         PERFORM 1900-FEED-ABEND THRU 1900-EXIT
004410     END-IF.
004420 2500-EXIT.
004430     EXIT.

004440*-----------------------------------------------------------------
004450* 3000-WRITE-FEED - HEADER, ONE DETAIL PER JOURNAL ENTRY IN THE
004460* WINDOW IN JOURNAL ORDER, TRAILER.  NOTHING IN THE FILE DEPENDS
004470* ON WHEN IT IS WRITTEN, SO A RERUN REPRODUCES IT EXACTLY.
004480*-----------------------------------------------------------------
004490 3000-WRITE-FEED.
004500     OPEN OUTPUT WAREHOUSE-FEED-FILE.
004510     IF WS-WHF-FILE-STATUS NOT = '00'
004520         MOVE SPACES TO WS-ABEND-REASON
004530         STRING 'WAREHOUSE FEED FILE WILL NOT OPEN - FILE STATUS '
004540                 DELIMITED BY SIZE
004550                 WS-WHF-FILE-STATUS DELIMITED BY SIZE
004560             INTO WS-ABEND-REASON
004570         END-STRING
004580         PERFORM 1900-FEED-ABEND THRU 1900-EXIT
004590     END-IF.
004600     MOVE WS-FEED-SEQUENCE TO WHFH-FEED-SEQUENCE.
004610     MOVE WS-WINDOW-FROM-DATE TO WHFH-FROM-DATE.
004620     MOVE WS-WINDOW-FROM-TIME TO WHFH-FROM-TIME.
004630     MOVE WS-WINDOW-TO-DATE TO WHFH-TO-DATE.
004640     MOVE WS-WINDOW-TO-TIME TO WHFH-TO-TIME.
004650     WRITE WAREHOUSE-FEED-RECORD FROM WHF-HEADER-LINE.
004660     PERFORM 2500-OPEN-JOURNAL THRU 2500-EXIT.
004670     IF WS-NOT-END-OF-JOURNAL
004680         PERFORM 3100-FEED-ONE-ENTRY THRU 3100-EXIT
004690             UNTIL WS-END-OF-JOURNAL
004700         CLOSE POSTING-JOURNAL-FILE
004710     END-IF.
004720     MOVE WS-FEED-SEQUENCE TO WHFT-FEED-SEQUENCE.
004730     MOVE WS-SENT-COUNT TO WHFT-RECORD-COUNT.
004740     WRITE WAREHOUSE-FEED-RECORD FROM WHF-TRAILER-LINE.
004750     CLOSE WAREHOUSE-FEED-FILE.
004760     IF WS-WHF-FILE-STATUS NOT = '00'
004770         MOVE SPACES TO WS-ABEND-REASON
004780         STRING 'WAREHOUSE FEED FILE NOT COMPLETE - FILE STATUS '
004790                 DELIMITED BY SIZE
004800                 WS-WHF-FILE-STATUS DELIMITED BY SIZE
004810             INTO WS-ABEND-REASON
004820         END-STRING
004830         PERFORM 1900-FEED-ABEND THRU 1900-EXIT
004840     END-IF.
004850 3000-EXIT.
004860     EXIT.

004870*-----------------------------------------------------------------
004880* 3100-FEED-ONE-ENTRY - READ ONE JOURNAL ENTRY AND SEND IT IF ITS
004890* RUN STAMP IS AFTER THE START OF THE WINDOW AND NOT AFTER THE
004900* END.
004910*-----------------------------------------------------------------
004920 3100-FEED-ONE-ENTRY.
004930     READ POSTING-JOURNAL-FILE
004940         AT END
004950             SET WS-END-OF-JOURNAL TO TRUE
004960             GO TO 3100-EXIT
004970     END-READ.
004980     ADD 1 TO WS-READ-COUNT.
004990     MOVE JRN-RUN-DATE TO WS-ENTRY-DATE.
005000     MOVE JRN-RUN-TIME TO WS-ENTRY-TIME.
005010     IF WS-ENTRY-STAMP NOT > WS-WINDOW-FROM
005020         OR WS-ENTRY-STAMP > WS-WINDOW-TO
005030         GO TO 3100-EXIT
005040     END-IF.
005050     PERFORM 3200-BUILD-DETAIL THRU 3200-EXIT.
005060     WRITE WAREHOUSE-FEED-RECORD FROM WHF-DETAIL-LINE.
005070     IF WS-WHF-FILE-STATUS NOT = '00'
005080         MOVE SPACES TO WS-ABEND-REASON
005090         STRING 'WAREHOUSE FEED WRITE FAILED - FILE STATUS '
005100                 DELIMITED BY SIZE
005110                 WS-WHF-FILE-STATUS DELIMITED BY SIZE
005120             INTO WS-ABEND-REASON
005130         END-STRING
005140         PERFORM 1900-FEED-ABEND THRU 1900-EXIT
005150     END-IF.
005160     ADD 1 TO WS-SENT-COUNT.
005170 3100-EXIT.
005180     EXIT.

005190*-----------------------------------------------------------------
005200* 3200-BUILD-DETAIL - THE CHANGE ITSELF FROM THE JOURNAL ENTRY,
005210* AND THE POSTING FROM ITS AFTER IMAGE - OR ITS BEFORE IMAGE FOR A
005220* DELETE, WHICH HAS NO AFTER IMAGE, SO THE WAREHOUSE CAN SEE WHICH
005230* POSTING LEFT THE MASTER.
005240*-----------------------------------------------------------------
005250 3200-BUILD-DETAIL.
005260     EVALUATE TRUE
005270         WHEN JRN-ACTION-ADD
005280             ADD 1 TO WS-ADD-COUNT
005290         WHEN JRN-ACTION-REPLACE
005300             ADD 1 TO WS-REPLACE-COUNT
005310         WHEN JRN-ACTION-REVERSE
005320             ADD 1 TO WS-REVERSE-COUNT
005330         WHEN JRN-ACTION-DELETE
005340             ADD 1 TO WS-DELETE-COUNT
005350     END-EVALUATE.
005360     IF JRN-ACTION-DELETE
005370         MOVE JRN-BEFORE-IMAGE TO RESULT-MASTER-RECORD
005380     ELSE
005390         MOVE JRN-AFTER-IMAGE TO RESULT-MASTER-RECORD
005400     END-IF.
005410     MOVE JRN-RUN-DATE TO WHFD-CHANGE-DATE.
005420     MOVE JRN-RUN-TIME TO WHFD-CHANGE-TIME.
005430     MOVE JRN-RUN-MODE TO WHFD-RUN-MODE.
005440     MOVE JRN-ACTION TO WHFD-ACTION.
005450     MOVE JRN-REQUEST-ID TO WHFD-REQUEST-ID.
005460     MOVE JRN-RANGE-INDEX TO WHFD-RANGE-INDEX.
005470     MOVE RM-SUBMITTER-ID TO WHFD-SUBMITTER-ID.
005480     MOVE RM-STATUS TO WHFD-STATUS.
005490     MOVE RM-REQUEST-KIND TO WHFD-REQUEST-KIND.
005500     MOVE RM-SEQUENCE-TYPE TO WHFD-SEQUENCE-TYPE.
005510     MOVE RM-INPUT-INDEX TO WHFD-INPUT-INDEX.
005520     MOVE RM-RANGE-LINES TO WHFD-RANGE-LINES.
005530     MOVE RM-OUTPUT-EXT TO WHFD-OUTPUT-EXT.
005540     MOVE RM-OVERFLOW-EXT-IND TO WHFD-OVERFLOW-EXT-IND.
005550     MOVE RM-LOOKUP-INDEX TO WHFD-LOOKUP-INDEX.
005560     MOVE RM-EXACT-MATCH-IND TO WHFD-EXACT-MATCH-IND.
005570     MOVE RM-POSTED-DATE TO WHFD-POSTED-DATE.
005580     MOVE RM-POSTED-TIME TO WHFD-POSTED-TIME.
005590     MOVE RM-REVERSAL-IND TO WHFD-REVERSAL-IND.
005600     MOVE RM-REVERSED-DATE TO WHFD-REVERSED-DATE.
005610     MOVE RM-REVERSED-BY-ID TO WHFD-REVERSED-BY-ID.
005620 3200-EXIT.
005630     EXIT.

005640*-----------------------------------------------------------------
005650* 4000-LOG-FEED - THE FILE IS COMPLETE; RECORD ON THE FEED LOG
005660* WHAT THIS RUN SENT.
005670*-----------------------------------------------------------------
005680 4000-LOG-FEED.
005690     OPEN EXTEND FEED-LOG-FILE.
005700     IF WS-FLOG-FILE-NOT-FOUND
005710         OPEN OUTPUT FEED-LOG-FILE
005720     END-IF.
005730     MOVE SPACES TO FEED-LOG-RECORD.
005740     MOVE WS-FEED-SEQUENCE TO FL-FEED-SEQUENCE.
005750     MOVE WS-RUN-MODE TO FL-RUN-MODE.
005760     MOVE WS-RUN-DATE TO FL-RUN-DATE.
005770     MOVE WS-RUN-TIME TO FL-RUN-TIME.
005780     MOVE WS-WINDOW-FROM-DATE TO FL-FROM-DATE.
005790     MOVE WS-WINDOW-FROM-TIME TO FL-FROM-TIME.
005800     MOVE WS-WINDOW-TO-DATE TO FL-TO-DATE.
005810     MOVE WS-WINDOW-TO-TIME TO FL-TO-TIME.
005820     MOVE WS-SENT-COUNT TO FL-RECORD-COUNT.
005830     MOVE WS-ADD-COUNT TO FL-ADD-COUNT.
005840     MOVE WS-REPLACE-COUNT TO FL-REPLACE-COUNT.
005850     MOVE WS-REVERSE-COUNT TO FL-REVERSE-COUNT.
005860     MOVE WS-DELETE-COUNT TO FL-DELETE-COUNT.
005870     WRITE FEED-LOG-RECORD.
005880     CLOSE FEED-LOG-FILE.
005890 4000-EXIT.
005900     EXIT.

005910*-----------------------------------------------------------------
005920* 4500-ADVANCE-CONTROL - A NEW FEED IS WRITTEN AND LOGGED; ONLY
005930* NOW DOES THE CONTROL RECORD MOVE TO ITS SEQUENCE AND HIGH-WATER
005940* MARK.
005950*-----------------------------------------------------------------
005960 4500-ADVANCE-CONTROL.
005970     OPEN OUTPUT FEED-CONTROL-FILE.
005980     MOVE SPACES TO FEED-CONTROL-RECORD.
005990     MOVE WS-FEED-SEQUENCE TO FC-LAST-SEQUENCE.
006000     MOVE WS-WINDOW-TO-DATE TO FC-HWM-DATE.
006010     MOVE WS-WINDOW-TO-TIME TO FC-HWM-TIME.
006020     MOVE WS-RUN-DATE TO FC-LAST-RUN-DATE.
006030     MOVE WS-RUN-TIME TO FC-LAST-RUN-TIME.
006040     MOVE WS-SENT-COUNT TO FC-LAST-RECORD-COUNT.
006050     WRITE FEED-CONTROL-RECORD.
006060     CLOSE FEED-CONTROL-FILE.
006070     IF WS-FCTL-FILE-STATUS NOT = '00'
006080         MOVE SPACES TO WS-ABEND-REASON
006090         STRING 'FEED CONTROL NOT ADVANCED - FILE STATUS '
006100                 DELIMITED BY SIZE
006110                 WS-FCTL-FILE-STATUS DELIMITED BY SIZE
006120             INTO WS-ABEND-REASON
006130         END-STRING
006140         PERFORM 1900-FEED-ABEND THRU 1900-EXIT
006150     END-IF.
006160 4500-EXIT.
006170     EXIT.

006180*-----------------------------------------------------------------
006190* 5000-LIST-FEED-LOG - EVERY FEED RUN ON THE LOG, OLDEST FIRST:
006200* THE SEQUENCE, NEW OR RERUN, WHEN IT RAN, ITS WINDOW, AND WHAT IT
006210* SENT BY ACTION.
006220*-----------------------------------------------------------------
006230 5000-LIST-FEED-LOG.
006240     OPEN INPUT FEED-LOG-FILE.
006250     IF WS-FLOG-FILE-NOT-FOUND
006260         MOVE 'NO FEED LOG ON HAND' TO RPT-LINE-TEXT
006270         WRITE REPORT-LINE
006280         GO TO 5000-EXIT
006290     END-IF.
006300     IF WS-FLOG-FILE-STATUS NOT = '00'
006310         MOVE SPACES TO WS-ABEND-REASON
006320         STRING 'FEED LOG UNAVAILABLE - FILE STATUS '
006330                 DELIMITED BY SIZE
006340                 WS-FLOG-FILE-STATUS DELIMITED BY SIZE
006350             INTO WS-ABEND-REASON
006360         END-STRING
006370         PERFORM 1900-FEED-ABEND THRU 1900-EXIT
006380     END-IF.
006390     MOVE SPACES TO REPORT-LINE.
006400     STRING 'SEQ    MODE  RUN              AFTER             '
006410             DELIMITED BY SIZE
006420             'THROUGH            SENT' DELIMITED BY SIZE
006430         INTO RPT-LINE-TEXT
006440     END-STRING.
006450     WRITE REPORT-LINE.
006460     MOVE SPACES TO REPORT-LINE.
006470     WRITE REPORT-LINE.
006480     PERFORM 5100-LIST-ONE-RUN THRU 5100-EXIT
006490         UNTIL WS-END-OF-FEED-LOG.
006500     CLOSE FEED-LOG-FILE.
006510 5000-EXIT.
006520     EXIT.

006530 5100-LIST-ONE-RUN.
006540     READ FEED-LOG-FILE
006550         AT END
006560             SET WS-END-OF-FEED-LOG TO TRUE
006570             GO TO 5100-EXIT
006580     END-READ.
006590     ADD 1 TO WS-LOG-READ-COUNT.
006600     IF FL-RERUN-FEED
006610         ADD 1 TO WS-LOG-RERUN-COUNT
006620     ELSE
006630         ADD 1 TO WS-LOG-SEND-COUNT
006640     END-IF.
006650     MOVE FL-RECORD-COUNT TO WS-RPT-COUNT.
006660     MOVE SPACES TO REPORT-LINE.
006670     STRING FL-FEED-SEQUENCE DELIMITED BY SIZE
006680             ' ' DELIMITED BY SIZE
006690             FL-RUN-MODE DELIMITED BY SIZE
006700             ' ' DELIMITED BY SIZE
006710             FL-RUN-DATE DELIMITED BY SIZE
006720             ' ' DELIMITED BY SIZE
006730             FL-RUN-TIME DELIMITED BY SIZE
006740             '  ' DELIMITED BY SIZE
006750             FL-FROM-DATE DELIMITED BY SIZE
006760             ' ' DELIMITED BY SIZE
006770             FL-FROM-TIME DELIMITED BY SIZE
006780             ' / ' DELIMITED BY SIZE
006790             FL-TO-DATE DELIMITED BY SIZE
006800             ' ' DELIMITED BY SIZE
006810             FL-TO-TIME DELIMITED BY SIZE
006820             ' ' DELIMITED BY SIZE
006830             WS-RPT-COUNT DELIMITED BY SIZE
006840         INTO RPT-LINE-TEXT
006850     END-STRING.
006860     WRITE REPORT-LINE.
006870     MOVE FL-ADD-COUNT TO WS-RPT-ADDS.
006880     MOVE FL-REPLACE-COUNT TO WS-RPT-REPLACES.
006890     MOVE FL-REVERSE-COUNT TO WS-RPT-REVERSALS.
006900     MOVE FL-DELETE-COUNT TO WS-RPT-DELETES.
006910     MOVE SPACES TO REPORT-LINE.
006920     STRING '       ADDS ' DELIMITED BY SIZE
006930             WS-RPT-ADDS DELIMITED BY SIZE
006940             '  REPLACES ' DELIMITED BY SIZE
006950             WS-RPT-REPLACES DELIMITED BY SIZE
006960             '  REVERSALS ' DELIMITED BY SIZE
006970             WS-RPT-REVERSALS DELIMITED BY SIZE
006980             '  DELETES ' DELIMITED BY SIZE
006990             WS-RPT-DELETES DELIMITED BY SIZE
007000         INTO RPT-LINE-TEXT
007010     END-STRING.
007020     WRITE REPORT-LINE.
007030 5100-EXIT.
007040     EXIT.

007050*-----------------------------------------------------------------
007060* 8000-TERMINATE - FOR A FEED: JOURNAL ENTRIES READ, DETAILS SENT
007070* BY ACTION, AND WHAT BECAME OF THE CONTROL RECORD.  FOR THE LOG
007080* LISTING: RUNS LISTED, NEW AND RERUN.
007090*-----------------------------------------------------------------
007100 8000-TERMINATE.
007110     MOVE SPACES TO REPORT-LINE.
007120     WRITE REPORT-LINE.
007130     IF CMD-LIST-LOG
007140         PERFORM 8100-LOG-TOTALS THRU 8100-EXIT
007150         GO TO 8000-CLOSE
007160     END-IF.
007170     MOVE WS-READ-COUNT TO WS-RPT-COUNT.
007180     MOVE SPACES TO REPORT-LINE.
007190     STRING 'TOTALS -  JOURNAL ENTRIES READ ' DELIMITED BY SIZE
007200             WS-RPT-COUNT DELIMITED BY SIZE
007210         INTO RPT-LINE-TEXT
007220     END-STRING.
007230     WRITE REPORT-LINE.
007240     MOVE WS-SENT-COUNT TO WS-RPT-COUNT.
007250     MOVE SPACES TO REPORT-LINE.
007260     STRING '          CHANGES SENT ' DELIMITED BY SIZE
007270             WS-RPT-COUNT DELIMITED BY SIZE
007280         INTO RPT-LINE-TEXT
007290     END-STRING.
007300     WRITE REPORT-LINE.
007310     MOVE WS-ADD-COUNT TO WS-RPT-COUNT.
007320     MOVE SPACES TO REPORT-LINE.
007330     STRING '          ADDS ' DELIMITED BY SIZE
007340             WS-RPT-COUNT DELIMITED BY SIZE
007350         INTO RPT-LINE-TEXT
007360     END-STRING.
007370     WRITE REPORT-LINE.
007380     MOVE WS-REPLACE-COUNT TO WS-RPT-COUNT.
007390     MOVE SPACES TO REPORT-LINE.
007400     STRING '          REPLACES ' DELIMITED BY SIZE
007410             WS-RPT-COUNT DELIMITED BY SIZE
007420         INTO RPT-LINE-TEXT
007430     END-STRING.
007440     WRITE REPORT-LINE.
007450     MOVE WS-REVERSE-COUNT TO WS-RPT-COUNT.
007460     MOVE SPACES TO REPORT-LINE.
007470     STRING '          REVERSALS ' DELIMITED BY SIZE
007480             WS-RPT-COUNT DELIMITED BY SIZE
007490         INTO RPT-LINE-TEXT
007500     END-STRING.
007510     WRITE REPORT-LINE.
007520     MOVE WS-DELETE-COUNT TO WS-RPT-COUNT.
007530     MOVE SPACES TO REPORT-LINE.
007540     STRING '          DELETES ' DELIMITED BY SIZE
007550             WS-RPT-COUNT DELIMITED BY SIZE
007560         INTO RPT-LINE-TEXT
007570     END-STRING.
007580     WRITE REPORT-LINE.
007590     MOVE SPACES TO REPORT-LINE.
007600     WRITE REPORT-LINE.
007610     MOVE SPACES TO REPORT-LINE.
007620     IF CMD-SEND-FEED
007630         STRING 'FEED CONTROL ADVANCED TO SEQUENCE '
007640                 DELIMITED BY SIZE
007650                 WS-FEED-SEQUENCE DELIMITED BY SIZE
007660                 '  HIGH-WATER ' DELIMITED BY SIZE
007670                 WS-WINDOW-TO-DATE DELIMITED BY SIZE
007680                 ' ' DELIMITED BY SIZE
007690                 WS-WINDOW-TO-TIME DELIMITED BY SIZE
007700             INTO RPT-LINE-TEXT
007710         END-STRING
007720     ELSE
007730         MOVE 'RERUN - FEED CONTROL NOT CHANGED' TO RPT-LINE-TEXT
007740     END-IF.
007750     WRITE REPORT-LINE.
007760 8000-CLOSE.
007770     CLOSE FEED-REPORT-FILE.
007780 8000-EXIT.
007790     EXIT.

007800 8100-LOG-TOTALS.
007810     MOVE WS-LOG-READ-COUNT TO WS-RPT-COUNT.
007820     MOVE SPACES TO REPORT-LINE.
007830     STRING 'TOTALS -  FEED RUNS LISTED ' DELIMITED BY SIZE
007840             WS-RPT-COUNT DELIMITED BY SIZE
007850         INTO RPT-LINE-TEXT
007860     END-STRING.
007870     WRITE REPORT-LINE.
007880     MOVE WS-LOG-SEND-COUNT TO WS-RPT-COUNT.
007890     MOVE SPACES TO REPORT-LINE.
007900     STRING '          NEW FEEDS ' DELIMITED BY SIZE
007910             WS-RPT-COUNT DELIMITED BY SIZE
007920         INTO RPT-LINE-TEXT
007930     END-STRING.
007940     WRITE REPORT-LINE.
007950     MOVE WS-LOG-RERUN-COUNT TO WS-RPT-COUNT.
007960     MOVE SPACES TO REPORT-LINE.
007970     STRING '          RERUNS ' DELIMITED BY SIZE
007980             WS-RPT-COUNT DELIMITED BY SIZE
007990         INTO RPT-LINE-TEXT
008000     END-STRING.
008010     WRITE REPORT-LINE.
008020 8100-EXIT.
008030     EXIT.
