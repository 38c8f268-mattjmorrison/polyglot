000190*                           THE ARCHIVE FILE (FIBRARCH - THE
000200*                           OPERATOR DATES THE DATASET), THEN
000210*                           DELETE IT FROM THE MASTER.
000212*                           THE CUTOFF MAY BE GIVEN AS
000214*                           PRIOR OR CURRENT FOR THE BUSINESS
000216*                           DATE ON FIBBDATE, AND MAY NOT BE
000218*                           AFTER THE CURRENT BUSINESS DATE.
000220*                RESTORE  - READ THE ARCHIVE FIBRARCH POINTS AT
000230*                           BACK ONTO THE MASTER, LEAVING A KEY
000240*                           ALREADY PRESENT ALONE.
000250*              EVERY FUNCTION PRINTS ITS COUNTS ON RMASTRPT SO
000260*              THE OPERATOR CAN PROVE WHAT MOVED.
000262*              EVERY POSTING ARCHIVED OR RESTORED IS ALSO
000264*              APPENDED TO THE POSTING JOURNAL (FIBJRNL), SO A
000266*              POSTING'S HISTORY RUNS UNBROKEN ACROSS THE ARCHIVE.
000270*-----------------------------------------------------------------
000280* MODIFICATION HISTORY
000290*   09/02/2026 DKO  ORIGINAL PROGRAM.
000291*   10/15/2026 DKO  ARCHIVE RECORD WIDENED TO 100 FOR REVERSALS.
000292*   10/15/2026 DKO  ARCHIVE AND RESTORE NOW WRITE THE JOURNAL.
000293*   10/15/2026 DKO  AN OLD ARCHIVE IMAGE RESTORES WITH NO LINES.
000294*   10/15/2026 DKO  RUN TIME NOW KEEPS HOURS, MINUTES AND SECONDS.
000295*   10/15/2026 DKO  CUTOFF IS CHECKED AGAINST THE BUSINESS DATE ON
000296*                    FIBBDATE; PRIOR OR CURRENT MAY BE GIVEN.
000297*   10/15/2026 DKO  A POSTING WHOSE DELETE FAILS IS NOT JOURNALLED
000298*                    OR COUNTED; THE ARCHIVE ENDS WITH RC 8.
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. FIBONACCI-RMASTUTIL.
000500         FILE STATUS IS WS-CMD-FILE-STATUS.
000510     SELECT MASTER-REPORT-FILE ASSIGN TO 'RMASTRPT'
000520         ORGANIZATION IS LINE SEQUENTIAL.
000522     SELECT POSTING-JOURNAL-FILE ASSIGN TO 'FIBJRNL'
000524         ORGANIZATION IS LINE SEQUENTIAL
000526         FILE STATUS IS WS-JRNL-FILE-STATUS.
000527     SELECT BUSINESS-DATE-FILE ASSIGN TO 'FIBBDATE'
000528         ORGANIZATION IS LINE SEQUENTIAL
000529         FILE STATUS IS WS-BDATE-FILE-STATUS.

000530 DATA DIVISION.
000540 FILE SECTION.
000570 FD  ARCHIVE-FILE.
000580*-----------------------------------------------------------------
000590* THE ARCHIVE CARRIES THE RESULT-MASTER-RECORD IMAGE, PADDED TO
000600* 100 SO THE RECORD CAN GROW WITHOUT AN ARCHIVE FORMAT CHANGE.
000605* AN 80-BYTE IMAGE FROM AN OLDER ARCHIVE READS BACK SPACE-FILLED.
000610*-----------------------------------------------------------------
000620 01  ARCHIVE-RECORD                 PIC X(100).
000630 FD  COMMAND-FILE.
000640 01  COMMAND-RECORD                 PIC X(16).
000650 FD  MASTER-REPORT-FILE.
000660 COPY FIBONACCI-RPTLINE.
000663 FD  POSTING-JOURNAL-FILE.
000666 COPY FIBONACCI-JOURNAL.
000667 FD  BUSINESS-DATE-FILE.
000668 COPY FIBONACCI-BUSDATE.

000670 WORKING-STORAGE SECTION.
000680*-----------------------------------------------------------------
000740         88  CMD-ARCHIVE                    VALUE 'ARCHIVE'.
000750         88  CMD-RESTORE                    VALUE 'RESTORE'.
000760     05  CMD-CUTOFF-DATE            PIC X(08).
000763         88  CMD-CUTOFF-PRIOR               VALUE 'PRIOR'.
000766         88  CMD-CUTOFF-CURRENT             VALUE 'CURRENT'.
000770 01  WS-RMAST-FILE-STATUS          PIC X(02) VALUE SPACES.
000780     88  WS-RMAST-FILE-NOT-FOUND           VALUE '35'.
000790 01  WS-ARCH-FILE-STATUS           PIC X(02) VALUE SPACES.
000800     88  WS-ARCH-FILE-NOT-FOUND            VALUE '35'.
000810 01  WS-CMD-FILE-STATUS            PIC X(02) VALUE SPACES.
000820     88  WS-CMD-FILE-NOT-FOUND             VALUE '35'.
000823 01  WS-JRNL-FILE-STATUS           PIC X(02) VALUE SPACES.
000826     88  WS-JRNL-FILE-NOT-FOUND            VALUE '35'.
000830 01  WS-RMAST-EOF-SW               PIC X(01) VALUE 'N'.
000840     88  WS-END-OF-RMAST                   VALUE 'Y'.
000850     88  WS-NOT-END-OF-RMAST               VALUE 'N'.
000870     88  WS-END-OF-ARCHIVE                 VALUE 'Y'.
000880     88  WS-NOT-END-OF-ARCHIVE             VALUE 'N'.
000890 01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
000895 01  WS-RUN-TIME                   PIC 9(06) VALUE ZERO.
000897 01  WS-CLOCK-TIME                 PIC 9(08) VALUE ZERO.
000900 01  WS-CUTOFF-DATE                PIC 9(08) VALUE ZERO.
000902 01  WS-BDATE-FILE-STATUS          PIC X(02) VALUE SPACES.
000904 01  WS-CURRENT-BUSINESS-DATE      PIC 9(08) VALUE ZERO.
000906 01  WS-PRIOR-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
000910 01  WS-READ-COUNT                 PIC 9(07) COMP VALUE ZERO.
000920 01  WS-ARCHIVED-COUNT             PIC 9(07) COMP VALUE ZERO.
000925 01  WS-DELETE-FAILED-COUNT        PIC 9(07) COMP VALUE ZERO.
000930 01  WS-RETAINED-COUNT             PIC 9(07) COMP VALUE ZERO.
000940 01  WS-RESTORED-COUNT             PIC 9(07) COMP VALUE ZERO.
000950 01  WS-PRESENT-COUNT              PIC 9(07) COMP VALUE ZERO.
001140 1000-INITIALIZE.
001150     OPEN OUTPUT MASTER-REPORT-FILE.
001160     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001163     ACCEPT WS-CLOCK-TIME FROM TIME.
001166     DIVIDE WS-CLOCK-TIME BY 100 GIVING WS-RUN-TIME.
001170     MOVE SPACES TO REPORT-LINE.
001180     STRING 'RESULTS MASTER MAINTENANCE - RUN DATE '
001190             DELIMITED BY SIZE

001400*-----------------------------------------------------------------
001410* 1500-BAD-COMMAND - NO COMMAND CARD, OR ONE THAT IS NOT ARCHIVE
001420* (WITH A CUTOFF NO LATER THAN THE CURRENT BUSINESS DATE) OR
001430* RESTORE.  SAY SO ON THE REPORT AND ABEND.
001440*-----------------------------------------------------------------
001450 1500-BAD-COMMAND.
001460     DISPLAY 'FIBONACCI-RMASTUTIL ABEND - COMMAND CARD MISSING '
001560*-----------------------------------------------------------------
001570* 2000-ARCHIVE-MASTER - COPY EVERY POSTING DATED BEFORE THE
001580* CUTOFF ONTO THE ARCHIVE AND DELETE IT FROM THE MASTER,
001590* COUNTING WHAT MOVED AND WHAT STAYED.  A CUTOFF AFTER THE
001593* CURRENT BUSINESS DATE WOULD TAKE POSTINGS STILL BEING MADE,
001596* AND IS REFUSED.
001600*-----------------------------------------------------------------
001610 2000-ARCHIVE-MASTER.
001611     PERFORM 9000-READ-BUSINESS-DATE THRU 9000-EXIT.
001612     IF CMD-CUTOFF-PRIOR
001614         MOVE WS-PRIOR-BUSINESS-DATE TO WS-CUTOFF-DATE
001615     ELSE
001616         IF CMD-CUTOFF-CURRENT
001618             MOVE WS-CURRENT-BUSINESS-DATE TO WS-CUTOFF-DATE
001619         ELSE
001620             IF CMD-CUTOFF-DATE NOT NUMERIC
001622                 PERFORM 1500-BAD-COMMAND THRU 1500-EXIT
001623             END-IF
001624             MOVE CMD-CUTOFF-DATE TO WS-CUTOFF-DATE
001626         END-IF
001627     END-IF.
001628     IF WS-CUTOFF-DATE > WS-CURRENT-BUSINESS-DATE
001630         PERFORM 1500-BAD-COMMAND THRU 1500-EXIT
001640     END-IF.
001660     OPEN I-O RESULT-MASTER-FILE.
001670     IF WS-RMAST-FILE-NOT-FOUND
001680         MOVE 'NO RESULTS MASTER ON HAND - NOTHING ARCHIVED'
001750         GO TO 2000-EXIT
001760     END-IF.
001770     OPEN OUTPUT ARCHIVE-FILE.
001775     PERFORM 5000-OPEN-JOURNAL THRU 5000-EXIT.
001780     MOVE LOW-VALUES TO RM-REQUEST-ID.
001790     START RESULT-MASTER-FILE
001800         KEY NOT LESS THAN RM-REQUEST-ID
001840     PERFORM 2100-ARCHIVE-ONE-POSTING THRU 2100-EXIT
001850         UNTIL WS-END-OF-RMAST.
001860     CLOSE ARCHIVE-FILE.
001865     CLOSE POSTING-JOURNAL-FILE.
001870     CLOSE RESULT-MASTER-FILE.
001880     PERFORM 2800-WRITE-ARCHIVE-TOTALS THRU 2800-EXIT.
001890 2000-EXIT.
001920* 2100-ARCHIVE-ONE-POSTING - EXAMINE ONE POSTING.  ONE DATED
001930* BEFORE THE CUTOFF IS WRITTEN TO THE ARCHIVE AND DELETED FROM
001940* THE MASTER; ANYTHING ELSE STAYS PUT.
001942* A POSTING ARCHIVED IS JOURNALLED AS A DELETE.
001944* ONE WHOSE DELETE FAILS STAYS ON THE MASTER, IS NOT JOURNALLED,
001946* AND ENDS THE RUN WITH RETURN CODE 8.  ITS ARCHIVE COPY IS
001948* HARMLESS - A RESTORE LEAVES A KEY ALREADY ON THE MASTER ALONE.
001950*-----------------------------------------------------------------
001960 2100-ARCHIVE-ONE-POSTING.
001970     READ RESULT-MASTER-FILE NEXT RECORD
002030     IF RM-POSTED-DATE < WS-CUTOFF-DATE
002040         MOVE SPACES TO ARCHIVE-RECORD
002050         WRITE ARCHIVE-RECORD FROM RESULT-MASTER-RECORD
002051         MOVE SPACES TO JOURNAL-RECORD
002052         MOVE RM-REQUEST-ID TO JRN-REQUEST-ID
002053         MOVE RM-INPUT-INDEX TO JRN-RANGE-INDEX
002054         SET JRN-ARCHIVE-RUN TO TRUE
002055         SET JRN-ACTION-DELETE TO TRUE
002056         MOVE RESULT-MASTER-RECORD TO JRN-BEFORE-IMAGE
002057         SET JRN-BEFORE-PRESENT TO TRUE
002060         DELETE RESULT-MASTER-FILE
002070             INVALID KEY
002072                 ADD 1 TO WS-DELETE-FAILED-COUNT
002074                 MOVE 8 TO RETURN-CODE
002076                 DISPLAY 'FIBONACCI-RMASTUTIL DELETE FAILED FOR '
002078                         RM-REQUEST-ID ' - FILE STATUS '
002081                         WS-RMAST-FILE-STATUS
002083             NOT INVALID KEY
002085                 PERFORM 5100-WRITE-JOURNAL THRU 5100-EXIT
002087                 ADD 1 TO WS-ARCHIVED-COUNT
002090         END-DELETE
002110     ELSE
002120         ADD 1 TO WS-RETAINED-COUNT
002130     END-IF.
002200 2800-WRITE-ARCHIVE-TOTALS.
002210     MOVE SPACES TO REPORT-LINE.
002220     STRING 'ARCHIVE CUTOFF ' DELIMITED BY SIZE
002230             WS-CUTOFF-DATE DELIMITED BY SIZE
002240         INTO RPT-LINE-TEXT
002250     END-STRING.
002260     WRITE REPORT-LINE.
002450         INTO RPT-LINE-TEXT
002460     END-STRING.
002470     WRITE REPORT-LINE.
002471     IF WS-DELETE-FAILED-COUNT > ZERO
002472         MOVE WS-DELETE-FAILED-COUNT TO WS-RPT-COUNT
002473         MOVE SPACES TO REPORT-LINE
002474         STRING '  DELETE FAILED - RETAINED ' DELIMITED BY SIZE
002475                 WS-RPT-COUNT DELIMITED BY SIZE
002476             INTO RPT-LINE-TEXT
002477         END-STRING
002478         WRITE REPORT-LINE
002479     END-IF.
002480 2800-EXIT.
002490     EXIT.

002910         PERFORM 2900-RMAST-UNAVAILABLE THRU 2900-EXIT
002920         GO TO 4000-EXIT
002930     END-IF.
002935     PERFORM 5000-OPEN-JOURNAL THRU 5000-EXIT.
002940     PERFORM 4100-RESTORE-ONE-POSTING THRU 4100-EXIT
002950         UNTIL WS-END-OF-ARCHIVE.
002960     CLOSE ARCHIVE-FILE.
002965     CLOSE POSTING-JOURNAL-FILE.
002970     CLOSE RESULT-MASTER-FILE.
002980     PERFORM 4800-WRITE-RESTORE-TOTALS THRU 4800-EXIT.
002990 4000-EXIT.
003010*-----------------------------------------------------------------
003020* 4100-RESTORE-ONE-POSTING - READ ONE ARCHIVED IMAGE AND WRITE
003030* IT BACK UNDER ITS ORIGINAL KEY.
003031* AN IMAGE ARCHIVED BEFORE THE MASTER CARRIED REVERSALS HAS NO
003033* REVERSAL DATE, AND COMES BACK AS A LIVE POSTING.
003035* A POSTING RESTORED IS JOURNALLED AS AN ADD.
003036* AN IMAGE ARCHIVED BEFORE THE MASTER CARRIED THE REQUEST KIND
003038* COMES BACK WITH NO KIND AND ZERO RANGE LINES.
003040*-----------------------------------------------------------------
003050 4100-RESTORE-ONE-POSTING.
003060     READ ARCHIVE-FILE INTO RESULT-MASTER-RECORD
003070         AT END
003080             SET WS-END-OF-ARCHIVE TO TRUE
003090             GO TO 4100-EXIT
003100     END-READ.
003101     IF RM-REVERSED-DATE NOT NUMERIC
003102         SET RM-NOT-REVERSED TO TRUE
003103         MOVE ZERO TO RM-REVERSED-DATE
003104         MOVE SPACES TO RM-REVERSED-BY-ID
003105     END-IF.
003107     IF RM-RANGE-LINES NOT NUMERIC
003108         MOVE SPACES TO RM-REQUEST-KIND
003109         MOVE ZERO TO RM-RANGE-LINES
003110     END-IF.
003111     MOVE SPACES TO JOURNAL-RECORD.
003112     SET JRN-RESTORE-RUN TO TRUE.
003114     SET JRN-ACTION-ADD TO TRUE.
003115     MOVE RM-REQUEST-ID TO JRN-REQUEST-ID.
003116     MOVE RM-INPUT-INDEX TO JRN-RANGE-INDEX.
003117     SET JRN-BEFORE-ABSENT TO TRUE.
003118     MOVE RESULT-MASTER-RECORD TO JRN-AFTER-IMAGE.
003120     WRITE RESULT-MASTER-RECORD
003130         INVALID KEY
003140             ADD 1 TO WS-PRESENT-COUNT
003150         NOT INVALID KEY
003160             ADD 1 TO WS-RESTORED-COUNT
003165             PERFORM 5100-WRITE-JOURNAL THRU 5100-EXIT
003170     END-WRITE.
003180 4100-EXIT.
003190     EXIT.
003390     WRITE REPORT-LINE.
003400 4800-EXIT.
003410     EXIT.

003420*-----------------------------------------------------------------
003430* 5000-OPEN-JOURNAL - OPEN THE POSTING JOURNAL FOR APPEND,
003440* CREATING IT ON FIRST USE THE SAME WAY THE BATCH DRIVER DOES.
003450*-----------------------------------------------------------------
003460 5000-OPEN-JOURNAL.
003470     OPEN EXTEND POSTING-JOURNAL-FILE.
003480     IF WS-JRNL-FILE-NOT-FOUND
003490         OPEN OUTPUT POSTING-JOURNAL-FILE
003500     END-IF.
003510 5000-EXIT.
003520     EXIT.

003530*-----------------------------------------------------------------
003540* 5100-WRITE-JOURNAL - APPEND ONE POSTING JOURNAL ENTRY.  THE
003550* CALLER HAS STAGED THE RUN MODE, THE ACTION, THE KEY, THE
003560* INDEX AND THE IMAGE BEFORE TOUCHING THE MASTER; THE RUN DATE
003570* AND TIME ARE STAMPED HERE.
003580*-----------------------------------------------------------------
003590 5100-WRITE-JOURNAL.
003600     MOVE WS-RUN-DATE TO JRN-RUN-DATE.
003610     MOVE WS-RUN-TIME TO JRN-RUN-TIME.
003640     WRITE JOURNAL-RECORD.
003650 5100-EXIT.
003660     EXIT.

003670*-----------------------------------------------------------------
003680* 9000-READ-BUSINESS-DATE - THE CURRENT AND PRIOR BUSINESS DATES
003690* THE ARCHIVE CUTOFF IS MEASURED AGAINST.  WITHOUT A VALID
003700* BUSINESS-DATE FILE NOTHING IS ARCHIVED.
003710*-----------------------------------------------------------------
003720 9000-READ-BUSINESS-DATE.
003730     OPEN INPUT BUSINESS-DATE-FILE.
003740     IF WS-BDATE-FILE-STATUS NOT = '00'
003750         PERFORM 9100-BUSINESS-DATE-ABEND THRU 9100-EXIT
003760     END-IF.
003770     READ BUSINESS-DATE-FILE
003780         AT END
003790             MOVE SPACES TO BUSINESS-DATE-RECORD
003800     END-READ.
003810     IF NOT BD-CURRENT-RECORD
003820         OR BDC-CURRENT-DATE NOT NUMERIC
003830         OR BDC-PRIOR-DATE NOT NUMERIC
003840         CLOSE BUSINESS-DATE-FILE
003850         PERFORM 9100-BUSINESS-DATE-ABEND THRU 9100-EXIT
003860     END-IF.
003870     MOVE BDC-CURRENT-DATE TO WS-CURRENT-BUSINESS-DATE.
003880     MOVE BDC-PRIOR-DATE TO WS-PRIOR-BUSINESS-DATE.
003890     CLOSE BUSINESS-DATE-FILE.
003900     MOVE SPACES TO REPORT-LINE.
003910     STRING 'BUSINESS DATE ' DELIMITED BY SIZE
003920             WS-CURRENT-BUSINESS-DATE DELIMITED BY SIZE
003930             '  PRIOR ' DELIMITED BY SIZE
003940             WS-PRIOR-BUSINESS-DATE DELIMITED BY SIZE
003950         INTO RPT-LINE-TEXT
003960     END-STRING.
003970     WRITE REPORT-LINE.
003980 9000-EXIT.
003990     EXIT.

004000*-----------------------------------------------------------------
004010* 9100-BUSINESS-DATE-ABEND - NO USABLE BUSINESS DATE.
004020*-----------------------------------------------------------------
004030 9100-BUSINESS-DATE-ABEND.
004040     DISPLAY 'FIBONACCI-RMASTUTIL ABEND - BUSINESS DATE FILE '
004050             'MISSING OR INVALID'.
004060     MOVE SPACES TO REPORT-LINE.
004070     MOVE 'BUSINESS DATE FILE MISSING OR INVALID - NOTHING DONE'
004080         TO RPT-LINE-TEXT.
004090     WRITE REPORT-LINE.
004100     CLOSE MASTER-REPORT-FILE.
004110     MOVE 16 TO RETURN-CODE.
004120     STOP RUN.
004130 9100-EXIT.
004140     EXIT.
