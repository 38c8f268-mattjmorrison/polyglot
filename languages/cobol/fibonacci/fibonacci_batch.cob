001385*                    A DRIVER POINTED AT A FILE OTHER THAN THE
001386*                    ONE THE EDIT CERTIFIED NOW ABENDS INSTEAD
001387*                    OF PASSING THE HANDSHAKE.
001388*   10/15/2026 DKO  A BAD TRANSMISSION SET NO LONGER ABENDS
001389*                    THE WHOLE RUN.  A PRE-SCAN OF THE REQUEST
001390*                    FILE FINDS EVERY SET WITH A STALE BUSINESS
001391*                    DATE, DETAILS OUT OF BALANCE WITH ITS
001392*                    TRAILER, OR NO TRAILER AT ALL, BEFORE
001393*                    ANYTHING POSTS.  THOSE SETS ARE COPIED WHOLE
001394*                    TO THE HELD TRANSMISSION FILE (FIBHOLD) AND
001395*                    ACKED 'HELD' WITH THE HOLD REASON - NOTHING
001396*                    FROM THEM REACHES FIBRES OR FIBRMAST - WHILE
001397*                    EVERY OTHER SET POSTS.  THE RUN REPORT LISTS
001398*                    THE HELD SETS AND THE RUN ENDS WITH RETURN
001399*                    CODE 4.  A CORRECTED OR RESENT SET IS
001400*                    RELEASED THROUGH FIBONACCI-EDIT.
001401*   10/15/2026 DKO  CANCEL DETAILS.  A DETAIL WITH 'X' IN
001402*                    POSITION 11 NAMES A PRIOR REQUEST-ID OF THE
001403*                    SAME DESK; ITS POSTING ON FIBRMAST IS MARKED
001404*                    REVERSED WITH THE RUN DATE AND THE CANCEL'S
001405*                    OWN REQUEST-ID, AND THE CANCEL IS ACKED
001406*                    'RVSD'.  NO FIBRES RECORD IS WRITTEN FOR A
001407*                    CANCEL.  AN UNKNOWN REQUEST-ID (XUNK), A
001408*                    POSTING ALREADY REVERSED (XREV) OR ANOTHER
001409*                    DESK'S POSTING (XDSK) GOES TO SUSPENSE.  THE
001410*                    RUN REPORT COUNTS REVERSALS IN TOTAL AND BY
001411*                    DESK.
001412*   10/15/2026 DKO  POSTING JOURNAL.  EVERY ADD, REPLACE AND
001413*                    REVERSAL ON FIBRMAST IS APPENDED TO THE
001414*                    PERMANENT POSTING JOURNAL (FIBJRNL) WITH THE
001415*                    POSTING BEFORE (IF ANY) AND AFTER, THE RUN
001416*                    DATE, TIME AND MODE, AND THE INDEX POSTED, SO
001417*                    A RANGE OR A RESUBMIT NO LONGER OVERWRITES A
001418*                    POSTING WITHOUT A TRACE.  THE RUN REPORT
001419*                    COUNTS THE ENTRIES WRITTEN.
001420*   10/15/2026 DKO  EVERY POSTING NOW CARRIES THE KIND OF DETAIL
001421*                    IT ANSWERED (SINGLE, RANGE OR VALUE) AND, FOR
001422*                    A RANGE, HOW MANY LINES THE RANGE POSTED, FOR
001423*                    THE MONTHLY CHARGEBACK.
001424*   10/15/2026 DKO  RUN TIMES NOW KEEP HOURS, MINUTES AND SECONDS.
001425*                    A SIX-DIGIT ACCEPT FROM TIME KEPT MINUTES,
001426*                    SECONDS AND HUNDREDTHS, WHICH DO NOT SORT
001427*                    ACROSS THE HOUR, AND THE WAREHOUSE FEED
001428*                    SELECTS BY POSTED DATE AND TIME.
001429*   10/15/2026 DKO  THE CERTIFIED-FILE CHECK, THE STALE-SET
001430*                    CHECK, THE POSTED AND REVERSED DATES ON THE
001431*                    RESULTS MASTER, THE ACK HEADER AND THE RUN
001432*                    HISTORY NOW CARRY THE BUSINESS DATE FROM THE
001433*                    OPERATIONS BUSINESS-DATE FILE (FIBBDATE), NOT
001434*                    THE MACHINE DATE, SO A RUN THAT CROSSES
001435*                    MIDNIGHT POSTS TO THE DAY IT WAS CERTIFIED
001436*                    FOR.  THE POSTED TIME, THE JOURNAL AND THE
001437*                    RUN START AND END STAMPS KEEP THE REAL DATE
001438*                    AND TIME.
001439*   10/15/2026 DKO  A MASTER UPDATE THAT FAILS ABENDS BEFORE IT
001440*                    IS JOURNALLED OR ACKED, AND ONLY A DUPLICATE
001441*                    KEY IS TAKEN AS A REPLACE.  A GENERATION
001442*                    WHOSE COUNT IS NOT PROVEN IS MARKED 'U' ON
001443*                    FIBCTL (RETURN CODE 8) AND IS NEVER POSTED
001444*                    AGAIN.  A RESTART DOES NOT HOLD A SET TWICE.
001445*                    A RESUBMITTED CANCEL THAT IS STILL INVALID IS
001446*                    ONLY ACKED, NOT COUNTED AS A REJECTED RESULT.
001447*****************************************************************
001448 IDENTIFICATION DIVISION.
001449 PROGRAM-ID. FIBONACCI-BATCH.
001450 AUTHOR. D. OKAFOR.
001451 INSTALLATION. APPLICATION DEVELOPMENT.
001452 DATE-WRITTEN. 08/09/2026.
001453 DATE-COMPILED.

001454 ENVIRONMENT DIVISION.
001455 INPUT-OUTPUT SECTION.
001456 FILE-CONTROL.
001457     SELECT REQUEST-FILE ASSIGN TO 'FIBREQ'
001460         ORGANIZATION IS LINE SEQUENTIAL.
001470     SELECT RESULT-FILE ASSIGN TO 'FIBRES'
001480         ORGANIZATION IS LINE SEQUENTIAL
001652     SELECT CONTROL-FILE ASSIGN TO 'FIBCTL'
001654         ORGANIZATION IS LINE SEQUENTIAL
001656         FILE STATUS IS WS-CTL-FILE-STATUS.
001657     SELECT HOLD-FILE ASSIGN TO 'FIBHOLD'
001658         ORGANIZATION IS LINE SEQUENTIAL
001659         FILE STATUS IS WS-HOLD-FILE-STATUS.
001660     SELECT ACK-FILE ASSIGN TO 'FIBACK'
001670         ORGANIZATION IS LINE SEQUENTIAL
001680         FILE STATUS IS WS-ACK-FILE-STATUS.
001721         ALTERNATE RECORD KEY IS RM-POSTED-DATE
001722             WITH DUPLICATES
001730         FILE STATUS IS WS-RMAST-FILE-STATUS.
001732     SELECT POSTING-JOURNAL-FILE ASSIGN TO 'FIBJRNL'
001734         ORGANIZATION IS LINE SEQUENTIAL
001736         FILE STATUS IS WS-JRNL-FILE-STATUS.
001737     SELECT BUSINESS-DATE-FILE ASSIGN TO 'FIBBDATE'
001738         ORGANIZATION IS LINE SEQUENTIAL
001739         FILE STATUS IS WS-BDATE-FILE-STATUS.

001740 DATA DIVISION.
001750 FILE SECTION.
001890 COPY FIBONACCI-PARM.
001892 FD  CONTROL-FILE.
001894 COPY FIBONACCI-CONTROL.
001896 FD  HOLD-FILE.
001898 01  HOLD-RECORD                    PIC X(53).
001900 FD  ACK-FILE.
001910 COPY FIBONACCI-ACK.
001920 FD  RESULT-MASTER-FILE.
001930 COPY FIBONACCI-RMASTER.
001933 FD  POSTING-JOURNAL-FILE.
001936 COPY FIBONACCI-JOURNAL.
001937 FD  BUSINESS-DATE-FILE.
001938 COPY FIBONACCI-BUSDATE.

001940 WORKING-STORAGE SECTION.
001950 COPY FIBONACCI-RECORD-EXT.
002192     88  WS-ANSWER-FOUND                   VALUE 'Y'.
002193     88  WS-ANSWER-NOT-FOUND               VALUE 'N'.
002195 01  WS-POST-INPUT-INDEX           PIC X(03) VALUE SPACES.
002196 01  WS-POST-REQUEST-KIND          PIC X(01) VALUE SPACES.
002197 01  WS-POST-RANGE-LINES           PIC 9(04) VALUE ZERO.
002198 01  WS-CANCEL-TARGET-ID           PIC X(10) VALUE SPACES.
002200*-----------------------------------------------------------------
002210* 10-DIGIT VIEW DERIVED FROM THE EXTENDED RESULT, FOR THE
002220* FIELDS EXISTING CONSUMERS STILL READ.
002350 01  WS-RANGE-INDEX                PIC 9(04) VALUE ZERO.
002360 01  WS-RMAST-FILE-STATUS          PIC X(02) VALUE SPACES.
002370     88  WS-RMAST-FILE-NOT-FOUND           VALUE '35'.
002372     88  WS-RMAST-IO-OK                    VALUE '00' '02'.
002373     88  WS-RMAST-DUPLICATE-KEY            VALUE '22'.
002375 01  WS-JRNL-FILE-STATUS           PIC X(02) VALUE SPACES.
002377     88  WS-JRNL-FILE-NOT-FOUND            VALUE '35'.
002380 01  WS-EOF-SW                     PIC X(01) VALUE 'N'.
002390     88  WS-END-OF-REQUESTS                VALUE 'Y'.
002400     88  WS-NOT-END-OF-REQUESTS            VALUE 'N'.
002470 01  WS-CKPT-FILE-STATUS           PIC X(02) VALUE SPACES.
002480     88  WS-CKPT-FILE-NOT-FOUND            VALUE '35'.
002490 01  WS-LAST-CHECKPOINT-ID         PIC X(10) VALUE SPACES.
002492 01  WS-LAST-CHECKPOINT-SET        PIC 9(05) VALUE ZERO.
002494 01  WS-HELD-REPLAY-SW             PIC X(01) VALUE 'N'.
002496     88  WS-HELD-SET-ALREADY-WRITTEN       VALUE 'Y'.
002498     88  WS-HELD-SET-NOT-WRITTEN           VALUE 'N'.
002500 01  WS-SKIPPING-SW                PIC X(01) VALUE 'N'.
002510     88  WS-SKIPPING-TO-CHECKPOINT         VALUE 'Y'.
002520     88  WS-NOT-SKIPPING-TO-CHECKPOINT     VALUE 'N'.
002680     05  WS-RESULTS-OVERFLOW-COUNT PIC 9(07) COMP VALUE ZERO.
002690     05  WS-CACHE-HIT-COUNT        PIC 9(07) COMP VALUE ZERO.
002700     05  WS-FIBONACCI-CALL-COUNT   PIC 9(07) COMP VALUE ZERO.
002702     05  WS-JOURNAL-COUNT          PIC 9(07) COMP VALUE ZERO.
002705     05  WS-RESULTS-REVERSED-COUNT PIC 9(07) COMP VALUE ZERO.
002710 01  WS-RUN-START-DATE             PIC 9(08) VALUE ZERO.
002720 01  WS-RUN-START-TIME             PIC 9(06) VALUE ZERO.
002730 01  WS-RUN-END-DATE               PIC 9(08) VALUE ZERO.
002740 01  WS-RUN-END-TIME               PIC 9(06) VALUE ZERO.
002745 01  WS-CLOCK-TIME                 PIC 9(08) VALUE ZERO.
002746 01  WS-BUSINESS-DATE              PIC 9(08) VALUE ZERO.
002747 01  WS-BDATE-FILE-STATUS          PIC X(02) VALUE SPACES.
002750 01  WS-STAT-LABEL                 PIC X(30) VALUE SPACES.
002760 01  WS-STAT-COUNT                 PIC Z(06)9 VALUE ZERO.
002770 01  WS-SUB-RPT-READ               PIC Z(06)9 VALUE ZERO.
002780 01  WS-SUB-RPT-OK                 PIC Z(06)9 VALUE ZERO.
002790 01  WS-SUB-RPT-REJECT             PIC Z(06)9 VALUE ZERO.
002795 01  WS-SUB-RPT-REVERSED           PIC Z(06)9 VALUE ZERO.
002800*-----------------------------------------------------------------
002810* REQUEST-FILE HEADER/TRAILER CONTROL TOTALS.
002820*-----------------------------------------------------------------
003130         10  WS-SUB-READ-COUNT     PIC 9(07) COMP.
003140         10  WS-SUB-OK-COUNT       PIC 9(07) COMP.
003150         10  WS-SUB-REJECT-COUNT   PIC 9(07) COMP.
003155         10  WS-SUB-REVERSED-COUNT PIC 9(07) COMP.
003160 01  WS-SUB-SUB                    PIC 9(03) COMP VALUE ZERO.
003170 01  WS-SUB-FOUND-SUB              PIC 9(03) COMP VALUE ZERO.
003180 01  WS-CURRENT-SUB-IX             PIC 9(03) COMP VALUE ZERO.
003503 01  WS-CTL-GENERATION             PIC 9(05) VALUE ZERO.
003504 01  WS-CTL-BUSINESS-DATE          PIC 9(08) VALUE ZERO.
003505 01  WS-CTL-DETAIL-COUNT           PIC 9(07) VALUE ZERO.
003506*-----------------------------------------------------------------
003507* HELD TRANSMISSION SETS.  THE PRE-SCAN ENTERS EVERY SET THAT
003508* CANNOT POST IN THE HELD-SET TABLE BY ITS POSITION IN THE FILE;
003509* THE POSTING PASS COPIES THOSE SETS TO FIBHOLD INSTEAD OF POSTING
003510* THEM.  HOLD REASONS: BDAT = HEADER BUSINESS DATE IS NOT THE
003511* CURRENT DATE ON FIBBDATE, OBAL = DETAILS DO NOT BALANCE TO THE
003512* TRAILER, NTRL = THE SET ENDED WITHOUT A TRAILER.  THE CERTIFIED
003513* COUNT CARRIED FOR A HELD SET IS ALWAYS THE NUMBER OF DETAILS
003514* FOUND FOR IT, SINCE THE EDIT CERTIFIES A HELD SET AS IT STANDS.
003515*-----------------------------------------------------------------
003516 01  WS-HOLD-FILE-STATUS           PIC X(02) VALUE SPACES.
003517     88  WS-HOLD-FILE-NOT-FOUND            VALUE '35'.
003518 01  WS-SET-HELD-SW                PIC X(01) VALUE 'N'.
003519     88  WS-SET-HELD                       VALUE 'Y'.
003520     88  WS-SET-NOT-HELD                   VALUE 'N'.
003521 01  WS-SCAN-EOF-SW                PIC X(01) VALUE 'N'.
003522     88  WS-SCAN-END-OF-FILE               VALUE 'Y'.
003523     88  WS-SCAN-NOT-END-OF-FILE           VALUE 'N'.
003524 01  WS-SCAN-SET-SW                PIC X(01) VALUE 'N'.
003525     88  WS-SCAN-SET-OPEN                  VALUE 'Y'.
003526     88  WS-SCAN-SET-CLOSED                VALUE 'N'.
003527 01  WS-SCAN-SET-NUMBER            PIC 9(05) COMP VALUE ZERO.
003528 01  WS-SCAN-SUBMITTER             PIC X(08) VALUE SPACES.
003529 01  WS-SCAN-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
003530 01  WS-SCAN-DETAIL-COUNT          PIC 9(07) COMP VALUE ZERO.
003531 01  WS-SCAN-CERTIFIED-COUNT       PIC 9(07) COMP VALUE ZERO.
003532 01  WS-SCAN-REASON                PIC X(04) VALUE SPACES.
003533 01  WS-HOLD-ENTRY-COUNT           PIC 9(03) COMP VALUE ZERO.
003534 01  WS-HOLD-ENTRY-MAX             PIC 9(03) COMP VALUE 20.
003535 01  WS-HOLD-TABLE.
003536     05  WS-HOLD-ENTRY OCCURS 20 TIMES.
003537         10  WS-HOLD-SET-NUMBER    PIC 9(05) COMP.
003538         10  WS-HOLD-SUBMITTER     PIC X(08).
003539         10  WS-HOLD-BUSINESS-DATE PIC 9(08).
003540         10  WS-HOLD-REASON        PIC X(04).
003541         10  WS-HOLD-DETAIL-COUNT  PIC 9(07) COMP.
003542         10  WS-HOLD-CERT-COUNT    PIC 9(07) COMP.
003543 01  WS-HOLD-SUB                   PIC 9(03) COMP VALUE ZERO.
003544 01  WS-CURRENT-HOLD-IX            PIC 9(03) COMP VALUE ZERO.
003545 01  WS-HOLD-UNTRAILED-COUNT       PIC 9(03) COMP VALUE ZERO.
003546 01  WS-CTL-COUNT-SW               PIC X(01) VALUE 'Y'.
003547     88  WS-CTL-COUNT-PROVEN               VALUE 'Y'.
003548     88  WS-CTL-COUNT-UNPROVEN             VALUE 'N'.
003549 01  WS-HOLD-RPT-SET               PIC Z(04)9 VALUE ZERO.
003550 01  WS-HOLD-RPT-DETAILS           PIC Z(06)9 VALUE ZERO.
003551 01  WS-HOLD-REASON-TEXT           PIC X(40) VALUE SPACES.

003552 PROCEDURE DIVISION.

003553 0000-MAINLINE.
003554     PERFORM 0100-READ-PARM THRU 0100-EXIT.
003555     IF WS-RESUBMIT-MODE
003556         PERFORM 6000-RESUBMIT-CYCLE THRU 6000-EXIT
003557     ELSE
003560         PERFORM 1000-INITIALIZE THRU 1000-EXIT
003570         PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
003580             UNTIL WS-END-OF-REQUESTS
003850* 1000-INITIALIZE - OPEN THE REQUEST, RESULT, AND CHECKPOINT
003860* FILES, THEN SKIP THE REQUEST FILE AHEAD TO WHERE THE LAST RUN
003870* LEFT OFF SO A RESTART DOES NOT REPROCESS COMPLETED REQUESTS.
003872* THE CHECKPOINT FILE IS OPENED BEFORE THE FIRST READ (FOR APPEND
003875* ON A RESTART) SO A SET HELD AS THE FILE IS READ CAN BE
003877* CHECKPOINTED TOO.
003880*-----------------------------------------------------------------
003890 1000-INITIALIZE.
003900     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
003904     ACCEPT WS-CLOCK-TIME FROM TIME.
003908     DIVIDE WS-CLOCK-TIME BY 100 GIVING WS-RUN-START-TIME.
003910     PERFORM 1450-READ-BUSINESS-DATE THRU 1450-EXIT.
003912     PERFORM 1500-VERIFY-CONTROL THRU 1500-EXIT.
003916     PERFORM 1600-PRESCAN-SETS THRU 1600-EXIT.
003920     MOVE 'N' TO WS-EOF-SW.
003930     OPEN INPUT REQUEST-FILE.
003940     OPEN OUTPUT RUN-REPORT-FILE.
003950     PERFORM 1050-READ-CHECKPOINT THRU 1050-EXIT.
003960     IF WS-LAST-CHECKPOINT-ID = SPACES
003965             AND WS-LAST-CHECKPOINT-SET = ZERO
003970         OPEN OUTPUT RESULT-FILE
003980         OPEN OUTPUT SUSPENSE-FILE
003990         OPEN OUTPUT ACK-FILE
003995         OPEN OUTPUT CHECKPOINT-FILE
004000     ELSE
004010         OPEN EXTEND RESULT-FILE
004020         IF WS-RESULT-FILE-NOT-FOUND
004100         IF WS-ACK-FILE-NOT-FOUND
004110             OPEN OUTPUT ACK-FILE
004120         END-IF
004124         OPEN EXTEND CHECKPOINT-FILE
004128         IF WS-LAST-CHECKPOINT-ID NOT = SPACES
004132             SET WS-SKIPPING-TO-CHECKPOINT TO TRUE
004136         END-IF
004140     END-IF.
004150     PERFORM 1100-READ-REQUEST THRU 1100-EXIT.
004160     IF WS-END-OF-REQUESTS AND WS-SET-COUNT = ZERO
004240     IF WS-SKIPPING-TO-CHECKPOINT
004250         PERFORM 1250-CHECKPOINT-NOT-FOUND THRU 1250-EXIT
004260     END-IF.
004280     OPEN I-O CACHE-FILE.
004290     IF WS-CACHE-FILE-NOT-FOUND
004300         OPEN OUTPUT CACHE-FILE
004400* CHECKPOINT-FILE IS APPENDED TO ONCE PER REQUEST DURING A RUN
004410* RATHER THAN REWRITTEN, SO THE MOST RECENT CHECKPOINT IS
004420* WHICHEVER RECORD IS READ LAST, NOT THE FIRST.
004423* THE RECORD ALSO CARRIES THE TRANSMISSION SET REACHED, SO A
004426* RESTART KNOWS WHICH HELD SETS WENT TO FIBHOLD ON THE PRIOR RUN.
004430*-----------------------------------------------------------------
004440 1050-READ-CHECKPOINT.
004450     MOVE SPACES TO WS-LAST-CHECKPOINT-ID.
004455     MOVE ZERO TO WS-LAST-CHECKPOINT-SET.
004460     MOVE 'N' TO WS-CKPT-EOF-SW.
004470     OPEN INPUT CHECKPOINT-FILE.
004480     IF WS-CKPT-FILE-NOT-FOUND
004640             SET WS-CKPT-END-OF-FILE TO TRUE
004650         NOT AT END
004660             MOVE CKPT-LAST-REQUEST-ID TO WS-LAST-CHECKPOINT-ID
004665             MOVE CKPT-SET-NUMBER TO WS-LAST-CHECKPOINT-SET
004670     END-READ.
004680 1055-EXIT.
004690     EXIT.
004930         AT END
004940             SET WS-END-OF-REQUESTS TO TRUE
004950             IF WS-SET-OPEN
004952                 IF WS-SET-HELD
004954                     PERFORM 1680-CLOSE-HELD-SET THRU 1680-EXIT
004956                 ELSE
004960                     PERFORM 1170-TRAILER-MISSING THRU 1170-EXIT
004965                 END-IF
004970             END-IF
004980         NOT AT END
004990             ADD 1 TO WS-RECORDS-READ
005020                     PERFORM 1300-VERIFY-HEADER THRU 1300-EXIT
005030                 WHEN REQ-TRAILER-RECORD
005040                     PERFORM 1150-PROCESS-TRAILER THRU 1150-EXIT
005043                 WHEN WS-SET-HELD
005046                     PERFORM 1660-HOLD-DETAIL THRU 1660-EXIT
005050                 WHEN WS-SET-CLOSED
005060                     PERFORM 1190-RECORD-OUTSIDE-SET
005070                         THRU 1190-EXIT
005250     IF WS-SET-CLOSED
005260         PERFORM 1190-RECORD-OUTSIDE-SET THRU 1190-EXIT
005270     END-IF.
005272     IF WS-SET-HELD
005274         PERFORM 1670-HOLD-TRAILER THRU 1670-EXIT
005276         GO TO 1150-EXIT
005278     END-IF.
005280     MOVE REQT-DETAIL-COUNT TO WS-TRAILER-COUNT.
005290     IF WS-DETAIL-READ-COUNT NOT = WS-TRAILER-COUNT
005300         PERFORM 1160-REQUEST-OUT-OF-BALANCE THRU 1160-EXIT
006090*-----------------------------------------------------------------
006100* 1300-VERIFY-HEADER - OPEN A NEW TRANSMISSION SET.  A HEADER
006110* ARRIVING WHILE A SET IS STILL OPEN MEANS THE PRIOR SET'S
006120* TRAILER NEVER CAME - THE PRE-SCAN HAS ALREADY HELD THAT SET,
006130* SO IT IS CLOSED HERE.  A SET THE PRE-SCAN HELD (INCLUDING A
006140* PRIOR-DAY FILE RE-SENT BY MISTAKE) GOES TO THE HELD FILE
006142* INSTEAD OF POSTING.  THE SUBMITTER-ID GOVERNS EVERY DETAIL
006150* UNTIL THE SET'S TRAILER.
006160*-----------------------------------------------------------------
006170 1300-VERIFY-HEADER.
006180     IF WS-SET-OPEN
006182         IF WS-SET-HELD
006184             PERFORM 1680-CLOSE-HELD-SET THRU 1680-EXIT
006186         ELSE
006190             PERFORM 1170-TRAILER-MISSING THRU 1170-EXIT
006195         END-IF
006200     END-IF.
006270     SET WS-SET-OPEN TO TRUE.
006280     ADD 1 TO WS-SET-COUNT.
006290     MOVE REQH-SUBMITTER-ID TO WS-CURRENT-SUBMITTER.
006300     MOVE ZERO TO WS-DETAIL-READ-COUNT.
006301     PERFORM 1640-CHECK-HELD-SET THRU 1640-EXIT.
006302     IF WS-SET-HELD
006303         PERFORM 1650-OPEN-HELD-SET THRU 1650-EXIT
006304         GO TO 1300-EXIT
006305     END-IF.
006310     PERFORM 1350-TALLY-SUBMITTER THRU 1350-EXIT.
006320     IF WS-NOT-SKIPPING-TO-CHECKPOINT
006330         PERFORM 2900-WRITE-ACK-HEADER THRU 2900-EXIT
006570             MOVE ZERO TO WS-SUB-OK-COUNT(WS-SUB-ENTRY-COUNT)
006580             MOVE ZERO
006590                 TO WS-SUB-REJECT-COUNT(WS-SUB-ENTRY-COUNT)
006593             MOVE ZERO
006596                 TO WS-SUB-REVERSED-COUNT(WS-SUB-ENTRY-COUNT)
006600             MOVE WS-SUB-ENTRY-COUNT TO WS-CURRENT-SUB-IX
006610         ELSE
006620             SET WS-SUB-TABLE-FULL TO TRUE
006870*-----------------------------------------------------------------
006880* 1400-OPEN-RESULT-MASTER - OPEN THE KEYED RESULTS MASTER FOR
006890* POSTING, CREATING IT ON FIRST USE THE SAME WAY THE CACHE IS.
006893* THE POSTING JOURNAL THAT TRACES IT IS OPENED FOR APPEND WITH
006896* IT, AND CREATED ON FIRST USE.
006900*-----------------------------------------------------------------
006910 1400-OPEN-RESULT-MASTER.
006920     OPEN I-O RESULT-MASTER-FILE.
006950         CLOSE RESULT-MASTER-FILE
006960         OPEN I-O RESULT-MASTER-FILE
006970     END-IF.
006972     OPEN EXTEND POSTING-JOURNAL-FILE.
006974     IF WS-JRNL-FILE-NOT-FOUND
006976         OPEN OUTPUT POSTING-JOURNAL-FILE
006978     END-IF.
006980 1400-EXIT.
006990     EXIT.

006991*-----------------------------------------------------------------
006992* 1500-VERIFY-CONTROL - THE CERTIFIED-FILE HANDSHAKE WITH THE
006993* EDIT.  THE REQUEST FILE ABOUT TO BE POSTED MUST HAVE A CONTROL
006994* RECORD FROM FIBONACCI-EDIT, NOT YET POSTED, CARRYING THE
006995* CURRENT BUSINESS DATE.  ANYTHING ELSE ABENDS BEFORE A SINGLE
006996* REQUEST POSTS, THE SAME WAY A STALE HEADER DOES.  THE CONTROL
006997* FIELDS ARE STAGED SO 8000-TERMINATE CAN REWRITE IT CONSUMED.
006998*-----------------------------------------------------------------
007001 1500-VERIFY-CONTROL.
007002     OPEN INPUT CONTROL-FILE.
007012                     'EMPTY - REQUEST FILE NOT CERTIFIED'
007013             PERFORM 1510-CONTROL-ABEND THRU 1510-EXIT
007014     END-READ.
007015     IF CTL-CONSUMED OR CTL-POSTED-UNPROVEN
007016         DISPLAY 'FIBONACCI-BATCH ABEND - CERTIFIED GENERATION '
007017                 CTL-GENERATION ' ALREADY PROCESSED'
007018         PERFORM 1510-CONTROL-ABEND THRU 1510-EXIT
007019     END-IF.
007021     IF CTL-BUSINESS-DATE NOT = WS-BUSINESS-DATE
007022         DISPLAY 'FIBONACCI-BATCH ABEND - CONTROL BUSINESS '
007023                 'DATE ' CTL-BUSINESS-DATE ' IS NOT THE CURRENT '
007024                 'BUSINESS DATE ' WS-BUSINESS-DATE
007025         PERFORM 1510-CONTROL-ABEND THRU 1510-EXIT
007026     END-IF.
007027     MOVE CTL-GENERATION TO WS-CTL-GENERATION.
007110         PERFORM 2800-PROCESS-VALUE-REQUEST THRU 2800-EXIT
007120         GO TO 2000-FINISH
007130     END-IF.
007132     IF REQC-CANCEL-REQUEST
007134         PERFORM 2500-PROCESS-CANCEL THRU 2500-EXIT
007136         GO TO 2000-FINISH
007138     END-IF.
007140     MOVE REQR-SEQUENCE-TYPE TO WS-CURRENT-SEQ-TYPE.
007150     MOVE REQR-SEED-1 TO WS-SEED-1-X.
007160     MOVE REQR-SEED-2 TO WS-SEED-2-X.
008580*-----------------------------------------------------------------
008590 2200-WRITE-CHECKPOINT.
008600     MOVE REQ-REQUEST-ID TO CKPT-LAST-REQUEST-ID.
008603     MOVE REQ-REQUEST-ID TO WS-LAST-CHECKPOINT-ID.
008606     MOVE WS-SET-COUNT TO CKPT-SET-NUMBER.
008610     WRITE CHECKPOINT-RECORD.
008620 2200-EXIT.
008630     EXIT.
008902     MOVE SPACES TO RES-LOOKUP-INDEX.
008904     MOVE SPACES TO RES-EXACT-MATCH-IND.
008906     MOVE FIBX-INPUT TO WS-POST-INPUT-INDEX.
008907     MOVE 'S' TO WS-POST-REQUEST-KIND.
008908     MOVE 1 TO WS-POST-RANGE-LINES.
008910 2400-EXIT.
008920     EXIT.

008980     MOVE WS-RANGE-INDEX TO FIBX-INPUT.
008990     PERFORM 3000-CALL-FIBONACCI THRU 3000-EXIT.
009000     PERFORM 2400-BUILD-RESULT THRU 2400-EXIT.
009004     MOVE 'R' TO WS-POST-REQUEST-KIND.
009006     COMPUTE WS-POST-RANGE-LINES =
009008         WS-RANGE-INDEX - WS-RANGE-START + 1.
009010     SET RES-STATUS-OK TO TRUE.
009020     ADD 1 TO WS-RESULTS-OK-COUNT.
009030     PERFORM 7000-TALLY-SUBMITTER-OK THRU 7000-EXIT.
009160* KEY ALREADY ON THE MASTER (A REPAIRED RESUBMIT, OR EACH INDEX
009170* OF A RANGE) REPLACES THE PRIOR POSTING SO THE MASTER ALWAYS
009180* SHOWS THE LATEST.
009182* EITHER WAY THE POSTING JOURNAL GETS THE NEW POSTING, AND ON A
009184* REPLACE THE ONE IT REPLACED.  ONLY A DUPLICATE KEY IS A REPLACE.
009186* A MASTER UPDATE THAT FAILS ABENDS BEFORE THE JOURNAL ENTRY.
009188* A POSTING CARRYING A LOOKUP INDEX ANSWERED A VALUE DETAIL.
009190*-----------------------------------------------------------------
009200 2700-POST-RESULT-MASTER.
009201     IF RES-LOOKUP-INDEX NOT = SPACES
009202         MOVE 'V' TO WS-POST-REQUEST-KIND
009203         MOVE 1 TO WS-POST-RANGE-LINES
009204     END-IF.
009205     MOVE SPACES TO JOURNAL-RECORD.
009206     MOVE RES-REQUEST-ID TO JRN-REQUEST-ID.
009207     MOVE WS-POST-INPUT-INDEX TO JRN-RANGE-INDEX.
009208     SET JRN-BEFORE-ABSENT TO TRUE.
009209     SET JRN-ACTION-ADD TO TRUE.
009210     MOVE RES-REQUEST-ID TO RM-REQUEST-ID.
009220     MOVE RES-OUTPUT TO RM-OUTPUT.
009230     MOVE RES-OVERFLOW-IND TO RM-OVERFLOW-IND.
009240     MOVE RES-STATUS TO RM-STATUS.
009250     MOVE RES-OUTPUT-EXT TO RM-OUTPUT-EXT.
009260     MOVE RES-OVERFLOW-EXT-IND TO RM-OVERFLOW-EXT-IND.
009270     MOVE WS-BUSINESS-DATE TO RM-POSTED-DATE.
009280     MOVE WS-RUN-START-TIME TO RM-POSTED-TIME.
009290     MOVE RES-SUBMITTER-ID TO RM-SUBMITTER-ID.
009291     MOVE WS-POST-REQUEST-KIND TO RM-REQUEST-KIND.
009293     MOVE WS-POST-RANGE-LINES TO RM-RANGE-LINES.
009295     SET RM-NOT-REVERSED TO TRUE.
009296     MOVE ZERO TO RM-REVERSED-DATE.
009298     MOVE SPACES TO RM-REVERSED-BY-ID.
009300     MOVE RES-SEQUENCE-TYPE TO RM-SEQUENCE-TYPE.
009302     MOVE RES-LOOKUP-INDEX TO RM-LOOKUP-INDEX.
009304     MOVE RES-EXACT-MATCH-IND TO RM-EXACT-MATCH-IND.
009306     MOVE WS-POST-INPUT-INDEX TO RM-INPUT-INDEX.
009308     MOVE RESULT-MASTER-RECORD TO JRN-AFTER-IMAGE.
009310     WRITE RESULT-MASTER-RECORD
009320         INVALID KEY
009325             IF WS-RMAST-DUPLICATE-KEY
009330                 PERFORM 2750-REPLACE-POSTING THRU 2750-EXIT
009340             ELSE
009350                 PERFORM 2770-MASTER-UPDATE-ABEND THRU 2770-EXIT
009360             END-IF
009370     END-WRITE.
009372     IF NOT WS-RMAST-IO-OK
009374         PERFORM 2770-MASTER-UPDATE-ABEND THRU 2770-EXIT
009376     END-IF.
009378     PERFORM 2760-WRITE-JOURNAL THRU 2760-EXIT.
009380 2700-EXIT.
009390     EXIT.

009533     MOVE SPACES TO ACK-RECORD.
009534     MOVE 'HDR' TO ACK-RECORD-TYPE.
009535     MOVE WS-CURRENT-SUBMITTER TO ACKH-SUBMITTER-ID.
009536     MOVE WS-BUSINESS-DATE TO ACKH-BUSINESS-DATE.
009537     WRITE ACK-RECORD.
009538     SET WS-ACK-SET-OPEN TO TRUE.
009539     MOVE ZERO TO WS-ACK-DETAIL-COUNT.
011300*-----------------------------------------------------------------
011310 6100-RESUBMIT-INIT.
011320     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
011326     ACCEPT WS-CLOCK-TIME FROM TIME.
011332     DIVIDE WS-CLOCK-TIME BY 100 GIVING WS-RUN-START-TIME.
011336     PERFORM 1450-READ-BUSINESS-DATE THRU 1450-EXIT.
011340     OPEN INPUT SUSPENSE-FILE.
011350     IF WS-SUSP-FILE-NOT-FOUND
011360         PERFORM 6150-SUSPENSE-MISSING THRU 6150-EXIT
011913         PERFORM 6350-RESUBMIT-VALUE THRU 6350-EXIT
011914         GO TO 6300-FINISH
011915     END-IF.
011916     IF SUSP-CANCEL-TYPE = 'X'
011917         PERFORM 6360-RESUBMIT-CANCEL THRU 6360-EXIT
011918         GO TO 6300-FINISH
011919     END-IF.
011920     MOVE SUSP-SEQ-TYPE TO WS-CURRENT-SEQ-TYPE.
011930     MOVE SUSP-SEED-1 TO WS-SEED-1-X.
011940     MOVE SUSP-SEED-2 TO WS-SEED-2-X.
012512     MOVE SPACES TO RES-LOOKUP-INDEX.
012514     MOVE SPACES TO RES-EXACT-MATCH-IND.
012516     MOVE SPACES TO WS-POST-INPUT-INDEX.
012517     MOVE SPACES TO WS-POST-REQUEST-KIND.
012518     MOVE ZERO TO WS-POST-RANGE-LINES.
012520     SET RES-STATUS-REJECTED TO TRUE.
012530     ADD 1 TO WS-RESULTS-REJECT-COUNT.
012540     PERFORM 7100-TALLY-SUBMITTER-REJECT THRU 7100-EXIT.
012730     CLOSE RESULT-FILE.
012740     CLOSE CACHE-FILE.
012750     CLOSE RESULT-MASTER-FILE.
012755     CLOSE POSTING-JOURNAL-FILE.
012760     DISPLAY WS-REQUEST-COUNT ' SUSPENSE REQUESTS PROCESSED'.
012770 6900-EXIT.
012780     EXIT.
013000     EXIT.

013010*-----------------------------------------------------------------
013011* 7200-TALLY-SUBMITTER-REVERSAL - COUNT ONE DESK'S REVERSAL.
013012*-----------------------------------------------------------------
013013 7200-TALLY-SUBMITTER-REVERSAL.
013014     IF WS-CURRENT-SUB-IX > ZERO
013015         ADD 1 TO WS-SUB-REVERSED-COUNT(WS-CURRENT-SUB-IX)
013016     END-IF.
013017 7200-EXIT.
013018     EXIT.

013019*-----------------------------------------------------------------
013020* 8000-TERMINATE - CLOSE FILES AND REPORT THE VOLUME PROCESSED.
013030* THIS PARAGRAPH IS ONLY REACHED AFTER REQUEST-FILE HAS RUN TO
013040* END OF FILE NATURALLY, SO THE CHECKPOINT IS CLEARED HERE - A
013060* JOB'S REQUEST-FILE TO BE MISTAKEN AGAINST.
013070*-----------------------------------------------------------------
013080 8000-TERMINATE.
013081     IF WS-HOLD-UNTRAILED-COUNT > ZERO
013082             AND WS-TOTAL-DETAIL-COUNT NOT = WS-CTL-DETAIL-COUNT
013083         SET WS-CTL-COUNT-UNPROVEN TO TRUE
013084     ELSE
013085         PERFORM 8250-VERIFY-CONTROL-COUNT THRU 8250-EXIT
013086     END-IF.
013090     PERFORM 8100-WRITE-RUN-REPORT THRU 8100-EXIT.
013092     PERFORM 8200-WRITE-RUN-HISTORY THRU 8200-EXIT.
013100     CLOSE REQUEST-FILE.
013130     CLOSE SUSPENSE-FILE.
013140     CLOSE CACHE-FILE.
013150     CLOSE RESULT-MASTER-FILE.
013155     CLOSE POSTING-JOURNAL-FILE.
013160     CLOSE CHECKPOINT-FILE.
013170     OPEN OUTPUT CHECKPOINT-FILE.
013180     CLOSE CHECKPOINT-FILE.
013190     MOVE SPACES TO WS-LAST-CHECKPOINT-ID.
013192     PERFORM 8300-MARK-CONTROL-CONSUMED THRU 8300-EXIT.
013193     IF WS-HOLD-ENTRY-COUNT > ZERO
013194         CLOSE HOLD-FILE
013195         IF RETURN-CODE < 4
013196             MOVE 4 TO RETURN-CODE
013197         END-IF
013198     END-IF.
013200     DISPLAY WS-REQUEST-COUNT ' REQUESTS PROCESSED'.
013210 8000-EXIT.
013220     EXIT.
013280*-----------------------------------------------------------------
013290 8100-WRITE-RUN-REPORT.
013300     ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD.
013306     ACCEPT WS-CLOCK-TIME FROM TIME.
013312     DIVIDE WS-CLOCK-TIME BY 100 GIVING WS-RUN-END-TIME.
013320     MOVE SPACES TO REPORT-LINE.
013330     MOVE 'FIBONACCI-BATCH RUN STATISTICS' TO RPT-LINE-TEXT.
013340     WRITE REPORT-LINE.
013480         INTO RPT-LINE-TEXT
013490     END-STRING.
013500     WRITE REPORT-LINE.
013501     MOVE SPACES TO REPORT-LINE.
013502     STRING 'BUSINESS DATE ' DELIMITED BY SIZE
013503             WS-BUSINESS-DATE DELIMITED BY SIZE
013504         INTO RPT-LINE-TEXT
013505     END-STRING.
013506     WRITE REPORT-LINE.
013510     MOVE SPACES TO REPORT-LINE.
013520     WRITE REPORT-LINE.
013530     MOVE 'REQUEST RECORDS READ' TO WS-STAT-LABEL.
013620     MOVE 'RESULTS FLAGGED OVERFLOW' TO WS-STAT-LABEL.
013630     MOVE WS-RESULTS-OVERFLOW-COUNT TO WS-STAT-COUNT.
013640     PERFORM 8110-WRITE-STAT-LINE THRU 8110-EXIT.
013642     MOVE 'POSTINGS REVERSED' TO WS-STAT-LABEL.
013644     MOVE WS-RESULTS-REVERSED-COUNT TO WS-STAT-COUNT.
013646     PERFORM 8110-WRITE-STAT-LINE THRU 8110-EXIT.
013647     MOVE 'POSTING JOURNAL ENTRIES' TO WS-STAT-LABEL.
013648     MOVE WS-JOURNAL-COUNT TO WS-STAT-COUNT.
013649     PERFORM 8110-WRITE-STAT-LINE THRU 8110-EXIT.
013650     MOVE 'CACHE HITS' TO WS-STAT-LABEL.
013660     MOVE WS-CACHE-HIT-COUNT TO WS-STAT-COUNT.
013670     PERFORM 8110-WRITE-STAT-LINE THRU 8110-EXIT.
013690     MOVE WS-FIBONACCI-CALL-COUNT TO WS-STAT-COUNT.
013700     PERFORM 8110-WRITE-STAT-LINE THRU 8110-EXIT.
013710     PERFORM 8150-WRITE-SUBMITTER-SECTION THRU 8150-EXIT.
013712     IF WS-NORMAL-MODE
013714         PERFORM 8170-WRITE-HELD-SECTION THRU 8170-EXIT
013716     END-IF.
013720     CLOSE RUN-REPORT-FILE.
013730 8100-EXIT.
013740     EXIT.
014170     MOVE WS-SUB-READ-COUNT(WS-SUB-SUB) TO WS-SUB-RPT-READ.
014180     MOVE WS-SUB-OK-COUNT(WS-SUB-SUB) TO WS-SUB-RPT-OK.
014190     MOVE WS-SUB-REJECT-COUNT(WS-SUB-SUB) TO WS-SUB-RPT-REJECT.
014193     MOVE WS-SUB-REVERSED-COUNT(WS-SUB-SUB)
014196         TO WS-SUB-RPT-REVERSED.
014200     MOVE SPACES TO REPORT-LINE.
014210     STRING '  ' DELIMITED BY SIZE
014220             WS-SUB-ID(WS-SUB-SUB) DELIMITED BY SIZE
014260             WS-SUB-RPT-OK DELIMITED BY SIZE
014270             '  REJECTED ' DELIMITED BY SIZE
014280             WS-SUB-RPT-REJECT DELIMITED BY SIZE
014283             '  REVERSED ' DELIMITED BY SIZE
014286             WS-SUB-RPT-REVERSED DELIMITED BY SIZE
014290         INTO RPT-LINE-TEXT
014300     END-STRING.
014310     WRITE REPORT-LINE.
014470     MOVE WS-RUN-START-TIME TO RH-START-TIME.
014480     MOVE WS-RUN-END-DATE TO RH-END-DATE.
014490     MOVE WS-RUN-END-TIME TO RH-END-TIME.
014495     MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE.
014500     MOVE WS-RECORDS-READ TO RH-RECORDS-READ.
014510     MOVE WS-RESULTS-OK-COUNT TO RH-OK-COUNT.
014520     MOVE WS-RESULTS-REJECT-COUNT TO RH-REJECT-COUNT.
014647         CLOSE ACK-FILE
014648         CLOSE SUSPENSE-FILE
014649         CLOSE CACHE-FILE
014650         CLOSE POSTING-JOURNAL-FILE
014651         CLOSE RESULT-MASTER-FILE
014652         CLOSE CHECKPOINT-FILE
014653         CLOSE RUN-REPORT-FILE
014667* THE CHECKPOINT IS CLEARED, SO THIS CERTIFIED GENERATION IS
014670* SPENT.  REWRITE THE CONTROL RECORD CONSUMED SO A SECOND RUN
014680* AGAINST THE SAME FILE ABENDS AT 1500-VERIFY-CONTROL.
014681* A GENERATION WHOSE DETAIL COUNT A HELD SET WITHOUT A TRAILER
014682* LEFT NOT PROVEN IS MARKED 'U' INSTEAD - POSTED, SO A RERUN
014683* ABENDS AT 1500-VERIFY-CONTROL AS FOR A CONSUMED ONE, BUT NOT
014684* CONSUMED, SO DATEROLL AND DELIVER WILL NOT RUN AGAINST IT.  THE
014685* RUN ENDS WITH RETURN CODE 8.  THE INDICATOR IS SET TO 'Y' ONLY
014686* WHEN OPERATIONS HAS PROVEN THE FILE AGAINST FIBHOLD.
014690*-----------------------------------------------------------------
014700 8300-MARK-CONTROL-CONSUMED.
014710     OPEN OUTPUT CONTROL-FILE.
014730     MOVE WS-CTL-BUSINESS-DATE TO CTL-BUSINESS-DATE.
014740     MOVE WS-CTL-DETAIL-COUNT TO CTL-DETAIL-COUNT.
014750     SET CTL-CONSUMED TO TRUE.
014751     IF WS-CTL-COUNT-UNPROVEN
014752         SET CTL-POSTED-UNPROVEN TO TRUE
014753         DISPLAY 'FIBONACCI-BATCH - CERTIFIED GENERATION '
014754                 WS-CTL-GENERATION ' POSTED BUT DETAIL COUNT NOT '
014755                 'PROVEN - DO NOT RERUN'
014756         MOVE 8 TO RETURN-CODE
014757     END-IF.
014760     WRITE CONTROL-RECORD.
014770     CLOSE CONTROL-FILE.
014780 8300-EXIT.
014790     EXIT.

014800*-----------------------------------------------------------------
014810* 1600-PRESCAN-SETS - READ THE WHOLE REQUEST FILE ONCE BEFORE
014820* ANYTHING POSTS AND ENTER EVERY TRANSMISSION SET THAT CANNOT BE
014830* POSTED IN THE HELD-SET TABLE, SO ONE DESK'S BAD SET IS HELD
014840* INSTEAD OF ABENDING THE NIGHT FOR EVERY DESK.  A RECORD OUTSIDE
014850* ANY SET IS LEFT FOR THE POSTING PASS TO ABEND ON, AS BEFORE.
014860* THE HELD FILE IS OPENED ONLY WHEN THERE IS SOMETHING TO HOLD.
014870*-----------------------------------------------------------------
014880 1600-PRESCAN-SETS.
014890     MOVE ZERO TO WS-HOLD-ENTRY-COUNT.
014900     MOVE ZERO TO WS-HOLD-UNTRAILED-COUNT.
014910     MOVE ZERO TO WS-SCAN-SET-NUMBER.
014920     SET WS-SCAN-SET-CLOSED TO TRUE.
014930     SET WS-SCAN-NOT-END-OF-FILE TO TRUE.
014940     OPEN INPUT REQUEST-FILE.
014950     PERFORM 1610-PRESCAN-RECORD THRU 1610-EXIT
014960         UNTIL WS-SCAN-END-OF-FILE.
014970     CLOSE REQUEST-FILE.
014980     IF WS-HOLD-ENTRY-COUNT > ZERO
014990         OPEN EXTEND HOLD-FILE
015000         IF WS-HOLD-FILE-NOT-FOUND
015010             OPEN OUTPUT HOLD-FILE
015020         END-IF
015030     END-IF.
015040 1600-EXIT.
015050     EXIT.

015060 1610-PRESCAN-RECORD.
015070     READ REQUEST-FILE
015080         AT END
015090             SET WS-SCAN-END-OF-FILE TO TRUE
015100             IF WS-SCAN-SET-OPEN
015110                 PERFORM 1625-PRESCAN-CUT-SHORT THRU 1625-EXIT
015120             END-IF
015130         NOT AT END
015140             EVALUATE TRUE
015150                 WHEN REQ-HEADER-RECORD
015160                     PERFORM 1620-PRESCAN-HEADER THRU 1620-EXIT
015170                 WHEN REQ-TRAILER-RECORD
015180                     PERFORM 1630-PRESCAN-TRAILER THRU 1630-EXIT
015190                 WHEN WS-SCAN-SET-OPEN
015200                     ADD 1 TO WS-SCAN-DETAIL-COUNT
015210                 WHEN OTHER
015220                     CONTINUE
015230             END-EVALUATE
015240     END-READ.
015250 1610-EXIT.
015260     EXIT.

015270*-----------------------------------------------------------------
015280* 1620-PRESCAN-HEADER - A HEADER ARRIVING WHILE A SET IS OPEN CUTS
015290* THAT SET SHORT.  THE NEW SET IS MARKED FOR HOLDING AT ONCE IF
015300* ITS BUSINESS DATE IS NOT THE CURRENT ONE - A PRIOR-DAY SET SENT
015310* BY MISTAKE MUST NOT POST TWICE.
015320*-----------------------------------------------------------------
015330 1620-PRESCAN-HEADER.
015340     IF WS-SCAN-SET-OPEN
015350         PERFORM 1625-PRESCAN-CUT-SHORT THRU 1625-EXIT
015360     END-IF.
015370     SET WS-SCAN-SET-OPEN TO TRUE.
015380     ADD 1 TO WS-SCAN-SET-NUMBER.
015390     MOVE REQH-SUBMITTER-ID TO WS-SCAN-SUBMITTER.
015400     MOVE REQH-BUSINESS-DATE TO WS-SCAN-BUSINESS-DATE.
015410     MOVE ZERO TO WS-SCAN-DETAIL-COUNT.
015420     MOVE SPACES TO WS-SCAN-REASON.
015430     IF REQH-BUSINESS-DATE NOT = WS-BUSINESS-DATE
015440         MOVE 'BDAT' TO WS-SCAN-REASON
015450     END-IF.
015460 1620-EXIT.
015470     EXIT.

015480*-----------------------------------------------------------------
015490* 1625-PRESCAN-CUT-SHORT - THE OPEN SET ENDED (NEXT HEADER OR END
015500* OF FILE) WITHOUT A TRAILER.  HOLD IT; WITH NO TRAILER COUNT, THE
015510* DETAILS FOUND STAND IN FOR THE COUNT THE EDIT CERTIFIED.
015520* THE EDIT CERTIFIES SUCH A SET AS IT STANDS, SO THE TWO AGREE
015530* UNLESS THE FILE WAS CUT SHORT AFTER THE EDIT.
015540*-----------------------------------------------------------------
015550 1625-PRESCAN-CUT-SHORT.
015560     IF WS-SCAN-REASON = SPACES
015570         MOVE 'NTRL' TO WS-SCAN-REASON
015580     END-IF.
015590     MOVE WS-SCAN-DETAIL-COUNT TO WS-SCAN-CERTIFIED-COUNT.
015600     ADD 1 TO WS-HOLD-UNTRAILED-COUNT.
015610     PERFORM 1635-HOLD-SCANNED-SET THRU 1635-EXIT.
015620     SET WS-SCAN-SET-CLOSED TO TRUE.
015630 1625-EXIT.
015640     EXIT.

015650*-----------------------------------------------------------------
015660* 1630-PRESCAN-TRAILER - BALANCE THE SET'S DETAILS AGAINST ITS
015670* TRAILER COUNT AND HOLD IT IF THEY DISAGREE OR IF ITS HEADER WAS
015680* ALREADY MARKED.  A TRAILER OUTSIDE ANY SET IS LEFT FOR THE
015690* POSTING PASS.
015700* A HELD SET IS PROVEN BY THE DETAILS FOUND ON THE FILE: THE EDIT
015710* CERTIFIES AN OUT-OF-BALANCE SET AS IT STANDS, SO ITS TRAILER
015720* COUNT IS NOT WHAT THE CONTROL RECORD CARRIES FOR IT.
015730*-----------------------------------------------------------------
015740 1630-PRESCAN-TRAILER.
015750     IF WS-SCAN-SET-CLOSED
015760         GO TO 1630-EXIT
015770     END-IF.
015780     MOVE WS-SCAN-DETAIL-COUNT TO WS-SCAN-CERTIFIED-COUNT.
015790     IF WS-SCAN-REASON = SPACES
015800             AND WS-SCAN-DETAIL-COUNT NOT = REQT-DETAIL-COUNT
015810         MOVE 'OBAL' TO WS-SCAN-REASON
015820     END-IF.
015830     IF WS-SCAN-REASON NOT = SPACES
015840         PERFORM 1635-HOLD-SCANNED-SET THRU 1635-EXIT
015850     END-IF.
015860     SET WS-SCAN-SET-CLOSED TO TRUE.
015870 1630-EXIT.
015880     EXIT.

015890*-----------------------------------------------------------------
015900* 1635-HOLD-SCANNED-SET - ENTER THE SCANNED SET IN THE HELD-SET
015910* TABLE.  MORE BAD SETS THAN THE TABLE HOLDS IS NOT ONE DESK'S
015920* PROBLEM, SO THAT STILL ABENDS.
015930*-----------------------------------------------------------------
015940 1635-HOLD-SCANNED-SET.
015950     IF WS-HOLD-ENTRY-COUNT NOT < WS-HOLD-ENTRY-MAX
015960         PERFORM 1690-HOLD-TABLE-FULL THRU 1690-EXIT
015970     END-IF.
015980     ADD 1 TO WS-HOLD-ENTRY-COUNT.
015990     MOVE WS-SCAN-SET-NUMBER
016000         TO WS-HOLD-SET-NUMBER(WS-HOLD-ENTRY-COUNT).
016010     MOVE WS-SCAN-SUBMITTER
016020         TO WS-HOLD-SUBMITTER(WS-HOLD-ENTRY-COUNT).
016030     MOVE WS-SCAN-BUSINESS-DATE
016040         TO WS-HOLD-BUSINESS-DATE(WS-HOLD-ENTRY-COUNT).
016050     MOVE WS-SCAN-REASON TO WS-HOLD-REASON(WS-HOLD-ENTRY-COUNT).
016060     MOVE WS-SCAN-DETAIL-COUNT
016070         TO WS-HOLD-DETAIL-COUNT(WS-HOLD-ENTRY-COUNT).
016080     MOVE WS-SCAN-CERTIFIED-COUNT
016090         TO WS-HOLD-CERT-COUNT(WS-HOLD-ENTRY-COUNT).
016100     DISPLAY 'FIBONACCI-BATCH HOLDING SET FROM ' WS-SCAN-SUBMITTER
016110             ' - REASON ' WS-SCAN-REASON.
016120 1635-EXIT.
016130     EXIT.

016140*-----------------------------------------------------------------
016150* 1640-CHECK-HELD-SET - IS THE SET JUST OPENED ONE THE PRE-SCAN
016160* HELD?  SETS ARE MATCHED BY THEIR POSITION IN THE FILE.
016170* ON A RESTART A HELD SET AT OR BEFORE THE CHECKPOINTED SET WENT
016180* TO FIBHOLD AND WAS ACKED ON THE PRIOR RUN.
016190*-----------------------------------------------------------------
016200 1640-CHECK-HELD-SET.
016210     SET WS-SET-NOT-HELD TO TRUE.
016220     MOVE ZERO TO WS-CURRENT-HOLD-IX.
016230     PERFORM 1645-MATCH-HELD-SET THRU 1645-EXIT
016240         VARYING WS-HOLD-SUB FROM 1 BY 1
016250         UNTIL WS-HOLD-SUB > WS-HOLD-ENTRY-COUNT
016260         OR WS-SET-HELD.
016270     SET WS-HELD-SET-NOT-WRITTEN TO TRUE.
016280     IF WS-SET-HELD
016290             AND WS-SET-COUNT NOT > WS-LAST-CHECKPOINT-SET
016300         SET WS-HELD-SET-ALREADY-WRITTEN TO TRUE
016310     END-IF.
016320 1640-EXIT.
016330     EXIT.

016340 1645-MATCH-HELD-SET.
016350     IF WS-HOLD-SET-NUMBER(WS-HOLD-SUB) = WS-SET-COUNT
016360         SET WS-SET-HELD TO TRUE
016370         MOVE WS-HOLD-SUB TO WS-CURRENT-HOLD-IX
016380     END-IF.
016390 1645-EXIT.
016400     EXIT.

016410*-----------------------------------------------------------------
016420* 1650-OPEN-HELD-SET - COPY THE HELD SET'S HEADER TO THE HELD FILE
016430* AND OPEN A REJECTED-SET ACK FOR THE DESK.  NONE OF THE SET'S
016440* RECORDS REACH REQUEST PROCESSING, SO NOTHING FROM IT POSTS.  A
016450* SET THE PRIOR RUN ALREADY HELD AND ACKED (SEE 1640) WRITES
016460* NOTHING AGAIN.
016470*-----------------------------------------------------------------
016480 1650-OPEN-HELD-SET.
016490     IF WS-HELD-SET-ALREADY-WRITTEN
016500         GO TO 1650-EXIT
016510     END-IF.
016520     WRITE HOLD-RECORD FROM REQUEST-CONTROL-RECORD.
016530     PERFORM 2900-WRITE-ACK-HEADER THRU 2900-EXIT.
016540 1650-EXIT.
016550     EXIT.

016560*-----------------------------------------------------------------
016570* 1660-HOLD-DETAIL - COPY ONE DETAIL OF A HELD SET TO THE HELD
016580* FILE AND ACK ITS REQUEST-ID 'HELD' UNDER THE HOLD REASON.
016590*-----------------------------------------------------------------
016600 1660-HOLD-DETAIL.
016610     ADD 1 TO WS-DETAIL-READ-COUNT.
016620     IF WS-HELD-SET-ALREADY-WRITTEN
016630         GO TO 1660-EXIT
016640     END-IF.
016650     WRITE HOLD-RECORD FROM REQUEST-RANGE-RECORD.
016660     MOVE REQ-REQUEST-ID TO RES-REQUEST-ID.
016670     MOVE 'HELD' TO WS-ACK-DISPOSITION.
016680     MOVE WS-HOLD-REASON(WS-CURRENT-HOLD-IX) TO WS-ACK-REASON.
016690     PERFORM 2920-WRITE-ACK-DETAIL THRU 2920-EXIT.
016700 1660-EXIT.
016710     EXIT.

016720*-----------------------------------------------------------------
016730* 1670-HOLD-TRAILER - COPY THE HELD SET'S TRAILER TO THE HELD FILE
016740* AND CLOSE THE SET.
016750*-----------------------------------------------------------------
016760 1670-HOLD-TRAILER.
016770     IF WS-HELD-SET-NOT-WRITTEN
016780         WRITE HOLD-RECORD FROM REQUEST-CONTROL-RECORD
016790     END-IF.
016800     PERFORM 1680-CLOSE-HELD-SET THRU 1680-EXIT.
016810 1670-EXIT.
016820     EXIT.

016830*-----------------------------------------------------------------
016840* 1680-CLOSE-HELD-SET - CLOSE THE HELD SET AND ITS ACK SET, AND
016850* CARRY THE COUNT THE EDIT CERTIFIED FOR IT INTO THE CONTROL
016860* RECORD BALANCE, SO THE HANDSHAKE STILL PROVES THE FILE.
016870* A SET WRITTEN TO FIBHOLD THIS RUN IS CHECKPOINTED, UNDER THE
016880* LAST REQUEST POSTED, SO A RESTART DOES NOT HOLD IT AGAIN.
016890*-----------------------------------------------------------------
016900 1680-CLOSE-HELD-SET.
016910     ADD WS-HOLD-CERT-COUNT(WS-CURRENT-HOLD-IX)
016920         TO WS-TOTAL-DETAIL-COUNT.
016930     PERFORM 2950-WRITE-ACK-TRAILER THRU 2950-EXIT.
016940     IF WS-HELD-SET-NOT-WRITTEN
016950         MOVE WS-LAST-CHECKPOINT-ID TO CKPT-LAST-REQUEST-ID
016960         MOVE WS-SET-COUNT TO CKPT-SET-NUMBER
016970         WRITE CHECKPOINT-RECORD
016980     END-IF.
016990     SET WS-SET-NOT-HELD TO TRUE.
017000     SET WS-SET-CLOSED TO TRUE.
017010 1680-EXIT.
017020     EXIT.

017030*-----------------------------------------------------------------
017040* 1690-HOLD-TABLE-FULL - MORE SETS TO HOLD THAN THE TABLE HAS
017050* ROOM FOR.  ABEND BEFORE ANYTHING POSTS.
017060*-----------------------------------------------------------------
017070 1690-HOLD-TABLE-FULL.
017080     DISPLAY 'FIBONACCI-BATCH ABEND - MORE THAN 20 TRANSMISSION '
017090             'SETS TO HOLD'.
017100     CLOSE REQUEST-FILE.
017110     MOVE 16 TO RETURN-CODE.
017120     STOP RUN.
017130 1690-EXIT.
017140     EXIT.

017150*-----------------------------------------------------------------
017160* 8170-WRITE-HELD-SECTION - ONE ENTRY PER TRANSMISSION SET HELD
017170* THIS RUN, WITH THE REASON, SO OPERATIONS KNOWS WHAT IS WAITING
017180* ON FIBHOLD FOR THE DESK TO RESEND OR FOR CORRECTION AND RELEASE.
017190*-----------------------------------------------------------------
017200 8170-WRITE-HELD-SECTION.
017210     MOVE SPACES TO REPORT-LINE.
017220     WRITE REPORT-LINE.
017230     MOVE 'HELD TRANSMISSION SETS' TO RPT-LINE-TEXT.
017240     WRITE REPORT-LINE.
017250     IF WS-HOLD-ENTRY-COUNT = ZERO
017260         MOVE '  NO TRANSMISSION SETS HELD' TO RPT-LINE-TEXT
017270         WRITE REPORT-LINE
017280         GO TO 8170-EXIT
017290     END-IF.
017300     PERFORM 8180-WRITE-HELD-LINE THRU 8180-EXIT
017310         VARYING WS-HOLD-SUB FROM 1 BY 1
017320         UNTIL WS-HOLD-SUB > WS-HOLD-ENTRY-COUNT.
017330     IF WS-CTL-COUNT-UNPROVEN
017340         MOVE '  CERTIFIED DETAIL COUNT NOT PROVEN - A HELD SET '
017350             TO RPT-LINE-TEXT
017360         WRITE REPORT-LINE
017370         MOVE '  HAD NO TRAILER' TO RPT-LINE-TEXT
017380         WRITE REPORT-LINE
017382         MOVE '  GENERATION MARKED POSTED BUT UNPROVEN ON FIBCTL'
017384             TO RPT-LINE-TEXT
017386         WRITE REPORT-LINE
017390     END-IF.
017400 8170-EXIT.
017410     EXIT.

017420 8180-WRITE-HELD-LINE.
017430     MOVE WS-HOLD-SET-NUMBER(WS-HOLD-SUB) TO WS-HOLD-RPT-SET.
017440     MOVE WS-HOLD-DETAIL-COUNT(WS-HOLD-SUB)
017450         TO WS-HOLD-RPT-DETAILS.
017460     EVALUATE WS-HOLD-REASON(WS-HOLD-SUB)
017470         WHEN 'BDAT'
017480             MOVE 'HEADER DATE IS NOT FIBBDATE CURRENT DATE'
017490                 TO WS-HOLD-REASON-TEXT
017500         WHEN 'OBAL'
017510             MOVE 'DETAILS DO NOT BALANCE TO THE TRAILER'
017520                 TO WS-HOLD-REASON-TEXT
017530         WHEN OTHER
017540             MOVE 'TRAILER RECORD MISSING' TO WS-HOLD-REASON-TEXT
017550     END-EVALUATE.
017560     MOVE SPACES TO REPORT-LINE.
017570     STRING '  ' DELIMITED BY SIZE
017580             WS-HOLD-SUBMITTER(WS-HOLD-SUB) DELIMITED BY SIZE
017590             '  SET ' DELIMITED BY SIZE
017600             WS-HOLD-RPT-SET DELIMITED BY SIZE
017610             '  DATE ' DELIMITED BY SIZE
017620             WS-HOLD-BUSINESS-DATE(WS-HOLD-SUB) DELIMITED BY SIZE
017630             '  DETAILS ' DELIMITED BY SIZE
017640             WS-HOLD-RPT-DETAILS DELIMITED BY SIZE
017650             '  ' DELIMITED BY SIZE
017660             WS-HOLD-REASON(WS-HOLD-SUB) DELIMITED BY SIZE
017670         INTO RPT-LINE-TEXT
017680     END-STRING.
017690     WRITE REPORT-LINE.
017700     MOVE SPACES TO REPORT-LINE.
017710     STRING '      ' DELIMITED BY SIZE
017720             WS-HOLD-REASON-TEXT DELIMITED BY SIZE
017730         INTO RPT-LINE-TEXT
017740     END-STRING.
017750     WRITE REPORT-LINE.
017760 8180-EXIT.
017770     EXIT.

017780*-----------------------------------------------------------------
017790* 2750-REPLACE-POSTING - THE KEY IS ALREADY ON THE MASTER.  KEEP
017800* THE POSTING BEING REPLACED AS THE JOURNAL'S BEFORE IMAGE, THEN
017810* REWRITE THE KEY WITH THE NEW POSTING HELD AS THE AFTER IMAGE.
017820*-----------------------------------------------------------------
017830 2750-REPLACE-POSTING.
017840     MOVE JRN-REQUEST-ID TO RM-REQUEST-ID.
017850     READ RESULT-MASTER-FILE
017860         INVALID KEY
017870             CONTINUE
017880         NOT INVALID KEY
017890             MOVE RESULT-MASTER-RECORD TO JRN-BEFORE-IMAGE
017900             SET JRN-BEFORE-PRESENT TO TRUE
017910     END-READ.
017920     SET JRN-ACTION-REPLACE TO TRUE.
017930     MOVE JRN-AFTER-IMAGE TO RESULT-MASTER-RECORD.
017940     REWRITE RESULT-MASTER-RECORD
017950         INVALID KEY
017960             PERFORM 2770-MASTER-UPDATE-ABEND THRU 2770-EXIT
017970     END-REWRITE.
017980 2750-EXIT.
017990     EXIT.

018000*-----------------------------------------------------------------
018010* 2760-WRITE-JOURNAL - APPEND ONE POSTING JOURNAL ENTRY.  THE
018020* CALLER HAS STAGED THE ACTION, THE KEY, THE INDEX POSTED AND
018030* THE BEFORE AND AFTER IMAGES BEFORE TOUCHING THE MASTER; THE
018040* RUN DATE, TIME AND MODE ARE STAMPED HERE.
018050*-----------------------------------------------------------------
018060 2760-WRITE-JOURNAL.
018070     MOVE WS-RUN-START-DATE TO JRN-RUN-DATE.
018080     MOVE WS-RUN-START-TIME TO JRN-RUN-TIME.
018090     IF WS-RESUBMIT-MODE
018100         SET JRN-RESUBMIT-RUN TO TRUE
018110     ELSE
018120         SET JRN-NORMAL-RUN TO TRUE
018130     END-IF.
018140     WRITE JOURNAL-RECORD.
018150     ADD 1 TO WS-JOURNAL-COUNT.
018160 2760-EXIT.
018170     EXIT.

018180*-----------------------------------------------------------------
018190* 1450-READ-BUSINESS-DATE - THE BUSINESS DATE THIS RUN POSTS FOR
018200* IS KEPT BY OPERATIONS ON FIBBDATE AND ADVANCED BY
018210* FIBONACCI-DATEROLL ONLY AFTER THIS RUN HAS CONSUMED THE NIGHT'S
018220* GENERATION.  IT IS READ BEFORE ANY OTHER FILE IS OPENED.
018230*-----------------------------------------------------------------
018240 1450-READ-BUSINESS-DATE.
018250     OPEN INPUT BUSINESS-DATE-FILE.
018260     IF WS-BDATE-FILE-STATUS NOT = '00'
018270         DISPLAY 'FIBONACCI-BATCH ABEND - BUSINESS DATE FILE '
018280                 'UNAVAILABLE - FILE STATUS ' WS-BDATE-FILE-STATUS
018290         PERFORM 1460-BUSINESS-DATE-ABEND THRU 1460-EXIT
018300     END-IF.
018310     READ BUSINESS-DATE-FILE
018320         AT END
018330             MOVE SPACES TO BUSINESS-DATE-RECORD
018340     END-READ.
018350     IF NOT BD-CURRENT-RECORD
018360         OR BDC-CURRENT-DATE NOT NUMERIC
018370         DISPLAY 'FIBONACCI-BATCH ABEND - BUSINESS DATE FILE HAS '
018380                 'NO VALID CURRENT RECORD'
018390         PERFORM 1460-BUSINESS-DATE-ABEND THRU 1460-EXIT
018400     END-IF.
018410     MOVE BDC-CURRENT-DATE TO WS-BUSINESS-DATE.
018420     CLOSE BUSINESS-DATE-FILE.
018430 1450-EXIT.
018440     EXIT.

018450*-----------------------------------------------------------------
018460* 1460-BUSINESS-DATE-ABEND - NO BUSINESS DATE TO POST FOR.
018470*-----------------------------------------------------------------
018480 1460-BUSINESS-DATE-ABEND.
018490     CLOSE BUSINESS-DATE-FILE.
018500     MOVE 16 TO RETURN-CODE.
018510     STOP RUN.
018520 1460-EXIT.
018530     EXIT.

018540*-----------------------------------------------------------------
018550* 2500-PROCESS-CANCEL - APPLY ONE CANCEL DETAIL.  THE POSTING IT
018560* NAMES IS REVERSED ON THE RESULTS MASTER AND THE CANCEL IS ACKED
018570* 'RVSD'; A CANCEL THAT CANNOT BE APPLIED GOES TO SUSPENSE WITH
018580* ITS REASON AND COUNTS AS A REJECTED REQUEST.  A CANCEL HAS NO
018590* RESULT OF ITS OWN, SO NOTHING IS WRITTEN TO FIBRES.
018600*-----------------------------------------------------------------
018610 2500-PROCESS-CANCEL.
018620     MOVE SPACES TO WS-CURRENT-SEQ-TYPE.
018630     MOVE REQC-TARGET-REQUEST-ID TO WS-CANCEL-TARGET-ID.
018640     PERFORM 2550-REVERSE-POSTING THRU 2550-EXIT.
018650     IF WS-INPUT-INVALID
018660         PERFORM 2300-WRITE-SUSPENSE THRU 2300-EXIT
018670         ADD 1 TO WS-RESULTS-REJECT-COUNT
018680         PERFORM 7100-TALLY-SUBMITTER-REJECT THRU 7100-EXIT
018690         GO TO 2500-EXIT
018700     END-IF.
018710     MOVE 'RVSD' TO WS-ACK-DISPOSITION.
018720     MOVE SPACES TO WS-ACK-REASON.
018730     PERFORM 2920-WRITE-ACK-DETAIL THRU 2920-EXIT.
018740 2500-EXIT.
018750     EXIT.

018760*-----------------------------------------------------------------
018770* 2550-REVERSE-POSTING - MARK THE POSTING NAMED BY
018780* WS-CANCEL-TARGET-ID REVERSED, STAMPED WITH THE BUSINESS DATE AND
018790* THE CANCEL'S OWN REQUEST-ID (RES-REQUEST-ID).  ONLY THE DESK
018800* THAT OWNS A POSTING MAY REVERSE IT, AND ONLY ONCE.  WHEN THE
018810* POSTING CANNOT BE REVERSED WS-INPUT-INVALID IS SET WITH THE
018820* SUSPENSE REASON.  SHARED BY THE NORMAL CYCLE AND THE RESUBMIT
018830* CYCLE.  A REWRITE THAT FAILS ABENDS BEFORE ANYTHING IS JOURNALED
018840* OR ACKED.
018850*-----------------------------------------------------------------
018860 2550-REVERSE-POSTING.
018870     SET WS-INPUT-VALID TO TRUE.
018880     MOVE WS-CANCEL-TARGET-ID TO RM-REQUEST-ID.
018890     READ RESULT-MASTER-FILE
018900         INVALID KEY
018910             SET WS-INPUT-INVALID TO TRUE
018920             SET SUSP-REASON-CANCEL-UNKNOWN TO TRUE
018930     END-READ.
018940     IF WS-INPUT-VALID
018950         IF RM-REVERSED
018960             SET WS-INPUT-INVALID TO TRUE
018970             SET SUSP-REASON-CANCEL-REVERSED TO TRUE
018980         ELSE
018990             IF RM-SUBMITTER-ID NOT = WS-CURRENT-SUBMITTER
019000                 SET WS-INPUT-INVALID TO TRUE
019010                 SET SUSP-REASON-CANCEL-NOT-OWNER TO TRUE
019020             END-IF
019030         END-IF
019040     END-IF.
019050     IF WS-INPUT-INVALID
019060         DISPLAY 'FIBONACCI-BATCH CANCEL ' RES-REQUEST-ID
019070                 ' NOT APPLIED TO ' WS-CANCEL-TARGET-ID
019080                 ' - REASON ' SUSP-REASON-CODE
019090         GO TO 2550-EXIT
019100     END-IF.
019110     MOVE SPACES TO JOURNAL-RECORD.
019120     MOVE RM-REQUEST-ID TO JRN-REQUEST-ID.
019130     MOVE RM-INPUT-INDEX TO JRN-RANGE-INDEX.
019140     MOVE RESULT-MASTER-RECORD TO JRN-BEFORE-IMAGE.
019150     SET JRN-BEFORE-PRESENT TO TRUE.
019160     SET RM-REVERSED TO TRUE.
019170     MOVE WS-BUSINESS-DATE TO RM-REVERSED-DATE.
019180     MOVE RES-REQUEST-ID TO RM-REVERSED-BY-ID.
019190     MOVE RESULT-MASTER-RECORD TO JRN-AFTER-IMAGE.
019200     SET JRN-ACTION-REVERSE TO TRUE.
019210     REWRITE RESULT-MASTER-RECORD
019220         INVALID KEY
019230             PERFORM 2770-MASTER-UPDATE-ABEND THRU 2770-EXIT
019240     END-REWRITE.
019250     IF NOT WS-RMAST-IO-OK
019260         PERFORM 2770-MASTER-UPDATE-ABEND THRU 2770-EXIT
019270     END-IF.
019280     PERFORM 2760-WRITE-JOURNAL THRU 2760-EXIT.
019290     ADD 1 TO WS-RESULTS-REVERSED-COUNT.
019300     PERFORM 7200-TALLY-SUBMITTER-REVERSAL THRU 7200-EXIT.
019310 2550-EXIT.
019320     EXIT.

019330*-----------------------------------------------------------------
019340* 2770-MASTER-UPDATE-ABEND - A RESULTS MASTER WRITE OR REWRITE
019350* FAILED.  NOTHING IS JOURNALED OR ACKED FOR THE POSTING; THE RUN
019360* ABENDS SO THE MASTER CAN BE PUT RIGHT BEFORE IT IS RESTARTED.
019370*-----------------------------------------------------------------
019380 2770-MASTER-UPDATE-ABEND.
019390     DISPLAY 'FIBONACCI-BATCH ABEND - RESULTS MASTER UPDATE '
019400             'FAILED FOR ' RM-REQUEST-ID
019410             ' - FILE STATUS ' WS-RMAST-FILE-STATUS.
019420     CLOSE RESULT-FILE.
019430     CLOSE ACK-FILE.
019440     CLOSE SUSPENSE-FILE.
019450     CLOSE CACHE-FILE.
019460     CLOSE RESULT-MASTER-FILE.
019470     CLOSE POSTING-JOURNAL-FILE.
019480     CLOSE RUN-REPORT-FILE.
019490     MOVE 16 TO RETURN-CODE.
019500     STOP RUN.
019510 2770-EXIT.
019520     EXIT.


019530*-----------------------------------------------------------------
019540* 6360-RESUBMIT-CANCEL - RETRY ONE SUSPENDED CANCEL.  IF THE
019550* POSTING IT NAMES CAN NOW BE REVERSED IT IS, AND THE CANCEL IS
019560* ACKED 'RVSD'.  OTHERWISE IT IS ACKED 'SUSP' WITH ITS CURRENT
019570* REASON AND STAYS ON THE SUSPENSE FILE FOR THE NEXT REPAIR.  A
019580* CANCEL HAS NO RESULT OF ITS OWN, SO UNLIKE 6400 NOTHING GOES TO
019590* FIBRES OR THE RESULTS MASTER, AND A CANCEL STILL INVALID IS NOT
019595* COUNTED AS A REJECTED RESULT IN THE RUN HISTORY.
019600*-----------------------------------------------------------------
019610 6360-RESUBMIT-CANCEL.
019620     MOVE SPACES TO WS-CURRENT-SEQ-TYPE.
019630     MOVE SUSP-TARGET-REQUEST-ID TO WS-CANCEL-TARGET-ID.
019640     PERFORM 2550-REVERSE-POSTING THRU 2550-EXIT.
019650     IF WS-INPUT-INVALID
019670         PERFORM 7100-TALLY-SUBMITTER-REJECT THRU 7100-EXIT
019680         MOVE 'SUSP' TO WS-ACK-DISPOSITION
019690         MOVE SUSP-REASON-CODE TO WS-ACK-REASON
019700         PERFORM 2920-WRITE-ACK-DETAIL THRU 2920-EXIT
019710         GO TO 6360-EXIT
019720     END-IF.
019730     MOVE 'RVSD' TO WS-ACK-DISPOSITION.
019740     MOVE SPACES TO WS-ACK-REASON.
019750     PERFORM 2920-WRITE-ACK-DETAIL THRU 2920-EXIT.
019760 6360-EXIT.
019770     EXIT.

