000010*****************************************************************
000020* PROGRAM-ID.  FIBONACCI-SUBMAINT
000030* AUTHOR.      D. OKAFOR
000040* INSTALLATION.APPLICATION DEVELOPMENT
000050* DATE-WRITTEN. 10/15/2026
000060* DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* REMARKS.     OPERATOR MAINTENANCE UTILITY FOR THE SUBMITTER
000090*              REGISTRY, IN THE STYLE OF THE CACHE AND RESULTS
000100*              MASTER UTILITIES.  THE REGISTRY (FIBSUBM) NAMES
000110*              EVERY DESK ALLOWED TO SEND TRANSMISSION SETS, THE
000120*              SEQUENCE TYPES EACH MAY ASK FOR, AND ITS DAILY
000130*              DETAIL QUOTA; FIBONACCI-EDIT REJECTS ANY SET THE
000140*              REGISTRY DOES NOT COVER.  EACH CARD ON SUBMCMD IS
000150*              ONE TRANSACTION, APPLIED IN ORDER:
000160*                ADD      - REGISTER A NEW DESK.  BLANK TYPE
000170*                           FLAGS ARE 'N', A BLANK QUOTA IS ZERO
000180*                           (NO DAILY LIMIT), A BLANK STATUS IS
000190*                           ACTIVE.
000200*                CHANGE   - REPLACE ANY NON-BLANK FIELD ON THE
000210*                           CARD; STATUS 'A' REINSTATES A
000220*                           SUSPENDED DESK.
000230*                SUSPEND  - STOP A DESK'S SETS AT THE EDIT
000240*                           WITHOUT LOSING ITS SET-UP.
000250*                LIST     - PRINT ONE DESK, OR EVERY DESK WHEN
000260*                           THE SUBMITTER-ID IS BLANK.
000270*              A CARD THAT CANNOT BE APPLIED IS PRINTED WITH ITS
000280*              REASON ON SUBMRPT AND THE RUN ENDS WITH RETURN
000290*              CODE 4; THE CARDS AROUND IT ARE STILL APPLIED.
000300*-----------------------------------------------------------------
000310* MODIFICATION HISTORY
000320*   10/15/2026 DKO  ORIGINAL PROGRAM.
000330*****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. FIBONACCI-SUBMAINT.
000360 AUTHOR. D. OKAFOR.
000370 INSTALLATION. APPLICATION DEVELOPMENT.
000380 DATE-WRITTEN. 10/15/2026.
000390 DATE-COMPILED.

000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT SUBMITTER-FILE ASSIGN TO 'FIBSUBM'
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS SR-SUBMITTER-ID
000470         FILE STATUS IS WS-SUBM-FILE-STATUS.
000480     SELECT COMMAND-FILE ASSIGN TO 'SUBMCMD'
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-CMD-FILE-STATUS.
000510     SELECT SUBMITTER-REPORT-FILE ASSIGN TO 'SUBMRPT'
000520         ORGANIZATION IS LINE SEQUENTIAL.

000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  SUBMITTER-FILE.
000560 COPY FIBONACCI-SUBMITTER.
000570 FD  COMMAND-FILE.
000580 01  COMMAND-RECORD                 PIC X(58).
000590 FD  SUBMITTER-REPORT-FILE.
000600 COPY FIBONACCI-RPTLINE.

000610 WORKING-STORAGE SECTION.
000620*-----------------------------------------------------------------
000630* ONE TRANSACTION CARD.  POSITIONS 17-58 ARE THE DESK'S SET-UP;
000640* ON A CHANGE A BLANK FIELD LEAVES THE REGISTRY VALUE ALONE.
000650*-----------------------------------------------------------------
000660 01  WS-COMMAND-CARD.
000670     05  CMD-FUNCTION               PIC X(08).
000680         88  CMD-ADD                        VALUE 'ADD'.
000690         88  CMD-CHANGE                     VALUE 'CHANGE'.
000700         88  CMD-SUSPEND                    VALUE 'SUSPEND'.
000710         88  CMD-LIST                       VALUE 'LIST'.
000720     05  CMD-SUBMITTER-ID           PIC X(08).
000730     05  CMD-STATUS                 PIC X(01).
000740         88  CMD-STATUS-VALID               VALUE 'A' 'S' ' '.
000750     05  CMD-ALLOW-FIBONACCI        PIC X(01).
000760         88  CMD-FIBONACCI-FLAG-VALID       VALUE 'Y' 'N' ' '.
000770     05  CMD-ALLOW-LUCAS            PIC X(01).
000780         88  CMD-LUCAS-FLAG-VALID           VALUE 'Y' 'N' ' '.
000790     05  CMD-ALLOW-CUSTOM           PIC X(01).
000800         88  CMD-CUSTOM-FLAG-VALID          VALUE 'Y' 'N' ' '.
000810     05  CMD-ALLOW-VALUE            PIC X(01).
000820         88  CMD-VALUE-FLAG-VALID           VALUE 'Y' 'N' ' '.
000830     05  CMD-DAILY-MAX              PIC X(07).
000840     05  CMD-DESK-NAME              PIC X(30).
000850 01  WS-SUBM-FILE-STATUS           PIC X(02) VALUE SPACES.
000860     88  WS-SUBM-FILE-NOT-FOUND            VALUE '35'.
000870 01  WS-CMD-FILE-STATUS            PIC X(02) VALUE SPACES.
000880     88  WS-CMD-FILE-NOT-FOUND             VALUE '35'.
000890 01  WS-CMD-EOF-SW                 PIC X(01) VALUE 'N'.
000900     88  WS-END-OF-COMMANDS                VALUE 'Y'.
000910     88  WS-NOT-END-OF-COMMANDS            VALUE 'N'.
000920 01  WS-SUBM-EOF-SW                PIC X(01) VALUE 'N'.
000930     88  WS-END-OF-REGISTRY                VALUE 'Y'.
000940     88  WS-NOT-END-OF-REGISTRY            VALUE 'N'.
000950 01  WS-CARD-SW                    PIC X(01) VALUE 'Y'.
000960     88  WS-CARD-VALID                     VALUE 'Y'.
000970     88  WS-CARD-INVALID                   VALUE 'N'.
000980 01  WS-REJECT-REASON              PIC X(24) VALUE SPACES.
000990 01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
001000 01  WS-CARDS-READ                 PIC 9(07) COMP VALUE ZERO.
001010 01  WS-CARDS-APPLIED              PIC 9(07) COMP VALUE ZERO.
001020 01  WS-CARDS-REJECTED             PIC 9(07) COMP VALUE ZERO.
001030 01  WS-LISTED-COUNT               PIC 9(07) COMP VALUE ZERO.
001040 01  WS-RPT-COUNT                  PIC Z(06)9.
001050 01  WS-RPT-COUNT-2                PIC Z(06)9.

001060 PROCEDURE DIVISION.

001070 0000-MAINLINE.
001080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001090     PERFORM 2000-PROCESS-COMMAND THRU 2000-EXIT
001100         UNTIL WS-END-OF-COMMANDS.
001110     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001120     STOP RUN.

001130*-----------------------------------------------------------------
001140* 1000-INITIALIZE - OPEN THE REPORT, THE CARDS, AND THE REGISTRY
001150* (BUILDING IT EMPTY THE FIRST TIME), AND PRIME THE CARD READ.
001160* NO COMMAND FILE, OR ONE WITH NO CARDS, IS AN OPERATIONS ERROR.
001170*-----------------------------------------------------------------
001180 1000-INITIALIZE.
001190     OPEN OUTPUT SUBMITTER-REPORT-FILE.
001200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001210     MOVE SPACES TO REPORT-LINE.
001220     STRING 'FIBONACCI SUBMITTER REGISTRY MAINTENANCE - RUN DATE '
001230             DELIMITED BY SIZE
001240             WS-RUN-DATE DELIMITED BY SIZE
001250         INTO RPT-LINE-TEXT
001260     END-STRING.
001270     WRITE REPORT-LINE.
001280     MOVE SPACES TO REPORT-LINE.
001290     WRITE REPORT-LINE.
001300     OPEN INPUT COMMAND-FILE.
001310     IF WS-CMD-FILE-NOT-FOUND
001320         PERFORM 1500-BAD-COMMAND THRU 1500-EXIT
001330     END-IF.
001340     PERFORM 1100-READ-COMMAND THRU 1100-EXIT.
001350     IF WS-END-OF-COMMANDS
001360         CLOSE COMMAND-FILE
001370         PERFORM 1500-BAD-COMMAND THRU 1500-EXIT
001380     END-IF.
001390     OPEN I-O SUBMITTER-FILE.
001400     IF WS-SUBM-FILE-NOT-FOUND
001410         OPEN OUTPUT SUBMITTER-FILE
001420         CLOSE SUBMITTER-FILE
001430         OPEN I-O SUBMITTER-FILE
001440     END-IF.
001450     IF WS-SUBM-FILE-STATUS NOT = '00'
001460         PERFORM 1600-REGISTRY-UNAVAILABLE THRU 1600-EXIT
001470     END-IF.
001480 1000-EXIT.
001490     EXIT.

001500 1100-READ-COMMAND.
001510     MOVE SPACES TO WS-COMMAND-CARD.
001520     READ COMMAND-FILE
001530         AT END
001540             SET WS-END-OF-COMMANDS TO TRUE
001550         NOT AT END
001560             MOVE COMMAND-RECORD TO WS-COMMAND-CARD
001570     END-READ.
001580 1100-EXIT.
001590     EXIT.

001600*-----------------------------------------------------------------
001610* 1500-BAD-COMMAND - NO COMMAND FILE, OR NO CARDS ON IT.  SAY SO
001620* ON THE REPORT AND ABEND.
001630*-----------------------------------------------------------------
001640 1500-BAD-COMMAND.
001650     DISPLAY 'FIBONACCI-SUBMAINT ABEND - COMMAND CARDS MISSING'.
001660     MOVE 'COMMAND CARDS MISSING - NOTHING DONE'
001670         TO RPT-LINE-TEXT.
001680     WRITE REPORT-LINE.
001690     CLOSE SUBMITTER-REPORT-FILE.
001700     MOVE 16 TO RETURN-CODE.
001710     STOP RUN.
001720 1500-EXIT.
001730     EXIT.

001740*-----------------------------------------------------------------
001750* 1600-REGISTRY-UNAVAILABLE - THE REGISTRY COULD NOT BE OPENED.
001760* REPORT THE FILE STATUS AND ABEND RATHER THAN PRESSING ON INTO
001770* I-O THAT CANNOT SUCCEED.
001780*-----------------------------------------------------------------
001790 1600-REGISTRY-UNAVAILABLE.
001800     DISPLAY 'FIBONACCI-SUBMAINT ABEND - SUBMITTER REGISTRY '
001810             'UNAVAILABLE - FILE STATUS ' WS-SUBM-FILE-STATUS.
001820     MOVE SPACES TO REPORT-LINE.
001830     STRING 'SUBMITTER REGISTRY UNAVAILABLE - FILE STATUS '
001840             DELIMITED BY SIZE
001850             WS-SUBM-FILE-STATUS DELIMITED BY SIZE
001860         INTO RPT-LINE-TEXT
001870     END-STRING.
001880     WRITE REPORT-LINE.
001890     CLOSE COMMAND-FILE.
001900     CLOSE SUBMITTER-REPORT-FILE.
001910     MOVE 16 TO RETURN-CODE.
001920     STOP RUN.
001930 1600-EXIT.
001940     EXIT.

001950*-----------------------------------------------------------------
001960* 2000-PROCESS-COMMAND - APPLY ONE CARD AND READ THE NEXT.  A CARD
001970* THAT FAILS ITS EDIT IS REJECTED TO THE REPORT WITHOUT TOUCHING
001980* THE REGISTRY.
001990*-----------------------------------------------------------------
002000 2000-PROCESS-COMMAND.
002010     ADD 1 TO WS-CARDS-READ.
002020     PERFORM 2100-EDIT-CARD THRU 2100-EXIT.
002030     IF WS-CARD-INVALID
002040         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
002050         GO TO 2000-READ-NEXT
002060     END-IF.
002070     EVALUATE TRUE
002080         WHEN CMD-ADD
002090             PERFORM 3000-ADD-SUBMITTER THRU 3000-EXIT
002100         WHEN CMD-CHANGE
002110             PERFORM 4000-CHANGE-SUBMITTER THRU 4000-EXIT
002120         WHEN CMD-SUSPEND
002130             PERFORM 5000-SUSPEND-SUBMITTER THRU 5000-EXIT
002140         WHEN CMD-LIST
002150             PERFORM 6000-LIST-REGISTRY THRU 6000-EXIT
002160     END-EVALUATE.
002170 2000-READ-NEXT.
002180     PERFORM 1100-READ-COMMAND THRU 1100-EXIT.
002190 2000-EXIT.
002200     EXIT.

002210*-----------------------------------------------------------------
002220* 2100-EDIT-CARD - THE FUNCTION MUST BE KNOWN, EVERY FUNCTION BUT
002230* LIST NEEDS A SUBMITTER-ID, AND THE SET-UP FIELDS MUST BE BLANK
002240* OR HOLD A VALUE THE REGISTRY ACCEPTS.
002250*-----------------------------------------------------------------
002260 2100-EDIT-CARD.
002270     SET WS-CARD-VALID TO TRUE.
002280     MOVE SPACES TO WS-REJECT-REASON.
002290     IF NOT CMD-ADD AND NOT CMD-CHANGE
002300             AND NOT CMD-SUSPEND AND NOT CMD-LIST
002310         MOVE 'UNKNOWN FUNCTION' TO WS-REJECT-REASON
002320         SET WS-CARD-INVALID TO TRUE
002330         GO TO 2100-EXIT
002340     END-IF.
002350     IF CMD-SUBMITTER-ID = SPACES AND NOT CMD-LIST
002360         MOVE 'SUBMITTER-ID MISSING' TO WS-REJECT-REASON
002370         SET WS-CARD-INVALID TO TRUE
002380         GO TO 2100-EXIT
002390     END-IF.
002400     IF NOT CMD-STATUS-VALID
002410         MOVE 'STATUS NOT A OR S' TO WS-REJECT-REASON
002420         SET WS-CARD-INVALID TO TRUE
002430         GO TO 2100-EXIT
002440     END-IF.
002450     IF NOT CMD-FIBONACCI-FLAG-VALID
002460             OR NOT CMD-LUCAS-FLAG-VALID
002470             OR NOT CMD-CUSTOM-FLAG-VALID
002480             OR NOT CMD-VALUE-FLAG-VALID
002490         MOVE 'TYPE FLAG NOT Y OR N' TO WS-REJECT-REASON
002500         SET WS-CARD-INVALID TO TRUE
002510         GO TO 2100-EXIT
002520     END-IF.
002530     IF CMD-DAILY-MAX NOT = SPACES
002540             AND CMD-DAILY-MAX NOT NUMERIC
002550         MOVE 'DAILY MAX NOT NUMERIC' TO WS-REJECT-REASON
002560         SET WS-CARD-INVALID TO TRUE
002570     END-IF.
002580 2100-EXIT.
002590     EXIT.

002600*-----------------------------------------------------------------
002610* 2800-REPORT-APPLIED - ONE LINE FOR A CARD THAT CHANGED THE
002620* REGISTRY, NAMING THE FUNCTION AND THE DESK.
002630*-----------------------------------------------------------------
002640 2800-REPORT-APPLIED.
002650     ADD 1 TO WS-CARDS-APPLIED.
002660     MOVE SPACES TO REPORT-LINE.
002670     STRING '  APPLIED  ' DELIMITED BY SIZE
002680             CMD-FUNCTION DELIMITED BY SIZE
002690             ' ' DELIMITED BY SIZE
002700             SR-SUBMITTER-ID DELIMITED BY SIZE
002710             '  STATUS ' DELIMITED BY SIZE
002720             SR-STATUS DELIMITED BY SIZE
002730         INTO RPT-LINE-TEXT
002740     END-STRING.
002750     WRITE REPORT-LINE.
002760 2800-EXIT.
002770     EXIT.

002780*-----------------------------------------------------------------
002790* 2900-REJECT-CARD - ONE LINE FOR A CARD THAT COULD NOT BE
002800* APPLIED, WITH THE REASON.
002810*-----------------------------------------------------------------
002820 2900-REJECT-CARD.
002830     ADD 1 TO WS-CARDS-REJECTED.
002840     MOVE SPACES TO REPORT-LINE.
002850     STRING '  REJECTED ' DELIMITED BY SIZE
002860             CMD-FUNCTION DELIMITED BY SIZE
002870             ' ' DELIMITED BY SIZE
002880             CMD-SUBMITTER-ID DELIMITED BY SIZE
002890             '  ' DELIMITED BY SIZE
002900             WS-REJECT-REASON DELIMITED BY SIZE
002910         INTO RPT-LINE-TEXT
002920     END-STRING.
002930     WRITE REPORT-LINE.
002940 2900-EXIT.
002950     EXIT.

002960*-----------------------------------------------------------------
002970* 3000-ADD-SUBMITTER - REGISTER A NEW DESK.  THE USAGE FIELDS
002980* START EMPTY; THE EDIT FILLS THEM AS IT CERTIFIES THE DESK'S
002990* SETS.  A DESK ALREADY ON THE REGISTRY IS NOT OVERLAID.
003000*-----------------------------------------------------------------
003010 3000-ADD-SUBMITTER.
003020     MOVE SPACES TO SUBMITTER-RECORD.
003030     MOVE CMD-SUBMITTER-ID TO SR-SUBMITTER-ID.
003040     MOVE CMD-DESK-NAME TO SR-DESK-NAME.
003050     IF CMD-STATUS = SPACE
003060         SET SR-STATUS-ACTIVE TO TRUE
003070     ELSE
003080         MOVE CMD-STATUS TO SR-STATUS
003090     END-IF.
003100     MOVE 'NNNN' TO SR-ALLOWED-TYPES.
003110     PERFORM 3100-APPLY-TYPE-FLAGS THRU 3100-EXIT.
003120     IF CMD-DAILY-MAX = SPACES
003130         MOVE ZERO TO SR-DAILY-MAX-DETAILS
003140     ELSE
003150         MOVE CMD-DAILY-MAX TO SR-DAILY-MAX-DETAILS
003160     END-IF.
003170     MOVE ZERO TO SR-USAGE-DATE.
003180     MOVE ZERO TO SR-USAGE-COUNT.
003190     MOVE WS-RUN-DATE TO SR-ADDED-DATE.
003200     MOVE WS-RUN-DATE TO SR-CHANGED-DATE.
003210     IF SR-STATUS-SUSPENDED
003220         MOVE WS-RUN-DATE TO SR-SUSPENDED-DATE
003230     ELSE
003240         MOVE ZERO TO SR-SUSPENDED-DATE
003250     END-IF.
003260     WRITE SUBMITTER-RECORD
003270         INVALID KEY
003280             MOVE 'ALREADY ON REGISTRY' TO WS-REJECT-REASON
003290             PERFORM 2900-REJECT-CARD THRU 2900-EXIT
003300             GO TO 3000-EXIT
003310     END-WRITE.
003320     PERFORM 2800-REPORT-APPLIED THRU 2800-EXIT.
003330 3000-EXIT.
003340     EXIT.

003350*-----------------------------------------------------------------
003360* 3100-APPLY-TYPE-FLAGS - CARRY EVERY NON-BLANK SEQUENCE-TYPE
003370* FLAG FROM THE CARD ONTO THE REGISTRY RECORD.
003380*-----------------------------------------------------------------
003390 3100-APPLY-TYPE-FLAGS.
003400     IF CMD-ALLOW-FIBONACCI NOT = SPACE
003410         MOVE CMD-ALLOW-FIBONACCI TO SR-ALLOW-FIBONACCI
003420     END-IF.
003430     IF CMD-ALLOW-LUCAS NOT = SPACE
003440         MOVE CMD-ALLOW-LUCAS TO SR-ALLOW-LUCAS
003450     END-IF.
003460     IF CMD-ALLOW-CUSTOM NOT = SPACE
003470         MOVE CMD-ALLOW-CUSTOM TO SR-ALLOW-CUSTOM
003480     END-IF.
003490     IF CMD-ALLOW-VALUE NOT = SPACE
003500         MOVE CMD-ALLOW-VALUE TO SR-ALLOW-VALUE
003510     END-IF.
003520 3100-EXIT.
003530     EXIT.

003540*-----------------------------------------------------------------
003550* 4000-CHANGE-SUBMITTER - REPLACE EVERY NON-BLANK FIELD ON THE
003560* CARD.  A STATUS CHANGE STAMPS OR CLEARS THE SUSPENDED DATE.
003570*-----------------------------------------------------------------
003580 4000-CHANGE-SUBMITTER.
003590     MOVE CMD-SUBMITTER-ID TO SR-SUBMITTER-ID.
003600     READ SUBMITTER-FILE
003610         INVALID KEY
003620             MOVE 'NOT ON REGISTRY' TO WS-REJECT-REASON
003630             PERFORM 2900-REJECT-CARD THRU 2900-EXIT
003640             GO TO 4000-EXIT
003650     END-READ.
003660     IF CMD-DESK-NAME NOT = SPACES
003670         MOVE CMD-DESK-NAME TO SR-DESK-NAME
003680     END-IF.
003690     PERFORM 3100-APPLY-TYPE-FLAGS THRU 3100-EXIT.
003700     IF CMD-DAILY-MAX NOT = SPACES
003710         MOVE CMD-DAILY-MAX TO SR-DAILY-MAX-DETAILS
003720     END-IF.
003730     IF CMD-STATUS NOT = SPACE AND CMD-STATUS NOT = SR-STATUS
003740         MOVE CMD-STATUS TO SR-STATUS
003750         IF SR-STATUS-SUSPENDED
003760             MOVE WS-RUN-DATE TO SR-SUSPENDED-DATE
003770         ELSE
003780             MOVE ZERO TO SR-SUSPENDED-DATE
003790         END-IF
003800     END-IF.
003810     MOVE WS-RUN-DATE TO SR-CHANGED-DATE.
003820     REWRITE SUBMITTER-RECORD
003830         INVALID KEY
003840             MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
003850             PERFORM 2900-REJECT-CARD THRU 2900-EXIT
003860             GO TO 4000-EXIT
003870     END-REWRITE.
003880     PERFORM 2800-REPORT-APPLIED THRU 2800-EXIT.
003890 4000-EXIT.
003900     EXIT.

003910*-----------------------------------------------------------------
003920* 5000-SUSPEND-SUBMITTER - STOP A DESK AT THE EDIT.  THE REST OF
003930* ITS SET-UP IS KEPT, SO A LATER CHANGE WITH STATUS 'A' PUTS IT
003940* BACK EXACTLY AS IT WAS.
003950*-----------------------------------------------------------------
003960 5000-SUSPEND-SUBMITTER.
003970     MOVE CMD-SUBMITTER-ID TO SR-SUBMITTER-ID.
003980     READ SUBMITTER-FILE
003990         INVALID KEY
004000             MOVE 'NOT ON REGISTRY' TO WS-REJECT-REASON
004010             PERFORM 2900-REJECT-CARD THRU 2900-EXIT
004020             GO TO 5000-EXIT
004030     END-READ.
004040     IF SR-STATUS-SUSPENDED
004050         MOVE 'ALREADY SUSPENDED' TO WS-REJECT-REASON
004060         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
004070         GO TO 5000-EXIT
004080     END-IF.
004090     SET SR-STATUS-SUSPENDED TO TRUE.
004100     MOVE WS-RUN-DATE TO SR-SUSPENDED-DATE.
004110     MOVE WS-RUN-DATE TO SR-CHANGED-DATE.
004120     REWRITE SUBMITTER-RECORD
004130         INVALID KEY
004140             MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
004150             PERFORM 2900-REJECT-CARD THRU 2900-EXIT
004160             GO TO 5000-EXIT
004170     END-REWRITE.
004180     PERFORM 2800-REPORT-APPLIED THRU 2800-EXIT.
004190 5000-EXIT.
004200     EXIT.

004210*-----------------------------------------------------------------
004220* 6000-LIST-REGISTRY - PRINT THE NAMED DESK, OR EVERY DESK IN KEY
004230* ORDER WHEN THE CARD NAMES NONE.
004240*-----------------------------------------------------------------
004250 6000-LIST-REGISTRY.
004260     IF CMD-SUBMITTER-ID NOT = SPACES
004270         MOVE CMD-SUBMITTER-ID TO SR-SUBMITTER-ID
004280         READ SUBMITTER-FILE
004290             INVALID KEY
004300                 MOVE 'NOT ON REGISTRY' TO WS-REJECT-REASON
004310                 PERFORM 2900-REJECT-CARD THRU 2900-EXIT
004320                 GO TO 6000-EXIT
004330         END-READ
004340         PERFORM 6200-PRINT-SUBMITTER THRU 6200-EXIT
004350         GO TO 6000-EXIT
004360     END-IF.
004370     SET WS-NOT-END-OF-REGISTRY TO TRUE.
004380     MOVE LOW-VALUES TO SR-SUBMITTER-ID.
004390     START SUBMITTER-FILE KEY NOT LESS THAN SR-SUBMITTER-ID
004400         INVALID KEY
004410             SET WS-END-OF-REGISTRY TO TRUE
004420     END-START.
004430     PERFORM 6100-LIST-ONE-SUBMITTER THRU 6100-EXIT
004440         UNTIL WS-END-OF-REGISTRY.
004450 6000-EXIT.
004460     EXIT.

004470 6100-LIST-ONE-SUBMITTER.
004480     READ SUBMITTER-FILE NEXT RECORD
004490         AT END
004500             SET WS-END-OF-REGISTRY TO TRUE
004510             GO TO 6100-EXIT
004520     END-READ.
004530     PERFORM 6200-PRINT-SUBMITTER THRU 6200-EXIT.
004540 6100-EXIT.
004550     EXIT.

004560*-----------------------------------------------------------------
004570* 6200-PRINT-SUBMITTER - TWO LINES PER DESK: ID, NAME AND STATUS,
004580* THEN THE TYPE FLAGS (FIBONACCI, LUCAS, CUSTOM, VALUE), THE
004590* DAILY QUOTA, AND THE USAGE RECORDED BY THE LAST EDIT.
004600*-----------------------------------------------------------------
004610 6200-PRINT-SUBMITTER.
004620     ADD 1 TO WS-LISTED-COUNT.
004630     MOVE SPACES TO REPORT-LINE.
004640     STRING '  ' DELIMITED BY SIZE
004650             SR-SUBMITTER-ID DELIMITED BY SIZE
004660             '  ' DELIMITED BY SIZE
004670             SR-DESK-NAME DELIMITED BY SIZE
004680             '  STATUS ' DELIMITED BY SIZE
004690             SR-STATUS DELIMITED BY SIZE
004700         INTO RPT-LINE-TEXT
004710     END-STRING.
004720     WRITE REPORT-LINE.
004730     MOVE SR-DAILY-MAX-DETAILS TO WS-RPT-COUNT.
004740     MOVE SR-USAGE-COUNT TO WS-RPT-COUNT-2.
004750     MOVE SPACES TO REPORT-LINE.
004760     STRING '            FLCV ' DELIMITED BY SIZE
004770             SR-ALLOWED-TYPES DELIMITED BY SIZE
004780             '  DAILY MAX ' DELIMITED BY SIZE
004790             WS-RPT-COUNT DELIMITED BY SIZE
004800             '  USED ' DELIMITED BY SIZE
004810             WS-RPT-COUNT-2 DELIMITED BY SIZE
004820             ' ON ' DELIMITED BY SIZE
004830             SR-USAGE-DATE DELIMITED BY SIZE
004840         INTO RPT-LINE-TEXT
004850     END-STRING.
004860     WRITE REPORT-LINE.
004870 6200-EXIT.
004880     EXIT.

004890*-----------------------------------------------------------------
004900* 8000-TERMINATE - PRINT THE CARD TOTALS AND CLOSE THE FILES.  A
004910* RUN THAT REJECTED ANY CARD ENDS WITH RETURN CODE 4.
004920*-----------------------------------------------------------------
004930 8000-TERMINATE.
004940     MOVE SPACES TO REPORT-LINE.
004950     WRITE REPORT-LINE.
004960     MOVE WS-CARDS-READ TO WS-RPT-COUNT.
004970     MOVE SPACES TO REPORT-LINE.
004980     STRING 'TOTALS -  CARDS READ ' DELIMITED BY SIZE
004990             WS-RPT-COUNT DELIMITED BY SIZE
005000         INTO RPT-LINE-TEXT
005010     END-STRING.
005020     WRITE REPORT-LINE.
005030     MOVE WS-CARDS-APPLIED TO WS-RPT-COUNT.
005040     MOVE SPACES TO REPORT-LINE.
005050     STRING '          CARDS APPLIED ' DELIMITED BY SIZE
005060             WS-RPT-COUNT DELIMITED BY SIZE
005070         INTO RPT-LINE-TEXT
005080     END-STRING.
005090     WRITE REPORT-LINE.
005100     MOVE WS-CARDS-REJECTED TO WS-RPT-COUNT.
005110     MOVE SPACES TO REPORT-LINE.
005120     STRING '          CARDS REJECTED ' DELIMITED BY SIZE
005130             WS-RPT-COUNT DELIMITED BY SIZE
005140         INTO RPT-LINE-TEXT
005150     END-STRING.
005160     WRITE REPORT-LINE.
005170     MOVE WS-LISTED-COUNT TO WS-RPT-COUNT.
005180     MOVE SPACES TO REPORT-LINE.
005190     STRING '          DESKS LISTED ' DELIMITED BY SIZE
005200             WS-RPT-COUNT DELIMITED BY SIZE
005210         INTO RPT-LINE-TEXT
005220     END-STRING.
005230     WRITE REPORT-LINE.
005240     CLOSE COMMAND-FILE.
005250     CLOSE SUBMITTER-FILE.
005260     CLOSE SUBMITTER-REPORT-FILE.
005270     IF WS-CARDS-REJECTED > ZERO
005280         MOVE 4 TO RETURN-CODE
005290     END-IF.
005300 8000-EXIT.
005310     EXIT.
