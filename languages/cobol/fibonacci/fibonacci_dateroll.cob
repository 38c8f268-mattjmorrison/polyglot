000010*****************************************************************
000020* PROGRAM-ID.  FIBONACCI-DATEROLL
000030* AUTHOR.      D. OKAFOR
000040* INSTALLATION.APPLICATION DEVELOPMENT
000050* DATE-WRITTEN. 10/15/2026
000060* DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* REMARKS.     BUSINESS-DATE ROLL.  RUN AT THE END OF THE NIGHT'S
000090*              STREAM, AFTER THE BATCH DRIVER HAS CONSUMED THE
000100*              FIBCTL GENERATION THE EDIT CERTIFIED FOR THE
000110*              CURRENT BUSINESS DATE.  THE CURRENT DATE ON THE
000120*              BUSINESS-DATE CONTROL FILE (FIBBDATE) BECOMES THE
000130*              PRIOR DATE AND THE NEXT PROCESSING DAY ON ITS
000140*              CALENDAR - THE NEXT WEEKDAY NOT LISTED AS A
000150*              HOLIDAY - BECOMES CURRENT.  ONE COMMAND CARD ON
000160*              DROLCMD:
000170*                ROLL     THE NORMAL NIGHTLY ROLL.  REFUSED
000180*                         UNLESS FIBCTL HOLDS A GENERATION FOR
000190*                         THE CURRENT BUSINESS DATE AND IT IS
000200*                         CONSUMED, SO THE DATE CANNOT MOVE UNDER
000210*                         A CYCLE STILL IN FLIGHT OR BE ROLLED
000220*                         TWICE FOR ONE CYCLE.
000230*                NOCYCLE  A PROCESSING DAY ON WHICH NO REQUEST
000240*                         FILE WAS CERTIFIED.  REFUSED IF ONE WAS,
000250*                         OR IF ANY GENERATION IS NOT CONSUMED.
000260*              A REFUSED ROLL LEAVES FIBBDATE AS IT WAS AND ENDS
000270*              WITH RETURN CODE 16.  THE ROLL AND ANY DAYS SKIPPED
000280*              ARE PRINTED ON DROLRPT.
000290*-----------------------------------------------------------------
000300* MODIFICATION HISTORY
000310*   10/15/2026 DKO  ORIGINAL PROGRAM.
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. FIBONACCI-DATEROLL.
000350 AUTHOR. D. OKAFOR.
000360 INSTALLATION. APPLICATION DEVELOPMENT.
000370 DATE-WRITTEN. 10/15/2026.
000380 DATE-COMPILED.

000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT BUSINESS-DATE-FILE ASSIGN TO 'FIBBDATE'
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-BDATE-FILE-STATUS.
000450     SELECT CONTROL-FILE ASSIGN TO 'FIBCTL'
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-CTL-FILE-STATUS.
000480     SELECT COMMAND-FILE ASSIGN TO 'DROLCMD'
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-CMD-FILE-STATUS.
000510     SELECT ROLL-REPORT-FILE ASSIGN TO 'DROLRPT'
000520         ORGANIZATION IS LINE SEQUENTIAL.

000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  BUSINESS-DATE-FILE.
000560 COPY FIBONACCI-BUSDATE.
000570 FD  CONTROL-FILE.
000580 COPY FIBONACCI-CONTROL.
000590 FD  COMMAND-FILE.
000600 01  COMMAND-RECORD                 PIC X(08).
000610 FD  ROLL-REPORT-FILE.
000620 COPY FIBONACCI-RPTLINE.

000630 WORKING-STORAGE SECTION.
000640*-----------------------------------------------------------------
000650* THE COMMAND CARD IS HELD HERE, NOT IN THE FD AREA, SO IT IS
000660* STILL ADDRESSABLE AFTER COMMAND-FILE IS CLOSED.
000670*-----------------------------------------------------------------
000680 01  WS-COMMAND-CARD.
000690     05  CMD-FUNCTION               PIC X(08).
000700         88  CMD-ROLL                       VALUE 'ROLL'.
000710         88  CMD-NO-CYCLE                   VALUE 'NOCYCLE'.
000720 01  WS-BDATE-FILE-STATUS          PIC X(02) VALUE SPACES.
000730     88  WS-BDATE-FILE-NOT-FOUND           VALUE '35'.
000740 01  WS-CTL-FILE-STATUS            PIC X(02) VALUE SPACES.
000750     88  WS-CTL-FILE-NOT-FOUND             VALUE '35'.
000760 01  WS-CMD-FILE-STATUS            PIC X(02) VALUE SPACES.
000770     88  WS-CMD-FILE-NOT-FOUND             VALUE '35'.
000780 01  WS-BDATE-EOF-SW               PIC X(01) VALUE 'N'.
000790     88  WS-END-OF-BDATE                   VALUE 'Y'.
000800     88  WS-NOT-END-OF-BDATE               VALUE 'N'.
000810 01  WS-CTL-SW                     PIC X(01) VALUE 'N'.
000820     88  WS-CTL-PRESENT                    VALUE 'Y'.
000830     88  WS-CTL-ABSENT                     VALUE 'N'.
000840 01  WS-CTL-CONSUMED-SW             PIC X(01) VALUE 'N'.
000850     88  WS-CTL-WAS-CONSUMED               VALUE 'Y'.
000860 01  WS-DAY-SW                     PIC X(01) VALUE 'N'.
000870     88  WS-PROCESSING-DAY                 VALUE 'Y'.
000880     88  WS-NOT-PROCESSING-DAY             VALUE 'N'.
000890 01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
000900 01  WS-RUN-TIME                   PIC 9(06) VALUE ZERO.
000910 01  WS-CLOCK-TIME                 PIC 9(08) VALUE ZERO.
000920 01  WS-ABEND-REASON               PIC X(60) VALUE SPACES.
000930*-----------------------------------------------------------------
000940* THE CURRENT RECORD AS READ, AND THE CALENDAR, HELD WHILE THE
000950* NEXT DATE IS FOUND AND WRITTEN BACK WITH THE FILE.
000960*-----------------------------------------------------------------
000970 01  WS-CURRENT-DATE               PIC 9(08) VALUE ZERO.
000980 01  WS-PRIOR-DATE                 PIC 9(08) VALUE ZERO.
000990 01  WS-NEXT-DATE                  PIC 9(08) VALUE ZERO.
001000 01  WS-CTL-GENERATION             PIC 9(05) VALUE ZERO.
001010 01  WS-CTL-BUSINESS-DATE          PIC 9(08) VALUE ZERO.
001020 01  WS-DAY-NUMBER                 PIC 9(07) COMP VALUE ZERO.
001030 01  WS-WEEK-COUNT                 PIC 9(07) COMP VALUE ZERO.
001040 01  WS-WEEKDAY                    PIC 9(01) VALUE ZERO.
001050     88  WS-SATURDAY                       VALUE 6.
001060     88  WS-SUNDAY                         VALUE 0.
001070 01  WS-DAYS-TRIED                 PIC 9(03) COMP VALUE ZERO.
001080 01  WS-DAYS-TRIED-MAX             PIC 9(03) COMP VALUE 31.
001090 01  WS-HOL-COUNT                  PIC 9(03) COMP VALUE ZERO.
001100 01  WS-HOL-MAX                    PIC 9(03) COMP VALUE 100.
001110 01  WS-HOL-SUB                    PIC 9(03) COMP VALUE ZERO.
001120 01  WS-HOL-FOUND-SUB              PIC 9(03) COMP VALUE ZERO.
001130 01  WS-HOLIDAY-TABLE.
001140     05  WS-HOL-ENTRY OCCURS 100 TIMES.
001150         10  WS-HOL-DATE           PIC 9(08).
001160         10  WS-HOL-DESCRIPTION    PIC X(30).
001170 01  WS-SKIPPED-COUNT              PIC 9(03) COMP VALUE ZERO.
001180 01  WS-RPT-COUNT                  PIC Z(06)9.

001190 PROCEDURE DIVISION.

001200 0000-MAINLINE.
001210     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001220     PERFORM 2000-LOAD-CALENDAR THRU 2000-EXIT.
001230     PERFORM 3000-CHECK-CYCLE THRU 3000-EXIT.
001240     PERFORM 4000-FIND-NEXT-DATE THRU 4000-EXIT.
001250     PERFORM 5000-REWRITE-CALENDAR THRU 5000-EXIT.
001260     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001270     STOP RUN.

001280*-----------------------------------------------------------------
001290* 1000-INITIALIZE - READ THE ONE COMMAND CARD AND OPEN THE REPORT.
001300* NO CARD, OR ONE THAT IS NOT ROLL OR NOCYCLE, IS AN OPERATIONS
001310* ERROR.
001320*-----------------------------------------------------------------
001330 1000-INITIALIZE.
001340     OPEN OUTPUT ROLL-REPORT-FILE.
001350     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001360     ACCEPT WS-CLOCK-TIME FROM TIME.
001370     DIVIDE WS-CLOCK-TIME BY 100 GIVING WS-RUN-TIME.
001380     MOVE SPACES TO REPORT-LINE.
001390     STRING 'BUSINESS DATE ROLL - RUN DATE ' DELIMITED BY SIZE
001400             WS-RUN-DATE DELIMITED BY SIZE
001410         INTO RPT-LINE-TEXT
001420     END-STRING.
001430     WRITE REPORT-LINE.
001440     MOVE SPACES TO REPORT-LINE.
001450     WRITE REPORT-LINE.
001460     MOVE SPACES TO WS-COMMAND-CARD.
001470     OPEN INPUT COMMAND-FILE.
001480     IF WS-CMD-FILE-NOT-FOUND
001490         PERFORM 1500-BAD-COMMAND THRU 1500-EXIT
001500     END-IF.
001510     READ COMMAND-FILE
001520         AT END
001530             CONTINUE
001540         NOT AT END
001550             MOVE COMMAND-RECORD TO WS-COMMAND-CARD
001560     END-READ.
001570     CLOSE COMMAND-FILE.
001580     IF NOT CMD-ROLL AND NOT CMD-NO-CYCLE
001590         PERFORM 1500-BAD-COMMAND THRU 1500-EXIT
001600     END-IF.
001610 1000-EXIT.
001620     EXIT.

001630*-----------------------------------------------------------------
001640* 1500-BAD-COMMAND - NO COMMAND CARD, OR ONE THAT DOES NOT SAY
001650* WHICH ROLL.  SAY SO ON THE REPORT AND ABEND.
001660*-----------------------------------------------------------------
001670 1500-BAD-COMMAND.
001680     DISPLAY 'FIBONACCI-DATEROLL ABEND - COMMAND CARD MISSING '
001690             'OR INVALID'.
001700     MOVE SPACES TO REPORT-LINE.
001710     MOVE 'COMMAND CARD MISSING OR INVALID - NOTHING DONE'
001720         TO RPT-LINE-TEXT.
001730     WRITE REPORT-LINE.
001740     CLOSE ROLL-REPORT-FILE.
001750     MOVE 16 TO RETURN-CODE.
001760     STOP RUN.
001770 1500-EXIT.
001780     EXIT.

001790*-----------------------------------------------------------------
001800* 1900-ROLL-ABEND - A MISSING OR BAD CONTROL FILE, OR A ROLL THE
001810* CYCLE DOES NOT ALLOW.  FIBBDATE IS NOT TOUCHED.
001820*-----------------------------------------------------------------
001830 1900-ROLL-ABEND.
001840     DISPLAY 'FIBONACCI-DATEROLL ABEND - ' WS-ABEND-REASON.
001850     MOVE SPACES TO REPORT-LINE.
001860     STRING WS-ABEND-REASON DELIMITED BY SIZE
001870         INTO RPT-LINE-TEXT
001880     END-STRING.
001890     WRITE REPORT-LINE.
001900     MOVE SPACES TO REPORT-LINE.
001910     MOVE 'BUSINESS DATE NOT ROLLED' TO RPT-LINE-TEXT.
001920     WRITE REPORT-LINE.
001930     CLOSE ROLL-REPORT-FILE.
001940     MOVE 16 TO RETURN-CODE.
001950     STOP RUN.
001960 1900-EXIT.
001970     EXIT.

001980*-----------------------------------------------------------------
001990* 2000-LOAD-CALENDAR - READ THE BUSINESS-DATE FILE: THE CURRENT
002000* RECORD FIRST, THEN THE HOLIDAYS INTO THE TABLE.  A FILE THAT IS
002010* MISSING, DOES NOT START WITH A VALID CURRENT RECORD, OR CARRIES
002020* A BAD OR EXCESS HOLIDAY IS AN OPERATIONS ERROR.
002030*-----------------------------------------------------------------
002040 2000-LOAD-CALENDAR.
002050     OPEN INPUT BUSINESS-DATE-FILE.
002060     IF WS-BDATE-FILE-STATUS NOT = '00'
002070         MOVE SPACES TO WS-ABEND-REASON
002080         STRING 'BUSINESS DATE FILE UNAVAILABLE - FILE STATUS '
002090                 DELIMITED BY SIZE
002100                 WS-BDATE-FILE-STATUS DELIMITED BY SIZE
002110             INTO WS-ABEND-REASON
002120         END-STRING
002130         PERFORM 1900-ROLL-ABEND THRU 1900-EXIT
002140     END-IF.
002150     READ BUSINESS-DATE-FILE
002160         AT END
002170             MOVE SPACES TO BUSINESS-DATE-RECORD
002180     END-READ.
002190     IF NOT BD-CURRENT-RECORD
002200         OR BDC-CURRENT-DATE NOT NUMERIC
002210         OR BDC-PRIOR-DATE NOT NUMERIC
002220         MOVE 'BUSINESS DATE FILE HAS NO VALID CURRENT RECORD'
002230             TO WS-ABEND-REASON
002240         PERFORM 1900-ROLL-ABEND THRU 1900-EXIT
002250     END-IF.
002260     MOVE BDC-CURRENT-DATE TO WS-CURRENT-DATE.
002270     MOVE BDC-PRIOR-DATE TO WS-PRIOR-DATE.
002280     PERFORM 2100-LOAD-ONE-HOLIDAY THRU 2100-EXIT
002290         UNTIL WS-END-OF-BDATE.
002300     CLOSE BUSINESS-DATE-FILE.
002310     MOVE SPACES TO REPORT-LINE.
002320     STRING 'CURRENT BUSINESS DATE ' DELIMITED BY SIZE
002330             WS-CURRENT-DATE DELIMITED BY SIZE
002340             '  PRIOR ' DELIMITED BY SIZE
002350             WS-PRIOR-DATE DELIMITED BY SIZE
002360         INTO RPT-LINE-TEXT
002370     END-STRING.
002380     WRITE REPORT-LINE.
002390     MOVE WS-HOL-COUNT TO WS-RPT-COUNT.
002400     MOVE SPACES TO REPORT-LINE.
002410     STRING 'HOLIDAYS ON THE CALENDAR ' DELIMITED BY SIZE
002420             WS-RPT-COUNT DELIMITED BY SIZE
002430         INTO RPT-LINE-TEXT
002440     END-STRING.
002450     WRITE REPORT-LINE.
002460 2000-EXIT.
002470     EXIT.

002480 2100-LOAD-ONE-HOLIDAY.
002490     READ BUSINESS-DATE-FILE
002500         AT END
002510             SET WS-END-OF-BDATE TO TRUE
002520             GO TO 2100-EXIT
002530     END-READ.
002540     IF NOT BD-HOLIDAY-RECORD
002550         OR BDH-HOLIDAY-DATE NOT NUMERIC
002560         MOVE SPACES TO WS-ABEND-REASON
002570         STRING 'BUSINESS DATE FILE RECORD NOT A VALID HOLIDAY - '
002580                 DELIMITED BY SIZE
002590                 BD-RECORD-TYPE DELIMITED BY SIZE
002600                 BDH-HOLIDAY-DATE DELIMITED BY SIZE
002610             INTO WS-ABEND-REASON
002620         END-STRING
002630         PERFORM 1900-ROLL-ABEND THRU 1900-EXIT
002640     END-IF.
002650     IF WS-HOL-COUNT NOT < WS-HOL-MAX
002660         MOVE 'BUSINESS DATE FILE HAS MORE THAN 100 HOLIDAYS'
002670             TO WS-ABEND-REASON
002680         PERFORM 1900-ROLL-ABEND THRU 1900-EXIT
002690     END-IF.
002700     ADD 1 TO WS-HOL-COUNT.
002710     MOVE BDH-HOLIDAY-DATE TO WS-HOL-DATE(WS-HOL-COUNT).
002720     MOVE BDH-DESCRIPTION TO WS-HOL-DESCRIPTION(WS-HOL-COUNT).
002730 2100-EXIT.
002740     EXIT.

002750*-----------------------------------------------------------------
002760* 3000-CHECK-CYCLE - THE CERTIFIED-FILE CONTROL RECORD SAYS
002770* WHETHER THE NIGHT'S CYCLE IS DONE.  ROLL NEEDS THE GENERATION
002780* FOR THE CURRENT BUSINESS DATE, CONSUMED.  NOCYCLE NEEDS NO
002790* GENERATION FOR IT AND NONE LEFT UNCONSUMED.
002800*-----------------------------------------------------------------
002810 3000-CHECK-CYCLE.
002820     SET WS-CTL-ABSENT TO TRUE.
002830     OPEN INPUT CONTROL-FILE.
002840     IF WS-CTL-FILE-STATUS = '00'
002850         READ CONTROL-FILE
002860             AT END
002870                 CONTINUE
002880             NOT AT END
002890                 SET WS-CTL-PRESENT TO TRUE
002900                 MOVE CTL-GENERATION TO WS-CTL-GENERATION
002910                 MOVE CTL-BUSINESS-DATE TO WS-CTL-BUSINESS-DATE
002920                 MOVE CTL-CONSUMED-IND TO WS-CTL-CONSUMED-SW
002930         END-READ
002940         CLOSE CONTROL-FILE
002950     END-IF.
002960     IF WS-CTL-PRESENT
002970         MOVE SPACES TO REPORT-LINE
002980         IF WS-CTL-WAS-CONSUMED
002990             STRING 'LAST CERTIFIED GENERATION ' DELIMITED BY SIZE
003000                     WS-CTL-GENERATION DELIMITED BY SIZE
003010                     ' FOR ' DELIMITED BY SIZE
003020                     WS-CTL-BUSINESS-DATE DELIMITED BY SIZE
003030                     ' - CONSUMED' DELIMITED BY SIZE
003040                 INTO RPT-LINE-TEXT
003050             END-STRING
003060         ELSE
003070             STRING 'LAST CERTIFIED GENERATION ' DELIMITED BY SIZE
003080                     WS-CTL-GENERATION DELIMITED BY SIZE
003090                     ' FOR ' DELIMITED BY SIZE
003100                     WS-CTL-BUSINESS-DATE DELIMITED BY SIZE
003110                     ' - NOT CONSUMED' DELIMITED BY SIZE
003120                 INTO RPT-LINE-TEXT
003130             END-STRING
003140         END-IF
003150         WRITE REPORT-LINE
003160     END-IF.
003170     IF CMD-NO-CYCLE
003180         PERFORM 3100-CHECK-NO-CYCLE THRU 3100-EXIT
003190         GO TO 3000-EXIT
003200     END-IF.
003210     IF WS-CTL-ABSENT
003220         MOVE 'NO CERTIFIED GENERATION ON FIBCTL'
003230             TO WS-ABEND-REASON
003240         PERFORM 1900-ROLL-ABEND THRU 1900-EXIT
003250     END-IF.
003260     IF WS-CTL-BUSINESS-DATE NOT = WS-CURRENT-DATE
003270         MOVE SPACES TO WS-ABEND-REASON
003280         STRING 'NO GENERATION CERTIFIED FOR BUSINESS DATE '
003290                 DELIMITED BY SIZE
003300                 WS-CURRENT-DATE DELIMITED BY SIZE
003310             INTO WS-ABEND-REASON
003320         END-STRING
003330         PERFORM 1900-ROLL-ABEND THRU 1900-EXIT
003340     END-IF.
003350     IF NOT WS-CTL-WAS-CONSUMED
003360         MOVE SPACES TO WS-ABEND-REASON
003370         STRING 'GENERATION ' DELIMITED BY SIZE
003380                 WS-CTL-GENERATION DELIMITED BY SIZE
003390                 ' NOT YET CONSUMED BY THE BATCH'
003400                 DELIMITED BY SIZE
003410             INTO WS-ABEND-REASON
003420         END-STRING
003430         PERFORM 1900-ROLL-ABEND THRU 1900-EXIT
003440     END-IF.
003450 3000-EXIT.
003460     EXIT.

003470 3100-CHECK-NO-CYCLE.
003480     IF WS-CTL-ABSENT
003490         GO TO 3100-EXIT
003500     END-IF.
003510     IF WS-CTL-BUSINESS-DATE = WS-CURRENT-DATE
003520         MOVE SPACES TO WS-ABEND-REASON
003530         STRING 'GENERATION ' DELIMITED BY SIZE
003540                 WS-CTL-GENERATION DELIMITED BY SIZE
003550                 ' WAS CERTIFIED FOR THIS DATE - USE ROLL'
003560                 DELIMITED BY SIZE
003570             INTO WS-ABEND-REASON
003580         END-STRING
003590         PERFORM 1900-ROLL-ABEND THRU 1900-EXIT
003600     END-IF.
003610     IF NOT WS-CTL-WAS-CONSUMED
003620         MOVE SPACES TO WS-ABEND-REASON
003630         STRING 'GENERATION ' DELIMITED BY SIZE
003640                 WS-CTL-GENERATION DELIMITED BY SIZE
003650                 ' NOT YET CONSUMED BY THE BATCH'
003660                 DELIMITED BY SIZE
003670             INTO WS-ABEND-REASON
003680         END-STRING
003690         PERFORM 1900-ROLL-ABEND THRU 1900-EXIT
003700     END-IF.
003710 3100-EXIT.
003720     EXIT.

003730*-----------------------------------------------------------------
003740* 4000-FIND-NEXT-DATE - STEP A DAY AT A TIME FROM THE CURRENT DATE
003750* TO THE NEXT PROCESSING DAY, PRINTING EACH DAY PASSED OVER.  A
003760* MONTH WITHOUT ONE MEANS THE CALENDAR IS WRONG.
003770*-----------------------------------------------------------------
003780 4000-FIND-NEXT-DATE.
003790     COMPUTE WS-DAY-NUMBER =
003800         FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
003810     IF WS-DAY-NUMBER = ZERO
003820         MOVE SPACES TO WS-ABEND-REASON
003830         STRING 'CURRENT BUSINESS DATE ' DELIMITED BY SIZE
003840                 WS-CURRENT-DATE DELIMITED BY SIZE
003850                 ' IS NOT A CALENDAR DATE' DELIMITED BY SIZE
003860             INTO WS-ABEND-REASON
003870         END-STRING
003880         PERFORM 1900-ROLL-ABEND THRU 1900-EXIT
003890     END-IF.
003900     SET WS-NOT-PROCESSING-DAY TO TRUE.
003910     MOVE ZERO TO WS-DAYS-TRIED.
003920     PERFORM 4100-TRY-NEXT-DAY THRU 4100-EXIT
003930         UNTIL WS-PROCESSING-DAY
003940         OR WS-DAYS-TRIED NOT < WS-DAYS-TRIED-MAX.
003950     IF WS-NOT-PROCESSING-DAY
003960         MOVE 'NO PROCESSING DAY IN 31 DAYS - CHECK CALENDAR'
003970             TO WS-ABEND-REASON
003980         PERFORM 1900-ROLL-ABEND THRU 1900-EXIT
003990     END-IF.
004000 4000-EXIT.
004010     EXIT.

004020*-----------------------------------------------------------------
004030* 4100-TRY-NEXT-DAY - DAY 1 OF THE INTEGER DATE IS A MONDAY, SO
004040* THE REMAINDER BY 7 GIVES THE WEEKDAY (6 SATURDAY, 0 SUNDAY).
004050*-----------------------------------------------------------------
004060 4100-TRY-NEXT-DAY.
004070     ADD 1 TO WS-DAYS-TRIED.
004080     ADD 1 TO WS-DAY-NUMBER.
004090     COMPUTE WS-NEXT-DATE =
004100         FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
004110     DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-WEEK-COUNT
004120         REMAINDER WS-WEEKDAY.
004130     IF WS-SATURDAY OR WS-SUNDAY
004140         ADD 1 TO WS-SKIPPED-COUNT
004150         MOVE SPACES TO REPORT-LINE
004160         STRING '  SKIPPED ' DELIMITED BY SIZE
004170                 WS-NEXT-DATE DELIMITED BY SIZE
004180                 '  WEEKEND' DELIMITED BY SIZE
004190             INTO RPT-LINE-TEXT
004200         END-STRING
004210         WRITE REPORT-LINE
004220         GO TO 4100-EXIT
004230     END-IF.
004240     MOVE ZERO TO WS-HOL-FOUND-SUB.
004250     PERFORM 4150-SCAN-HOLIDAY THRU 4150-EXIT
004260         VARYING WS-HOL-SUB FROM 1 BY 1
004270         UNTIL WS-HOL-SUB > WS-HOL-COUNT
004280         OR WS-HOL-FOUND-SUB > ZERO.
004290     IF WS-HOL-FOUND-SUB > ZERO
004300         ADD 1 TO WS-SKIPPED-COUNT
004310         MOVE SPACES TO REPORT-LINE
004320         STRING '  SKIPPED ' DELIMITED BY SIZE
004330                 WS-NEXT-DATE DELIMITED BY SIZE
004340                 '  HOLIDAY - ' DELIMITED BY SIZE
004350                 WS-HOL-DESCRIPTION(WS-HOL-FOUND-SUB)
004360                 DELIMITED BY SIZE
004370             INTO RPT-LINE-TEXT
004380         END-STRING
004390         WRITE REPORT-LINE
004400         GO TO 4100-EXIT
004410     END-IF.
004420     SET WS-PROCESSING-DAY TO TRUE.
004430 4100-EXIT.
004440     EXIT.

004450 4150-SCAN-HOLIDAY.
004460     IF WS-HOL-DATE(WS-HOL-SUB) = WS-NEXT-DATE
004470         MOVE WS-HOL-SUB TO WS-HOL-FOUND-SUB
004480     END-IF.
004490 4150-EXIT.
004500     EXIT.

004510*-----------------------------------------------------------------
004520* 5000-REWRITE-CALENDAR - WRITE THE FILE BACK: THE ROLLED CURRENT
004530* RECORD, STAMPED WITH THE GENERATION IT FOLLOWED (ZERO FOR A
004540* NOCYCLE ROLL) AND THE REAL DATE AND TIME, THEN THE HOLIDAYS AS
004550* THEY WERE READ.
004560*-----------------------------------------------------------------
004570 5000-REWRITE-CALENDAR.
004580     OPEN OUTPUT BUSINESS-DATE-FILE.
004590     MOVE SPACES TO BUSINESS-DATE-RECORD.
004600     SET BD-CURRENT-RECORD TO TRUE.
004610     MOVE WS-NEXT-DATE TO BDC-CURRENT-DATE.
004620     MOVE WS-CURRENT-DATE TO BDC-PRIOR-DATE.
004630     IF CMD-ROLL
004640         MOVE WS-CTL-GENERATION TO BDC-ROLLED-GENERATION
004650     ELSE
004660         MOVE ZERO TO BDC-ROLLED-GENERATION
004670     END-IF.
004680     MOVE WS-RUN-DATE TO BDC-ROLLED-DATE.
004690     MOVE WS-RUN-TIME TO BDC-ROLLED-TIME.
004700     WRITE BUSINESS-DATE-RECORD.
004710     PERFORM 5100-WRITE-ONE-HOLIDAY THRU 5100-EXIT
004720         VARYING WS-HOL-SUB FROM 1 BY 1
004730         UNTIL WS-HOL-SUB > WS-HOL-COUNT.
004740     CLOSE BUSINESS-DATE-FILE.
004750 5000-EXIT.
004760     EXIT.

004770 5100-WRITE-ONE-HOLIDAY.
004780     MOVE SPACES TO BUSINESS-DATE-RECORD.
004790     SET BD-HOLIDAY-RECORD TO TRUE.
004800     MOVE WS-HOL-DATE(WS-HOL-SUB) TO BDH-HOLIDAY-DATE.
004810     MOVE WS-HOL-DESCRIPTION(WS-HOL-SUB) TO BDH-DESCRIPTION.
004820     WRITE BUSINESS-DATE-RECORD.
004830 5100-EXIT.
004840     EXIT.

004850*-----------------------------------------------------------------
004860* 8000-TERMINATE - THE ROLL ITSELF: OLD AND NEW DATES AND THE DAYS
004870* PASSED OVER.
004880*-----------------------------------------------------------------
004890 8000-TERMINATE.
004900     MOVE SPACES TO REPORT-LINE.
004910     WRITE REPORT-LINE.
004920     MOVE SPACES TO REPORT-LINE.
004930     STRING 'BUSINESS DATE ROLLED FROM ' DELIMITED BY SIZE
004940             WS-CURRENT-DATE DELIMITED BY SIZE
004950             ' TO ' DELIMITED BY SIZE
004960             WS-NEXT-DATE DELIMITED BY SIZE
004970         INTO RPT-LINE-TEXT
004980     END-STRING.
004990     WRITE REPORT-LINE.
005000     MOVE WS-SKIPPED-COUNT TO WS-RPT-COUNT.
005010     MOVE SPACES TO REPORT-LINE.
005020     STRING 'NON-PROCESSING DAYS SKIPPED ' DELIMITED BY SIZE
005030             WS-RPT-COUNT DELIMITED BY SIZE
005040         INTO RPT-LINE-TEXT
005050     END-STRING.
005060     WRITE REPORT-LINE.
005070     CLOSE ROLL-REPORT-FILE.
005080 8000-EXIT.
005090     EXIT.
