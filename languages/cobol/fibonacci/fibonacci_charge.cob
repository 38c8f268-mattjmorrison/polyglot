000010*****************************************************************
000020* PROGRAM-ID.  FIBONACCI-CHARGE
000030* AUTHOR.      D. OKAFOR
000040* INSTALLATION.APPLICATION DEVELOPMENT
000050* DATE-WRITTEN. 10/15/2026
000060* DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* REMARKS.     MONTH-END CHARGEBACK.  PRICES EVERY POSTING ON THE
000090*              RESULTS MASTER (FIBRMAST) WHOSE RM-POSTED-DATE
000100*              FALLS IN THE BILLING MONTH AND CHARGES IT TO THE
000110*              DESK THAT OWNS IT (RM-SUBMITTER-ID).  ONE COMMAND
000120*              CARD ON CHRGCMD CARRIES THE BILLING MONTH (YYYYMM).
000130*              EACH POSTING FALLS IN ONE PRICED CATEGORY:
000140*                RJ - A REJECTED POSTING, ONE UNIT.
000150*                LC - A LUCAS OR CUSTOM-SEED POSTING, ONE UNIT
000160*                     PER LINE IT ANSWERED.
000170*                VL - A VALUE LOOKUP, ONE UNIT.
000180*                RL - A RANGE, ONE UNIT PER LINE OF THE RANGE.
000190*                SI - A SINGLE INDEX, ONE UNIT.
000200*              THE RATES AND GL ACCOUNTS COME FROM THE RATE TABLE
000210*              OPERATIONS KEEP ON FIBRATE; A TABLE MISSING A
000220*              CATEGORY, OR CARRYING ONE TWICE OR ONE UNKNOWN, IS
000230*              NOT BILLED FROM.  A REVERSED POSTING IS LISTED BUT
000240*              NOT CHARGED, AND A POSTING WITH NO SUBMITTER CANNOT
000250*              BE CHARGED TO ANYONE (RETURN CODE 4).
000260*              THE REPORT (CHRGRPT) GIVES EACH DESK'S BILLING
000270*              DETAIL - EVERY POSTING, THEN THE CHARGE BY
000280*              CATEGORY - AND A SUMMARY PAGE OF MONTH TOTALS
000290*              TIED BACK TO THE BATCH RUN HISTORY (FIBHIST) FOR
000300*              THE SAME DATES: RESULT LINES POSTED OK AGAINST
000310*              THE RUNS' OK COUNTS, AND REJECTED POSTINGS AGAINST
000320*              THE REJECT COUNTS OF THE RESUBMIT RUNS - ONLY A
000330*              REPAIR RUN POSTS A REJECT TO THE MASTER; A NORMAL
000340*              RUN'S REJECTS GO TO SUSPENSE AND ARE SHOWN BUT NOT
000350*              BILLED.  ANY DIFFERENCE PRINTS AS AN OUT-OF-BALANCE
000360*              EXCEPTION AND ENDS THE RUN WITH RETURN CODE 8.
000370*              THE GL INTERFACE FILE (FIBCHGL) CARRIES ONE DETAIL
000380*              PER DESK AND CATEGORY CHARGED, WITH A HEADER AND A
000390*              TRAILER COUNT AND AMOUNT TOTAL, AND IS REWRITTEN ON
000400*              EVERY RUN.
000410*-----------------------------------------------------------------
000420* MODIFICATION HISTORY
000430*   10/15/2026 DKO  ORIGINAL PROGRAM.
000431*   10/15/2026 DKO  THE RUN HISTORY TIES BY THE BUSINESS DATE
000432*                    EACH RUN POSTED FOR, THE DATE THE MASTER NOW
000433*                    CARRIES, SO A RUN THAT CROSSES MIDNIGHT AT
000434*                    MONTH END TIES TO THE RIGHT MONTH.  HISTORY
000435*                    WRITTEN BEFORE THE BUSINESS DATE WAS KEPT
000436*                    STILL TIES BY ITS START DATE.
000440*****************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. FIBONACCI-CHARGE.
000470 AUTHOR. D. OKAFOR.
000480 INSTALLATION. APPLICATION DEVELOPMENT.
000490 DATE-WRITTEN. 10/15/2026.
000500 DATE-COMPILED.

000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT RESULT-MASTER-FILE ASSIGN TO 'FIBRMAST'
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS RM-REQUEST-ID
000580         ALTERNATE RECORD KEY IS RM-POSTED-DATE
000590             WITH DUPLICATES
000600         FILE STATUS IS WS-RMAST-FILE-STATUS.
000610     SELECT SUBMITTER-FILE ASSIGN TO 'FIBSUBM'
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS SR-SUBMITTER-ID
000650         FILE STATUS IS WS-SUBM-FILE-STATUS.
000660     SELECT RUN-HISTORY-FILE ASSIGN TO 'FIBHIST'
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-HIST-FILE-STATUS.
000690     SELECT RATE-FILE ASSIGN TO 'FIBRATE'
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-RATE-FILE-STATUS.
000720     SELECT COMMAND-FILE ASSIGN TO 'CHRGCMD'
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-CMD-FILE-STATUS.
000750     SELECT CHARGE-GL-FILE ASSIGN TO 'FIBCHGL'
000760         ORGANIZATION IS LINE SEQUENTIAL.
000770     SELECT CHARGE-REPORT-FILE ASSIGN TO 'CHRGRPT'
000780         ORGANIZATION IS LINE SEQUENTIAL.

000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  RESULT-MASTER-FILE.
000820 COPY FIBONACCI-RMASTER.
000830 FD  SUBMITTER-FILE.
000840 COPY FIBONACCI-SUBMITTER.
000850 FD  RUN-HISTORY-FILE.
000860 COPY FIBONACCI-RUNHIST.
000870 FD  RATE-FILE.
000880 COPY FIBONACCI-RATE.
000890 FD  COMMAND-FILE.
000900 01  COMMAND-RECORD                 PIC X(16).
000910 FD  CHARGE-GL-FILE.
000920 COPY FIBONACCI-CHARGEGL.
000930 FD  CHARGE-REPORT-FILE.
000940 COPY FIBONACCI-RPTLINE.

000950 WORKING-STORAGE SECTION.
000960*-----------------------------------------------------------------
000970* THE COMMAND CARD IS HELD HERE, NOT IN THE FD AREA, SO IT IS
000980* STILL ADDRESSABLE AFTER COMMAND-FILE IS CLOSED.
000990*-----------------------------------------------------------------
001000 01  WS-COMMAND-CARD.
001010     05  CMD-BILLING-MONTH          PIC X(06).
001020     05  CMD-BILLING-MONTH-R REDEFINES CMD-BILLING-MONTH.
001030         10  CMD-BILLING-YEAR       PIC 9(04).
001040         10  CMD-BILLING-MM         PIC 9(02).
001050     05  FILLER                     PIC X(10).
001060 01  WS-RMAST-FILE-STATUS          PIC X(02) VALUE SPACES.
001070     88  WS-RMAST-FILE-NOT-FOUND           VALUE '35'.
001080 01  WS-SUBM-FILE-STATUS           PIC X(02) VALUE SPACES.
001090 01  WS-HIST-FILE-STATUS           PIC X(02) VALUE SPACES.
001100     88  WS-HIST-FILE-NOT-FOUND            VALUE '35'.
001110 01  WS-RATE-FILE-STATUS           PIC X(02) VALUE SPACES.
001120     88  WS-RATE-FILE-NOT-FOUND            VALUE '35'.
001130 01  WS-CMD-FILE-STATUS            PIC X(02) VALUE SPACES.
001140     88  WS-CMD-FILE-NOT-FOUND             VALUE '35'.
001150 01  WS-RMAST-EOF-SW               PIC X(01) VALUE 'N'.
001160     88  WS-END-OF-RMAST                   VALUE 'Y'.
001170     88  WS-NOT-END-OF-RMAST               VALUE 'N'.
001180 01  WS-HIST-EOF-SW                PIC X(01) VALUE 'N'.
001190     88  WS-END-OF-HISTORY                 VALUE 'Y'.
001200 01  WS-RATE-EOF-SW                PIC X(01) VALUE 'N'.
001210     88  WS-END-OF-RATES                   VALUE 'Y'.
001220 01  WS-REGISTRY-SW                PIC X(01) VALUE 'N'.
001230     88  WS-REGISTRY-OPEN                  VALUE 'Y'.
001240     88  WS-REGISTRY-CLOSED                VALUE 'N'.
001250 01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
001260 01  WS-BILLING-MONTH              PIC 9(06) VALUE ZERO.
001270 01  WS-FROM-DATE                  PIC 9(08) VALUE ZERO.
001280 01  WS-TO-DATE                    PIC 9(08) VALUE ZERO.
001290 01  WS-ABEND-REASON               PIC X(60) VALUE SPACES.
001300*-----------------------------------------------------------------
001310* THE PRICED CATEGORIES, IN THE ORDER THEY PRINT.  THE RATE TABLE
001320* IS LOADED INTO THE MATCHING OCCURRENCE OF WS-RATE-ENTRY, AND
001330* EVERY DESK CARRIES ITS UNITS IN THE SAME ORDER.
001340*-----------------------------------------------------------------
001350 01  WS-CATEGORY-VALUES.
001360     05  FILLER                     PIC X(22)
001370                                    VALUE 'SISINGLE INDEX'.
001380     05  FILLER                     PIC X(22)
001390                                    VALUE 'RLRANGE LINE'.
001400     05  FILLER                     PIC X(22)
001410                                    VALUE 'VLVALUE LOOKUP'.
001420     05  FILLER                     PIC X(22)
001430                                    VALUE 'LCLUCAS/CUSTOM LINE'.
001440     05  FILLER                     PIC X(22)
001450                                    VALUE 'RJREJECTED POSTING'.
001460 01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-VALUES.
001470     05  WS-CATEGORY-ENTRY OCCURS 5 TIMES.
001480         10  WS-CAT-CODE            PIC X(02).
001490         10  WS-CAT-NAME            PIC X(20).
001500 01  WS-CAT-MAX                    PIC 9(03) COMP VALUE 5.
001510 01  WS-CAT-SUB                    PIC 9(03) COMP VALUE ZERO.
001520 01  WS-FOUND-CAT-SUB              PIC 9(03) COMP VALUE ZERO.
001530 01  WS-RATE-TABLE.
001540     05  WS-RATE-ENTRY OCCURS 5 TIMES.
001550         10  WS-RATE-LOADED-SW      PIC X(01).
001560             88  WS-RATE-LOADED             VALUE 'Y'.
001570         10  WS-RATE-PRICE          PIC 9(05)V9(04).
001580         10  WS-RATE-GL-ACCOUNT     PIC X(10).
001590 01  WS-CAT-TOTALS.
001600     05  WS-CAT-TOTAL-ENTRY OCCURS 5 TIMES.
001610         10  WS-CAT-TOTAL-UNITS     PIC 9(07) COMP.
001620         10  WS-CAT-TOTAL-AMOUNT    PIC 9(11)V99.
001630*-----------------------------------------------------------------
001640* ONE ENTRY PER DESK WITH POSTINGS IN THE MONTH, IN THE ORDER
001650* EACH DESK WAS FIRST SEEN, WITH ITS UNITS BY CATEGORY.
001660*-----------------------------------------------------------------
001670 01  WS-DESK-COUNT                 PIC 9(03) COMP VALUE ZERO.
001680 01  WS-DESK-MAX                   PIC 9(03) COMP VALUE 50.
001690 01  WS-DESK-TABLE.
001700     05  WS-DESK-ENTRY OCCURS 50 TIMES.
001710         10  WS-DESK-ID             PIC X(08).
001720         10  WS-DESK-POSTINGS       PIC 9(07) COMP.
001730         10  WS-DESK-REVERSED       PIC 9(07) COMP.
001740         10  WS-DESK-UNITS          PIC 9(07) COMP
001750                                    OCCURS 5 TIMES.
001760 01  WS-DESK-SUB                   PIC 9(03) COMP VALUE ZERO.
001770 01  WS-FOUND-DESK-SUB             PIC 9(03) COMP VALUE ZERO.
001780 01  WS-DESK-NAME                  PIC X(30) VALUE SPACES.
001790*-----------------------------------------------------------------
001800* THE POSTING BEING PRICED, AND WHAT IT COSTS.
001810*-----------------------------------------------------------------
001820 01  WS-POST-CAT-SUB               PIC 9(03) COMP VALUE ZERO.
001830 01  WS-POST-UNITS                 PIC 9(07) COMP VALUE ZERO.
001840 01  WS-LINE-AMOUNT                PIC 9(09)V99 VALUE ZERO.
001850 01  WS-DESK-AMOUNT                PIC 9(11)V99 VALUE ZERO.
001860 01  WS-MONTH-AMOUNT               PIC 9(11)V99 VALUE ZERO.
001870*-----------------------------------------------------------------
001880* MONTH COUNTS FROM THE MASTER, AND THE SAME DATES' COUNTS FROM
001890* THE RUN HISTORY THEY ARE TIED TO.
001900*-----------------------------------------------------------------
001910 01  WS-POSTINGS-READ              PIC 9(07) COMP VALUE ZERO.
001920 01  WS-REVERSED-COUNT             PIC 9(07) COMP VALUE ZERO.
001930 01  WS-NO-SUBMITTER-COUNT         PIC 9(07) COMP VALUE ZERO.
001940 01  WS-MAST-RESULT-LINES          PIC 9(07) COMP VALUE ZERO.
001950 01  WS-MAST-REJECT-POSTINGS       PIC 9(07) COMP VALUE ZERO.
001960 01  WS-HIST-RUN-COUNT             PIC 9(07) COMP VALUE ZERO.
001965 01  WS-HIST-RUN-DATE              PIC 9(08) VALUE ZERO.
001970 01  WS-HIST-OK-LINES              PIC 9(07) COMP VALUE ZERO.
001980 01  WS-HIST-REPAIR-REJECTS        PIC 9(07) COMP VALUE ZERO.
001990 01  WS-HIST-INTAKE-REJECTS        PIC 9(07) COMP VALUE ZERO.
002000 01  WS-DIFFERENCE                 PIC S9(07) COMP VALUE ZERO.
002010 01  WS-EXCEPTION-COUNT            PIC 9(07) COMP VALUE ZERO.
002020 01  WS-GL-DETAIL-COUNT            PIC 9(07) COMP VALUE ZERO.
002030 01  WS-EXCEPTION-LABEL            PIC X(24) VALUE SPACES.
002040 01  WS-MASTER-SIDE                PIC 9(07) COMP VALUE ZERO.
002050 01  WS-HISTORY-SIDE               PIC 9(07) COMP VALUE ZERO.
002060 01  WS-RPT-COUNT                  PIC Z(06)9.
002070 01  WS-RPT-EXPECTED               PIC Z(06)9.
002080 01  WS-RPT-DIFFERENCE             PIC -(07)9.
002090 01  WS-RPT-RATE                   PIC Z(04)9.9999.
002100 01  WS-RPT-AMOUNT                 PIC Z(10)9.99.
002110 01  WS-RPT-NOTE                   PIC X(22) VALUE SPACES.

002120 PROCEDURE DIVISION.

002130 0000-MAINLINE.
002140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002150     PERFORM 1100-LOAD-RATES THRU 1100-EXIT.
002160     PERFORM 2000-BUILD-DESK-TABLE THRU 2000-EXIT.
002170     PERFORM 3000-BILL-DESK THRU 3000-EXIT
002180         VARYING WS-DESK-SUB FROM 1 BY 1
002190         UNTIL WS-DESK-SUB > WS-DESK-COUNT.
002200     PERFORM 4000-TIE-RUN-HISTORY THRU 4000-EXIT.
002210     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
002220     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002230     STOP RUN.

002240*-----------------------------------------------------------------
002250* 1000-INITIALIZE - READ THE ONE COMMAND CARD AND TURN THE
002260* BILLING MONTH INTO THE POSTED-DATE RANGE TO PRICE.  NO CARD, OR
002270* ONE WITHOUT A VALID YYYYMM, IS AN OPERATIONS ERROR.
002280*-----------------------------------------------------------------
002290 1000-INITIALIZE.
002300     OPEN OUTPUT CHARGE-REPORT-FILE.
002310     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002320     MOVE SPACES TO REPORT-LINE.
002330     STRING 'MONTHLY CHARGEBACK - RUN DATE ' DELIMITED BY SIZE
002340             WS-RUN-DATE DELIMITED BY SIZE
002350         INTO RPT-LINE-TEXT
002360     END-STRING.
002370     WRITE REPORT-LINE.
002380     MOVE SPACES TO REPORT-LINE.
002390     WRITE REPORT-LINE.
002400     MOVE SPACES TO WS-COMMAND-CARD.
002410     OPEN INPUT COMMAND-FILE.
002420     IF WS-CMD-FILE-NOT-FOUND
002430         PERFORM 1500-BAD-COMMAND THRU 1500-EXIT
002440     END-IF.
002450     READ COMMAND-FILE
002460         AT END
002470             CONTINUE
002480         NOT AT END
002490             MOVE COMMAND-RECORD TO WS-COMMAND-CARD
002500     END-READ.
002510     CLOSE COMMAND-FILE.
002520     IF CMD-BILLING-MONTH NOT NUMERIC
002530         PERFORM 1500-BAD-COMMAND THRU 1500-EXIT
002540     END-IF.
002550     IF CMD-BILLING-MM < 1 OR CMD-BILLING-MM > 12
002560         PERFORM 1500-BAD-COMMAND THRU 1500-EXIT
002570     END-IF.
002580     MOVE CMD-BILLING-MONTH TO WS-BILLING-MONTH.
002590     COMPUTE WS-FROM-DATE = WS-BILLING-MONTH * 100 + 1.
002600     COMPUTE WS-TO-DATE = WS-BILLING-MONTH * 100 + 31.
002610     MOVE SPACES TO REPORT-LINE.
002620     STRING 'BILLING MONTH ' DELIMITED BY SIZE
002630             WS-BILLING-MONTH DELIMITED BY SIZE
002640             '  POSTINGS DATED ' DELIMITED BY SIZE
002650             WS-FROM-DATE DELIMITED BY SIZE
002660             ' THROUGH ' DELIMITED BY SIZE
002670             WS-TO-DATE DELIMITED BY SIZE
002680         INTO RPT-LINE-TEXT
002690     END-STRING.
002700     WRITE REPORT-LINE.
002710     MOVE SPACES TO REPORT-LINE.
002720     WRITE REPORT-LINE.
002730 1000-EXIT.
002740     EXIT.

002750*-----------------------------------------------------------------
002760* 1100-LOAD-RATES - LOAD THE RATE TABLE AND PRINT THE RATES IN
002770* FORCE.  EVERY CATEGORY MUST BE PRICED EXACTLY ONCE, OR NOTHING
002780* IS BILLED.
002790*-----------------------------------------------------------------
002800 1100-LOAD-RATES.
002810     MOVE SPACES TO WS-RATE-TABLE.
002820     OPEN INPUT RATE-FILE.
002830     IF WS-RATE-FILE-NOT-FOUND
002840         MOVE 'NO RATE TABLE ON HAND - NOTHING BILLED'
002850             TO WS-ABEND-REASON
002860         PERFORM 1900-CHARGE-ABEND THRU 1900-EXIT
002870     END-IF.
002880     PERFORM 1110-LOAD-ONE-RATE THRU 1110-EXIT
002890         UNTIL WS-END-OF-RATES.
002900     CLOSE RATE-FILE.
002910     MOVE 'RATES IN FORCE' TO RPT-LINE-TEXT.
002920     WRITE REPORT-LINE.
002930     PERFORM 1130-CHECK-ONE-RATE THRU 1130-EXIT
002940         VARYING WS-CAT-SUB FROM 1 BY 1
002950         UNTIL WS-CAT-SUB > WS-CAT-MAX.
002960     MOVE SPACES TO REPORT-LINE.
002970     WRITE REPORT-LINE.
002980 1100-EXIT.
002990     EXIT.

003000*-----------------------------------------------------------------
003010* 1110-LOAD-ONE-RATE - EDIT ONE LINE OF THE RATE TABLE AND LOAD
003020* IT UNDER ITS CATEGORY.
003030*-----------------------------------------------------------------
003040 1110-LOAD-ONE-RATE.
003050     READ RATE-FILE
003060         AT END
003070             SET WS-END-OF-RATES TO TRUE
003080             GO TO 1110-EXIT
003090     END-READ.
003100     MOVE ZERO TO WS-FOUND-CAT-SUB.
003110     PERFORM 1120-MATCH-CATEGORY THRU 1120-EXIT
003120         VARYING WS-CAT-SUB FROM 1 BY 1
003130         UNTIL WS-CAT-SUB > WS-CAT-MAX
003140            OR WS-FOUND-CAT-SUB > ZERO.
003150     IF WS-FOUND-CAT-SUB = ZERO
003160         MOVE SPACES TO WS-ABEND-REASON
003170         STRING 'UNKNOWN CATEGORY ' DELIMITED BY SIZE
003180                 RATE-CATEGORY DELIMITED BY SIZE
003190                 ' ON THE RATE TABLE' DELIMITED BY SIZE
003200             INTO WS-ABEND-REASON
003210         END-STRING
003220         CLOSE RATE-FILE
003230         PERFORM 1900-CHARGE-ABEND THRU 1900-EXIT
003240     END-IF.
003250     IF WS-RATE-LOADED (WS-FOUND-CAT-SUB)
003260         MOVE SPACES TO WS-ABEND-REASON
003270         STRING 'CATEGORY ' DELIMITED BY SIZE
003280                 RATE-CATEGORY DELIMITED BY SIZE
003290                 ' IS ON THE RATE TABLE TWICE' DELIMITED BY SIZE
003300             INTO WS-ABEND-REASON
003310         END-STRING
003320         CLOSE RATE-FILE
003330         PERFORM 1900-CHARGE-ABEND THRU 1900-EXIT
003340     END-IF.
003350     IF RATE-UNIT-PRICE NOT NUMERIC
003360         MOVE SPACES TO WS-ABEND-REASON
003370         STRING 'CATEGORY ' DELIMITED BY SIZE
003380                 RATE-CATEGORY DELIMITED BY SIZE
003390                 ' HAS A NON-NUMERIC RATE' DELIMITED BY SIZE
003400             INTO WS-ABEND-REASON
003410         END-STRING
003420         CLOSE RATE-FILE
003430         PERFORM 1900-CHARGE-ABEND THRU 1900-EXIT
003440     END-IF.
003450     MOVE 'Y' TO WS-RATE-LOADED-SW (WS-FOUND-CAT-SUB).
003460     MOVE RATE-UNIT-PRICE TO WS-RATE-PRICE (WS-FOUND-CAT-SUB).
003470     MOVE RATE-GL-ACCOUNT
003480         TO WS-RATE-GL-ACCOUNT (WS-FOUND-CAT-SUB).
003490 1110-EXIT.
003500     EXIT.

003510 1120-MATCH-CATEGORY.
003520     IF WS-CAT-CODE (WS-CAT-SUB) = RATE-CATEGORY
003530         MOVE WS-CAT-SUB TO WS-FOUND-CAT-SUB
003540     END-IF.
003550 1120-EXIT.
003560     EXIT.

003570*-----------------------------------------------------------------
003580* 1130-CHECK-ONE-RATE - PRINT ONE CATEGORY'S RATE, OR ABEND IF
003590* THE TABLE DOES NOT PRICE IT, AND CLEAR ITS MONTH TOTALS.
003600*-----------------------------------------------------------------
003610 1130-CHECK-ONE-RATE.
003620     IF NOT WS-RATE-LOADED (WS-CAT-SUB)
003630         MOVE SPACES TO WS-ABEND-REASON
003640         STRING 'RATE TABLE HAS NO RATE FOR CATEGORY '
003650                 DELIMITED BY SIZE
003660                 WS-CAT-CODE (WS-CAT-SUB) DELIMITED BY SIZE
003670             INTO WS-ABEND-REASON
003680         END-STRING
003690         PERFORM 1900-CHARGE-ABEND THRU 1900-EXIT
003700     END-IF.
003710     MOVE ZERO TO WS-CAT-TOTAL-UNITS (WS-CAT-SUB).
003720     MOVE ZERO TO WS-CAT-TOTAL-AMOUNT (WS-CAT-SUB).
003730     MOVE WS-RATE-PRICE (WS-CAT-SUB) TO WS-RPT-RATE.
003740     MOVE SPACES TO REPORT-LINE.
003750     STRING '  ' DELIMITED BY SIZE
003760             WS-CAT-CODE (WS-CAT-SUB) DELIMITED BY SIZE
003770             '  ' DELIMITED BY SIZE
003780             WS-CAT-NAME (WS-CAT-SUB) DELIMITED BY SIZE
003790             '  RATE ' DELIMITED BY SIZE
003800             WS-RPT-RATE DELIMITED BY SIZE
003810             '  GL ' DELIMITED BY SIZE
003820             WS-RATE-GL-ACCOUNT (WS-CAT-SUB) DELIMITED BY SIZE
003830         INTO RPT-LINE-TEXT
003840     END-STRING.
003850     WRITE REPORT-LINE.
003860 1130-EXIT.
003870     EXIT.

003880*-----------------------------------------------------------------
003890* 1500-BAD-COMMAND - NO COMMAND CARD, OR ONE WITHOUT A BILLING
003900* MONTH.  SAY SO ON THE REPORT AND ABEND.
003910*-----------------------------------------------------------------
003920 1500-BAD-COMMAND.
003930     DISPLAY 'FIBONACCI-CHARGE ABEND - COMMAND CARD MISSING '
003940             'OR INVALID'.
003950     MOVE SPACES TO REPORT-LINE.
003960     MOVE 'COMMAND CARD MISSING OR INVALID - NOTHING DONE'
003970         TO RPT-LINE-TEXT.
003980     WRITE REPORT-LINE.
003990     CLOSE CHARGE-REPORT-FILE.
004000     MOVE 16 TO RETURN-CODE.
004010     STOP RUN.
004020 1500-EXIT.
004030     EXIT.

004040*-----------------------------------------------------------------
004050* 1900-CHARGE-ABEND - NOTHING CAN BE BILLED.  SAY WHY ON THE
004060* CONSOLE AND THE REPORT AND END WITH RETURN CODE 16.
004070*-----------------------------------------------------------------
004080 1900-CHARGE-ABEND.
004090     DISPLAY 'FIBONACCI-CHARGE ABEND - ' WS-ABEND-REASON.
004100     MOVE SPACES TO REPORT-LINE.
004110     STRING WS-ABEND-REASON DELIMITED BY SIZE
004120         INTO RPT-LINE-TEXT
004130     END-STRING.
004140     WRITE REPORT-LINE.
004150     CLOSE CHARGE-REPORT-FILE.
004160     MOVE 16 TO RETURN-CODE.
004170     STOP RUN.
004180 1900-EXIT.
004190     EXIT.

004200*-----------------------------------------------------------------
004210* 2000-BUILD-DESK-TABLE - FIRST PASS OF THE MONTH'S POSTINGS: FIND
004220* EVERY DESK WITH POSTINGS, PRICE-CLASSIFY EACH POSTING AGAINST
004230* ITS DESK, AND COUNT THE MASTER SIDE OF THE RUN-HISTORY TIE.
004240* THE MASTER STAYS OPEN FOR THE PER-DESK PASSES.
004250*-----------------------------------------------------------------
004260 2000-BUILD-DESK-TABLE.
004270     OPEN INPUT RESULT-MASTER-FILE.
004280     IF WS-RMAST-FILE-NOT-FOUND
004290         MOVE 'NO RESULTS MASTER ON HAND - NOTHING BILLED'
004300             TO WS-ABEND-REASON
004310         PERFORM 1900-CHARGE-ABEND THRU 1900-EXIT
004320     END-IF.
004330     IF WS-RMAST-FILE-STATUS NOT = '00'
004340         MOVE SPACES TO WS-ABEND-REASON
004350         STRING 'RESULTS MASTER UNAVAILABLE - FILE STATUS '
004360                 DELIMITED BY SIZE
004370                 WS-RMAST-FILE-STATUS DELIMITED BY SIZE
004380             INTO WS-ABEND-REASON
004390         END-STRING
004400         PERFORM 1900-CHARGE-ABEND THRU 1900-EXIT
004410     END-IF.
004420     PERFORM 2050-START-MONTH THRU 2050-EXIT.
004430     PERFORM 2100-TABLE-ONE-POSTING THRU 2100-EXIT
004440         UNTIL WS-END-OF-RMAST.
004450     IF WS-NO-SUBMITTER-COUNT > ZERO
004460         MOVE SPACES TO REPORT-LINE
004470         WRITE REPORT-LINE
004480     END-IF.
004490     OPEN INPUT SUBMITTER-FILE.
004500     IF WS-SUBM-FILE-STATUS = '00'
004510         SET WS-REGISTRY-OPEN TO TRUE
004520     END-IF.
004530     OPEN OUTPUT CHARGE-GL-FILE.
004540     MOVE SPACES TO CHARGE-GL-RECORD.
004550     SET CGL-HEADER-RECORD TO TRUE.
004560     MOVE 'FIBCHRG' TO CGLH-SOURCE.
004570     MOVE WS-BILLING-MONTH TO CGLH-BILLING-MONTH.
004580     MOVE WS-RUN-DATE TO CGLH-RUN-DATE.
004590     WRITE CHARGE-GL-RECORD.
004600 2000-EXIT.
004610     EXIT.

004620*-----------------------------------------------------------------
004630* 2050-START-MONTH - POSITION ON THE POSTED-DATE ALTERNATE KEY AT
004640* THE FIRST OF THE BILLING MONTH.
004650*-----------------------------------------------------------------
004660 2050-START-MONTH.
004670     SET WS-NOT-END-OF-RMAST TO TRUE.
004680     MOVE WS-FROM-DATE TO RM-POSTED-DATE.
004690     START RESULT-MASTER-FILE
004700         KEY NOT LESS THAN RM-POSTED-DATE
004710         INVALID KEY
004720             SET WS-END-OF-RMAST TO TRUE
004730     END-START.
004740 2050-EXIT.
004750     EXIT.

004760*-----------------------------------------------------------------
004770* 2100-TABLE-ONE-POSTING - CLASSIFY ONE POSTING OF THE MONTH AND
004780* COUNT IT AGAINST ITS DESK, ADDING THE DESK TO THE TABLE THE
004790* FIRST TIME IT IS SEEN.  A REVERSED POSTING IS COUNTED BUT NOT
004800* CHARGED; A POSTING WITH NO SUBMITTER IS LISTED AND NOT CHARGED.
004810*-----------------------------------------------------------------
004820 2100-TABLE-ONE-POSTING.
004830     READ RESULT-MASTER-FILE NEXT RECORD
004840         AT END
004850             SET WS-END-OF-RMAST TO TRUE
004860             GO TO 2100-EXIT
004870     END-READ.
004880     IF RM-POSTED-DATE > WS-TO-DATE
004890         SET WS-END-OF-RMAST TO TRUE
004900         GO TO 2100-EXIT
004910     END-IF.
004920     ADD 1 TO WS-POSTINGS-READ.
004930     PERFORM 2200-CLASSIFY-POSTING THRU 2200-EXIT.
004940     IF RM-STATUS-REJECTED
004950         ADD 1 TO WS-MAST-REJECT-POSTINGS
004960     ELSE
004970         ADD WS-POST-UNITS TO WS-MAST-RESULT-LINES
004980     END-IF.
004990     IF RM-REVERSED
005000         ADD 1 TO WS-REVERSED-COUNT
005010     END-IF.
005020     IF RM-SUBMITTER-ID = SPACES
005030         ADD 1 TO WS-NO-SUBMITTER-COUNT
005040         MOVE SPACES TO REPORT-LINE
005050         STRING 'NO SUBMITTER - NOT BILLED  ' DELIMITED BY SIZE
005060                 RM-POSTED-DATE DELIMITED BY SIZE
005070                 '  ' DELIMITED BY SIZE
005080                 RM-REQUEST-ID DELIMITED BY SIZE
005090             INTO RPT-LINE-TEXT
005100         END-STRING
005110         WRITE REPORT-LINE
005120         GO TO 2100-EXIT
005130     END-IF.
005140     MOVE ZERO TO WS-FOUND-DESK-SUB.
005150     PERFORM 2150-FIND-DESK THRU 2150-EXIT
005160         VARYING WS-DESK-SUB FROM 1 BY 1
005170         UNTIL WS-DESK-SUB > WS-DESK-COUNT
005180            OR WS-FOUND-DESK-SUB > ZERO.
005190     IF WS-FOUND-DESK-SUB = ZERO
005200         IF WS-DESK-COUNT NOT < WS-DESK-MAX
005210             MOVE 'MORE THAN 50 SUBMITTERS POSTED IN THE MONTH'
005220                 TO WS-ABEND-REASON
005230             CLOSE RESULT-MASTER-FILE
005240             PERFORM 1900-CHARGE-ABEND THRU 1900-EXIT
005250         END-IF
005260         ADD 1 TO WS-DESK-COUNT
005270         MOVE WS-DESK-COUNT TO WS-FOUND-DESK-SUB
005280         MOVE RM-SUBMITTER-ID TO WS-DESK-ID (WS-FOUND-DESK-SUB)
005290         MOVE ZERO TO WS-DESK-POSTINGS (WS-FOUND-DESK-SUB)
005300         MOVE ZERO TO WS-DESK-REVERSED (WS-FOUND-DESK-SUB)
005310         PERFORM 2160-CLEAR-DESK-UNITS THRU 2160-EXIT
005320             VARYING WS-CAT-SUB FROM 1 BY 1
005330             UNTIL WS-CAT-SUB > WS-CAT-MAX
005340     END-IF.
005350     ADD 1 TO WS-DESK-POSTINGS (WS-FOUND-DESK-SUB).
005360     IF RM-REVERSED
005370         ADD 1 TO WS-DESK-REVERSED (WS-FOUND-DESK-SUB)
005380     ELSE
005390         ADD WS-POST-UNITS
005400             TO WS-DESK-UNITS (WS-FOUND-DESK-SUB, WS-POST-CAT-SUB)
005410     END-IF.
005420 2100-EXIT.
005430     EXIT.

005440 2150-FIND-DESK.
005450     IF WS-DESK-ID (WS-DESK-SUB) = RM-SUBMITTER-ID
005460         MOVE WS-DESK-SUB TO WS-FOUND-DESK-SUB
005470     END-IF.
005480 2150-EXIT.
005490     EXIT.

005500 2160-CLEAR-DESK-UNITS.
005510     MOVE ZERO TO WS-DESK-UNITS (WS-FOUND-DESK-SUB, WS-CAT-SUB).
005520 2160-EXIT.
005530     EXIT.

005540*-----------------------------------------------------------------
005550* 2200-CLASSIFY-POSTING - PUT THE POSTING IN ITS PRICED CATEGORY
005560* AND COUNT ITS UNITS.  A REJECT PRICES AS A REJECT WHATEVER IT
005570* ASKED FOR; OTHERWISE THE SEQUENCE TYPE PRICES FIRST (A LUCAS
005580* RANGE IS PRICED AS LUCAS, LINE BY LINE), THEN THE KIND OF
005590* DETAIL.  A POSTING MADE BEFORE THE MASTER CARRIED THE KIND IS
005600* TAKEN AS A VALUE LOOKUP IF IT HAS A LOOKUP INDEX AND AS ONE
005610* LINE OTHERWISE.
005620*-----------------------------------------------------------------
005630 2200-CLASSIFY-POSTING.
005640     MOVE 1 TO WS-POST-UNITS.
005650     IF RM-STATUS-REJECTED
005660         MOVE 5 TO WS-POST-CAT-SUB
005670         GO TO 2200-EXIT
005680     END-IF.
005690     IF RM-RANGE-LINES NUMERIC
005700         IF RM-RANGE-LINES > ZERO
005710             MOVE RM-RANGE-LINES TO WS-POST-UNITS
005720         END-IF
005730     END-IF.
005740     IF RM-SEQUENCE-TYPE = 'L' OR RM-SEQUENCE-TYPE = 'C'
005750         MOVE 4 TO WS-POST-CAT-SUB
005760         GO TO 2200-EXIT
005770     END-IF.
005780     IF RM-VALUE-REQUEST
005790         MOVE 3 TO WS-POST-CAT-SUB
005800         GO TO 2200-EXIT
005810     END-IF.
005820     IF RM-REQUEST-KIND = SPACE AND RM-LOOKUP-INDEX NOT = SPACES
005830         MOVE 3 TO WS-POST-CAT-SUB
005840         GO TO 2200-EXIT
005850     END-IF.
005860     IF RM-RANGE-REQUEST
005870         MOVE 2 TO WS-POST-CAT-SUB
005880     ELSE
005890         MOVE 1 TO WS-POST-CAT-SUB
005900     END-IF.
005910 2200-EXIT.
005920     EXIT.

005930*-----------------------------------------------------------------
005940* 3000-BILL-DESK - ONE DESK'S BILLING DETAIL: A PASS OF THE
005950* MONTH'S POSTINGS LISTING THIS DESK'S, THEN ITS CHARGE FOR EACH
005960* CATEGORY USED AND ITS TOTAL.  EACH CHARGE IS ALSO A DETAIL ON
005970* THE GL INTERFACE FILE.
005980*-----------------------------------------------------------------
005990 3000-BILL-DESK.
006000     PERFORM 3050-LOOKUP-DESK-NAME THRU 3050-EXIT.
006010     MOVE SPACES TO REPORT-LINE.
006020     STRING 'DESK ' DELIMITED BY SIZE
006030             WS-DESK-ID (WS-DESK-SUB) DELIMITED BY SIZE
006040             '  ' DELIMITED BY SIZE
006050             WS-DESK-NAME DELIMITED BY SIZE
006060         INTO RPT-LINE-TEXT
006070     END-STRING.
006080     WRITE REPORT-LINE.
006090     MOVE '  POSTED    REQUEST-ID  CATEGORY              UNITS'
006100         TO RPT-LINE-TEXT.
006110     WRITE REPORT-LINE.
006120     PERFORM 2050-START-MONTH THRU 2050-EXIT.
006130     PERFORM 3100-LIST-ONE-POSTING THRU 3100-EXIT
006140         UNTIL WS-END-OF-RMAST.
006150     MOVE ZERO TO WS-DESK-AMOUNT.
006160     PERFORM 3200-PRICE-CATEGORY THRU 3200-EXIT
006170         VARYING WS-CAT-SUB FROM 1 BY 1
006180         UNTIL WS-CAT-SUB > WS-CAT-MAX.
006190     IF WS-DESK-REVERSED (WS-DESK-SUB) > ZERO
006200         MOVE WS-DESK-REVERSED (WS-DESK-SUB) TO WS-RPT-COUNT
006210         MOVE SPACES TO REPORT-LINE
006220         STRING '  REVERSED POSTINGS NOT CHARGED '
006230                 DELIMITED BY SIZE
006240                 WS-RPT-COUNT DELIMITED BY SIZE
006250             INTO RPT-LINE-TEXT
006260         END-STRING
006270         WRITE REPORT-LINE
006280     END-IF.
006290     ADD WS-DESK-AMOUNT TO WS-MONTH-AMOUNT.
006300     MOVE WS-DESK-AMOUNT TO WS-RPT-AMOUNT.
006310     MOVE SPACES TO REPORT-LINE.
006320     STRING '  DESK TOTAL ' DELIMITED BY SIZE
006330             WS-DESK-ID (WS-DESK-SUB) DELIMITED BY SIZE
006340             '                               ' DELIMITED BY SIZE
006350             WS-RPT-AMOUNT DELIMITED BY SIZE
006360         INTO RPT-LINE-TEXT
006370     END-STRING.
006380     WRITE REPORT-LINE.
006390     MOVE SPACES TO REPORT-LINE.
006400     WRITE REPORT-LINE.
006410 3000-EXIT.
006420     EXIT.

006430*-----------------------------------------------------------------
006440* 3050-LOOKUP-DESK-NAME - THE DESK'S NAME FROM THE SUBMITTER
006450* REGISTRY, FOR THE HEADING ONLY.  A DESK THE REGISTRY DOES NOT
006460* KNOW IS STILL BILLED.
006470*-----------------------------------------------------------------
006480 3050-LOOKUP-DESK-NAME.
006490     IF WS-REGISTRY-CLOSED
006500         MOVE '(REGISTRY UNAVAILABLE)' TO WS-DESK-NAME
006510         GO TO 3050-EXIT
006520     END-IF.
006530     MOVE WS-DESK-ID (WS-DESK-SUB) TO SR-SUBMITTER-ID.
006540     READ SUBMITTER-FILE
006550         INVALID KEY
006560             MOVE '(NOT ON THE REGISTRY)' TO WS-DESK-NAME
006570         NOT INVALID KEY
006580             MOVE SR-DESK-NAME TO WS-DESK-NAME
006590     END-READ.
006600 3050-EXIT.
006610     EXIT.

006620*-----------------------------------------------------------------
006630* 3100-LIST-ONE-POSTING - PRINT ONE OF THE DESK'S POSTINGS WITH
006640* ITS CATEGORY AND UNITS, OR STOP WHEN THE POSTED DATES PASS THE
006650* END OF THE MONTH.
006660*-----------------------------------------------------------------
006670 3100-LIST-ONE-POSTING.
006680     READ RESULT-MASTER-FILE NEXT RECORD
006690         AT END
006700             SET WS-END-OF-RMAST TO TRUE
006710             GO TO 3100-EXIT
006720     END-READ.
006730     IF RM-POSTED-DATE > WS-TO-DATE
006740         SET WS-END-OF-RMAST TO TRUE
006750         GO TO 3100-EXIT
006760     END-IF.
006770     IF RM-SUBMITTER-ID NOT = WS-DESK-ID (WS-DESK-SUB)
006780         GO TO 3100-EXIT
006790     END-IF.
006800     PERFORM 2200-CLASSIFY-POSTING THRU 2200-EXIT.
006810     IF RM-REVERSED
006820         MOVE 'REVERSED - NOT CHARGED' TO WS-RPT-NOTE
006830     ELSE
006840         MOVE SPACES TO WS-RPT-NOTE
006850     END-IF.
006860     MOVE WS-POST-UNITS TO WS-RPT-COUNT.
006870     MOVE SPACES TO REPORT-LINE.
006880     STRING '  ' DELIMITED BY SIZE
006890             RM-POSTED-DATE DELIMITED BY SIZE
006900             '  ' DELIMITED BY SIZE
006910             RM-REQUEST-ID DELIMITED BY SIZE
006920             '  ' DELIMITED BY SIZE
006930             WS-CAT-NAME (WS-POST-CAT-SUB) DELIMITED BY SIZE
006940             WS-RPT-COUNT DELIMITED BY SIZE
006950             '  ' DELIMITED BY SIZE
006960             WS-RPT-NOTE DELIMITED BY SIZE
006970         INTO RPT-LINE-TEXT
006980     END-STRING.
006990     WRITE REPORT-LINE.
007000 3100-EXIT.
007010     EXIT.

007020*-----------------------------------------------------------------
007030* 3200-PRICE-CATEGORY - CHARGE THE DESK FOR ONE CATEGORY IT USED:
007040* UNITS AT THE RATE, ROUNDED TO THE CENT, ON THE REPORT AND AS A
007050* DETAIL ON THE GL INTERFACE FILE.
007060*-----------------------------------------------------------------
007070 3200-PRICE-CATEGORY.
007080     IF WS-DESK-UNITS (WS-DESK-SUB, WS-CAT-SUB) = ZERO
007090         GO TO 3200-EXIT
007100     END-IF.
007110     COMPUTE WS-LINE-AMOUNT ROUNDED =
007120         WS-DESK-UNITS (WS-DESK-SUB, WS-CAT-SUB)
007130         * WS-RATE-PRICE (WS-CAT-SUB).
007140     ADD WS-LINE-AMOUNT TO WS-DESK-AMOUNT.
007150     ADD WS-DESK-UNITS (WS-DESK-SUB, WS-CAT-SUB)
007160         TO WS-CAT-TOTAL-UNITS (WS-CAT-SUB).
007170     ADD WS-LINE-AMOUNT TO WS-CAT-TOTAL-AMOUNT (WS-CAT-SUB).
007180     MOVE WS-DESK-UNITS (WS-DESK-SUB, WS-CAT-SUB) TO WS-RPT-COUNT.
007190     MOVE WS-RATE-PRICE (WS-CAT-SUB) TO WS-RPT-RATE.
007200     MOVE WS-LINE-AMOUNT TO WS-RPT-AMOUNT.
007210     MOVE SPACES TO REPORT-LINE.
007220     STRING '  CHARGE  ' DELIMITED BY SIZE
007230             WS-CAT-NAME (WS-CAT-SUB) DELIMITED BY SIZE
007240             WS-RPT-COUNT DELIMITED BY SIZE
007250             ' AT ' DELIMITED BY SIZE
007260             WS-RPT-RATE DELIMITED BY SIZE
007270             ' ' DELIMITED BY SIZE
007280             WS-RPT-AMOUNT DELIMITED BY SIZE
007290         INTO RPT-LINE-TEXT
007300     END-STRING.
007310     WRITE REPORT-LINE.
007320     MOVE SPACES TO CHARGE-GL-RECORD.
007330     SET CGL-DETAIL-RECORD TO TRUE.
007340     MOVE WS-DESK-ID (WS-DESK-SUB) TO CGLD-SUBMITTER-ID.
007350     MOVE WS-CAT-CODE (WS-CAT-SUB) TO CGLD-CATEGORY.
007360     MOVE WS-RATE-GL-ACCOUNT (WS-CAT-SUB) TO CGLD-GL-ACCOUNT.
007370     MOVE WS-DESK-UNITS (WS-DESK-SUB, WS-CAT-SUB) TO CGLD-UNITS.
007380     MOVE WS-RATE-PRICE (WS-CAT-SUB) TO CGLD-UNIT-PRICE.
007390     MOVE WS-LINE-AMOUNT TO CGLD-AMOUNT.
007400     WRITE CHARGE-GL-RECORD.
007410     ADD 1 TO WS-GL-DETAIL-COUNT.
007420 3200-EXIT.
007430     EXIT.

007440*-----------------------------------------------------------------
007450* 4000-TIE-RUN-HISTORY - TOTAL THE BATCH RUN HISTORY FOR THE RUNS
007460* POSTED FOR THE BILLING MONTH, FOR THE TIE TO THE MASTER.  A
007470* RESUBMIT RUN POSTS ITS REJECTS TO THE MASTER; A NORMAL RUN'S
007480* REJECTS GO TO SUSPENSE, SO THEY ARE COUNTED APART.
007490*-----------------------------------------------------------------
007500 4000-TIE-RUN-HISTORY.
007510     OPEN INPUT RUN-HISTORY-FILE.
007520     IF WS-HIST-FILE-NOT-FOUND
007530         MOVE 'NO RUN HISTORY ON HAND' TO RPT-LINE-TEXT
007540         WRITE REPORT-LINE
007550         GO TO 4000-EXIT
007560     END-IF.
007570     PERFORM 4100-TOTAL-ONE-RUN THRU 4100-EXIT
007580         UNTIL WS-END-OF-HISTORY.
007590     CLOSE RUN-HISTORY-FILE.
007600 4000-EXIT.
007610     EXIT.

007620 4100-TOTAL-ONE-RUN.
007630     READ RUN-HISTORY-FILE
007640         AT END
007650             SET WS-END-OF-HISTORY TO TRUE
007660             GO TO 4100-EXIT
007670     END-READ.
007671     IF RH-BUSINESS-DATE NUMERIC
007672         MOVE RH-BUSINESS-DATE TO WS-HIST-RUN-DATE
007673     ELSE
007674         MOVE RH-START-DATE TO WS-HIST-RUN-DATE
007675     END-IF.
007680     IF WS-HIST-RUN-DATE < WS-FROM-DATE
007690        OR WS-HIST-RUN-DATE > WS-TO-DATE
007700         GO TO 4100-EXIT
007710     END-IF.
007720     ADD 1 TO WS-HIST-RUN-COUNT.
007730     ADD RH-OK-COUNT TO WS-HIST-OK-LINES.
007740     IF RH-RESUBMIT-RUN
007750         ADD RH-REJECT-COUNT TO WS-HIST-REPAIR-REJECTS
007760     ELSE
007770         ADD RH-REJECT-COUNT TO WS-HIST-INTAKE-REJECTS
007780     END-IF.
007790 4100-EXIT.
007800     EXIT.

007810*-----------------------------------------------------------------
007820* 5000-WRITE-SUMMARY - THE SUMMARY PAGE: MONTH TOTALS BY
007830* CATEGORY, THE TIE OF THE MASTER TO THE RUN HISTORY, AND ANY
007840* OUT-OF-BALANCE EXCEPTION.
007850*-----------------------------------------------------------------
007860 5000-WRITE-SUMMARY.
007870     MOVE SPACES TO REPORT-LINE.
007880     STRING 'CHARGEBACK SUMMARY - BILLING MONTH '
007890             DELIMITED BY SIZE
007900             WS-BILLING-MONTH DELIMITED BY SIZE
007910         INTO RPT-LINE-TEXT
007920     END-STRING.
007930     WRITE REPORT-LINE.
007940     MOVE SPACES TO REPORT-LINE.
007950     WRITE REPORT-LINE.
007960     MOVE '  CATEGORY                  UNITS         AMOUNT'
007970         TO RPT-LINE-TEXT.
007980     WRITE REPORT-LINE.
007990     PERFORM 5100-WRITE-CATEGORY-TOTAL THRU 5100-EXIT
008000         VARYING WS-CAT-SUB FROM 1 BY 1
008010         UNTIL WS-CAT-SUB > WS-CAT-MAX.
008020     MOVE WS-MONTH-AMOUNT TO WS-RPT-AMOUNT.
008030     MOVE SPACES TO REPORT-LINE.
008040     STRING '  TOTAL CHARGES                   '
008050             DELIMITED BY SIZE
008060             WS-RPT-AMOUNT DELIMITED BY SIZE
008070         INTO RPT-LINE-TEXT
008080     END-STRING.
008090     WRITE REPORT-LINE.
008100     MOVE SPACES TO REPORT-LINE.
008110     WRITE REPORT-LINE.
008120     MOVE WS-DESK-COUNT TO WS-RPT-COUNT.
008130     MOVE SPACES TO REPORT-LINE.
008140     STRING 'TOTALS -  DESKS BILLED ' DELIMITED BY SIZE
008150             WS-RPT-COUNT DELIMITED BY SIZE
008160         INTO RPT-LINE-TEXT
008170     END-STRING.
008180     WRITE REPORT-LINE.
008190     MOVE WS-POSTINGS-READ TO WS-RPT-COUNT.
008200     MOVE SPACES TO REPORT-LINE.
008210     STRING '          POSTINGS READ ' DELIMITED BY SIZE
008220             WS-RPT-COUNT DELIMITED BY SIZE
008230         INTO RPT-LINE-TEXT
008240     END-STRING.
008250     WRITE REPORT-LINE.
008260     MOVE WS-REVERSED-COUNT TO WS-RPT-COUNT.
008270     MOVE SPACES TO REPORT-LINE.
008280     STRING '          REVERSED - NOT CHARGED ' DELIMITED BY SIZE
008290             WS-RPT-COUNT DELIMITED BY SIZE
008300         INTO RPT-LINE-TEXT
008310     END-STRING.
008320     WRITE REPORT-LINE.
008330     MOVE WS-NO-SUBMITTER-COUNT TO WS-RPT-COUNT.
008340     MOVE SPACES TO REPORT-LINE.
008350     STRING '          NO SUBMITTER - NOT BILLED '
008360             DELIMITED BY SIZE
008370             WS-RPT-COUNT DELIMITED BY SIZE
008380         INTO RPT-LINE-TEXT
008390     END-STRING.
008400     WRITE REPORT-LINE.
008410     MOVE WS-GL-DETAIL-COUNT TO WS-RPT-COUNT.
008420     MOVE SPACES TO REPORT-LINE.
008430     STRING '          GL INTERFACE DETAILS ' DELIMITED BY SIZE
008440             WS-RPT-COUNT DELIMITED BY SIZE
008450         INTO RPT-LINE-TEXT
008460     END-STRING.
008470     WRITE REPORT-LINE.
008480     MOVE SPACES TO REPORT-LINE.
008490     WRITE REPORT-LINE.
008500     MOVE WS-HIST-RUN-COUNT TO WS-RPT-COUNT.
008510     MOVE SPACES TO REPORT-LINE.
008520     STRING 'TIE TO RUN HISTORY - BATCH RUNS IN MONTH '
008530             DELIMITED BY SIZE
008540             WS-RPT-COUNT DELIMITED BY SIZE
008550         INTO RPT-LINE-TEXT
008560     END-STRING.
008570     WRITE REPORT-LINE.
008580     MOVE '                             MASTER  HISTORY'
008590         TO RPT-LINE-TEXT.
008600     WRITE REPORT-LINE.
008610     MOVE 'RESULT LINES POSTED OK' TO WS-EXCEPTION-LABEL.
008620     MOVE WS-MAST-RESULT-LINES TO WS-MASTER-SIDE.
008630     MOVE WS-HIST-OK-LINES TO WS-HISTORY-SIDE.
008640     PERFORM 5200-WRITE-TIE-LINE THRU 5200-EXIT.
008650     MOVE 'REJECTS POSTED ON REPAIR' TO WS-EXCEPTION-LABEL.
008660     MOVE WS-MAST-REJECT-POSTINGS TO WS-MASTER-SIDE.
008670     MOVE WS-HIST-REPAIR-REJECTS TO WS-HISTORY-SIDE.
008680     PERFORM 5200-WRITE-TIE-LINE THRU 5200-EXIT.
008690     MOVE WS-HIST-INTAKE-REJECTS TO WS-RPT-COUNT.
008700     MOVE SPACES TO REPORT-LINE.
008710     STRING '  REJECTED AT INTAKE - SUSPENSE, NOT BILLED '
008720             DELIMITED BY SIZE
008730             WS-RPT-COUNT DELIMITED BY SIZE
008740         INTO RPT-LINE-TEXT
008750     END-STRING.
008760     WRITE REPORT-LINE.
008770     MOVE SPACES TO REPORT-LINE.
008780     WRITE REPORT-LINE.
008790     MOVE 'OUT-OF-BALANCE EXCEPTIONS' TO RPT-LINE-TEXT.
008800     WRITE REPORT-LINE.
008810     MOVE 'RESULT LINES POSTED OK' TO WS-EXCEPTION-LABEL.
008820     MOVE WS-MAST-RESULT-LINES TO WS-MASTER-SIDE.
008830     MOVE WS-HIST-OK-LINES TO WS-HISTORY-SIDE.
008840     PERFORM 5300-CHECK-BALANCE THRU 5300-EXIT.
008850     MOVE 'REJECTS POSTED ON REPAIR' TO WS-EXCEPTION-LABEL.
008860     MOVE WS-MAST-REJECT-POSTINGS TO WS-MASTER-SIDE.
008870     MOVE WS-HIST-REPAIR-REJECTS TO WS-HISTORY-SIDE.
008880     PERFORM 5300-CHECK-BALANCE THRU 5300-EXIT.
008890     IF WS-EXCEPTION-COUNT = ZERO
008900         MOVE '  NONE - THE MASTER AGREES WITH THE RUN HISTORY'
008910             TO RPT-LINE-TEXT
008920         WRITE REPORT-LINE
008930     END-IF.
008940 5000-EXIT.
008950     EXIT.

008960 5100-WRITE-CATEGORY-TOTAL.
008970     MOVE WS-CAT-TOTAL-UNITS (WS-CAT-SUB) TO WS-RPT-COUNT.
008980     MOVE WS-CAT-TOTAL-AMOUNT (WS-CAT-SUB) TO WS-RPT-AMOUNT.
008990     MOVE SPACES TO REPORT-LINE.
009000     STRING '  ' DELIMITED BY SIZE
009010             WS-CAT-CODE (WS-CAT-SUB) DELIMITED BY SIZE
009020             '  ' DELIMITED BY SIZE
009030             WS-CAT-NAME (WS-CAT-SUB) DELIMITED BY SIZE
009040             WS-RPT-COUNT DELIMITED BY SIZE
009050             ' ' DELIMITED BY SIZE
009060             WS-RPT-AMOUNT DELIMITED BY SIZE
009070         INTO RPT-LINE-TEXT
009080     END-STRING.
009090     WRITE REPORT-LINE.
009100 5100-EXIT.
009110     EXIT.

009120 5200-WRITE-TIE-LINE.
009130     MOVE WS-MASTER-SIDE TO WS-RPT-COUNT.
009140     MOVE WS-HISTORY-SIDE TO WS-RPT-EXPECTED.
009150     MOVE SPACES TO REPORT-LINE.
009160     STRING '  ' DELIMITED BY SIZE
009170             WS-EXCEPTION-LABEL DELIMITED BY SIZE
009180             '  ' DELIMITED BY SIZE
009190             WS-RPT-COUNT DELIMITED BY SIZE
009200             '  ' DELIMITED BY SIZE
009210             WS-RPT-EXPECTED DELIMITED BY SIZE
009220         INTO RPT-LINE-TEXT
009230     END-STRING.
009240     WRITE REPORT-LINE.
009250 5200-EXIT.
009260     EXIT.

009270*-----------------------------------------------------------------
009280* 5300-CHECK-BALANCE - ONE SIDE OF THE TIE.  A DIFFERENCE MEANS A
009290* POSTING WAS REPLACED, ARCHIVED OR RESTORED SINCE IT WAS RUN, OR
009300* THE HISTORY IS SHORT A RUN - FINANCE IS NOT TO LOAD THE MONTH
009310* UNTIL IT IS EXPLAINED.
009320*-----------------------------------------------------------------
009330 5300-CHECK-BALANCE.
009340     COMPUTE WS-DIFFERENCE = WS-MASTER-SIDE - WS-HISTORY-SIDE.
009350     IF WS-DIFFERENCE = ZERO
009360         GO TO 5300-EXIT
009370     END-IF.
009380     ADD 1 TO WS-EXCEPTION-COUNT.
009390     MOVE 8 TO RETURN-CODE.
009400     MOVE WS-MASTER-SIDE TO WS-RPT-COUNT.
009410     MOVE WS-HISTORY-SIDE TO WS-RPT-EXPECTED.
009420     MOVE WS-DIFFERENCE TO WS-RPT-DIFFERENCE.
009430     MOVE SPACES TO REPORT-LINE.
009440     STRING '  OUT OF BALANCE - ' DELIMITED BY SIZE
009450             WS-EXCEPTION-LABEL DELIMITED BY SIZE
009460             ' MASTER ' DELIMITED BY SIZE
009470             WS-RPT-COUNT DELIMITED BY SIZE
009480             ' HISTORY ' DELIMITED BY SIZE
009490             WS-RPT-EXPECTED DELIMITED BY SIZE
009500         INTO RPT-LINE-TEXT
009510     END-STRING.
009520     WRITE REPORT-LINE.
009530     MOVE SPACES TO REPORT-LINE.
009540     STRING '                   DIFFERENCE ' DELIMITED BY SIZE
009550             WS-RPT-DIFFERENCE DELIMITED BY SIZE
009560         INTO RPT-LINE-TEXT
009570     END-STRING.
009580     WRITE REPORT-LINE.
009590 5300-EXIT.
009600     EXIT.

009610*-----------------------------------------------------------------
009620* 8000-TERMINATE - CLOSE THE GL INTERFACE FILE WITH ITS TRAILER
009630* AND CLOSE EVERYTHING ELSE.  A POSTING THAT COULD NOT BE CHARGED
009640* TO A DESK ENDS THE RUN WITH RETURN CODE 4 UNLESS IT IS ALREADY
009650* OUT OF BALANCE.
009660*-----------------------------------------------------------------
009670 8000-TERMINATE.
009680     MOVE SPACES TO CHARGE-GL-RECORD.
009690     SET CGL-TRAILER-RECORD TO TRUE.
009700     MOVE WS-GL-DETAIL-COUNT TO CGLT-DETAIL-COUNT.
009710     MOVE WS-MONTH-AMOUNT TO CGLT-AMOUNT-TOTAL.
009720     WRITE CHARGE-GL-RECORD.
009730     CLOSE CHARGE-GL-FILE.
009740     CLOSE RESULT-MASTER-FILE.
009750     IF WS-REGISTRY-OPEN
009760         CLOSE SUBMITTER-FILE
009770     END-IF.
009780     CLOSE CHARGE-REPORT-FILE.
009790     IF WS-NO-SUBMITTER-COUNT > ZERO AND RETURN-CODE < 4
009800         MOVE 4 TO RETURN-CODE
009810     END-IF.
009820 8000-EXIT.
009830     EXIT.
