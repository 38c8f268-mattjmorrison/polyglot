000010*****************************************************************
000020* PROGRAM-ID.  FIBONACCI-MODELOFF
000030* AUTHOR.      D. OKAFOR
000040* INSTALLATION.APPLICATION DEVELOPMENT
000050* DATE-WRITTEN. 10/15/2026
000060* DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* REMARKS.     MODEL-OFFICE REGRESSION RUN FOR THE EDIT/BATCH
000090*              JOB STREAM.  FIBONACCI-TESTS PROVES THE
000100*              SUBPROGRAMS; THIS PROVES THE STREAM.  A FIXED
000110*              INPUT DECK (MODECK) AND DESK REGISTRY (MOSUBM)
000120*              ARE RUN THROUGH FIBONACCI-EDIT AND
000130*              FIBONACCI-BATCH AGAINST THE MODEL OFFICE'S OWN
000140*              COPIES OF THE STREAM FILES, A REPAIR PASS IS
000150*              RESUBMITTED, AND EVERY OUTPUT FILE IS COMPARED
000160*              RECORD BY RECORD AGAINST THE STORED EXPECTED
000170*              BASELINE.  THE STEPS, EACH ONE COMMAND CARD ON
000180*              MOCMD:
000190*                SETUP    COPY THE DECK TO FIBREQIN, SET
000200*                         FIBBDATE TO THE DECK'S BUSINESS DATE,
000210*                         LOAD FIBSUBM FROM MOSUBM, AND EMPTY
000220*                         EVERY FILE THE STREAM READS OR
000230*                         CARRIES FORWARD.  FIBPARM = NORMAL.
000233*                         REFUSED (RETURN CODE 16) IF FIBSUBM
000236*                         ALREADY HOLDS A DESK NOT ON MOSUBM.
000240*                (RUN FIBONACCI-EDIT, THEN FIBONACCI-BATCH)
000250*                REPAIR   KEEP THE NORMAL RUN'S FIBSUSP AND
000260*                         FIBACK (THE RESUBMIT OVERWRITES THE
000270*                         ACK FILE) ON MOSUSP AND MOACK, PUT THE
000280*                         CORRECTED SUSPENSE DECK (MOREPAIR) ON
000290*                         FIBSUSP.  FIBPARM = RESUBMIT.
000300*                (RUN FIBONACCI-BATCH AGAIN)
000310*                COMPARE  FIBRES, FIBSUSP, BOTH ACK FILES AND
000320*                         FIBRMAST AGAINST MOXRES, MOXSUSP,
000330*                         MOXACK, MOXACKR AND MOXRMAST.
000340*              THE DECK FIXES THE BUSINESS DATE, SO BUSINESS-
000350*              DATED FIELDS ARE COMPARED; ONLY THE CLOCK STAMP
000360*              RM-POSTED-TIME IS IGNORED.  EACH DIFFERENCE IS
000370*              PRINTED ON MORPT WITH ITS FILE, KEY AND FIELD.
000380*              THE COMPARE APPENDS A 'MODELOFF' RECORD TO
000390*              AUDITLOG AND ENDS WITH RETURN CODE 8 IF ANYTHING
000400*              DIFFERS.  A MISSING DECK, REGISTRY, REPAIR DECK
000410*              OR BASELINE IS RETURN CODE 16.
000411*              THE STREAM FILES GO BY THEIR PRODUCTION NAMES,
000412*              SO THE MODEL OFFICE MUST HAVE ITS OWN COPY OF
000414*              EVERY ONE OF THEM - FIBJRNL AND FIBHIST INCLUDED,
000415*              WHICH SETUP DOES NOT EMPTY BUT WHICH
000417*              FIBONACCI-WHFEED FEEDS TO THE WAREHOUSE AND
000418*              FIBONACCI-CHARGE BILLS FROM.
000420*-----------------------------------------------------------------
000430* MODIFICATION HISTORY
000440*   10/15/2026 DKO  ORIGINAL PROGRAM.
000442*   10/15/2026 DKO  SETUP REFUSES TO RUN AGAINST A DESK REGISTRY
000444*                    HOLDING ANY DESK NOT ON MOSUBM.  DOCUMENTED
000446*                    THAT FIBJRNL AND FIBHIST MUST BE MODEL-OFFICE
000448*                    COPIES.
000450*****************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. FIBONACCI-MODELOFF.
000480 AUTHOR. D. OKAFOR.
000490 INSTALLATION. APPLICATION DEVELOPMENT.
000500 DATE-WRITTEN. 10/15/2026.
000510 DATE-COMPILED.

000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT COMMAND-FILE ASSIGN TO 'MOCMD'
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-CMD-FILE-STATUS.
000580     SELECT MODEL-REPORT-FILE ASSIGN TO 'MORPT'
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600     SELECT DECK-FILE ASSIGN TO 'MODECK'
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-DECK-FILE-STATUS.
000630     SELECT REGISTRY-DECK-FILE ASSIGN TO 'MOSUBM'
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-REGD-FILE-STATUS.
000660     SELECT REPAIR-DECK-FILE ASSIGN TO 'MOREPAIR'
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-RPRD-FILE-STATUS.
000690     SELECT RAW-REQUEST-FILE ASSIGN TO 'FIBREQIN'
000700         ORGANIZATION IS LINE SEQUENTIAL.
000710     SELECT BUSINESS-DATE-FILE ASSIGN TO 'FIBBDATE'
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-BDATE-FILE-STATUS.
000740     SELECT SUBMITTER-FILE ASSIGN TO 'FIBSUBM'
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS SR-SUBMITTER-ID
000780         FILE STATUS IS WS-SUBM-FILE-STATUS.
000790     SELECT CONTROL-FILE ASSIGN TO 'FIBCTL'
000800         ORGANIZATION IS LINE SEQUENTIAL.
000810     SELECT CHECKPOINT-FILE ASSIGN TO 'FIBCKPT'
000820         ORGANIZATION IS LINE SEQUENTIAL.
000830     SELECT RELEASE-FILE ASSIGN TO 'FIBRLSE'
000840         ORGANIZATION IS LINE SEQUENTIAL.
000850     SELECT HOLD-FILE ASSIGN TO 'FIBHOLD'
000860         ORGANIZATION IS LINE SEQUENTIAL.
000870     SELECT PARM-FILE ASSIGN TO 'FIBPARM'
000880         ORGANIZATION IS LINE SEQUENTIAL.
000890     SELECT CACHE-FILE ASSIGN TO 'FIBCACHE'
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS CACHE-KEY
000930         FILE STATUS IS WS-CACHE-FILE-STATUS.
000940     SELECT PENDING-QUEUE-FILE ASSIGN TO 'FIBPENDQ'
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS DYNAMIC
000970         RECORD KEY IS PQ-REQUEST-ID
000980         FILE STATUS IS WS-PENDQ-FILE-STATUS.
000990     SELECT RESULT-FILE ASSIGN TO 'FIBRES'
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-RES-FILE-STATUS.
001020     SELECT SUSPENSE-FILE ASSIGN TO 'FIBSUSP'
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS WS-SUSP-FILE-STATUS.
001050     SELECT ACK-FILE ASSIGN TO 'FIBACK'
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-ACK-FILE-STATUS.
001080     SELECT RESULT-MASTER-FILE ASSIGN TO 'FIBRMAST'
001090         ORGANIZATION IS INDEXED
001100         ACCESS MODE IS DYNAMIC
001110         RECORD KEY IS RM-REQUEST-ID
001120         ALTERNATE RECORD KEY IS RM-POSTED-DATE
001130             WITH DUPLICATES
001140         FILE STATUS IS WS-RMAST-FILE-STATUS.
001150     SELECT SUSPENSE-SNAPSHOT-FILE ASSIGN TO 'MOSUSP'
001160         ORGANIZATION IS LINE SEQUENTIAL
001170         FILE STATUS IS WS-SSNP-FILE-STATUS.
001180     SELECT ACK-SNAPSHOT-FILE ASSIGN TO 'MOACK'
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS WS-ASNP-FILE-STATUS.
001210     SELECT EXP-RESULT-FILE ASSIGN TO 'MOXRES'
001220         ORGANIZATION IS LINE SEQUENTIAL
001230         FILE STATUS IS WS-EXP-FILE-STATUS.
001240     SELECT EXP-SUSPENSE-FILE ASSIGN TO 'MOXSUSP'
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS WS-EXP-FILE-STATUS.
001270     SELECT EXP-ACK-FILE ASSIGN TO 'MOXACK'
001280         ORGANIZATION IS LINE SEQUENTIAL
001290         FILE STATUS IS WS-EXP-FILE-STATUS.
001300     SELECT EXP-REPAIR-ACK-FILE ASSIGN TO 'MOXACKR'
001310         ORGANIZATION IS LINE SEQUENTIAL
001320         FILE STATUS IS WS-EXP-FILE-STATUS.
001330     SELECT EXP-MASTER-FILE ASSIGN TO 'MOXRMAST'
001340         ORGANIZATION IS LINE SEQUENTIAL
001350         FILE STATUS IS WS-EXP-FILE-STATUS.
001360     SELECT AUDIT-LOG-FILE ASSIGN TO 'AUDITLOG'
001370         ORGANIZATION IS LINE SEQUENTIAL
001380         FILE STATUS IS WS-AUDIT-FILE-STATUS.

001390 DATA DIVISION.
001400 FILE SECTION.
001410 FD  COMMAND-FILE.
001420 01  COMMAND-RECORD                 PIC X(08).
001430 FD  MODEL-REPORT-FILE.
001440 COPY FIBONACCI-RPTLINE.
001450 FD  DECK-FILE.
001460 01  DECK-RECORD                    PIC X(53).
001470 FD  REGISTRY-DECK-FILE.
001480 01  REGISTRY-DECK-RECORD           PIC X(99).
001490 FD  REPAIR-DECK-FILE.
001500 01  REPAIR-DECK-RECORD             PIC X(65).
001510 FD  RAW-REQUEST-FILE.
001520 COPY FIBONACCI-REQUEST.
001530 FD  BUSINESS-DATE-FILE.
001540 COPY FIBONACCI-BUSDATE.
001550 FD  SUBMITTER-FILE.
001560 COPY FIBONACCI-SUBMITTER.
001570 FD  CONTROL-FILE.
001580 COPY FIBONACCI-CONTROL.
001590 FD  CHECKPOINT-FILE.
001600 COPY FIBONACCI-CHECKPOINT.
001610 FD  RELEASE-FILE.
001620 01  RELEASE-RECORD                 PIC X(53).
001630 FD  HOLD-FILE.
001640 01  HOLD-RECORD                    PIC X(53).
001650 FD  PARM-FILE.
001660 COPY FIBONACCI-PARM.
001670 FD  CACHE-FILE.
001680 COPY FIBONACCI-CACHE.
001690 FD  PENDING-QUEUE-FILE.
001700 COPY FIBONACCI-PENDREQ.
001710 FD  RESULT-FILE.
001720 COPY FIBONACCI-RESULT.
001730 FD  SUSPENSE-FILE.
001740 01  SUSPENSE-IMAGE                 PIC X(65).
001750 FD  ACK-FILE.
001760 01  ACK-IMAGE                      PIC X(29).
001770 FD  RESULT-MASTER-FILE.
001780 COPY FIBONACCI-RMASTER.
001790 FD  SUSPENSE-SNAPSHOT-FILE.
001800 COPY FIBONACCI-SUSPENSE.
001810 FD  ACK-SNAPSHOT-FILE.
001820 01  ACK-SNAPSHOT-IMAGE             PIC X(29).
001830 FD  EXP-RESULT-FILE.
001840 01  EXP-RESULT-IMAGE               PIC X(54).
001850 FD  EXP-SUSPENSE-FILE.
001860 01  EXP-SUSPENSE-IMAGE             PIC X(65).
001870 FD  EXP-ACK-FILE.
001880 01  EXP-ACK-IMAGE                  PIC X(29).
001890 FD  EXP-REPAIR-ACK-FILE.
001900 01  EXP-REPAIR-ACK-IMAGE           PIC X(29).
001910 FD  EXP-MASTER-FILE.
001920 01  EXP-MASTER-IMAGE               PIC X(95).
001930 FD  AUDIT-LOG-FILE.
001940 COPY FIBONACCI-AUDIT.

001950 WORKING-STORAGE SECTION.
001960*-----------------------------------------------------------------
001970* THE COMMAND CARD IS HELD HERE, NOT IN THE FD AREA, SO IT IS
001980* STILL ADDRESSABLE AFTER COMMAND-FILE IS CLOSED.
001990*-----------------------------------------------------------------
002000 01  WS-COMMAND-CARD.
002010     05  CMD-FUNCTION               PIC X(08).
002020         88  CMD-SETUP                      VALUE 'SETUP'.
002030         88  CMD-REPAIR                     VALUE 'REPAIR'.
002040         88  CMD-COMPARE                    VALUE 'COMPARE'.
002050 01  WS-CMD-FILE-STATUS            PIC X(02) VALUE SPACES.
002060     88  WS-CMD-FILE-NOT-FOUND             VALUE '35'.
002070 01  WS-DECK-FILE-STATUS           PIC X(02) VALUE SPACES.
002080 01  WS-REGD-FILE-STATUS           PIC X(02) VALUE SPACES.
002090 01  WS-RPRD-FILE-STATUS           PIC X(02) VALUE SPACES.
002100 01  WS-BDATE-FILE-STATUS          PIC X(02) VALUE SPACES.
002110 01  WS-SUBM-FILE-STATUS           PIC X(02) VALUE SPACES.
002120 01  WS-CACHE-FILE-STATUS          PIC X(02) VALUE SPACES.
002130 01  WS-PENDQ-FILE-STATUS          PIC X(02) VALUE SPACES.
002140 01  WS-RES-FILE-STATUS            PIC X(02) VALUE SPACES.
002150 01  WS-SUSP-FILE-STATUS           PIC X(02) VALUE SPACES.
002160 01  WS-ACK-FILE-STATUS            PIC X(02) VALUE SPACES.
002170 01  WS-RMAST-FILE-STATUS          PIC X(02) VALUE SPACES.
002180 01  WS-SSNP-FILE-STATUS           PIC X(02) VALUE SPACES.
002190 01  WS-ASNP-FILE-STATUS           PIC X(02) VALUE SPACES.
002200 01  WS-EXP-FILE-STATUS            PIC X(02) VALUE SPACES.
002210 01  WS-AUDIT-FILE-STATUS          PIC X(02) VALUE SPACES.
002220     88  WS-AUDIT-FILE-NOT-FOUND           VALUE '35'.
002230 01  WS-COPY-EOF-SW                PIC X(01) VALUE 'N'.
002240     88  WS-END-OF-COPY                    VALUE 'Y'.
002250     88  WS-NOT-END-OF-COPY                VALUE 'N'.
002260 01  WS-EXP-EOF-SW                 PIC X(01) VALUE 'N'.
002270     88  WS-END-OF-EXPECTED                VALUE 'Y'.
002280     88  WS-NOT-END-OF-EXPECTED            VALUE 'N'.
002290 01  WS-ACT-EOF-SW                 PIC X(01) VALUE 'N'.
002300     88  WS-END-OF-ACTUAL                  VALUE 'Y'.
002310     88  WS-NOT-END-OF-ACTUAL              VALUE 'N'.
002320 01  WS-ACK-PASS-SW                PIC X(01) VALUE 'N'.
002330     88  WS-ACK-PASS-NORMAL                VALUE 'N'.
002340     88  WS-ACK-PASS-REPAIR                VALUE 'R'.
002350 01  WS-ACTUAL-SW                 PIC X(01) VALUE 'Y'.
002360     88  WS-ACTUAL-ON-HAND                 VALUE 'Y'.
002370     88  WS-ACTUAL-NOT-ON-HAND             VALUE 'N'.
002380 01  WS-RECORD-DIFF-SW             PIC X(01) VALUE 'N'.
002390     88  WS-RECORD-DIFFERS                 VALUE 'Y'.
002400     88  WS-RECORD-MATCHES                 VALUE 'N'.
002410 01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
002420 01  WS-RUN-TIME                   PIC 9(06) VALUE ZERO.
002430 01  WS-CLOCK-TIME                 PIC 9(08) VALUE ZERO.
002440 01  WS-ABEND-REASON               PIC X(60) VALUE SPACES.
002450 01  WS-MODEL-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
002460 01  WS-PARM-RUN-MODE              PIC X(08) VALUE SPACES.
002470 01  WS-COPY-COUNT                 PIC 9(07) COMP VALUE ZERO.
002480 01  WS-SET-COUNT                  PIC 9(07) COMP VALUE ZERO.
002490 01  WS-RPT-COUNT                  PIC Z(06)9.
002500 01  WS-RPT-COUNT-2                PIC Z(06)9.
002510 01  WS-RPT-COUNT-3                PIC Z(06)9.
002520*-----------------------------------------------------------------
002521* THE MODEL DESKS ON MOSUBM, FOR 2050-VERIFY-MODEL-OFFICE.
002522*-----------------------------------------------------------------
002523 01  WS-MODEL-DESK-TABLE.
002524     05  WS-MODEL-DESK-ID          PIC X(08) OCCURS 100 TIMES.
002525 01  WS-MODEL-DESK-COUNT           PIC 9(03) COMP VALUE ZERO.
002526 01  WS-MODEL-DESK-MAX             PIC 9(03) COMP VALUE 100.
002527 01  WS-MODEL-DESK-SUB             PIC 9(03) COMP VALUE ZERO.
002528 01  WS-MODEL-DESK-SW              PIC X(01) VALUE 'N'.
002529     88  WS-DESK-IS-MODEL                  VALUE 'Y'.
002530     88  WS-DESK-NOT-MODEL                 VALUE 'N'.
002531*-----------------------------------------------------------------
002532* THE FILE AND RECORD UNDER COMPARISON, AND THE ONE FIELD BEING
002540* CHECKED - 5100-COMPARE-FIELD WORKS ONLY FROM THESE.
002550*-----------------------------------------------------------------
002560 01  WS-CMP-FILE-LABEL             PIC X(10) VALUE SPACES.
002570 01  WS-CMP-KEY                    PIC X(10) VALUE SPACES.
002580 01  WS-CMP-RECORD-NO              PIC 9(05) VALUE ZERO.
002590 01  WS-CMP-FIELD-NAME             PIC X(22) VALUE SPACES.
002600 01  WS-CMP-EXPECTED               PIC X(26) VALUE SPACES.
002610 01  WS-CMP-ACTUAL                 PIC X(26) VALUE SPACES.
002620 01  WS-EXP-MAST-KEY               PIC X(10) VALUE SPACES.
002630 01  WS-ACT-MAST-KEY               PIC X(10) VALUE SPACES.
002640*-----------------------------------------------------------------
002650* COUNTS FOR THE FILE IN HAND AND FOR THE WHOLE COMPARE.  THE
002660* DIFFERING FILES ARE LISTED ON THE AUDIT RECORD THE WAY THE UNIT
002670* HARNESS LISTS ITS FAILED TEST IDS.
002680*-----------------------------------------------------------------
002690 01  WS-FILE-MATCHED               PIC 9(05) COMP VALUE ZERO.
002700 01  WS-FILE-DIFFERING             PIC 9(05) COMP VALUE ZERO.
002710 01  WS-FILE-FIELD-DIFFS           PIC 9(05) COMP VALUE ZERO.
002720 01  WS-TOTAL-MATCHED              PIC 9(05) COMP VALUE ZERO.
002730 01  WS-TOTAL-DIFFERING            PIC 9(05) COMP VALUE ZERO.
002740 01  WS-TOTAL-FIELD-DIFFS          PIC 9(05) COMP VALUE ZERO.
002750 01  WS-DIFF-FILE-LIST             PIC X(80) VALUE SPACES.
002760 01  WS-STRING-PTR                 PIC 9(03) COMP VALUE 1.
002770*-----------------------------------------------------------------
002780* EXPECTED RECORDS ARE READ INTO THE PRODUCTION LAYOUTS UNDER AN
002790* EXP- PREFIX SO EACH FIELD IS COMPARED BY ITS OWN NAME.  BOTH ACK
002800* FILES ARE READ INTO ACK-RECORD.
002810*-----------------------------------------------------------------
002820 COPY FIBONACCI-RESULT REPLACING
002830     ==RESULT-RECORD== BY ==EXP-RESULT-RECORD==
002840     LEADING ==RES-== BY ==EXP-RES-==.
002850 COPY FIBONACCI-SUSPENSE REPLACING
002860     ==SUSPENSE-RECORD== BY ==EXP-SUSPENSE-RECORD==
002870     LEADING ==SUSP-== BY ==EXP-SUSP-==.
002880 COPY FIBONACCI-RMASTER REPLACING
002890     ==RESULT-MASTER-RECORD== BY ==EXP-MASTER-RECORD==
002900     LEADING ==RM-== BY ==EXP-RM-==.
002910 COPY FIBONACCI-ACK.
002920 COPY FIBONACCI-ACK REPLACING
002930     LEADING ==ACK-== BY ==EXP-ACK-==
002940     LEADING ==ACKH-== BY ==EXP-ACKH-==
002950     LEADING ==ACKD-== BY ==EXP-ACKD-==
002960     LEADING ==ACKT-== BY ==EXP-ACKT-==.

002970 PROCEDURE DIVISION.

002980 0000-MAINLINE.
002990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003000     IF CMD-SETUP
003010         PERFORM 2000-SETUP THRU 2000-EXIT
003020     END-IF.
003030     IF CMD-REPAIR
003040         PERFORM 3000-REPAIR THRU 3000-EXIT
003050     END-IF.
003060     IF CMD-COMPARE
003070         PERFORM 4000-COMPARE-MODEL-OFFICE THRU 4000-EXIT
003080     END-IF.
003090     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003100     STOP RUN.

003110*-----------------------------------------------------------------
003120* 1000-INITIALIZE - READ THE ONE COMMAND CARD AND OPEN THE REPORT.
003130* NO CARD, OR ONE THAT IS NOT SETUP, REPAIR OR COMPARE, IS AN
003140* OPERATIONS ERROR.
003150*-----------------------------------------------------------------
003160 1000-INITIALIZE.
003170     OPEN OUTPUT MODEL-REPORT-FILE.
003180     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003190     ACCEPT WS-CLOCK-TIME FROM TIME.
003200     DIVIDE WS-CLOCK-TIME BY 100 GIVING WS-RUN-TIME.
003210     MOVE SPACES TO WS-COMMAND-CARD.
003220     OPEN INPUT COMMAND-FILE.
003230     IF WS-CMD-FILE-NOT-FOUND
003240         PERFORM 1500-BAD-COMMAND THRU 1500-EXIT
003250     END-IF.
003260     READ COMMAND-FILE
003270         AT END
003280             CONTINUE
003290         NOT AT END
003300             MOVE COMMAND-RECORD TO WS-COMMAND-CARD
003310     END-READ.
003320     CLOSE COMMAND-FILE.
003330     MOVE SPACES TO REPORT-LINE.
003340     STRING 'MODEL OFFICE REGRESSION - ' DELIMITED BY SIZE
003350             CMD-FUNCTION DELIMITED BY SPACE
003360             ' - RUN DATE ' DELIMITED BY SIZE
003370             WS-RUN-DATE DELIMITED BY SIZE
003380         INTO RPT-LINE-TEXT
003390     END-STRING.
003400     WRITE REPORT-LINE.
003410     MOVE SPACES TO REPORT-LINE.
003420     WRITE REPORT-LINE.
003430     IF NOT CMD-SETUP AND NOT CMD-REPAIR AND NOT CMD-COMPARE
003440         PERFORM 1500-BAD-COMMAND THRU 1500-EXIT
003450     END-IF.
003460 1000-EXIT.
003470     EXIT.

003480*-----------------------------------------------------------------
003490* 1500-BAD-COMMAND - NO COMMAND CARD, OR ONE THAT DOES NOT NAME A
003500* MODEL-OFFICE STEP.  SAY SO ON THE REPORT AND ABEND.
003510*-----------------------------------------------------------------
003520 1500-BAD-COMMAND.
003530     DISPLAY 'FIBONACCI-MODELOFF ABEND - COMMAND CARD MISSING '
003540             'OR INVALID'.
003550     MOVE SPACES TO REPORT-LINE.
003560     MOVE 'COMMAND CARD MISSING OR INVALID - NOTHING DONE'
003570         TO RPT-LINE-TEXT.
003580     WRITE REPORT-LINE.
003590     CLOSE MODEL-REPORT-FILE.
003600     MOVE 16 TO RETURN-CODE.
003610     STOP RUN.
003620 1500-EXIT.
003630     EXIT.

003640*-----------------------------------------------------------------
003650* 1900-MODEL-OFFICE-ABEND - A DECK, REGISTRY, REPAIR DECK OR
003660* BASELINE THAT IS MISSING OR UNUSABLE.  THE MODEL OFFICE CANNOT
003670* PROVE ANYTHING WITHOUT THEM.
003675* ALSO A SETUP POINTED AT A LIVE FILE SET.
003680*-----------------------------------------------------------------
003690 1900-MODEL-OFFICE-ABEND.
003700     DISPLAY 'FIBONACCI-MODELOFF ABEND - ' WS-ABEND-REASON.
003710     MOVE SPACES TO REPORT-LINE.
003720     STRING WS-ABEND-REASON DELIMITED BY SIZE
003730         INTO RPT-LINE-TEXT
003740     END-STRING.
003750     WRITE REPORT-LINE.
003760     MOVE SPACES TO REPORT-LINE.
003770     MOVE 'MODEL OFFICE STEP NOT COMPLETED' TO RPT-LINE-TEXT.
003780     WRITE REPORT-LINE.
003790     CLOSE MODEL-REPORT-FILE.
003800     MOVE 16 TO RETURN-CODE.
003810     STOP RUN.
003820 1900-EXIT.
003830     EXIT.

003840*-----------------------------------------------------------------
003850* 2000-SETUP - BUILD A CLEAN MODEL OFFICE: THE DECK ON FIBREQIN,
003860* THE DECK'S BUSINESS DATE ON FIBBDATE, THE MODEL DESKS ON
003870* FIBSUBM, AND NOTHING LEFT OVER FROM ANY EARLIER RUN.
003873* NOTHING IS WRITTEN UNTIL 2050 HAS PROVED THIS IS A MODEL
003876* OFFICE.
003880*-----------------------------------------------------------------
003890 2000-SETUP.
003895     PERFORM 2050-VERIFY-MODEL-OFFICE THRU 2050-EXIT.
003900     PERFORM 2100-COPY-DECK THRU 2100-EXIT.
003910     PERFORM 2200-WRITE-BUSINESS-DATE THRU 2200-EXIT.
003920     PERFORM 2300-LOAD-REGISTRY THRU 2300-EXIT.
003930     PERFORM 2400-CLEAR-STREAM-FILES THRU 2400-EXIT.
003940     MOVE SPACES TO REPORT-LINE.
003950     WRITE REPORT-LINE.
003960     MOVE SPACES TO REPORT-LINE.
003970     MOVE 'MODEL OFFICE READY - RUN FIBONACCI-EDIT, THEN BATCH'
003980         TO RPT-LINE-TEXT.
003990     WRITE REPORT-LINE.
004000 2000-EXIT.
004001     EXIT.

004002*-----------------------------------------------------------------
004003* 2050-VERIFY-MODEL-OFFICE - SETUP EMPTIES FILES UNDER THE
004004* STREAM'S OWN NAMES, SO IT MUST ONLY EVER RUN IN A MODEL OFFICE.
004005* A FIBSUBM ALREADY HOLDING ANY DESK THAT IS NOT A MODEL DESK ON
004006* MOSUBM MEANS THE STEP WAS POINTED AT A LIVE FILE SET, AND IT IS
004007* REFUSED BEFORE ANYTHING IS WRITTEN.  NO FIBSUBM AT ALL IS A NEW
004008* MODEL OFFICE.
004009*-----------------------------------------------------------------
004010 2050-VERIFY-MODEL-OFFICE.
004011     OPEN INPUT REGISTRY-DECK-FILE.
004012     IF WS-REGD-FILE-STATUS NOT = '00'
004013         MOVE SPACES TO WS-ABEND-REASON
004014         STRING 'MODEL DESK REGISTRY MOSUBM UNAVAILABLE - STATUS '
004015                 DELIMITED BY SIZE
004016                 WS-REGD-FILE-STATUS DELIMITED BY SIZE
004017             INTO WS-ABEND-REASON
004018         END-STRING
004019         PERFORM 1900-MODEL-OFFICE-ABEND THRU 1900-EXIT
004020     END-IF.
004021     MOVE ZERO TO WS-MODEL-DESK-COUNT.
004022     SET WS-NOT-END-OF-COPY TO TRUE.
004023     READ REGISTRY-DECK-FILE INTO SUBMITTER-RECORD
004024         AT END
004025             SET WS-END-OF-COPY TO TRUE
004026     END-READ.
004027     PERFORM 2060-NOTE-MODEL-DESK THRU 2060-EXIT
004028         UNTIL WS-END-OF-COPY.
004029     CLOSE REGISTRY-DECK-FILE.
004030     OPEN INPUT SUBMITTER-FILE.
004031     IF WS-SUBM-FILE-STATUS = '35'
004032         GO TO 2050-EXIT
004033     END-IF.
004034     IF WS-SUBM-FILE-STATUS NOT = '00'
004035         MOVE SPACES TO WS-ABEND-REASON
004036         STRING 'DESK REGISTRY FIBSUBM UNREADABLE - STATUS '
004037                 DELIMITED BY SIZE
004038                 WS-SUBM-FILE-STATUS DELIMITED BY SIZE
004039             INTO WS-ABEND-REASON
004040         END-STRING
004041         PERFORM 1900-MODEL-OFFICE-ABEND THRU 1900-EXIT
004042     END-IF.
004043     SET WS-NOT-END-OF-COPY TO TRUE.
004044     READ SUBMITTER-FILE NEXT RECORD
004045         AT END
004046             SET WS-END-OF-COPY TO TRUE
004047     END-READ.
004048     PERFORM 2070-CHECK-REGISTERED-DESK THRU 2070-EXIT
004049         UNTIL WS-END-OF-COPY.
004050     CLOSE SUBMITTER-FILE.
004051     MOVE WS-MODEL-DESK-COUNT TO WS-RPT-COUNT.
004052     MOVE SPACES TO REPORT-LINE.
004053     STRING 'FIBSUBM HOLDS ONLY MODEL DESKS - MOSUBM DESKS '
004054             DELIMITED BY SIZE
004055             WS-RPT-COUNT DELIMITED BY SIZE
004056         INTO RPT-LINE-TEXT
004057     END-STRING.
004058     WRITE REPORT-LINE.
004059 2050-EXIT.
004060     EXIT.

004061 2060-NOTE-MODEL-DESK.
004062     IF WS-MODEL-DESK-COUNT NOT < WS-MODEL-DESK-MAX
004063         MOVE 'MOSUBM HOLDS MORE MODEL DESKS THAN SETUP CAN CHECK'
004064             TO WS-ABEND-REASON
004065         PERFORM 1900-MODEL-OFFICE-ABEND THRU 1900-EXIT
004066     END-IF.
004067     ADD 1 TO WS-MODEL-DESK-COUNT.
004068     MOVE SR-SUBMITTER-ID
004069         TO WS-MODEL-DESK-ID(WS-MODEL-DESK-COUNT).
004070     READ REGISTRY-DECK-FILE INTO SUBMITTER-RECORD
004071         AT END
004072             SET WS-END-OF-COPY TO TRUE
004073     END-READ.
004074 2060-EXIT.
004075     EXIT.

004076 2070-CHECK-REGISTERED-DESK.
004077     SET WS-DESK-NOT-MODEL TO TRUE.
004078     PERFORM 2075-MATCH-MODEL-DESK THRU 2075-EXIT
004079         VARYING WS-MODEL-DESK-SUB FROM 1 BY 1
004080         UNTIL WS-MODEL-DESK-SUB > WS-MODEL-DESK-COUNT
004081         OR WS-DESK-IS-MODEL.
004082     IF WS-DESK-NOT-MODEL
004083         CLOSE SUBMITTER-FILE
004084         MOVE SPACES TO WS-ABEND-REASON
004085         STRING 'FIBSUBM HOLDS DESK ' DELIMITED BY SIZE
004086                 SR-SUBMITTER-ID DELIMITED BY SIZE
004087                 ' NOT ON MOSUBM - SETUP REFUSED'
004088                 DELIMITED BY SIZE
004089             INTO WS-ABEND-REASON
004090         END-STRING
004091         PERFORM 1900-MODEL-OFFICE-ABEND THRU 1900-EXIT
004092     END-IF.
004093     READ SUBMITTER-FILE NEXT RECORD
004094         AT END
004095             SET WS-END-OF-COPY TO TRUE
004096     END-READ.
004097 2070-EXIT.
004098     EXIT.

004099 2075-MATCH-MODEL-DESK.
004100     IF WS-MODEL-DESK-ID(WS-MODEL-DESK-SUB) = SR-SUBMITTER-ID
004101         SET WS-DESK-IS-MODEL TO TRUE
004102     END-IF.
004103 2075-EXIT.
004104     EXIT.

004105*-----------------------------------------------------------------
004106* 2100-COPY-DECK - COPY MODECK TO FIBREQIN.  THE FIRST RECORD
004107* MUST BE A HEADER CARRYING A VALID DATE; THAT DATE IS THE MODEL
004108* OFFICE'S BUSINESS DATE.
004109*-----------------------------------------------------------------
004110 2100-COPY-DECK.
004111     OPEN INPUT DECK-FILE.
004112     IF WS-DECK-FILE-STATUS NOT = '00'
004113         MOVE SPACES TO WS-ABEND-REASON
004114         STRING 'MODEL OFFICE DECK MODECK UNAVAILABLE - STATUS '
004120                 DELIMITED BY SIZE
004130                 WS-DECK-FILE-STATUS DELIMITED BY SIZE
004140             INTO WS-ABEND-REASON
004150         END-STRING
004160         PERFORM 1900-MODEL-OFFICE-ABEND THRU 1900-EXIT
004170     END-IF.
004180     OPEN OUTPUT RAW-REQUEST-FILE.
004190     MOVE SPACES TO REQUEST-RANGE-RECORD.
004200     READ DECK-FILE INTO REQUEST-RANGE-RECORD
004210         AT END
004220             MOVE SPACES TO REQUEST-RANGE-RECORD
004230     END-READ.
004240     IF NOT REQ-HEADER-RECORD
004250         OR REQH-BUSINESS-DATE NOT NUMERIC
004260         MOVE 'MODEL OFFICE DECK DOES NOT START WITH A DATED HDR'
004270             TO WS-ABEND-REASON
004280         PERFORM 1900-MODEL-OFFICE-ABEND THRU 1900-EXIT
004290     END-IF.
004300     MOVE REQH-BUSINESS-DATE TO WS-MODEL-BUSINESS-DATE.
004310     MOVE ZERO TO WS-COPY-COUNT.
004320     MOVE ZERO TO WS-SET-COUNT.
004330     SET WS-NOT-END-OF-COPY TO TRUE.
004340     PERFORM 2110-COPY-ONE-DECK-RECORD THRU 2110-EXIT
004350         UNTIL WS-END-OF-COPY.
004360     CLOSE DECK-FILE.
004370     CLOSE RAW-REQUEST-FILE.
004380     MOVE WS-COPY-COUNT TO WS-RPT-COUNT.
004390     MOVE WS-SET-COUNT TO WS-RPT-COUNT-2.
004400     MOVE SPACES TO REPORT-LINE.
004410     STRING 'DECK RECORDS TO FIBREQIN ' DELIMITED BY SIZE
004420             WS-RPT-COUNT DELIMITED BY SIZE
004430             '  SETS ' DELIMITED BY SIZE
004440             WS-RPT-COUNT-2 DELIMITED BY SIZE
004450         INTO RPT-LINE-TEXT
004460     END-STRING.
004470     WRITE REPORT-LINE.
004480 2100-EXIT.
004490     EXIT.

004500 2110-COPY-ONE-DECK-RECORD.
004510     IF REQ-HEADER-RECORD
004520         ADD 1 TO WS-SET-COUNT
004530     END-IF.
004540     WRITE REQUEST-RANGE-RECORD.
004550     ADD 1 TO WS-COPY-COUNT.
004560     MOVE SPACES TO REQUEST-RANGE-RECORD.
004570     READ DECK-FILE INTO REQUEST-RANGE-RECORD
004580         AT END
004590             SET WS-END-OF-COPY TO TRUE
004600     END-READ.
004610 2110-EXIT.
004620     EXIT.

004630*-----------------------------------------------------------------
004640* 2200-WRITE-BUSINESS-DATE - A CURRENT RECORD FOR THE DECK'S DATE
004650* AND NO HOLIDAYS.  THE MODEL OFFICE NEVER ROLLS THE DATE.
004660*-----------------------------------------------------------------
004670 2200-WRITE-BUSINESS-DATE.
004680     OPEN OUTPUT BUSINESS-DATE-FILE.
004690     MOVE SPACES TO BUSINESS-DATE-RECORD.
004700     SET BD-CURRENT-RECORD TO TRUE.
004710     MOVE WS-MODEL-BUSINESS-DATE TO BDC-CURRENT-DATE.
004720     MOVE ZERO TO BDC-PRIOR-DATE.
004730     MOVE ZERO TO BDC-ROLLED-GENERATION.
004740     MOVE ZERO TO BDC-ROLLED-DATE.
004750     MOVE ZERO TO BDC-ROLLED-TIME.
004760     WRITE BUSINESS-DATE-RECORD.
004770     CLOSE BUSINESS-DATE-FILE.
004780     MOVE SPACES TO REPORT-LINE.
004790     STRING 'MODEL OFFICE BUSINESS DATE ' DELIMITED BY SIZE
004800             WS-MODEL-BUSINESS-DATE DELIMITED BY SIZE
004810         INTO RPT-LINE-TEXT
004820     END-STRING.
004830     WRITE REPORT-LINE.
004840 2200-EXIT.
004850     EXIT.

004860*-----------------------------------------------------------------
004870* 2300-LOAD-REGISTRY - REBUILD FIBSUBM FROM THE MODEL DESK IMAGES
004880* ON MOSUBM.  THE IMAGES ARE IN THE REGISTRY LAYOUT AND ARE
004890* LOADED AS THEY STAND, USAGE COUNTS INCLUDED.
004900*-----------------------------------------------------------------
004910 2300-LOAD-REGISTRY.
004920     OPEN INPUT REGISTRY-DECK-FILE.
004930     IF WS-REGD-FILE-STATUS NOT = '00'
004940         MOVE SPACES TO WS-ABEND-REASON
004950         STRING 'MODEL DESK REGISTRY MOSUBM UNAVAILABLE - STATUS '
004960                 DELIMITED BY SIZE
004970                 WS-REGD-FILE-STATUS DELIMITED BY SIZE
004980             INTO WS-ABEND-REASON
004990         END-STRING
005000         PERFORM 1900-MODEL-OFFICE-ABEND THRU 1900-EXIT
005010     END-IF.
005020     OPEN OUTPUT SUBMITTER-FILE.
005030     MOVE ZERO TO WS-COPY-COUNT.
005040     SET WS-NOT-END-OF-COPY TO TRUE.
005050     READ REGISTRY-DECK-FILE INTO SUBMITTER-RECORD
005060         AT END
005070             SET WS-END-OF-COPY TO TRUE
005080     END-READ.
005090     PERFORM 2310-LOAD-ONE-DESK THRU 2310-EXIT
005100         UNTIL WS-END-OF-COPY.
005110     CLOSE REGISTRY-DECK-FILE.
005120     CLOSE SUBMITTER-FILE.
005130     MOVE WS-COPY-COUNT TO WS-RPT-COUNT.
005140     MOVE SPACES TO REPORT-LINE.
005150     STRING 'MODEL DESKS LOADED TO FIBSUBM ' DELIMITED BY SIZE
005160             WS-RPT-COUNT DELIMITED BY SIZE
005170         INTO RPT-LINE-TEXT
005180     END-STRING.
005190     WRITE REPORT-LINE.
005200 2300-EXIT.
005210     EXIT.

005220 2310-LOAD-ONE-DESK.
005230     WRITE SUBMITTER-RECORD
005240         INVALID KEY
005250             MOVE SPACES TO WS-ABEND-REASON
005260             STRING 'DESK ' DELIMITED BY SIZE
005270                     SR-SUBMITTER-ID DELIMITED BY SIZE
005280                     ' IS ON MOSUBM TWICE' DELIMITED BY SIZE
005290                 INTO WS-ABEND-REASON
005300             END-STRING
005310             PERFORM 1900-MODEL-OFFICE-ABEND THRU 1900-EXIT
005320     END-WRITE.
005330     ADD 1 TO WS-COPY-COUNT.
005340     READ REGISTRY-DECK-FILE INTO SUBMITTER-RECORD
005350         AT END
005360             SET WS-END-OF-COPY TO TRUE
005370     END-READ.
005380 2310-EXIT.
005390     EXIT.

005400*-----------------------------------------------------------------
005410* 2400-CLEAR-STREAM-FILES - EMPTY EVERY FILE THE EDIT AND BATCH
005420* READ OR CARRY FORWARD FROM ONE RUN TO THE NEXT, SO THE RESULT
005430* DEPENDS ON THE DECK ALONE, AND SET THE BATCH TO A NORMAL RUN.
005440* THE POSTING JOURNAL AND RUN HISTORY ARE PERMANENT APPEND FILES
005444* AND ARE LEFT ALONE, BUT THEY ARE READ BACK: FIBONACCI-WHFEED
005448* FEEDS FIBJRNL TO THE WAREHOUSE AND FIBONACCI-CHARGE BILLS THE
005452* DESKS FROM FIBHIST.  THE MODEL OFFICE MUST THEREFORE RUN AGAINST
005456* ITS OWN COPIES OF BOTH, NEVER THE PRODUCTION FILES.
005460*-----------------------------------------------------------------
005470 2400-CLEAR-STREAM-FILES.
005480     OPEN OUTPUT CONTROL-FILE.
005490     CLOSE CONTROL-FILE.
005500     OPEN OUTPUT CHECKPOINT-FILE.
005510     CLOSE CHECKPOINT-FILE.
005520     OPEN OUTPUT RELEASE-FILE.
005530     CLOSE RELEASE-FILE.
005540     OPEN OUTPUT HOLD-FILE.
005550     CLOSE HOLD-FILE.
005560     OPEN OUTPUT RESULT-FILE.
005570     CLOSE RESULT-FILE.
005580     OPEN OUTPUT SUSPENSE-FILE.
005590     CLOSE SUSPENSE-FILE.
005600     OPEN OUTPUT ACK-FILE.
005610     CLOSE ACK-FILE.
005620     OPEN OUTPUT SUSPENSE-SNAPSHOT-FILE.
005630     CLOSE SUSPENSE-SNAPSHOT-FILE.
005640     OPEN OUTPUT ACK-SNAPSHOT-FILE.
005650     CLOSE ACK-SNAPSHOT-FILE.
005660     OPEN OUTPUT RESULT-MASTER-FILE.
005670     CLOSE RESULT-MASTER-FILE.
005680     OPEN OUTPUT CACHE-FILE.
005690     CLOSE CACHE-FILE.
005700     OPEN OUTPUT PENDING-QUEUE-FILE.
005710     CLOSE PENDING-QUEUE-FILE.
005720     MOVE 'NORMAL' TO WS-PARM-RUN-MODE.
005730     PERFORM 5800-WRITE-PARM THRU 5800-EXIT.
005740     MOVE SPACES TO REPORT-LINE.
005750     MOVE 'STREAM FILES EMPTIED - FIBPARM SET TO NORMAL'
005760         TO RPT-LINE-TEXT.
005770     WRITE REPORT-LINE.
005780 2400-EXIT.
005790     EXIT.

005800*-----------------------------------------------------------------
005810* 3000-REPAIR - BETWEEN THE NORMAL BATCH AND THE RESUBMIT.  THE
005820* NORMAL RUN'S SUSPENSE AND ACK FILES ARE KEPT FOR THE COMPARE,
005830* THEN THE CORRECTED SUSPENSE DECK REPLACES FIBSUSP - THE SAME
005840* HAND REPAIR OPERATIONS MAKES BEFORE A RESUBMIT.
005850*-----------------------------------------------------------------
005860 3000-REPAIR.
005870     PERFORM 3100-KEEP-SUSPENSE THRU 3100-EXIT.
005880     PERFORM 3200-KEEP-ACK THRU 3200-EXIT.
005890     PERFORM 3300-LOAD-REPAIRS THRU 3300-EXIT.
005900     MOVE 'RESUBMIT' TO WS-PARM-RUN-MODE.
005910     PERFORM 5800-WRITE-PARM THRU 5800-EXIT.
005920     MOVE SPACES TO REPORT-LINE.
005930     WRITE REPORT-LINE.
005940     MOVE SPACES TO REPORT-LINE.
005950     MOVE 'FIBPARM SET TO RESUBMIT - RUN FIBONACCI-BATCH'
005960         TO RPT-LINE-TEXT.
005970     WRITE REPORT-LINE.
005980 3000-EXIT.
005990     EXIT.

006000 3100-KEEP-SUSPENSE.
006010     OPEN INPUT SUSPENSE-FILE.
006020     IF WS-SUSP-FILE-STATUS NOT = '00'
006030         MOVE 'FIBSUSP NOT ON HAND - NORMAL BATCH HAS NOT RUN'
006040             TO WS-ABEND-REASON
006050         PERFORM 1900-MODEL-OFFICE-ABEND THRU 1900-EXIT
006060     END-IF.
006070     OPEN OUTPUT SUSPENSE-SNAPSHOT-FILE.
006080     MOVE ZERO TO WS-COPY-COUNT.
006090     SET WS-NOT-END-OF-COPY TO TRUE.
006100     READ SUSPENSE-FILE INTO SUSPENSE-RECORD
006110         AT END
006120             SET WS-END-OF-COPY TO TRUE
006130     END-READ.
006140     PERFORM 3110-KEEP-ONE-SUSPENSE THRU 3110-EXIT
006150         UNTIL WS-END-OF-COPY.
006160     CLOSE SUSPENSE-FILE.
006170     CLOSE SUSPENSE-SNAPSHOT-FILE.
006180     MOVE WS-COPY-COUNT TO WS-RPT-COUNT.
006190     MOVE SPACES TO REPORT-LINE.
006200     STRING 'FIBSUSP KEPT ON MOSUSP ' DELIMITED BY SIZE
006210             WS-RPT-COUNT DELIMITED BY SIZE
006220         INTO RPT-LINE-TEXT
006230     END-STRING.
006240     WRITE REPORT-LINE.
006250 3100-EXIT.
006260     EXIT.

006270 3110-KEEP-ONE-SUSPENSE.
006280     WRITE SUSPENSE-RECORD.
006290     ADD 1 TO WS-COPY-COUNT.
006300     READ SUSPENSE-FILE INTO SUSPENSE-RECORD
006310         AT END
006320             SET WS-END-OF-COPY TO TRUE
006330     END-READ.
006340 3110-EXIT.
006350     EXIT.

006360 3200-KEEP-ACK.
006370     OPEN INPUT ACK-FILE.
006380     IF WS-ACK-FILE-STATUS NOT = '00'
006390         MOVE 'FIBACK NOT ON HAND - NORMAL BATCH HAS NOT RUN'
006400             TO WS-ABEND-REASON
006410         PERFORM 1900-MODEL-OFFICE-ABEND THRU 1900-EXIT
006420     END-IF.
006430     OPEN OUTPUT ACK-SNAPSHOT-FILE.
006440     MOVE ZERO TO WS-COPY-COUNT.
006450     SET WS-NOT-END-OF-COPY TO TRUE.
006460     READ ACK-FILE INTO ACK-SNAPSHOT-IMAGE
006470         AT END
006480             SET WS-END-OF-COPY TO TRUE
006490     END-READ.
006500     PERFORM 3210-KEEP-ONE-ACK THRU 3210-EXIT
006510         UNTIL WS-END-OF-COPY.
006520     CLOSE ACK-FILE.
006530     CLOSE ACK-SNAPSHOT-FILE.
006540     MOVE WS-COPY-COUNT TO WS-RPT-COUNT.
006550     MOVE SPACES TO REPORT-LINE.
006560     STRING 'FIBACK KEPT ON MOACK   ' DELIMITED BY SIZE
006570             WS-RPT-COUNT DELIMITED BY SIZE
006580         INTO RPT-LINE-TEXT
006590     END-STRING.
006600     WRITE REPORT-LINE.
006610 3200-EXIT.
006620     EXIT.

006630 3210-KEEP-ONE-ACK.
006640     WRITE ACK-SNAPSHOT-IMAGE.
006650     ADD 1 TO WS-COPY-COUNT.
006660     READ ACK-FILE INTO ACK-SNAPSHOT-IMAGE
006670         AT END
006680             SET WS-END-OF-COPY TO TRUE
006690     END-READ.
006700 3210-EXIT.
006710     EXIT.

006720 3300-LOAD-REPAIRS.
006730     OPEN INPUT REPAIR-DECK-FILE.
006740     IF WS-RPRD-FILE-STATUS NOT = '00'
006750         MOVE SPACES TO WS-ABEND-REASON
006760         STRING 'REPAIR DECK MOREPAIR UNAVAILABLE - FILE STATUS '
006770                 DELIMITED BY SIZE
006780                 WS-RPRD-FILE-STATUS DELIMITED BY SIZE
006790             INTO WS-ABEND-REASON
006800         END-STRING
006810         PERFORM 1900-MODEL-OFFICE-ABEND THRU 1900-EXIT
006820     END-IF.
006830     OPEN OUTPUT SUSPENSE-FILE.
006840     MOVE ZERO TO WS-COPY-COUNT.
006850     SET WS-NOT-END-OF-COPY TO TRUE.
006860     READ REPAIR-DECK-FILE INTO SUSPENSE-IMAGE
006870         AT END
006880             SET WS-END-OF-COPY TO TRUE
006890     END-READ.
006900     PERFORM 3310-LOAD-ONE-REPAIR THRU 3310-EXIT
006910         UNTIL WS-END-OF-COPY.
006920     CLOSE REPAIR-DECK-FILE.
006930     CLOSE SUSPENSE-FILE.
006940     MOVE WS-COPY-COUNT TO WS-RPT-COUNT.
006950     MOVE SPACES TO REPORT-LINE.
006960     STRING 'REPAIRED SUSPENSE TO FIBSUSP ' DELIMITED BY SIZE
006970             WS-RPT-COUNT DELIMITED BY SIZE
006980         INTO RPT-LINE-TEXT
006990     END-STRING.
007000     WRITE REPORT-LINE.
007010 3300-EXIT.
007020     EXIT.

007030 3310-LOAD-ONE-REPAIR.
007040     WRITE SUSPENSE-IMAGE.
007050     ADD 1 TO WS-COPY-COUNT.
007060     READ REPAIR-DECK-FILE INTO SUSPENSE-IMAGE
007070         AT END
007080             SET WS-END-OF-COPY TO TRUE
007090     END-READ.
007100 3310-EXIT.
007110     EXIT.

007120*-----------------------------------------------------------------
007130* 4000-COMPARE-MODEL-OFFICE - EVERY OUTPUT OF THE STREAM AGAINST
007140* ITS BASELINE, THEN THE TOTALS, THE AUDIT RECORD AND THE RETURN
007150* CODE.
007160*-----------------------------------------------------------------
007170 4000-COMPARE-MODEL-OFFICE.
007180     PERFORM 4100-COMPARE-RESULTS THRU 4100-EXIT.
007190     PERFORM 4300-COMPARE-SUSPENSE THRU 4300-EXIT.
007200     SET WS-ACK-PASS-NORMAL TO TRUE.
007210     MOVE 'FIBACK' TO WS-CMP-FILE-LABEL.
007220     PERFORM 4500-COMPARE-ACKS THRU 4500-EXIT.
007230     SET WS-ACK-PASS-REPAIR TO TRUE.
007240     MOVE 'FIBACK-RPR' TO WS-CMP-FILE-LABEL.
007250     PERFORM 4500-COMPARE-ACKS THRU 4500-EXIT.
007260     PERFORM 4700-COMPARE-MASTER THRU 4700-EXIT.
007270     PERFORM 5700-WRITE-COMPARE-TOTALS THRU 5700-EXIT.
007280     PERFORM 9000-WRITE-AUDIT-LOG THRU 9000-EXIT.
007290     IF WS-TOTAL-DIFFERING > ZERO
007300         MOVE 8 TO RETURN-CODE
007310     END-IF.
007320 4000-EXIT.
007330     EXIT.

007340*-----------------------------------------------------------------
007350* 4100-COMPARE-RESULTS - FIBRES AGAINST MOXRES, BY POSITION.  BOTH
007360* BATCH RUNS WRITE FIBRES IN DECK ORDER, SO THE NTH RECORD OF ONE
007370* IS THE NTH RECORD OF THE OTHER.
007380*-----------------------------------------------------------------
007390 4100-COMPARE-RESULTS.
007400     MOVE 'FIBRES' TO WS-CMP-FILE-LABEL.
007410     PERFORM 5000-BEGIN-FILE THRU 5000-EXIT.
007420     OPEN INPUT EXP-RESULT-FILE.
007430     IF WS-EXP-FILE-STATUS NOT = '00'
007440         MOVE 'EXPECTED BASELINE MOXRES UNAVAILABLE'
007450             TO WS-ABEND-REASON
007460         PERFORM 1900-MODEL-OFFICE-ABEND THRU 1900-EXIT
007470     END-IF.
007480     OPEN INPUT RESULT-FILE.
007490     IF WS-RES-FILE-STATUS NOT = '00'
007500         PERFORM 5050-ACTUAL-NOT-ON-HAND THRU 5050-EXIT
007510     END-IF.
007520     PERFORM 4120-READ-ACTUAL-RESULT THRU 4120-EXIT.
007530     PERFORM 4130-READ-EXPECTED-RESULT THRU 4130-EXIT.
007540     PERFORM 4110-COMPARE-ONE-RESULT THRU 4110-EXIT
007550         UNTIL WS-END-OF-EXPECTED AND WS-END-OF-ACTUAL.
007560     CLOSE EXP-RESULT-FILE.
007570     IF WS-ACTUAL-ON-HAND
007580         CLOSE RESULT-FILE
007590     END-IF.
007600     PERFORM 5400-WRITE-FILE-TOTALS THRU 5400-EXIT.
007610 4100-EXIT.
007620     EXIT.

007630 4110-COMPARE-ONE-RESULT.
007640     ADD 1 TO WS-CMP-RECORD-NO.
007650     IF WS-END-OF-EXPECTED
007660         MOVE RES-REQUEST-ID TO WS-CMP-KEY
007670         PERFORM 5320-REPORT-UNEXPECTED THRU 5320-EXIT
007680         PERFORM 4120-READ-ACTUAL-RESULT THRU 4120-EXIT
007690         GO TO 4110-EXIT
007700     END-IF.
007710     MOVE EXP-RES-REQUEST-ID TO WS-CMP-KEY.
007720     IF WS-END-OF-ACTUAL
007730         PERFORM 5310-REPORT-MISSING THRU 5310-EXIT
007740         PERFORM 4130-READ-EXPECTED-RESULT THRU 4130-EXIT
007750         GO TO 4110-EXIT
007760     END-IF.
007770     SET WS-RECORD-MATCHES TO TRUE.
007780     MOVE 'RES-REQUEST-ID' TO WS-CMP-FIELD-NAME.
007790     MOVE EXP-RES-REQUEST-ID TO WS-CMP-EXPECTED.
007800     MOVE RES-REQUEST-ID TO WS-CMP-ACTUAL.
007810     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
007820     MOVE 'RES-OUTPUT' TO WS-CMP-FIELD-NAME.
007830     MOVE EXP-RES-OUTPUT TO WS-CMP-EXPECTED.
007840     MOVE RES-OUTPUT TO WS-CMP-ACTUAL.
007850     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
007860     MOVE 'RES-OVERFLOW-IND' TO WS-CMP-FIELD-NAME.
007870     MOVE EXP-RES-OVERFLOW-IND TO WS-CMP-EXPECTED.
007880     MOVE RES-OVERFLOW-IND TO WS-CMP-ACTUAL.
007890     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
007900     MOVE 'RES-STATUS' TO WS-CMP-FIELD-NAME.
007910     MOVE EXP-RES-STATUS TO WS-CMP-EXPECTED.
007920     MOVE RES-STATUS TO WS-CMP-ACTUAL.
007930     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
007940     MOVE 'RES-OUTPUT-EXT' TO WS-CMP-FIELD-NAME.
007950     MOVE EXP-RES-OUTPUT-EXT TO WS-CMP-EXPECTED.
007960     MOVE RES-OUTPUT-EXT TO WS-CMP-ACTUAL.
007970     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
007980     MOVE 'RES-OVERFLOW-EXT-IND' TO WS-CMP-FIELD-NAME.
007990     MOVE EXP-RES-OVERFLOW-EXT-IND TO WS-CMP-EXPECTED.
008000     MOVE RES-OVERFLOW-EXT-IND TO WS-CMP-ACTUAL.
008010     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
008020     MOVE 'RES-SUBMITTER-ID' TO WS-CMP-FIELD-NAME.
008030     MOVE EXP-RES-SUBMITTER-ID TO WS-CMP-EXPECTED.
008040     MOVE RES-SUBMITTER-ID TO WS-CMP-ACTUAL.
008050     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
008060     MOVE 'RES-SEQUENCE-TYPE' TO WS-CMP-FIELD-NAME.
008070     MOVE EXP-RES-SEQUENCE-TYPE TO WS-CMP-EXPECTED.
008080     MOVE RES-SEQUENCE-TYPE TO WS-CMP-ACTUAL.
008090     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
008100     MOVE 'RES-LOOKUP-INDEX' TO WS-CMP-FIELD-NAME.
008110     MOVE EXP-RES-LOOKUP-INDEX TO WS-CMP-EXPECTED.
008120     MOVE RES-LOOKUP-INDEX TO WS-CMP-ACTUAL.
008130     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
008140     MOVE 'RES-EXACT-MATCH-IND' TO WS-CMP-FIELD-NAME.
008150     MOVE EXP-RES-EXACT-MATCH-IND TO WS-CMP-EXPECTED.
008160     MOVE RES-EXACT-MATCH-IND TO WS-CMP-ACTUAL.
008170     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
008180     PERFORM 5200-END-RECORD THRU 5200-EXIT.
008190     PERFORM 4120-READ-ACTUAL-RESULT THRU 4120-EXIT.
008200     PERFORM 4130-READ-EXPECTED-RESULT THRU 4130-EXIT.
008210 4110-EXIT.
008220     EXIT.

008230 4120-READ-ACTUAL-RESULT.
008240     IF WS-NOT-END-OF-ACTUAL
008250         MOVE SPACES TO RESULT-RECORD
008260         READ RESULT-FILE
008270             AT END
008280                 SET WS-END-OF-ACTUAL TO TRUE
008290         END-READ
008300     END-IF.
008310 4120-EXIT.
008320     EXIT.

008330 4130-READ-EXPECTED-RESULT.
008340     IF WS-NOT-END-OF-EXPECTED
008350         MOVE SPACES TO EXP-RESULT-RECORD
008360         READ EXP-RESULT-FILE INTO EXP-RESULT-RECORD
008370             AT END
008380                 SET WS-END-OF-EXPECTED TO TRUE
008390         END-READ
008400     END-IF.
008410 4130-EXIT.
008420     EXIT.

008430*-----------------------------------------------------------------
008440* 4300-COMPARE-SUSPENSE - THE NORMAL RUN'S FIBSUSP, AS KEPT ON
008450* MOSUSP BY THE REPAIR STEP, AGAINST MOXSUSP.  THE REQUEST IMAGE
008460* IS COMPARED BY THE FIELDS OF ITS OWN KIND - VALUE, CANCEL OR
008470* INDEX/RANGE - AS THE EXPECTED RECORD SAYS IT SHOULD BE.
008480*-----------------------------------------------------------------
008490 4300-COMPARE-SUSPENSE.
008500     MOVE 'FIBSUSP' TO WS-CMP-FILE-LABEL.
008510     PERFORM 5000-BEGIN-FILE THRU 5000-EXIT.
008520     OPEN INPUT EXP-SUSPENSE-FILE.
008530     IF WS-EXP-FILE-STATUS NOT = '00'
008540         MOVE 'EXPECTED BASELINE MOXSUSP UNAVAILABLE'
008550             TO WS-ABEND-REASON
008560         PERFORM 1900-MODEL-OFFICE-ABEND THRU 1900-EXIT
008570     END-IF.
008580     OPEN INPUT SUSPENSE-SNAPSHOT-FILE.
008590     IF WS-SSNP-FILE-STATUS NOT = '00'
008600         PERFORM 5050-ACTUAL-NOT-ON-HAND THRU 5050-EXIT
008610     END-IF.
008620     PERFORM 4320-READ-ACTUAL-SUSPENSE THRU 4320-EXIT.
008630     PERFORM 4330-READ-EXPECTED-SUSPENSE THRU 4330-EXIT.
008640     PERFORM 4310-COMPARE-ONE-SUSPENSE THRU 4310-EXIT
008650         UNTIL WS-END-OF-EXPECTED AND WS-END-OF-ACTUAL.
008660     CLOSE EXP-SUSPENSE-FILE.
008670     IF WS-ACTUAL-ON-HAND
008680         CLOSE SUSPENSE-SNAPSHOT-FILE
008690     END-IF.
008700     PERFORM 5400-WRITE-FILE-TOTALS THRU 5400-EXIT.
008710 4300-EXIT.
008720     EXIT.

008730 4310-COMPARE-ONE-SUSPENSE.
008740     ADD 1 TO WS-CMP-RECORD-NO.
008750     IF WS-END-OF-EXPECTED
008760         MOVE SUSP-REQUEST-ID TO WS-CMP-KEY
008770         PERFORM 5320-REPORT-UNEXPECTED THRU 5320-EXIT
008780         PERFORM 4320-READ-ACTUAL-SUSPENSE THRU 4320-EXIT
008790         GO TO 4310-EXIT
008800     END-IF.
008810     MOVE EXP-SUSP-REQUEST-ID TO WS-CMP-KEY.
008820     IF WS-END-OF-ACTUAL
008830         PERFORM 5310-REPORT-MISSING THRU 5310-EXIT
008840         PERFORM 4330-READ-EXPECTED-SUSPENSE THRU 4330-EXIT
008850         GO TO 4310-EXIT
008860     END-IF.
008870     SET WS-RECORD-MATCHES TO TRUE.
008880     MOVE 'SUSP-REQUEST-ID' TO WS-CMP-FIELD-NAME.
008890     MOVE EXP-SUSP-REQUEST-ID TO WS-CMP-EXPECTED.
008900     MOVE SUSP-REQUEST-ID TO WS-CMP-ACTUAL.
008910     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
008920     EVALUATE EXP-SUSP-VALUE-TYPE
008930         WHEN 'V'
008940             PERFORM 4340-COMPARE-SUSP-VALUE THRU 4340-EXIT
008950         WHEN 'X'
008960             PERFORM 4350-COMPARE-SUSP-CANCEL THRU 4350-EXIT
008970         WHEN OTHER
008980             PERFORM 4360-COMPARE-SUSP-RANGE THRU 4360-EXIT
008990     END-EVALUATE.
009000     MOVE 'SUSP-REASON-CODE' TO WS-CMP-FIELD-NAME.
009010     MOVE EXP-SUSP-REASON-CODE TO WS-CMP-EXPECTED.
009020     MOVE SUSP-REASON-CODE TO WS-CMP-ACTUAL.
009030     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
009040     MOVE 'SUSP-SUBMITTER-ID' TO WS-CMP-FIELD-NAME.
009050     MOVE EXP-SUSP-SUBMITTER-ID TO WS-CMP-EXPECTED.
009060     MOVE SUSP-SUBMITTER-ID TO WS-CMP-ACTUAL.
009070     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
009080     PERFORM 5200-END-RECORD THRU 5200-EXIT.
009090     PERFORM 4320-READ-ACTUAL-SUSPENSE THRU 4320-EXIT.
009100     PERFORM 4330-READ-EXPECTED-SUSPENSE THRU 4330-EXIT.
009110 4310-EXIT.
009120     EXIT.

009130 4320-READ-ACTUAL-SUSPENSE.
009140     IF WS-NOT-END-OF-ACTUAL
009150         MOVE SPACES TO SUSPENSE-RECORD
009160         READ SUSPENSE-SNAPSHOT-FILE
009170             AT END
009180                 SET WS-END-OF-ACTUAL TO TRUE
009190         END-READ
009200     END-IF.
009210 4320-EXIT.
009220     EXIT.

009230 4330-READ-EXPECTED-SUSPENSE.
009240     IF WS-NOT-END-OF-EXPECTED
009250         MOVE SPACES TO EXP-SUSPENSE-RECORD
009260         READ EXP-SUSPENSE-FILE INTO EXP-SUSPENSE-RECORD
009270             AT END
009280                 SET WS-END-OF-EXPECTED TO TRUE
009290         END-READ
009300     END-IF.
009310 4330-EXIT.
009320     EXIT.

009330 4340-COMPARE-SUSP-VALUE.
009340     MOVE 'SUSP-VALUE-TYPE' TO WS-CMP-FIELD-NAME.
009350     MOVE EXP-SUSP-VALUE-TYPE TO WS-CMP-EXPECTED.
009360     MOVE SUSP-VALUE-TYPE TO WS-CMP-ACTUAL.
009370     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
009380     MOVE 'SUSP-AMOUNT' TO WS-CMP-FIELD-NAME.
009390     MOVE EXP-SUSP-AMOUNT TO WS-CMP-EXPECTED.
009400     MOVE SUSP-AMOUNT TO WS-CMP-ACTUAL.
009410     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
009420     MOVE 'SUSP-VALUE-SEQ-TYPE' TO WS-CMP-FIELD-NAME.
009430     MOVE EXP-SUSP-VALUE-SEQ-TYPE TO WS-CMP-EXPECTED.
009440     MOVE SUSP-VALUE-SEQ-TYPE TO WS-CMP-ACTUAL.
009450     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
009460 4340-EXIT.
009470     EXIT.

009480 4350-COMPARE-SUSP-CANCEL.
009490     MOVE 'SUSP-CANCEL-TYPE' TO WS-CMP-FIELD-NAME.
009500     MOVE EXP-SUSP-CANCEL-TYPE TO WS-CMP-EXPECTED.
009510     MOVE SUSP-CANCEL-TYPE TO WS-CMP-ACTUAL.
009520     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
009530     MOVE 'SUSP-TARGET-REQUEST-ID' TO WS-CMP-FIELD-NAME.
009540     MOVE EXP-SUSP-TARGET-REQUEST-ID TO WS-CMP-EXPECTED.
009550     MOVE SUSP-TARGET-REQUEST-ID TO WS-CMP-ACTUAL.
009560     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
009570 4350-EXIT.
009580     EXIT.

009590 4360-COMPARE-SUSP-RANGE.
009600     MOVE 'SUSP-INPUT' TO WS-CMP-FIELD-NAME.
009610     MOVE EXP-SUSP-INPUT TO WS-CMP-EXPECTED.
009620     MOVE SUSP-INPUT TO WS-CMP-ACTUAL.
009630     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
009640     MOVE 'SUSP-INPUT-END' TO WS-CMP-FIELD-NAME.
009650     MOVE EXP-SUSP-INPUT-END TO WS-CMP-EXPECTED.
009660     MOVE SUSP-INPUT-END TO WS-CMP-ACTUAL.
009670     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
009680     MOVE 'SUSP-SEQ-TYPE' TO WS-CMP-FIELD-NAME.
009690     MOVE EXP-SUSP-SEQ-TYPE TO WS-CMP-EXPECTED.
009700     MOVE SUSP-SEQ-TYPE TO WS-CMP-ACTUAL.
009710     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
009720     MOVE 'SUSP-SEED-1' TO WS-CMP-FIELD-NAME.
009730     MOVE EXP-SUSP-SEED-1 TO WS-CMP-EXPECTED.
009740     MOVE SUSP-SEED-1 TO WS-CMP-ACTUAL.
009750     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
009760     MOVE 'SUSP-SEED-2' TO WS-CMP-FIELD-NAME.
009770     MOVE EXP-SUSP-SEED-2 TO WS-CMP-EXPECTED.
009780     MOVE SUSP-SEED-2 TO WS-CMP-ACTUAL.
009790     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
009800 4360-EXIT.
009810     EXIT.

009820*-----------------------------------------------------------------
009830* 4500-COMPARE-ACKS - ONE ACK FILE AGAINST ITS BASELINE, BY
009840* POSITION: THE NORMAL RUN'S (KEPT ON MOACK) AGAINST MOXACK, OR
009850* THE RESUBMIT'S (STILL ON FIBACK) AGAINST MOXACKR.  A RECORD OF
009860* THE WRONG TYPE IS ONE DIFFERENCE; ITS BODY IS NOT COMPARED.
009870*-----------------------------------------------------------------
009880 4500-COMPARE-ACKS.
009890     PERFORM 5000-BEGIN-FILE THRU 5000-EXIT.
009900     IF WS-ACK-PASS-NORMAL
009910         OPEN INPUT EXP-ACK-FILE
009920     ELSE
009930         OPEN INPUT EXP-REPAIR-ACK-FILE
009940     END-IF.
009950     IF WS-EXP-FILE-STATUS NOT = '00'
009960         MOVE SPACES TO WS-ABEND-REASON
009970         STRING 'EXPECTED BASELINE FOR ' DELIMITED BY SIZE
009980                 WS-CMP-FILE-LABEL DELIMITED BY SPACE
009990                 ' UNAVAILABLE' DELIMITED BY SIZE
010000             INTO WS-ABEND-REASON
010010         END-STRING
010020         PERFORM 1900-MODEL-OFFICE-ABEND THRU 1900-EXIT
010030     END-IF.
010040     IF WS-ACK-PASS-NORMAL
010050         OPEN INPUT ACK-SNAPSHOT-FILE
010060         IF WS-ASNP-FILE-STATUS NOT = '00'
010070             PERFORM 5050-ACTUAL-NOT-ON-HAND THRU 5050-EXIT
010080         END-IF
010090     ELSE
010100         OPEN INPUT ACK-FILE
010110         IF WS-ACK-FILE-STATUS NOT = '00'
010120             PERFORM 5050-ACTUAL-NOT-ON-HAND THRU 5050-EXIT
010130         END-IF
010140     END-IF.
010150     PERFORM 4520-READ-ACTUAL-ACK THRU 4520-EXIT.
010160     PERFORM 4530-READ-EXPECTED-ACK THRU 4530-EXIT.
010170     PERFORM 4510-COMPARE-ONE-ACK THRU 4510-EXIT
010180         UNTIL WS-END-OF-EXPECTED AND WS-END-OF-ACTUAL.
010190     IF WS-ACK-PASS-NORMAL
010200         CLOSE EXP-ACK-FILE
010210         IF WS-ACTUAL-ON-HAND
010220             CLOSE ACK-SNAPSHOT-FILE
010230         END-IF
010240     ELSE
010250         CLOSE EXP-REPAIR-ACK-FILE
010260         IF WS-ACTUAL-ON-HAND
010270             CLOSE ACK-FILE
010280         END-IF
010290     END-IF.
010300     PERFORM 5400-WRITE-FILE-TOTALS THRU 5400-EXIT.
010310 4500-EXIT.
010320     EXIT.

010330 4510-COMPARE-ONE-ACK.
010340     ADD 1 TO WS-CMP-RECORD-NO.
010350     IF WS-END-OF-EXPECTED
010360         EVALUATE TRUE
010370             WHEN ACK-HEADER-RECORD
010380                 MOVE ACKH-SUBMITTER-ID TO WS-CMP-KEY
010390             WHEN ACK-TRAILER-RECORD
010400                 MOVE 'TRAILER' TO WS-CMP-KEY
010410             WHEN OTHER
010420                 MOVE ACKD-REQUEST-ID TO WS-CMP-KEY
010430         END-EVALUATE
010440         PERFORM 5320-REPORT-UNEXPECTED THRU 5320-EXIT
010450         PERFORM 4520-READ-ACTUAL-ACK THRU 4520-EXIT
010460         GO TO 4510-EXIT
010470     END-IF.
010480     EVALUATE TRUE
010490         WHEN EXP-ACK-HEADER-RECORD
010500             MOVE EXP-ACKH-SUBMITTER-ID TO WS-CMP-KEY
010510         WHEN EXP-ACK-TRAILER-RECORD
010520             MOVE 'TRAILER' TO WS-CMP-KEY
010530         WHEN OTHER
010540             MOVE EXP-ACKD-REQUEST-ID TO WS-CMP-KEY
010550     END-EVALUATE.
010560     IF WS-END-OF-ACTUAL
010570         PERFORM 5310-REPORT-MISSING THRU 5310-EXIT
010580         PERFORM 4530-READ-EXPECTED-ACK THRU 4530-EXIT
010590         GO TO 4510-EXIT
010600     END-IF.
010610     SET WS-RECORD-MATCHES TO TRUE.
010620     MOVE 'ACK-RECORD-TYPE' TO WS-CMP-FIELD-NAME.
010630     MOVE EXP-ACK-RECORD-TYPE TO WS-CMP-EXPECTED.
010640     MOVE ACK-RECORD-TYPE TO WS-CMP-ACTUAL.
010650     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
010660     IF WS-RECORD-DIFFERS
010670         GO TO 4510-FINISH
010680     END-IF.
010690     EVALUATE TRUE
010700         WHEN EXP-ACK-HEADER-RECORD
010710             PERFORM 4540-COMPARE-ACK-HEADER THRU 4540-EXIT
010720         WHEN EXP-ACK-DETAIL-RECORD
010730             PERFORM 4550-COMPARE-ACK-DETAIL THRU 4550-EXIT
010740         WHEN EXP-ACK-TRAILER-RECORD
010750             MOVE 'ACKT-DETAIL-COUNT' TO WS-CMP-FIELD-NAME
010760             MOVE EXP-ACKT-DETAIL-COUNT TO WS-CMP-EXPECTED
010770             MOVE ACKT-DETAIL-COUNT TO WS-CMP-ACTUAL
010780             PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT
010790         WHEN OTHER
010800             MOVE 'ACK-BODY' TO WS-CMP-FIELD-NAME
010810             MOVE EXP-ACK-BODY TO WS-CMP-EXPECTED
010820             MOVE ACK-BODY TO WS-CMP-ACTUAL
010830             PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT
010840     END-EVALUATE.
010850 4510-FINISH.
010860     PERFORM 5200-END-RECORD THRU 5200-EXIT.
010870     PERFORM 4520-READ-ACTUAL-ACK THRU 4520-EXIT.
010880     PERFORM 4530-READ-EXPECTED-ACK THRU 4530-EXIT.
010890 4510-EXIT.
010900     EXIT.

010910 4520-READ-ACTUAL-ACK.
010920     IF WS-NOT-END-OF-ACTUAL
010930         MOVE SPACES TO ACK-RECORD
010940         IF WS-ACK-PASS-NORMAL
010950             READ ACK-SNAPSHOT-FILE INTO ACK-RECORD
010960                 AT END
010970                     SET WS-END-OF-ACTUAL TO TRUE
010980             END-READ
010990         ELSE
011000             READ ACK-FILE INTO ACK-RECORD
011010                 AT END
011020                     SET WS-END-OF-ACTUAL TO TRUE
011030             END-READ
011040         END-IF
011050     END-IF.
011060 4520-EXIT.
011070     EXIT.

011080 4530-READ-EXPECTED-ACK.
011090     IF WS-NOT-END-OF-EXPECTED
011100         MOVE SPACES TO EXP-ACK-RECORD
011110         IF WS-ACK-PASS-NORMAL
011120             READ EXP-ACK-FILE INTO EXP-ACK-RECORD
011130                 AT END
011140                     SET WS-END-OF-EXPECTED TO TRUE
011150             END-READ
011160         ELSE
011170             READ EXP-REPAIR-ACK-FILE INTO EXP-ACK-RECORD
011180                 AT END
011190                     SET WS-END-OF-EXPECTED TO TRUE
011200             END-READ
011210         END-IF
011220     END-IF.
011230 4530-EXIT.
011240     EXIT.

011250 4540-COMPARE-ACK-HEADER.
011260     MOVE 'ACKH-SUBMITTER-ID' TO WS-CMP-FIELD-NAME.
011270     MOVE EXP-ACKH-SUBMITTER-ID TO WS-CMP-EXPECTED.
011280     MOVE ACKH-SUBMITTER-ID TO WS-CMP-ACTUAL.
011290     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
011300     MOVE 'ACKH-BUSINESS-DATE' TO WS-CMP-FIELD-NAME.
011310     MOVE EXP-ACKH-BUSINESS-DATE TO WS-CMP-EXPECTED.
011320     MOVE ACKH-BUSINESS-DATE TO WS-CMP-ACTUAL.
011330     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
011340 4540-EXIT.
011350     EXIT.

011360 4550-COMPARE-ACK-DETAIL.
011370     MOVE 'ACKD-REQUEST-ID' TO WS-CMP-FIELD-NAME.
011380     MOVE EXP-ACKD-REQUEST-ID TO WS-CMP-EXPECTED.
011390     MOVE ACKD-REQUEST-ID TO WS-CMP-ACTUAL.
011400     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
011410     MOVE 'ACKD-DISPOSITION' TO WS-CMP-FIELD-NAME.
011420     MOVE EXP-ACKD-DISPOSITION TO WS-CMP-EXPECTED.
011430     MOVE ACKD-DISPOSITION TO WS-CMP-ACTUAL.
011440     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
011450     MOVE 'ACKD-REASON-CODE' TO WS-CMP-FIELD-NAME.
011460     MOVE EXP-ACKD-REASON-CODE TO WS-CMP-EXPECTED.
011470     MOVE ACKD-REASON-CODE TO WS-CMP-ACTUAL.
011480     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
011490 4550-EXIT.
011500     EXIT.

011510*-----------------------------------------------------------------
011520* 4700-COMPARE-MASTER - FIBRMAST AGAINST MOXRMAST, MATCHED BY
011530* REQUEST-ID.  THE BASELINE IS HELD IN KEY ORDER AND THE MASTER IS
011540* READ FORWARD BY ITS PRIME KEY, SO THE TWO ARE MERGED; A KEY
011550* ON ONE SIDE ONLY IS A MISSING OR UNEXPECTED POSTING.
011560* RM-POSTED-TIME IS THE RUN'S CLOCK AND IS NOT COMPARED.
011570*-----------------------------------------------------------------
011580 4700-COMPARE-MASTER.
011590     MOVE 'FIBRMAST' TO WS-CMP-FILE-LABEL.
011600     PERFORM 5000-BEGIN-FILE THRU 5000-EXIT.
011610     OPEN INPUT EXP-MASTER-FILE.
011620     IF WS-EXP-FILE-STATUS NOT = '00'
011630         MOVE 'EXPECTED BASELINE MOXRMAST UNAVAILABLE'
011640             TO WS-ABEND-REASON
011650         PERFORM 1900-MODEL-OFFICE-ABEND THRU 1900-EXIT
011660     END-IF.
011670     OPEN INPUT RESULT-MASTER-FILE.
011680     IF WS-RMAST-FILE-STATUS NOT = '00'
011690         PERFORM 5050-ACTUAL-NOT-ON-HAND THRU 5050-EXIT
011700         MOVE HIGH-VALUES TO WS-ACT-MAST-KEY
011710     ELSE
011720         PERFORM 4720-READ-ACTUAL-MASTER THRU 4720-EXIT
011730     END-IF.
011740     PERFORM 4730-READ-EXPECTED-MASTER THRU 4730-EXIT.
011750     PERFORM 4710-COMPARE-ONE-MASTER THRU 4710-EXIT
011760         UNTIL WS-EXP-MAST-KEY = HIGH-VALUES
011770           AND WS-ACT-MAST-KEY = HIGH-VALUES.
011780     CLOSE EXP-MASTER-FILE.
011790     IF WS-ACTUAL-ON-HAND
011800         CLOSE RESULT-MASTER-FILE
011810     END-IF.
011820     PERFORM 5400-WRITE-FILE-TOTALS THRU 5400-EXIT.
011830 4700-EXIT.
011840     EXIT.

011850 4710-COMPARE-ONE-MASTER.
011860     ADD 1 TO WS-CMP-RECORD-NO.
011870     IF WS-ACT-MAST-KEY < WS-EXP-MAST-KEY
011880         MOVE WS-ACT-MAST-KEY TO WS-CMP-KEY
011890         PERFORM 5320-REPORT-UNEXPECTED THRU 5320-EXIT
011900         PERFORM 4720-READ-ACTUAL-MASTER THRU 4720-EXIT
011910         GO TO 4710-EXIT
011920     END-IF.
011930     MOVE WS-EXP-MAST-KEY TO WS-CMP-KEY.
011940     IF WS-EXP-MAST-KEY < WS-ACT-MAST-KEY
011950         PERFORM 5310-REPORT-MISSING THRU 5310-EXIT
011960         PERFORM 4730-READ-EXPECTED-MASTER THRU 4730-EXIT
011970         GO TO 4710-EXIT
011980     END-IF.
011990     SET WS-RECORD-MATCHES TO TRUE.
012000     MOVE 'RM-OUTPUT' TO WS-CMP-FIELD-NAME.
012010     MOVE EXP-RM-OUTPUT TO WS-CMP-EXPECTED.
012020     MOVE RM-OUTPUT TO WS-CMP-ACTUAL.
012030     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
012040     MOVE 'RM-OVERFLOW-IND' TO WS-CMP-FIELD-NAME.
012050     MOVE EXP-RM-OVERFLOW-IND TO WS-CMP-EXPECTED.
012060     MOVE RM-OVERFLOW-IND TO WS-CMP-ACTUAL.
012070     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
012080     MOVE 'RM-STATUS' TO WS-CMP-FIELD-NAME.
012090     MOVE EXP-RM-STATUS TO WS-CMP-EXPECTED.
012100     MOVE RM-STATUS TO WS-CMP-ACTUAL.
012110     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
012120     MOVE 'RM-OUTPUT-EXT' TO WS-CMP-FIELD-NAME.
012130     MOVE EXP-RM-OUTPUT-EXT TO WS-CMP-EXPECTED.
012140     MOVE RM-OUTPUT-EXT TO WS-CMP-ACTUAL.
012150     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
012160     MOVE 'RM-OVERFLOW-EXT-IND' TO WS-CMP-FIELD-NAME.
012170     MOVE EXP-RM-OVERFLOW-EXT-IND TO WS-CMP-EXPECTED.
012180     MOVE RM-OVERFLOW-EXT-IND TO WS-CMP-ACTUAL.
012190     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
012200     MOVE 'RM-POSTED-DATE' TO WS-CMP-FIELD-NAME.
012210     MOVE EXP-RM-POSTED-DATE TO WS-CMP-EXPECTED.
012220     MOVE RM-POSTED-DATE TO WS-CMP-ACTUAL.
012230     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
012240     MOVE 'RM-SUBMITTER-ID' TO WS-CMP-FIELD-NAME.
012250     MOVE EXP-RM-SUBMITTER-ID TO WS-CMP-EXPECTED.
012260     MOVE RM-SUBMITTER-ID TO WS-CMP-ACTUAL.
012270     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
012280     MOVE 'RM-SEQUENCE-TYPE' TO WS-CMP-FIELD-NAME.
012290     MOVE EXP-RM-SEQUENCE-TYPE TO WS-CMP-EXPECTED.
012300     MOVE RM-SEQUENCE-TYPE TO WS-CMP-ACTUAL.
012310     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
012320     MOVE 'RM-LOOKUP-INDEX' TO WS-CMP-FIELD-NAME.
012330     MOVE EXP-RM-LOOKUP-INDEX TO WS-CMP-EXPECTED.
012340     MOVE RM-LOOKUP-INDEX TO WS-CMP-ACTUAL.
012350     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
012360     MOVE 'RM-EXACT-MATCH-IND' TO WS-CMP-FIELD-NAME.
012370     MOVE EXP-RM-EXACT-MATCH-IND TO WS-CMP-EXPECTED.
012380     MOVE RM-EXACT-MATCH-IND TO WS-CMP-ACTUAL.
012390     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
012400     MOVE 'RM-INPUT-INDEX' TO WS-CMP-FIELD-NAME.
012410     MOVE EXP-RM-INPUT-INDEX TO WS-CMP-EXPECTED.
012420     MOVE RM-INPUT-INDEX TO WS-CMP-ACTUAL.
012430     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
012440     MOVE 'RM-REVERSAL-IND' TO WS-CMP-FIELD-NAME.
012450     MOVE EXP-RM-REVERSAL-IND TO WS-CMP-EXPECTED.
012460     MOVE RM-REVERSAL-IND TO WS-CMP-ACTUAL.
012470     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
012480     MOVE 'RM-REVERSED-DATE' TO WS-CMP-FIELD-NAME.
012490     MOVE EXP-RM-REVERSED-DATE TO WS-CMP-EXPECTED.
012500     MOVE RM-REVERSED-DATE TO WS-CMP-ACTUAL.
012510     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
012520     MOVE 'RM-REVERSED-BY-ID' TO WS-CMP-FIELD-NAME.
012530     MOVE EXP-RM-REVERSED-BY-ID TO WS-CMP-EXPECTED.
012540     MOVE RM-REVERSED-BY-ID TO WS-CMP-ACTUAL.
012550     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
012560     MOVE 'RM-REQUEST-KIND' TO WS-CMP-FIELD-NAME.
012570     MOVE EXP-RM-REQUEST-KIND TO WS-CMP-EXPECTED.
012580     MOVE RM-REQUEST-KIND TO WS-CMP-ACTUAL.
012590     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
012600     MOVE 'RM-RANGE-LINES' TO WS-CMP-FIELD-NAME.
012610     MOVE EXP-RM-RANGE-LINES TO WS-CMP-EXPECTED.
012620     MOVE RM-RANGE-LINES TO WS-CMP-ACTUAL.
012630     PERFORM 5100-COMPARE-FIELD THRU 5100-EXIT.
012640     PERFORM 5200-END-RECORD THRU 5200-EXIT.
012650     PERFORM 4720-READ-ACTUAL-MASTER THRU 4720-EXIT.
012660     PERFORM 4730-READ-EXPECTED-MASTER THRU 4730-EXIT.
012670 4710-EXIT.
012680     EXIT.

012690 4720-READ-ACTUAL-MASTER.
012700     READ RESULT-MASTER-FILE NEXT RECORD
012710         AT END
012720             MOVE HIGH-VALUES TO WS-ACT-MAST-KEY
012730         NOT AT END
012740             MOVE RM-REQUEST-ID TO WS-ACT-MAST-KEY
012750     END-READ.
012760 4720-EXIT.
012770     EXIT.

012780 4730-READ-EXPECTED-MASTER.
012790     MOVE SPACES TO EXP-MASTER-RECORD.
012800     READ EXP-MASTER-FILE INTO EXP-MASTER-RECORD
012810         AT END
012820             MOVE HIGH-VALUES TO WS-EXP-MAST-KEY
012830         NOT AT END
012840             MOVE EXP-RM-REQUEST-ID TO WS-EXP-MAST-KEY
012850     END-READ.
012860 4730-EXIT.
012870     EXIT.

012880*-----------------------------------------------------------------
012890* 5000-BEGIN-FILE - CLEAR THE COUNTS AND SWITCHES FOR THE NEXT
012900* FILE TO BE COMPARED.
012910*-----------------------------------------------------------------
012920 5000-BEGIN-FILE.
012930     MOVE ZERO TO WS-FILE-MATCHED.
012940     MOVE ZERO TO WS-FILE-DIFFERING.
012950     MOVE ZERO TO WS-FILE-FIELD-DIFFS.
012960     MOVE ZERO TO WS-CMP-RECORD-NO.
012970     SET WS-NOT-END-OF-EXPECTED TO TRUE.
012980     SET WS-NOT-END-OF-ACTUAL TO TRUE.
012990     SET WS-ACTUAL-ON-HAND TO TRUE.
013000     MOVE SPACES TO WS-EXP-MAST-KEY.
013010     MOVE SPACES TO WS-ACT-MAST-KEY.
013020 5000-EXIT.
013030     EXIT.

013040*-----------------------------------------------------------------
013050* 5050-ACTUAL-NOT-ON-HAND - THE STREAM DID NOT LEAVE THIS FILE.
013060* IT IS TAKEN AS EMPTY, SO EVERY EXPECTED RECORD IS REPORTED AS
013070* NOT PRODUCED.
013080*-----------------------------------------------------------------
013090 5050-ACTUAL-NOT-ON-HAND.
013100     SET WS-END-OF-ACTUAL TO TRUE.
013110     SET WS-ACTUAL-NOT-ON-HAND TO TRUE.
013120     MOVE SPACES TO REPORT-LINE.
013130     STRING '  ' DELIMITED BY SIZE
013140             WS-CMP-FILE-LABEL DELIMITED BY SIZE
013150             '  FILE NOT ON HAND - TAKEN AS EMPTY'
013160                 DELIMITED BY SIZE
013170         INTO RPT-LINE-TEXT
013180     END-STRING.
013190     WRITE REPORT-LINE.
013200 5050-EXIT.
013210     EXIT.

013220*-----------------------------------------------------------------
013230* 5100-COMPARE-FIELD - ONE FIELD OF ONE RECORD.  A DIFFERENCE IS
013240* PRINTED WITH ITS FILE, KEY, RECORD NUMBER AND FIELD NAME, THEN
013250* THE EXPECTED AND ACTUAL VALUES ON THE LINE BELOW.
013260*-----------------------------------------------------------------
013270 5100-COMPARE-FIELD.
013280     IF WS-CMP-EXPECTED = WS-CMP-ACTUAL
013290         GO TO 5100-EXIT
013300     END-IF.
013310     SET WS-RECORD-DIFFERS TO TRUE.
013320     ADD 1 TO WS-FILE-FIELD-DIFFS.
013330     MOVE SPACES TO REPORT-LINE.
013340     STRING '  ' DELIMITED BY SIZE
013350             WS-CMP-FILE-LABEL DELIMITED BY SIZE
013360             '  KEY ' DELIMITED BY SIZE
013370             WS-CMP-KEY DELIMITED BY SIZE
013380             '  REC ' DELIMITED BY SIZE
013390             WS-CMP-RECORD-NO DELIMITED BY SIZE
013400             '  FIELD ' DELIMITED BY SIZE
013410             WS-CMP-FIELD-NAME DELIMITED BY SIZE
013420         INTO RPT-LINE-TEXT
013430     END-STRING.
013440     WRITE REPORT-LINE.
013450     MOVE SPACES TO REPORT-LINE.
013460     STRING '      EXPECTED ' DELIMITED BY SIZE
013470             WS-CMP-EXPECTED DELIMITED BY SIZE
013480             '  GOT ' DELIMITED BY SIZE
013490             WS-CMP-ACTUAL DELIMITED BY SIZE
013500         INTO RPT-LINE-TEXT
013510     END-STRING.
013520     WRITE REPORT-LINE.
013530 5100-EXIT.
013540     EXIT.

013550 5200-END-RECORD.
013560     IF WS-RECORD-DIFFERS
013570         ADD 1 TO WS-FILE-DIFFERING
013580     ELSE
013590         ADD 1 TO WS-FILE-MATCHED
013600     END-IF.
013610 5200-EXIT.
013620     EXIT.

013630*-----------------------------------------------------------------
013640* 5300 - A RECORD ON ONE SIDE ONLY.  EACH COUNTS AS ONE RECORD
013650* DIFFERING.
013660*-----------------------------------------------------------------
013670 5310-REPORT-MISSING.
013680     ADD 1 TO WS-FILE-DIFFERING.
013690     MOVE SPACES TO REPORT-LINE.
013700     STRING '  ' DELIMITED BY SIZE
013710             WS-CMP-FILE-LABEL DELIMITED BY SIZE
013720             '  KEY ' DELIMITED BY SIZE
013730             WS-CMP-KEY DELIMITED BY SIZE
013740             '  REC ' DELIMITED BY SIZE
013750             WS-CMP-RECORD-NO DELIMITED BY SIZE
013760             '  EXPECTED RECORD NOT PRODUCED' DELIMITED BY SIZE
013770         INTO RPT-LINE-TEXT
013780     END-STRING.
013790     WRITE REPORT-LINE.
013800 5310-EXIT.
013810     EXIT.

013820 5320-REPORT-UNEXPECTED.
013830     ADD 1 TO WS-FILE-DIFFERING.
013840     MOVE SPACES TO REPORT-LINE.
013850     STRING '  ' DELIMITED BY SIZE
013860             WS-CMP-FILE-LABEL DELIMITED BY SIZE
013870             '  KEY ' DELIMITED BY SIZE
013880             WS-CMP-KEY DELIMITED BY SIZE
013890             '  REC ' DELIMITED BY SIZE
013900             WS-CMP-RECORD-NO DELIMITED BY SIZE
013910             '  RECORD NOT IN BASELINE' DELIMITED BY SIZE
013920         INTO RPT-LINE-TEXT
013930     END-STRING.
013940     WRITE REPORT-LINE.
013950 5320-EXIT.
013960     EXIT.

013970*-----------------------------------------------------------------
013980* 5400-WRITE-FILE-TOTALS - ONE LINE PER FILE, ADDED INTO THE RUN
013990* TOTALS.  A FILE WITH ANY DIFFERENCE IS NAMED ON THE AUDIT LIST.
014000*-----------------------------------------------------------------
014010 5400-WRITE-FILE-TOTALS.
014020     ADD WS-FILE-MATCHED TO WS-TOTAL-MATCHED.
014030     ADD WS-FILE-DIFFERING TO WS-TOTAL-DIFFERING.
014040     ADD WS-FILE-FIELD-DIFFS TO WS-TOTAL-FIELD-DIFFS.
014050     MOVE WS-FILE-MATCHED TO WS-RPT-COUNT.
014060     MOVE WS-FILE-DIFFERING TO WS-RPT-COUNT-2.
014070     MOVE WS-FILE-FIELD-DIFFS TO WS-RPT-COUNT-3.
014080     MOVE SPACES TO REPORT-LINE.
014090     STRING '  ' DELIMITED BY SIZE
014100             WS-CMP-FILE-LABEL DELIMITED BY SIZE
014110             '  RECORDS MATCHED ' DELIMITED BY SIZE
014120             WS-RPT-COUNT DELIMITED BY SIZE
014130             '  DIFFERING ' DELIMITED BY SIZE
014140             WS-RPT-COUNT-2 DELIMITED BY SIZE
014150             '  FIELDS ' DELIMITED BY SIZE
014160             WS-RPT-COUNT-3 DELIMITED BY SIZE
014170         INTO RPT-LINE-TEXT
014180     END-STRING.
014190     WRITE REPORT-LINE.
014200     MOVE SPACES TO REPORT-LINE.
014210     WRITE REPORT-LINE.
014220     IF WS-FILE-DIFFERING > ZERO
014230         STRING WS-CMP-FILE-LABEL DELIMITED BY SPACE
014240                 ' ' DELIMITED BY SIZE
014250             INTO WS-DIFF-FILE-LIST
014260             WITH POINTER WS-STRING-PTR
014270             ON OVERFLOW
014280                 CONTINUE
014290         END-STRING
014300     END-IF.
014310 5400-EXIT.
014320     EXIT.

014330*-----------------------------------------------------------------
014340* 5700-WRITE-COMPARE-TOTALS - THE VERDICT FOR THE WHOLE RUN.
014350*-----------------------------------------------------------------
014360 5700-WRITE-COMPARE-TOTALS.
014370     MOVE WS-TOTAL-MATCHED TO WS-RPT-COUNT.
014380     MOVE WS-TOTAL-DIFFERING TO WS-RPT-COUNT-2.
014390     MOVE WS-TOTAL-FIELD-DIFFS TO WS-RPT-COUNT-3.
014400     MOVE SPACES TO REPORT-LINE.
014410     STRING 'TOTAL RECORDS MATCHED ' DELIMITED BY SIZE
014420             WS-RPT-COUNT DELIMITED BY SIZE
014430             '  DIFFERING ' DELIMITED BY SIZE
014440             WS-RPT-COUNT-2 DELIMITED BY SIZE
014450             '  FIELDS ' DELIMITED BY SIZE
014460             WS-RPT-COUNT-3 DELIMITED BY SIZE
014470         INTO RPT-LINE-TEXT
014480     END-STRING.
014490     WRITE REPORT-LINE.
014500     MOVE SPACES TO REPORT-LINE.
014510     IF WS-TOTAL-DIFFERING > ZERO
014520         MOVE 'MODEL OFFICE RUN DIFFERS FROM BASELINE'
014530             TO RPT-LINE-TEXT
014540     ELSE
014550         MOVE 'MODEL OFFICE RUN MATCHES BASELINE' TO RPT-LINE-TEXT
014560     END-IF.
014570     WRITE REPORT-LINE.
014580 5700-EXIT.
014590     EXIT.

014600*-----------------------------------------------------------------
014610* 5800-WRITE-PARM - SET THE BATCH RUN MODE ON FIBPARM.
014620*-----------------------------------------------------------------
014630 5800-WRITE-PARM.
014640     OPEN OUTPUT PARM-FILE.
014650     MOVE SPACES TO PARM-RECORD.
014660     MOVE WS-PARM-RUN-MODE TO PARM-RUN-MODE.
014670     WRITE PARM-RECORD.
014680     CLOSE PARM-FILE.
014690 5800-EXIT.
014700     EXIT.

014710*-----------------------------------------------------------------
014720* 8000-TERMINATE - CLOSE THE REPORT.
014730*-----------------------------------------------------------------
014740 8000-TERMINATE.
014750     CLOSE MODEL-REPORT-FILE.
014760 8000-EXIT.
014770     EXIT.

014780*-----------------------------------------------------------------
014790* 9000-WRITE-AUDIT-LOG - ONE PERMANENT RECORD PER COMPARE, ON THE
014800* SAME AUDIT LOG AS THE UNIT HARNESS SO FIBONACCI-TREND REPORTS
014810* BOTH.  PASSED AND FAILED ARE RECORDS MATCHED AND DIFFERING; THE
014820* FAILED IDS ARE THE FILES THAT DIFFERED.
014830*-----------------------------------------------------------------
014840 9000-WRITE-AUDIT-LOG.
014850     MOVE SPACES TO AUDIT-LOG-RECORD.
014860     MOVE WS-RUN-DATE TO AL-RUN-DATE.
014870     MOVE WS-RUN-TIME TO AL-RUN-TIME.
014880     IF WS-TOTAL-MATCHED > 999
014890         MOVE 999 TO AL-PASSED-COUNT
014900     ELSE
014910         MOVE WS-TOTAL-MATCHED TO AL-PASSED-COUNT
014920     END-IF.
014930     IF WS-TOTAL-DIFFERING > 999
014940         MOVE 999 TO AL-FAILED-COUNT
014950     ELSE
014960         MOVE WS-TOTAL-DIFFERING TO AL-FAILED-COUNT
014970     END-IF.
014980     MOVE WS-DIFF-FILE-LIST TO AL-FAILED-TEST-IDS.
014990     SET AL-SUITE-MODEL-OFFICE TO TRUE.
015000     OPEN EXTEND AUDIT-LOG-FILE.
015010     IF WS-AUDIT-FILE-NOT-FOUND
015020         OPEN OUTPUT AUDIT-LOG-FILE
015030     END-IF.
015040     WRITE AUDIT-LOG-RECORD.
015050     CLOSE AUDIT-LOG-FILE.
015060 9000-EXIT.
015070     EXIT.
