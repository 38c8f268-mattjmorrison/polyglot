000306*                    FOR A KEYED-IN POSTING DATE OVER THE NEW
000307*                    RM-POSTED-DATE ALTERNATE KEY - THE ANSWER
000308*                    TO "WHAT POSTED LAST NIGHT" ON SCREEN.
000309*   10/15/2026 DKO  A REVERSED POSTING SHOWS WHEN AND BY WHICH
000310*                    CANCEL IT WAS REVERSED; 'D' COUNTS THEM.
000311*   10/15/2026 DKO  ADDED ONLINE REQUEST ENTRY.  'Q' KEYS A
000312*                    SINGLE, RANGE OR VALUE REQUEST FOR A DESK,
000313*                    EDITED AS THE BATCH EDITS IT, ONTO FIBPENDQ
000314*                    FOR FIBONACCI-EDIT TO PICK UP AS ITS OWN
000315*                    SET.  'L' LISTS THE OPERATOR'S PENDING
000316*                    ENTRIES AND 'X' DELETES ONE.
000317*****************************************************************
000318 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. FIBONACCI-INQUIRY.
000330 AUTHOR. D. OKAFOR.
000340 INSTALLATION. APPLICATION DEVELOPMENT.
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000391     SELECT SUBMITTER-FILE ASSIGN TO 'FIBSUBM'
000393         ORGANIZATION IS INDEXED
000395         ACCESS MODE IS DYNAMIC
000396         RECORD KEY IS SR-SUBMITTER-ID
000398         FILE STATUS IS WS-SUBM-FILE-STATUS.
000400     SELECT RESULT-MASTER-FILE ASSIGN TO 'FIBRMAST'
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000431         ALTERNATE RECORD KEY IS RM-POSTED-DATE
000432             WITH DUPLICATES
000440         FILE STATUS IS WS-RMAST-FILE-STATUS.
000441     SELECT PENDING-QUEUE-FILE ASSIGN TO 'FIBPENDQ'
000442         ORGANIZATION IS INDEXED
000443         ACCESS MODE IS DYNAMIC
000444         RECORD KEY IS PQ-REQUEST-ID
000445         FILE STATUS IS WS-PENDQ-FILE-STATUS.

000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  RESULT-MASTER-FILE.
000480 COPY FIBONACCI-RMASTER.
000482 FD  PENDING-QUEUE-FILE.
000484 COPY FIBONACCI-PENDREQ.
000486 FD  SUBMITTER-FILE.
000488 COPY FIBONACCI-SUBMITTER.

000490 WORKING-STORAGE SECTION.
000500 COPY FIBONACCI-RECORD.
000549 01  WS-CONTINUE-SW                PIC X(01) VALUE 'Y'.
000550     88  WS-CONTINUE-INQUIRY               VALUE 'Y'.
000560     88  WS-STOP-INQUIRY                   VALUE 'N'.
000563 01  WS-BROWSE-REVERSED-COUNT      PIC 9(05) COMP VALUE ZERO.
000566 01  WS-BROWSE-RPT-REVERSED        PIC Z(04)9 VALUE ZERO.
000570 01  WS-VALID-SW                   PIC X(01) VALUE 'Y'.
000580     88  WS-INPUT-VALID                    VALUE 'Y'.
000590     88  WS-INPUT-INVALID                  VALUE 'N'.
000610 01  WS-SIGNIFICANT-DIGITS         PIC 9(01) VALUE ZERO.
000620 01  WS-RMAST-FILE-STATUS          PIC X(02) VALUE SPACES.
000630     88  WS-RMAST-FILE-NOT-FOUND           VALUE '35'.
000631*-----------------------------------------------------------------
000632* ONLINE REQUEST ENTRY FOR THE 'Q', 'L', AND 'X' FUNCTIONS.  THE
000633* OPERATOR ID IS KEYED ONCE PER SESSION.  THE DETAIL IS BUILT IN
000634* THE SAME LAYOUT A DESK SENDS ON FIBREQIN: THE RANGE VIEW FOR AN
000635* INDEX OR RANGE REQUEST, THE VALUE VIEW FOR A VALUE LOOKUP.
000636*-----------------------------------------------------------------
000637 01  WS-OPERATOR-ID                PIC X(08) VALUE SPACES.
000638 01  WS-DESK-INPUT                 PIC X(08) VALUE SPACES.
000639 01  WS-DESK-ALLOWED-TYPES.
000640     05  WS-DESK-ALLOW-FIBONACCI   PIC X(01) VALUE 'N'.
000641         88  WS-DESK-FIBONACCI-OK          VALUE 'Y'.
000642     05  WS-DESK-ALLOW-LUCAS       PIC X(01) VALUE 'N'.
000643         88  WS-DESK-LUCAS-OK              VALUE 'Y'.
000644     05  WS-DESK-ALLOW-CUSTOM      PIC X(01) VALUE 'N'.
000645         88  WS-DESK-CUSTOM-OK             VALUE 'Y'.
000646     05  WS-DESK-ALLOW-VALUE       PIC X(01) VALUE 'N'.
000647         88  WS-DESK-VALUE-OK              VALUE 'Y'.
000648 01  WS-ENTRY-ID                   PIC X(10) VALUE SPACES.
000649 01  WS-KIND-INPUT                 PIC X(03) VALUE SPACES.
000650 01  WS-ENTRY-KIND                 PIC X(01) VALUE SPACE.
000651     88  WS-ENTRY-SINGLE                   VALUE 'S'.
000652     88  WS-ENTRY-RANGE                    VALUE 'R'.
000653     88  WS-ENTRY-VALUE                    VALUE 'V'.
000654 01  WS-ENTRY-END                  PIC 9(03) VALUE ZERO.
000655 01  WS-ENTRY-SEED                 PIC 9(18) VALUE ZERO.
000656 01  WS-ENTRY-AMOUNT               PIC 9(18) VALUE ZERO.
000657 01  WS-ENTRY-SEQ-LABEL            PIC X(09) VALUE SPACES.
000658 01  WS-ENTRY-DETAIL.
000659     05  WS-ED-REQUEST-ID          PIC X(10).
000660     05  WS-ED-BODY                PIC X(43).
000661     05  WS-ED-RANGE-BODY REDEFINES WS-ED-BODY.
000662         10  WS-ED-START-INDEX     PIC 9(03).
000663         10  WS-ED-END-INDEX       PIC X(03).
000664         10  WS-ED-SEQUENCE-TYPE   PIC X(01).
000665         10  WS-ED-SEED-1          PIC X(18).
000666         10  WS-ED-SEED-2          PIC X(18).
000667     05  WS-ED-VALUE-BODY REDEFINES WS-ED-BODY.
000668         10  WS-ED-VALUE-TYPE      PIC X(01).
000669         10  WS-ED-AMOUNT          PIC X(18).
000670         10  WS-ED-VALUE-SEQ-TYPE  PIC X(01).
000671         10  FILLER                PIC X(23).
000672 01  WS-ENTRY-DATE                 PIC 9(08) VALUE ZERO.
000673 01  WS-ENTRY-TIME                 PIC 9(06) VALUE ZERO.
000674 01  WS-CLOCK-TIME                 PIC 9(08) VALUE ZERO.
000675 01  WS-QUEUE-COUNT                PIC 9(05) COMP VALUE ZERO.
000676 01  WS-QUEUE-RPT-COUNT            PIC Z(04)9 VALUE ZERO.
000677 01  WS-QUEUE-STATUS-LABEL         PIC X(09) VALUE SPACES.
000678 01  WS-QUEUE-DONE-SW              PIC X(01) VALUE 'N'.
000679     88  WS-QUEUE-DONE                     VALUE 'Y'.
000680     88  WS-QUEUE-NOT-DONE                 VALUE 'N'.
000681 01  WS-PENDQ-FILE-STATUS          PIC X(02) VALUE SPACES.
000682     88  WS-PENDQ-FILE-NOT-FOUND           VALUE '35'.
000683 01  WS-SUBM-FILE-STATUS           PIC X(02) VALUE SPACES.
000684     88  WS-SUBM-FILE-NOT-FOUND            VALUE '35'.

000685 PROCEDURE DIVISION.

000686 0000-MAINLINE.
000687     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000688     PERFORM 2000-PROCESS-INQUIRY THRU 2000-EXIT
000689         UNTIL WS-STOP-INQUIRY.
000690     STOP RUN.

000700*-----------------------------------------------------------------
000760     DISPLAY '           R = LOOK UP A POSTED REQUEST-ID'.
000762     DISPLAY '           V = LARGEST INDEX FOR AN AMOUNT'.
000764     DISPLAY '           D = BROWSE POSTINGS FOR A DATE'.
000765     DISPLAY '           Q = QUEUE A REQUEST FOR A DESK'.
000766     DISPLAY '           L = LIST MY PENDING REQUESTS'.
000767     DISPLAY '           X = DELETE ONE OF MY PENDING REQUESTS'.
000770     DISPLAY '           END = QUIT'.
000780     SET WS-CONTINUE-INQUIRY TO TRUE.
000790 1000-EXIT.
000920         WHEN 'I'
000930         WHEN 'i'
000940             PERFORM 2500-INDEX-INQUIRY THRU 2500-EXIT
000941         WHEN 'Q'
000942         WHEN 'q'
000943             PERFORM 8000-ENTER-REQUEST THRU 8000-EXIT
000944         WHEN 'L'
000945         WHEN 'l'
000946             PERFORM 8600-LIST-PENDING THRU 8600-EXIT
000947         WHEN 'X'
000948         WHEN 'x'
000949             PERFORM 8700-DELETE-PENDING THRU 8700-EXIT
000950         WHEN 'R'
000960         WHEN 'r'
000970             PERFORM 5000-REQUEST-LOOKUP THRU 5000-EXIT
000978         WHEN 'd'
000979             PERFORM 7000-DATE-BROWSE THRU 7000-EXIT
000980         WHEN OTHER
000990             DISPLAY 'INVALID FUNCTION - ENTER I, R, V, D, Q, '
000991                     'L, X, OR END'
001000     END-EVALUATE.
001010 2000-EXIT.
001020     EXIT.
001920*-----------------------------------------------------------------
001930* 5100-DISPLAY-POSTED-RESULT - SHOW THE STORED RESULT, ITS
001940* STATUS, AND WHEN THE BATCH POSTED IT.
001945* A REVERSED POSTING ALSO SHOWS WHEN AND BY WHICH CANCEL.
001950*-----------------------------------------------------------------
001960 5100-DISPLAY-POSTED-RESULT.
001970     IF RM-STATUS-REJECTED
002070     END-IF.
002080     DISPLAY '  POSTED ' RM-POSTED-DATE ' AT ' RM-POSTED-TIME
002090             ' STATUS ' RM-STATUS.
002092     IF RM-REVERSED
002094         DISPLAY '  REVERSED ' RM-REVERSED-DATE ' BY REQUEST '
002096                 RM-REVERSED-BY-ID
002098     END-IF.
002100 5100-EXIT.
002110     EXIT.

002910         GO TO 7000-EXIT
002920     END-IF.
002930     MOVE ZERO TO WS-BROWSE-COUNT.
002935     MOVE ZERO TO WS-BROWSE-REVERSED-COUNT.
002940     SET WS-BROWSE-NOT-DONE TO TRUE.
002950     MOVE WS-DATE-INPUT TO RM-POSTED-DATE.
002960     START RESULT-MASTER-FILE
003020         UNTIL WS-BROWSE-DONE.
003030     MOVE WS-BROWSE-COUNT TO WS-BROWSE-RPT-COUNT.
003040     DISPLAY WS-BROWSE-RPT-COUNT ' POSTINGS FOR ' WS-DATE-INPUT.
003043     MOVE WS-BROWSE-REVERSED-COUNT TO WS-BROWSE-RPT-REVERSED.
003046     DISPLAY WS-BROWSE-RPT-REVERSED ' OF THEM REVERSED'.
003050     CLOSE RESULT-MASTER-FILE.
003060 7000-EXIT.
003070     EXIT.
003200         GO TO 7100-EXIT
003210     END-IF.
003220     ADD 1 TO WS-BROWSE-COUNT.
003222     IF RM-REVERSED
003224         ADD 1 TO WS-BROWSE-REVERSED-COUNT
003226     END-IF.
003230     PERFORM 5100-DISPLAY-POSTED-RESULT THRU 5100-EXIT.
003240 7100-EXIT.
003250     EXIT.

003260*-----------------------------------------------------------------
003270* 8000-ENTER-REQUEST - KEY ONE REQUEST FOR A DESK ONTO THE
003280* PENDING-REQUEST QUEUE.  THE DESK MUST BE ON THE SUBMITTER
003290* REGISTRY, ACTIVE, AND SET UP FOR WHAT IS ASKED; THE INDEX,
003300* RANGE, SEQUENCE TYPE, SEEDS, AND AMOUNT GET THE EDITS THE
003310* BATCH DRIVER APPLIES TO A DETAIL, SO AN ENTRY THAT WOULD ONLY
003320* BE REJECTED OVERNIGHT IS REFUSED HERE INSTEAD.  A REQUEST-ID
003330* STARTING 'HDR' OR 'TRL' WOULD READ AS A CONTROL RECORD ONCE
003340* THE EDIT PICKS THE QUEUE UP, SO IT IS REFUSED TOO.
003350*-----------------------------------------------------------------
003360 8000-ENTER-REQUEST.
003370     PERFORM 8100-GET-OPERATOR THRU 8100-EXIT.
003380     IF WS-INPUT-INVALID
003390         GO TO 8000-EXIT
003400     END-IF.
003410     PERFORM 8200-CHECK-DESK THRU 8200-EXIT.
003420     IF WS-INPUT-INVALID
003430         GO TO 8000-EXIT
003440     END-IF.
003450     DISPLAY 'REQUEST ID: ' WITH NO ADVANCING.
003460     ACCEPT WS-ENTRY-ID.
003470     IF WS-ENTRY-ID = SPACES
003480         DISPLAY 'INVALID REQUEST ID - MAY NOT BE BLANK'
003490         GO TO 8000-EXIT
003500     END-IF.
003510     IF WS-ENTRY-ID(1:3) = 'HDR' OR WS-ENTRY-ID(1:3) = 'TRL'
003520         DISPLAY 'INVALID REQUEST ID - HDR AND TRL ARE RESERVED '
003530                 'FOR CONTROL RECORDS'
003540         GO TO 8000-EXIT
003550     END-IF.
003560     MOVE SPACES TO WS-ENTRY-DETAIL.
003570     MOVE WS-ENTRY-ID TO WS-ED-REQUEST-ID.
003580     DISPLAY 'KIND (S=SINGLE INDEX, R=RANGE, V=VALUE LOOKUP): '
003590             WITH NO ADVANCING.
003600     ACCEPT WS-KIND-INPUT.
003610     EVALUATE WS-KIND-INPUT
003620         WHEN 'S'
003630         WHEN 's'
003640             SET WS-ENTRY-SINGLE TO TRUE
003650             PERFORM 8300-ENTER-INDEX-REQUEST THRU 8300-EXIT
003660         WHEN 'R'
003670         WHEN 'r'
003680             SET WS-ENTRY-RANGE TO TRUE
003690             PERFORM 8300-ENTER-INDEX-REQUEST THRU 8300-EXIT
003700         WHEN 'V'
003710         WHEN 'v'
003720             SET WS-ENTRY-VALUE TO TRUE
003730             PERFORM 8400-ENTER-VALUE-REQUEST THRU 8400-EXIT
003740         WHEN OTHER
003750             SET WS-INPUT-INVALID TO TRUE
003760             DISPLAY 'INVALID KIND - ENTER S, R, OR V'
003770     END-EVALUATE.
003780     IF WS-INPUT-INVALID
003790         GO TO 8000-EXIT
003800     END-IF.
003810     PERFORM 8500-WRITE-PENDING-ENTRY THRU 8500-EXIT.
003820 8000-EXIT.
003830     EXIT.

003840*-----------------------------------------------------------------
003850* 8100-GET-OPERATOR - THE OPERATOR ID IS ASKED FOR THE FIRST TIME
003860* IT IS NEEDED AND KEPT FOR THE REST OF THE SESSION.  EVERY QUEUE
003870* ENTRY CARRIES IT, AND AN OPERATOR SEES AND DELETES ONLY THEIR
003880* OWN ENTRIES.
003890*-----------------------------------------------------------------
003900 8100-GET-OPERATOR.
003910     SET WS-INPUT-VALID TO TRUE.
003920     IF WS-OPERATOR-ID NOT = SPACES
003930         GO TO 8100-EXIT
003940     END-IF.
003950     DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
003960     ACCEPT WS-OPERATOR-ID.
003970     IF WS-OPERATOR-ID = SPACES
003980         SET WS-INPUT-INVALID TO TRUE
003990         DISPLAY 'OPERATOR ID REQUIRED FOR THE REQUEST QUEUE'
004000     END-IF.
004010 8100-EXIT.
004020     EXIT.

004030*-----------------------------------------------------------------
004040* 8200-CHECK-DESK - THE DESK THE REQUEST IS KEYED FOR MUST BE ON
004050* THE SUBMITTER REGISTRY AND ACTIVE, AS THE EDIT REQUIRES OF A
004060* TRANSMISSION SET.  ITS ALLOWED TYPES ARE KEPT FOR THE TYPE
004070* CHECKS THAT FOLLOW.  THE REGISTRY IS OPENED PER ENTRY, LIKE
004080* THE RESULTS MASTER PER LOOKUP.
004090*-----------------------------------------------------------------
004100 8200-CHECK-DESK.
004110     SET WS-INPUT-VALID TO TRUE.
004120     DISPLAY 'DESK (SUBMITTER ID): ' WITH NO ADVANCING.
004130     ACCEPT WS-DESK-INPUT.
004140     OPEN INPUT SUBMITTER-FILE.
004150     IF WS-SUBM-FILE-NOT-FOUND
004160         SET WS-INPUT-INVALID TO TRUE
004170         DISPLAY 'SUBMITTER REGISTRY NOT ON HAND - NO DESK CAN '
004180                 'BE CHECKED'
004190         GO TO 8200-EXIT
004200     END-IF.
004210     IF WS-SUBM-FILE-STATUS NOT = '00'
004220         SET WS-INPUT-INVALID TO TRUE
004230         DISPLAY 'SUBMITTER REGISTRY UNAVAILABLE - FILE STATUS '
004240                 WS-SUBM-FILE-STATUS
004250         GO TO 8200-EXIT
004260     END-IF.
004270     MOVE WS-DESK-INPUT TO SR-SUBMITTER-ID.
004280     READ SUBMITTER-FILE
004290         INVALID KEY
004300             SET WS-INPUT-INVALID TO TRUE
004310             DISPLAY 'DESK ' WS-DESK-INPUT ' NOT REGISTERED'
004320         NOT INVALID KEY
004330             IF SR-STATUS-ACTIVE
004340                 MOVE SR-ALLOWED-TYPES TO WS-DESK-ALLOWED-TYPES
004350             ELSE
004360                 SET WS-INPUT-INVALID TO TRUE
004370                 DISPLAY 'DESK ' WS-DESK-INPUT ' IS SUSPENDED'
004380             END-IF
004390     END-READ.
004400     CLOSE SUBMITTER-FILE.
004410 8200-EXIT.
004420     EXIT.

004430*-----------------------------------------------------------------
004440* 8300-ENTER-INDEX-REQUEST - A SINGLE INDEX, OR A RANGE WHOSE
004450* ENDING INDEX MAY NOT COME BEFORE ITS STARTING INDEX, EACH WITH
004460* THE SEQUENCE CHOICE.  A SINGLE INDEX LEAVES THE ENDING INDEX
004470* BLANK, AS A DESK'S SINGLETON DETAIL DOES.
004480*-----------------------------------------------------------------
004490 8300-ENTER-INDEX-REQUEST.
004500     IF WS-ENTRY-RANGE
004510         DISPLAY 'FROM INDEX: ' WITH NO ADVANCING
004520     ELSE
004530         DISPLAY 'INDEX: ' WITH NO ADVANCING
004540     END-IF.
004550     ACCEPT WS-INQUIRY-INPUT.
004560     PERFORM 2100-VALIDATE-INPUT THRU 2100-EXIT.
004570     IF WS-INPUT-INVALID
004580         GO TO 8300-EXIT
004590     END-IF.
004600     MOVE FIBONACCI-INPUT TO WS-ED-START-INDEX.
004610     IF WS-ENTRY-RANGE
004620         DISPLAY 'TO INDEX: ' WITH NO ADVANCING
004630         ACCEPT WS-INQUIRY-INPUT
004640         PERFORM 2100-VALIDATE-INPUT THRU 2100-EXIT
004650         IF WS-INPUT-INVALID
004660             GO TO 8300-EXIT
004670         END-IF
004680         MOVE FIBONACCI-INPUT TO WS-ENTRY-END
004690         IF WS-ENTRY-END < WS-ED-START-INDEX
004700             SET WS-INPUT-INVALID TO TRUE
004710             DISPLAY 'INVALID RANGE - ENDING INDEX IS BEFORE THE '
004720                     'STARTING INDEX'
004730             GO TO 8300-EXIT
004740         END-IF
004750         MOVE WS-ENTRY-END TO WS-ED-END-INDEX
004760     END-IF.
004770     PERFORM 8350-ENTER-SEQUENCE-TYPE THRU 8350-EXIT.
004780 8300-EXIT.
004790     EXIT.

004800*-----------------------------------------------------------------
004810* 8350-ENTER-SEQUENCE-TYPE - BLANK = FIBONACCI, 'L' = LUCAS, 'C' =
004820* CUSTOM WITH A SEED PAIR.  THE DESK MUST BE SET UP FOR THE TYPE.
004830* EACH SEED GETS THE SAME EDIT AS THE 'I' FUNCTION'S AND IS
004840* CARRIED RIGHT-JUSTIFIED AND ZERO-FILLED, AS THE BATCH DRIVER
004850* TESTS THE WHOLE SEED FIELD FOR NUMERIC.
004860*-----------------------------------------------------------------
004870 8350-ENTER-SEQUENCE-TYPE.
004880     DISPLAY 'SEQUENCE (BLANK=FIBONACCI, L=LUCAS, C=CUSTOM): '
004890             WITH NO ADVANCING.
004900     ACCEPT WS-SEQ-TYPE-INPUT.
004910     EVALUATE WS-SEQ-TYPE-INPUT
004920         WHEN SPACES
004930             MOVE SPACE TO WS-ED-SEQUENCE-TYPE
004940             IF NOT WS-DESK-FIBONACCI-OK
004950                 SET WS-INPUT-INVALID TO TRUE
004960             END-IF
004970         WHEN 'L'
004980         WHEN 'l'
004990             MOVE 'L' TO WS-ED-SEQUENCE-TYPE
005000             IF NOT WS-DESK-LUCAS-OK
005010                 SET WS-INPUT-INVALID TO TRUE
005020             END-IF
005030         WHEN 'C'
005040         WHEN 'c'
005050             MOVE 'C' TO WS-ED-SEQUENCE-TYPE
005060             IF NOT WS-DESK-CUSTOM-OK
005070                 SET WS-INPUT-INVALID TO TRUE
005080             END-IF
005090         WHEN OTHER
005100             SET WS-INPUT-INVALID TO TRUE
005110             DISPLAY 'INVALID SEQUENCE - ENTER BLANK, L, OR C'
005120             GO TO 8350-EXIT
005130     END-EVALUATE.
005140     IF WS-INPUT-INVALID
005150         DISPLAY 'DESK ' WS-DESK-INPUT ' IS NOT SET UP FOR THAT '
005160                 'SEQUENCE TYPE'
005170         GO TO 8350-EXIT
005180     END-IF.
005190     IF WS-ED-SEQUENCE-TYPE NOT = 'C'
005200         GO TO 8350-EXIT
005210     END-IF.
005220     DISPLAY 'SEED FOR INDEX 0: ' WITH NO ADVANCING.
005230     ACCEPT WS-SEED-INPUT.
005240     PERFORM 3650-VALIDATE-SEED THRU 3650-EXIT.
005250     IF WS-INPUT-INVALID
005260         GO TO 8350-EXIT
005270     END-IF.
005280     MOVE WS-SEED-INPUT TO WS-ENTRY-SEED.
005290     MOVE WS-ENTRY-SEED TO WS-ED-SEED-1.
005300     DISPLAY 'SEED FOR INDEX 1: ' WITH NO ADVANCING.
005310     ACCEPT WS-SEED-INPUT.
005320     PERFORM 3650-VALIDATE-SEED THRU 3650-EXIT.
005330     IF WS-INPUT-INVALID
005340         GO TO 8350-EXIT
005350     END-IF.
005360     MOVE WS-SEED-INPUT TO WS-ENTRY-SEED.
005370     MOVE WS-ENTRY-SEED TO WS-ED-SEED-2.
005380 8350-EXIT.
005390     EXIT.

005400*-----------------------------------------------------------------
005410* 8400-ENTER-VALUE-REQUEST - AN AMOUNT AND A SEQUENCE TYPE OF
005420* BLANK OR 'L'; CUSTOM SEEDS DO NOT FIT A VALUE REQUEST.  THE
005430* VALUE-LOOKUP FLAG ALONE GOVERNS THE DESK'S AUTHORITY, AS IN
005440* THE EDIT.  NO LUCAS VALUE IS AT OR UNDER AN AMOUNT OF ZERO, SO
005450* THE BATCH DRIVER WOULD REJECT THAT ONE - IT IS REFUSED HERE.
005460*-----------------------------------------------------------------
005470 8400-ENTER-VALUE-REQUEST.
005480     IF NOT WS-DESK-VALUE-OK
005490         SET WS-INPUT-INVALID TO TRUE
005500         DISPLAY 'DESK ' WS-DESK-INPUT ' IS NOT SET UP FOR VALUE '
005510                 'LOOKUPS'
005520         GO TO 8400-EXIT
005530     END-IF.
005540     DISPLAY 'AMOUNT: ' WITH NO ADVANCING.
005550     ACCEPT WS-SEED-INPUT.
005560     PERFORM 3650-VALIDATE-SEED THRU 3650-EXIT.
005570     IF WS-INPUT-INVALID
005580         GO TO 8400-EXIT
005590     END-IF.
005600     MOVE WS-SEED-INPUT TO WS-ENTRY-AMOUNT.
005610     DISPLAY 'SEQUENCE (BLANK=FIBONACCI, L=LUCAS): '
005620             WITH NO ADVANCING.
005630     ACCEPT WS-SEQ-TYPE-INPUT.
005640     EVALUATE WS-SEQ-TYPE-INPUT
005650         WHEN SPACES
005660             MOVE SPACE TO WS-ED-VALUE-SEQ-TYPE
005670         WHEN 'L'
005680         WHEN 'l'
005690             MOVE 'L' TO WS-ED-VALUE-SEQ-TYPE
005700             IF WS-ENTRY-AMOUNT = ZERO
005710                 SET WS-INPUT-INVALID TO TRUE
005720                 DISPLAY 'NO LUCAS VALUE IS AT OR UNDER AN '
005730                         'AMOUNT OF ZERO'
005740             END-IF
005750         WHEN 'C'
005760         WHEN 'c'
005770             SET WS-INPUT-INVALID TO TRUE
005780             DISPLAY 'INVALID SEQUENCE - CUSTOM SEEDS DO NOT '
005790                     'FIT A VALUE REQUEST'
005800         WHEN OTHER
005810             SET WS-INPUT-INVALID TO TRUE
005820             DISPLAY 'INVALID SEQUENCE - ENTER BLANK OR L'
005830     END-EVALUATE.
005840     MOVE 'V' TO WS-ED-VALUE-TYPE.
005850     MOVE WS-ENTRY-AMOUNT TO WS-ED-AMOUNT.
005860 8400-EXIT.
005870     EXIT.

005880*-----------------------------------------------------------------
005890* 8500-WRITE-PENDING-ENTRY - ADD THE EDITED ENTRY TO THE QUEUE,
005900* STAMPED WITH THE OPERATOR AND THE ENTRY DATE AND TIME.  THE
005910* QUEUE IS CREATED ON FIRST USE.  A REQUEST-ID ALREADY ON THE
005920* QUEUE IS REFUSED - THE EDIT WOULD REJECT THE SECOND AS A
005930* DUPLICATE.
005940*-----------------------------------------------------------------
005950 8500-WRITE-PENDING-ENTRY.
005960     OPEN I-O PENDING-QUEUE-FILE.
005970     IF WS-PENDQ-FILE-NOT-FOUND
005980         OPEN OUTPUT PENDING-QUEUE-FILE
005990         CLOSE PENDING-QUEUE-FILE
006000         OPEN I-O PENDING-QUEUE-FILE
006010     END-IF.
006020     IF WS-PENDQ-FILE-STATUS NOT = '00'
006030         DISPLAY 'PENDING REQUEST QUEUE UNAVAILABLE - FILE '
006040                 'STATUS ' WS-PENDQ-FILE-STATUS
006050         GO TO 8500-EXIT
006060     END-IF.
006070     ACCEPT WS-ENTRY-DATE FROM DATE YYYYMMDD.
006080     ACCEPT WS-CLOCK-TIME FROM TIME.
006090     DIVIDE WS-CLOCK-TIME BY 100 GIVING WS-ENTRY-TIME.
006100     MOVE SPACES TO PENDING-REQUEST-RECORD.
006110     MOVE WS-ENTRY-ID TO PQ-REQUEST-ID.
006120     MOVE WS-DESK-INPUT TO PQ-DESK-ID.
006130     MOVE WS-OPERATOR-ID TO PQ-OPERATOR-ID.
006140     MOVE WS-ENTRY-DATE TO PQ-ENTRY-DATE.
006150     MOVE WS-ENTRY-TIME TO PQ-ENTRY-TIME.
006160     MOVE WS-ENTRY-KIND TO PQ-REQUEST-KIND.
006170     SET PQ-PENDING TO TRUE.
006180     MOVE ZERO TO PQ-PICKUP-DATE.
006190     MOVE ZERO TO PQ-PICKUP-TIME.
006200     MOVE WS-ENTRY-DETAIL TO PQ-DETAIL-IMAGE.
006210     WRITE PENDING-REQUEST-RECORD
006220         INVALID KEY
006230             DISPLAY 'REQUEST ' WS-ENTRY-ID ' IS ALREADY ON THE '
006240                     'PENDING QUEUE - NOT QUEUED'
006250         NOT INVALID KEY
006260             DISPLAY 'REQUEST ' WS-ENTRY-ID ' QUEUED FOR DESK '
006270                     WS-DESK-INPUT ' AT ' WS-ENTRY-DATE ' '
006280                     WS-ENTRY-TIME
006290     END-WRITE.
006300     CLOSE PENDING-QUEUE-FILE.
006310 8500-EXIT.
006320     EXIT.

006330*-----------------------------------------------------------------
006340* 8600-LIST-PENDING - SHOW THE OPERATOR'S OWN ENTRIES ON THE
006350* QUEUE IN REQUEST-ID ORDER.  AN ENTRY THE EDIT HAS PICKED UP
006360* SHOWS AS SUCH UNTIL ITS SET IS CERTIFIED AND IT IS CLEARED.
006370*-----------------------------------------------------------------
006380 8600-LIST-PENDING.
006390     PERFORM 8100-GET-OPERATOR THRU 8100-EXIT.
006400     IF WS-INPUT-INVALID
006410         GO TO 8600-EXIT
006420     END-IF.
006430     OPEN INPUT PENDING-QUEUE-FILE.
006440     IF WS-PENDQ-FILE-NOT-FOUND
006450         DISPLAY 'NO REQUESTS ARE PENDING'
006460         GO TO 8600-EXIT
006470     END-IF.
006480     IF WS-PENDQ-FILE-STATUS NOT = '00'
006490         DISPLAY 'PENDING REQUEST QUEUE UNAVAILABLE - FILE '
006500                 'STATUS ' WS-PENDQ-FILE-STATUS
006510         GO TO 8600-EXIT
006520     END-IF.
006530     MOVE ZERO TO WS-QUEUE-COUNT.
006540     SET WS-QUEUE-NOT-DONE TO TRUE.
006550     PERFORM 8650-LIST-ONE-ENTRY THRU 8650-EXIT
006560         UNTIL WS-QUEUE-DONE.
006570     MOVE WS-QUEUE-COUNT TO WS-QUEUE-RPT-COUNT.
006580     DISPLAY WS-QUEUE-RPT-COUNT ' REQUESTS ON THE QUEUE FOR '
006590             'OPERATOR ' WS-OPERATOR-ID.
006600     CLOSE PENDING-QUEUE-FILE.
006610 8600-EXIT.
006620     EXIT.

006630*-----------------------------------------------------------------
006640* 8650-LIST-ONE-ENTRY - SHOW ONE OF THE OPERATOR'S ENTRIES: WHEN
006650* AND FOR WHICH DESK IT WAS KEYED, WHETHER IT IS STILL PENDING,
006660* AND WHAT IT ASKS FOR.
006670*-----------------------------------------------------------------
006680 8650-LIST-ONE-ENTRY.
006690     READ PENDING-QUEUE-FILE NEXT RECORD
006700         AT END
006710             SET WS-QUEUE-DONE TO TRUE
006720             GO TO 8650-EXIT
006730     END-READ.
006740     IF PQ-OPERATOR-ID NOT = WS-OPERATOR-ID
006750         GO TO 8650-EXIT
006760     END-IF.
006770     ADD 1 TO WS-QUEUE-COUNT.
006780     IF PQ-PICKED-UP
006790         MOVE 'PICKED UP' TO WS-QUEUE-STATUS-LABEL
006800     ELSE
006810         MOVE 'PENDING' TO WS-QUEUE-STATUS-LABEL
006820     END-IF.
006830     DISPLAY 'REQUEST ' PQ-REQUEST-ID ' DESK ' PQ-DESK-ID
006840             ' KEYED ' PQ-ENTRY-DATE ' ' PQ-ENTRY-TIME ' '
006850             WS-QUEUE-STATUS-LABEL.
006860     IF PQ-VALUE-REQUEST
006870         MOVE PQV-SEQUENCE-TYPE TO WS-ED-SEQUENCE-TYPE
006880     ELSE
006890         MOVE PQR-SEQUENCE-TYPE TO WS-ED-SEQUENCE-TYPE
006900     END-IF.
006910     EVALUATE WS-ED-SEQUENCE-TYPE
006920         WHEN 'L'
006930             MOVE 'LUCAS' TO WS-ENTRY-SEQ-LABEL
006940         WHEN 'C'
006950             MOVE 'CUSTOM' TO WS-ENTRY-SEQ-LABEL
006960         WHEN OTHER
006970             MOVE 'FIBONACCI' TO WS-ENTRY-SEQ-LABEL
006980     END-EVALUATE.
006990     EVALUATE TRUE
007000         WHEN PQ-VALUE-REQUEST
007010             DISPLAY '  VALUE LOOKUP ' WS-ENTRY-SEQ-LABEL
007020                     ' AMOUNT ' PQV-AMOUNT
007030         WHEN PQ-RANGE-REQUEST
007040             DISPLAY '  RANGE ' WS-ENTRY-SEQ-LABEL ' INDEX '
007050                     PQR-START-INDEX ' TO ' PQR-END-INDEX
007060         WHEN OTHER
007070             DISPLAY '  SINGLE ' WS-ENTRY-SEQ-LABEL ' INDEX '
007080                     PQR-START-INDEX
007090     END-EVALUATE.
007100     IF NOT PQ-VALUE-REQUEST
007110         AND PQR-SEQUENCE-TYPE = 'C'
007120         DISPLAY '  SEEDS ' PQR-SEED-1 ' ' PQR-SEED-2
007130     END-IF.
007140 8650-EXIT.
007150     EXIT.

007160*-----------------------------------------------------------------
007170* 8700-DELETE-PENDING - TAKE ONE OF THE OPERATOR'S OWN ENTRIES
007180* OFF THE QUEUE.  ONCE THE EDIT HAS PICKED AN ENTRY UP THE CUTOFF
007190* HAS PASSED AND IT CAN NO LONGER BE DELETED HERE; IF ITS SET IS
007200* REJECTED THE EDIT RETURNS IT TO PENDING.
007210*-----------------------------------------------------------------
007220 8700-DELETE-PENDING.
007230     PERFORM 8100-GET-OPERATOR THRU 8100-EXIT.
007240     IF WS-INPUT-INVALID
007250         GO TO 8700-EXIT
007260     END-IF.
007270     DISPLAY 'REQUEST ID: ' WITH NO ADVANCING.
007280     ACCEPT WS-ENTRY-ID.
007290     OPEN I-O PENDING-QUEUE-FILE.
007300     IF WS-PENDQ-FILE-NOT-FOUND
007310         DISPLAY 'NO REQUESTS ARE PENDING'
007320         GO TO 8700-EXIT
007330     END-IF.
007340     IF WS-PENDQ-FILE-STATUS NOT = '00'
007350         DISPLAY 'PENDING REQUEST QUEUE UNAVAILABLE - FILE '
007360                 'STATUS ' WS-PENDQ-FILE-STATUS
007370         GO TO 8700-EXIT
007380     END-IF.
007390     MOVE WS-ENTRY-ID TO PQ-REQUEST-ID.
007400     READ PENDING-QUEUE-FILE
007410         INVALID KEY
007420             DISPLAY 'REQUEST ' WS-ENTRY-ID ' IS NOT ON THE '
007430                     'PENDING QUEUE'
007440             GO TO 8700-CLOSE
007450     END-READ.
007460     IF PQ-OPERATOR-ID NOT = WS-OPERATOR-ID
007470         DISPLAY 'REQUEST ' WS-ENTRY-ID ' WAS KEYED BY ANOTHER '
007480                 'OPERATOR - NOT DELETED'
007490         GO TO 8700-CLOSE
007500     END-IF.
007510     IF PQ-PICKED-UP
007520         DISPLAY 'REQUEST ' WS-ENTRY-ID ' IS ALREADY PICKED UP '
007530                 'BY THE EDIT - PAST THE CUTOFF'
007540         GO TO 8700-CLOSE
007550     END-IF.
007560     DELETE PENDING-QUEUE-FILE RECORD
007570         INVALID KEY
007580             DISPLAY 'REQUEST ' WS-ENTRY-ID ' COULD NOT BE '
007590                     'DELETED - FILE STATUS ' WS-PENDQ-FILE-STATUS
007600         NOT INVALID KEY
007610             DISPLAY 'REQUEST ' WS-ENTRY-ID ' DELETED FROM THE '
007620                     'PENDING QUEUE'
007630     END-DELETE.
007640 8700-CLOSE.
007650     CLOSE PENDING-QUEUE-FILE.
007660 8700-EXIT.
007670     EXIT.
