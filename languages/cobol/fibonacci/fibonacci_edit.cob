000246*                    MARKS IT CONSUMED WHEN ITS CHECKPOINT
000247*                    CLEARS, SO AN UNEDITED OR RE-USED REQUEST
000248*                    FILE CAN NO LONGER REACH POSTING.
000249*   10/15/2026 DKO  EVERY SET IS NOW CHECKED AGAINST THE
000250*                    SUBMITTER REGISTRY (FIBSUBM).  A SET FROM
000251*                    AN UNREGISTERED OR SUSPENDED DESK, OR ONE
000252*                    THAT WOULD TAKE THE DESK PAST ITS DAILY
000253*                    DETAIL QUOTA, IS REJECTED WHOLE; A DETAIL
000254*                    ASKING FOR A SEQUENCE TYPE THE DESK IS NOT
000255*                    SET UP FOR IS REJECTED ALONE.  A SET'S
000256*                    DETAILS ARE STAGED ON A WORK FILE (FIBEDWK)
000257*                    UNTIL ITS TRAILER, SO A REJECTED SET NEVER
000258*                    REACHES THE CLEAN FILE.  THE DESK'S USAGE
000259*                    IS POSTED BACK TO THE REGISTRY ONLY WHEN
000260*                    THE CLEAN FILE IS CERTIFIED.
000261*   10/15/2026 DKO  TRANSMISSION SETS THE BATCH DRIVER HELD ON
000262*                    FIBHOLD ARE RELEASED THROUGH THIS EDIT: ONCE
000263*                    THE DESK RESENDS OR OPERATIONS CORRECTS A
000264*                    HELD SET, IT IS PLACED ON THE RELEASE FILE
000265*                    (FIBRLSE), WHICH IS READ AFTER THE INBOUND
000266*                    FILE AS MORE SETS UNDER THE SAME EDIT.  THE
000267*                    RELEASE FILE IS EMPTIED ONCE ITS SETS ARE ON
000268*                    A CERTIFIED CLEAN FILE.
000269*   10/15/2026 DKO  A CANCEL DETAIL ('X' IN POSITION 11) NEEDS
000270*                    NO SEQUENCE-TYPE AUTHORITY - IT ONLY REVERSES
000271*                    THE DESK'S OWN EARLIER POSTING, WHICH THE
000272*                    BATCH DRIVER PROVES AGAINST THE RESULTS
000273*                    MASTER.
000274*   10/15/2026 DKO  THE CONTROL RECORD NOW CARRIES THE BUSINESS
000275*                    DATE FROM THE OPERATIONS BUSINESS-DATE FILE
000276*                    (FIBBDATE), NOT THE MACHINE DATE, SO A CYCLE
000277*                    RUN PAST MIDNIGHT OR ON A NON-PROCESSING DAY
000278*                    IS STILL CERTIFIED FOR THE RIGHT DAY.  THE
000279*                    LISTING KEEPS THE REAL RUN DATE AND SHOWS THE
000280*                    BUSINESS DATE BESIDE IT.
000281*   10/15/2026 DKO  REQUESTS KEYED ONLINE THROUGH
000282*                    FIBONACCI-INQUIRY WAIT ON THE PENDING-REQUEST
000283*                    QUEUE (FIBPENDQ).  AFTER THE INBOUND AND
000284*                    RELEASE FILES THE QUEUE IS READ AS ONE MORE
000285*                    TRANSMISSION SET UNDER THE ONLINE-ENTRY
000286*                    SUBMITTER, WITH A HEADER FOR THE BUSINESS
000287*                    DATE AND A TRAILER COUNTING THE ENTRIES
000288*                    PICKED UP, SO IT IS EDITED AND CERTIFIED LIKE
000289*                    ANY OTHER.  EACH ENTRY READ IS MARKED PICKED
000290*                    UP, WHICH IS THE OPERATORS' CUTOFF.  ONCE THE
000291*                    FILE IS CERTIFIED THE PICKED-UP ENTRIES ARE
000292*                    DELETED; IF THE SET WAS REJECTED THEY RETURN
000293*                    TO PENDING.
000294*   10/15/2026 DKO  A SET OUT OF BALANCE OR WITHOUT ITS TRAILER
000295*                    NO LONGER ABENDS THE EDIT.  IT IS CERTIFIED
000296*                    AS IT STANDS FOR THE BATCH DRIVER TO HOLD ON
000297*                    FIBHOLD, AND THE OTHER SETS CARRY ON (RETURN
000298*                    CODE 4).  A SET RELEASED FROM FIBHOLD IS NOT
000299*                    CHARGED TO THE DESK'S QUOTA A SECOND TIME.
000300*                    A REGISTRY USAGE OR QUEUE UPDATE THAT FAILS
000301*                    IS LISTED AND ENDS THE RUN WITH RETURN CODE
000302*                    8.
000303*****************************************************************
000304 IDENTIFICATION DIVISION.
000305 PROGRAM-ID. FIBONACCI-EDIT.
000306 AUTHOR. D. OKAFOR.
000307 INSTALLATION. APPLICATION DEVELOPMENT.
000308 DATE-WRITTEN. 08/22/2026.
000309 DATE-COMPILED.

000310 ENVIRONMENT DIVISION.
000311 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000321     SELECT SUBMITTER-FILE ASSIGN TO 'FIBSUBM'
000322         ORGANIZATION IS INDEXED
000323         ACCESS MODE IS DYNAMIC
000324         RECORD KEY IS SR-SUBMITTER-ID
000325         FILE STATUS IS WS-SUBM-FILE-STATUS.
000326     SELECT SET-WORK-FILE ASSIGN TO 'FIBEDWK'
000327         ORGANIZATION IS LINE SEQUENTIAL
000328         FILE STATUS IS WS-WORK-FILE-STATUS.
000330     SELECT RAW-REQUEST-FILE ASSIGN TO 'FIBREQIN'
000340         ORGANIZATION IS LINE SEQUENTIAL.
000341     SELECT RELEASE-FILE ASSIGN TO 'FIBRLSE'
000342         ORGANIZATION IS LINE SEQUENTIAL
000344         FILE STATUS IS WS-RLSE-FILE-STATUS.
000345     SELECT BUSINESS-DATE-FILE ASSIGN TO 'FIBBDATE'
000347         ORGANIZATION IS LINE SEQUENTIAL
000348         FILE STATUS IS WS-BDATE-FILE-STATUS.
000350     SELECT CLEAN-REQUEST-FILE ASSIGN TO 'FIBREQ'
000360         ORGANIZATION IS LINE SEQUENTIAL.
000361     SELECT PENDING-QUEUE-FILE ASSIGN TO 'FIBPENDQ'
000363         ORGANIZATION IS INDEXED
000365         ACCESS MODE IS DYNAMIC
000366         RECORD KEY IS PQ-REQUEST-ID
000368         FILE STATUS IS WS-PENDQ-FILE-STATUS.
000370     SELECT EDIT-REPORT-FILE ASSIGN TO 'EDITRPT'
000380         ORGANIZATION IS LINE SEQUENTIAL.
000382     SELECT CONTROL-FILE ASSIGN TO 'FIBCTL'
000400 FILE SECTION.
000410 FD  RAW-REQUEST-FILE.
000420 COPY FIBONACCI-REQUEST.
000421 FD  SUBMITTER-FILE.
000422 COPY FIBONACCI-SUBMITTER.
000423 FD  SET-WORK-FILE.
000424 01  SET-WORK-RECORD                PIC X(53).
000425 FD  RELEASE-FILE.
000426 01  RELEASE-RECORD                 PIC X(53).
000427 FD  BUSINESS-DATE-FILE.
000428 COPY FIBONACCI-BUSDATE.
000430 FD  CLEAN-REQUEST-FILE.
000440 01  CLEAN-REQUEST-RECORD           PIC X(53).
000443 FD  PENDING-QUEUE-FILE.
000446 COPY FIBONACCI-PENDREQ.
000450 FD  EDIT-REPORT-FILE.
000460 COPY FIBONACCI-RPTLINE.
000462 FD  CONTROL-FILE.
000513 01  WS-SET-DETAILS-WRITTEN        PIC 9(07) COMP VALUE ZERO.
000514 01  WS-CURRENT-SUBMITTER          PIC X(08) VALUE SPACES.
000515 01  WS-PREV-REQUEST-ID            PIC X(10) VALUE LOW-VALUES.
000516 01  WS-SET-DEFECT-SW              PIC X(01) VALUE SPACE.
000517     88  WS-SET-SOUND                      VALUE SPACE.
000518     88  WS-SET-OUT-OF-BALANCE             VALUE 'O'.
000519     88  WS-SET-TRAILER-MISSING            VALUE 'T'.
000520 01  WS-REJECT-REASON              PIC X(20) VALUE SPACES.
000530 01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
000531*-----------------------------------------------------------------
000533* BUSINESS DATE THE CLEAN FILE IS CERTIFIED FOR, FROM FIBBDATE.
000535*-----------------------------------------------------------------
000536 01  WS-BDATE-FILE-STATUS          PIC X(02) VALUE SPACES.
000538 01  WS-BUSINESS-DATE              PIC 9(08) VALUE ZERO.
000540 01  WS-DETAILS-READ               PIC 9(07) COMP VALUE ZERO.
000550 01  WS-DETAILS-WRITTEN            PIC 9(07) COMP VALUE ZERO.
000551 01  WS-SETS-PASSED                PIC 9(05) COMP VALUE ZERO.
000553 01  WS-UPDATE-FAILURES            PIC 9(05) COMP VALUE ZERO.
000555 01  WS-SET-CHARGE-SW              PIC X(01) VALUE 'Y'.
000556     88  WS-SET-CHARGED                    VALUE 'Y'.
000558     88  WS-SET-NOT-CHARGED                VALUE 'N'.
000560 01  WS-DETAILS-REJECTED           PIC 9(07) COMP VALUE ZERO.
000561*-----------------------------------------------------------------
000562* RELEASED HELD SETS (FIBRLSE) ARE READ AFTER THE INBOUND FILE.
000563*-----------------------------------------------------------------
000564 01  WS-RLSE-FILE-STATUS           PIC X(02) VALUE SPACES.
000565     88  WS-RLSE-FILE-NOT-FOUND            VALUE '35'.
000566 01  WS-RLSE-SW                    PIC X(01) VALUE 'N'.
000567     88  WS-READING-RELEASE                VALUE 'Y'.
000568     88  WS-READING-INBOUND                VALUE 'N'.
000570 01  WS-TRAILER-COUNT              PIC 9(07) VALUE ZERO.
000580 01  WS-RPT-COUNT                  PIC Z(06)9.
000581*-----------------------------------------------------------------
000600     05  WS-CLT-RECORD-TYPE        PIC X(03) VALUE 'TRL'.
000610     05  WS-CLT-DETAIL-COUNT       PIC 9(07) VALUE ZERO.
000620     05  FILLER                    PIC X(09) VALUE SPACES.
000621*-----------------------------------------------------------------
000622* SUBMITTER REGISTRY CHECKS.  WS-SET-REJECT-SW IS SET AT THE
000623* HEADER FOR AN UNREGISTERED OR SUSPENDED DESK AND AT THE
000624* TRAILER FOR A SET OVER THE DESK'S DAILY QUOTA.  THE QUOTA
000625* TABLE HOLDS THE DETAILS CERTIFIED THIS RUN PER DESK AND
000626* BUSINESS DATE; IT IS POSTED TO THE REGISTRY AT TERMINATION.
000627*-----------------------------------------------------------------
000628 01  WS-SUBM-FILE-STATUS           PIC X(02) VALUE SPACES.
000629     88  WS-SUBM-FILE-NOT-FOUND            VALUE '35'.
000630 01  WS-WORK-FILE-STATUS           PIC X(02) VALUE SPACES.
000631 01  WS-SET-REJECT-SW              PIC X(01) VALUE 'N'.
000632     88  WS-SET-REJECTED                   VALUE 'Y'.
000633     88  WS-SET-ACCEPTED                   VALUE 'N'.
000634 01  WS-TYPE-SW                    PIC X(01) VALUE 'Y'.
000635     88  WS-TYPE-ALLOWED                   VALUE 'Y'.
000636     88  WS-TYPE-NOT-ALLOWED               VALUE 'N'.
000637 01  WS-WORK-EOF-SW                PIC X(01) VALUE 'N'.
000638     88  WS-END-OF-WORK                    VALUE 'Y'.
000639     88  WS-NOT-END-OF-WORK                VALUE 'N'.
000640 01  WS-SET-REJECT-REASON          PIC X(24) VALUE SPACES.
000641 01  WS-SET-HEADER-IMAGE           PIC X(19) VALUE SPACES.
000642 01  WS-SET-BUSINESS-DATE          PIC 9(08) VALUE ZERO.
000643 01  WS-DETAIL-SEQ-TYPE            PIC X(01) VALUE SPACE.
000644 01  WS-SETS-REJECTED              PIC 9(05) COMP VALUE ZERO.
000645 01  WS-QUOTA-USED                 PIC 9(07) COMP VALUE ZERO.
000646 01  WS-QT-ENTRY-COUNT             PIC 9(03) COMP VALUE ZERO.
000647 01  WS-QT-ENTRY-MAX               PIC 9(03) COMP VALUE 50.
000648 01  WS-QT-SUB                     PIC 9(03) COMP VALUE ZERO.
000649 01  WS-QT-FOUND-SUB               PIC 9(03) COMP VALUE ZERO.
000650 01  WS-QUOTA-TABLE.
000651     05  WS-QT-ENTRY OCCURS 50 TIMES.
000652         10  WS-QT-SUBMITTER-ID    PIC X(08).
000653         10  WS-QT-BUSINESS-DATE   PIC 9(08).
000654         10  WS-QT-CERTIFIED       PIC 9(07) COMP.
000655*-----------------------------------------------------------------
000656* REQUESTS KEYED ONLINE (FIBPENDQ) ARE READ LAST, AS ONE SET UNDER
000657* THE ONLINE-ENTRY SUBMITTER.  THE HEADER AND TRAILER ARE BUILT
000658* HERE; THE FIRST ENTRY IS HELD WHILE THE HEADER GOES THROUGH.
000659*-----------------------------------------------------------------
000660 01  WS-PENDQ-FILE-STATUS          PIC X(02) VALUE SPACES.
000661     88  WS-PENDQ-FILE-NOT-FOUND           VALUE '35'.
000662 01  WS-ONLINE-SUBMITTER           PIC X(08) VALUE 'ONLINE'.
000663 01  WS-QUEUE-SW                   PIC X(01) VALUE 'N'.
000664     88  WS-READING-QUEUE                  VALUE 'Y'.
000665     88  WS-NOT-READING-QUEUE              VALUE 'N'.
000666 01  WS-QUEUE-HELD-SW              PIC X(01) VALUE 'N'.
000667     88  WS-QUEUE-ENTRY-HELD               VALUE 'Y'.
000668     88  WS-QUEUE-ENTRY-NOT-HELD           VALUE 'N'.
000669 01  WS-QUEUE-EOF-SW               PIC X(01) VALUE 'N'.
000670     88  WS-END-OF-QUEUE                   VALUE 'Y'.
000671     88  WS-NOT-END-OF-QUEUE               VALUE 'N'.
000672 01  WS-QUEUE-TRAILER-SW           PIC X(01) VALUE 'N'.
000673     88  WS-QUEUE-TRAILER-SENT             VALUE 'Y'.
000674     88  WS-QUEUE-TRAILER-NOT-SENT         VALUE 'N'.
000675 01  WS-QUEUE-CERT-SW              PIC X(01) VALUE 'N'.
000676     88  WS-QUEUE-SET-CERTIFIED            VALUE 'Y'.
000677     88  WS-QUEUE-SET-NOT-CERTIFIED        VALUE 'N'.
000678 01  WS-QUEUE-PICKED-UP            PIC 9(07) COMP VALUE ZERO.
000679 01  WS-QUEUE-CLEARED              PIC 9(07) COMP VALUE ZERO.
000680 01  WS-QUEUE-RETURNED             PIC 9(07) COMP VALUE ZERO.
000681 01  WS-PICKUP-DATE                PIC 9(08) VALUE ZERO.
000682 01  WS-PICKUP-TIME                PIC 9(06) VALUE ZERO.
000683 01  WS-CLOCK-TIME                 PIC 9(08) VALUE ZERO.

000684 PROCEDURE DIVISION.

000685 0000-MAINLINE.
000686     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000687     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
000688         UNTIL WS-END-OF-RAW.
000689     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000690     STOP RUN.

000700*-----------------------------------------------------------------
000790     OPEN OUTPUT CLEAN-REQUEST-FILE.
000800     OPEN OUTPUT EDIT-REPORT-FILE.
000810     PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT.
000811     PERFORM 1650-READ-BUSINESS-DATE THRU 1650-EXIT.
000812     PERFORM 1600-READ-PRIOR-CONTROL THRU 1600-EXIT.
000816     PERFORM 1700-OPEN-REGISTRY THRU 1700-EXIT.
000820     PERFORM 1100-READ-RAW THRU 1100-EXIT.
000830     IF WS-END-OF-RAW
000840         DISPLAY 'FIBONACCI-EDIT ABEND - INBOUND FILE EMPTY - '
000915*-----------------------------------------------------------------
000916* 1100-READ-RAW - READ THE NEXT INBOUND RECORD.  PHYSICAL END OF
000917* FILE INSIDE AN OPEN TRANSMISSION SET MEANS THAT SET'S TRAILER
000918* NEVER ARRIVED; BETWEEN SETS READING GOES ON TO FIBRLSE/FIBPENDQ.
000919*-----------------------------------------------------------------
000920 1100-READ-RAW.
000921     IF WS-READING-QUEUE
000922         PERFORM 1180-READ-QUEUE THRU 1180-EXIT
000923         GO TO 1100-EXIT
000924     END-IF.
000925     IF WS-READING-RELEASE
000926         PERFORM 1150-READ-RELEASE THRU 1150-EXIT
000927         GO TO 1100-EXIT
000928     END-IF.
000930     READ RAW-REQUEST-FILE
000940         AT END
000950             SET WS-END-OF-RAW TO TRUE
000960                 PERFORM 1400-TRAILER-MISSING THRU 1400-EXIT
000965             END-IF
000970     END-READ.
000972     IF WS-END-OF-RAW
000974         PERFORM 1160-OPEN-RELEASE THRU 1160-EXIT
000976     END-IF.
000980 1100-EXIT.
000990     EXIT.

001160     EXIT.

001170*-----------------------------------------------------------------
001180* 1300-EDIT-ABEND - A STRUCTURALLY BAD TRANSMISSION (A MISSING
001190* HEADER, OR A RECORD OUTSIDE ANY SET) PRODUCES NO CLEAN FILE
001200* AT ALL - THE BATCH DRIVER MUST NOT RUN AGAINST IT.
001210*-----------------------------------------------------------------
001220 1300-EDIT-ABEND.
001230     CLOSE RAW-REQUEST-FILE.
001240     CLOSE CLEAN-REQUEST-FILE.
001250     CLOSE EDIT-REPORT-FILE.
001251     CLOSE SUBMITTER-FILE.
001253     CLOSE SET-WORK-FILE.
001255     CLOSE RELEASE-FILE.
001256     CLOSE BUSINESS-DATE-FILE.
001258     CLOSE PENDING-QUEUE-FILE.
001260     MOVE 16 TO RETURN-CODE.
001270     STOP RUN.
001280 1300-EXIT.
001290     EXIT.

001300*-----------------------------------------------------------------
001305* 1400-TRAILER-MISSING - END OF FILE OR THE NEXT HEADER ARRIVED
001310* BEFORE THE OPEN SET'S TRAILER, SO THAT SET WAS CUT SHORT.
001315* ONLY THAT SET IS AFFECTED: IT IS CLOSED WITHOUT A TRAILER AND,
001320* UNLESS IT IS REJECTED, PASSED THROUGH FOR THE BATCH DRIVER TO
001325* HOLD.
001330*-----------------------------------------------------------------
001340 1400-TRAILER-MISSING.
001348     DISPLAY 'FIBONACCI-EDIT SUBMITTER ' WS-CURRENT-SUBMITTER
001356             ' TRAILER RECORD MISSING - TRANSMISSION TRUNCATED'.
001364     SET WS-SET-TRAILER-MISSING TO TRUE.
001372     PERFORM 2500-PROCESS-TRAILER THRU 2500-EXIT.
001380 1400-EXIT.
001390     EXIT.

001440* TRAILER.  A REJECTED RECORD DOES NOT ADVANCE THE SEQUENCE
001450* COMPARAND, SO A RUN OF DUPLICATES REJECTS EVERY COPY AFTER THE
001455* FIRST.  A DETAIL OR TRAILER OUTSIDE AN OPEN SET IS A
001456* STRUCTURALLY BAD TRANSMISSION AND ABENDS.  A DETAIL THAT
001458* PASSES IS STAGED ON THE WORK FILE UNTIL ITS SET'S TRAILER.
001460*-----------------------------------------------------------------
001470 2000-PROCESS-RECORD.
001475     IF REQ-HEADER-RECORD
001510     END-IF.
001520     ADD 1 TO WS-DETAILS-READ.
001525     ADD 1 TO WS-SET-DETAILS-READ.
001526     IF WS-SET-REJECTED
001527         ADD 1 TO WS-DETAILS-REJECTED
001528         GO TO 2000-READ-NEXT
001529     END-IF.
001530     IF REQ-REQUEST-ID = WS-PREV-REQUEST-ID
001540         MOVE 'DUPLICATE REQUEST-ID' TO WS-REJECT-REASON
001550         PERFORM 2100-REJECT-DETAIL THRU 2100-EXIT
001580             MOVE 'OUT OF SEQUENCE' TO WS-REJECT-REASON
001590             PERFORM 2100-REJECT-DETAIL THRU 2100-EXIT
001600         ELSE
001605             PERFORM 2200-CHECK-SEQUENCE-TYPE THRU 2200-EXIT
001610             IF WS-TYPE-ALLOWED
001615                 WRITE SET-WORK-RECORD FROM REQUEST-RANGE-RECORD
001620                 ADD 1 TO WS-SET-DETAILS-WRITTEN
001625                 MOVE REQ-REQUEST-ID TO WS-PREV-REQUEST-ID
001630             ELSE
001632                 MOVE 'SEQ TYPE NOT ALLOWED' TO WS-REJECT-REASON
001634                 PERFORM 2100-REJECT-DETAIL THRU 2100-EXIT
001636             END-IF
001640         END-IF
001650     END-IF.
001655 2000-READ-NEXT.
001682*-----------------------------------------------------------------
001683* 2300-PROCESS-HEADER - OPEN A NEW TRANSMISSION SET: A HEADER
001684* ARRIVING WHILE A SET IS STILL OPEN MEANS THE PRIOR SET'S
001685* TRAILER NEVER CAME.  THE HEADER IS HELD UNTIL THE SET IS
001686* CERTIFIED, THE PER-SET COUNTS AND THE SEQUENCE COMPARAND
001687* RESTART, AND THE LISTING NOTES WHOSE SET THIS IS.
001688*-----------------------------------------------------------------
001689 2300-PROCESS-HEADER.
001690     IF WS-SET-OPEN
001696     MOVE ZERO TO WS-SET-DETAILS-READ.
001697     MOVE ZERO TO WS-SET-DETAILS-WRITTEN.
001698     MOVE LOW-VALUES TO WS-PREV-REQUEST-ID.
001699     PERFORM 2400-OPEN-SET THRU 2400-EXIT.
001700     MOVE SPACES TO REPORT-LINE.
001701     STRING 'SUBMITTER ' DELIMITED BY SIZE
001702             WS-CURRENT-SUBMITTER DELIMITED BY SIZE
001870* AGAINST THE SUBMITTER'S TRAILER COUNT, THEN WRITE A FRESH
001880* TRAILER CARRYING THE COUNT OF DETAILS ACTUALLY CERTIFIED FROM
001890* THE SET, SO THE BATCH DRIVER STILL BALANCES AFTER REJECTS.
001891* A SET THAT PASSED THE REGISTRY AT ITS HEADER IS FIRST CHECKED
001892* AGAINST THE DESK'S DAILY QUOTA, THEN CERTIFIED ONTO THE CLEAN
001893* FILE OR REJECTED WHOLE.
001895* THE SET CLOSES; THE NEXT RECORD MUST BE A HEADER OR END OF
001896* FILE.  A SET OUT OF BALANCE, OR CUT SHORT WITHOUT A TRAILER, IS
001897* STILL CERTIFIED AS IT STANDS FOR THE BATCH DRIVER TO HOLD, SO
001898* ONE DESK'S BAD SET DOES NOT STOP THE NIGHT FOR THE OTHERS.
001900*-----------------------------------------------------------------
001910 2500-PROCESS-TRAILER.
001912     IF WS-SET-TRAILER-MISSING
001915         GO TO 2500-CLOSE-SET
001917     END-IF.
001920     MOVE REQT-DETAIL-COUNT TO WS-TRAILER-COUNT.
001930     IF WS-SET-DETAILS-READ NOT = WS-TRAILER-COUNT
001940         DISPLAY 'FIBONACCI-EDIT SUBMITTER '
001945                 WS-CURRENT-SUBMITTER ' SET OUT OF '
001950                 'BALANCE - TRAILER COUNT ' WS-TRAILER-COUNT
001960                 ' DETAILS READ ' WS-SET-DETAILS-READ
001970         SET WS-SET-OUT-OF-BALANCE TO TRUE
001980     END-IF.
001982 2500-CLOSE-SET.
001984     CLOSE SET-WORK-FILE.
001986     IF WS-SET-ACCEPTED AND WS-SET-CHARGED
001988         PERFORM 2600-CHECK-QUOTA THRU 2600-EXIT
001990     END-IF.
001992     IF WS-SET-REJECTED
001995         PERFORM 2700-REJECT-SET THRU 2700-EXIT
001997     ELSE
001999         PERFORM 2800-CERTIFY-SET THRU 2800-EXIT
002001         IF WS-READING-QUEUE
002003             SET WS-QUEUE-SET-CERTIFIED TO TRUE
002005         END-IF
002007     END-IF.
002010     SET WS-SET-CLOSED TO TRUE.
002012     IF WS-SET-ACCEPTED AND NOT WS-SET-SOUND
002015         PERFORM 2850-PASS-SET-FOR-HOLD THRU 2850-EXIT
002017     END-IF.
002020 2500-EXIT.
002030     EXIT.

002040*-----------------------------------------------------------------
002050* 8000-TERMINATE - PRINT THE EDIT TOTALS AND CLOSE THE FILES.
002053* THE RELEASE FILE IS EMPTIED AND THE PICKED-UP QUEUE ENTRIES
002056* ARE CLEARED ONLY HERE, ONCE THE CLEAN FILE IS CERTIFIED.
002060* A RUN THAT REJECTED ANYTHING ENDS WITH RETURN CODE 4 SO THE
002070* SCHEDULER CAN FLAG THE LISTING FOR REVIEW WITHOUT STOPPING
002076* THE BATCH DRIVER BEHIND IT.  A REGISTRY OR QUEUE UPDATE THAT
002083* FAILED ENDS IT WITH RETURN CODE 8.
002090*-----------------------------------------------------------------
002100 8000-TERMINATE.
002110     MOVE SPACES TO REPORT-LINE.
002310         INTO RPT-LINE-TEXT
002320     END-STRING.
002330     WRITE REPORT-LINE.
002331     MOVE WS-SETS-REJECTED TO WS-RPT-COUNT.
002332     MOVE SPACES TO REPORT-LINE.
002333     STRING '          SETS REJECTED ' DELIMITED BY SIZE
002334             WS-RPT-COUNT DELIMITED BY SIZE
002335         INTO RPT-LINE-TEXT
002336     END-STRING.
002337     WRITE REPORT-LINE.
002338     PERFORM 8400-POST-REGISTRY-USAGE THRU 8400-EXIT.
002339     PERFORM 8500-WRITE-CONTROL THRU 8500-EXIT.
002340     CLOSE RAW-REQUEST-FILE.
002341     IF WS-READING-RELEASE
002342         CLOSE RELEASE-FILE
002343         OPEN OUTPUT RELEASE-FILE
002344         CLOSE RELEASE-FILE
002345     END-IF.
002350     CLOSE CLEAN-REQUEST-FILE.
002351     IF WS-READING-QUEUE
002352         IF WS-QUEUE-PICKED-UP > ZERO
002353             PERFORM 8600-CLEAR-QUEUE THRU 8600-EXIT
002354         END-IF
002355         CLOSE PENDING-QUEUE-FILE
002356     END-IF.
002360     CLOSE EDIT-REPORT-FILE.
002365     CLOSE SUBMITTER-FILE.
002370     IF WS-DETAILS-REJECTED > ZERO
002373             OR WS-SETS-REJECTED > ZERO
002376             OR WS-SETS-PASSED > ZERO
002380         MOVE 4 TO RETURN-CODE
002390     END-IF.
002392     IF WS-UPDATE-FAILURES > ZERO
002395         MOVE 8 TO RETURN-CODE
002397     END-IF.
002400 8000-EXIT.
002410     EXIT.

002420*-----------------------------------------------------------------
002430* 8500-WRITE-CONTROL - CERTIFY THE CLEAN FILE: WRITE THE CONTROL
002440* RECORD THE BATCH DRIVER WILL VERIFY, CARRYING THE NEXT
002450* GENERATION NUMBER, THE BUSINESS DATE, AND THE COUNT OF DETAILS
002460* CERTIFIED, MARKED NOT CONSUMED.  ONLY REACHED ON A RUN THAT
002470* GOT THROUGH EVERY TRANSMISSION SET - AN ABENDED EDIT LEAVES
002480* THE PRIOR CONTROL RECORD IN PLACE.
002500 8500-WRITE-CONTROL.
002510     OPEN OUTPUT CONTROL-FILE.
002520     COMPUTE CTL-GENERATION = WS-PRIOR-GENERATION + 1.
002530     MOVE WS-BUSINESS-DATE TO CTL-BUSINESS-DATE.
002540     MOVE WS-DETAILS-WRITTEN TO CTL-DETAIL-COUNT.
002550     SET CTL-NOT-CONSUMED TO TRUE.
002560     WRITE CONTROL-RECORD.
002630     CLOSE CONTROL-FILE.
002640 8500-EXIT.
002650     EXIT.

002660*-----------------------------------------------------------------
002670* 1700-OPEN-REGISTRY - OPEN THE SUBMITTER REGISTRY FOR UPDATE -
002680* THE DESKS' USAGE IS POSTED BACK AT TERMINATION.  WITHOUT THE
002690* REGISTRY NO SET CAN BE AUTHORIZED, SO THE EDIT ABENDS RATHER
002700* THAN REJECT EVERY DESK.
002710*-----------------------------------------------------------------
002720 1700-OPEN-REGISTRY.
002730     OPEN I-O SUBMITTER-FILE.
002740     IF WS-SUBM-FILE-STATUS NOT = '00'
002750         DISPLAY 'FIBONACCI-EDIT ABEND - SUBMITTER REGISTRY '
002760                 'UNAVAILABLE - FILE STATUS ' WS-SUBM-FILE-STATUS
002770         PERFORM 1300-EDIT-ABEND THRU 1300-EXIT
002780     END-IF.
002790 1700-EXIT.
002800     EXIT.

002810*-----------------------------------------------------------------
002820* 2200-CHECK-SEQUENCE-TYPE - THE DESK MUST BE SET UP FOR WHAT THE
002830* DETAIL ASKS FOR.  THE VALUE-LOOKUP FLAG ALONE GOVERNS A VALUE
002840* REQUEST; THE FIBONACCI, LUCAS, AND CUSTOM FLAGS GOVERN INDEX
002850* AND RANGE REQUESTS.  A TYPE CODE THE DRIVER DOES NOT KNOW IS
002860* PASSED FOR THE DRIVER TO SUSPEND.
002870* A CANCEL DETAIL CARRIES NO SEQUENCE TYPE AND IS ALWAYS ALLOWED.
002880*-----------------------------------------------------------------
002890 2200-CHECK-SEQUENCE-TYPE.
002900     SET WS-TYPE-ALLOWED TO TRUE.
002910     IF REQC-CANCEL-REQUEST
002920         GO TO 2200-EXIT
002930     END-IF.
002940     IF REQV-VALUE-REQUEST
002950         IF NOT SR-VALUE-ALLOWED
002960             SET WS-TYPE-NOT-ALLOWED TO TRUE
002970         END-IF
002980         GO TO 2200-EXIT
002990     END-IF.
003000     MOVE REQR-SEQUENCE-TYPE TO WS-DETAIL-SEQ-TYPE.
003010     EVALUATE WS-DETAIL-SEQ-TYPE
003020         WHEN SPACE
003030             IF NOT SR-FIBONACCI-ALLOWED
003040                 SET WS-TYPE-NOT-ALLOWED TO TRUE
003050             END-IF
003060         WHEN 'L'
003070             IF NOT SR-LUCAS-ALLOWED
003080                 SET WS-TYPE-NOT-ALLOWED TO TRUE
003090             END-IF
003100         WHEN 'C'
003110             IF NOT SR-CUSTOM-ALLOWED
003120                 SET WS-TYPE-NOT-ALLOWED TO TRUE
003130             END-IF
003140         WHEN OTHER
003150             CONTINUE
003160     END-EVALUATE.
003170 2200-EXIT.
003180     EXIT.

003190*-----------------------------------------------------------------
003200* 2400-OPEN-SET - HOLD THE HEADER, OPEN THE WORK FILE THAT
003210* STAGES THE SET'S DETAILS, AND CHECK THE DESK: IT MUST BE ON
003220* THE REGISTRY AND ACTIVE, OR THE WHOLE SET IS REJECTED.  THE
003230* REGISTRY RECORD STAYS IN THE RECORD AREA FOR THE SET'S TYPE
003240* AND QUOTA CHECKS.
003250*-----------------------------------------------------------------
003260 2400-OPEN-SET.
003270     MOVE REQUEST-CONTROL-RECORD TO WS-SET-HEADER-IMAGE.
003280     MOVE REQH-BUSINESS-DATE TO WS-SET-BUSINESS-DATE.
003290     OPEN OUTPUT SET-WORK-FILE.
003300     SET WS-SET-ACCEPTED TO TRUE.
003310     MOVE SPACES TO WS-SET-REJECT-REASON.
003320     SET WS-SET-SOUND TO TRUE.
003330     SET WS-SET-CHARGED TO TRUE.
003340     IF WS-READING-RELEASE AND WS-NOT-READING-QUEUE
003350         SET WS-SET-NOT-CHARGED TO TRUE
003360     END-IF.
003370     MOVE WS-CURRENT-SUBMITTER TO SR-SUBMITTER-ID.
003380     READ SUBMITTER-FILE
003390         INVALID KEY
003400             MOVE 'SUBMITTER NOT REGISTERED'
003410                 TO WS-SET-REJECT-REASON
003420             SET WS-SET-REJECTED TO TRUE
003430             GO TO 2400-EXIT
003440     END-READ.
003450     IF NOT SR-STATUS-ACTIVE
003460         MOVE 'SUBMITTER SUSPENDED' TO WS-SET-REJECT-REASON
003470         SET WS-SET-REJECTED TO TRUE
003480     END-IF.
003490 2400-EXIT.
003500     EXIT.

003510*-----------------------------------------------------------------
003520* 2600-CHECK-QUOTA - A DESK WITH A DAILY QUOTA MAY NOT HAVE MORE
003530* DETAILS CERTIFIED FOR ONE BUSINESS DATE THAN THE QUOTA ALLOWS.
003540* WHAT IS ALREADY USED IS THE REGISTRY'S USAGE FOR THE SET'S
003550* BUSINESS DATE (EARLIER EDIT RUNS) PLUS WHAT THIS RUN HAS
003560* CERTIFIED FOR THE DESK AND DATE SO FAR.  A SET THAT WOULD GO
003570* OVER IS REJECTED WHOLE - PART OF A SET IS NEVER CERTIFIED.
003580* A SET RELEASED FROM FIBHOLD WAS CHARGED WHEN IT WAS FIRST
003590* CERTIFIED, SO IT IS NEITHER CHECKED NOR CHARGED AGAIN.
003600*-----------------------------------------------------------------
003610 2600-CHECK-QUOTA.
003620     IF SR-DAILY-MAX-DETAILS = ZERO
003630         GO TO 2600-EXIT
003640     END-IF.
003650     MOVE ZERO TO WS-QUOTA-USED.
003660     IF SR-USAGE-DATE = WS-SET-BUSINESS-DATE
003670         MOVE SR-USAGE-COUNT TO WS-QUOTA-USED
003680     END-IF.
003690     PERFORM 2650-FIND-QUOTA-ENTRY THRU 2650-EXIT.
003700     IF WS-QT-FOUND-SUB > ZERO
003710         ADD WS-QT-CERTIFIED(WS-QT-FOUND-SUB) TO WS-QUOTA-USED
003720     END-IF.
003730     IF WS-QUOTA-USED + WS-SET-DETAILS-WRITTEN
003740             > SR-DAILY-MAX-DETAILS
003750         MOVE 'DAILY QUOTA EXCEEDED' TO WS-SET-REJECT-REASON
003760         SET WS-SET-REJECTED TO TRUE
003770     END-IF.
003780 2600-EXIT.
003790     EXIT.

003800*-----------------------------------------------------------------
003810* 2650-FIND-QUOTA-ENTRY - LOCATE THIS RUN'S QUOTA ENTRY FOR THE
003820* SET'S DESK AND BUSINESS DATE; ZERO WHEN THERE IS NONE YET.
003830*-----------------------------------------------------------------
003840 2650-FIND-QUOTA-ENTRY.
003850     MOVE ZERO TO WS-QT-FOUND-SUB.
003860     PERFORM 2660-MATCH-QUOTA-ENTRY THRU 2660-EXIT
003870         VARYING WS-QT-SUB FROM 1 BY 1
003880         UNTIL WS-QT-SUB > WS-QT-ENTRY-COUNT
003890         OR WS-QT-FOUND-SUB > ZERO.
003900 2650-EXIT.
003910     EXIT.

003920 2660-MATCH-QUOTA-ENTRY.
003930     IF WS-QT-SUBMITTER-ID(WS-QT-SUB) = WS-CURRENT-SUBMITTER
003940         AND WS-QT-BUSINESS-DATE(WS-QT-SUB) = WS-SET-BUSINESS-DATE
003950         MOVE WS-QT-SUB TO WS-QT-FOUND-SUB
003960     END-IF.
003970 2660-EXIT.
003980     EXIT.

003990*-----------------------------------------------------------------
004000* 2700-REJECT-SET - THE WHOLE SET STAYS OFF THE CLEAN FILE.  THE
004010* DETAILS THAT HAD BEEN STAGED BECOME REJECTS (ANY REJECTED ONE
004020* BY ONE ARE ALREADY COUNTED) AND THE LISTING SAYS WHY.
004030*-----------------------------------------------------------------
004040 2700-REJECT-SET.
004050     ADD 1 TO WS-SETS-REJECTED.
004060     ADD WS-SET-DETAILS-WRITTEN TO WS-DETAILS-REJECTED.
004070     MOVE WS-SET-DETAILS-READ TO WS-RPT-COUNT.
004080     MOVE SPACES TO REPORT-LINE.
004090     STRING '  SET REJECTED ' DELIMITED BY SIZE
004100             WS-CURRENT-SUBMITTER DELIMITED BY SIZE
004110             '  ' DELIMITED BY SIZE
004120             WS-SET-REJECT-REASON DELIMITED BY SIZE
004130             '  DETAILS ' DELIMITED BY SIZE
004140             WS-RPT-COUNT DELIMITED BY SIZE
004150         INTO RPT-LINE-TEXT
004160     END-STRING.
004170     WRITE REPORT-LINE.
004180 2700-EXIT.
004190     EXIT.

004200*-----------------------------------------------------------------
004210* 2800-CERTIFY-SET - COPY THE HELD HEADER AND THE STAGED DETAILS
004220* TO THE CLEAN FILE UNDER A FRESH TRAILER, AND CHARGE THE
004230* DETAILS TO THE DESK'S QUOTA ENTRY FOR THE BUSINESS DATE.
004240* A RELEASED SET IS NOT CHARGED AGAIN.  A SET OUT OF BALANCE
004250* CARRIES THE DESK'S OWN TRAILER COUNT LESS THE DETAILS REJECTED
004260* ONE BY ONE, SO THE BATCH DRIVER SEES THE SAME SHORTFALL AND
004270* HOLDS IT; A SET CUT SHORT IS WRITTEN WITHOUT A TRAILER.
004280*-----------------------------------------------------------------
004290 2800-CERTIFY-SET.
004300     IF WS-SET-NOT-CHARGED
004310         GO TO 2800-WRITE-SET
004320     END-IF.
004330     PERFORM 2650-FIND-QUOTA-ENTRY THRU 2650-EXIT.
004340     IF WS-QT-FOUND-SUB = ZERO
004350         IF WS-QT-ENTRY-COUNT NOT < WS-QT-ENTRY-MAX
004360             DISPLAY 'FIBONACCI-EDIT ABEND - QUOTA TABLE FULL - '
004370                     'TOO MANY DESK/DATE PAIRS IN ONE FILE'
004380             PERFORM 1300-EDIT-ABEND THRU 1300-EXIT
004390         END-IF
004400         ADD 1 TO WS-QT-ENTRY-COUNT
004410         MOVE WS-QT-ENTRY-COUNT TO WS-QT-FOUND-SUB
004420         MOVE WS-CURRENT-SUBMITTER
004430             TO WS-QT-SUBMITTER-ID(WS-QT-FOUND-SUB)
004440         MOVE WS-SET-BUSINESS-DATE
004450             TO WS-QT-BUSINESS-DATE(WS-QT-FOUND-SUB)
004460         MOVE ZERO TO WS-QT-CERTIFIED(WS-QT-FOUND-SUB)
004470     END-IF.
004480     ADD WS-SET-DETAILS-WRITTEN
004490         TO WS-QT-CERTIFIED(WS-QT-FOUND-SUB).
004500 2800-WRITE-SET.
004510     WRITE CLEAN-REQUEST-RECORD FROM WS-SET-HEADER-IMAGE.
004520     OPEN INPUT SET-WORK-FILE.
004530     SET WS-NOT-END-OF-WORK TO TRUE.
004540     PERFORM 2810-COPY-STAGED-DETAIL THRU 2810-EXIT
004550         UNTIL WS-END-OF-WORK.
004560     CLOSE SET-WORK-FILE.
004570     ADD WS-SET-DETAILS-WRITTEN TO WS-DETAILS-WRITTEN.
004580     IF WS-SET-TRAILER-MISSING
004590         GO TO 2800-EXIT
004600     END-IF.
004610     MOVE WS-SET-DETAILS-WRITTEN TO WS-CLT-DETAIL-COUNT.
004620     IF WS-SET-OUT-OF-BALANCE
004630         MOVE ZERO TO WS-CLT-DETAIL-COUNT
004640         IF WS-TRAILER-COUNT + WS-SET-DETAILS-WRITTEN
004650                 > WS-SET-DETAILS-READ
004660             COMPUTE WS-CLT-DETAIL-COUNT = WS-TRAILER-COUNT
004670                 + WS-SET-DETAILS-WRITTEN - WS-SET-DETAILS-READ
004680         END-IF
004690     END-IF.
004700     WRITE CLEAN-REQUEST-RECORD FROM WS-CLEAN-TRAILER.
004710 2800-EXIT.
004720     EXIT.

004730 2810-COPY-STAGED-DETAIL.
004740     READ SET-WORK-FILE
004750         AT END
004760             SET WS-END-OF-WORK TO TRUE
004770             GO TO 2810-EXIT
004780     END-READ.
004790     WRITE CLEAN-REQUEST-RECORD FROM SET-WORK-RECORD.
004800 2810-EXIT.
004810     EXIT.

004820*-----------------------------------------------------------------
004830* 8400-POST-REGISTRY-USAGE - CHARGE EACH DESK'S CERTIFIED
004840* DETAILS TO ITS REGISTRY USAGE.  USAGE FOR A LATER BUSINESS
004850* DATE REPLACES THE OLD DATE'S; USAGE FOR AN EARLIER ONE IS NOT
004860* KEPT.  DONE ONLY ON A RUN THAT CERTIFIES ITS FILE, SO AN
004870* ABENDED AND RERUN EDIT DOES NOT CHARGE A DESK TWICE.  A DESK
004880* WHOSE USAGE CANNOT BE POSTED IS LISTED AND THE RUN ENDS WITH
004890* RETURN CODE 8, SO ITS QUOTA CAN BE PUT RIGHT BEFORE ITS NEXT
004900* SET.
004910*-----------------------------------------------------------------
004920 8400-POST-REGISTRY-USAGE.
004930     PERFORM 8410-POST-ONE-DESK THRU 8410-EXIT
004940         VARYING WS-QT-SUB FROM 1 BY 1
004950         UNTIL WS-QT-SUB > WS-QT-ENTRY-COUNT.
004960 8400-EXIT.
004970     EXIT.

004980 8410-POST-ONE-DESK.
004990     MOVE WS-QT-SUBMITTER-ID(WS-QT-SUB) TO SR-SUBMITTER-ID.
005000     READ SUBMITTER-FILE
005010         INVALID KEY
005020             PERFORM 8420-USAGE-NOT-POSTED THRU 8420-EXIT
005030             GO TO 8410-EXIT
005040     END-READ.
005050     IF SR-USAGE-DATE = WS-QT-BUSINESS-DATE(WS-QT-SUB)
005060         ADD WS-QT-CERTIFIED(WS-QT-SUB) TO SR-USAGE-COUNT
005070     ELSE
005080         IF SR-USAGE-DATE < WS-QT-BUSINESS-DATE(WS-QT-SUB)
005090             MOVE WS-QT-BUSINESS-DATE(WS-QT-SUB) TO SR-USAGE-DATE
005100             MOVE WS-QT-CERTIFIED(WS-QT-SUB) TO SR-USAGE-COUNT
005110         END-IF
005120     END-IF.
005130     REWRITE SUBMITTER-RECORD
005140         INVALID KEY
005150             PERFORM 8420-USAGE-NOT-POSTED THRU 8420-EXIT
005160     END-REWRITE.
005170 8410-EXIT.
005180     EXIT.

005190*-----------------------------------------------------------------
005200* 1150-READ-RELEASE - READ THE NEXT RELEASED RECORD INTO THE
005210* INBOUND RECORD AREA, SO EVERY RELEASED SET GOES THROUGH EXACTLY
005220* THE EDIT AN INBOUND SET DOES.  AT ITS END THE ONLINE QUEUE IS
005230* OPENED.
005240*-----------------------------------------------------------------
005250 1150-READ-RELEASE.
005260     READ RELEASE-FILE INTO REQUEST-RANGE-RECORD
005270         AT END
005280             SET WS-END-OF-RAW TO TRUE
005290             IF WS-SET-OPEN
005300                 PERFORM 1400-TRAILER-MISSING THRU 1400-EXIT
005310             END-IF
005320     END-READ.
005330     IF WS-END-OF-RAW
005340         PERFORM 1170-OPEN-QUEUE THRU 1170-EXIT
005350     END-IF.
005360 1150-EXIT.
005370     EXIT.

005380*-----------------------------------------------------------------
005390* 1160-OPEN-RELEASE - THE INBOUND FILE IS EXHAUSTED.  A HELD SET
005400* THE DESK HAS RESENT OR OPERATIONS HAS CORRECTED IS RELEASED BY
005410* PLACING IT ON THE RELEASE FILE, AND IS EDITED HERE BEHIND THE
005420* INBOUND SETS.  NO RELEASE FILE, OR AN EMPTY ONE, IS THE NORMAL
005430* CASE, AND READING GOES STRAIGHT ON TO THE ONLINE QUEUE.
005440*-----------------------------------------------------------------
005450 1160-OPEN-RELEASE.
005460     OPEN INPUT RELEASE-FILE.
005470     IF WS-RLSE-FILE-NOT-FOUND
005480         PERFORM 1170-OPEN-QUEUE THRU 1170-EXIT
005490         GO TO 1160-EXIT
005500     END-IF.
005510     SET WS-READING-RELEASE TO TRUE.
005520     SET WS-NOT-END-OF-RAW TO TRUE.
005530     PERFORM 1150-READ-RELEASE THRU 1150-EXIT.
005540     IF WS-NOT-END-OF-RAW AND WS-NOT-READING-QUEUE
005550         MOVE SPACES TO REPORT-LINE
005560         WRITE REPORT-LINE
005570         MOVE 'RELEASED HELD TRANSMISSION SETS' TO RPT-LINE-TEXT
005580         WRITE REPORT-LINE
005590     END-IF.
005600 1160-EXIT.
005610     EXIT.

005620*-----------------------------------------------------------------
005630* 1650-READ-BUSINESS-DATE - THE CURRENT BUSINESS DATE IS KEPT BY
005640* OPERATIONS ON FIBBDATE AND ADVANCED BY FIBONACCI-DATEROLL ONCE
005650* THE NIGHT'S GENERATION IS CONSUMED.  WITHOUT A VALID ONE THERE
005660* IS NO DATE TO CERTIFY FOR, SO NOTHING IS EDITED.
005670*-----------------------------------------------------------------
005680 1650-READ-BUSINESS-DATE.
005690     OPEN INPUT BUSINESS-DATE-FILE.
005700     IF WS-BDATE-FILE-STATUS NOT = '00'
005710         DISPLAY 'FIBONACCI-EDIT ABEND - BUSINESS DATE FILE '
005720                 'UNAVAILABLE - FILE STATUS ' WS-BDATE-FILE-STATUS
005730         PERFORM 1300-EDIT-ABEND THRU 1300-EXIT
005740     END-IF.
005750     READ BUSINESS-DATE-FILE
005760         AT END
005770             MOVE SPACES TO BUSINESS-DATE-RECORD
005780     END-READ.
005790     IF NOT BD-CURRENT-RECORD
005800         OR BDC-CURRENT-DATE NOT NUMERIC
005810         DISPLAY 'FIBONACCI-EDIT ABEND - BUSINESS DATE FILE HAS '
005820                 'NO VALID CURRENT RECORD'
005830         PERFORM 1300-EDIT-ABEND THRU 1300-EXIT
005840     END-IF.
005850     MOVE BDC-CURRENT-DATE TO WS-BUSINESS-DATE.
005860     CLOSE BUSINESS-DATE-FILE.
005870     MOVE SPACES TO REPORT-LINE.
005880     STRING 'BUSINESS DATE ' DELIMITED BY SIZE
005890             WS-BUSINESS-DATE DELIMITED BY SIZE
005900         INTO RPT-LINE-TEXT
005910     END-STRING.
005920     WRITE REPORT-LINE.
005930     MOVE SPACES TO REPORT-LINE.
005940     WRITE REPORT-LINE.
005950 1650-EXIT.
005960     EXIT.

005970*-----------------------------------------------------------------
005980* 1170-OPEN-QUEUE - THE INBOUND AND RELEASE FILES ARE EXHAUSTED.
005990* REQUESTS OPERATORS HAVE KEYED ONLINE WAIT ON THE PENDING-REQUEST
006000* QUEUE IN REQUEST-ID ORDER AND ARE EDITED HERE AS ONE SET UNDER
006010* THE ONLINE-ENTRY SUBMITTER, DATED FOR THE CURRENT BUSINESS DATE.
006020* NO QUEUE, OR AN EMPTY ONE, IS THE NORMAL CASE AND ADDS NO SET.
006030* ENTRIES LEFT PICKED UP BY AN EDIT THAT ABENDED ARE PICKED UP
006040* AGAIN - NOTHING ON THE QUEUE HAS YET REACHED A CERTIFIED FILE.
006050*-----------------------------------------------------------------
006060 1170-OPEN-QUEUE.
006070     OPEN I-O PENDING-QUEUE-FILE.
006080     IF WS-PENDQ-FILE-NOT-FOUND
006090         GO TO 1170-EXIT
006100     END-IF.
006110     IF WS-PENDQ-FILE-STATUS NOT = '00'
006120         DISPLAY 'FIBONACCI-EDIT ABEND - PENDING REQUEST QUEUE '
006130                 'UNAVAILABLE - FILE STATUS ' WS-PENDQ-FILE-STATUS
006140         PERFORM 1300-EDIT-ABEND THRU 1300-EXIT
006150     END-IF.
006160     SET WS-READING-QUEUE TO TRUE.
006170     ACCEPT WS-PICKUP-DATE FROM DATE YYYYMMDD.
006180     ACCEPT WS-CLOCK-TIME FROM TIME.
006190     DIVIDE WS-CLOCK-TIME BY 100 GIVING WS-PICKUP-TIME.
006200     MOVE ZERO TO WS-QUEUE-PICKED-UP.
006210     SET WS-NOT-END-OF-QUEUE TO TRUE.
006220     PERFORM 1190-PICK-UP-ENTRY THRU 1190-EXIT.
006230     IF WS-END-OF-QUEUE
006240         SET WS-QUEUE-TRAILER-SENT TO TRUE
006250         GO TO 1170-EXIT
006260     END-IF.
006270     SET WS-QUEUE-ENTRY-HELD TO TRUE.
006280     SET WS-QUEUE-TRAILER-NOT-SENT TO TRUE.
006290     SET WS-NOT-END-OF-RAW TO TRUE.
006300     MOVE SPACES TO REPORT-LINE.
006310     WRITE REPORT-LINE.
006320     MOVE 'ONLINE-ENTRY REQUESTS' TO RPT-LINE-TEXT.
006330     WRITE REPORT-LINE.
006340     MOVE SPACES TO REQUEST-CONTROL-RECORD.
006350     MOVE 'HDR' TO REQ-CONTROL-TYPE.
006360     MOVE WS-ONLINE-SUBMITTER TO REQH-SUBMITTER-ID.
006370     MOVE WS-BUSINESS-DATE TO REQH-BUSINESS-DATE.
006380 1170-EXIT.
006390     EXIT.

006400*-----------------------------------------------------------------
006410* 1180-READ-QUEUE - RETURN THE NEXT RECORD OF THE ONLINE-ENTRY SET
006420* IN THE INBOUND RECORD AREA: THE ENTRY HELD BEHIND THE HEADER,
006430* THEN EACH FURTHER ENTRY'S DETAIL IMAGE, THEN A TRAILER COUNTING
006440* THE ENTRIES PICKED UP, THEN END OF FILE.
006450*-----------------------------------------------------------------
006460 1180-READ-QUEUE.
006470     IF WS-QUEUE-TRAILER-SENT
006480         SET WS-END-OF-RAW TO TRUE
006490         GO TO 1180-EXIT
006500     END-IF.
006510     IF WS-QUEUE-ENTRY-HELD
006520         SET WS-QUEUE-ENTRY-NOT-HELD TO TRUE
006530         MOVE PQ-DETAIL-IMAGE TO REQUEST-RANGE-RECORD
006540         GO TO 1180-EXIT
006550     END-IF.
006560     PERFORM 1190-PICK-UP-ENTRY THRU 1190-EXIT.
006570     IF WS-NOT-END-OF-QUEUE
006580         MOVE PQ-DETAIL-IMAGE TO REQUEST-RANGE-RECORD
006590         GO TO 1180-EXIT
006600     END-IF.
006610     SET WS-QUEUE-TRAILER-SENT TO TRUE.
006620     MOVE SPACES TO REQUEST-CONTROL-RECORD.
006630     MOVE 'TRL' TO REQ-CONTROL-TYPE.
006640     MOVE WS-QUEUE-PICKED-UP TO REQT-DETAIL-COUNT.
006650 1180-EXIT.
006660     EXIT.

006670*-----------------------------------------------------------------
006680* 1190-PICK-UP-ENTRY - READ THE NEXT QUEUE ENTRY AND MARK IT
006690* PICKED UP WITH THIS RUN'S DATE AND TIME.  FROM HERE THE
006700* OPERATOR CAN NO LONGER DELETE IT.
006710*-----------------------------------------------------------------
006720 1190-PICK-UP-ENTRY.
006730     READ PENDING-QUEUE-FILE NEXT RECORD
006740         AT END
006750             SET WS-END-OF-QUEUE TO TRUE
006760             GO TO 1190-EXIT
006770     END-READ.
006780     SET PQ-PICKED-UP TO TRUE.
006790     MOVE WS-PICKUP-DATE TO PQ-PICKUP-DATE.
006800     MOVE WS-PICKUP-TIME TO PQ-PICKUP-TIME.
006810     REWRITE PENDING-REQUEST-RECORD
006820         INVALID KEY
006830             DISPLAY 'FIBONACCI-EDIT ABEND - PENDING REQUEST '
006840                     PQ-REQUEST-ID ' NOT MARKED PICKED UP'
006850             PERFORM 1300-EDIT-ABEND THRU 1300-EXIT
006860     END-REWRITE.
006870     ADD 1 TO WS-QUEUE-PICKED-UP.
006880 1190-EXIT.
006890     EXIT.

006900*-----------------------------------------------------------------
006910* 8600-CLEAR-QUEUE - THE CLEAN FILE IS CERTIFIED.  IF THE ONLINE-
006920* ENTRY SET WAS ON IT, EVERY ENTRY PICKED UP THIS RUN IS DELETED
006930* FROM THE QUEUE; IF THE SET WAS REJECTED, THOSE ENTRIES RETURN
006940* TO PENDING SO THE OPERATORS CAN SEE AND CORRECT THEM.  AN ENTRY
006950* KEYED AFTER THE PICKUP IS STILL PENDING AND IS LEFT FOR THE
006960* NEXT RUN.  AN ENTRY THAT CANNOT BE DELETED OR RETURNED IS
006970* LISTED AND THE RUN ENDS WITH RETURN CODE 8 - IT IS STILL MARKED
006980* PICKED UP, AND THE NEXT EDIT WOULD CERTIFY IT AGAIN, SO
006990* OPERATIONS MUST CLEAR IT BY HAND FIRST.
007000*-----------------------------------------------------------------
007010 8600-CLEAR-QUEUE.
007020     MOVE ZERO TO WS-QUEUE-CLEARED.
007030     MOVE ZERO TO WS-QUEUE-RETURNED.
007040     MOVE LOW-VALUES TO PQ-REQUEST-ID.
007050     SET WS-NOT-END-OF-QUEUE TO TRUE.
007060     START PENDING-QUEUE-FILE
007070         KEY NOT < PQ-REQUEST-ID
007080         INVALID KEY
007090             SET WS-END-OF-QUEUE TO TRUE
007100     END-START.
007110     PERFORM 8610-CLEAR-ONE-ENTRY THRU 8610-EXIT
007120         UNTIL WS-END-OF-QUEUE.
007130     IF WS-QUEUE-SET-CERTIFIED
007140         MOVE WS-QUEUE-CLEARED TO WS-RPT-COUNT
007150         MOVE SPACES TO REPORT-LINE
007160         STRING 'ONLINE-ENTRY REQUESTS CLEARED FROM QUEUE '
007170                 DELIMITED BY SIZE
007180                 WS-RPT-COUNT DELIMITED BY SIZE
007190             INTO RPT-LINE-TEXT
007200         END-STRING
007210     ELSE
007220         MOVE WS-QUEUE-RETURNED TO WS-RPT-COUNT
007230         MOVE SPACES TO REPORT-LINE
007240         STRING 'ONLINE-ENTRY REQUESTS RETURNED TO PENDING '
007250                 DELIMITED BY SIZE
007260                 WS-RPT-COUNT DELIMITED BY SIZE
007270             INTO RPT-LINE-TEXT
007280         END-STRING
007290     END-IF.
007300     WRITE REPORT-LINE.
007310 8600-EXIT.
007320     EXIT.

007330 8610-CLEAR-ONE-ENTRY.
007340     READ PENDING-QUEUE-FILE NEXT RECORD
007350         AT END
007360             SET WS-END-OF-QUEUE TO TRUE
007370             GO TO 8610-EXIT
007380     END-READ.
007390     IF NOT PQ-PICKED-UP
007400         GO TO 8610-EXIT
007410     END-IF.
007420     IF WS-QUEUE-SET-CERTIFIED
007430         DELETE PENDING-QUEUE-FILE RECORD
007440             INVALID KEY
007450                 PERFORM 8620-QUEUE-NOT-UPDATED THRU 8620-EXIT
007460             NOT INVALID KEY
007470                 ADD 1 TO WS-QUEUE-CLEARED
007480         END-DELETE
007490     ELSE
007500         SET PQ-PENDING TO TRUE
007510         MOVE ZERO TO PQ-PICKUP-DATE
007520         MOVE ZERO TO PQ-PICKUP-TIME
007530         REWRITE PENDING-REQUEST-RECORD
007540             INVALID KEY
007550                 PERFORM 8620-QUEUE-NOT-UPDATED THRU 8620-EXIT
007560             NOT INVALID KEY
007570                 ADD 1 TO WS-QUEUE-RETURNED
007580         END-REWRITE
007590     END-IF.
007600 8610-EXIT.
007610     EXIT.

007620*-----------------------------------------------------------------
007630* 2850-PASS-SET-FOR-HOLD - THE SET WAS CERTIFIED OUT OF BALANCE
007640* OR WITHOUT ITS TRAILER.  THE BATCH DRIVER HOLDS SUCH A SET ON
007650* FIBHOLD INSTEAD OF POSTING IT, SO THE REST OF THE NIGHT'S SETS
007660* STILL POST.  THE LISTING SAYS WHICH SET AND WHY, AND THE RUN
007670* ENDS WITH RETURN CODE 4.
007680*-----------------------------------------------------------------
007690 2850-PASS-SET-FOR-HOLD.
007700     ADD 1 TO WS-SETS-PASSED.
007710     IF WS-SET-OUT-OF-BALANCE
007720         MOVE 'OUT OF BALANCE' TO WS-SET-REJECT-REASON
007730     ELSE
007740         MOVE 'TRAILER MISSING' TO WS-SET-REJECT-REASON
007750     END-IF.
007760     MOVE WS-SET-DETAILS-WRITTEN TO WS-RPT-COUNT.
007770     MOVE SPACES TO REPORT-LINE.
007780     STRING '  SET PASSED FOR HOLD ' DELIMITED BY SIZE
007790             WS-CURRENT-SUBMITTER DELIMITED BY SIZE
007800             '  ' DELIMITED BY SIZE
007810             WS-SET-REJECT-REASON DELIMITED BY SIZE
007820             '  DETAILS ' DELIMITED BY SIZE
007830             WS-RPT-COUNT DELIMITED BY SIZE
007840         INTO RPT-LINE-TEXT
007850     END-STRING.
007860     WRITE REPORT-LINE.
007870 2850-EXIT.
007880     EXIT.

007890*-----------------------------------------------------------------
007900* 8420-USAGE-NOT-POSTED - THE DESK'S REGISTRY RECORD COULD NOT BE
007910* READ OR REWRITTEN, SO ITS USAGE FOR THE DATE IS SHORT BY WHAT
007920* THIS RUN CERTIFIED.  LIST IT FOR OPERATIONS TO CORRECT.
007930*-----------------------------------------------------------------
007940 8420-USAGE-NOT-POSTED.
007950     ADD 1 TO WS-UPDATE-FAILURES.
007960     DISPLAY 'FIBONACCI-EDIT - USAGE NOT POSTED FOR SUBMITTER '
007970             WS-QT-SUBMITTER-ID(WS-QT-SUB)
007980             ' - FILE STATUS ' WS-SUBM-FILE-STATUS.
007990     MOVE WS-QT-CERTIFIED(WS-QT-SUB) TO WS-RPT-COUNT.
008000     MOVE SPACES TO REPORT-LINE.
008010     STRING 'USAGE NOT POSTED ' DELIMITED BY SIZE
008020             WS-QT-SUBMITTER-ID(WS-QT-SUB) DELIMITED BY SIZE
008030             '  DETAILS ' DELIMITED BY SIZE
008040             WS-RPT-COUNT DELIMITED BY SIZE
008050             '  FILE STATUS ' DELIMITED BY SIZE
008060             WS-SUBM-FILE-STATUS DELIMITED BY SIZE
008070         INTO RPT-LINE-TEXT
008080     END-STRING.
008090     WRITE REPORT-LINE.
008100 8420-EXIT.
008110     EXIT.

008120*-----------------------------------------------------------------
008130* 8620-QUEUE-NOT-UPDATED - A PICKED-UP ENTRY COULD NOT BE DELETED
008140* OR RETURNED TO PENDING.  LIST IT FOR OPERATIONS TO CLEAR.
008150*-----------------------------------------------------------------
008160 8620-QUEUE-NOT-UPDATED.
008170     ADD 1 TO WS-UPDATE-FAILURES.
008180     DISPLAY 'FIBONACCI-EDIT - PENDING REQUEST ' PQ-REQUEST-ID
008190             ' NOT UPDATED - FILE STATUS ' WS-PENDQ-FILE-STATUS.
008200     MOVE SPACES TO REPORT-LINE.
008210     STRING 'QUEUE ENTRY NOT UPDATED ' DELIMITED BY SIZE
008220             PQ-REQUEST-ID DELIMITED BY SIZE
008230             '  FILE STATUS ' DELIMITED BY SIZE
008240             WS-PENDQ-FILE-STATUS DELIMITED BY SIZE
008250         INTO RPT-LINE-TEXT
008260     END-STRING.
008270     WRITE REPORT-LINE.
008280 8620-EXIT.
008290     EXIT.
