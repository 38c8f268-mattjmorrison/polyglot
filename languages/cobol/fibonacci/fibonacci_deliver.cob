000010*****************************************************************
000020* PROGRAM-ID.  FIBONACCI-DELIVER
000030* AUTHOR.      D. OKAFOR
000040* INSTALLATION.APPLICATION DEVELOPMENT
000050* DATE-WRITTEN. 10/15/2026
000060* DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* REMARKS.     OUTBOUND RESULTS DELIVERY, RUN AFTER
000090*              FIBONACCI-BATCH.  FIBRES CARRIES EVERY DESK'S
000100*              RESULTS TOGETHER WITH NO HEADER OR TRAILER; THIS
000110*              PROGRAM SPLITS IT INTO ONE DELIVERY FILE PER
000120*              RES-SUBMITTER-ID, NAMED FIBDLV.<SUBMITTER>, IN
000130*              THE FIBONACCI-DELIVERY LAYOUT:
000140*                HDR - DESK, BUSINESS DATE AND GENERATION FROM
000150*                      THE CONTROL RECORD (FIBCTL).
000160*                DTL - ONE PER RESULT, WITH THE FULL 18-DIGIT
000170*                      VALUE, SEQUENCE TYPE, LOOKUP INDEX AND
000180*                      EXACT-MATCH FLAG.  THE INDEXES OF A RANGE
000190*                      ARE NUMBERED LINES UNDER THEIR REQUEST-ID.
000200*                TRL - DETAIL COUNT AND HASH TOTAL OF THE VALUES.
000210*              THE DISTRIBUTION REPORT (DLVRPT) LISTS EVERY FILE
000220*              PRODUCED WITH ITS COUNT AND HASH TOTAL, AND PROVES
000230*              THE DETAILS DELIVERED BACK TO THE RESULTS READ.
000240*              THE CONTROL RECORD MUST BE MARKED CONSUMED - THE
000250*              BATCH DRIVER HAS FINISHED WITH THE GENERATION -
000260*              OR NOTHING IS DELIVERED.  A RESULT WITH NO
000270*              SUBMITTER CANNOT BE ROUTED; IT IS LISTED ON THE
000280*              REPORT AND THE RUN ENDS WITH RETURN CODE 4.
000290*              RERUNNING REWRITES EVERY DESK'S FILE FROM FIBRES.
000300*-----------------------------------------------------------------
000310* MODIFICATION HISTORY
000320*   10/15/2026 DKO  ORIGINAL PROGRAM.
000322*   10/15/2026 DKO  A GENERATION POSTED WITH ITS DETAIL COUNT NOT
000324*                    PROVEN ('U' ON FIBCTL) IS NOT DELIVERED.
000330*****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. FIBONACCI-DELIVER.
000360 AUTHOR. D. OKAFOR.
000370 INSTALLATION. APPLICATION DEVELOPMENT.
000380 DATE-WRITTEN. 10/15/2026.
000390 DATE-COMPILED.

000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT RESULT-FILE ASSIGN TO 'FIBRES'
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-RESULT-FILE-STATUS.
000460     SELECT CONTROL-FILE ASSIGN TO 'FIBCTL'
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-CTL-FILE-STATUS.
000490     SELECT DELIVERY-FILE ASSIGN USING WS-DELIVERY-FILE-NAME
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-DLV-FILE-STATUS.
000520     SELECT DISTRIBUTION-REPORT-FILE ASSIGN TO 'DLVRPT'
000530         ORGANIZATION IS LINE SEQUENTIAL.

000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  RESULT-FILE.
000570 COPY FIBONACCI-RESULT.
000580 FD  CONTROL-FILE.
000590 COPY FIBONACCI-CONTROL.
000600 FD  DELIVERY-FILE.
000610 COPY FIBONACCI-DELIVERY.
000620 FD  DISTRIBUTION-REPORT-FILE.
000630 COPY FIBONACCI-RPTLINE.

000640 WORKING-STORAGE SECTION.
000650 01  WS-RESULT-FILE-STATUS         PIC X(02) VALUE SPACES.
000660     88  WS-RESULT-FILE-NOT-FOUND          VALUE '35'.
000670 01  WS-CTL-FILE-STATUS            PIC X(02) VALUE SPACES.
000680     88  WS-CTL-FILE-NOT-FOUND             VALUE '35'.
000690 01  WS-DLV-FILE-STATUS            PIC X(02) VALUE SPACES.
000700 01  WS-RESULT-EOF-SW              PIC X(01) VALUE 'N'.
000710     88  WS-END-OF-RESULTS                 VALUE 'Y'.
000720     88  WS-NOT-END-OF-RESULTS             VALUE 'N'.
000730 01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
000740 01  WS-CTL-GENERATION             PIC 9(05) VALUE ZERO.
000750 01  WS-CTL-BUSINESS-DATE          PIC 9(08) VALUE ZERO.
000760 01  WS-ABEND-REASON               PIC X(60) VALUE SPACES.
000770*-----------------------------------------------------------------
000780* THE DELIVERY FILE IS NAMED AT OPEN TIME FOR THE DESK BEING
000790* WRITTEN, SO ONE FD SERVES EVERY DESK IN TURN.
000800*-----------------------------------------------------------------
000810 01  WS-DELIVERY-FILE-NAME.
000820     05  FILLER                     PIC X(07) VALUE 'FIBDLV.'.
000830     05  WS-DELIVERY-SUBMITTER      PIC X(08) VALUE SPACES.
000840*-----------------------------------------------------------------
000850* ONE ENTRY PER DESK FOUND ON FIBRES, IN THE ORDER EACH DESK WAS
000860* FIRST SEEN, WITH THE RESULTS COUNTED FOR IT ON THE FIRST PASS.
000870*-----------------------------------------------------------------
000880 01  WS-DESK-COUNT                 PIC 9(03) COMP VALUE ZERO.
000890 01  WS-DESK-MAX                   PIC 9(03) COMP VALUE 50.
000900 01  WS-DESK-TABLE.
000910     05  WS-DESK-ENTRY OCCURS 50 TIMES.
000920         10  WS-DESK-ID             PIC X(08).
000930         10  WS-DESK-RESULT-COUNT   PIC 9(07) COMP.
000940 01  WS-DESK-SUB                   PIC 9(03) COMP VALUE ZERO.
000950 01  WS-FOUND-DESK-SUB             PIC 9(03) COMP VALUE ZERO.
000960*-----------------------------------------------------------------
000970* PER-FILE COUNTS, RESET FOR EACH DESK, AND THE RUN TOTALS.
000980*-----------------------------------------------------------------
000990 01  WS-PRIOR-REQUEST-ID           PIC X(10) VALUE SPACES.
001000 01  WS-LINE-NUMBER                PIC 9(04) VALUE ZERO.
001010 01  WS-FILE-DETAIL-COUNT          PIC 9(07) COMP VALUE ZERO.
001020 01  WS-FILE-HASH-TOTAL            PIC 9(18) VALUE ZERO.
001030 01  WS-RESULTS-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
001040 01  WS-UNROUTED-COUNT             PIC 9(07) COMP VALUE ZERO.
001050 01  WS-DELIVERED-COUNT            PIC 9(07) COMP VALUE ZERO.
001060 01  WS-FILES-WRITTEN-COUNT        PIC 9(07) COMP VALUE ZERO.
001070 01  WS-RPT-COUNT                  PIC Z(06)9.
001080 01  WS-RPT-EXPECTED               PIC Z(06)9.

001090 PROCEDURE DIVISION.

001100 0000-MAINLINE.
001110     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001120     PERFORM 2000-BUILD-DESK-TABLE THRU 2000-EXIT.
001130     PERFORM 3000-DELIVER-DESK THRU 3000-EXIT
001140         VARYING WS-DESK-SUB FROM 1 BY 1
001150         UNTIL WS-DESK-SUB > WS-DESK-COUNT.
001160     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001170     STOP RUN.

001180*-----------------------------------------------------------------
001190* 1000-INITIALIZE - OPEN THE REPORT AND TAKE THE BUSINESS DATE
001200* AND GENERATION FROM THE CONTROL RECORD.  NO CONTROL RECORD, OR
001210* ONE THE BATCH DRIVER HAS NOT YET MARKED CONSUMED, MEANS THE
001220* NIGHT'S POSTING IS NOT FINISHED, SO NOTHING IS DELIVERED.
001230*-----------------------------------------------------------------
001240 1000-INITIALIZE.
001250     OPEN OUTPUT DISTRIBUTION-REPORT-FILE.
001260     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001270     MOVE SPACES TO REPORT-LINE.
001280     STRING 'RESULTS DELIVERY DISTRIBUTION - RUN DATE '
001290             DELIMITED BY SIZE
001300             WS-RUN-DATE DELIMITED BY SIZE
001310         INTO RPT-LINE-TEXT
001320     END-STRING.
001330     WRITE REPORT-LINE.
001340     OPEN INPUT CONTROL-FILE.
001350     IF WS-CTL-FILE-NOT-FOUND
001360         MOVE 'NO CONTROL RECORD - REQUEST FILE NEVER CERTIFIED'
001370             TO WS-ABEND-REASON
001380         PERFORM 1900-DELIVER-ABEND THRU 1900-EXIT
001390     END-IF.
001400     READ CONTROL-FILE
001410         AT END
001420             MOVE 'CONTROL FILE EMPTY - NEVER CERTIFIED'
001430                 TO WS-ABEND-REASON
001440             CLOSE CONTROL-FILE
001450             PERFORM 1900-DELIVER-ABEND THRU 1900-EXIT
001460     END-READ.
001470     CLOSE CONTROL-FILE.
001480     IF CTL-NOT-CONSUMED
001490         MOVE 'GENERATION NOT YET CONSUMED - RUN FIBONACCI-BATCH'
001500             TO WS-ABEND-REASON
001510         PERFORM 1900-DELIVER-ABEND THRU 1900-EXIT
001520     END-IF.
001522     IF CTL-POSTED-UNPROVEN
001524         MOVE 'GENERATION POSTED BUT ITS DETAIL COUNT NOT PROVEN'
001526             TO WS-ABEND-REASON
001528         PERFORM 1900-DELIVER-ABEND THRU 1900-EXIT
001529     END-IF.
001530     MOVE CTL-GENERATION TO WS-CTL-GENERATION.
001540     MOVE CTL-BUSINESS-DATE TO WS-CTL-BUSINESS-DATE.
001550     MOVE SPACES TO REPORT-LINE.
001560     STRING 'BUSINESS DATE ' DELIMITED BY SIZE
001570             WS-CTL-BUSINESS-DATE DELIMITED BY SIZE
001580             '  GENERATION ' DELIMITED BY SIZE
001590             WS-CTL-GENERATION DELIMITED BY SIZE
001600         INTO RPT-LINE-TEXT
001610     END-STRING.
001620     WRITE REPORT-LINE.
001630     MOVE SPACES TO REPORT-LINE.
001640     WRITE REPORT-LINE.
001650     MOVE 'FILE              DESK      DETAILS  HASH TOTAL'
001660         TO RPT-LINE-TEXT.
001670     WRITE REPORT-LINE.
001680 1000-EXIT.
001690     EXIT.

001700*-----------------------------------------------------------------
001710* 1900-DELIVER-ABEND - NOTHING CAN BE DELIVERED.  SAY WHY ON THE
001720* CONSOLE AND THE REPORT AND END WITH RETURN CODE 16.
001730*-----------------------------------------------------------------
001740 1900-DELIVER-ABEND.
001750     DISPLAY 'FIBONACCI-DELIVER ABEND - ' WS-ABEND-REASON.
001760     MOVE SPACES TO REPORT-LINE.
001770     STRING WS-ABEND-REASON DELIMITED BY SIZE
001780         INTO RPT-LINE-TEXT
001790     END-STRING.
001800     WRITE REPORT-LINE.
001810     CLOSE DISTRIBUTION-REPORT-FILE.
001820     MOVE 16 TO RETURN-CODE.
001830     STOP RUN.
001840 1900-EXIT.
001850     EXIT.

001860*-----------------------------------------------------------------
001870* 2000-BUILD-DESK-TABLE - FIRST PASS OF FIBRES: FIND EVERY DESK
001880* THAT HAS RESULTS AND COUNT THEM, SO EACH DELIVERY FILE CAN BE
001890* PROVEN AGAINST THE RESULTS ITS DESK OWNS.
001900*-----------------------------------------------------------------
001910 2000-BUILD-DESK-TABLE.
001920     OPEN INPUT RESULT-FILE.
001930     IF WS-RESULT-FILE-NOT-FOUND
001940         MOVE 'NO RESULTS FILE ON HAND - NOTHING DELIVERED'
001950             TO RPT-LINE-TEXT
001960         WRITE REPORT-LINE
001970         GO TO 2000-EXIT
001980     END-IF.
001990     SET WS-NOT-END-OF-RESULTS TO TRUE.
002000     PERFORM 2100-TABLE-ONE-RESULT THRU 2100-EXIT
002010         UNTIL WS-END-OF-RESULTS.
002020     CLOSE RESULT-FILE.
002030 2000-EXIT.
002040     EXIT.

002050*-----------------------------------------------------------------
002060* 2100-TABLE-ONE-RESULT - COUNT ONE RESULT AGAINST ITS DESK,
002070* ADDING THE DESK TO THE TABLE THE FIRST TIME IT IS SEEN.
002080*-----------------------------------------------------------------
002090 2100-TABLE-ONE-RESULT.
002100     READ RESULT-FILE
002110         AT END
002120             SET WS-END-OF-RESULTS TO TRUE
002130             GO TO 2100-EXIT
002140     END-READ.
002150     ADD 1 TO WS-RESULTS-READ-COUNT.
002160     IF RES-SUBMITTER-ID = SPACES
002170         ADD 1 TO WS-UNROUTED-COUNT
002180         MOVE SPACES TO REPORT-LINE
002190         STRING '  NO SUBMITTER - NOT DELIVERED  '
002195                 DELIMITED BY SIZE
002200                 RES-REQUEST-ID DELIMITED BY SIZE
002210             INTO RPT-LINE-TEXT
002220         END-STRING
002230         WRITE REPORT-LINE
002240         GO TO 2100-EXIT
002250     END-IF.
002260     MOVE ZERO TO WS-FOUND-DESK-SUB.
002270     PERFORM 2150-FIND-DESK THRU 2150-EXIT
002280         VARYING WS-DESK-SUB FROM 1 BY 1
002290         UNTIL WS-DESK-SUB > WS-DESK-COUNT
002300            OR WS-FOUND-DESK-SUB > ZERO.
002310     IF WS-FOUND-DESK-SUB = ZERO
002320         IF WS-DESK-COUNT NOT < WS-DESK-MAX
002330             MOVE 'MORE THAN 50 SUBMITTERS ON THE RESULTS FILE'
002340                 TO WS-ABEND-REASON
002350             CLOSE RESULT-FILE
002360             PERFORM 1900-DELIVER-ABEND THRU 1900-EXIT
002370         END-IF
002380         ADD 1 TO WS-DESK-COUNT
002390         MOVE WS-DESK-COUNT TO WS-FOUND-DESK-SUB
002400         MOVE RES-SUBMITTER-ID TO WS-DESK-ID (WS-FOUND-DESK-SUB)
002410         MOVE ZERO TO WS-DESK-RESULT-COUNT (WS-FOUND-DESK-SUB)
002420     END-IF.
002430     ADD 1 TO WS-DESK-RESULT-COUNT (WS-FOUND-DESK-SUB).
002440 2100-EXIT.
002450     EXIT.

002460 2150-FIND-DESK.
002470     IF WS-DESK-ID (WS-DESK-SUB) = RES-SUBMITTER-ID
002480         MOVE WS-DESK-SUB TO WS-FOUND-DESK-SUB
002490     END-IF.
002500 2150-EXIT.
002510     EXIT.

002520*-----------------------------------------------------------------
002530* 3000-DELIVER-DESK - WRITE ONE DESK'S DELIVERY FILE FROM A
002540* FRESH PASS OF FIBRES: HEADER, THE DESK'S RESULTS IN THE ORDER
002550* THEY POSTED, AND THE TRAILER.  THE DETAILS WRITTEN MUST MATCH
002560* THE COUNT TAKEN ON THE FIRST PASS.
002570*-----------------------------------------------------------------
002580 3000-DELIVER-DESK.
002590     MOVE WS-DESK-ID (WS-DESK-SUB) TO WS-DELIVERY-SUBMITTER.
002600     OPEN OUTPUT DELIVERY-FILE.
002610     IF WS-DLV-FILE-STATUS NOT = '00'
002620         MOVE SPACES TO WS-ABEND-REASON
002630         STRING 'CANNOT OPEN ' DELIMITED BY SIZE
002640                 WS-DELIVERY-FILE-NAME DELIMITED BY SIZE
002650                 ' - FILE STATUS ' DELIMITED BY SIZE
002660                 WS-DLV-FILE-STATUS DELIMITED BY SIZE
002670             INTO WS-ABEND-REASON
002680         END-STRING
002690         PERFORM 1900-DELIVER-ABEND THRU 1900-EXIT
002700     END-IF.
002710     MOVE SPACES TO DELIVERY-RECORD.
002720     SET DLV-HEADER-RECORD TO TRUE.
002730     MOVE WS-DELIVERY-SUBMITTER TO DLVH-SUBMITTER-ID.
002740     MOVE WS-CTL-BUSINESS-DATE TO DLVH-BUSINESS-DATE.
002750     MOVE WS-CTL-GENERATION TO DLVH-GENERATION.
002760     WRITE DELIVERY-RECORD.
002770     MOVE SPACES TO WS-PRIOR-REQUEST-ID.
002780     MOVE ZERO TO WS-LINE-NUMBER.
002790     MOVE ZERO TO WS-FILE-DETAIL-COUNT.
002800     MOVE ZERO TO WS-FILE-HASH-TOTAL.
002810     OPEN INPUT RESULT-FILE.
002820     SET WS-NOT-END-OF-RESULTS TO TRUE.
002830     PERFORM 3100-DELIVER-ONE-RESULT THRU 3100-EXIT
002840         UNTIL WS-END-OF-RESULTS.
002850     CLOSE RESULT-FILE.
002860     MOVE SPACES TO DELIVERY-RECORD.
002870     SET DLV-TRAILER-RECORD TO TRUE.
002880     MOVE WS-FILE-DETAIL-COUNT TO DLVT-DETAIL-COUNT.
002890     MOVE WS-FILE-HASH-TOTAL TO DLVT-HASH-TOTAL.
002900     WRITE DELIVERY-RECORD.
002910     CLOSE DELIVERY-FILE.
002920     ADD 1 TO WS-FILES-WRITTEN-COUNT.
002930     ADD WS-FILE-DETAIL-COUNT TO WS-DELIVERED-COUNT.
002940     PERFORM 3200-WRITE-DISTRIBUTION-LINE THRU 3200-EXIT.
002950 3000-EXIT.
002960     EXIT.

002970*-----------------------------------------------------------------
002980* 3100-DELIVER-ONE-RESULT - CARRY ONE OF THIS DESK'S RESULTS TO
002990* ITS FILE.  CONSECUTIVE RESULTS UNDER ONE REQUEST-ID ARE THE
003000* INDEXES OF A RANGE AND ARE NUMBERED IN ORDER FROM 0001.
003010*-----------------------------------------------------------------
003020 3100-DELIVER-ONE-RESULT.
003030     READ RESULT-FILE
003040         AT END
003050             SET WS-END-OF-RESULTS TO TRUE
003060             GO TO 3100-EXIT
003070     END-READ.
003080     IF RES-SUBMITTER-ID NOT = WS-DELIVERY-SUBMITTER
003090         GO TO 3100-EXIT
003100     END-IF.
003110     IF RES-REQUEST-ID = WS-PRIOR-REQUEST-ID
003120         ADD 1 TO WS-LINE-NUMBER
003130     ELSE
003140         MOVE 1 TO WS-LINE-NUMBER
003150         MOVE RES-REQUEST-ID TO WS-PRIOR-REQUEST-ID
003160     END-IF.
003170     MOVE SPACES TO DELIVERY-RECORD.
003180     SET DLV-DETAIL-RECORD TO TRUE.
003190     MOVE RES-REQUEST-ID TO DLVD-REQUEST-ID.
003200     MOVE WS-LINE-NUMBER TO DLVD-LINE-NUMBER.
003210     MOVE RES-STATUS TO DLVD-STATUS.
003220     MOVE RES-OUTPUT-EXT TO DLVD-OUTPUT-EXT.
003230     MOVE RES-OVERFLOW-EXT-IND TO DLVD-OVERFLOW-EXT-IND.
003240     MOVE RES-SEQUENCE-TYPE TO DLVD-SEQUENCE-TYPE.
003250     MOVE RES-LOOKUP-INDEX TO DLVD-LOOKUP-INDEX.
003260     MOVE RES-EXACT-MATCH-IND TO DLVD-EXACT-MATCH-IND.
003270     WRITE DELIVERY-RECORD.
003280     ADD 1 TO WS-FILE-DETAIL-COUNT.
003290     ADD RES-OUTPUT-EXT TO WS-FILE-HASH-TOTAL.
003300 3100-EXIT.
003310     EXIT.

003320*-----------------------------------------------------------------
003330* 3200-WRITE-DISTRIBUTION-LINE - ONE REPORT LINE PER FILE
003340* PRODUCED.  A FILE WHOSE DETAILS DO NOT MATCH THE FIRST-PASS
003350* COUNT FOR ITS DESK IS FLAGGED AND THE RUN ENDS WITH RC 8.
003360*-----------------------------------------------------------------
003370 3200-WRITE-DISTRIBUTION-LINE.
003380     MOVE WS-FILE-DETAIL-COUNT TO WS-RPT-COUNT.
003390     MOVE SPACES TO REPORT-LINE.
003400     STRING WS-DELIVERY-FILE-NAME DELIMITED BY SIZE
003410             '   ' DELIMITED BY SIZE
003420             WS-DELIVERY-SUBMITTER DELIMITED BY SIZE
003430             '  ' DELIMITED BY SIZE
003440             WS-RPT-COUNT DELIMITED BY SIZE
003450             '  ' DELIMITED BY SIZE
003460             WS-FILE-HASH-TOTAL DELIMITED BY SIZE
003470         INTO RPT-LINE-TEXT
003480     END-STRING.
003490     WRITE REPORT-LINE.
003500     IF WS-FILE-DETAIL-COUNT
003505             NOT = WS-DESK-RESULT-COUNT (WS-DESK-SUB)
003510         MOVE WS-DESK-RESULT-COUNT (WS-DESK-SUB)
003515             TO WS-RPT-EXPECTED
003520         MOVE SPACES TO REPORT-LINE
003530         STRING '  *** OUT OF BALANCE - DESK OWNS '
003535                 DELIMITED BY SIZE
003540                 WS-RPT-EXPECTED DELIMITED BY SIZE
003550                 ' RESULTS ON FIBRES' DELIMITED BY SIZE
003560             INTO RPT-LINE-TEXT
003570         END-STRING
003580         WRITE REPORT-LINE
003590         MOVE 8 TO RETURN-CODE
003600     END-IF.
003610 3200-EXIT.
003620     EXIT.

003630*-----------------------------------------------------------------
003640* 8000-TERMINATE - PROVE THE RUN: RESULTS READ = RESULTS
003650* DELIVERED + RESULTS WITH NO SUBMITTER.  UNROUTED RESULTS END
003660* THE RUN WITH RC 4 UNLESS SOMETHING WORSE ALREADY SET THE CODE.
003670*-----------------------------------------------------------------
003680 8000-TERMINATE.
003690     MOVE SPACES TO REPORT-LINE.
003700     WRITE REPORT-LINE.
003710     MOVE WS-FILES-WRITTEN-COUNT TO WS-RPT-COUNT.
003720     MOVE SPACES TO REPORT-LINE.
003730     STRING 'TOTALS -  DELIVERY FILES WRITTEN ' DELIMITED BY SIZE
003740             WS-RPT-COUNT DELIMITED BY SIZE
003750         INTO RPT-LINE-TEXT
003760     END-STRING.
003770     WRITE REPORT-LINE.
003780     MOVE WS-RESULTS-READ-COUNT TO WS-RPT-COUNT.
003790     MOVE SPACES TO REPORT-LINE.
003800     STRING '          RESULTS READ ' DELIMITED BY SIZE
003810             WS-RPT-COUNT DELIMITED BY SIZE
003820         INTO RPT-LINE-TEXT
003830     END-STRING.
003840     WRITE REPORT-LINE.
003850     MOVE WS-DELIVERED-COUNT TO WS-RPT-COUNT.
003860     MOVE SPACES TO REPORT-LINE.
003870     STRING '          RESULTS DELIVERED ' DELIMITED BY SIZE
003880             WS-RPT-COUNT DELIMITED BY SIZE
003890         INTO RPT-LINE-TEXT
003900     END-STRING.
003910     WRITE REPORT-LINE.
003920     MOVE WS-UNROUTED-COUNT TO WS-RPT-COUNT.
003930     MOVE SPACES TO REPORT-LINE.
003940     STRING '          NO SUBMITTER ' DELIMITED BY SIZE
003950             WS-RPT-COUNT DELIMITED BY SIZE
003960         INTO RPT-LINE-TEXT
003970     END-STRING.
003980     WRITE REPORT-LINE.
003990     IF WS-DELIVERED-COUNT + WS-UNROUTED-COUNT
004000             = WS-RESULTS-READ-COUNT
004010         MOVE 'EVERY RESULT ACCOUNTED FOR' TO RPT-LINE-TEXT
004020     ELSE
004030         MOVE '*** RESULTS DELIVERED DO NOT BALANCE TO FIBRES'
004040             TO RPT-LINE-TEXT
004050         MOVE 8 TO RETURN-CODE
004060     END-IF.
004070     WRITE REPORT-LINE.
004080     IF WS-UNROUTED-COUNT > ZERO AND RETURN-CODE < 4
004090         MOVE 4 TO RETURN-CODE
004100     END-IF.
004110     CLOSE DISTRIBUTION-REPORT-FILE.
004120 8000-EXIT.
004130     EXIT.
