000160*              EVERY POSTING IN THE RANGE PRINTS ON EXTRRPT,
000170*              FOLLOWED BY TOTALS BY STATUS (POSTED OK,
000180*              REJECTED) AND THE OVERFLOW-FLAGGED COUNT.
000181*              A REVERSED POSTING IS FOLLOWED BY A LINE GIVING
000182*              THE DATE AND THE CANCEL THAT REVERSED IT, AND IS
000183*              COUNTED AS REVERSED RATHER THAN OK OR REJECTED.
000185*              EITHER DATE MAY BE GIVEN AS PRIOR OR CURRENT FOR
000186*              THE PRIOR OR CURRENT BUSINESS DATE ON THE
000187*              OPERATIONS BUSINESS-DATE FILE (FIBBDATE) - AFTER
000188*              THE NIGHTLY ROLL, PRIOR IS LAST NIGHT'S CYCLE.
000190*-----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210*   09/02/2026 DKO  ORIGINAL PROGRAM.
000213*   10/15/2026 DKO  REVERSED POSTINGS SHOWN AND COUNTED
000216*                    SEPARATELY.
000217*   10/15/2026 DKO  PRIOR AND CURRENT ON THE COMMAND CARD TAKE
000218*                    THE DATE FROM THE BUSINESS-DATE FILE, WHICH
000219*                    IS THE DATE POSTINGS NOW CARRY.
000220*****************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. FIBONACCI-EXTRACT.
000410         FILE STATUS IS WS-CMD-FILE-STATUS.
000420     SELECT EXTRACT-REPORT-FILE ASSIGN TO 'EXTRRPT'
000430         ORGANIZATION IS LINE SEQUENTIAL.
000432     SELECT BUSINESS-DATE-FILE ASSIGN TO 'FIBBDATE'
000434         ORGANIZATION IS LINE SEQUENTIAL
000436         FILE STATUS IS WS-BDATE-FILE-STATUS.

000440 DATA DIVISION.
000450 FILE SECTION.
000490 01  COMMAND-RECORD                 PIC X(16).
000500 FD  EXTRACT-REPORT-FILE.
000510 COPY FIBONACCI-RPTLINE.
000513 FD  BUSINESS-DATE-FILE.
000516 COPY FIBONACCI-BUSDATE.

000520 WORKING-STORAGE SECTION.
000530*-----------------------------------------------------------------
000560*-----------------------------------------------------------------
000570 01  WS-COMMAND-CARD.
000580     05  CMD-FROM-DATE              PIC X(08).
000583         88  CMD-FROM-PRIOR                 VALUE 'PRIOR'.
000586         88  CMD-FROM-CURRENT               VALUE 'CURRENT'.
000590     05  CMD-TO-DATE                PIC X(08).
000593         88  CMD-TO-PRIOR                   VALUE 'PRIOR'.
000596         88  CMD-TO-CURRENT                 VALUE 'CURRENT'.
000600 01  WS-RMAST-FILE-STATUS          PIC X(02) VALUE SPACES.
000610     88  WS-RMAST-FILE-NOT-FOUND           VALUE '35'.
000620 01  WS-CMD-FILE-STATUS            PIC X(02) VALUE SPACES.
000670 01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
000680 01  WS-FROM-DATE                  PIC 9(08) VALUE ZERO.
000690 01  WS-TO-DATE                    PIC 9(08) VALUE ZERO.
000692 01  WS-BDATE-FILE-STATUS          PIC X(02) VALUE SPACES.
000694 01  WS-CURRENT-BUSINESS-DATE      PIC 9(08) VALUE ZERO.
000696 01  WS-PRIOR-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
000700 01  WS-READ-COUNT                 PIC 9(07) COMP VALUE ZERO.
000710 01  WS-OK-COUNT                   PIC 9(07) COMP VALUE ZERO.
000720 01  WS-REJECT-COUNT               PIC 9(07) COMP VALUE ZERO.
000730 01  WS-OVERFLOW-COUNT             PIC 9(07) COMP VALUE ZERO.
000735 01  WS-REVERSED-COUNT             PIC 9(07) COMP VALUE ZERO.
000740 01  WS-RPT-COUNT                  PIC Z(06)9.
000750 01  WS-RPT-VALUE                  PIC 9(18) VALUE ZERO.

000830* 1000-INITIALIZE - READ THE ONE COMMAND CARD, EDIT THE DATES,
000840* AND OPEN THE REPORT.  NO CARD, A NON-NUMERIC FROM-DATE, OR A
000850* RANGE THAT ENDS BEFORE IT STARTS IS AN OPERATIONS ERROR.
000855* PRIOR OR CURRENT IS RESOLVED FROM THE BUSINESS-DATE FILE.
000860*-----------------------------------------------------------------
000870 1000-INITIALIZE.
000880     OPEN OUTPUT EXTRACT-REPORT-FILE.
001080             MOVE COMMAND-RECORD TO WS-COMMAND-CARD
001090     END-READ.
001100     CLOSE COMMAND-FILE.
001101     IF CMD-FROM-PRIOR OR CMD-FROM-CURRENT
001102        OR CMD-TO-PRIOR OR CMD-TO-CURRENT
001103         PERFORM 9000-READ-BUSINESS-DATE THRU 9000-EXIT
001130     END-IF.
001131     IF CMD-FROM-PRIOR
001133         MOVE WS-PRIOR-BUSINESS-DATE TO WS-FROM-DATE
001134     ELSE
001136         IF CMD-FROM-CURRENT
001137             MOVE WS-CURRENT-BUSINESS-DATE TO WS-FROM-DATE
001139         ELSE
001140             IF CMD-FROM-DATE NOT NUMERIC
001142                 PERFORM 1500-BAD-COMMAND THRU 1500-EXIT
001143             END-IF
001145             MOVE CMD-FROM-DATE TO WS-FROM-DATE
001146         END-IF
001148     END-IF.
001150     IF CMD-TO-DATE = SPACES
001160         MOVE WS-FROM-DATE TO WS-TO-DATE
001162         GO TO 1000-CHECK-RANGE
001164     END-IF.
001166     IF CMD-TO-PRIOR
001168         MOVE WS-PRIOR-BUSINESS-DATE TO WS-TO-DATE
001170     ELSE
001173         IF CMD-TO-CURRENT
001177             MOVE WS-CURRENT-BUSINESS-DATE TO WS-TO-DATE
001181         ELSE
001185             IF CMD-TO-DATE NOT NUMERIC
001188                 PERFORM 1500-BAD-COMMAND THRU 1500-EXIT
001192             END-IF
001196             MOVE CMD-TO-DATE TO WS-TO-DATE
001200         END-IF
001220     END-IF.
001226 1000-CHECK-RANGE.
001230     IF WS-TO-DATE < WS-FROM-DATE
001240         PERFORM 1500-BAD-COMMAND THRU 1500-EXIT
001250     END-IF.
001260     MOVE SPACES TO REPORT-LINE.
001270     STRING 'POSTINGS FROM ' DELIMITED BY SIZE
001280             WS-FROM-DATE DELIMITED BY SIZE
001290             ' THROUGH ' DELIMITED BY SIZE
001300             WS-TO-DATE DELIMITED BY SIZE
001310         INTO RPT-LINE-TEXT
001970         GO TO 2100-EXIT
001980     END-IF.
001990     ADD 1 TO WS-READ-COUNT.
001992     IF RM-REVERSED
001994         ADD 1 TO WS-REVERSED-COUNT
002020     ELSE
002023         IF RM-STATUS-REJECTED
002026             ADD 1 TO WS-REJECT-COUNT
002030         ELSE
002033             ADD 1 TO WS-OK-COUNT
002036         END-IF
002040     END-IF.
002050     IF RM-OVERFLOW-EXT-IND = 'Y'
002060         ADD 1 TO WS-OVERFLOW-COUNT
002240         INTO RPT-LINE-TEXT
002250     END-STRING.
002260     WRITE REPORT-LINE.
002261     IF RM-REVERSED
002262         MOVE SPACES TO REPORT-LINE
002263         STRING '      REVERSED ' DELIMITED BY SIZE
002264                 RM-REVERSED-DATE DELIMITED BY SIZE
002265                 ' BY ' RM-REVERSED-BY-ID DELIMITED BY SIZE
002266             INTO RPT-LINE-TEXT
002267         END-STRING
002268         WRITE REPORT-LINE
002269     END-IF.
002270 2100-EXIT.
002280     EXIT.

002530         INTO RPT-LINE-TEXT
002540     END-STRING.
002550     WRITE REPORT-LINE.
002551     MOVE WS-REVERSED-COUNT TO WS-RPT-COUNT.
002552     MOVE SPACES TO REPORT-LINE.
002553     STRING '          REVERSED ' DELIMITED BY SIZE
002554             WS-RPT-COUNT DELIMITED BY SIZE
002555         INTO RPT-LINE-TEXT
002556     END-STRING.
002557     WRITE REPORT-LINE.
002560     MOVE WS-OVERFLOW-COUNT TO WS-RPT-COUNT.
002570     MOVE SPACES TO REPORT-LINE.
002580     STRING '          FLAGGED OVERFLOW ' DELIMITED BY SIZE
002630     CLOSE EXTRACT-REPORT-FILE.
002640 8000-EXIT.
002650     EXIT.

002660*-----------------------------------------------------------------
002670* 9000-READ-BUSINESS-DATE - THE CARD ASKED FOR THE PRIOR OR
002680* CURRENT BUSINESS DATE.  WITHOUT A VALID BUSINESS-DATE FILE
002690* THERE IS NO DATE TO EXTRACT FOR, SO NOTHING IS DONE.
002700*-----------------------------------------------------------------
002710 9000-READ-BUSINESS-DATE.
002720     OPEN INPUT BUSINESS-DATE-FILE.
002730     IF WS-BDATE-FILE-STATUS NOT = '00'
002740         PERFORM 9100-BUSINESS-DATE-ABEND THRU 9100-EXIT
002750     END-IF.
002760     READ BUSINESS-DATE-FILE
002770         AT END
002780             MOVE SPACES TO BUSINESS-DATE-RECORD
002790     END-READ.
002800     IF NOT BD-CURRENT-RECORD
002810         OR BDC-CURRENT-DATE NOT NUMERIC
002820         OR BDC-PRIOR-DATE NOT NUMERIC
002830         CLOSE BUSINESS-DATE-FILE
002840         PERFORM 9100-BUSINESS-DATE-ABEND THRU 9100-EXIT
002850     END-IF.
002860     MOVE BDC-CURRENT-DATE TO WS-CURRENT-BUSINESS-DATE.
002870     MOVE BDC-PRIOR-DATE TO WS-PRIOR-BUSINESS-DATE.
002880     CLOSE BUSINESS-DATE-FILE.
002890     MOVE SPACES TO REPORT-LINE.
002900     STRING 'BUSINESS DATE ' DELIMITED BY SIZE
002910             WS-CURRENT-BUSINESS-DATE DELIMITED BY SIZE
002920             '  PRIOR ' DELIMITED BY SIZE
002930             WS-PRIOR-BUSINESS-DATE DELIMITED BY SIZE
002940         INTO RPT-LINE-TEXT
002950     END-STRING.
002960     WRITE REPORT-LINE.
002970 9000-EXIT.
002980     EXIT.

002990*-----------------------------------------------------------------
003000* 9100-BUSINESS-DATE-ABEND - NO USABLE BUSINESS DATE.
003010*-----------------------------------------------------------------
003020 9100-BUSINESS-DATE-ABEND.
003030     DISPLAY 'FIBONACCI-EXTRACT ABEND - BUSINESS DATE FILE '
003040             'MISSING OR INVALID'.
003050     MOVE SPACES TO REPORT-LINE.
003060     MOVE 'BUSINESS DATE FILE MISSING OR INVALID - NOTHING DONE'
003070         TO RPT-LINE-TEXT.
003080     WRITE REPORT-LINE.
003090     CLOSE EXTRACT-REPORT-FILE.
003100     MOVE 16 TO RETURN-CODE.
003110     STOP RUN.
003120 9100-EXIT.
003130     EXIT.
