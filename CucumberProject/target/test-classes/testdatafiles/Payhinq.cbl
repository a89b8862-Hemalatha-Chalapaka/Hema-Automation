000260*                 SELECTION OVER AN ADJUSTED PERIOD TOTALS WHAT
000270*                 WAS ACTUALLY PAID. PH-EMPLOYEE-ID MADE
000280*                 NUMERIC TO MATCH THE WRITER'S LAYOUT.
000290* 10/15/2026 RSS  PAYHIST GREW 100 TO 150 FOR THE EMPLOYEE SOCIAL
000300*                 SECURITY, MEDICARE AND STATE TAX. EACH RECORD
000310*                 NOW PRINTS A SECOND LINE WITH THE SOCIAL
000320*                 SECURITY WAGES AND TAX, MEDICARE TAX, AND THE
000330*                 STATE AND ITS TAX; THE TAX COLUMN IS FEDERAL.
000340* 10/15/2026 RSS  'W' WORKWEEK RECORDS WRITTEN FOR TIMECARD-PAID
000350*                 EMPLOYEES PRINT AS ONE LINE EACH UNDER THE
000360*                 PERIOD'S DETAIL. THEY CARRY HOURS ONLY, SO THEY
000370*                 ARE NOT COUNTED OR TOTALLED.
000380* 10/15/2026 RSS  'E' EARNINGS RECORDS (ONE PER EARNINGS CODE
000390*                 PAID) PRINT AS ONE LINE EACH UNDER THE PERIOD'S
000400*                 DETAIL. THEIR AMOUNTS ARE ALREADY IN THE
000410*                 DETAIL'S GROSS, SO THEY ARE NOT COUNTED OR
000420*                 TOTALLED EITHER.
000430* 10/15/2026 RSS  'R' RETRO RECORDS (RETROACTIVE PAY FOR THE RUN,
000440*                 PAID BY A LATER RUN) PRINT AS ONE LINE EACH. THE
000450*                 AMOUNT IS IN THE PAYING RUN'S GROSS, SO THEY ARE
000460*                 NOT COUNTED OR TOTALLED EITHER.
000470* 10/15/2026 RSS  PAYHIST 'P', 'V' AND 'J' RECORDS NOW CARRY THE
000480*                 DATE OF THE RUN THAT WROTE THEM; THE SECOND LINE
000490*                 SHOWS IT AFTER THE STATE TAX (BLANK ON RECORDS
000500*                 WRITTEN BEFORE THE DATE WAS CARRIED).
000510*****************************************************************
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID. PayHistoryInquiry.
000540 AUTHOR. R. SANTOS.
000550 INSTALLATION. PAYROLL DATA CENTER.
000560 DATE-WRITTEN. 09/02/2026.
000570 DATE-COMPILED.
000580
000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT PAY-HISTORY-FILE
000650         ASSIGN TO PAYHIST
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-PAYHIST-STATUS.
000680
000690     SELECT SELECT-CARD-FILE
000700         ASSIGN TO SELCARD
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-SELCARD-STATUS.
000730
000740     SELECT HISTORY-REPORT-FILE
000750         ASSIGN TO PAYHRPT
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-PAYHRPT-STATUS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810*-----------------------------------------------------------------
000820* PAY-HISTORY RECORD AS WRITTEN BY THE PAYROLL SYSTEM'S
000830* 1950-WRITE-PAY-HISTORY: ONE 'P' DETAIL PER EMPLOYEE PER PAY
000840* PERIOD WITH THE HOURS, STRAIGHT/OVERTIME SPLIT, GROSS, TAX
000850* RATE AND AMOUNT, EACH DEDUCTION, AND NET AS ACTUALLY PAID,
000860* FOLLOWED BY THE SOCIAL SECURITY, MEDICARE AND STATE TAX. AN
000870* EMPLOYEE PAID FROM TIMECARDS ALSO HAS ONE 'W' RECORD PER FLSA
000880* WORKWEEK IN THE RUN, IN THE WORKWEEK VIEW BELOW, AND ONE 'E'
000890* RECORD PER EARNINGS CODE PAID, IN THE EARNINGS VIEW. AN 'R'
000900* RECORD, IN THE RETRO VIEW, IS RETROACTIVE PAY FOR THE RUN PAID
000910* BY THE LATER RUN IN PHR-PAID-PERIOD/SEQ.
000920*-----------------------------------------------------------------
000930 FD  PAY-HISTORY-FILE
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 150 CHARACTERS.
000960 01  PAY-HISTORY-RECORD.
000970     05  PH-RECORD-TYPE          PIC X(01).
000980     05  PH-PAY-PERIOD           PIC X(06).
000990     05  PH-PAY-SEQ              PIC X(02).
001000     05  PH-EMPLOYEE-ID          PIC 9(05).
001010     05  PH-HOURS-WORKED         PIC 9(03)V99.
001020     05  PH-STRAIGHT-HOURS       PIC 9(03)V99.
001030     05  PH-OVERTIME-HOURS       PIC 9(03)V99.
001040     05  PH-STRAIGHT-PAY         PIC 9(07)V99.
001050     05  PH-OVERTIME-PAY         PIC 9(07)V99.
001060     05  PH-GROSS-PAY            PIC 9(07)V99.
001070     05  PH-TAX-RATE             PIC 9(01)V999.
001080     05  PH-TAX-DEDUCTION        PIC 9(07)V99.
001090     05  PH-HEALTH-DEDUCTION     PIC 9(05)V99.
001100     05  PH-401K-DEDUCTION       PIC 9(05)V99.
001110     05  PH-GARNISHMENT-AMT      PIC 9(05)V99.
001120     05  PH-NET-PAY              PIC 9(07)V99.
001130     05  PH-SS-WAGES             PIC 9(07)V99.
001140     05  PH-SS-TAX               PIC 9(07)V99.
001150     05  PH-MEDICARE-TAX         PIC 9(07)V99.
001160     05  PH-STATE-TAX            PIC 9(07)V99.
001170     05  PH-STATE-CODE           PIC X(02).
001180     05  PH-PAY-DATE             PIC 9(08).
001190     05  FILLER                  PIC X(05).
001200 01  PAY-HISTORY-WEEK-RECORD.
001210     05  PHW-RECORD-TYPE         PIC X(01).
001220     05  PHW-PAY-PERIOD          PIC X(06).
001230     05  PHW-PAY-SEQ             PIC X(02).
001240     05  PHW-EMPLOYEE-ID         PIC 9(05).
001250     05  PHW-WEEK-START          PIC 9(08).
001260     05  PHW-WEEK-HOURS          PIC 9(03)V99.
001270     05  PHW-STRAIGHT-HOURS      PIC 9(03)V99.
001280     05  PHW-OVERTIME-HOURS      PIC 9(03)V99.
001290     05  PHW-PRIOR-HOURS         PIC 9(03)V99.
001300     05  FILLER                  PIC X(108).
001310 01  PAY-HISTORY-EARNINGS-RECORD.
001320     05  PHE-RECORD-TYPE         PIC X(01).
001330     05  PHE-PAY-PERIOD          PIC X(06).
001340     05  PHE-PAY-SEQ             PIC X(02).
001350     05  PHE-EMPLOYEE-ID         PIC 9(05).
001360     05  PHE-EARNINGS-CODE       PIC X(03).
001370     05  PHE-DESCRIPTION         PIC X(15).
001380     05  PHE-HOURS               PIC 9(03)V99.
001390     05  PHE-AMOUNT              PIC 9(07)V99.
001400     05  PHE-SUPPLEMENTAL        PIC X(01).
001410     05  PHE-GL-ACCOUNT          PIC X(08).
001420     05  FILLER                  PIC X(95).
001430 01  PAY-HISTORY-RETRO-RECORD.
001440     05  PHR-RECORD-TYPE         PIC X(01).
001450     05  PHR-PAY-PERIOD          PIC X(06).
001460     05  PHR-PAY-SEQ             PIC X(02).
001470     05  PHR-EMPLOYEE-ID         PIC 9(05).
001480     05  PHR-PAID-PERIOD         PIC X(06).
001490     05  PHR-PAID-SEQ            PIC X(02).
001500     05  PHR-OLD-PAY             PIC 9(07)V99.
001510     05  PHR-NEW-PAY             PIC 9(07)V99.
001520     05  PHR-RETRO-AMOUNT        PIC S9(07)V99
001530                                 SIGN IS LEADING SEPARATE.
001540     05  FILLER                  PIC X(100).
001550
001560 FD  SELECT-CARD-FILE
001570     LABEL RECORDS ARE STANDARD
001580     RECORD CONTAINS 80 CHARACTERS.
001590 01  SELECT-CARD.
001600     05  SEL-EMPLOYEE-ID         PIC X(05).
001610     05  SEL-FROM-PERIOD         PIC X(06).
001620     05  SEL-TO-PERIOD           PIC X(06).
001630     05  FILLER                  PIC X(63).
001640
001650 FD  HISTORY-REPORT-FILE
001660     LABEL RECORDS ARE STANDARD
001670     RECORD CONTAINS 132 CHARACTERS.
001680 01  HISTORY-REPORT-RECORD       PIC X(132).
001690
001700 WORKING-STORAGE SECTION.
001710 01  WS-FILE-STATUSES.
001720     05  WS-PAYHIST-STATUS       PIC X(02) VALUE '00'.
001730         88  WS-PAYHIST-OK             VALUE '00'.
001740         88  WS-PAYHIST-EOF            VALUE '10'.
001750     05  WS-SELCARD-STATUS       PIC X(02) VALUE '00'.
001760         88  WS-SELCARD-OK             VALUE '00'.
001770     05  WS-PAYHRPT-STATUS       PIC X(02) VALUE '00'.
001780         88  WS-PAYHRPT-OK             VALUE '00'.
001790
001800*-----------------------------------------------------------------
001810* SELECTION CRITERIA AS TAKEN FROM THE CONTROL CARD. BLANK (OR
001820* ZERO) FIELDS SELECT EVERYTHING, SO AN EMPTY CARD LISTS THE
001830* WHOLE FILE. PERIODS COMPARE AS YYYYMM CHARACTER STRINGS,
001840* WHICH COLLATE CHRONOLOGICALLY.
001850*-----------------------------------------------------------------
001860 01  WS-SELECTION-CRITERIA.
001870     05  WS-SEL-EMPLOYEE-ID      PIC X(05) VALUE SPACES.
001880     05  WS-SEL-FROM-PERIOD      PIC X(06) VALUE SPACES.
001890     05  WS-SEL-TO-PERIOD        PIC X(06) VALUE SPACES.
001900
001910 01  WS-RECORD-SELECTED-SW       PIC X(01) VALUE 'N'.
001920     88  WS-RECORD-SELECTED          VALUE 'Y'.
001930
001940 01  WS-RUN-ABORT-SW             PIC X(01) VALUE 'N'.
001950     88  WS-RUN-ABORTED              VALUE 'Y'.
001960
001970 77  WS-SELECTED-COUNT           PIC 9(07) VALUE ZERO.
001980 77  WS-READ-COUNT               PIC 9(07) VALUE ZERO.
001990
002000*-----------------------------------------------------------------
002010* SELECTED TOTALS ARE SIGNED: A 'V' REVERSAL RECORD CARRIES THE
002020* AMOUNTS BACKED OUT OF THE PERIOD, SO IT SUBTRACTS WHERE 'P'
002030* AND 'J' RECORDS ADD. A SELECTION SPANNING AN ADJUSTED PERIOD
002040* THEREFORE TOTALS WHAT WAS ACTUALLY PAID IN THE END.
002050*-----------------------------------------------------------------
002060 01  WS-SELECTED-TOTALS.
002070     05  WS-TOTAL-GROSS          PIC S9(11)V99 VALUE ZERO.
002080     05  WS-TOTAL-NET            PIC S9(11)V99 VALUE ZERO.
002090
002100*-----------------------------------------------------------------
002110* REPORT PRINT LINES. WS-LINES-PER-PAGE CAPS THE DETAIL LINES ON
002120* A PAGE BEFORE NEW HEADINGS ARE PRINTED, AS ON AUDRPT. EACH
002130* RECORD PRINTS AS A DETAIL LINE AND A WITHHOLDING LINE, NEVER
002140* SPLIT ACROSS A PAGE BREAK. A 'W' WORKWEEK RECORD PRINTS AS ONE
002150* WORKWEEK LINE, AN 'E' EARNINGS RECORD AS ONE EARNINGS LINE AND
002160* AN 'R' RETRO RECORD AS ONE RETRO LINE.
002170*-----------------------------------------------------------------
002180 77  WS-LINES-PER-PAGE           PIC 9(02) VALUE 40.
002190 77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
002200 77  WS-PAGE-NO                  PIC 9(02) COMP VALUE ZERO.
002210
002220 01  WS-RPT-COMPANY-HDR.
002230     05  FILLER                  PIC X(20) VALUE
002240             'PAYROLL DATA CENTER'.
002250     05  FILLER                  PIC X(40) VALUE
002260             'PAY HISTORY INQUIRY REPORT'.
002270     05  FILLER                  PIC X(06) VALUE 'PAGE: '.
002280     05  WS-RPT-HDR-PAGE-NO      PIC Z9.
002290     05  FILLER                  PIC X(64) VALUE SPACES.
002300
002310 01  WS-RPT-COLUMN-HEADING       PIC X(122) VALUE
002320     'TY  PERIODSQ EMPID   HOURS  OT HRS  GROSS          RATE
002330-    '  TAX           HEALTH      401K        GARNISH     NET'.
002340
002350 01  WS-RPT-DETAIL-LINE.
002360     05  WS-RPT-TYPE             PIC X(01).
002370     05  FILLER                  PIC X(03) VALUE SPACES.
002380     05  WS-RPT-PERIOD           PIC X(06).
002390     05  WS-RPT-SEQ              PIC X(02).
002400     05  FILLER                  PIC X(02) VALUE SPACES.
002410     05  WS-RPT-EMP-ID           PIC X(05).
002420     05  FILLER                  PIC X(02) VALUE SPACES.
002430     05  WS-RPT-HOURS            PIC ZZZ.99.
002440     05  FILLER                  PIC X(02) VALUE SPACES.
002450     05  WS-RPT-OT-HOURS         PIC ZZZ.99.
002460     05  FILLER                  PIC X(02) VALUE SPACES.
002470     05  WS-RPT-GROSS            PIC Z,ZZZ,ZZ9.99.
002480     05  FILLER                  PIC X(02) VALUE SPACES.
002490     05  WS-RPT-TAX-RATE         PIC 9.999.
002500     05  FILLER                  PIC X(02) VALUE SPACES.
002510     05  WS-RPT-TAX              PIC Z,ZZZ,ZZ9.99.
002520     05  FILLER                  PIC X(02) VALUE SPACES.
002530     05  WS-RPT-HEALTH           PIC ZZZ,ZZ9.99.
002540     05  FILLER                  PIC X(02) VALUE SPACES.
002550     05  WS-RPT-401K             PIC ZZZ,ZZ9.99.
002560     05  FILLER                  PIC X(02) VALUE SPACES.
002570     05  WS-RPT-GARN             PIC ZZZ,ZZ9.99.
002580     05  FILLER                  PIC X(02) VALUE SPACES.
002590     05  WS-RPT-NET              PIC Z,ZZZ,ZZ9.99.
002600     05  FILLER                  PIC X(09) VALUE SPACES.
002610
002620 01  WS-RPT-WH-LINE.
002630     05  FILLER                  PIC X(18) VALUE SPACES.
002640     05  FILLER                  PIC X(10) VALUE 'SS WAGES: '.
002650     05  WS-RPT-SS-WAGES         PIC Z,ZZZ,ZZ9.99.
002660     05  FILLER                  PIC X(10) VALUE '  SS TAX: '.
002670     05  WS-RPT-SS-TAX           PIC Z,ZZZ,ZZ9.99.
002680     05  FILLER                  PIC X(12) VALUE
002690             '  MEDICARE: '.
002700     05  WS-RPT-MEDICARE         PIC Z,ZZZ,ZZ9.99.
002710     05  FILLER                  PIC X(09) VALUE '  STATE: '.
002720     05  WS-RPT-STATE-CODE       PIC X(02).
002730     05  FILLER                  PIC X(01) VALUE SPACES.
002740     05  WS-RPT-STATE-TAX        PIC Z,ZZZ,ZZ9.99.
002750     05  FILLER                  PIC X(08) VALUE '  PAID: '.
002760     05  WS-RPT-PAY-DATE         PIC 9(08) BLANK WHEN ZERO.
002770     05  FILLER                  PIC X(06) VALUE SPACES.
002780 01  WS-RPT-WEEK-LINE.
002790     05  FILLER                  PIC X(18) VALUE SPACES.
002800     05  FILLER                  PIC X(12) VALUE 'WORKWEEK OF '.
002810     05  WS-RPT-WK-START         PIC 9999/99/99.
002820     05  FILLER                  PIC X(09) VALUE '  HOURS: '.
002830     05  WS-RPT-WK-HOURS         PIC ZZZ.99.
002840     05  FILLER                  PIC X(12) VALUE '  STRAIGHT: '.
002850     05  WS-RPT-WK-STRAIGHT      PIC ZZZ.99.
002860     05  FILLER                  PIC X(06) VALUE '  OT: '.
002870     05  WS-RPT-WK-OVERTIME      PIC ZZZ.99.
002880     05  FILLER                  PIC X(14) VALUE '  PRIOR PAID: '.
002890     05  WS-RPT-WK-PRIOR         PIC ZZZ.99.
002900     05  FILLER                  PIC X(27) VALUE SPACES.
002910
002920 01  WS-RPT-EARNINGS-LINE.
002930     05  FILLER                  PIC X(18) VALUE SPACES.
002940     05  FILLER                  PIC X(09) VALUE 'EARNINGS '.
002950     05  WS-RPT-ERN-CODE         PIC X(03).
002960     05  FILLER                  PIC X(01) VALUE SPACES.
002970     05  WS-RPT-ERN-DESC         PIC X(15).
002980     05  FILLER                  PIC X(09) VALUE '  HOURS: '.
002990     05  WS-RPT-ERN-HOURS        PIC ZZZ.99.
003000     05  FILLER                  PIC X(10) VALUE '  AMOUNT: '.
003010     05  WS-RPT-ERN-AMOUNT       PIC Z,ZZZ,ZZ9.99.
003020     05  FILLER                  PIC X(09) VALUE '  SUPPL: '.
003030     05  WS-RPT-ERN-SUPP         PIC X(01).
003040     05  FILLER                  PIC X(06) VALUE '  GL: '.
003050     05  WS-RPT-ERN-GL           PIC X(08).
003060     05  FILLER                  PIC X(25) VALUE SPACES.
003070
003080 01  WS-RPT-RETRO-LINE.
003090     05  FILLER                  PIC X(18) VALUE SPACES.
003100     05  FILLER                  PIC X(14) VALUE 'RETRO PAID BY '.
003110     05  WS-RPT-RET-PERIOD       PIC X(06).
003120     05  FILLER                  PIC X(01) VALUE '-'.
003130     05  WS-RPT-RET-SEQ          PIC X(02).
003140     05  FILLER                  PIC X(11) VALUE '  OLD PAY: '.
003150     05  WS-RPT-RET-OLD-PAY      PIC Z,ZZZ,ZZ9.99.
003160     05  FILLER                  PIC X(11) VALUE '  NEW PAY: '.
003170     05  WS-RPT-RET-NEW-PAY      PIC Z,ZZZ,ZZ9.99.
003180     05  FILLER                  PIC X(09) VALUE '  RETRO: '.
003190     05  WS-RPT-RET-AMOUNT       PIC Z,ZZZ,ZZ9.99-.
003200     05  FILLER                  PIC X(23) VALUE SPACES.
003210
003220 01  WS-RPT-COUNT-LINE.
003230     05  FILLER                  PIC X(26) VALUE
003240             'SELECTED PAY RECORDS:'.
003250     05  WS-RPT-SELECTED-COUNT   PIC ZZZZZZ9.
003260     05  FILLER                  PIC X(99) VALUE SPACES.
003270
003280 01  WS-RPT-TOTAL-LINE.
003290     05  FILLER                  PIC X(26) VALUE
003300             'SELECTED TOTALS   GROSS:'.
003310     05  WS-RPT-TOT-GROSS        PIC ----,---,--9.99.
003320     05  FILLER                  PIC X(08) VALUE '   NET: '.
003330     05  WS-RPT-TOT-NET          PIC ----,---,--9.99.
003340     05  FILLER                  PIC X(68) VALUE SPACES.
003350
003360 PROCEDURE DIVISION.
003370
003380 0000-MAINLINE.
003390     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003400     IF WS-RUN-ABORTED
003410         STOP RUN
003420     END-IF
003430     PERFORM 2000-PROCESS-PAY-HISTORY THRU 2000-EXIT
003440     PERFORM 9000-WRAP-UP THRU 9000-EXIT
003450     STOP RUN.
003460
003470*-----------------------------------------------------------------
003480* READ THE SELECTION CARD AND OPEN THE FILES THE RUN NEEDS. A
003490* MISSING OR EMPTY SELCARD SELECTS THE WHOLE FILE.
003500*-----------------------------------------------------------------
003510 1000-INITIALIZE.
003520     OPEN INPUT SELECT-CARD-FILE
003530     IF WS-SELCARD-OK
003540         READ SELECT-CARD-FILE
003550             AT END
003560                 MOVE SPACES TO SELECT-CARD
003570         END-READ
003580         MOVE SEL-EMPLOYEE-ID   TO WS-SEL-EMPLOYEE-ID
003590         MOVE SEL-FROM-PERIOD   TO WS-SEL-FROM-PERIOD
003600         MOVE SEL-TO-PERIOD     TO WS-SEL-TO-PERIOD
003610         CLOSE SELECT-CARD-FILE
003620     ELSE
003630         DISPLAY "No selection card readable, status "
003640             WS-SELCARD-STATUS ". Selecting entire file."
003650     END-IF
003660     OPEN INPUT PAY-HISTORY-FILE
003670     IF NOT WS-PAYHIST-OK
003680         DISPLAY "Unable to open pay history file, status "
003690             WS-PAYHIST-STATUS
003700         MOVE 8 TO RETURN-CODE
003710         SET WS-RUN-ABORTED TO TRUE
003720         GO TO 1000-EXIT
003730     END-IF
003740     OPEN OUTPUT HISTORY-REPORT-FILE
003750     IF NOT WS-PAYHRPT-OK
003760         DISPLAY "Unable to open history report file, status "
003770             WS-PAYHRPT-STATUS
003780         MOVE 8 TO RETURN-CODE
003790         SET WS-RUN-ABORTED TO TRUE
003800         CLOSE PAY-HISTORY-FILE
003810         GO TO 1000-EXIT
003820     END-IF
003830     PERFORM 3100-WRITE-PAGE-HEADINGS THRU 3100-EXIT.
003840 1000-EXIT.
003850     EXIT.
003860
003870 2000-PROCESS-PAY-HISTORY.
003880     PERFORM 2100-READ-HISTORY-RECORD THRU 2100-EXIT.
003890 2000-LOOP.
003900     IF WS-PAYHIST-EOF
003910         GO TO 2000-EXIT
003920     END-IF
003930     ADD 1 TO WS-READ-COUNT
003940     PERFORM 2200-APPLY-SELECTION THRU 2200-EXIT
003950     IF WS-RECORD-SELECTED
003960         EVALUATE PH-RECORD-TYPE
003970             WHEN 'W'
003980                 PERFORM 3250-PRINT-WEEK-LINE THRU 3250-EXIT
003990             WHEN 'E'
004000                 PERFORM 3260-PRINT-EARNINGS-LINE THRU 3260-EXIT
004010             WHEN 'R'
004020                 PERFORM 3270-PRINT-RETRO-LINE THRU 3270-EXIT
004030             WHEN OTHER
004040                 PERFORM 3200-PRINT-DETAIL-LINE THRU 3200-EXIT
004050         END-EVALUATE
004060     END-IF
004070     PERFORM 2100-READ-HISTORY-RECORD THRU 2100-EXIT
004080     GO TO 2000-LOOP.
004090 2000-EXIT.
004100     EXIT.
004110
004120 2100-READ-HISTORY-RECORD.
004130     READ PAY-HISTORY-FILE
004140         AT END
004150             SET WS-PAYHIST-EOF TO TRUE
004160     END-READ.
004170 2100-EXIT.
004180     EXIT.
004190
004200*-----------------------------------------------------------------
004210* TEST ONE HISTORY RECORD AGAINST THE CARD'S CRITERIA. A BLANK
004220* (OR ZERO) CRITERION PASSES EVERYTHING.
004230*-----------------------------------------------------------------
004240 2200-APPLY-SELECTION.
004250     SET WS-RECORD-SELECTED TO TRUE
004260     IF WS-SEL-EMPLOYEE-ID NOT = SPACES AND
004270        WS-SEL-EMPLOYEE-ID NOT = ZEROS
004280         IF PH-EMPLOYEE-ID NOT = WS-SEL-EMPLOYEE-ID
004290             MOVE 'N' TO WS-RECORD-SELECTED-SW
004300             GO TO 2200-EXIT
004310         END-IF
004320     END-IF
004330     IF WS-SEL-FROM-PERIOD NOT = SPACES AND
004340        WS-SEL-FROM-PERIOD NOT = ZEROS
004350         IF PH-PAY-PERIOD < WS-SEL-FROM-PERIOD
004360             MOVE 'N' TO WS-RECORD-SELECTED-SW
004370             GO TO 2200-EXIT
004380         END-IF
004390     END-IF
004400     IF WS-SEL-TO-PERIOD NOT = SPACES AND
004410        WS-SEL-TO-PERIOD NOT = ZEROS
004420         IF PH-PAY-PERIOD > WS-SEL-TO-PERIOD
004430             MOVE 'N' TO WS-RECORD-SELECTED-SW
004440             GO TO 2200-EXIT
004450         END-IF
004460     END-IF.
004470 2200-EXIT.
004480     EXIT.
004490
004500 3100-WRITE-PAGE-HEADINGS.
004510     ADD 1 TO WS-PAGE-NO
004520     MOVE WS-PAGE-NO TO WS-RPT-HDR-PAGE-NO
004530     MOVE WS-RPT-COMPANY-HDR TO HISTORY-REPORT-RECORD
004540     PERFORM 3300-WRITE-REPORT-RECORD THRU 3300-EXIT
004550     MOVE SPACES TO HISTORY-REPORT-RECORD
004560     PERFORM 3300-WRITE-REPORT-RECORD THRU 3300-EXIT
004570     MOVE WS-RPT-COLUMN-HEADING TO HISTORY-REPORT-RECORD
004580     PERFORM 3300-WRITE-REPORT-RECORD THRU 3300-EXIT
004590     MOVE ZEROS TO WS-LINE-COUNT.
004600 3100-EXIT.
004610     EXIT.
004620
004630 3200-PRINT-DETAIL-LINE.
004640     IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
004650         PERFORM 3100-WRITE-PAGE-HEADINGS THRU 3100-EXIT
004660     END-IF
004670     MOVE PH-RECORD-TYPE      TO WS-RPT-TYPE
004680     MOVE PH-PAY-PERIOD       TO WS-RPT-PERIOD
004690     MOVE PH-PAY-SEQ          TO WS-RPT-SEQ
004700     MOVE PH-EMPLOYEE-ID      TO WS-RPT-EMP-ID
004710     MOVE PH-HOURS-WORKED     TO WS-RPT-HOURS
004720     MOVE PH-OVERTIME-HOURS   TO WS-RPT-OT-HOURS
004730     MOVE PH-GROSS-PAY        TO WS-RPT-GROSS
004740     MOVE PH-TAX-RATE         TO WS-RPT-TAX-RATE
004750     MOVE PH-TAX-DEDUCTION    TO WS-RPT-TAX
004760     MOVE PH-HEALTH-DEDUCTION TO WS-RPT-HEALTH
004770     MOVE PH-401K-DEDUCTION   TO WS-RPT-401K
004780     MOVE PH-GARNISHMENT-AMT  TO WS-RPT-GARN
004790     MOVE PH-NET-PAY          TO WS-RPT-NET
004800     MOVE WS-RPT-DETAIL-LINE  TO HISTORY-REPORT-RECORD
004810     PERFORM 3300-WRITE-REPORT-RECORD THRU 3300-EXIT
004820*-----------------------------------------------------------------
004830* A RECORD WRITTEN BEFORE PAYHIST CARRIED THESE TAXES READS AS
004840* SPACES THERE AND PRINTS AS ZERO.
004850*-----------------------------------------------------------------
004860     IF PH-SS-WAGES NOT NUMERIC
004870         MOVE ZEROS  TO PH-SS-WAGES PH-SS-TAX
004880                        PH-MEDICARE-TAX PH-STATE-TAX
004890         MOVE SPACES TO PH-STATE-CODE
004900     END-IF
004910     MOVE PH-SS-WAGES         TO WS-RPT-SS-WAGES
004920     MOVE PH-SS-TAX           TO WS-RPT-SS-TAX
004930     MOVE PH-MEDICARE-TAX     TO WS-RPT-MEDICARE
004940     MOVE PH-STATE-CODE       TO WS-RPT-STATE-CODE
004950     MOVE PH-STATE-TAX        TO WS-RPT-STATE-TAX
004960     IF PH-PAY-DATE NUMERIC
004970         MOVE PH-PAY-DATE     TO WS-RPT-PAY-DATE
004980     ELSE
004990         MOVE ZEROS           TO WS-RPT-PAY-DATE
005000     END-IF
005010     MOVE WS-RPT-WH-LINE      TO HISTORY-REPORT-RECORD
005020     PERFORM 3300-WRITE-REPORT-RECORD THRU 3300-EXIT
005030     ADD 2 TO WS-LINE-COUNT
005040     ADD 1 TO WS-SELECTED-COUNT
005050     IF PH-RECORD-TYPE = 'V'
005060         SUBTRACT PH-GROSS-PAY FROM WS-TOTAL-GROSS
005070         SUBTRACT PH-NET-PAY   FROM WS-TOTAL-NET
005080     ELSE
005090         ADD PH-GROSS-PAY TO WS-TOTAL-GROSS
005100         ADD PH-NET-PAY   TO WS-TOTAL-NET
005110     END-IF.
005120 3200-EXIT.
005130     EXIT.
005140
005150*-----------------------------------------------------------------
005160* A 'W' RECORD IS THE HOURS OF ONE FLSA WORKWEEK BEHIND THE
005170* PERIOD'S DETAIL. IT CARRIES NO PAY, SO IT IS NOT COUNTED OR
005180* TOTALLED.
005190*-----------------------------------------------------------------
005200 3250-PRINT-WEEK-LINE.
005210     IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
005220         PERFORM 3100-WRITE-PAGE-HEADINGS THRU 3100-EXIT
005230     END-IF
005240     MOVE PHW-WEEK-START      TO WS-RPT-WK-START
005250     MOVE PHW-WEEK-HOURS      TO WS-RPT-WK-HOURS
005260     MOVE PHW-STRAIGHT-HOURS  TO WS-RPT-WK-STRAIGHT
005270     MOVE PHW-OVERTIME-HOURS  TO WS-RPT-WK-OVERTIME
005280     MOVE PHW-PRIOR-HOURS     TO WS-RPT-WK-PRIOR
005290     MOVE WS-RPT-WEEK-LINE    TO HISTORY-REPORT-RECORD
005300     PERFORM 3300-WRITE-REPORT-RECORD THRU 3300-EXIT
005310     ADD 1 TO WS-LINE-COUNT.
005320 3250-EXIT.
005330     EXIT.
005340
005350*-----------------------------------------------------------------
005360* AN 'E' RECORD IS ONE EARNINGS CODE PAID IN THE PERIOD. ITS
005370* AMOUNT IS ALREADY IN THE DETAIL'S GROSS, SO IT IS NOT COUNTED
005380* OR TOTALLED.
005390*-----------------------------------------------------------------
005400 3260-PRINT-EARNINGS-LINE.
005410     IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
005420         PERFORM 3100-WRITE-PAGE-HEADINGS THRU 3100-EXIT
005430     END-IF
005440     MOVE PHE-EARNINGS-CODE   TO WS-RPT-ERN-CODE
005450     MOVE PHE-DESCRIPTION     TO WS-RPT-ERN-DESC
005460     MOVE PHE-HOURS           TO WS-RPT-ERN-HOURS
005470     MOVE PHE-AMOUNT          TO WS-RPT-ERN-AMOUNT
005480     MOVE PHE-SUPPLEMENTAL    TO WS-RPT-ERN-SUPP
005490     MOVE PHE-GL-ACCOUNT      TO WS-RPT-ERN-GL
005500     MOVE WS-RPT-EARNINGS-LINE TO HISTORY-REPORT-RECORD
005510     PERFORM 3300-WRITE-REPORT-RECORD THRU 3300-EXIT
005520     ADD 1 TO WS-LINE-COUNT.
005530 3260-EXIT.
005540     EXIT.
005550
005560*-----------------------------------------------------------------
005570* AN 'R' RECORD IS RETROACTIVE PAY FOR THE PERIOD, PAID BY A LATER
005580* RUN. ITS AMOUNT IS IN THAT RUN'S GROSS, SO IT IS NOT COUNTED OR
005590* TOTALLED.
005600*-----------------------------------------------------------------
005610 3270-PRINT-RETRO-LINE.
005620     IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
005630         PERFORM 3100-WRITE-PAGE-HEADINGS THRU 3100-EXIT
005640     END-IF
005650     MOVE PHR-PAID-PERIOD     TO WS-RPT-RET-PERIOD
005660     MOVE PHR-PAID-SEQ        TO WS-RPT-RET-SEQ
005670     MOVE PHR-OLD-PAY         TO WS-RPT-RET-OLD-PAY
005680     MOVE PHR-NEW-PAY         TO WS-RPT-RET-NEW-PAY
005690     MOVE PHR-RETRO-AMOUNT    TO WS-RPT-RET-AMOUNT
005700     MOVE WS-RPT-RETRO-LINE   TO HISTORY-REPORT-RECORD
005710     PERFORM 3300-WRITE-REPORT-RECORD THRU 3300-EXIT
005720     ADD 1 TO WS-LINE-COUNT.
005730 3270-EXIT.
005740     EXIT.
005750
005760 3300-WRITE-REPORT-RECORD.
005770     WRITE HISTORY-REPORT-RECORD
005780     IF NOT WS-PAYHRPT-OK
005790         DISPLAY "Unable to write history report record, status "
005800             WS-PAYHRPT-STATUS
005810     END-IF.
005820 3300-EXIT.
005830     EXIT.
005840
005850 9000-WRAP-UP.
005860     MOVE SPACES TO HISTORY-REPORT-RECORD
005870     PERFORM 3300-WRITE-REPORT-RECORD THRU 3300-EXIT
005880     MOVE WS-SELECTED-COUNT TO WS-RPT-SELECTED-COUNT
005890     MOVE WS-RPT-COUNT-LINE TO HISTORY-REPORT-RECORD
005900     PERFORM 3300-WRITE-REPORT-RECORD THRU 3300-EXIT
005910     MOVE WS-TOTAL-GROSS TO WS-RPT-TOT-GROSS
005920     MOVE WS-TOTAL-NET   TO WS-RPT-TOT-NET
005930     MOVE WS-RPT-TOTAL-LINE TO HISTORY-REPORT-RECORD
005940     PERFORM 3300-WRITE-REPORT-RECORD THRU 3300-EXIT
005950     CLOSE PAY-HISTORY-FILE
005960     CLOSE HISTORY-REPORT-FILE
005970     DISPLAY "Pay history records read:     " WS-READ-COUNT
005980     DISPLAY "Pay history records selected: " WS-SELECTED-COUNT
005990     DISPLAY "Pay history report written to PAYHRPT.".
006000 9000-EXIT.
006010     EXIT.
006020
006030 END PROGRAM PayHistoryInquiry.
