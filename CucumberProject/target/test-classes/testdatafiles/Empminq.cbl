000220*                 GARNISHMENT, CURRENT AND YTD FIGURES, ALL
000230*                 FOUR QUARTERLY BUCKETS, LAST-PAID STAMP AND
000240*                 ROUTING NUMBER -- PRINTS IN FULL.
000250* 10/15/2026 RSS  MASTER GREW 273 TO 550. THE LISTING NOW PRINTS
000260*                 THE W-4 ELECTIONS AND WITHHOLDING STATE WITH THE
000270*                 CURRENT SOCIAL SECURITY, MEDICARE AND STATE TAX,
000280*                 AND A LINE OF THEIR YTD FIGURES, SO EACH
000290*                 EMPLOYEE NOW PRINTS AS A TEN-LINE BLOCK.
000300* 10/15/2026 RSS  MASTER GREW 550 TO 651 FOR THE TIMECARD WORKWEEK
000310*                 HOURS. LAYOUT ONLY; THE LISTING IS UNCHANGED.
000320* 10/15/2026 RSS  MASTER GREW 651 TO 814 FOR THE EARNINGS-CODE
000330*                 LINES AND SUPPLEMENTAL WAGES AND TAX. LAYOUT
000340*                 ONLY; THE LISTING IS UNCHANGED.
000350* 10/15/2026 RSS  EM-RETRO-PERIOD (BACKDATED RATE CHANGE PENDING)
000360*                 TAKEN FROM TRAILING FILLER. LAYOUT ONLY.
000370* 10/15/2026 RSS  MASTER GREW 814 TO 880 FOR THE HIRE DATE AND
000380*                 THE PAID TIME OFF FIELDS. LAYOUT ONLY; THE
000390*                 LISTING IS UNCHANGED.
000400* 10/15/2026 RSS  MASTER GREW 880 TO 921 FOR THE 401(K) ELECTION
000410*                 AND YEAR-TO-DATE DEFERRAL FIELDS. LAYOUT ONLY.
000420* 10/15/2026 RSS  MASTER GREW 921 TO 1007 FOR THE BANK ACCOUNT
000430*                 CHANGE HELD FOR APPROVAL AND PRENOTE. LAYOUT
000440*                 ONLY.
000450* 10/15/2026 RSS  EM-LAST-CHECK-NO TAKEN OUT OF THE MASTER'S
000460*                 TRAILING FILLER; LENGTH UNCHANGED. LAYOUT ONLY.
000470*****************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. EmployeeMasterInquiry.
000500 AUTHOR. R. SANTOS.
000510 INSTALLATION. PAYROLL DATA CENTER.
000520 DATE-WRITTEN. 09/02/2026.
000530 DATE-COMPILED.
000540
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT EMPLOYEE-MASTER-FILE
000610         ASSIGN TO EMPMAST
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS EM-EMPLOYEE-ID
000650         FILE STATUS IS WS-EMPMAST-STATUS.
000660
000670     SELECT SELECT-CARD-FILE
000680         ASSIGN TO SELCARD
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-SELCARD-STATUS.
000710
000720     SELECT MASTER-REPORT-FILE
000730         ASSIGN TO EMPMRPT
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-EMPMRPT-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790*-----------------------------------------------------------------
000800* EMPLOYEE MASTER RECORD AS MAINTAINED BY THE PAYROLL SYSTEM.
000810* THIS LAYOUT MUST MATCH EMPLOYEEPAYROLLSYSTEM'S EXACTLY.
000820*-----------------------------------------------------------------
000830 FD  EMPLOYEE-MASTER-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 01  EMPLOYEE-MASTER-RECORD.
000860     05  EM-EMPLOYEE-ID          PIC 9(05).
000870     05  EM-EMPLOYEE-NAME        PIC X(30).
000880     05  EM-HOURS-WORKED         PIC 9(03)V99.
000890     05  EM-HOURLY-RATE          PIC 9(05)V99.
000900     05  EM-GROSS-PAY            PIC 9(07)V99.
000910     05  EM-TAX-RATE             PIC 9(01)V999.
000920     05  EM-TAX-DEDUCTION        PIC 9(07)V99.
000930     05  EM-HEALTH-DEDUCTION     PIC 9(05)V99.
000940     05  EM-401K-DEDUCTION       PIC 9(05)V99.
000950     05  EM-GARNISHMENT-AMT      PIC 9(05)V99.
000960     05  EM-NET-PAY              PIC 9(07)V99.
000970     05  EM-YTD-GROSS            PIC 9(09)V99.
000980     05  EM-YTD-TAX              PIC 9(09)V99.
000990     05  EM-YTD-NET              PIC 9(09)V99.
001000     05  EM-STATUS-CODE          PIC X(01).
001010         88  EM-ACTIVE                 VALUE 'A'.
001020         88  EM-TERMINATED             VALUE 'T'.
001030     05  EM-BANK-ROUTING         PIC 9(09).
001040     05  EM-BANK-ACCOUNT         PIC X(17).
001050     05  EM-LAST-PAID-PERIOD     PIC X(06).
001060     05  EM-QTR-BUCKETS.
001070         10  EM-QTR-GROSS OCCURS 4 TIMES
001080                                 PIC 9(09)V99.
001090         10  EM-QTR-TAX OCCURS 4 TIMES
001100                                 PIC 9(09)V99.
001110     05  EM-DEPT-CODE            PIC X(04).
001120     05  EM-PAY-TYPE             PIC X(01).
001130     05  EM-PERIOD-SALARY        PIC 9(07)V99.
001140     05  EM-PAY-CYCLE            PIC X(01).
001150     05  EM-LAST-PAID-SEQ        PIC X(02).
001160     05  EM-W4-FILING-STATUS     PIC X(01).
001170     05  EM-W4-EXTRA-WITHHOLDING PIC 9(05)V99.
001180     05  EM-W4-EXEMPT            PIC X(01).
001190     05  EM-STATE-CODE           PIC X(02).
001200     05  EM-SS-DEDUCTION         PIC 9(07)V99.
001210     05  EM-MEDICARE-DEDUCTION   PIC 9(07)V99.
001220     05  EM-STATE-TAX-DEDUCTION  PIC 9(07)V99.
001230     05  EM-SS-WAGES             PIC 9(07)V99.
001240     05  EM-YTD-SS-WAGES         PIC 9(09)V99.
001250     05  EM-YTD-SS-TAX           PIC 9(09)V99.
001260     05  EM-YTD-MEDICARE-TAX     PIC 9(09)V99.
001270     05  EM-YTD-STATE-TAX        PIC 9(09)V99.
001280     05  EM-WH-QTR-BUCKETS.
001290         10  EM-QTR-SS-WAGES OCCURS 4 TIMES
001300                                 PIC 9(09)V99.
001310         10  EM-QTR-SS-TAX OCCURS 4 TIMES
001320                                 PIC 9(09)V99.
001330         10  EM-QTR-MEDICARE-TAX OCCURS 4 TIMES
001340                                 PIC 9(09)V99.
001350         10  EM-QTR-STATE-TAX OCCURS 4 TIMES
001360                                 PIC 9(09)V99.
001370*-----------------------------------------------------------------
001380* THE RUN'S HOURS BY FLSA WORKWEEK, POSTED FROM TIMECARD PUNCHES
001390* FOR THE RUN NAMED IN EM-TC-RUN-ID. EM-HOURS-SOURCE 'T' PAYS THE
001400* WORKWEEKS; 'M' MEANS THE PERIOD HOURS WERE KEYED AS AN
001410* OVERRIDE. EM-TC-CARRY-START/HOURS IS THE WORKWEEK THE PRIOR RUN
001420* ENDED IN AND THE HOURS ALREADY PAID IN IT.
001430*-----------------------------------------------------------------
001440     05  EM-HOURS-SOURCE         PIC X(01).
001450         88  EM-HOURS-FROM-TIMECARDS   VALUE 'T'.
001460         88  EM-HOURS-KEYED            VALUE 'M'.
001470     05  EM-TC-RUN-ID            PIC X(08).
001480     05  EM-TC-CARRY-START       PIC 9(08).
001490     05  EM-TC-CARRY-HOURS       PIC 9(03)V99.
001500     05  EM-TC-WEEK-COUNT        PIC 9(01).
001510     05  EM-TC-WEEKS.
001520         10  EM-TC-WEEK OCCURS 6 TIMES.
001530             15  EM-TC-WEEK-START    PIC 9(08).
001540             15  EM-TC-WEEK-HOURS    PIC 9(03)V99.
001550*-----------------------------------------------------------------
001560* THE RUN'S EARNINGS LINES BEYOND BASE PAY, POSTED FROM 'E'
001570* TRANSACTIONS FOR THE RUN NAMED IN EM-ERN-RUN-ID: UP TO EIGHT
001580* EARNINGS CODES, EACH WITH ITS HOURS (HOURS-BASIS CODES) AND
001590* ITS AMOUNT. AN HOURS-BASIS LINE IS PRICED AGAIN BY EVERY
001600* CALCULATION SO IT ALWAYS FOLLOWS THE RATE IN FORCE.
001610* EM-SUPP-WAGES/TAX ARE THE PERIOD'S SUPPLEMENTAL WAGES AND THE
001620* FLAT-RATE FEDERAL TAX ON THEM, WHICH IS INCLUDED IN
001630* EM-TAX-DEDUCTION.
001640*-----------------------------------------------------------------
001650     05  EM-ERN-RUN-ID           PIC X(08).
001660     05  EM-ERN-COUNT            PIC 9(01).
001670     05  EM-SUPP-WAGES           PIC 9(07)V99.
001680     05  EM-SUPP-TAX             PIC 9(07)V99.
001690     05  EM-ERN-LINES.
001700         10  EM-ERN-LINE OCCURS 8 TIMES.
001710             15  EM-ERN-CODE         PIC X(03).
001720             15  EM-ERN-HOURS        PIC 9(03)V99.
001730             15  EM-ERN-AMOUNT       PIC 9(07)V99.
001740*-----------------------------------------------------------------
001750* EFFECTIVE PERIOD (YYYYMM) OF A BACKDATED RATE OR SALARY CHANGE
001760* NOT YET REPAID FOR THE RUNS ALREADY PAID SINCE THEN. SPACES
001770* MEANS NOTHING IS PENDING.
001780*-----------------------------------------------------------------
001790     05  EM-RETRO-PERIOD         PIC X(06).
001800*-----------------------------------------------------------------
001810* PAID TIME OFF. THE HIRE DATE (YYYYMMDD, ZERO WHEN NOT ON FILE)
001820* SETS THE YEARS OF SERVICE THE ACCRUAL TIER IS CHOSEN BY. THE
001830* BALANCE AND THE YEAR'S ACCRUED AND USED HOURS ARE IN HOURS;
001840* EM-PTO-RUN-ID NAMES THE RUN THAT LAST ACCRUED, WITH THE HOURS IT
001850* ACCRUED AND PAID. EM-PTO-LIAB-BOOKED IS THE LIABILITY BOOKED BY
001860* THE LAST MONTHLY LIABILITY RUN. EM-PTO-PAYOUT-SW IS SET WHEN A
001870* TERMINATED EMPLOYEE'S BALANCE IS OWED ON A FINAL CHECK AND
001880* MARKED WHEN THE FINAL CHECK HAS PAID IT.
001890*-----------------------------------------------------------------
001900     05  EM-HIRE-DATE            PIC 9(08).
001910     05  EM-PTO-BALANCE          PIC 9(05)V99.
001920     05  EM-PTO-ACCRUED-YTD      PIC 9(05)V99.
001930     05  EM-PTO-USED-YTD         PIC 9(05)V99.
001940     05  EM-PTO-RUN-ID           PIC X(08).
001950     05  EM-PTO-RUN-ACCRUED      PIC 9(03)V99.
001960     05  EM-PTO-RUN-USED         PIC 9(05)V99.
001970     05  EM-PTO-LIAB-BOOKED      PIC 9(09)V99.
001980     05  EM-PTO-PAYOUT-SW        PIC X(01).
001990         88  EM-PTO-PAYOUT-NONE        VALUE SPACE.
002000         88  EM-PTO-PAYOUT-PENDING     VALUE 'P'.
002010         88  EM-PTO-FINAL-CHECK        VALUE 'F'.
002020*-----------------------------------------------------------------
002030* 401(K) DEFERRAL ELECTION FROM THE PLAN RECORDKEEPER. A BLANK
002040* TYPE DEFERS THE PLAN'S STANDING WS-401K-PERCENT; 'P' DEFERS
002050* EM-401K-ELECT-PCT OF GROSS AND 'A' THE FLAT EM-401K-ELECT-AMT.
002060* AN ELECTION FOR A LATER PERIOD WAITS IN THE PENDING FIELDS
002070* UNTIL THE FIRST RUN OF THAT PERIOD MAKES IT CURRENT.
002080* EM-YTD-401K IS THE YEAR'S DEFERRALS, HELD TO THE ANNUAL LIMIT
002090* (PLUS THE CATCH-UP LIMIT WHEN THE EMPLOYEE IS ELIGIBLE).
002100*-----------------------------------------------------------------
002110     05  EM-401K-ELECT-TYPE      PIC X(01).
002120         88  EM-401K-PLAN-DEFAULT      VALUE SPACE.
002130         88  EM-401K-ELECT-PERCENT     VALUE 'P'.
002140         88  EM-401K-ELECT-FLAT        VALUE 'A'.
002150     05  EM-401K-ELECT-PCT       PIC 9(01)V999.
002160     05  EM-401K-ELECT-AMT       PIC 9(05)V99.
002170     05  EM-401K-CATCHUP-SW      PIC X(01).
002180         88  EM-401K-CATCHUP-ELIGIBLE  VALUE 'Y'.
002190     05  EM-401K-PEND-PERIOD     PIC X(06).
002200     05  EM-401K-PEND-TYPE       PIC X(01).
002210     05  EM-401K-PEND-PCT        PIC 9(01)V999.
002220     05  EM-401K-PEND-AMT        PIC 9(05)V99.
002230     05  EM-401K-PEND-CATCHUP    PIC X(01).
002240     05  EM-YTD-401K             PIC 9(07)V99.
002250*-----------------------------------------------------------------
002260* BANK ACCOUNT CHANGE HELD FOR APPROVAL AND PRENOTE. WHILE ONE IS
002270* PENDING ('E' ENTERED, 'A' APPROVED, 'R' RETURNED BY THE BANK)
002280* THE EMPLOYEE IS PAID BY CHECK, NOT TO EM-BANK-ROUTING/ACCOUNT.
002290*-----------------------------------------------------------------
002300     05  EM-BANK-CHG-STATUS      PIC X(01).
002310         88  EM-BANK-CHG-NONE          VALUE SPACE.
002320         88  EM-BANK-CHG-ENTERED       VALUE 'E'.
002330         88  EM-BANK-CHG-APPROVED      VALUE 'A'.
002340         88  EM-BANK-CHG-RETURNED      VALUE 'R'.
002350         88  EM-BANK-CHG-PENDING       VALUE 'E' 'A' 'R'.
002360     05  EM-BANK-CHG-ROUTING     PIC 9(09).
002370     05  EM-BANK-CHG-ACCOUNT     PIC X(17).
002380     05  EM-BANK-CHG-ENTER-BY    PIC X(08).
002390     05  EM-BANK-CHG-ENTER-DATE  PIC 9(08).
002400     05  EM-BANK-CHG-APPR-BY     PIC X(08).
002410     05  EM-BANK-CHG-APPR-DATE   PIC 9(08).
002420     05  EM-PRENOTE-DATE         PIC 9(08).
002430     05  EM-PRENOTE-RUN-ID       PIC X(08).
002440     05  EM-BANK-RETURN-CODE     PIC X(03).
002450     05  EM-BANK-RETURN-DATE     PIC 9(08).
002460     05  EM-LAST-CHECK-NO        PIC 9(08).
002470     05  FILLER                  PIC X(04).
002480
002490 FD  SELECT-CARD-FILE
002500     LABEL RECORDS ARE STANDARD
002510     RECORD CONTAINS 80 CHARACTERS.
002520 01  SELECT-CARD.
002530     05  SEL-EMPLOYEE-ID         PIC X(05).
002540     05  SEL-NAME-FRAGMENT       PIC X(30).
002550     05  SEL-DEPT-CODE           PIC X(04).
002560     05  SEL-STATUS-CODE         PIC X(01).
002570     05  FILLER                  PIC X(40).
002580
002590 FD  MASTER-REPORT-FILE
002600     LABEL RECORDS ARE STANDARD
002610     RECORD CONTAINS 132 CHARACTERS.
002620 01  MASTER-REPORT-RECORD        PIC X(132).
002630
002640 WORKING-STORAGE SECTION.
002650 01  WS-FILE-STATUSES.
002660     05  WS-EMPMAST-STATUS       PIC X(02) VALUE '00'.
002670         88  WS-EMPMAST-OK             VALUE '00'.
002680         88  WS-EMPMAST-EOF            VALUE '10'.
002690     05  WS-SELCARD-STATUS       PIC X(02) VALUE '00'.
002700         88  WS-SELCARD-OK             VALUE '00'.
002710     05  WS-EMPMRPT-STATUS       PIC X(02) VALUE '00'.
002720         88  WS-EMPMRPT-OK             VALUE '00'.
002730
002740 01  WS-MASTER-EOF-SW            PIC X(01) VALUE 'N'.
002750     88  WS-MASTER-EOF               VALUE 'Y'.
002760
002770*-----------------------------------------------------------------
002780* SELECTION CRITERIA AS TAKEN FROM THE CONTROL CARD. BLANK (OR
002790* ZERO) FIELDS SELECT EVERYTHING, SO AN EMPTY CARD LISTS THE
002800* WHOLE MASTER IN ID ORDER. THE NAME FRAGMENT MATCHES ANYWHERE
002810* IN THE EMPLOYEE NAME.
002820*-----------------------------------------------------------------
002830 01  WS-SELECTION-CRITERIA.
002840     05  WS-SEL-EMPLOYEE-ID      PIC X(05) VALUE SPACES.
002850     05  WS-SEL-NAME-FRAGMENT    PIC X(30) VALUE SPACES.
002860     05  WS-SEL-DEPT-CODE        PIC X(04) VALUE SPACES.
002870     05  WS-SEL-STATUS-CODE      PIC X(01) VALUE SPACE.
002880
002890 01  WS-RECORD-SELECTED-SW       PIC X(01) VALUE 'N'.
002900     88  WS-RECORD-SELECTED          VALUE 'Y'.
002910
002920 01  WS-NAME-FOUND-SW            PIC X(01) VALUE 'N'.
002930     88  WS-NAME-FOUND               VALUE 'Y'.
002940
002950 01  WS-RUN-ABORT-SW             PIC X(01) VALUE 'N'.
002960     88  WS-RUN-ABORTED              VALUE 'Y'.
002970
002980 77  WS-SELECTED-COUNT           PIC 9(07) VALUE ZERO.
002990 77  WS-READ-COUNT               PIC 9(07) VALUE ZERO.
003000 77  WS-FRAG-LEN                 PIC S9(04) COMP VALUE ZERO.
003010 77  WS-SCAN-IX                  PIC S9(04) COMP VALUE ZERO.
003020 77  WS-ACCT-LEN                 PIC S9(04) COMP VALUE ZERO.
003030 77  WS-ACCT-IX                  PIC S9(04) COMP VALUE ZERO.
003040
003050*-----------------------------------------------------------------
003060* THE BANK ACCOUNT AS PRINTED: EVERY CHARACTER BUT THE LAST FOUR
003070* IS MASKED TO '*'. THE REPORT GOES TO HR, NOT TREASURY.
003080*-----------------------------------------------------------------
003090 01  WS-MASKED-ACCOUNT           PIC X(17) VALUE SPACES.
003100
003110*-----------------------------------------------------------------
003120* REPORT PRINT LINES. EACH SELECTED EMPLOYEE PRINTS AS A BLOCK
003130* OF TEN LINES; WS-LINES-PER-PAGE CAPS THE LINES ON A PAGE
003140* BEFORE NEW HEADINGS ARE PRINTED, AS ON AUDRPT.
003150*-----------------------------------------------------------------
003160 77  WS-LINES-PER-PAGE           PIC 9(02) VALUE 48.
003170 77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
003180 77  WS-PAGE-NO                  PIC 9(02) COMP VALUE ZERO.
003190
003200 01  WS-RPT-COMPANY-HDR.
003210     05  FILLER                  PIC X(20) VALUE
003220             'PAYROLL DATA CENTER'.
003230     05  FILLER                  PIC X(40) VALUE
003240             'EMPLOYEE MASTER LISTING'.
003250     05  FILLER                  PIC X(06) VALUE 'PAGE: '.
003260     05  WS-RPT-HDR-PAGE-NO      PIC Z9.
003270     05  FILLER                  PIC X(64) VALUE SPACES.
003280
003290 01  WS-RPT-ID-LINE.
003300     05  FILLER                  PIC X(08) VALUE 'EMP ID: '.
003310     05  WS-RPT-EMP-ID           PIC ZZZZ9.
003320     05  FILLER                  PIC X(08) VALUE '  NAME: '.
003330     05  WS-RPT-EMP-NAME         PIC X(30).
003340     05  FILLER                  PIC X(10) VALUE '  STATUS: '.
003350     05  WS-RPT-STATUS           PIC X(01).
003360     05  FILLER                  PIC X(08) VALUE '  DEPT: '.
003370     05  WS-RPT-DEPT             PIC X(04).
003380     05  FILLER                  PIC X(08) VALUE '  TYPE: '.
003390     05  WS-RPT-PAY-TYPE         PIC X(01).
003400     05  FILLER                  PIC X(09) VALUE '  CYCLE: '.
003410     05  WS-RPT-PAY-CYCLE        PIC X(01).
003420     05  FILLER                  PIC X(39) VALUE SPACES.
003430
003440 01  WS-RPT-RATE-LINE.
003450     05  FILLER                  PIC X(08) VALUE '  RATE: '.
003460     05  WS-RPT-RATE             PIC ZZZZZ.99.
003470     05  FILLER                  PIC X(10) VALUE '  SALARY: '.
003480     05  WS-RPT-SALARY           PIC Z,ZZZ,ZZ9.99.
003490     05  FILLER                  PIC X(11) VALUE '  GARNISH: '.
003500     05  WS-RPT-GARNISH          PIC ZZZ,ZZ9.99.
003510     05  FILLER                  PIC X(09) VALUE '  HOURS: '.
003520     05  WS-RPT-HOURS            PIC ZZZ.99.
003530     05  FILLER                  PIC X(13) VALUE '  LAST PAID: '.
003540     05  WS-RPT-LAST-PAID        PIC X(06).
003550     05  FILLER                  PIC X(01) VALUE '-'.
003560     05  WS-RPT-LAST-SEQ         PIC X(02).
003570     05  FILLER                  PIC X(37) VALUE SPACES.
003580
003590 01  WS-RPT-CUR-LINE.
003600     05  FILLER                  PIC X(13) VALUE '  CUR GROSS: '.
003610     05  WS-RPT-CUR-GROSS        PIC Z,ZZZ,ZZ9.99.
003620     05  FILLER                  PIC X(07) VALUE '  TAX: '.
003630     05  WS-RPT-CUR-TAX          PIC Z,ZZZ,ZZ9.99.
003640     05  FILLER                  PIC X(07) VALUE '  NET: '.
003650     05  WS-RPT-CUR-NET          PIC Z,ZZZ,ZZ9.99.
003660     05  FILLER                  PIC X(69) VALUE SPACES.
003670
003680 01  WS-RPT-YTD-LINE.
003690     05  FILLER                  PIC X(13) VALUE '  YTD GROSS: '.
003700     05  WS-RPT-YTD-GROSS        PIC ZZZ,ZZZ,ZZ9.99.
003710     05  FILLER                  PIC X(07) VALUE '  TAX: '.
003720     05  WS-RPT-YTD-TAX          PIC ZZZ,ZZZ,ZZ9.99.
003730     05  FILLER                  PIC X(07) VALUE '  NET: '.
003740     05  WS-RPT-YTD-NET          PIC ZZZ,ZZZ,ZZ9.99.
003750     05  FILLER                  PIC X(63) VALUE SPACES.
003760
003770 01  WS-RPT-W4-LINE.
003780     05  FILLER                  PIC X(14) VALUE
003790             '  W-4 STATUS: '.
003800     05  WS-RPT-W4-STATUS        PIC X(01).
003810     05  FILLER                  PIC X(10) VALUE '  EXEMPT: '.
003820     05  WS-RPT-W4-EXEMPT        PIC X(01).
003830     05  FILLER                  PIC X(13) VALUE
003840             '  EXTRA W/H: '.
003850     05  WS-RPT-W4-EXTRA         PIC ZZ,ZZ9.99.
003860     05  FILLER                  PIC X(09) VALUE '  STATE: '.
003870     05  WS-RPT-STATE-CODE       PIC X(02).
003880     05  FILLER                  PIC X(10) VALUE '  CUR SS: '.
003890     05  WS-RPT-CUR-SS           PIC Z,ZZZ,ZZ9.99.
003900     05  FILLER                  PIC X(12) VALUE
003910             '  MEDICARE: '.
003920     05  WS-RPT-CUR-MEDICARE     PIC Z,ZZZ,ZZ9.99.
003930     05  FILLER                  PIC X(13) VALUE
003940             '  STATE TAX: '.
003950     05  WS-RPT-CUR-STATE-TAX    PIC Z,ZZZ,ZZ9.99.
003960     05  FILLER                  PIC X(02) VALUE SPACES.
003970
003980 01  WS-RPT-YTD-WH-LINE.
003990     05  FILLER                  PIC X(16) VALUE
004000             '  YTD SS WAGES: '.
004010     05  WS-RPT-YTD-SS-WAGES     PIC ZZZ,ZZZ,ZZ9.99.
004020     05  FILLER                  PIC X(06) VALUE '  SS: '.
004030     05  WS-RPT-YTD-SS           PIC ZZZ,ZZZ,ZZ9.99.
004040     05  FILLER                  PIC X(12) VALUE
004050             '  MEDICARE: '.
004060     05  WS-RPT-YTD-MEDICARE     PIC ZZZ,ZZZ,ZZ9.99.
004070     05  FILLER                  PIC X(13) VALUE
004080             '  STATE TAX: '.
004090     05  WS-RPT-YTD-STATE-TAX    PIC ZZZ,ZZZ,ZZ9.99.
004100     05  FILLER                  PIC X(29) VALUE SPACES.
004110
004120 01  WS-RPT-QTR-GROSS-LINE.
004130     05  FILLER                  PIC X(13) VALUE '  QTR GROSS: '.
004140     05  WS-RPT-QG1              PIC ZZZ,ZZZ,ZZ9.99.
004150     05  FILLER                  PIC X(02) VALUE SPACES.
004160     05  WS-RPT-QG2              PIC ZZZ,ZZZ,ZZ9.99.
004170     05  FILLER                  PIC X(02) VALUE SPACES.
004180     05  WS-RPT-QG3              PIC ZZZ,ZZZ,ZZ9.99.
004190     05  FILLER                  PIC X(02) VALUE SPACES.
004200     05  WS-RPT-QG4              PIC ZZZ,ZZZ,ZZ9.99.
004210     05  FILLER                  PIC X(57) VALUE SPACES.
004220
004230 01  WS-RPT-QTR-TAX-LINE.
004240     05  FILLER                  PIC X(13) VALUE '  QTR TAX:   '.
004250     05  WS-RPT-QT1              PIC ZZZ,ZZZ,ZZ9.99.
004260     05  FILLER                  PIC X(02) VALUE SPACES.
004270     05  WS-RPT-QT2              PIC ZZZ,ZZZ,ZZ9.99.
004280     05  FILLER                  PIC X(02) VALUE SPACES.
004290     05  WS-RPT-QT3              PIC ZZZ,ZZZ,ZZ9.99.
004300     05  FILLER                  PIC X(02) VALUE SPACES.
004310     05  WS-RPT-QT4              PIC ZZZ,ZZZ,ZZ9.99.
004320     05  FILLER                  PIC X(57) VALUE SPACES.
004330
004340 01  WS-RPT-BANK-LINE.
004350     05  FILLER                  PIC X(16) VALUE
004360             '  BANK ROUTING: '.
004370     05  WS-RPT-ROUTING          PIC 9(09).
004380     05  FILLER                  PIC X(11) VALUE '  ACCOUNT: '.
004390     05  WS-RPT-ACCOUNT          PIC X(17).
004400     05  FILLER                  PIC X(79) VALUE SPACES.
004410
004420 01  WS-RPT-COUNT-LINE.
004430     05  FILLER                  PIC X(26) VALUE
004440             'EMPLOYEES LISTED:'.
004450     05  WS-RPT-SELECTED-COUNT   PIC ZZZZZZ9.
004460     05  FILLER                  PIC X(99) VALUE SPACES.
004470
004480 PROCEDURE DIVISION.
004490
004500 0000-MAINLINE.
004510     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004520     IF WS-RUN-ABORTED
004530         STOP RUN
004540     END-IF
004550     PERFORM 2000-PROCESS-MASTER THRU 2000-EXIT
004560     PERFORM 9000-WRAP-UP THRU 9000-EXIT
004570     STOP RUN.
004580
004590*-----------------------------------------------------------------
004600* READ THE SELECTION CARD AND OPEN THE FILES. A MISSING OR EMPTY
004610* SELCARD SELECTS THE WHOLE MASTER (THE DAILY LISTING).
004620*-----------------------------------------------------------------
004630 1000-INITIALIZE.
004640     OPEN INPUT SELECT-CARD-FILE
004650     IF WS-SELCARD-OK
004660         READ SELECT-CARD-FILE
004670             AT END
004680                 MOVE SPACES TO SELECT-CARD
004690         END-READ
004700         MOVE SEL-EMPLOYEE-ID    TO WS-SEL-EMPLOYEE-ID
004710         MOVE SEL-NAME-FRAGMENT  TO WS-SEL-NAME-FRAGMENT
004720         MOVE SEL-DEPT-CODE      TO WS-SEL-DEPT-CODE
004730         MOVE SEL-STATUS-CODE    TO WS-SEL-STATUS-CODE
004740         CLOSE SELECT-CARD-FILE
004750     ELSE
004760         DISPLAY "No selection card readable, status "
004770             WS-SELCARD-STATUS ". Listing entire master."
004780     END-IF
004790     PERFORM 1100-SIZE-NAME-FRAGMENT THRU 1100-EXIT
004800     OPEN INPUT EMPLOYEE-MASTER-FILE
004810     IF NOT WS-EMPMAST-OK
004820         DISPLAY "Unable to open employee master, status "
004830             WS-EMPMAST-STATUS
004840         MOVE 8 TO RETURN-CODE
004850         SET WS-RUN-ABORTED TO TRUE
004860         GO TO 1000-EXIT
004870     END-IF
004880     OPEN OUTPUT MASTER-REPORT-FILE
004890     IF NOT WS-EMPMRPT-OK
004900         DISPLAY "Unable to open master report file, status "
004910             WS-EMPMRPT-STATUS
004920         MOVE 8 TO RETURN-CODE
004930         SET WS-RUN-ABORTED TO TRUE
004940         CLOSE EMPLOYEE-MASTER-FILE
004950         GO TO 1000-EXIT
004960     END-IF
004970     PERFORM 3100-WRITE-PAGE-HEADINGS THRU 3100-EXIT.
004980 1000-EXIT.
004990     EXIT.
005000
005010*-----------------------------------------------------------------
005020* FIND HOW MANY CHARACTERS OF THE NAME FRAGMENT WERE ACTUALLY
005030* KEYED, SO THE SCAN COMPARES ONLY THE KEYED PART.
005040*-----------------------------------------------------------------
005050 1100-SIZE-NAME-FRAGMENT.
005060     MOVE ZERO TO WS-FRAG-LEN
005070     PERFORM 1110-FIND-FRAG-END THRU 1110-EXIT
005080         VARYING WS-SCAN-IX FROM 30 BY -1
005090         UNTIL WS-SCAN-IX < 1 OR WS-FRAG-LEN > 0.
005100 1100-EXIT.
005110     EXIT.
005120
005130 1110-FIND-FRAG-END.
005140     IF WS-SEL-NAME-FRAGMENT(WS-SCAN-IX:1) NOT = SPACE
005150         MOVE WS-SCAN-IX TO WS-FRAG-LEN
005160     END-IF.
005170 1110-EXIT.
005180     EXIT.
005190
005200*-----------------------------------------------------------------
005210* MAIN LOOP. THE MASTER IS READ FORWARD FROM ITS FIRST RECORD,
005220* WHICH IS ID ORDER ON A KEYED FILE. THE SAME OLD-LAYOUT
005230* DEFAULTING THE PAYROLL SYSTEM APPLIES ON ITS PASSES IS APPLIED
005240* HERE SO RECORDS THAT PREDATE A FIELD STILL LIST SENSIBLY.
005250*-----------------------------------------------------------------
005260 2000-PROCESS-MASTER.
005270     MOVE LOW-VALUES TO EM-EMPLOYEE-ID
005280     START EMPLOYEE-MASTER-FILE KEY IS GREATER THAN
005290             EM-EMPLOYEE-ID
005300         INVALID KEY
005310             SET WS-MASTER-EOF TO TRUE
005320     END-START.
005330 2000-LOOP.
005340     IF WS-MASTER-EOF
005350         GO TO 2000-EXIT
005360     END-IF
005370     PERFORM 2100-READ-NEXT-MASTER THRU 2100-EXIT
005380     IF WS-MASTER-EOF
005390         GO TO 2000-EXIT
005400     END-IF
005410     ADD 1 TO WS-READ-COUNT
005420     PERFORM 2200-APPLY-SELECTION THRU 2200-EXIT
005430     IF WS-RECORD-SELECTED
005440         PERFORM 3000-PRINT-EMPLOYEE THRU 3000-EXIT
005450     END-IF
005460     GO TO 2000-LOOP.
005470 2000-EXIT.
005480     EXIT.
005490
005500 2100-READ-NEXT-MASTER.
005510     READ EMPLOYEE-MASTER-FILE NEXT RECORD
005520         AT END
005530             SET WS-MASTER-EOF TO TRUE
005540             GO TO 2100-EXIT
005550     END-READ
005560     IF EM-STATUS-CODE = SPACE
005570         MOVE 'A' TO EM-STATUS-CODE
005580     END-IF
005590     IF EM-DEPT-CODE = SPACES
005600         MOVE 'GEN ' TO EM-DEPT-CODE
005610     END-IF
005620     IF EM-QTR-BUCKETS = SPACES
005630         MOVE ZEROS TO EM-QTR-BUCKETS
005640     END-IF
005650     IF EM-PAY-TYPE = SPACE
005660         MOVE 'H' TO EM-PAY-TYPE
005670     END-IF
005680     IF EM-PERIOD-SALARY NOT NUMERIC
005690         MOVE ZEROS TO EM-PERIOD-SALARY
005700     END-IF
005710     IF EM-PAY-CYCLE = SPACE
005720         MOVE 'M' TO EM-PAY-CYCLE
005730     END-IF
005740     IF EM-LAST-PAID-PERIOD NOT = SPACES AND
005750        EM-LAST-PAID-SEQ NOT NUMERIC
005760         MOVE '01' TO EM-LAST-PAID-SEQ
005770     END-IF
005780     IF EM-W4-FILING-STATUS = SPACE
005790         MOVE 'S' TO EM-W4-FILING-STATUS
005800     END-IF
005810     IF EM-W4-EXEMPT = SPACE
005820         MOVE 'N' TO EM-W4-EXEMPT
005830     END-IF
005840     IF EM-W4-EXTRA-WITHHOLDING NOT NUMERIC
005850         MOVE ZEROS TO EM-W4-EXTRA-WITHHOLDING
005860     END-IF
005870     IF EM-SS-DEDUCTION NOT NUMERIC
005880         MOVE ZEROS TO EM-SS-DEDUCTION
005890                       EM-MEDICARE-DEDUCTION
005900                       EM-STATE-TAX-DEDUCTION
005910                       EM-SS-WAGES
005920     END-IF
005930     IF EM-YTD-SS-WAGES NOT NUMERIC
005940         MOVE ZEROS TO EM-YTD-SS-WAGES
005950                       EM-YTD-SS-TAX
005960                       EM-YTD-MEDICARE-TAX
005970                       EM-YTD-STATE-TAX
005980     END-IF.
005990 2100-EXIT.
006000     EXIT.
006010
006020*-----------------------------------------------------------------
006030* TEST ONE MASTER RECORD AGAINST THE CARD'S CRITERIA. A BLANK
006040* (OR ZERO) CRITERION PASSES EVERYTHING; THE NAME FRAGMENT
006050* MATCHES ANYWHERE IN THE NAME.
006060*-----------------------------------------------------------------
006070 2200-APPLY-SELECTION.
006080     SET WS-RECORD-SELECTED TO TRUE
006090     IF WS-SEL-EMPLOYEE-ID NOT = SPACES AND
006100        WS-SEL-EMPLOYEE-ID NOT = ZEROS
006110*-----------------------------------------------------------------
006120* THE CARD'S EMPLOYEE ID IS KEYED ZERO-FILLED (00042), SO IT
006130* COMPARES CHARACTER FOR CHARACTER WITH THE MASTER KEY.
006140*-----------------------------------------------------------------
006150         IF EM-EMPLOYEE-ID NOT = WS-SEL-EMPLOYEE-ID
006160             MOVE 'N' TO WS-RECORD-SELECTED-SW
006170             GO TO 2200-EXIT
006180         END-IF
006190     END-IF
006200     IF WS-FRAG-LEN > 0
006210         PERFORM 2300-SCAN-NAME THRU 2300-EXIT
006220         IF NOT WS-NAME-FOUND
006230             MOVE 'N' TO WS-RECORD-SELECTED-SW
006240             GO TO 2200-EXIT
006250         END-IF
006260     END-IF
006270     IF WS-SEL-DEPT-CODE NOT = SPACES
006280         IF EM-DEPT-CODE NOT = WS-SEL-DEPT-CODE
006290             MOVE 'N' TO WS-RECORD-SELECTED-SW
006300             GO TO 2200-EXIT
006310         END-IF
006320     END-IF
006330     IF WS-SEL-STATUS-CODE NOT = SPACE
006340         IF EM-STATUS-CODE NOT = WS-SEL-STATUS-CODE
006350             MOVE 'N' TO WS-RECORD-SELECTED-SW
006360             GO TO 2200-EXIT
006370         END-IF
006380     END-IF.
006390 2200-EXIT.
006400     EXIT.
006410
006420 2300-SCAN-NAME.
006430     MOVE 'N' TO WS-NAME-FOUND-SW
006440     PERFORM 2310-TEST-ONE-POSITION THRU 2310-EXIT
006450         VARYING WS-SCAN-IX FROM 1 BY 1
006460         UNTIL WS-SCAN-IX > 31 - WS-FRAG-LEN
006470            OR WS-NAME-FOUND.
006480 2300-EXIT.
006490     EXIT.
006500
006510 2310-TEST-ONE-POSITION.
006520     IF EM-EMPLOYEE-NAME(WS-SCAN-IX:WS-FRAG-LEN) =
006530        WS-SEL-NAME-FRAGMENT(1:WS-FRAG-LEN)
006540         SET WS-NAME-FOUND TO TRUE
006550     END-IF.
006560 2310-EXIT.
006570     EXIT.
006580
006590*-----------------------------------------------------------------
006600* PRINT ONE EMPLOYEE AS A TEN-LINE BLOCK (NINE DETAIL LINES
006610* AND A SPACER). A BLOCK NEVER SPLITS ACROSS A PAGE BREAK.
006620*-----------------------------------------------------------------
006630 3000-PRINT-EMPLOYEE.
006640     IF WS-LINE-COUNT + 10 > WS-LINES-PER-PAGE
006650         PERFORM 3100-WRITE-PAGE-HEADINGS THRU 3100-EXIT
006660     END-IF
006670     MOVE EM-EMPLOYEE-ID     TO WS-RPT-EMP-ID
006680     MOVE EM-EMPLOYEE-NAME   TO WS-RPT-EMP-NAME
006690     MOVE EM-STATUS-CODE     TO WS-RPT-STATUS
006700     MOVE EM-DEPT-CODE       TO WS-RPT-DEPT
006710     MOVE EM-PAY-TYPE        TO WS-RPT-PAY-TYPE
006720     MOVE EM-PAY-CYCLE       TO WS-RPT-PAY-CYCLE
006730     MOVE WS-RPT-ID-LINE     TO MASTER-REPORT-RECORD
006740     PERFORM 3300-WRITE-REPORT-RECORD THRU 3300-EXIT
006750     MOVE EM-HOURLY-RATE     TO WS-RPT-RATE
006760     MOVE EM-PERIOD-SALARY   TO WS-RPT-SALARY
006770     MOVE EM-GARNISHMENT-AMT TO WS-RPT-GARNISH
006780     MOVE EM-HOURS-WORKED    TO WS-RPT-HOURS
006790     MOVE EM-LAST-PAID-PERIOD TO WS-RPT-LAST-PAID
006800     MOVE EM-LAST-PAID-SEQ   TO WS-RPT-LAST-SEQ
006810     MOVE WS-RPT-RATE-LINE   TO MASTER-REPORT-RECORD
006820     PERFORM 3300-WRITE-REPORT-RECORD THRU 3300-EXIT
006830     MOVE EM-GROSS-PAY       TO WS-RPT-CUR-GROSS
006840     MOVE EM-TAX-DEDUCTION   TO WS-RPT-CUR-TAX
006850     MOVE EM-NET-PAY         TO WS-RPT-CUR-NET
006860     MOVE WS-RPT-CUR-LINE    TO MASTER-REPORT-RECORD
006870     PERFORM 3300-WRITE-REPORT-RECORD THRU 3300-EXIT
006880     MOVE EM-YTD-GROSS       TO WS-RPT-YTD-GROSS
006890     MOVE EM-YTD-TAX         TO WS-RPT-YTD-TAX
006900     MOVE EM-YTD-NET         TO WS-RPT-YTD-NET
006910     MOVE WS-RPT-YTD-LINE    TO MASTER-REPORT-RECORD
006920     PERFORM 3300-WRITE-REPORT-RECORD THRU 3300-EXIT
006930     MOVE EM-W4-FILING-STATUS TO WS-RPT-W4-STATUS
006940     MOVE EM-W4-EXEMPT       TO WS-RPT-W4-EXEMPT
006950     MOVE EM-W4-EXTRA-WITHHOLDING TO WS-RPT-W4-EXTRA
006960     MOVE EM-STATE-CODE      TO WS-RPT-STATE-CODE
006970     MOVE EM-SS-DEDUCTION    TO WS-RPT-CUR-SS
006980     MOVE EM-MEDICARE-DEDUCTION TO WS-RPT-CUR-MEDICARE
006990     MOVE EM-STATE-TAX-DEDUCTION TO WS-RPT-CUR-STATE-TAX
007000     MOVE WS-RPT-W4-LINE     TO MASTER-REPORT-RECORD
007010     PERFORM 3300-WRITE-REPORT-RECORD THRU 3300-EXIT
007020     MOVE EM-YTD-SS-WAGES    TO WS-RPT-YTD-SS-WAGES
007030     MOVE EM-YTD-SS-TAX      TO WS-RPT-YTD-SS
007040     MOVE EM-YTD-MEDICARE-TAX TO WS-RPT-YTD-MEDICARE
007050     MOVE EM-YTD-STATE-TAX   TO WS-RPT-YTD-STATE-TAX
007060     MOVE WS-RPT-YTD-WH-LINE TO MASTER-REPORT-RECORD
007070     PERFORM 3300-WRITE-REPORT-RECORD THRU 3300-EXIT
007080     MOVE EM-QTR-GROSS(1)    TO WS-RPT-QG1
007090     MOVE EM-QTR-GROSS(2)    TO WS-RPT-QG2
007100     MOVE EM-QTR-GROSS(3)    TO WS-RPT-QG3
007110     MOVE EM-QTR-GROSS(4)    TO WS-RPT-QG4
007120     MOVE WS-RPT-QTR-GROSS-LINE TO MASTER-REPORT-RECORD
007130     PERFORM 3300-WRITE-REPORT-RECORD THRU 3300-EXIT
007140     MOVE EM-QTR-TAX(1)      TO WS-RPT-QT1
007150     MOVE EM-QTR-TAX(2)      TO WS-RPT-QT2
007160     MOVE EM-QTR-TAX(3)      TO WS-RPT-QT3
007170     MOVE EM-QTR-TAX(4)      TO WS-RPT-QT4
007180     MOVE WS-RPT-QTR-TAX-LINE TO MASTER-REPORT-RECORD
007190     PERFORM 3300-WRITE-REPORT-RECORD THRU 3300-EXIT
007200     PERFORM 4100-MASK-ACCOUNT THRU 4100-EXIT
007210     MOVE EM-BANK-ROUTING    TO WS-RPT-ROUTING
007220     MOVE WS-MASKED-ACCOUNT  TO WS-RPT-ACCOUNT
007230     MOVE WS-RPT-BANK-LINE   TO MASTER-REPORT-RECORD
007240     PERFORM 3300-WRITE-REPORT-RECORD THRU 3300-EXIT
007250     MOVE SPACES TO MASTER-REPORT-RECORD
007260     PERFORM 3300-WRITE-REPORT-RECORD THRU 3300-EXIT
007270     ADD 10 TO WS-LINE-COUNT
007280     ADD 1 TO WS-SELECTED-COUNT.
007290 3000-EXIT.
007300     EXIT.
007310
007320 3100-WRITE-PAGE-HEADINGS.
007330     ADD 1 TO WS-PAGE-NO
007340     MOVE WS-PAGE-NO TO WS-RPT-HDR-PAGE-NO
007350     MOVE WS-RPT-COMPANY-HDR TO MASTER-REPORT-RECORD
007360     PERFORM 3300-WRITE-REPORT-RECORD THRU 3300-EXIT
007370     MOVE SPACES TO MASTER-REPORT-RECORD
007380     PERFORM 3300-WRITE-REPORT-RECORD THRU 3300-EXIT
007390     MOVE ZEROS TO WS-LINE-COUNT.
007400 3100-EXIT.
007410     EXIT.
007420
007430 3300-WRITE-REPORT-RECORD.
007440     WRITE MASTER-REPORT-RECORD
007450     IF NOT WS-EMPMRPT-OK
007460         DISPLAY "Unable to write master report record, status "
007470             WS-EMPMRPT-STATUS
007480     END-IF.
007490 3300-EXIT.
007500     EXIT.
007510
007520*-----------------------------------------------------------------
007530* MASK THE BANK ACCOUNT TO ITS LAST FOUR KEYED CHARACTERS. A
007540* BLANK ACCOUNT PRINTS BLANK; AN ACCOUNT OF FOUR CHARACTERS OR
007550* FEWER PRINTS AS KEYED.
007560*-----------------------------------------------------------------
007570 4100-MASK-ACCOUNT.
007580     MOVE SPACES TO WS-MASKED-ACCOUNT
007590     MOVE ZERO TO WS-ACCT-LEN
007600     PERFORM 4110-FIND-ACCT-END THRU 4110-EXIT
007610         VARYING WS-ACCT-IX FROM 17 BY -1
007620         UNTIL WS-ACCT-IX < 1 OR WS-ACCT-LEN > 0
007630     IF WS-ACCT-LEN = 0
007640         GO TO 4100-EXIT
007650     END-IF
007660     PERFORM 4120-MASK-ONE-CHAR THRU 4120-EXIT
007670         VARYING WS-ACCT-IX FROM 1 BY 1
007680         UNTIL WS-ACCT-IX > WS-ACCT-LEN.
007690 4100-EXIT.
007700     EXIT.
007710
007720 4110-FIND-ACCT-END.
007730     IF EM-BANK-ACCOUNT(WS-ACCT-IX:1) NOT = SPACE
007740         MOVE WS-ACCT-IX TO WS-ACCT-LEN
007750     END-IF.
007760 4110-EXIT.
007770     EXIT.
007780
007790 4120-MASK-ONE-CHAR.
007800     IF WS-ACCT-IX > WS-ACCT-LEN - 4
007810         MOVE EM-BANK-ACCOUNT(WS-ACCT-IX:1)
007820             TO WS-MASKED-ACCOUNT(WS-ACCT-IX:1)
007830     ELSE
007840         MOVE '*' TO WS-MASKED-ACCOUNT(WS-ACCT-IX:1)
007850     END-IF.
007860 4120-EXIT.
007870     EXIT.
007880
007890 9000-WRAP-UP.
007900     MOVE SPACES TO MASTER-REPORT-RECORD
007910     PERFORM 3300-WRITE-REPORT-RECORD THRU 3300-EXIT
007920     MOVE WS-SELECTED-COUNT TO WS-RPT-SELECTED-COUNT
007930     MOVE WS-RPT-COUNT-LINE TO MASTER-REPORT-RECORD
007940     PERFORM 3300-WRITE-REPORT-RECORD THRU 3300-EXIT
007950     CLOSE EMPLOYEE-MASTER-FILE
007960     CLOSE MASTER-REPORT-FILE
007970     DISPLAY "Master records read:   " WS-READ-COUNT
007980     DISPLAY "Employees listed:      " WS-SELECTED-COUNT
007990     DISPLAY "Master listing written to EMPMRPT.".
008000 9000-EXIT.
008010     EXIT.
008020
008030 END PROGRAM EmployeeMasterInquiry.
