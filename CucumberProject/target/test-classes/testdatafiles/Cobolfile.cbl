002540*                 ACROSS RUNS ON THE CHKNUM CONTROL FILE. THE
002550*                 ACH TRAILER NET PLUS THE REGISTER TOTAL EQUALS
002560*                 THE PERIOD'S GL CASH CREDIT.
002570* 10/15/2026 RSS  ADDED EMPLOYEE SOCIAL SECURITY, MEDICARE AND
002580*                 STATE INCOME TAX WITHHOLDING. THE MASTER NOW
002590*                 CARRIES THE W-4 ELECTIONS (FILING STATUS, EXTRA
002600*                 WITHHOLDING, EXEMPT) AND A WITHHOLDING STATE,
002610*                 SET BY ADD-EMPLOYEE AND THE 'A'/'C' TRANSACTION,
002620*                 WITH YTD AND QUARTERLY BUCKETS FOR EACH NEW TAX
002630*                 (RECORD GREW 273 TO 550). FEDERAL TAX USES THE
002640*                 BRACKETS FOR THE FILING STATUS ('B' RECORDS NOW
002650*                 CARRY ONE); SOCIAL SECURITY STOPS AT THE WAGE
002660*                 BASE AND MEDICARE ADDS THE ADDITIONAL TAX OVER
002670*                 THE THRESHOLD, BOTH FROM A REQUIRED 'F' PARMFILE
002680*                 RECORD; STATE TAX COMES FROM 'S' BRACKET RECORDS
002690*                 PER STATE. THE STUB, CHECK STUB, QTRRPT, W-2
002700*                 EXTRACT AND GL SHOW EACH TAX SEPARATELY (NEW
002710*                 PAYABLES 21110000/21120000/21130000). TRANFILE
002720*                 GREW 96 TO 107, REJFILE 99 TO 110, PAYHIST 100
002730*                 TO 150 AND W2FILE 80 TO 150.
002740* 10/15/2026 RSS  HOURLY EMPLOYEES ARE NOW PAID FROM THE TIME
002750*                 CLOCK. THE BATCH RUN EDITS EACH TIMECARD PUNCH
002760*                 (EMPLOYEE, WORK DATE, HOURS, DEPARTMENT WORKED)
002770*                 AGAINST THE MASTER, REJECTS BAD PUNCHES TO
002780*                 REJFILE WITH A REASON CODE, AND POSTS THE REST
002790*                 TO THE EMPLOYEE'S HOURS BY FLSA WORKWEEK ON THE
002800*                 MASTER (RECORD GREW 550 TO 651). 1900 NOW
002810*                 FIGURES OVERTIME WEEK BY WEEK AGAINST THE
002820*                 STANDARD HOURS, COUNTING HOURS ALREADY PAID IN
002830*                 A WORKWEEK THAT STRADDLED THE PRIOR RUN,
002840*                 INSTEAD OF HOLDING THE WHOLE PERIOD'S HOURS TO
002850*                 ONE WEEK'S STANDARD. THE WORKWEEK START DAY IS
002860*                 ON THE 'P' PARMFILE RECORD. PAYHIST GETS A 'W'
002870*                 RECORD PER WORKWEEK AND THE STUB SHOWS HOURS BY
002880*                 WEEK. HOURS KEYED ON AN 'A'/'C' TRANSACTION (OR
002890*                 ADD-EMPLOYEE) ARE NOW ONLY AN OVERRIDE OF THE
002900*                 PUNCHED HOURS FOR THE RUN; A 'C' WITHOUT HOURS
002910*                 NO LONGER ZEROES THEM.
002920* 10/15/2026 RSS  ADDED EARNINGS CODES (BONUS, COMMISSION,
002930*                 HOLIDAY, SHIFT DIFFERENTIAL AND ANY CODE ADDED
002940*                 ON A NEW 'E' PARMFILE RECORD). A NEW 'E'
002950*                 TRANSACTION POSTS AN AMOUNT OR HOURS BY CODE TO
002960*                 THE MASTER FOR THE RUN (RECORD GREW 651 TO
002970*                 814). SUPPLEMENTAL CODES ARE WITHHELD AT THE
002980*                 FLAT SUPPLEMENTAL RATE ('F' RECORD COLUMN 41)
002990*                 INSTEAD OF THE GRADUATED BRACKETS. THE STUB
003000*                 SHOWS EACH CODE AND THE SUPPLEMENTAL TAX,
003010*                 PAYHIST GETS AN 'E' RECORD PER CODE PAID,
003020*                 PAYRPT BREAKS THE GROSS DOWN BY CODE AND THE GL
003030*                 EXTRACTS DEBIT EACH CODE TO ITS OWN EXPENSE
003040*                 ACCOUNT.
003050* 10/15/2026 RSS  RATE CHANGES CAN NOW BE BACKDATED. THE 'R'
003060*                 TRANSACTION ALSO CHANGES THE PERIOD SALARY AND
003070*                 CARRIES AN EFFECTIVE PERIOD (COLUMNS 7-12),
003080*                 KEPT PENDING ON THE MASTER. THE NEXT RUN ON THE
003090*                 EMPLOYEE'S CYCLE REPRICES EACH RUN SINCE THEN
003100*                 FROM PAYHIST AT THE NEW RATE OR SALARY AND PAYS
003110*                 THE DIFFERENCE AS A 'RET' EARNINGS LINE IN THE
003120*                 CURRENT QUARTER. THE NEW RETRORPT REPORT SHOWS
003130*                 EACH RUN'S OLD AND NEW FIGURES AND PAYHIST GETS
003140*                 AN 'R' RECORD PER RUN REPAID.
003150* 10/15/2026 RSS  ADDED PAID TIME OFF. THE MASTER CARRIES A
003160*                 HIRE DATE AND A PAID TIME OFF BALANCE (RECORD
003170*                 GREW 814 TO 880), ACCRUED EACH RUN BY PAY TYPE
003180*                 AND YEARS OF SERVICE FROM THE SET'S NEW 'L'
003190*                 PARMFILE TIERS UP TO AN ANNUAL CAP. A NEW 'L'
003200*                 TRANSACTION PAYS LEAVE TAKEN AS A 'PTO' EARNINGS
003210*                 LINE, CHECKED AGAINST THE BALANCE. TRANFILE GREW
003220*                 107 TO 115 FOR A HIRE DATE ON 'A' AND 'C'. THE
003230*                 STUB SHOWS THE HOURS ACCRUED, USED AND LEFT. A
003240*                 'T' TERMINATION PAYS THE BALANCE ON A FINAL
003250*                 CHECK ('PTP' LINE). YEAR-END FORFEITS HOURS OVER
003260*                 THE CARRY-OVER LIMIT AND NOW READS PARMFILE. NEW
003270*                 PARM='PTOLIAB,YYYYMM' RUN PRINTS THE MONTH'S
003280*                 ACCRUED LEAVE LIABILITY BY DEPARTMENT TO LVRPT
003290*                 WITH ITS GL ACCRUAL ENTRIES.
003300* 10/15/2026 RSS  ADDED GARNISHMENT CASES. THE NEW GARNCASE FILE
003310*                 HOLDS ONE RECORD PER COURT OR AGENCY ORDER
003320*                 (SUPPORT, TAX LEVY OR CREDITOR) WITH ITS AGENCY,
003330*                 PRIORITY, AMOUNT OR PERCENT, TOTAL OWED AND
003340*                 BALANCE, KEPT BY A NEW 'G' TRANSACTION. EACH RUN
003350*                 TAKES THE ORDERS IN PRIORITY ORDER WITHIN THE
003360*                 LIMITS ON DISPOSABLE EARNINGS (FEDERAL, OR THE
003370*                 STRICTER STATE FIGURES FROM NEW PARMFILE 'G'
003380*                 RECORDS) AND MARKS AN ORDER PAID OFF WHEN ITS
003390*                 BALANCE REACHES ZERO. EM-GARNISHMENT-AMT IS NOW
003400*                 THE RUN'S TOTAL TAKEN AND IS NO LONGER KEYED ON
003410*                 'A', 'C' OR THE ADD SCREEN. NEW GARNRPT REGISTER
003420*                 AND GARNPAY PAYMENT FILE BY AGENCY AND CASE; THE
003430*                 REMITTANCE MUST TIE TO GARNISHMENTS PAYABLE.
003440* 10/15/2026 RSS  ADDED 401(K) ELECTIONS. THE RECORDKEEPER'S NEW
003450*                 KELECT FILE SETS EACH EMPLOYEE'S DEFERRAL
003460*                 (PERCENT OR FLAT AMOUNT), CATCH-UP ELIGIBILITY
003470*                 AND EFFECTIVE PERIOD ON THE MASTER; AN ELECTION
003480*                 FOR A LATER PERIOD IS HELD UNTIL THAT PERIOD.
003490*                 DEFERRALS STOP AT THE ANNUAL LIMIT (PLUS
003500*                 CATCH-UP) AGAINST THE NEW YTD DEFERRAL, FROM NEW
003510*                 PARMFILE 'K' RECORDS. NEW KCONTRIB FILE GIVES
003520*                 THE RECORDKEEPER EACH RUN'S DEFERRAL, MATCH AND
003530*                 YTD PLAN COMPENSATION; ITS TRAILER MUST TIE TO
003540*                 THE GL 401K PAYABLES.
003550* 10/15/2026 RSS  NEW OR CHANGED BANK ACCOUNTS ARE NO LONGER PAID
003560*                 ON THE NEXT RUN. AN 'A'/'C' ACCOUNT OR AN ADD-
003570*                 EMPLOYEE ACCOUNT IS HELD PENDING ON THE MASTER
003580*                 WITH THE OPERATOR WHO ENTERED IT (TRANFILE GREW
003590*                 115 TO 123, REJFILE 118 TO 126). A NEW 'B'
003600*                 TRANSACTION FROM A SECOND OPERATOR APPROVES IT.
003610*                 ACHFILE CARRIES A ZERO-DOLLAR PRENOTE FOR IT AND
003620*                 THE EMPLOYEE IS PAID BY CHECK UNTIL THE PRENOTE
003630*                 WAIT ('P' PARMFILE COLS 50-51) PASSES WITH NO
003640*                 RETURN ON THE NEW ACHRTN FILE. NEW BANKRPT LISTS
003650*                 EVERY PENDING, APPROVED AND RETURNED CHANGE.
003660* 10/15/2026 RSS  PAYHIST 'P', 'V' AND 'J' RECORDS NOW CARRY THE
003670*                 DATE OF THE RUN THAT WROTE THEM (PH-PAY-DATE,
003680*                 OUT OF FILLER) SO THE TAX DEPOSIT LEDGER CAN
003690*                 DATE EACH RUN'S LIABILITY.
003700* 10/15/2026 RSS  ADD-EMPLOYEE NOW CLEARS THE NEW MASTER RECORD
003710*                 BEFORE FILLING IT, SO NO FIELD OR FILLER IS
003720*                 WRITTEN UNINITIALISED.
003730* 10/15/2026 RSS  POSPAY 'D' RECORDS CARRY THE CHECK DATE (COLS
003740*                 62-69) AND THE 'T' TRAILER THE RUN ID (COLS
003750*                 22-29) FOR THE CHECK RECONCILIATION. THE MASTER
003760*                 KEEPS THE NUMBER OF THE CHECK THAT PAID THE
003770*                 STAMPED RUN (EM-LAST-CHECK-NO, OUT OF FILLER)
003780*                 AND AN ADJUSTMENT-RUN VOID OF THE RUN WRITES A
003790*                 REASON PAY CHECK VOID FOR IT TO NEW ADJVOID.
003800*****************************************************************
003810 IDENTIFICATION DIVISION.
003820 PROGRAM-ID. EmployeePayrollSystem.
003830 AUTHOR. R. SANTOS.
003840 INSTALLATION. PAYROLL DATA CENTER.
003850 DATE-WRITTEN. 01/05/2021.
003860 DATE-COMPILED.
003870
003880 ENVIRONMENT DIVISION.
003890 CONFIGURATION SECTION.
003900
003910 INPUT-OUTPUT SECTION.
003920 FILE-CONTROL.
003930     SELECT EMPLOYEE-MASTER-FILE
003940         ASSIGN TO EMPMAST
003950         ORGANIZATION IS INDEXED
003960         ACCESS MODE IS DYNAMIC
003970         RECORD KEY IS EM-EMPLOYEE-ID
003980         FILE STATUS IS WS-EMPMAST-STATUS.
003990
004000     SELECT PAYROLL-REPORT-FILE
004010         ASSIGN TO PAYRPT
004020         ORGANIZATION IS LINE SEQUENTIAL
004030         FILE STATUS IS WS-PAYRPT-STATUS.
004040
004050     SELECT TRANSACTION-FILE
004060         ASSIGN TO TRANFILE
004070         ORGANIZATION IS LINE SEQUENTIAL
004080         FILE STATUS IS WS-TRANFILE-STATUS.
004090     SELECT TIMECARD-FILE
004100         ASSIGN TO TIMECARD
004110         ORGANIZATION IS LINE SEQUENTIAL
004120         FILE STATUS IS WS-TIMECARD-STATUS.
004130
004140     SELECT AUDIT-LOG-FILE
004150         ASSIGN TO AUDITLOG
004160         ORGANIZATION IS LINE SEQUENTIAL
004170         FILE STATUS IS WS-AUDITLOG-STATUS.
004180
004190     SELECT PAY-STUB-FILE
004200         ASSIGN TO PAYSTUB
004210         ORGANIZATION IS LINE SEQUENTIAL
004220         FILE STATUS IS WS-PAYSTUB-STATUS.
004230
004240     SELECT ACH-FILE
004250         ASSIGN TO ACHFILE
004260         ORGANIZATION IS LINE SEQUENTIAL
004270         FILE STATUS IS WS-ACHFILE-STATUS.
004280
004290     SELECT REJECT-FILE
004300         ASSIGN TO REJFILE
004310         ORGANIZATION IS LINE SEQUENTIAL
004320         FILE STATUS IS WS-REJFILE-STATUS.
004330
004340     SELECT CHECKPOINT-FILE
004350         ASSIGN TO CHKPOINT
004360         ORGANIZATION IS LINE SEQUENTIAL
004370         FILE STATUS IS WS-CHKPOINT-STATUS.
004380
004390     SELECT GL-EXTRACT-FILE
004400         ASSIGN TO GLFILE
004410         ORGANIZATION IS LINE SEQUENTIAL
004420         FILE STATUS IS WS-GLFILE-STATUS.
004430
004440     SELECT QTR-REPORT-FILE
004450         ASSIGN TO QTRRPT
004460         ORGANIZATION IS LINE SEQUENTIAL
004470         FILE STATUS IS WS-QTRRPT-STATUS.
004480
004490     SELECT PARAMETER-FILE
004500         ASSIGN TO PARMFILE
004510         ORGANIZATION IS LINE SEQUENTIAL
004520         FILE STATUS IS WS-PARMFILE-STATUS.
004530
004540     SELECT ADJUSTMENT-FILE
004550         ASSIGN TO ADJFILE
004560         ORGANIZATION IS LINE SEQUENTIAL
004570         FILE STATUS IS WS-ADJFILE-STATUS.
004580
004590     SELECT PAY-HISTORY-FILE
004600         ASSIGN TO PAYHIST
004610         ORGANIZATION IS LINE SEQUENTIAL
004620         FILE STATUS IS WS-PAYHIST-STATUS.
004630
004640     SELECT CHECK-PRINT-FILE
004650         ASSIGN TO CHKPRINT
004660         ORGANIZATION IS LINE SEQUENTIAL
004670         FILE STATUS IS WS-CHKPRINT-STATUS.
004680
004690     SELECT CHECK-REGISTER-FILE
004700         ASSIGN TO CHKREG
004710         ORGANIZATION IS LINE SEQUENTIAL
004720         FILE STATUS IS WS-CHKREG-STATUS.
004730
004740     SELECT POSITIVE-PAY-FILE
004750         ASSIGN TO POSPAY
004760         ORGANIZATION IS LINE SEQUENTIAL
004770         FILE STATUS IS WS-POSPAY-STATUS.
004780
004790     SELECT CHECK-VOID-FILE
004800         ASSIGN TO ADJVOID
004810         ORGANIZATION IS LINE SEQUENTIAL
004820         FILE STATUS IS WS-ADJVOID-STATUS.
004830
004840     SELECT CHECK-CONTROL-FILE
004850         ASSIGN TO CHKNUM
004860         ORGANIZATION IS LINE SEQUENTIAL
004870         FILE STATUS IS WS-CHKNUM-STATUS.
004880
004890     SELECT W2-EXTRACT-FILE
004900         ASSIGN TO W2FILE
004910         ORGANIZATION IS LINE SEQUENTIAL
004920         FILE STATUS IS WS-W2FILE-STATUS.
004930
004940     SELECT RETRO-REPORT-FILE
004950         ASSIGN TO RETRORPT
004960         ORGANIZATION IS LINE SEQUENTIAL
004970         FILE STATUS IS WS-RETRORPT-STATUS.
004980     SELECT LEAVE-REPORT-FILE
004990         ASSIGN TO LVRPT
005000         ORGANIZATION IS LINE SEQUENTIAL
005010         FILE STATUS IS WS-LVRPT-STATUS.
005020     SELECT GARN-CASE-FILE
005030         ASSIGN TO GARNCASE
005040         ORGANIZATION IS INDEXED
005050         ACCESS MODE IS DYNAMIC
005060         RECORD KEY IS GC-CASE-KEY
005070         FILE STATUS IS WS-GARNCASE-STATUS.
005080
005090     SELECT GARN-REPORT-FILE
005100         ASSIGN TO GARNRPT
005110         ORGANIZATION IS LINE SEQUENTIAL
005120         FILE STATUS IS WS-GARNRPT-STATUS.
005130
005140     SELECT GARN-PAY-FILE
005150         ASSIGN TO GARNPAY
005160         ORGANIZATION IS LINE SEQUENTIAL
005170         FILE STATUS IS WS-GARNPAY-STATUS.
005180
005190     SELECT DEFERRAL-ELECTION-FILE
005200         ASSIGN TO KELECT
005210         ORGANIZATION IS LINE SEQUENTIAL
005220         FILE STATUS IS WS-KELECT-STATUS.
005230
005240     SELECT DEFERRAL-CONTRIB-FILE
005250         ASSIGN TO KCONTRIB
005260         ORGANIZATION IS LINE SEQUENTIAL
005270         FILE STATUS IS WS-KCONTRIB-STATUS.
005280
005290     SELECT BANK-RETURN-FILE
005300         ASSIGN TO ACHRTN
005310         ORGANIZATION IS LINE SEQUENTIAL
005320         FILE STATUS IS WS-ACHRTN-STATUS.
005330
005340     SELECT BANK-EXCEPTION-FILE
005350         ASSIGN TO BANKRPT
005360         ORGANIZATION IS LINE SEQUENTIAL
005370         FILE STATUS IS WS-BANKRPT-STATUS.
005380
005390     SELECT SORT-WORK-FILE
005400         ASSIGN TO SORTWK01.
005410
005420 DATA DIVISION.
005430 FILE SECTION.
005440 FD  EMPLOYEE-MASTER-FILE
005450     LABEL RECORDS ARE STANDARD.
005460 01  EMPLOYEE-MASTER-RECORD.
005470     05  EM-EMPLOYEE-ID          PIC 9(05).
005480     05  EM-EMPLOYEE-NAME        PIC X(30).
005490     05  EM-HOURS-WORKED         PIC 9(03)V99.
005500     05  EM-HOURLY-RATE          PIC 9(05)V99.
005510     05  EM-GROSS-PAY            PIC 9(07)V99.
005520     05  EM-TAX-RATE             PIC 9(01)V999.
005530     05  EM-TAX-DEDUCTION        PIC 9(07)V99.
005540     05  EM-HEALTH-DEDUCTION     PIC 9(05)V99.
005550     05  EM-401K-DEDUCTION       PIC 9(05)V99.
005560     05  EM-GARNISHMENT-AMT      PIC 9(05)V99.
005570     05  EM-NET-PAY              PIC 9(07)V99.
005580     05  EM-YTD-GROSS            PIC 9(09)V99.
005590     05  EM-YTD-TAX              PIC 9(09)V99.
005600     05  EM-YTD-NET              PIC 9(09)V99.
005610     05  EM-STATUS-CODE          PIC X(01).
005620         88  EM-ACTIVE                 VALUE 'A'.
005630         88  EM-TERMINATED             VALUE 'T'.
005640     05  EM-BANK-ROUTING         PIC 9(09).
005650     05  EM-BANK-ACCOUNT         PIC X(17).
005660     05  EM-LAST-PAID-PERIOD     PIC X(06).
005670     05  EM-QTR-BUCKETS.
005680         10  EM-QTR-GROSS OCCURS 4 TIMES
005690                                 PIC 9(09)V99.
005700         10  EM-QTR-TAX OCCURS 4 TIMES
005710                                 PIC 9(09)V99.
005720     05  EM-DEPT-CODE            PIC X(04).
005730     05  EM-PAY-TYPE             PIC X(01).
005740         88  EM-HOURLY                 VALUE 'H'.
005750         88  EM-SALARIED               VALUE 'S'.
005760     05  EM-PERIOD-SALARY        PIC 9(07)V99.
005770     05  EM-PAY-CYCLE            PIC X(01).
005780         88  EM-CYCLE-MONTHLY          VALUE 'M'.
005790         88  EM-CYCLE-WEEKLY           VALUE 'W'.
005800         88  EM-CYCLE-BIWEEKLY         VALUE 'B'.
005810     05  EM-LAST-PAID-SEQ        PIC X(02).
005820     05  EM-W4-FILING-STATUS     PIC X(01).
005830         88  EM-W4-SINGLE              VALUE 'S'.
005840         88  EM-W4-MARRIED             VALUE 'M'.
005850         88  EM-W4-HEAD-OF-HOUSEHOLD   VALUE 'H'.
005860     05  EM-W4-EXTRA-WITHHOLDING PIC 9(05)V99.
005870     05  EM-W4-EXEMPT            PIC X(01).
005880         88  EM-W4-IS-EXEMPT           VALUE 'Y'.
005890     05  EM-STATE-CODE           PIC X(02).
005900     05  EM-SS-DEDUCTION         PIC 9(07)V99.
005910     05  EM-MEDICARE-DEDUCTION   PIC 9(07)V99.
005920     05  EM-STATE-TAX-DEDUCTION  PIC 9(07)V99.
005930     05  EM-SS-WAGES             PIC 9(07)V99.
005940     05  EM-YTD-SS-WAGES         PIC 9(09)V99.
005950     05  EM-YTD-SS-TAX           PIC 9(09)V99.
005960     05  EM-YTD-MEDICARE-TAX     PIC 9(09)V99.
005970     05  EM-YTD-STATE-TAX        PIC 9(09)V99.
005980     05  EM-WH-QTR-BUCKETS.
005990         10  EM-QTR-SS-WAGES OCCURS 4 TIMES
006000                                 PIC 9(09)V99.
006010         10  EM-QTR-SS-TAX OCCURS 4 TIMES
006020                                 PIC 9(09)V99.
006030         10  EM-QTR-MEDICARE-TAX OCCURS 4 TIMES
006040                                 PIC 9(09)V99.
006050         10  EM-QTR-STATE-TAX OCCURS 4 TIMES
006060                                 PIC 9(09)V99.
006070*-----------------------------------------------------------------
006080* THE RUN'S HOURS BY FLSA WORKWEEK, POSTED FROM TIMECARD PUNCHES
006090* FOR THE RUN NAMED IN EM-TC-RUN-ID. EM-HOURS-SOURCE 'T' PAYS THE
006100* WORKWEEKS; 'M' MEANS THE PERIOD HOURS WERE KEYED AS AN
006110* OVERRIDE. EM-TC-CARRY-START/HOURS IS THE WORKWEEK THE PRIOR RUN
006120* ENDED IN AND THE HOURS ALREADY PAID IN IT.
006130*-----------------------------------------------------------------
006140     05  EM-HOURS-SOURCE         PIC X(01).
006150         88  EM-HOURS-FROM-TIMECARDS   VALUE 'T'.
006160         88  EM-HOURS-KEYED            VALUE 'M'.
006170     05  EM-TC-RUN-ID            PIC X(08).
006180     05  EM-TC-CARRY-START       PIC 9(08).
006190     05  EM-TC-CARRY-HOURS       PIC 9(03)V99.
006200     05  EM-TC-WEEK-COUNT        PIC 9(01).
006210     05  EM-TC-WEEKS.
006220         10  EM-TC-WEEK OCCURS 6 TIMES.
006230             15  EM-TC-WEEK-START    PIC 9(08).
006240             15  EM-TC-WEEK-HOURS    PIC 9(03)V99.
006250*-----------------------------------------------------------------
006260* THE RUN'S EARNINGS LINES BEYOND BASE PAY, POSTED FROM 'E'
006270* TRANSACTIONS FOR THE RUN NAMED IN EM-ERN-RUN-ID: UP TO EIGHT
006280* EARNINGS CODES, EACH WITH ITS HOURS (HOURS-BASIS CODES) AND
006290* ITS AMOUNT. AN HOURS-BASIS LINE IS PRICED AGAIN BY EVERY
006300* CALCULATION SO IT ALWAYS FOLLOWS THE RATE IN FORCE.
006310* EM-SUPP-WAGES/TAX ARE THE PERIOD'S SUPPLEMENTAL WAGES AND THE
006320* FLAT-RATE FEDERAL TAX ON THEM, WHICH IS INCLUDED IN
006330* EM-TAX-DEDUCTION.
006340*-----------------------------------------------------------------
006350     05  EM-ERN-RUN-ID           PIC X(08).
006360     05  EM-ERN-COUNT            PIC 9(01).
006370     05  EM-SUPP-WAGES           PIC 9(07)V99.
006380     05  EM-SUPP-TAX             PIC 9(07)V99.
006390     05  EM-ERN-LINES.
006400         10  EM-ERN-LINE OCCURS 8 TIMES.
006410             15  EM-ERN-CODE         PIC X(03).
006420             15  EM-ERN-HOURS        PIC 9(03)V99.
006430             15  EM-ERN-AMOUNT       PIC 9(07)V99.
006440*-----------------------------------------------------------------
006450* EFFECTIVE PERIOD (YYYYMM) OF A BACKDATED RATE OR SALARY CHANGE
006460* NOT YET REPAID FOR THE RUNS ALREADY PAID SINCE THEN. SPACES
006470* MEANS NOTHING IS PENDING.
006480*-----------------------------------------------------------------
006490     05  EM-RETRO-PERIOD         PIC X(06).
006500*-----------------------------------------------------------------
006510* PAID TIME OFF. THE HIRE DATE (YYYYMMDD, ZERO WHEN NOT ON FILE)
006520* SETS THE YEARS OF SERVICE THE ACCRUAL TIER IS CHOSEN BY. THE
006530* BALANCE AND THE YEAR'S ACCRUED AND USED HOURS ARE IN HOURS;
006540* EM-PTO-RUN-ID NAMES THE RUN THAT LAST ACCRUED, WITH THE HOURS IT
006550* ACCRUED AND PAID. EM-PTO-LIAB-BOOKED IS THE LIABILITY BOOKED BY
006560* THE LAST MONTHLY LIABILITY RUN. EM-PTO-PAYOUT-SW IS SET WHEN A
006570* TERMINATED EMPLOYEE'S BALANCE IS OWED ON A FINAL CHECK AND
006580* MARKED WHEN THE FINAL CHECK HAS PAID IT.
006590*-----------------------------------------------------------------
006600     05  EM-HIRE-DATE            PIC 9(08).
006610     05  EM-PTO-BALANCE          PIC 9(05)V99.
006620     05  EM-PTO-ACCRUED-YTD      PIC 9(05)V99.
006630     05  EM-PTO-USED-YTD         PIC 9(05)V99.
006640     05  EM-PTO-RUN-ID           PIC X(08).
006650     05  EM-PTO-RUN-ACCRUED      PIC 9(03)V99.
006660     05  EM-PTO-RUN-USED         PIC 9(05)V99.
006670     05  EM-PTO-LIAB-BOOKED      PIC 9(09)V99.
006680     05  EM-PTO-PAYOUT-SW        PIC X(01).
006690         88  EM-PTO-PAYOUT-NONE        VALUE SPACE.
006700         88  EM-PTO-PAYOUT-PENDING     VALUE 'P'.
006710         88  EM-PTO-FINAL-CHECK        VALUE 'F'.
006720*-----------------------------------------------------------------
006730* 401(K) DEFERRAL ELECTION FROM THE PLAN RECORDKEEPER. A BLANK
006740* TYPE DEFERS THE PLAN'S STANDING WS-401K-PERCENT; 'P' DEFERS
006750* EM-401K-ELECT-PCT OF GROSS AND 'A' THE FLAT EM-401K-ELECT-AMT.
006760* AN ELECTION FOR A LATER PERIOD WAITS IN THE PENDING FIELDS
006770* UNTIL THE FIRST RUN OF THAT PERIOD MAKES IT CURRENT.
006780* EM-YTD-401K IS THE YEAR'S DEFERRALS, HELD TO THE ANNUAL LIMIT
006790* (PLUS THE CATCH-UP LIMIT WHEN THE EMPLOYEE IS ELIGIBLE).
006800*-----------------------------------------------------------------
006810     05  EM-401K-ELECT-TYPE      PIC X(01).
006820         88  EM-401K-PLAN-DEFAULT      VALUE SPACE.
006830         88  EM-401K-ELECT-PERCENT     VALUE 'P'.
006840         88  EM-401K-ELECT-FLAT        VALUE 'A'.
006850     05  EM-401K-ELECT-PCT       PIC 9(01)V999.
006860     05  EM-401K-ELECT-AMT       PIC 9(05)V99.
006870     05  EM-401K-CATCHUP-SW      PIC X(01).
006880         88  EM-401K-CATCHUP-ELIGIBLE  VALUE 'Y'.
006890     05  EM-401K-PEND-PERIOD     PIC X(06).
006900     05  EM-401K-PEND-TYPE       PIC X(01).
006910     05  EM-401K-PEND-PCT        PIC 9(01)V999.
006920     05  EM-401K-PEND-AMT        PIC 9(05)V99.
006930     05  EM-401K-PEND-CATCHUP    PIC X(01).
006940     05  EM-YTD-401K             PIC 9(07)V99.
006950*-----------------------------------------------------------------
006960* BANK ACCOUNT CHANGE HELD FOR PRENOTE AND APPROVAL. A NEW OR
006970* CHANGED ROUTING/ACCOUNT WAITS HERE ('E' ENTERED) WITH THE
006980* OPERATOR WHO ENTERED IT UNTIL A SECOND OPERATOR APPROVES IT
006990* ('A'). ITS ZERO-DOLLAR PRENOTE GOES OUT ON THE FIRST ACHFILE
007000* AFTER ENTRY (EM-PRENOTE-DATE/RUN-ID); ONCE APPROVED AND THE
007010* PRENOTE WAIT HAS PASSED IT REPLACES EM-BANK-ROUTING/ACCOUNT. A
007020* PRENOTE RETURNED BY THE BANK ('R') HOLDS IT UNTIL A NEW CHANGE
007030* IS KEYED. WHILE ANY CHANGE IS HELD THE EMPLOYEE IS PAID BY
007040* CHECK.
007050*-----------------------------------------------------------------
007060     05  EM-BANK-CHG-STATUS      PIC X(01).
007070         88  EM-BANK-CHG-NONE          VALUE SPACE.
007080         88  EM-BANK-CHG-ENTERED       VALUE 'E'.
007090         88  EM-BANK-CHG-APPROVED      VALUE 'A'.
007100         88  EM-BANK-CHG-RETURNED      VALUE 'R'.
007110         88  EM-BANK-CHG-PENDING       VALUE 'E' 'A' 'R'.
007120     05  EM-BANK-CHG-ROUTING     PIC 9(09).
007130     05  EM-BANK-CHG-ACCOUNT     PIC X(17).
007140     05  EM-BANK-CHG-ENTER-BY    PIC X(08).
007150     05  EM-BANK-CHG-ENTER-DATE  PIC 9(08).
007160     05  EM-BANK-CHG-APPR-BY     PIC X(08).
007170     05  EM-BANK-CHG-APPR-DATE   PIC 9(08).
007180     05  EM-PRENOTE-DATE         PIC 9(08).
007190     05  EM-PRENOTE-RUN-ID       PIC X(08).
007200     05  EM-BANK-RETURN-CODE     PIC X(03).
007210     05  EM-BANK-RETURN-DATE     PIC 9(08).
007220*-----------------------------------------------------------------
007230* NUMBER OF THE CHECK THAT PAID THE STAMPED RUN, ZERO WHEN THE
007240* RUN WAS PAID BY ACH, SO A VOID OF THE RUN CAN VOID THE CHECK.
007250*-----------------------------------------------------------------
007260     05  EM-LAST-CHECK-NO        PIC 9(08).
007270     05  FILLER                  PIC X(04).
007280
007290 FD  PAYROLL-REPORT-FILE
007300     LABEL RECORDS ARE STANDARD
007310     RECORD CONTAINS 132 CHARACTERS.
007320 01  PAYROLL-REPORT-RECORD       PIC X(132).
007330
007340 FD  TRANSACTION-FILE
007350     LABEL RECORDS ARE STANDARD.
007360 01  TRANSACTION-RECORD.
007370     05  TRAN-TRAN-CODE          PIC X(01).
007380         88  TRAN-ADD                  VALUE 'A'.
007390         88  TRAN-CHANGE               VALUE 'C'.
007400         88  TRAN-RATE-CHANGE          VALUE 'R'.
007410         88  TRAN-TERMINATE            VALUE 'T'.
007420         88  TRAN-EARNINGS             VALUE 'E'.
007430         88  TRAN-LEAVE                VALUE 'L'.
007440         88  TRAN-GARNISHMENT          VALUE 'G'.
007450         88  TRAN-BANK-APPROVAL        VALUE 'B'.
007460         88  TRAN-TRAILER              VALUE '9'.
007470     05  TRAN-EMPLOYEE-ID        PIC 9(05).
007480     05  TRAN-EMPLOYEE-NAME      PIC X(30).
007490     05  TRAN-HOURS-WORKED       PIC 9(03)V99.
007500     05  TRAN-HOURLY-RATE        PIC 9(05)V99.
007510     05  TRAN-GARNISHMENT-AMT    PIC 9(05)V99.
007520     05  TRAN-BANK-ROUTING       PIC 9(09).
007530     05  TRAN-BANK-ACCOUNT       PIC X(17).
007540     05  TRAN-DEPT-CODE          PIC X(04).
007550     05  TRAN-PAY-TYPE           PIC X(01).
007560     05  TRAN-PERIOD-SALARY      PIC 9(07)V99.
007570     05  TRAN-PAY-CYCLE          PIC X(01).
007580     05  TRAN-W4-FILING-STATUS   PIC X(01).
007590     05  TRAN-W4-EXTRA-WITHHOLDING
007600                                 PIC 9(05)V99.
007610     05  TRAN-W4-EXEMPT          PIC X(01).
007620     05  TRAN-STATE-CODE         PIC X(02).
007630     05  TRAN-HIRE-DATE          PIC 9(08).
007640*-----------------------------------------------------------------
007650* THE OPERATOR WHO KEYED THE TRANSACTION. REQUIRED ON AN 'A' OR
007660* 'C' CARRYING BANK INFORMATION, WHICH IS HELD PENDING IN THAT
007670* OPERATOR'S NAME. A 'B' (BANK CHANGE APPROVAL) CARRIES ONLY THE
007680* EMPLOYEE ID AND THE APPROVING OPERATOR, WHO MUST NOT BE THE ONE
007690* WHO ENTERED THE CHANGE.
007700*-----------------------------------------------------------------
007710     05  TRAN-OPERATOR-ID        PIC X(08).
007720
007730*-----------------------------------------------------------------
007740* EARNINGS VIEW OF THE TRANSACTION RECORD ('E'): ONE EARNINGS
007750* CODE FOR THE EMPLOYEE IN THE CURRENT RUN. AN AMOUNT-BASIS CODE
007760* (BONUS, COMMISSION) CARRIES ITS DOLLAR AMOUNT; AN HOURS-BASIS
007770* CODE (HOLIDAY, SHIFT DIFFERENTIAL) CARRIES HOURS IN THE
007780* HOURS-WORKED COLUMNS, SO THEY COUNT IN THE HOURS HASH TOTAL, AND
007790* IS PRICED FROM THE EARNINGS-CODE TABLE AT CALCULATION. THE SAME
007800* CODE TWICE IN A RUN ADDS TO ONE LINE. AN 'L' (LEAVE TAKEN)
007810* TRANSACTION USES THE SAME VIEW WITH THE CODE COLUMNS BLANK AND
007820* THE HOURS OF PAID TIME OFF TAKEN IN THE HOURS COLUMNS.
007830*-----------------------------------------------------------------
007840 01  TRANSACTION-EARNINGS-RECORD.
007850     05  ERN-TRAN-CODE           PIC X(01).
007860     05  ERN-EMPLOYEE-ID         PIC 9(05).
007870     05  ERN-EARNINGS-CODE       PIC X(03).
007880     05  FILLER                  PIC X(27).
007890     05  ERN-HOURS               PIC 9(03)V99.
007900     05  FILLER                  PIC X(07).
007910     05  ERN-AMOUNT              PIC 9(07)V99.
007920     05  FILLER                  PIC X(66).
007930*-----------------------------------------------------------------
007940* RATE-CHANGE VIEW OF THE TRANSACTION RECORD ('R'). THE NEW RATE
007950* AND/OR SALARY ARE IN THEIR USUAL COLUMNS; THE NAME AREA CARRIES
007960* THE PERIOD (YYYYMM) THE CHANGE IS EFFECTIVE FROM, OR SPACES FOR
007970* A CHANGE EFFECTIVE FROM THIS RUN ON.
007980*-----------------------------------------------------------------
007990 01  TRANSACTION-RATE-RECORD.
008000     05  FILLER                  PIC X(06).
008010     05  RTE-EFFECTIVE-PERIOD    PIC X(06).
008020     05  RTE-EFFECTIVE-PARTS REDEFINES RTE-EFFECTIVE-PERIOD.
008030         10  RTE-EFFECTIVE-CCYY  PIC 9(04).
008040         10  RTE-EFFECTIVE-MM    PIC 9(02).
008050     05  FILLER                  PIC X(111).
008060*-----------------------------------------------------------------
008070* GARNISHMENT VIEW OF THE TRANSACTION RECORD ('G'): ADDS, CHANGES
008080* OR RELEASES ONE GARNISHMENT CASE ON GARNCASE. THE ACTION IS
008090* A (ADD), C (CHANGE) OR R (RELEASE). THE HOURS AND RATE COLUMNS
008100* ARE BLANK, SO A 'G' ADDS NOTHING TO THE HASH TOTALS. ON A CHANGE
008110* A BLANK FIELD LEAVES THE CASE'S FIGURE ALONE.
008120*-----------------------------------------------------------------
008130 01  TRANSACTION-GARNISHMENT-RECORD.
008140     05  GRN-TRAN-CODE           PIC X(01).
008150     05  GRN-EMPLOYEE-ID         PIC 9(05).
008160     05  GRN-CASE-NUMBER         PIC X(15).
008170     05  GRN-AGENCY-CODE         PIC X(08).
008180     05  GRN-ORDER-TYPE          PIC X(01).
008190     05  GRN-PRIORITY            PIC 9(02).
008200     05  GRN-ACTION              PIC X(01).
008210         88  GRN-ADD-CASE              VALUE 'A'.
008220         88  GRN-CHANGE-CASE           VALUE 'C'.
008230         88  GRN-RELEASE-CASE          VALUE 'R'.
008240     05  FILLER                  PIC X(15).
008250     05  GRN-AMOUNT              PIC 9(05)V99.
008260     05  GRN-PERCENT             PIC 9(01)V999.
008270     05  GRN-TOTAL-OWED          PIC 9(07)V99.
008280     05  GRN-EXEMPT-AMOUNT       PIC 9(05)V99.
008290     05  GRN-SUPPORT-PCT         PIC 9(01)V99.
008300     05  GRN-AGENCY-NAME         PIC X(30).
008310     05  FILLER                  PIC X(15).
008320*-----------------------------------------------------------------
008330* CONTROL TRAILER VIEW OF THE TRANSACTION RECORD. THE LAST RECORD
008340* ON TRANFILE CARRIES CODE '9' WITH THE SUBMITTER'S EXPECTED
008350* TRANSACTION COUNT AND HASH TOTALS OF HOURS AND RATE.
008360*-----------------------------------------------------------------
008370 01  TRANSACTION-TRAILER-RECORD.
008380     05  TRL-TRAN-CODE           PIC X(01).
008390     05  TRL-TRAN-COUNT          PIC 9(07).
008400     05  TRL-HASH-HOURS          PIC 9(09)V99.
008410     05  TRL-HASH-RATE           PIC 9(11)V99.
008420     05  FILLER                  PIC X(91).
008430*-----------------------------------------------------------------
008440* TIMECARD PUNCHES FROM THE TIME CLOCK SYSTEM: THE RUN'S DAILY
008450* EXTRACTS, ONE RECORD PER EMPLOYEE PER WORK DATE (OR SHIFT).
008460* HOURS ARE HOURS AND HUNDREDTHS; THE DEPARTMENT IS WHERE THE
008470* HOURS WERE WORKED (BLANK FOR THE HOME DEPARTMENT). THE BATCH
008480* RUN APPLIES THEM AFTER TRANFILE; A REJECTED PUNCH GOES TO
008490* REJFILE IN THIS LAYOUT WITH ITS REASON CODE.
008500*-----------------------------------------------------------------
008510 FD  TIMECARD-FILE
008520     LABEL RECORDS ARE STANDARD
008530     RECORD CONTAINS 40 CHARACTERS.
008540 01  TIMECARD-RECORD.
008550     05  TC-EMPLOYEE-ID          PIC 9(05).
008560     05  TC-WORK-DATE            PIC 9(08).
008570     05  TC-HOURS                PIC 9(02)V99.
008580     05  TC-DEPT-CODE            PIC X(04).
008590     05  FILLER                  PIC X(19).
008600
008610 FD  AUDIT-LOG-FILE
008620     LABEL RECORDS ARE STANDARD
008630     RECORD CONTAINS 100 CHARACTERS.
008640 01  AUDIT-LOG-RECORD            PIC X(100).
008650
008660 FD  PAY-STUB-FILE
008670     LABEL RECORDS ARE STANDARD
008680     RECORD CONTAINS 80 CHARACTERS.
008690 01  PAY-STUB-RECORD             PIC X(80).
008700
008710 FD  ACH-FILE
008720     LABEL RECORDS ARE STANDARD
008730     RECORD CONTAINS 80 CHARACTERS.
008740 01  ACH-RECORD                  PIC X(80).
008750
008760*-----------------------------------------------------------------
008770* EVERY TRANSACTION THE BATCH RUN REJECTS IS WRITTEN HERE IN THE
008780* ORIGINAL TRANFILE LAYOUT PLUS A REASON CODE, SO THE REJECTS CAN
008790* BE CORRECTED AND RESUBMITTED AS THE NEXT NIGHT'S TRANFILE. A
008800* REJECTED TIMECARD PUNCH IS WRITTEN IN THE TIMECARD LAYOUT, A
008810* REJECTED 401(K) ELECTION IN THE KELECT LAYOUT AND A REJECTED
008820* BANK RETURN IN THE ACHRTN LAYOUT.
008830*-----------------------------------------------------------------
008840 FD  REJECT-FILE
008850     LABEL RECORDS ARE STANDARD
008860     RECORD CONTAINS 126 CHARACTERS.
008870 01  REJECT-RECORD.
008880     05  REJ-TRAN-DATA           PIC X(123).
008890     05  REJ-REASON-CODE         PIC X(03).
008900
008910*-----------------------------------------------------------------
008920* RUN-CONTROL CHECKPOINT. ONE RECORD REMEMBERS THE LAST PAY
008930* PERIOD CALCULATED AND WHETHER IT RAN TO COMPLETION ('C') OR
008940* WAS ONLY STARTED ('S', I.E. THE RUN ABENDED PARTWAY). A
008950* COMPLETED PERIOD REFUSES TO RERUN; A STARTED ONE RESTARTS AND
008960* SKIPS EMPLOYEES ALREADY STAMPED WITH THE PERIOD.
008970*-----------------------------------------------------------------
008980 FD  CHECKPOINT-FILE
008990     LABEL RECORDS ARE STANDARD
009000     RECORD CONTAINS 20 CHARACTERS.
009010 01  CHECKPOINT-RECORD.
009020     05  CHK-PAY-PERIOD          PIC X(06).
009030     05  CHK-STATUS              PIC X(01).
009040         88  CHK-PERIOD-COMPLETE       VALUE 'C'.
009050     05  CHK-PAY-SEQ             PIC X(02).
009060     05  FILLER                  PIC X(11).
009070
009080 FD  GL-EXTRACT-FILE
009090     LABEL RECORDS ARE STANDARD
009100     RECORD CONTAINS 80 CHARACTERS.
009110 01  GL-EXTRACT-RECORD           PIC X(80).
009120
009130 FD  QTR-REPORT-FILE
009140     LABEL RECORDS ARE STANDARD
009150     RECORD CONTAINS 132 CHARACTERS.
009160 01  QTR-REPORT-RECORD           PIC X(132).
009170
009180 FD  CHECK-PRINT-FILE
009190     LABEL RECORDS ARE STANDARD
009200     RECORD CONTAINS 80 CHARACTERS.
009210 01  CHECK-PRINT-RECORD          PIC X(80).
009220
009230*-----------------------------------------------------------------
009240* OFF-CYCLE ADJUSTMENT TRANSACTIONS, READ BY THE ADJUSTMENT RUN
009250* (PARM='ADJUST,YYYYMM'). A 'V' VOIDS THE NAMED EMPLOYEE'S
009260* POSTED PAY FOR THE NAMED PERIOD; A 'J' VOIDS IT AND REPAYS AT
009270* THE CORRECTED HOURS, RATE AND/OR SALARY CARRIED ON THE
009280* TRANSACTION (ZERO/BLANK FIELDS KEEP THE MASTER'S VALUES). THE
009290* MASTER ONLY HOLDS THE LAST-STAMPED PERIOD'S DETAIL, SO THE
009300* NAMED PERIOD MUST MATCH THE EMPLOYEE'S PERIOD STAMP OR THE
009310* TRANSACTION IS REJECTED.
009320*-----------------------------------------------------------------
009330*-----------------------------------------------------------------
009340* EFFECTIVE-DATED PAYROLL PARAMETERS. EACH SET IS ONE 'P' RATE
009350* RECORD, FIVE 'B' TAX-BRACKET RECORDS, ONE 'F' STATUTORY
009360* WITHHOLDING RECORD AND ANY 'S' STATE BRACKET RECORDS SHARING
009370* AN EFFECTIVE PERIOD (YYYYMM). 0200-LOAD-PARAMETERS PICKS THE
009380* SET WITH THE LATEST EFFECTIVE PERIOD AT OR BEFORE THE RUN'S
009390* PAY PERIOD, SO FUTURE SETS CAN BE STAGED ON THE FILE AHEAD OF
009400* TIME AND A BACKDATED RERUN CALCULATES WITH THE RATES IN FORCE
009410* THEN. THE 'P' RECORD ALSO NAMES THE DAY THE FLSA WORKWEEK
009420* BEGINS (1 = SUNDAY THROUGH 7 = SATURDAY; BLANK IS SUNDAY) AND
009430* THE DAYS A NEW BANK ACCOUNT'S PRENOTE MUST WAIT FOR A RETURN
009440* BEFORE THE ACCOUNT IS PAID (BLANK IS 10 DAYS). A SET
009450* MAY ALSO CARRY 'E' EARNINGS-CODE RECORDS, WHICH ADD TO OR
009460* REPLACE THE STANDING EARNINGS CODES, 'L' RECORDS WITH THE
009470* PAID TIME OFF ACCRUAL TIERS, 'G' GARNISHMENT LIMIT RECORDS AND
009480* A 'K' RECORD WITH THE YEAR'S 401(K) DEFERRAL LIMITS.
009490*-----------------------------------------------------------------
009500 FD  PARAMETER-FILE
009510     LABEL RECORDS ARE STANDARD
009520     RECORD CONTAINS 80 CHARACTERS.
009530 01  PARAMETER-RECORD.
009540     05  PRM-RECORD-TYPE         PIC X(01).
009550         88  PRM-RATE-SET              VALUE 'P'.
009560         88  PRM-TAX-BRACKET           VALUE 'B'.
009570         88  PRM-WITHHOLDING           VALUE 'F'.
009580         88  PRM-STATE-BRACKET         VALUE 'S'.
009590         88  PRM-EARNINGS-CODE         VALUE 'E'.
009600         88  PRM-LEAVE-TIER            VALUE 'L'.
009610         88  PRM-GARN-LIMIT            VALUE 'G'.
009620         88  PRM-401K-LIMIT            VALUE 'K'.
009630     05  PRM-EFFECTIVE-PERIOD    PIC X(06).
009640     05  PRM-HEALTH-PREMIUM      PIC 9(03)V99.
009650     05  PRM-ER-HEALTH-SHARE     PIC 9(03)V99.
009660     05  PRM-401K-PERCENT        PIC 9(01)V999.
009670     05  PRM-ER-FICA-RATE        PIC 9(01)V9999.
009680     05  PRM-MIN-HOURLY-RATE     PIC 9(05)V99.
009690     05  PRM-MAX-HOURLY-RATE     PIC 9(05)V99.
009700     05  PRM-STANDARD-HOURS      PIC 9(03)V99.
009710     05  PRM-OT-MULTIPLIER       PIC 9(01)V99.
009720     05  PRM-WORKWEEK-START-DAY  PIC 9(01).
009730     05  PRM-PRENOTE-DAYS        PIC 9(02).
009740     05  FILLER                  PIC X(29).
009750
009760*-----------------------------------------------------------------
009770* TAX-BRACKET VIEW OF THE PARAMETER RECORD ('B' RECORDS). THE
009780* BRACKET NUMBER PLACES THE LIMITS AND RATE IN THE TAX-BRACKET
009790* TABLE SLOT BY SLOT; ALL FIVE SINGLE-SCHEDULE BRACKETS MUST BE
009800* PRESENT FOR A SET TO BE USABLE. A BLANK FILING STATUS IS THE
009810* SINGLE SCHEDULE, SO SETS STAGED BEFORE THE FIELD EXISTED STILL
009820* LOAD.
009830*-----------------------------------------------------------------
009840 01  PARAMETER-BRACKET-RECORD.
009850     05  FILLER                  PIC X(01).
009860     05  PRB-EFFECTIVE-PERIOD    PIC X(06).
009870     05  PRB-BRACKET-NO          PIC 9(01).
009880     05  PRB-LOW-LIMIT           PIC 9(07)V99.
009890     05  PRB-HIGH-LIMIT          PIC 9(07)V99.
009900     05  PRB-RATE                PIC 9(01)V999.
009910     05  PRB-FILING-STATUS       PIC X(01).
009920     05  FILLER                  PIC X(49).
009930
009940*-----------------------------------------------------------------
009950* STATUTORY WITHHOLDING VIEW ('F' RECORD): THE EMPLOYEE SOCIAL
009960* SECURITY RATE AND ANNUAL WAGE BASE, THE MEDICARE RATE, AND
009970* THE ADDITIONAL MEDICARE RATE WITH ITS ANNUAL WAGE THRESHOLD,
009980* AND THE FLAT FEDERAL RATE WITHHELD ON SUPPLEMENTAL WAGES (BLANK
009990* KEEPS THE LAST RATE CODED BELOW).
010000*-----------------------------------------------------------------
010010 01  PARAMETER-WITHHOLDING-RECORD.
010020     05  FILLER                  PIC X(01).
010030     05  PRF-EFFECTIVE-PERIOD    PIC X(06).
010040     05  PRF-SS-RATE             PIC 9(01)V9999.
010050     05  PRF-SS-WAGE-BASE        PIC 9(07)V99.
010060     05  PRF-MEDICARE-RATE       PIC 9(01)V9999.
010070     05  PRF-ADDL-MEDICARE-RATE  PIC 9(01)V9999.
010080     05  PRF-ADDL-MEDICARE-LIMIT PIC 9(07)V99.
010090     05  PRF-SUPPLEMENTAL-RATE   PIC 9(01)V9999.
010100     05  FILLER                  PIC X(35).
010110
010120*-----------------------------------------------------------------
010130* STATE BRACKET VIEW ('S' RECORDS): ONE BRACKET OF ONE STATE'S
010140* WITHHOLDING SCHEDULE, LAID OUT LIKE A FEDERAL 'B' RECORD WITH
010150* THE TWO-LETTER STATE CODE AHEAD OF THE BRACKET NUMBER.
010160*-----------------------------------------------------------------
010170 01  PARAMETER-STATE-RECORD.
010180     05  FILLER                  PIC X(01).
010190     05  PRS-EFFECTIVE-PERIOD    PIC X(06).
010200     05  PRS-STATE-CODE          PIC X(02).
010210     05  PRS-BRACKET-NO          PIC 9(01).
010220     05  PRS-LOW-LIMIT           PIC 9(07)V99.
010230     05  PRS-HIGH-LIMIT          PIC 9(07)V99.
010240     05  PRS-RATE                PIC 9(01)V999.
010250     05  FILLER                  PIC X(48).
010260
010270*-----------------------------------------------------------------
010280* EARNINGS-CODE VIEW ('E' RECORDS): ADDS A CODE TO THE SET'S
010290* EARNINGS-CODE TABLE OR REPLACES THE ENTRY OF THE SAME CODE. SEE
010300* EARNINGS-CODE-TABLE IN WORKING-STORAGE FOR THE FIELDS.
010310*-----------------------------------------------------------------
010320 01  PARAMETER-EARNINGS-RECORD.
010330     05  FILLER                  PIC X(01).
010340     05  PRE-EFFECTIVE-PERIOD    PIC X(06).
010350     05  PRE-EARNINGS-CODE       PIC X(03).
010360     05  PRE-DESCRIPTION         PIC X(15).
010370     05  PRE-BASIS               PIC X(01).
010380     05  PRE-SUPPLEMENTAL        PIC X(01).
010390     05  PRE-RATE-FACTOR         PIC 9(01)V99.
010400     05  PRE-PREMIUM             PIC 9(03)V99.
010410     05  PRE-GL-ACCOUNT          PIC X(08).
010420     05  FILLER                  PIC X(37).
010430
010440*-----------------------------------------------------------------
010450* PAID TIME OFF TIER VIEW ('L' RECORDS): ONE ACCRUAL TIER FOR A
010460* PAY TYPE (H OR S) FROM ITS YEARS OF SERVICE UP -- THE HOURS
010470* ACCRUED A YEAR, THE MOST HOURS ACCRUED IN ONE CALENDAR YEAR AND
010480* THE MOST HOURS CARRIED INTO THE NEXT. A BLANK CAP OR CARRY LIMIT
010490* IS NO LIMIT. SEE LEAVE-TIER-TABLE IN WORKING-STORAGE.
010500*-----------------------------------------------------------------
010510 01  PARAMETER-LEAVE-RECORD.
010520     05  FILLER                  PIC X(01).
010530     05  PRL-EFFECTIVE-PERIOD    PIC X(06).
010540     05  PRL-PAY-TYPE            PIC X(01).
010550     05  PRL-SERVICE-YEARS       PIC 9(02).
010560     05  PRL-ANNUAL-HOURS        PIC 9(03)V99.
010570     05  PRL-ANNUAL-CAP          PIC 9(03)V99.
010580     05  PRL-CARRY-LIMIT         PIC 9(03)V99.
010590     05  FILLER                  PIC X(55).
010600*-----------------------------------------------------------------
010610* GARNISHMENT LIMIT VIEW ('G' RECORDS): THE LIMITS ON DISPOSABLE
010620* EARNINGS -- THE MOST A CREDITOR ORDER MAY TAKE, THE WEEKLY
010630* AMOUNT NO CREDITOR ORDER MAY TOUCH, AND THE MOST SUPPORT ORDERS
010640* MAY TAKE. STATE 'US' (OR BLANK) IS THE FEDERAL LIMIT; A STATE'S
010650* OWN RECORD APPLIES WHERE IT IS STRICTER. A BLANK FIGURE KEEPS
010660* THE FEDERAL ONE. SEE GARN-LIMIT-TABLE IN WORKING-STORAGE.
010670*-----------------------------------------------------------------
010680 01  PARAMETER-GARN-RECORD.
010690     05  FILLER                  PIC X(01).
010700     05  PRG-EFFECTIVE-PERIOD    PIC X(06).
010710     05  PRG-STATE-CODE          PIC X(02).
010720     05  PRG-CREDITOR-PCT        PIC 9(01)V999.
010730     05  PRG-EXEMPT-WEEKLY       PIC 9(03)V99.
010740     05  PRG-SUPPORT-PCT         PIC 9(01)V99.
010750     05  FILLER                  PIC X(59).
010760
010770*-----------------------------------------------------------------
010780* 401(K) LIMIT VIEW ('K' RECORD): THE ANNUAL LIMIT ON AN
010790* EMPLOYEE'S ELECTIVE DEFERRALS AND THE ADDITIONAL CATCH-UP
010800* AMOUNT ALLOWED AN ELIGIBLE EMPLOYEE. A BLANK FIGURE KEEPS THE
010810* ONE CODED IN WORKING-STORAGE.
010820*-----------------------------------------------------------------
010830 01  PARAMETER-401K-RECORD.
010840     05  FILLER                  PIC X(01).
010850     05  PRK-EFFECTIVE-PERIOD    PIC X(06).
010860     05  PRK-DEFERRAL-LIMIT      PIC 9(05)V99.
010870     05  PRK-CATCHUP-LIMIT       PIC 9(05)V99.
010880     05  FILLER                  PIC X(59).
010890
010900 FD  ADJUSTMENT-FILE
010910     LABEL RECORDS ARE STANDARD
010920     RECORD CONTAINS 80 CHARACTERS.
010930 01  ADJUSTMENT-RECORD.
010940     05  ADJ-TRAN-CODE           PIC X(01).
010950         88  ADJ-VOID                  VALUE 'V'.
010960         88  ADJ-REPAY                 VALUE 'J'.
010970     05  ADJ-EMPLOYEE-ID         PIC 9(05).
010980     05  ADJ-PAY-PERIOD          PIC X(06).
010990     05  ADJ-PAY-SEQ             PIC X(02).
011000     05  ADJ-HOURS-WORKED        PIC 9(03)V99.
011010     05  ADJ-HOURLY-RATE         PIC 9(05)V99.
011020     05  ADJ-PERIOD-SALARY       PIC 9(07)V99.
011030     05  FILLER                  PIC X(45).
011040
011050*-----------------------------------------------------------------
011060* PAY HISTORY. ONE 'P' DETAIL IS APPENDED PER EMPLOYEE PER PAY
011070* PERIOD WHEN CALCULATE-PAYROLL POSTS THE EMPLOYEE, PRESERVING
011080* WHAT WAS ACTUALLY PAID AFTER THE MASTER'S CURRENT-PERIOD
011090* FIELDS ARE OVERWRITTEN BY THE NEXT RUN. THE RECORD TYPE
011100* LEAVES ROOM FOR CORRECTION RECORDS ALONGSIDE THE PAY DETAILS.
011110* A DETAIL PAID FROM TIMECARDS IS FOLLOWED BY ONE 'W' RECORD PER
011120* FLSA WORKWEEK WITH THAT WEEK'S STRAIGHT/OVERTIME SPLIT, AND A
011130* DETAIL WITH EARNINGS LINES BY ONE 'E' RECORD PER EARNINGS CODE.
011140* AN 'R' RECORD IS FILED UNDER A RUN WHEN RETROACTIVE PAY FOR IT
011150* IS PAID BY A LATER RUN. PH-PAY-DATE ON A 'P', 'V' OR 'J' RECORD
011160* IS THE DATE OF THE RUN THAT PAID OR ADJUSTED THE WAGES, THE DATE
011170* TAXDEPOSIT OWES THE RUN'S TAXES FROM. PAYHISTORYINQUIRY READS
011180* THIS FILE.
011190*-----------------------------------------------------------------
011200 FD  PAY-HISTORY-FILE
011210     LABEL RECORDS ARE STANDARD
011220     RECORD CONTAINS 150 CHARACTERS.
011230 01  PAY-HISTORY-RECORD.
011240     05  PH-RECORD-TYPE          PIC X(01).
011250     05  PH-PAY-PERIOD           PIC X(06).
011260     05  PH-PAY-SEQ              PIC X(02).
011270     05  PH-EMPLOYEE-ID          PIC 9(05).
011280     05  PH-HOURS-WORKED         PIC 9(03)V99.
011290     05  PH-STRAIGHT-HOURS       PIC 9(03)V99.
011300     05  PH-OVERTIME-HOURS       PIC 9(03)V99.
011310     05  PH-STRAIGHT-PAY         PIC 9(07)V99.
011320     05  PH-OVERTIME-PAY         PIC 9(07)V99.
011330     05  PH-GROSS-PAY            PIC 9(07)V99.
011340     05  PH-TAX-RATE             PIC 9(01)V999.
011350     05  PH-TAX-DEDUCTION        PIC 9(07)V99.
011360     05  PH-HEALTH-DEDUCTION     PIC 9(05)V99.
011370     05  PH-401K-DEDUCTION       PIC 9(05)V99.
011380     05  PH-GARNISHMENT-AMT      PIC 9(05)V99.
011390     05  PH-NET-PAY              PIC 9(07)V99.
011400     05  PH-SS-WAGES             PIC 9(07)V99.
011410     05  PH-SS-TAX               PIC 9(07)V99.
011420     05  PH-MEDICARE-TAX         PIC 9(07)V99.
011430     05  PH-STATE-TAX            PIC 9(07)V99.
011440     05  PH-STATE-CODE           PIC X(02).
011450     05  PH-PAY-DATE             PIC 9(08).
011460     05  FILLER                  PIC X(05).
011470
011480*-----------------------------------------------------------------
011490* WORKWEEK VIEW ('W' RECORD). PRIOR HOURS ARE HOURS OF THE SAME
011500* WORKWEEK ALREADY PAID BY THE PRIOR RUN, COUNTED TOWARD THE
011510* STANDARD HOURS BUT NOT PAID AGAIN.
011520*-----------------------------------------------------------------
011530 01  PAY-HISTORY-WEEK-RECORD.
011540     05  PHW-RECORD-TYPE         PIC X(01).
011550     05  PHW-PAY-PERIOD          PIC X(06).
011560     05  PHW-PAY-SEQ             PIC X(02).
011570     05  PHW-EMPLOYEE-ID         PIC 9(05).
011580     05  PHW-WEEK-START          PIC 9(08).
011590     05  PHW-WEEK-HOURS          PIC 9(03)V99.
011600     05  PHW-STRAIGHT-HOURS      PIC 9(03)V99.
011610     05  PHW-OVERTIME-HOURS      PIC 9(03)V99.
011620     05  PHW-PRIOR-HOURS         PIC 9(03)V99.
011630     05  FILLER                  PIC X(108).
011640
011650*-----------------------------------------------------------------
011660* EARNINGS VIEW ('E' RECORD): ONE EARNINGS CODE PAID WITH THE
011670* DETAIL AHEAD OF IT. THE AMOUNT IS PART OF THE DETAIL'S GROSS.
011680* SUPPLEMENTAL 'Y' MARKS WAGES WITHHELD AT THE FLAT RATE.
011690*-----------------------------------------------------------------
011700 01  PAY-HISTORY-EARNINGS-RECORD.
011710     05  PHE-RECORD-TYPE         PIC X(01).
011720     05  PHE-PAY-PERIOD          PIC X(06).
011730     05  PHE-PAY-SEQ             PIC X(02).
011740     05  PHE-EMPLOYEE-ID         PIC 9(05).
011750     05  PHE-EARNINGS-CODE       PIC X(03).
011760     05  PHE-DESCRIPTION         PIC X(15).
011770     05  PHE-HOURS               PIC 9(03)V99.
011780     05  PHE-AMOUNT              PIC 9(07)V99.
011790     05  PHE-SUPPLEMENTAL        PIC X(01).
011800     05  PHE-GL-ACCOUNT          PIC X(08).
011810     05  FILLER                  PIC X(95).
011820
011830*-----------------------------------------------------------------
011840* RETRO VIEW ('R' RECORD): RETROACTIVE PAY FOR THE RUN IT IS FILED
011850* UNDER, PAID BY THE RUN IN PHR-PAID-PERIOD/SEQ -- THE RUN'S BASE
011860* PAY AS PAID, AT THE NEW RATE OR SALARY, AND THE RETRO PAID (LESS
011870* ANY RETRO ALREADY PAID FOR THE RUN). THE AMOUNT IS PART OF THE
011880* PAYING RUN'S 'RET' EARNINGS LINE, NOT OF THIS RUN'S GROSS.
011890*-----------------------------------------------------------------
011900 01  PAY-HISTORY-RETRO-RECORD.
011910     05  PHR-RECORD-TYPE         PIC X(01).
011920     05  PHR-PAY-PERIOD          PIC X(06).
011930     05  PHR-PAY-SEQ             PIC X(02).
011940     05  PHR-EMPLOYEE-ID         PIC 9(05).
011950     05  PHR-PAID-PERIOD         PIC X(06).
011960     05  PHR-PAID-SEQ            PIC X(02).
011970     05  PHR-OLD-PAY             PIC 9(07)V99.
011980     05  PHR-NEW-PAY             PIC 9(07)V99.
011990     05  PHR-RETRO-AMOUNT        PIC S9(07)V99
012000                                 SIGN IS LEADING SEPARATE.
012010     05  FILLER                  PIC X(100).
012020
012030 FD  CHECK-REGISTER-FILE
012040     LABEL RECORDS ARE STANDARD
012050     RECORD CONTAINS 132 CHARACTERS.
012060 01  CHECK-REGISTER-RECORD       PIC X(132).
012070
012080 FD  POSITIVE-PAY-FILE
012090     LABEL RECORDS ARE STANDARD
012100     RECORD CONTAINS 80 CHARACTERS.
012110 01  POSITIVE-PAY-RECORD         PIC X(80).
012120
012130*-----------------------------------------------------------------
012140* CHECK-NUMBER RUN CONTROL. ONE RECORD CARRIES THE NEXT CHECK
012150* NUMBER TO BE ISSUED, SO THE SERIES CONTINUES ACROSS RUNS THE
012160* SAME WAY CHKPOINT CARRIES THE PAY PERIOD. A MISSING OR BLANK
012170* FILE STARTS THE SERIES AT 1.
012180*-----------------------------------------------------------------
012190 FD  CHECK-CONTROL-FILE
012200     LABEL RECORDS ARE STANDARD
012210     RECORD CONTAINS 20 CHARACTERS.
012220 01  CHECK-CONTROL-RECORD.
012230     05  CHKN-NEXT-CHECK-NO      PIC 9(08).
012240     05  FILLER                  PIC X(12).
012250
012260 FD  W2-EXTRACT-FILE
012270     LABEL RECORDS ARE STANDARD
012280     RECORD CONTAINS 150 CHARACTERS.
012290 01  W2-EXTRACT-RECORD           PIC X(150).
012300
012310 FD  RETRO-REPORT-FILE
012320     LABEL RECORDS ARE STANDARD
012330     RECORD CONTAINS 132 CHARACTERS.
012340 01  RETRO-REPORT-RECORD         PIC X(132).
012350 FD  LEAVE-REPORT-FILE
012360     LABEL RECORDS ARE STANDARD
012370     RECORD CONTAINS 132 CHARACTERS.
012380 01  LEAVE-REPORT-RECORD         PIC X(132).
012390*-----------------------------------------------------------------
012400* GARNISHMENT CASES: ONE RECORD PER COURT OR AGENCY ORDER AGAINST
012410* AN EMPLOYEE'S WAGES, KEYED BY EMPLOYEE ID AND CASE NUMBER SO AN
012420* EMPLOYEE'S ORDERS READ TOGETHER. THE ORDER TYPE DECIDES WHICH
012430* LIMIT ON DISPOSABLE EARNINGS APPLIES AND LOWER PRIORITY NUMBERS
012440* ARE TAKEN FIRST. EACH RUN AN ACTIVE ORDER TAKES ITS AMOUNT, OR
012450* ITS PERCENT OF DISPOSABLE EARNINGS, UP TO THE BALANCE LEFT OF
012460* THE TOTAL OWED; A ZERO TOTAL OWED RUNS UNTIL THE ORDER IS
012470* RELEASED. A TAX LEVY CARRIES THE EXEMPT AMOUNT A RUN FROM THE
012480* LEVY NOTICE, AND A SUPPORT ORDER MAY CARRY ITS OWN PERCENT LIMIT
012490* (ZERO IS THE PARMFILE LIMIT). GC-LAST-RUN-ID AND GC-LAST-AMOUNT
012500* ARE THE RUN THAT LAST TOOK THE ORDER AND WHAT IT TOOK, FOR THE
012510* REMITTANCE, A RESTARTED RUN AND A VOID.
012520*-----------------------------------------------------------------
012530 FD  GARN-CASE-FILE
012540     LABEL RECORDS ARE STANDARD
012550     RECORD CONTAINS 150 CHARACTERS.
012560 01  GARN-CASE-RECORD.
012570     05  GC-CASE-KEY.
012580         10  GC-EMPLOYEE-ID      PIC 9(05).
012590         10  GC-CASE-NUMBER      PIC X(15).
012600     05  GC-AGENCY-CODE          PIC X(08).
012610     05  GC-AGENCY-NAME          PIC X(30).
012620     05  GC-ORDER-TYPE           PIC X(01).
012630         88  GC-SUPPORT-ORDER          VALUE 'S'.
012640         88  GC-TAX-LEVY               VALUE 'L'.
012650         88  GC-CREDITOR-ORDER         VALUE 'C'.
012660     05  GC-PRIORITY             PIC 9(02).
012670     05  GC-STATUS               PIC X(01).
012680         88  GC-ACTIVE                 VALUE 'A'.
012690         88  GC-PAID-OFF               VALUE 'P'.
012700         88  GC-RELEASED               VALUE 'R'.
012710     05  GC-AMOUNT               PIC 9(05)V99.
012720     05  GC-PERCENT              PIC 9(01)V999.
012730     05  GC-EXEMPT-AMOUNT        PIC 9(05)V99.
012740     05  GC-SUPPORT-PCT          PIC 9(01)V99.
012750     05  GC-TOTAL-OWED           PIC 9(07)V99.
012760     05  GC-BALANCE              PIC 9(07)V99.
012770     05  GC-PAID-TO-DATE         PIC 9(07)V99.
012780     05  GC-LAST-RUN-ID          PIC X(08).
012790     05  GC-LAST-AMOUNT          PIC 9(05)V99.
012800     05  FILLER                  PIC X(25).
012810
012820 FD  GARN-REPORT-FILE
012830     LABEL RECORDS ARE STANDARD
012840     RECORD CONTAINS 132 CHARACTERS.
012850 01  GARN-REPORT-RECORD          PIC X(132).
012860
012870*-----------------------------------------------------------------
012880* GARNISHMENT PAYMENT FILE FOR ACCOUNTS PAYABLE: A 'D' RECORD PER
012890* CASE REMITTED, AN 'A' RECORD CLOSING EACH AGENCY WITH THE COUNT
012900* AND AMOUNT TO PAY IT, AND A 'T' TRAILER WITH THE RUN'S TOTALS.
012910*-----------------------------------------------------------------
012920 FD  GARN-PAY-FILE
012930     LABEL RECORDS ARE STANDARD
012940     RECORD CONTAINS 80 CHARACTERS.
012950 01  GARN-PAY-RECORD.
012960     05  GP-RECORD-TYPE          PIC X(01).
012970         88  GP-DETAIL                 VALUE 'D'.
012980         88  GP-AGENCY-TOTAL           VALUE 'A'.
012990         88  GP-TRAILER                VALUE 'T'.
013000     05  GP-AGENCY-CODE          PIC X(08).
013010     05  GP-CASE-NUMBER          PIC X(15).
013020     05  GP-EMPLOYEE-ID          PIC 9(05).
013030     05  GP-AMOUNT               PIC 9(07)V99.
013040     05  GP-RUN-ID               PIC X(08).
013050     05  GP-AGENCY-NAME          PIC X(30).
013060     05  FILLER                  PIC X(04).
013070 01  GARN-PAY-AGENCY-RECORD.
013080     05  FILLER                  PIC X(09).
013090     05  GPA-CASE-COUNT          PIC 9(05).
013100     05  GPA-AMOUNT              PIC 9(09)V99.
013110     05  GPA-RUN-ID              PIC X(08).
013120     05  GPA-AGENCY-NAME         PIC X(30).
013130     05  FILLER                  PIC X(17).
013140 01  GARN-PAY-TRAILER-RECORD.
013150     05  FILLER                  PIC X(01).
013160     05  GPT-CASE-COUNT          PIC 9(07).
013170     05  GPT-AMOUNT              PIC 9(11)V99.
013180     05  GPT-RUN-ID              PIC X(08).
013190     05  FILLER                  PIC X(51).
013200
013210*-----------------------------------------------------------------
013220* 401(K) DEFERRAL ELECTIONS FROM THE PLAN RECORDKEEPER, ONE RECORD
013230* PER ELECTION. TYPE 'P' DEFERS A PERCENT OF GROSS PAY (A
013240* FRACTION -- .060 IS SIX PERCENT, ZERO STOPS DEFERRING) AND TYPE
013250* 'A' A FLAT AMOUNT EACH RUN. CATCH-UP IS 'Y' FOR AN EMPLOYEE
013260* ELIGIBLE FOR THE CATCH-UP LIMIT ('N' OR BLANK IF NOT). THE
013270* EFFECTIVE PERIOD (YYYYMM) IS THE FIRST PERIOD THE ELECTION IS
013280* DEDUCTED; BLANK IS THE RUN'S OWN PERIOD. THE BATCH RUN APPLIES
013290* THEM AFTER THE TIMECARDS; A REJECTED ELECTION GOES TO REJFILE
013300* IN THIS LAYOUT WITH ITS REASON CODE.
013310*-----------------------------------------------------------------
013320 FD  DEFERRAL-ELECTION-FILE
013330     LABEL RECORDS ARE STANDARD
013340     RECORD CONTAINS 40 CHARACTERS.
013350 01  DEFERRAL-ELECTION-RECORD.
013360     05  KE-EMPLOYEE-ID          PIC 9(05).
013370     05  KE-DEFERRAL-TYPE        PIC X(01).
013380         88  KE-PERCENT-ELECTION       VALUE 'P'.
013390         88  KE-FLAT-ELECTION          VALUE 'A'.
013400     05  KE-DEFERRAL-PCT         PIC 9(01)V999.
013410     05  KE-DEFERRAL-AMT         PIC 9(05)V99.
013420     05  KE-CATCHUP-ELIGIBLE     PIC X(01).
013430     05  KE-EFFECTIVE-PERIOD     PIC X(06).
013440     05  FILLER                  PIC X(16).
013450
013460*-----------------------------------------------------------------
013470* 401(K) CONTRIBUTION FILE FOR THE PLAN RECORDKEEPER: A 'D' RECORD
013480* PER EMPLOYEE PAID BY THE RUN WITH THE DEFERRAL TAKEN, THE
013490* EMPLOYER MATCH BOOKED FOR IT, THE YEAR'S DEFERRALS AND THE
013500* YEAR'S PLAN COMPENSATION (GROSS PAY TO DATE), THEN A 'T'
013510* TRAILER WHOSE TOTALS EQUAL THE RUN'S GL 401K PAYABLE CREDITS.
013520*-----------------------------------------------------------------
013530 FD  DEFERRAL-CONTRIB-FILE
013540     LABEL RECORDS ARE STANDARD
013550     RECORD CONTAINS 80 CHARACTERS.
013560 01  DEFERRAL-CONTRIB-RECORD.
013570     05  KC-RECORD-TYPE          PIC X(01).
013580         88  KC-DETAIL                 VALUE 'D'.
013590         88  KC-TRAILER                VALUE 'T'.
013600     05  KC-EMPLOYEE-ID          PIC 9(05).
013610     05  KC-EMPLOYEE-NAME        PIC X(30).
013620     05  KC-RUN-ID               PIC X(08).
013630     05  KC-DEFERRAL             PIC 9(05)V99.
013640     05  KC-MATCH                PIC 9(05)V99.
013650     05  KC-YTD-DEFERRAL         PIC 9(07)V99.
013660     05  KC-YTD-PLAN-COMP        PIC 9(09)V99.
013670     05  KC-CATCHUP-ELIGIBLE     PIC X(01).
013680     05  FILLER                  PIC X(01).
013690 01  DEFERRAL-CONTRIB-TRAILER.
013700     05  FILLER                  PIC X(01).
013710     05  KCT-RECORD-COUNT        PIC 9(07).
013720     05  KCT-TOTAL-DEFERRAL      PIC 9(11)V99.
013730     05  KCT-TOTAL-MATCH         PIC 9(11)V99.
013740     05  KCT-RUN-ID              PIC X(08).
013750     05  FILLER                  PIC X(38).
013760
013770*-----------------------------------------------------------------
013780* ACH RETURNS FROM THE BANK: ONE RECORD PER ENTRY THE BANK SENT
013790* BACK, WITH THE ROUTING AND ACCOUNT IT WAS SENT TO, THE BANK'S
013800* RETURN REASON CODE (R01, R03 ...) AND THE DATE RETURNED. THE
013810* BATCH RUN APPLIES THEM AFTER THE 401(K) ELECTIONS; A RETURN THAT
013820* MATCHES NO BANK ACCOUNT ON THE MASTER GOES TO REJFILE IN THIS
013830* LAYOUT WITH ITS REASON CODE.
013840*-----------------------------------------------------------------
013850 FD  BANK-RETURN-FILE
013860     LABEL RECORDS ARE STANDARD
013870     RECORD CONTAINS 80 CHARACTERS.
013880 01  BANK-RETURN-RECORD.
013890     05  BR-EMPLOYEE-ID          PIC 9(05).
013900     05  BR-ROUTING              PIC 9(09).
013910     05  BR-ACCOUNT              PIC X(17).
013920     05  BR-RETURN-CODE          PIC X(03).
013930     05  BR-RETURN-DATE          PIC 9(08).
013940     05  FILLER                  PIC X(38).
013950
013960 FD  BANK-EXCEPTION-FILE
013970     LABEL RECORDS ARE STANDARD
013980     RECORD CONTAINS 132 CHARACTERS.
013990 01  BANK-EXCEPTION-RECORD       PIC X(132).
014000
014010*-----------------------------------------------------------------
014020* CHECK VOIDS FROM THE ADJUSTMENT RUN, ONE PER VOIDED RUN THAT
014030* WAS PAID BY CHECK, IN THE LAYOUT THE CHECK CLERK KEYS FOR THE
014040* CHECK RECONCILIATION (CHKVOID), REASON PAY.
014050*-----------------------------------------------------------------
014060 FD  CHECK-VOID-FILE
014070     LABEL RECORDS ARE STANDARD
014080     RECORD CONTAINS 80 CHARACTERS.
014090 01  CHECK-VOID-RECORD.
014100     05  CV-CHECK-NO             PIC 9(08).
014110     05  CV-REASON               PIC X(03).
014120     05  CV-VOID-DATE            PIC 9(08).
014130     05  CV-OPERATOR-ID          PIC X(08).
014140     05  FILLER                  PIC X(53).
014150
014160*-----------------------------------------------------------------
014170* SORT WORK RECORD FOR THE PAYROLL REPORT. 3000 SORTS THE MASTER
014180* INTO DEPARTMENT ORDER (EMPLOYEE ID WITHIN DEPARTMENT) AND THE
014190* OUTPUT PROCEDURE PRINTS FROM THESE FIELDS. THE EARNINGS LINES
014200* FEED THE DEPARTMENT SUBTOTALS BY EARNINGS CODE.
014210*-----------------------------------------------------------------
014220 SD  SORT-WORK-FILE.
014230 01  SORT-WORK-RECORD.
014240     05  SRT-DEPT-CODE           PIC X(04).
014250     05  SRT-EMPLOYEE-ID         PIC 9(05).
014260     05  SRT-EMPLOYEE-NAME       PIC X(30).
014270     05  SRT-HOURS-WORKED        PIC 9(03)V99.
014280     05  SRT-HOURLY-RATE         PIC 9(05)V99.
014290     05  SRT-GROSS-PAY           PIC 9(07)V99.
014300     05  SRT-TAX-DEDUCTION       PIC 9(07)V99.
014310     05  SRT-NET-PAY             PIC 9(07)V99.
014320     05  SRT-401K-DEDUCTION      PIC 9(05)V99.
014330     05  SRT-ERN-COUNT           PIC 9(01).
014340     05  SRT-ERN-LINE OCCURS 8 TIMES.
014350         10  SRT-ERN-CODE        PIC X(03).
014360         10  SRT-ERN-AMOUNT      PIC 9(07)V99.
014370*-----------------------------------------------------------------
014380* SORT WORK RECORD FOR THE LEAVE LIABILITY REPORT. 6200 SORTS THE
014390* EMPLOYEES WITH PAID TIME OFF INTO DEPARTMENT ORDER (EMPLOYEE ID
014400* WITHIN DEPARTMENT) THE SAME WAY.
014410*-----------------------------------------------------------------
014420 01  SORT-LEAVE-RECORD.
014430     05  SLV-DEPT-CODE           PIC X(04).
014440     05  SLV-EMPLOYEE-ID         PIC 9(05).
014450     05  SLV-EMPLOYEE-NAME       PIC X(30).
014460     05  SLV-PAY-TYPE            PIC X(01).
014470     05  SLV-BALANCE             PIC 9(05)V99.
014480     05  SLV-HOURLY-RATE         PIC 9(05)V99.
014490     05  SLV-LIABILITY           PIC 9(09)V99.
014500     05  SLV-BOOKED              PIC 9(09)V99.
014510*-----------------------------------------------------------------
014520* SORT WORK RECORD FOR THE GARNISHMENT REMITTANCE. 4700 SORTS THE
014530* CASES TAKEN BY THE RUN INTO AGENCY ORDER (CASE NUMBER WITHIN
014540* AGENCY) SO EACH AGENCY IS PAID ONCE FOR ALL ITS CASES.
014550*-----------------------------------------------------------------
014560 01  SORT-GARN-RECORD.
014570     05  SGR-AGENCY-CODE         PIC X(08).
014580     05  SGR-CASE-NUMBER         PIC X(15).
014590     05  SGR-EMPLOYEE-ID         PIC 9(05).
014600     05  SGR-EMPLOYEE-NAME       PIC X(30).
014610     05  SGR-AGENCY-NAME         PIC X(30).
014620     05  SGR-ORDER-TYPE          PIC X(01).
014630     05  SGR-AMOUNT              PIC 9(05)V99.
014640     05  SGR-BALANCE             PIC 9(07)V99.
014650     05  SGR-TOTAL-OWED          PIC 9(07)V99.
014660
014670 WORKING-STORAGE SECTION.
014680 01  WS-FILE-STATUSES.
014690     05  WS-EMPMAST-STATUS       PIC X(02) VALUE '00'.
014700         88  WS-EMPMAST-OK             VALUE '00'.
014710         88  WS-EMPMAST-NOT-FOUND      VALUE '23'.
014720         88  WS-EMPMAST-DUPLICATE      VALUE '22'.
014730         88  WS-EMPMAST-EOF            VALUE '10'.
014740     05  WS-PAYRPT-STATUS        PIC X(02) VALUE '00'.
014750         88  WS-PAYRPT-OK              VALUE '00'.
014760     05  WS-TRANFILE-STATUS      PIC X(02) VALUE '00'.
014770         88  WS-TRANFILE-OK            VALUE '00'.
014780         88  WS-TRANFILE-EOF           VALUE '10'.
014790     05  WS-TIMECARD-STATUS      PIC X(02) VALUE '00'.
014800         88  WS-TIMECARD-OK            VALUE '00'.
014810         88  WS-TIMECARD-EOF           VALUE '10'.
014820     05  WS-AUDITLOG-STATUS      PIC X(02) VALUE '00'.
014830         88  WS-AUDITLOG-OK            VALUE '00'.
014840     05  WS-PAYSTUB-STATUS       PIC X(02) VALUE '00'.
014850         88  WS-PAYSTUB-OK             VALUE '00'.
014860     05  WS-ACHFILE-STATUS       PIC X(02) VALUE '00'.
014870         88  WS-ACHFILE-OK             VALUE '00'.
014880     05  WS-REJFILE-STATUS       PIC X(02) VALUE '00'.
014890         88  WS-REJFILE-OK             VALUE '00'.
014900     05  WS-CHKPOINT-STATUS      PIC X(02) VALUE '00'.
014910         88  WS-CHKPOINT-OK            VALUE '00'.
014920     05  WS-GLFILE-STATUS        PIC X(02) VALUE '00'.
014930         88  WS-GLFILE-OK              VALUE '00'.
014940     05  WS-QTRRPT-STATUS        PIC X(02) VALUE '00'.
014950         88  WS-QTRRPT-OK              VALUE '00'.
014960     05  WS-W2FILE-STATUS        PIC X(02) VALUE '00'.
014970         88  WS-W2FILE-OK              VALUE '00'.
014980     05  WS-PARMFILE-STATUS      PIC X(02) VALUE '00'.
014990         88  WS-PARMFILE-OK            VALUE '00'.
015000         88  WS-PARMFILE-EOF           VALUE '10'.
015010     05  WS-ADJFILE-STATUS       PIC X(02) VALUE '00'.
015020         88  WS-ADJFILE-OK             VALUE '00'.
015030         88  WS-ADJFILE-EOF            VALUE '10'.
015040     05  WS-PAYHIST-STATUS       PIC X(02) VALUE '00'.
015050         88  WS-PAYHIST-OK             VALUE '00'.
015060     05  WS-CHKPRINT-STATUS      PIC X(02) VALUE '00'.
015070         88  WS-CHKPRINT-OK            VALUE '00'.
015080     05  WS-CHKREG-STATUS        PIC X(02) VALUE '00'.
015090         88  WS-CHKREG-OK              VALUE '00'.
015100     05  WS-POSPAY-STATUS        PIC X(02) VALUE '00'.
015110         88  WS-POSPAY-OK              VALUE '00'.
015120     05  WS-CHKNUM-STATUS        PIC X(02) VALUE '00'.
015130         88  WS-CHKNUM-OK              VALUE '00'.
015140     05  WS-RETRORPT-STATUS      PIC X(02) VALUE '00'.
015150         88  WS-RETRORPT-OK            VALUE '00'.
015160     05  WS-LVRPT-STATUS         PIC X(02) VALUE '00'.
015170         88  WS-LVRPT-OK               VALUE '00'.
015180     05  WS-GARNCASE-STATUS      PIC X(02) VALUE '00'.
015190         88  WS-GARNCASE-OK            VALUE '00'.
015200         88  WS-GARNCASE-NOT-FOUND     VALUE '23'.
015210         88  WS-GARNCASE-DUPLICATE     VALUE '22'.
015220     05  WS-GARNRPT-STATUS       PIC X(02) VALUE '00'.
015230         88  WS-GARNRPT-OK             VALUE '00'.
015240     05  WS-GARNPAY-STATUS       PIC X(02) VALUE '00'.
015250         88  WS-GARNPAY-OK             VALUE '00'.
015260     05  WS-KELECT-STATUS        PIC X(02) VALUE '00'.
015270         88  WS-KELECT-OK              VALUE '00'.
015280         88  WS-KELECT-EOF             VALUE '10'.
015290     05  WS-KCONTRIB-STATUS      PIC X(02) VALUE '00'.
015300         88  WS-KCONTRIB-OK            VALUE '00'.
015310     05  WS-ACHRTN-STATUS        PIC X(02) VALUE '00'.
015320         88  WS-ACHRTN-OK              VALUE '00'.
015330         88  WS-ACHRTN-EOF             VALUE '10'.
015340     05  WS-BANKRPT-STATUS       PIC X(02) VALUE '00'.
015350         88  WS-BANKRPT-OK             VALUE '00'.
015360     05  WS-ADJVOID-STATUS       PIC X(02) VALUE '00'.
015370         88  WS-ADJVOID-OK             VALUE '00'.
015380
015390 01  Employee-Record.
015400     05  Employee-Name           PIC X(30).
015410     05  Hours-Worked            PIC 9(03)V99.
015420     05  Hourly-Rate             PIC 9(5)V99.
015430     05  Garnishment-Amt         PIC 9(5)V99.
015440     05  Bank-Routing            PIC 9(9).
015450     05  Bank-Account            PIC X(17).
015460     05  Dept-Code               PIC X(04).
015470     05  Pay-Type                PIC X(01).
015480     05  Period-Salary           PIC 9(07)V99.
015490     05  Pay-Cycle               PIC X(01).
015500     05  W4-Filing-Status        PIC X(01).
015510     05  W4-Extra-Withholding    PIC 9(05)V99.
015520     05  W4-Exempt               PIC X(01).
015530     05  State-Code              PIC X(02).
015540     05  Hire-Date               PIC 9(08).
015550
015560*-----------------------------------------------------------------
015570* MASTER-FILE CONTROLS. THE RUN WORKS DIRECTLY AGAINST EMPMAST;
015580* 1100-SCAN-EMPLOYEE-MASTER COUNTS THE RECORDS ON FILE AND FINDS
015590* THE HIGHEST EMPLOYEE ID SO NEW HIRES GET HIGHEST-PLUS-ONE AND
015600* NEVER DUPLICATE AN ID ALREADY ON FILE FROM A PRIOR RUN.
015610*-----------------------------------------------------------------
015620 77  WS-HIGHEST-EMPLOYEE-ID      PIC 9(05) VALUE ZEROS.
015630 77  WS-MASTER-COUNT             PIC 9(05) COMP VALUE ZERO.
015640
015650 01  WS-MASTER-EOF-SW            PIC X(01) VALUE 'N'.
015660     88  WS-MASTER-EOF               VALUE 'Y'.
015670
015680*-----------------------------------------------------------------
015690* SHOP-WIDE DEDUCTION RATES APPLIED AFTER TAX. HEALTH INSURANCE IS
015700* A FLAT PREMIUM PER PAY PERIOD; 401K IS A PERCENT OF GROSS PAY.
015710* WAGE GARNISHMENTS ARE COURT OR AGENCY ORDERS AGAINST ONE
015720* EMPLOYEE, SO THEY ARE KEPT ON GARNCASE INSTEAD OF HERE.
015730* THESE (AND THE OTHER RATES AND LIMITS BELOW) ARE OVERLAID AT
015740* STARTUP BY 0200-LOAD-PARAMETERS FROM THE EFFECTIVE-DATED SET
015750* ON PARMFILE THAT COVERS THE RUN'S PAY PERIOD; THE VALUE
015760* CLAUSES ARE ONLY THE LAST HARDCODED FIGURES.
015770*-----------------------------------------------------------------
015780 77  WS-HEALTH-PREMIUM           PIC 9(03)V99 VALUE 025.00.
015790 77  WS-401K-PERCENT             PIC 9(01)V999 VALUE 0.050.
015800*-----------------------------------------------------------------
015810* 401(K) DEFERRAL LIMITS. NO EMPLOYEE DEFERS MORE IN A CALENDAR
015820* YEAR THAN WS-401K-ANNUAL-LIMIT, PLUS WS-401K-CATCHUP-LIMIT FOR
015830* AN EMPLOYEE THE RECORDKEEPER MARKS CATCH-UP ELIGIBLE. LOADED
015840* FROM THE SET'S 'K' RECORD ON PARMFILE LIKE THE RATES ABOVE.
015850* WS-401K-ROOM IS WHAT IS LEFT OF THE EMPLOYEE'S LIMIT FOR THE
015860* YEAR; WS-401K-LIMITED-SW IS SET WHEN THE LIMIT CUT A DEFERRAL.
015870*-----------------------------------------------------------------
015880 77  WS-401K-ANNUAL-LIMIT        PIC 9(05)V99 VALUE 24500.00.
015890 77  WS-401K-CATCHUP-LIMIT       PIC 9(05)V99 VALUE 08000.00.
015900 77  WS-401K-ELECTED             PIC 9(07)V99 VALUE ZERO.
015910 77  WS-401K-ROOM                PIC S9(07)V99 VALUE ZERO.
015920 77  WS-401K-AFTER-TAX           PIC S9(07)V99 VALUE ZERO.
015930 01  WS-401K-LIMITED-SW          PIC X(01) VALUE 'N'.
015940     88  WS-401K-LIMITED             VALUE 'Y'.
015950
015960*-----------------------------------------------------------------
015970* EMPLOYER-SIDE COSTS. THE COMPANY OWES FICA ON THE PERIOD'S
015980* WAGES AT WS-EMPLOYER-FICA-RATE, MATCHES HALF OF EACH
015990* EMPLOYEE'S 401K DEFERRAL, AND PAYS WS-EMPLOYER-HEALTH-SHARE
016000* OF THE HEALTH PREMIUM ON TOP OF THE WS-HEALTH-PREMIUM DEDUCTED
016010* FROM PAY. THESE NEVER TOUCH AN EMPLOYEE'S NET PAY; THEY POST
016020* TO GLFILE AS EXPENSE DEBITS AGAINST PAYABLE CREDITS AND SHOW
016030* ON THE PAYROLL REPORT'S EMPLOYER-COST SUMMARY.
016040*-----------------------------------------------------------------
016050 77  WS-EMPLOYER-FICA-RATE       PIC 9(01)V9999 VALUE 0.0765.
016060 77  WS-EMPLOYER-HEALTH-SHARE    PIC 9(03)V99 VALUE 050.00.
016070
016080*-----------------------------------------------------------------
016090* EMPLOYEE STATUTORY WITHHOLDING. SOCIAL SECURITY IS WITHHELD AT
016100* WS-SS-RATE ON WAGES UNTIL THE YEAR'S WAGES REACH
016110* WS-SS-WAGE-BASE; MEDICARE IS WITHHELD AT WS-MEDICARE-RATE ON
016120* ALL WAGES, PLUS WS-ADDL-MEDICARE-RATE ON THE YEAR'S WAGES
016130* ABOVE WS-ADDL-MEDICARE-THRESHOLD. LOADED FROM THE SET'S 'F'
016140* RECORD ON PARMFILE LIKE THE RATES ABOVE.
016150*-----------------------------------------------------------------
016160 77  WS-SS-RATE                  PIC 9(01)V9999 VALUE 0.0620.
016170 77  WS-SS-WAGE-BASE             PIC 9(07)V99 VALUE 0168600.00.
016180 77  WS-MEDICARE-RATE            PIC 9(01)V9999 VALUE 0.0145.
016190 77  WS-ADDL-MEDICARE-RATE       PIC 9(01)V9999 VALUE 0.0090.
016200 77  WS-ADDL-MEDICARE-THRESHOLD  PIC 9(07)V99 VALUE 0200000.00.
016210
016220*-----------------------------------------------------------------
016230* FLAT FEDERAL WITHHOLDING RATE ON SUPPLEMENTAL WAGES (BONUS,
016240* COMMISSION AND ANY OTHER EARNINGS CODE MARKED SUPPLEMENTAL),
016250* TAKEN INSTEAD OF THE GRADUATED BRACKETS. ALSO ON THE 'F' RECORD.
016260*-----------------------------------------------------------------
016270 77  WS-SUPPLEMENTAL-RATE        PIC 9(01)V9999 VALUE 0.2200.
016280
016290*-----------------------------------------------------------------
016300* WORK FIELDS FOR THE STATUTORY WITHHOLDING IN 1910. WAGES ABOVE
016310* THE ADDITIONAL-MEDICARE THRESHOLD ARE FIGURED ON THE YEAR'S
016320* WAGES BEFORE AND AFTER THIS PERIOD, SO ONLY THE PART THAT
016330* CROSSES THE THRESHOLD THIS PERIOD IS TAXED THIS PERIOD.
016340*-----------------------------------------------------------------
016350 77  WS-SS-ROOM                  PIC S9(09)V99 VALUE ZERO.
016360 77  WS-YTD-WAGES-AFTER          PIC 9(09)V99 VALUE ZERO.
016370 77  WS-ADDL-MEDICARE-WAGES      PIC S9(09)V99 VALUE ZERO.
016380 77  WS-ADDL-MEDICARE-PRIOR      PIC S9(09)V99 VALUE ZERO.
016390 77  WS-STATE-TAX-RATE           PIC 9(01)V999 VALUE ZERO.
016400
016410*-----------------------------------------------------------------
016420* CONFIGURED RANGE LIMITS FOR NEW-HIRE ENTRY EDITING. HOURS WORKED
016430* MAY NOT EXCEED A SINGLE WEEK (168 HOURS); HOURLY RATE MUST FALL
016440* BETWEEN THE CONFIGURED MINIMUM AND MAXIMUM PAY RATES.
016450*-----------------------------------------------------------------
016460 77  WS-MAX-HOURS-WORKED         PIC 9(03) VALUE 168.
016470 77  WS-MIN-HOURLY-RATE          PIC 9(05)V99 VALUE 00007.25.
016480 77  WS-MAX-HOURLY-RATE          PIC 9(05)V99 VALUE 00500.00.
016490
016500*-----------------------------------------------------------------
016510* EDITED VIEWS OF THE RATE LIMITS FOR OPERATOR MESSAGES, SO THE
016520* RE-PROMPT ALWAYS QUOTES THE LIMITS ACTUALLY IN FORCE FOR THE
016530* PERIOD INSTEAD OF A HARDCODED PAIR.
016540*-----------------------------------------------------------------
016550 77  WS-MIN-RATE-DISPLAY         PIC ZZZZ9.99.
016560 77  WS-MAX-RATE-DISPLAY         PIC ZZZZ9.99.
016570
016580*-----------------------------------------------------------------
016590* OVERTIME PREMIUM PAY. HOURS UP TO WS-STANDARD-HOURS-PER-WEEK ARE
016600* PAID AT THE STRAIGHT HOURLY RATE; HOURS BEYOND THAT ARE PAID AT
016610* THE RATE TIMES WS-OVERTIME-MULTIPLIER.
016620*-----------------------------------------------------------------
016630 77  WS-STANDARD-HOURS-PER-WEEK  PIC 9(03)V99 VALUE 040.00.
016640 77  WS-OVERTIME-MULTIPLIER      PIC 9(01)V99 VALUE 1.50.
016650
016660*-----------------------------------------------------------------
016670* FLSA WORKWEEK. THE STANDARD HOURS APPLY TO EACH FIXED SEVEN-DAY
016680* WORKWEEK, WHICH BEGINS ON WS-WORKWEEK-START-DAY (1 = SUNDAY
016690* THROUGH 7 = SATURDAY, FROM THE 'P' PARMFILE RECORD). A RUN
016700* HOLDS AT MOST WS-MAX-TC-WEEKS WORKWEEKS PER EMPLOYEE -- ENOUGH
016710* FOR ANY MONTH -- AND ONE PUNCH AT MOST WS-MAX-PUNCH-HOURS.
016720*-----------------------------------------------------------------
016730 77  WS-WORKWEEK-START-DAY       PIC 9(01) VALUE 1.
016740 77  WS-MAX-TC-WEEKS             PIC 9(01) VALUE 6.
016750 77  WS-MAX-PUNCH-HOURS          PIC 9(02)V99 VALUE 24.00.
016760
016770*-----------------------------------------------------------------
016780* TIMECARD APPLY CONTROLS AND WORK FIELDS. WS-TC-WEEK-START IS
016790* THE FIRST DAY OF THE WORKWEEK THE PUNCH BEING EDITED FALLS IN;
016800* WS-TC-WEEK-TOTAL IS THAT WEEK'S HOURS WITH THE PUNCH ADDED,
016810* COUNTING ANY HOURS THE WEEK CARRIED IN FROM THE PRIOR RUN.
016820*-----------------------------------------------------------------
016830 77  WS-TC-READ-COUNT            PIC 9(07) VALUE ZERO.
016840 77  WS-TC-REJECT-COUNT          PIC 9(07) VALUE ZERO.
016850 77  WS-TC-HOURS-APPLIED         PIC 9(07)V99 VALUE ZERO.
016860 77  WS-TC-WEEK-START            PIC 9(08) VALUE ZERO.
016870 77  WS-TC-WEEK-TOTAL            PIC 9(04)V99 VALUE ZERO.
016880 77  WS-WEEK-SUB                 PIC 9(02) COMP VALUE ZERO.
016890 77  WS-WEEK-SUB2                PIC 9(02) COMP VALUE ZERO.
016900
016910 01  WS-TC-DATE-SW               PIC X(01) VALUE 'N'.
016920     88  WS-TC-DATE-VALID            VALUE 'Y'.
016930 01  WS-WEEK-FOUND-SW            PIC X(01) VALUE 'N'.
016940     88  WS-WEEK-FOUND               VALUE 'Y'.
016950
016960*-----------------------------------------------------------------
016970* 401(K) ELECTION APPLY CONTROLS AND WORK FIELDS (5600). THE WORK
016980* FIELDS HOLD THE ELECTION AS IT WILL STAND ON THE MASTER.
016990*-----------------------------------------------------------------
017000 77  WS-KE-READ-COUNT            PIC 9(07) VALUE ZERO.
017010 77  WS-KE-APPLIED-COUNT         PIC 9(07) VALUE ZERO.
017020 77  WS-KE-PENDING-COUNT         PIC 9(07) VALUE ZERO.
017030 77  WS-KE-REJECT-COUNT          PIC 9(07) VALUE ZERO.
017040 77  WS-KE-PCT                   PIC 9(01)V999 VALUE ZERO.
017050 77  WS-KE-AMT                   PIC 9(05)V99 VALUE ZERO.
017060 01  WS-KE-CATCHUP               PIC X(01) VALUE SPACE.
017070 01  WS-KE-EFFECTIVE-PERIOD      PIC X(06) VALUE SPACES.
017080
017090*-----------------------------------------------------------------
017100* BANK ACCOUNT CHANGE CONTROLS. A NEW ACCOUNT IS NOT PAID UNTIL
017110* WS-PRENOTE-WAIT-DAYS HAVE PASSED SINCE ITS PRENOTE WENT TO THE
017120* BANK ('P' PARMFILE RECORD). 2600 HOLDS THE ACCOUNT IN
017130* WS-BANK-NEW-ROUTING/ACCOUNT PENDING IN THE NAME OF
017140* WS-BANK-ENTERED-BY AND SETS WS-BANK-STAGED-SW WHEN THE MASTER
017150* CHANGED, LEAVING THE AUDIT ACTION IN WS-BANK-AUDIT-ACTION.
017160* 2615 FIGURES THE DATE A PRENOTED ACCOUNT MAY FIRST BE PAID.
017170*-----------------------------------------------------------------
017180 77  WS-PRENOTE-WAIT-DAYS        PIC 9(02) VALUE 10.
017190 77  WS-BANK-NEW-ROUTING         PIC 9(09) VALUE ZERO.
017200 77  WS-BANK-ELIGIBLE-DATE       PIC 9(08) VALUE ZERO.
017210 01  WS-BANK-NEW-ACCOUNT         PIC X(17) VALUE SPACES.
017220 01  WS-BANK-ENTERED-BY          PIC X(08) VALUE SPACES.
017230 01  WS-BANK-AUDIT-ACTION        PIC X(12) VALUE SPACES.
017240 01  WS-BANK-STAGED-SW           PIC X(01) VALUE 'N'.
017250     88  WS-BANK-STAGED              VALUE 'Y'.
017260
017270*-----------------------------------------------------------------
017280* BANK RETURN APPLY CONTROLS (5800).
017290*-----------------------------------------------------------------
017300 77  WS-BR-READ-COUNT            PIC 9(07) VALUE ZERO.
017310 77  WS-BR-APPLIED-COUNT         PIC 9(07) VALUE ZERO.
017320 77  WS-BR-REJECT-COUNT          PIC 9(07) VALUE ZERO.
017330
017340*-----------------------------------------------------------------
017350* CALENDAR ARITHMETIC. 2100 TURNS WS-DATE-YYYYMMDD INTO A DAY
017360* NUMBER (A COUNT OF DAYS FROM A FIXED ORIGIN, SO DATES SUBTRACT
017370* AND THE DAY OF THE WEEK FALLS OUT OF A REMAINDER) AND 2110
017380* TURNS A DAY NUMBER BACK INTO A DATE. EACH DIVISION IS ITS OWN
017390* STEP SO EVERY QUOTIENT IS TRUNCATED TO A WHOLE NUMBER, AS THE
017400* METHOD REQUIRES.
017410*-----------------------------------------------------------------
017420 01  WS-DATE-WORK.
017430     05  WS-DATE-YYYYMMDD        PIC 9(08) VALUE ZERO.
017440     05  WS-DATE-PARTS REDEFINES WS-DATE-YYYYMMDD.
017450         10  WS-DATE-CCYY        PIC 9(04).
017460         10  WS-DATE-MM          PIC 9(02).
017470         10  WS-DATE-DD          PIC 9(02).
017480 77  WS-DAY-NUMBER               PIC S9(09) COMP VALUE ZERO.
017490 77  WS-DAY-OF-WEEK              PIC S9(09) COMP VALUE ZERO.
017500 77  WS-JD-A                     PIC S9(09) COMP VALUE ZERO.
017510 77  WS-JD-Y                     PIC S9(09) COMP VALUE ZERO.
017520 77  WS-JD-M                     PIC S9(09) COMP VALUE ZERO.
017530 77  WS-JD-L                     PIC S9(09) COMP VALUE ZERO.
017540 77  WS-JD-N                     PIC S9(09) COMP VALUE ZERO.
017550 77  WS-JD-I                     PIC S9(09) COMP VALUE ZERO.
017560 77  WS-JD-J                     PIC S9(09) COMP VALUE ZERO.
017570 77  WS-JD-Q                     PIC S9(09) COMP VALUE ZERO.
017580 77  WS-JD-T                     PIC S9(09) COMP VALUE ZERO.
017590
017600 01  WS-NEW-HIRE-EDIT-SW         PIC X(01) VALUE 'Y'.
017610     88  WS-NEW-HIRE-DATA-VALID      VALUE 'Y'.
017620     88  WS-NEW-HIRE-DATA-INVALID    VALUE 'N'.
017630 01  WS-HIRE-DATE-SW             PIC X(01) VALUE 'N'.
017640     88  WS-HIRE-DATE-VALID          VALUE 'Y'.
017650
017660*-----------------------------------------------------------------
017670* SET BY 5150-READ-MASTER-BY-ID WHEN A MAINTENANCE TRANSACTION
017680* (CHANGE, RATE-CHANGE, TERMINATE) READS ITS EMPLOYEE MASTER
017690* RECORD BY TRAN-EMPLOYEE-ID.
017700*-----------------------------------------------------------------
017710 01  WS-EMP-FOUND-SW             PIC X(01) VALUE 'N'.
017720     88  WS-EMP-FOUND                VALUE 'Y'.
017730     88  WS-EMP-NOT-FOUND            VALUE 'N'.
017740
017750*-----------------------------------------------------------------
017760* BATCH CONTROL TOTALS. EVERY NON-TRAILER TRANSACTION READ ADDS
017770* TO THE COUNT AND TO HASH TOTALS OF HOURS AND RATE; THE '9'
017780* TRAILER AT THE END OF TRANFILE CARRIES WHAT THE SUBMITTER
017790* EXPECTED. 5180-VERIFY-CONTROL-TOTALS COMPARES THE TWO AND SETS
017800* RETURN-CODE 8 ON ANY MISMATCH SO THE SCHEDULER CAN FLAG THE
017810* RUN FOR RECONCILIATION.
017820*-----------------------------------------------------------------
017830 01  WS-TRAN-CONTROL-TOTALS.
017840     05  WS-TRAN-READ-COUNT      PIC 9(07) VALUE ZERO.
017850     05  WS-TRAN-HASH-HOURS      PIC 9(09)V99 VALUE ZERO.
017860     05  WS-TRAN-HASH-RATE       PIC 9(11)V99 VALUE ZERO.
017870     05  WS-REJECT-COUNT         PIC 9(07) VALUE ZERO.
017880
017890 01  WS-TRL-EXPECTED.
017900     05  WS-TRL-EXP-COUNT        PIC 9(07).
017910     05  WS-TRL-EXP-HOURS        PIC 9(09)V99.
017920     05  WS-TRL-EXP-RATE         PIC 9(11)V99.
017930
017940 01  WS-TRAILER-SEEN-SW          PIC X(01) VALUE 'N'.
017950     88  WS-TRAILER-SEEN             VALUE 'Y'.
017960
017970*-----------------------------------------------------------------
017980* REJECT REASON CODES WRITTEN TO REJFILE:
017990*   RNG = HOURS/RATE OUT OF RANGE    NOF = EMPLOYEE NOT ON MASTER
018000*   COD = UNKNOWN TRAN CODE        SAL = SALARY MISSING/ZERO
018010* AND FOR TIMECARD PUNCHES (NOF AS ABOVE):
018020*   TRM = EMPLOYEE TERMINATED      SLR = SALARIED, NOT BY THE HOUR
018030*   CYC = NOT ON THE RUN'S CYCLE   DTE = BAD OR FUTURE WORK DATE
018040*   HRS = HOURS ZERO, OVER 24 IN A PUNCH OR 168 IN A WORKWEEK
018050*   OLD = WORKWEEK PAID OUT ALREADY  WKS = OVER SIX WORKWEEKS
018060* AND FOR 'E' EARNINGS TRANSACTIONS (NOF/TRM/CYC AS ABOVE, SLR =
018070* HOURLY-RATED CODE FOR AN EMPLOYEE WITH NO HOURLY RATE):
018080*   ECD = UNKNOWN EARNINGS CODE    EAM = AMOUNT OR HOURS MISSING
018090*   ELN = OVER EIGHT EARNINGS CODES IN THE RUN
018100* AND FOR 'R' RATE CHANGES (NOF/RNG AS ABOVE):
018110*   EFP = EFFECTIVE PERIOD NOT YYYYMM OR AFTER THE RUN'S PERIOD
018120* AND FOR THE HIRE DATE ON 'A' AND 'C':
018130*   HDT = HIRE DATE NOT A DATE OR LATER THAN TODAY
018140* AND FOR 'L' LEAVE TAKEN (NOF/TRM/CYC/EAM/ELN AS FOR 'E', ECD =
018150* CODE COLUMNS NOT BLANK; AN 'E' FOR PTO OR PTP IS ALSO ECD):
018160*   LVB = HOURS TAKEN OVER THE PAID TIME OFF BALANCE
018170* AND FOR 'G' GARNISHMENT CASES (NOF AS ABOVE):
018180*   GAC = ACTION NOT A, C OR R     GCN = CASE NUMBER BLANK
018190*   GAG = AGENCY BLANK ON AN ADD   GTY = ORDER TYPE NOT S, L OR C
018200*   GAM = NO AMOUNT OR PERCENT     GDU = CASE ALREADY ON FILE
018210*   GNF = CASE NOT ON FILE OR ALREADY RELEASED
018220* AND FOR A GARNISHMENT AMOUNT KEYED ON 'A' OR 'C':
018230*   GRN = GARNISHMENTS ARE KEPT AS 'G' CASES, NOT ON THE MASTER
018240*-----------------------------------------------------------------
018250 01  WS-REJECT-REASON            PIC X(03) VALUE SPACES.
018260*-----------------------------------------------------------------
018270* GRADUATED TAX-BRACKET TABLE. EACH BRACKET IS LOW LIMIT (7.2),
018280* HIGH LIMIT (7.2) AND WITHHOLDING RATE (1.3) FOR GROSS PAY IN
018290* THAT RANGE. LOADED BY REDEFINES SO THE RATES ARE MAINTAINED AS
018300* DATA, NOT CODE. EACH BRACKET'S LOW LIMIT IS THE PRIOR BRACKET'S
018310* HIGH LIMIT PLUS 0.01 SO NO GROSS-PAY VALUE FALLS IN TWO BANDS.
018320*-----------------------------------------------------------------
018330 01  TAX-BRACKET-VALUES.
018340     05  FILLER PIC X(22) VALUE '0000000000000500000100'.
018350     05  FILLER PIC X(22) VALUE '0000500010001000000150'.
018360     05  FILLER PIC X(22) VALUE '0001000010002000000200'.
018370     05  FILLER PIC X(22) VALUE '0002000010003000000250'.
018380     05  FILLER PIC X(22) VALUE '0003000019999999990300'.
018390
018400 01  TAX-BRACKET-TABLE REDEFINES TAX-BRACKET-VALUES.
018410     05  TAX-BRACKET OCCURS 5 TIMES INDEXED BY TB-IDX.
018420         10  TB-LOW-LIMIT            PIC 9(07)V99.
018430         10  TB-HIGH-LIMIT           PIC 9(07)V99.
018440         10  TB-RATE                 PIC 9(01)V999.
018450
018460*-----------------------------------------------------------------
018470* FEDERAL BRACKETS BY W-4 FILING STATUS. THE TABLE ABOVE IS THE
018480* SINGLE SCHEDULE ('B' RECORDS WITH A BLANK OR 'S' FILING
018490* STATUS); 'M' (MARRIED) AND 'H' (HEAD OF HOUSEHOLD) RECORDS
018500* LOAD HERE, ENTRY 1 AND ENTRY 2. A STATUS WHOSE SET DOES NOT
018510* CARRY ALL FIVE OF ITS BRACKETS IS WITHHELD ON THE SINGLE
018520* SCHEDULE.
018530*-----------------------------------------------------------------
018540 01  FS-BRACKET-TABLE.
018550     05  FS-STATUS-ENTRY OCCURS 2 TIMES INDEXED BY FS-IDX.
018560         10  FS-BRACKET-COUNT        PIC 9(01) COMP.
018570         10  FS-BRACKET OCCURS 5 TIMES INDEXED BY FSB-IDX.
018580             15  FSB-LOW-LIMIT       PIC 9(07)V99.
018590             15  FSB-HIGH-LIMIT      PIC 9(07)V99.
018600             15  FSB-RATE            PIC 9(01)V999.
018610 77  WS-FS-ENTRY                 PIC 9(01) COMP VALUE ZERO.
018620
018630*-----------------------------------------------------------------
018640* STATE WITHHOLDING BRACKETS, ONE ENTRY PER STATE CODE FOUND ON
018650* THE SET'S 'S' RECORDS (UP TO FIVE BRACKETS A STATE, NUMBERED
018660* FROM 1 WITH NO GAPS; A FLAT-RATE STATE NEEDS ONLY BRACKET 1).
018670* AS WITH THE FEDERAL SCHEDULE THE RATE OF THE BRACKET THE
018680* PERIOD'S GROSS FALLS IN APPLIES TO THE WHOLE GROSS, AND GROSS
018690* ABOVE THE LAST BRACKET TAKES THE LAST BRACKET'S RATE. AN
018700* EMPLOYEE WHOSE STATE HAS NO ENTRY (NO INCOME TAX, OR A BLANK
018710* STATE CODE) HAS NO STATE TAX WITHHELD.
018720*-----------------------------------------------------------------
018730 01  STATE-TAX-TABLE.
018740     05  ST-STATE-ENTRY OCCURS 20 TIMES INDEXED BY ST-IDX.
018750         10  ST-STATE-CODE           PIC X(02).
018760         10  ST-BRACKET-COUNT        PIC 9(01) COMP.
018770         10  ST-BRACKET OCCURS 5 TIMES INDEXED BY STB-IDX.
018780             15  STB-LOW-LIMIT       PIC 9(07)V99.
018790             15  STB-HIGH-LIMIT      PIC 9(07)V99.
018800             15  STB-RATE            PIC 9(01)V999.
018810 77  WS-STATE-COUNT              PIC 9(02) COMP VALUE ZERO.
018820 77  WS-STATE-MAX                PIC 9(02) COMP VALUE 20.
018830 01  WS-STATE-FOUND-SW           PIC X(01) VALUE 'N'.
018840     88  WS-STATE-FOUND              VALUE 'Y'.
018850
018860*-----------------------------------------------------------------
018870* EARNINGS-CODE TABLE. EACH CODE IS PAID AS ITS OWN EARNINGS LINE
018880* ON TOP OF BASE PAY AND BOOKED TO ITS OWN EXPENSE ACCOUNT. BASIS
018890* 'A' CODES ARE PAID THE AMOUNT ON THE 'E' TRANSACTION; BASIS 'H'
018900* CODES ARE PAID THEIR HOURS TIMES THE HOURLY RATE TIMES THE RATE
018910* FACTOR (9.99), PLUS THEIR HOURS TIMES THE FLAT PREMIUM PER HOUR
018920* (3.2). SUPPLEMENTAL 'Y' CODES ARE WITHHELD AT
018930* WS-SUPPLEMENTAL-RATE; THE REST ARE
018940* REGULAR WAGES AND WITHHELD ON THE BRACKETS WITH BASE PAY. THE
018950* STANDING CODES ARE LOADED BY REDEFINES LIKE THE TAX BRACKETS; A
018960* PARAMETER SET'S 'E' RECORDS REPLACE OR ADD CODES, UP TO
018970* WS-EARNINGS-CODE-MAX. RET CARRIES RETROACTIVE PAY POSTED BY
018980* 5300-APPLY-RETRO-PAY AND MUST STAY AN AMOUNT-BASIS CODE. PTO
018990* (PAID TIME OFF TAKEN, POSTED BY 'L' TRANSACTIONS) AND PTP (THE
019000* BALANCE PAID OUT ON A TERMINATED EMPLOYEE'S FINAL CHECK) ARE
019010* PRICED AT THE EMPLOYEE'S LEAVE RATE (2310) AND MUST STAY
019020* HOURS-BASIS CODES.
019030*-----------------------------------------------------------------
019040 01  EARNINGS-CODE-VALUES.
019050     05  FILLER                  PIC X(36) VALUE
019060         'BONBONUS          AY0000000050110000'.
019070     05  FILLER                  PIC X(36) VALUE
019080         'COMCOMMISSION     AY0000000050120000'.
019090     05  FILLER                  PIC X(36) VALUE
019100         'HOLHOLIDAY PAY    HN1000000050130000'.
019110     05  FILLER                  PIC X(36) VALUE
019120         'SHFSHIFT DIFF     HN0000015050140000'.
019130     05  FILLER                  PIC X(36) VALUE
019140         'RETRETRO PAY      AY0000000050150000'.
019150     05  FILLER                  PIC X(36) VALUE
019160         'PTOPAID TIME OFF  HN1000000050160000'.
019170     05  FILLER                  PIC X(36) VALUE
019180         'PTPPTO PAYOUT     HY1000000050170000'.
019190     05  FILLER                  PIC X(108) VALUE SPACES.
019200
019210 01  EARNINGS-CODE-TABLE REDEFINES EARNINGS-CODE-VALUES.
019220     05  EARNINGS-CODE-ENTRY OCCURS 10 TIMES INDEXED BY EC-IDX.
019230         10  EC-CODE                 PIC X(03).
019240         10  EC-DESCRIPTION          PIC X(15).
019250         10  EC-BASIS                PIC X(01).
019260             88  EC-AMOUNT-BASIS         VALUE 'A'.
019270             88  EC-HOURS-BASIS          VALUE 'H'.
019280         10  EC-SUPPLEMENTAL         PIC X(01).
019290             88  EC-IS-SUPPLEMENTAL      VALUE 'Y'.
019300         10  EC-RATE-FACTOR          PIC 9(01)V99.
019310         10  EC-PREMIUM              PIC 9(03)V99.
019320         10  EC-GL-ACCOUNT           PIC X(08).
019330 77  WS-EARNINGS-CODE-COUNT      PIC 9(02) COMP VALUE 7.
019340 77  WS-EARNINGS-CODE-MAX        PIC 9(02) COMP VALUE 10.
019350 01  WS-EC-FOUND-SW              PIC X(01) VALUE 'N'.
019360     88  WS-EC-FOUND                 VALUE 'Y'.
019370 77  WS-EC-LOOKUP-CODE           PIC X(03) VALUE SPACES.
019380
019390*-----------------------------------------------------------------
019400* EARNINGS WORK FIELDS. 1900 SPLITS THE PERIOD'S GROSS INTO
019410* REGULAR WAGES (BASE PAY PLUS REGULAR EARNINGS LINES), WHICH SET
019420* THE FEDERAL AND STATE BRACKETS, AND SUPPLEMENTAL WAGES.
019430* WS-EARNINGS-TOTAL IS EVERY PRICED EARNINGS LINE, SO GROSS LESS
019440* IT IS BASE PAY. WS-ERN-SUB WALKS THE MASTER'S EARNINGS LINES AND
019450* WS-EC-SUB NAMES THE CODE'S TABLE ENTRY. WS-ERN-HIST-PERIOD AND
019460* -SEQ ARE THE RUN THE 'E' PAYHIST RECORDS ARE FILED UNDER.
019470* WS-ERN-HOURLY-RATE IS THE RATE AN HOURS-BASIS LINE IS PRICED AT.
019480*-----------------------------------------------------------------
019490 77  WS-REGULAR-WAGES            PIC 9(07)V99 VALUE ZERO.
019500 77  WS-SUPPLEMENTAL-WAGES       PIC 9(07)V99 VALUE ZERO.
019510 77  WS-EARNINGS-TOTAL           PIC 9(07)V99 VALUE ZERO.
019520 77  WS-ERN-HIST-PERIOD          PIC X(06) VALUE SPACES.
019530 77  WS-ERN-HIST-SEQ             PIC X(02) VALUE SPACES.
019540 77  WS-ERN-SUB                  PIC 9(02) COMP VALUE ZERO.
019550 77  WS-EC-SUB                   PIC 9(02) COMP VALUE ZERO.
019560 77  WS-MAX-ERN-LINES            PIC 9(01) VALUE 8.
019570 77  WS-ERN-SAVE-COUNT           PIC 9(01) VALUE ZERO.
019580 77  WS-ERN-HOURLY-RATE          PIC 9(05)V99 VALUE ZERO.
019590
019600*-----------------------------------------------------------------
019610* RETROACTIVE PAY WORK AREAS. 5310 COLLECTS THE EMPLOYEES WITH A
019620* BACKDATED CHANGE PENDING INTO RETRO-EMPLOYEE-TABLE WITH THEIR
019630* NEW RATE AND SALARY; 5320 FILLS IN ONE RUN ENTRY PER RUN PAID
019640* SINCE THE EFFECTIVE PERIOD FROM PAYHIST -- BASE PAY (PLUS
019650* HOURS-BASIS EARNINGS LINES) AS PAID, AT THE NEW RATE OR SALARY,
019660* AND RETRO ALREADY PAID FOR THE RUN. AN EMPLOYEE WITH MORE RUNS
019670* THAN AN ENTRY HOLDS IS MARKED OVERFLOW AND HELD FOR REVIEW.
019680*-----------------------------------------------------------------
019690 77  WS-RETRO-EMP-MAX            PIC 9(03) COMP VALUE 100.
019700 77  WS-RETRO-RUN-MAX            PIC 9(02) COMP VALUE 26.
019710 77  WS-RETRO-EMP-COUNT          PIC 9(03) COMP VALUE ZERO.
019720 77  WS-RETRO-SUB                PIC 9(03) COMP VALUE ZERO.
019730 77  WS-RETRO-RUN-SUB            PIC 9(02) COMP VALUE ZERO.
019740 77  WS-RETRO-PAID-COUNT         PIC 9(05) COMP VALUE ZERO.
019750 77  WS-RETRO-HELD-COUNT         PIC 9(05) COMP VALUE ZERO.
019760 77  WS-RETRO-TOTAL-PAID         PIC 9(09)V99 VALUE ZERO.
019770 77  WS-RETRO-EMP-TOTAL          PIC S9(07)V99 VALUE ZERO.
019780 77  WS-RETRO-RUN-DIFF           PIC S9(07)V99 VALUE ZERO.
019790 77  WS-RETRO-PART-PAY           PIC 9(07)V99 VALUE ZERO.
019800 77  WS-RETRO-NEW-SALARY         PIC 9(07)V99 VALUE ZERO.
019810 01  WS-RETRO-HIST-ID.
019820     05  WS-RETRO-HIST-PERIOD    PIC X(06).
019830     05  WS-RETRO-HIST-SEQ       PIC X(02).
019840 01  WS-RETRO-EMP-FOUND-SW       PIC X(01) VALUE 'N'.
019850     88  WS-RETRO-EMP-FOUND          VALUE 'Y'.
019860 01  WS-RETRO-RUN-FOUND-SW       PIC X(01) VALUE 'N'.
019870     88  WS-RETRO-RUN-FOUND          VALUE 'Y'.
019880 01  WS-RETRO-PERIOD-SW          PIC X(01) VALUE 'N'.
019890     88  WS-RETRO-PERIOD-VALID       VALUE 'Y'.
019900
019910 01  RETRO-EMPLOYEE-TABLE.
019920     05  RT-EMP-ENTRY OCCURS 100 TIMES.
019930         10  RT-EMPLOYEE-ID      PIC 9(05).
019940         10  RT-START-ID.
019950             15  RT-START-PERIOD PIC X(06).
019960             15  RT-START-SEQ    PIC X(02).
019970         10  RT-PAY-TYPE         PIC X(01).
019980             88  RT-SALARIED         VALUE 'S'.
019990         10  RT-HOURLY-RATE      PIC 9(05)V99.
020000         10  RT-PERIOD-SALARY    PIC 9(07)V99.
020010         10  RT-RUN-COUNT        PIC 9(02) COMP.
020020         10  RT-OVERFLOW-SW      PIC X(01).
020030             88  RT-RUNS-OVERFLOW    VALUE 'Y'.
020040         10  RT-RUN OCCURS 26 TIMES.
020050             15  RT-RUN-ID.
020060                 20  RT-RUN-PERIOD PIC X(06).
020070                 20  RT-RUN-SEQ  PIC X(02).
020080             15  RT-OLD-PAY      PIC 9(07)V99.
020090             15  RT-NEW-PAY      PIC 9(07)V99.
020100             15  RT-PRIOR-RETRO  PIC S9(07)V99.
020110
020120*-----------------------------------------------------------------
020130* PAID TIME OFF ACCRUAL TIERS, ONE ENTRY PER 'L' RECORD OF THE
020140* PARAMETER SET: THE PAY TYPE AND THE YEARS OF SERVICE THE TIER
020150* STARTS AT, THE HOURS ACCRUED A YEAR (SPREAD EVENLY OVER THE
020160* YEAR'S RUNS ON THE EMPLOYEE'S CYCLE), THE MOST HOURS ACCRUED IN
020170* A CALENDAR YEAR, AND THE MOST HOURS CARRIED INTO THE NEXT YEAR
020180* BY 6500-YEAR-END. A SET WITH NO 'L' RECORDS ACCRUES NOTHING.
020190* A BLANK CAP OR CARRY LIMIT LOADS AS WS-LV-NO-LIMIT.
020200*-----------------------------------------------------------------
020210 01  LEAVE-TIER-TABLE.
020220     05  LEAVE-TIER OCCURS 10 TIMES INDEXED BY LT-IDX.
020230         10  LT-PAY-TYPE             PIC X(01).
020240         10  LT-SERVICE-YEARS        PIC 9(02).
020250         10  LT-ANNUAL-HOURS         PIC 9(03)V99.
020260         10  LT-ANNUAL-CAP           PIC 9(05)V99.
020270         10  LT-CARRY-LIMIT          PIC 9(05)V99.
020280 77  WS-LEAVE-TIER-COUNT         PIC 9(02) COMP VALUE ZERO.
020290 77  WS-LEAVE-TIER-MAX           PIC 9(02) COMP VALUE 10.
020300 77  WS-LV-NO-LIMIT              PIC 9(05)V99 VALUE 99999.99.
020310 77  WS-LT-SUB                   PIC 9(02) COMP VALUE ZERO.
020320 01  WS-LT-FOUND-SW              PIC X(01) VALUE 'N'.
020330     88  WS-LT-FOUND                 VALUE 'Y'.
020340
020350*-----------------------------------------------------------------
020360* PAID TIME OFF WORK FIELDS. WS-LV-PERIOD IS THE RUN'S PAY PERIOD
020370* SPLIT INTO YEAR AND MONTH FOR THE YEARS OF SERVICE;
020380* WS-LV-HOURLY-RATE IS THE RATE TIME OFF IS PAID AND VALUED AT.
020390* THE FORFEIT FIELDS TOTAL THE HOURS OVER THE CARRY-OVER LIMIT AT
020400* YEAR-END, AND THE WS-LV-DEPT/TOT FIELDS THE LIABILITY REPORT.
020410*-----------------------------------------------------------------
020420 01  WS-LV-PERIOD-WORK.
020430     05  WS-LV-PERIOD            PIC X(06) VALUE SPACES.
020440     05  WS-LV-PERIOD-PARTS REDEFINES WS-LV-PERIOD.
020450         10  WS-LV-PERIOD-CCYY   PIC 9(04).
020460         10  WS-LV-PERIOD-MM     PIC 9(02).
020470 77  WS-LV-SERVICE-MONTHS        PIC S9(05) COMP VALUE ZERO.
020480 77  WS-LV-SERVICE-YEARS         PIC 9(02) VALUE ZERO.
020490 77  WS-LV-PERIODS-PER-YEAR      PIC 9(02) VALUE ZERO.
020500 77  WS-LV-HOURLY-RATE           PIC 9(05)V99 VALUE ZERO.
020510 77  WS-LV-ACCRUAL               PIC 9(03)V99 VALUE ZERO.
020520 77  WS-LV-ROOM                  PIC S9(05)V99 VALUE ZERO.
020530 77  WS-LV-HOURS                 PIC 9(05)V99 VALUE ZERO.
020540 77  WS-LV-MAX-LINE-HOURS        PIC 9(03)V99 VALUE 999.99.
020550 77  WS-LV-FORFEIT               PIC 9(05)V99 VALUE ZERO.
020560 77  WS-LV-FORFEIT-TOTAL         PIC 9(09)V99 VALUE ZERO.
020570 77  WS-LV-FORFEIT-COUNT         PIC 9(05) COMP VALUE ZERO.
020580 77  WS-LV-HOURS-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.
020590 77  WS-LV-LIABILITY             PIC 9(09)V99 VALUE ZERO.
020600 77  WS-LV-EMP-CHANGE            PIC S9(09)V99 VALUE ZERO.
020610 77  WS-LV-EMP-COUNT             PIC 9(05) COMP VALUE ZERO.
020620 77  WS-LV-GL-COUNT              PIC 9(05) COMP VALUE ZERO.
020630 01  WS-LV-PREV-DEPT             PIC X(04) VALUE LOW-VALUES.
020640 01  WS-LV-TOTALS.
020650     05  WS-LV-DEPT-LIABILITY    PIC 9(11)V99 VALUE ZERO.
020660     05  WS-LV-DEPT-PRIOR        PIC 9(11)V99 VALUE ZERO.
020670     05  WS-LV-DEPT-CHANGE       PIC S9(11)V99 VALUE ZERO.
020680     05  WS-LV-TOT-LIABILITY     PIC 9(11)V99 VALUE ZERO.
020690     05  WS-LV-TOT-PRIOR         PIC 9(11)V99 VALUE ZERO.
020700     05  WS-LV-TOT-CHANGE        PIC S9(11)V99 VALUE ZERO.
020710*-----------------------------------------------------------------
020720* GARNISHMENT LIMITS ON DISPOSABLE EARNINGS (GROSS LESS FEDERAL,
020730* SOCIAL SECURITY, MEDICARE AND STATE TAX). CREDITOR ORDERS MAY
020740* TAKE NO MORE THAN WS-GARN-CREDITOR-PCT OF DISPOSABLE EARNINGS
020750* AND MAY NOT TOUCH THE FIRST WS-GARN-EXEMPT-WEEKLY OF A WEEK
020760* (THIRTY TIMES THE FEDERAL MINIMUM WAGE, SPREAD OVER THE PAY
020770* CYCLE); SUPPORT ORDERS TOGETHER NO MORE THAN WS-GARN-SUPPORT-
020780* PCT UNLESS THE ORDER CARRIES ITS OWN LIMIT. A TAX LEVY TAKES
020790* ALL BUT ITS OWN EXEMPT AMOUNT. THE FEDERAL FIGURES ARE OVERLAID
020800* BY THE SET'S 'G' RECORD FOR 'US'; A STATE'S 'G' RECORD LOADS
020810* GARN-LIMIT-TABLE AND THE STRICTER FIGURE APPLIES TO EMPLOYEES
020820* WORKING IN THAT STATE.
020830*-----------------------------------------------------------------
020840 77  WS-GARN-CREDITOR-PCT        PIC 9(01)V999 VALUE 0.250.
020850 77  WS-GARN-EXEMPT-WEEKLY       PIC 9(03)V99 VALUE 217.50.
020860 77  WS-GARN-SUPPORT-PCT         PIC 9(01)V99 VALUE 0.50.
020870 01  GARN-LIMIT-TABLE.
020880     05  GARN-LIMIT OCCURS 20 TIMES INDEXED BY GL-IDX.
020890         10  GL-STATE-CODE           PIC X(02).
020900         10  GL-CREDITOR-PCT         PIC 9(01)V999.
020910         10  GL-EXEMPT-WEEKLY        PIC 9(03)V99.
020920         10  GL-SUPPORT-PCT          PIC 9(01)V99.
020930 77  WS-GARN-LIMIT-COUNT         PIC 9(02) COMP VALUE ZERO.
020940 77  WS-GARN-LIMIT-MAX           PIC 9(02) COMP VALUE 20.
020950 01  WS-GARN-LIMIT-FOUND-SW      PIC X(01) VALUE 'N'.
020960     88  WS-GARN-LIMIT-FOUND         VALUE 'Y'.
020970
020980*-----------------------------------------------------------------
020990* ONE EMPLOYEE'S ACTIVE GARNISHMENT CASES, LOADED FROM GARNCASE IN
021000* PRIORITY ORDER (CASE NUMBER WITHIN PRIORITY) BY 2400 AND TAKEN
021010* TOP DOWN. GT-TAKE IS WHAT THE RUN TAKES FOR THE CASE.
021020*-----------------------------------------------------------------
021030 01  GARN-CASE-TABLE.
021040     05  GARN-CASE-ENTRY OCCURS 10 TIMES.
021050         10  GT-CASE-NUMBER          PIC X(15).
021060         10  GT-ORDER-TYPE           PIC X(01).
021070             88  GT-SUPPORT-ORDER          VALUE 'S'.
021080             88  GT-TAX-LEVY               VALUE 'L'.
021090         10  GT-PRIORITY             PIC 9(02).
021100         10  GT-AMOUNT               PIC 9(05)V99.
021110         10  GT-PERCENT              PIC 9(01)V999.
021120         10  GT-EXEMPT-AMOUNT        PIC 9(05)V99.
021130         10  GT-SUPPORT-PCT          PIC 9(01)V99.
021140         10  GT-TOTAL-OWED           PIC 9(07)V99.
021150         10  GT-BALANCE              PIC 9(07)V99.
021160         10  GT-PAID-TO-DATE         PIC 9(07)V99.
021170         10  GT-TAKE                 PIC 9(05)V99.
021180         10  GT-PAID-OFF-SW          PIC X(01).
021190             88  GT-PAID-OFF               VALUE 'Y'.
021200 01  WS-GARN-NEW-ENTRY.
021210     05  WS-GN-CASE-NUMBER       PIC X(15).
021220     05  WS-GN-ORDER-TYPE        PIC X(01).
021230     05  WS-GN-PRIORITY          PIC 9(02).
021240     05  WS-GN-AMOUNT            PIC 9(05)V99.
021250     05  WS-GN-PERCENT           PIC 9(01)V999.
021260     05  WS-GN-EXEMPT-AMOUNT     PIC 9(05)V99.
021270     05  WS-GN-SUPPORT-PCT       PIC 9(01)V99.
021280     05  WS-GN-TOTAL-OWED        PIC 9(07)V99.
021290     05  WS-GN-BALANCE           PIC 9(07)V99.
021300     05  WS-GN-PAID-TO-DATE      PIC 9(07)V99.
021310     05  WS-GN-TAKE              PIC 9(05)V99.
021320     05  WS-GN-PAID-OFF-SW       PIC X(01).
021330 77  WS-GARN-CASE-COUNT          PIC 9(02) COMP VALUE ZERO.
021340 77  WS-GARN-CASE-MAX            PIC 9(02) COMP VALUE 10.
021350 77  WS-GARN-SUB                 PIC 9(02) COMP VALUE ZERO.
021360 77  WS-GARN-INSERT-SUB          PIC 9(02) COMP VALUE ZERO.
021370
021380*-----------------------------------------------------------------
021390* GARNISHMENT WORK FIELDS. THE LIMITS IN FORCE FOR THE EMPLOYEE
021400* BEING PAID, THE DISPOSABLE EARNINGS AND EXEMPT AMOUNT FOR THE
021410* RUN, AND WHAT HAS BEEN TAKEN SO FAR (ALL ORDERS, SUPPORT ORDERS)
021420* AGAINST WHAT IS LEFT OF NET PAY.
021430*-----------------------------------------------------------------
021440 77  WS-GARN-EMP-CRED-PCT        PIC 9(01)V999 VALUE ZERO.
021450 77  WS-GARN-EMP-EXEMPT-WEEKLY   PIC 9(03)V99 VALUE ZERO.
021460 77  WS-GARN-EMP-SUPPORT-PCT     PIC 9(01)V99 VALUE ZERO.
021470 77  WS-GARN-DISPOSABLE          PIC S9(07)V99 VALUE ZERO.
021480 77  WS-GARN-EXEMPT              PIC 9(07)V99 VALUE ZERO.
021490 77  WS-GARN-TAKEN               PIC 9(07)V99 VALUE ZERO.
021500 77  WS-GARN-SUPPORT-TAKEN       PIC 9(07)V99 VALUE ZERO.
021510 77  WS-GARN-NET-LEFT            PIC S9(07)V99 VALUE ZERO.
021520 77  WS-GARN-WANT                PIC S9(07)V99 VALUE ZERO.
021530 77  WS-GARN-ROOM                PIC S9(07)V99 VALUE ZERO.
021540 77  WS-GARN-ROOM-2              PIC S9(07)V99 VALUE ZERO.
021550 01  WS-GARNCASE-FILE-SW         PIC X(01) VALUE 'N'.
021560     88  WS-GARNCASE-FILE-OPEN       VALUE 'Y'.
021570     88  WS-GARNCASE-FILE-CLOSED     VALUE 'N'.
021580 01  WS-GARN-VOID-RUN-ID.
021590     05  WS-GARN-VOID-PERIOD     PIC X(06) VALUE SPACES.
021600     05  WS-GARN-VOID-SEQ        PIC X(02) VALUE SPACES.
021610
021620*-----------------------------------------------------------------
021630* GARNISHMENT REMITTANCE CONTROLS (4700). THE RUN'S TOTAL REMITTED
021640* MUST EQUAL THE GARNISHMENTS PAYABLE CREDIT 4500 POSTS.
021650*-----------------------------------------------------------------
021660 01  WS-GARN-PREV-AGENCY         PIC X(08) VALUE LOW-VALUES.
021670 01  WS-GARN-PREV-AGENCY-NAME    PIC X(30) VALUE SPACES.
021680 77  WS-GARN-AGENCY-CASES        PIC 9(05) COMP VALUE ZERO.
021690 77  WS-GARN-AGENCY-TOTAL        PIC 9(09)V99 VALUE ZERO.
021700 77  WS-GARN-AGENCY-COUNT        PIC 9(05) COMP VALUE ZERO.
021710 77  WS-GARN-REMIT-CASES         PIC 9(07) VALUE ZERO.
021720 77  WS-GARN-REMIT-TOTAL         PIC 9(11)V99 VALUE ZERO.
021730 01  WS-GARN-REMIT-SW            PIC X(01) VALUE 'N'.
021740     88  WS-GARN-REMIT-WRITTEN       VALUE 'Y'.
021750
021760*-----------------------------------------------------------------
021770* 401(K) CONTRIBUTION FILE CONTROLS (4800). THE RUN'S DEFERRAL AND
021780* MATCH TOTALS MUST EQUAL THE 401K PAYABLE CREDITS 4500 POSTS.
021790*-----------------------------------------------------------------
021800 77  WS-KC-RECORD-COUNT          PIC 9(07) VALUE ZERO.
021810 77  WS-KC-TOTAL-DEFERRAL        PIC 9(11)V99 VALUE ZERO.
021820 77  WS-KC-TOTAL-MATCH           PIC 9(11)V99 VALUE ZERO.
021830 01  WS-KC-WRITTEN-SW            PIC X(01) VALUE 'N'.
021840     88  WS-401K-CONTRIB-WRITTEN     VALUE 'Y'.
021850
021860*-----------------------------------------------------------------
021870* PARAMETER-LOAD CONTROLS. 0200-LOAD-PARAMETERS SCANS PARMFILE
021880* ONCE FOR THE BEST EFFECTIVE PERIOD AT OR BEFORE THE RUN'S PAY
021890* PERIOD, THEN RE-READS IT TO LOAD THAT SET. A CALCULATING RUN
021900* REFUSES TO START (RC=8) UNLESS A COMPLETE SET -- ONE RATE
021910* RECORD AND ALL FIVE TAX BRACKETS -- COVERS THE PERIOD. THE
021920* SET MUST ALSO CARRY ITS 'F' STATUTORY WITHHOLDING RECORD.
021930*-----------------------------------------------------------------
021940 01  WS-PARM-BEST-PERIOD         PIC X(06) VALUE SPACES.
021950 01  WS-PARM-LOAD-SW             PIC X(01) VALUE 'N'.
021960     88  WS-PARM-LOAD-OK             VALUE 'Y'.
021970 01  WS-PARM-RATES-SEEN-SW       PIC X(01) VALUE 'N'.
021980     88  WS-PARM-RATES-SEEN          VALUE 'Y'.
021990 01  WS-PARM-FICA-SEEN-SW        PIC X(01) VALUE 'N'.
022000     88  WS-PARM-FICA-SEEN           VALUE 'Y'.
022010 77  WS-PARM-BRACKET-COUNT       PIC 9(01) COMP VALUE ZERO.
022020
022030 01  WS-BRACKET-FOUND-SW         PIC X(01) VALUE 'N'.
022040     88  WS-BRACKET-FOUND            VALUE 'Y'.
022050
022060 01  Choice                      PIC 9(01).
022070
022080*-----------------------------------------------------------------
022090* RUN-MODE CONTROL. A JCL EXEC PARM OF 'BATCH' SELECTS UNATTENDED
022100* BATCH PROCESSING OF TRANFILE; ANY OTHER PARM (OR NONE) RUNS THE
022110* INTERACTIVE MENU AS BEFORE.
022120*-----------------------------------------------------------------
022130 01  WS-PARM-DATA                PIC X(20) VALUE SPACES.
022140 01  WS-RUN-MODE-SW              PIC X(01) VALUE 'I'.
022150     88  WS-BATCH-MODE               VALUE 'B'.
022160     88  WS-INTERACTIVE-MODE         VALUE 'I'.
022170     88  WS-QTREND-MODE              VALUE 'Q'.
022180     88  WS-YREND-MODE               VALUE 'Y'.
022190     88  WS-ADJUST-MODE              VALUE 'A'.
022200     88  WS-PTOLIAB-MODE             VALUE 'L'.
022210 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
022220
022230*-----------------------------------------------------------------
022240* THE PAY PERIOD (YYYYMM) AND RUN SEQUENCE WITHIN THE MONTH THIS
022250* RUN IS CALCULATING, AND THE PAY CYCLE IT PAYS. BATCH RUNS TAKE
022260* THEM FROM PARM='BATCH,YYYYMM,SS,C' (SEQUENCE AND CYCLE DEFAULT
022270* TO 01 AND M SO A PLAIN MONTHLY RUN NEEDS NO CHANGE);
022280* INTERACTIVE OPERATORS ARE PROMPTED AT STARTUP. WHEN NEITHER
022290* SUPPLIES A PERIOD, THE CURRENT YEAR AND MONTH ARE USED. THE
022300* PERIOD-PLUS-SEQUENCE GROUP IS THE FULL RUN IDENTIFIER EVERY
022310* STAMP, GUARD AND EXTRACT PASS KEYS ON; WS-EMP-PAID-ID IS THE
022320* SAME VIEW OF THE MASTER'S STAMPS, REBUILT BY EACH
022330* 1120-READ-NEXT-MASTER.
022340*-----------------------------------------------------------------
022350 01  WS-PAY-PERIOD-ID.
022360     05  WS-PAY-PERIOD           PIC X(06) VALUE SPACES.
022370     05  WS-PAY-SEQ              PIC X(02) VALUE '01'.
022380 01  WS-PAY-CYCLE                PIC X(01) VALUE 'M'.
022390 01  WS-EMP-PAID-ID.
022400     05  WS-EMP-PAID-PERIOD      PIC X(06) VALUE SPACES.
022410     05  WS-EMP-PAID-SEQ         PIC X(02) VALUE SPACES.
022420 01  WS-PERIOD-MONTH             PIC 9(02) VALUE ZERO.
022430 01  WS-CURRENT-QUARTER          PIC 9(01) VALUE ZERO.
022440 01  WS-PERIOD-COMPLETE-SW       PIC X(01) VALUE 'N'.
022450     88  WS-PERIOD-COMPLETE          VALUE 'Y'.
022460 01  WS-PERIOD-STARTED-SW        PIC X(01) VALUE 'N'.
022470     88  WS-PERIOD-STARTED           VALUE 'Y'.
022480 01  WS-CHK-STATUS-OUT           PIC X(01) VALUE SPACE.
022490 77  WS-ALREADY-PAID-COUNT       PIC 9(05) COMP VALUE ZERO.
022500
022510*-----------------------------------------------------------------
022520* GENERAL-LEDGER POSTING EXTRACT. 4500-WRITE-GL-EXTRACT TOTALS
022530* EVERY EMPLOYEE STAMPED WITH THIS RUN'S PAY PERIOD -- NOT JUST
022540* THOSE CALCULATED THIS RUN -- SO A RESTARTED RUN STILL EXTRACTS
022550* THE WHOLE PERIOD, AND SUMMARIZES BY ACCOUNT: GROSS WAGES
022560* EXPENSE DEBIT, OFFSET BY THE WITHHOLDING PAYABLES AND NET-PAY
022570* CASH CREDITS. DEBITS EQUAL CREDITS BY CONSTRUCTION BECAUSE
022580* NET PAY IS GROSS LESS EVERY DEDUCTION.
022590*-----------------------------------------------------------------
022600 01  WS-GL-TOTALS.
022610     05  WS-GL-TOTAL-GROSS       PIC 9(11)V99 VALUE ZERO.
022620     05  WS-GL-TOTAL-TAX         PIC 9(11)V99 VALUE ZERO.
022630     05  WS-GL-TOTAL-SS          PIC 9(11)V99 VALUE ZERO.
022640     05  WS-GL-TOTAL-MEDICARE    PIC 9(11)V99 VALUE ZERO.
022650     05  WS-GL-TOTAL-STATE       PIC 9(11)V99 VALUE ZERO.
022660     05  WS-GL-TOTAL-HEALTH      PIC 9(11)V99 VALUE ZERO.
022670     05  WS-GL-TOTAL-401K        PIC 9(11)V99 VALUE ZERO.
022680     05  WS-GL-TOTAL-GARN        PIC 9(11)V99 VALUE ZERO.
022690     05  WS-GL-TOTAL-NET         PIC 9(11)V99 VALUE ZERO.
022700     05  WS-GL-TOTAL-CREDITS     PIC 9(11)V99 VALUE ZERO.
022710     05  WS-GL-TOTAL-ER-FICA     PIC 9(11)V99 VALUE ZERO.
022720     05  WS-GL-TOTAL-ER-MATCH    PIC 9(11)V99 VALUE ZERO.
022730     05  WS-GL-TOTAL-ER-HEALTH   PIC 9(11)V99 VALUE ZERO.
022740     05  WS-GL-TOTAL-DEBITS      PIC 9(11)V99 VALUE ZERO.
022750
022760*-----------------------------------------------------------------
022770* PER-EMPLOYEE EMPLOYER-COST WORK FIELDS FOR THE GL PASS.
022780*-----------------------------------------------------------------
022790 77  WS-GL-EMP-ER-FICA           PIC 9(07)V99 VALUE ZERO.
022800 77  WS-GL-EMP-ER-MATCH          PIC 9(05)V99 VALUE ZERO.
022810
022820*-----------------------------------------------------------------
022830* EARNINGS BY CODE FOR THE GL PASS, ONE BUCKET PER EARNINGS-CODE
022840* TABLE ENTRY. EACH CODE IS DEBITED TO ITS OWN EXPENSE ACCOUNT AND
022850* THE GROSS WAGES DEBIT CARRIES ONLY BASE PAY. THE ADJUSTMENT RUN
022860* KEEPS THE SAME SPLIT FOR ITS VOIDED AND REPAID PAY.
022870*-----------------------------------------------------------------
022880 01  WS-GL-EARNINGS-TOTALS.
022890     05  WS-GL-ERN-TOTAL OCCURS 10 TIMES
022900                                 PIC 9(11)V99.
022910 01  WS-AVD-EARNINGS-TOTALS.
022920     05  WS-AVD-ERN-TOTAL OCCURS 10 TIMES
022930                                 PIC 9(11)V99.
022940 01  WS-ARP-EARNINGS-TOTALS.
022950     05  WS-ARP-ERN-TOTAL OCCURS 10 TIMES
022960                                 PIC 9(11)V99.
022970 77  WS-GL-BASE-WAGES            PIC 9(11)V99 VALUE ZERO.
022980
022990*-----------------------------------------------------------------
023000* OFF-CYCLE ADJUSTMENT RUN WORK. VOIDED AND REPAID AMOUNTS ARE
023010* ACCUMULATED SEPARATELY SO 7500-WRITE-ADJ-GL-EXTRACT CAN WRITE
023020* A REVERSING BLOCK AND A REPOSTING BLOCK TO GLFILE AND PROVE
023030* THE FILE BALANCES. ADJUSTMENT REJECTS GO TO REJFILE WITH THE
023040* USUAL REASON CODES PLUS: PER = NAMED PERIOD DOES NOT MATCH
023050* THE EMPLOYEE'S PERIOD STAMP.
023060*-----------------------------------------------------------------
023070 77  WS-ADJ-PERIOD-MONTH         PIC 9(02) VALUE ZERO.
023080 77  WS-ADJ-QUARTER              PIC 9(01) VALUE ZERO.
023090 77  WS-ADJ-READ-COUNT           PIC 9(05) COMP VALUE ZERO.
023100 77  WS-ADJ-VOID-COUNT           PIC 9(05) COMP VALUE ZERO.
023110 77  WS-ADJ-REPAY-COUNT          PIC 9(05) COMP VALUE ZERO.
023120 77  WS-ADJ-CHECK-VOID-COUNT     PIC 9(05) COMP VALUE ZERO.
023130 77  WS-ADJ-HIST-TYPE            PIC X(01) VALUE SPACE.
023140 77  WS-ADJ-GL-DEBITS            PIC 9(11)V99 VALUE ZERO.
023150 77  WS-ADJ-GL-CREDITS           PIC 9(11)V99 VALUE ZERO.
023160
023170 01  WS-ADJ-VOID-TOTALS.
023180     05  WS-AVD-GROSS            PIC 9(11)V99 VALUE ZERO.
023190     05  WS-AVD-TAX              PIC 9(11)V99 VALUE ZERO.
023200     05  WS-AVD-SS               PIC 9(11)V99 VALUE ZERO.
023210     05  WS-AVD-MEDICARE         PIC 9(11)V99 VALUE ZERO.
023220     05  WS-AVD-STATE            PIC 9(11)V99 VALUE ZERO.
023230     05  WS-AVD-HEALTH           PIC 9(11)V99 VALUE ZERO.
023240     05  WS-AVD-401K             PIC 9(11)V99 VALUE ZERO.
023250     05  WS-AVD-GARN             PIC 9(11)V99 VALUE ZERO.
023260     05  WS-AVD-NET              PIC 9(11)V99 VALUE ZERO.
023270     05  WS-AVD-ER-FICA          PIC 9(11)V99 VALUE ZERO.
023280     05  WS-AVD-ER-MATCH         PIC 9(11)V99 VALUE ZERO.
023290     05  WS-AVD-ER-HEALTH        PIC 9(11)V99 VALUE ZERO.
023300
023310 01  WS-ADJ-REPAY-TOTALS.
023320     05  WS-ARP-GROSS            PIC 9(11)V99 VALUE ZERO.
023330     05  WS-ARP-TAX              PIC 9(11)V99 VALUE ZERO.
023340     05  WS-ARP-SS               PIC 9(11)V99 VALUE ZERO.
023350     05  WS-ARP-MEDICARE         PIC 9(11)V99 VALUE ZERO.
023360     05  WS-ARP-STATE            PIC 9(11)V99 VALUE ZERO.
023370     05  WS-ARP-HEALTH           PIC 9(11)V99 VALUE ZERO.
023380     05  WS-ARP-401K             PIC 9(11)V99 VALUE ZERO.
023390     05  WS-ARP-GARN             PIC 9(11)V99 VALUE ZERO.
023400     05  WS-ARP-NET              PIC 9(11)V99 VALUE ZERO.
023410     05  WS-ARP-ER-FICA          PIC 9(11)V99 VALUE ZERO.
023420     05  WS-ARP-ER-MATCH         PIC 9(11)V99 VALUE ZERO.
023430     05  WS-ARP-ER-HEALTH        PIC 9(11)V99 VALUE ZERO.
023440
023450 01  WS-GL-DETAIL.
023460     05  WS-GL-ACCOUNT           PIC X(08).
023470     05  FILLER                  PIC X(01) VALUE SPACE.
023480     05  WS-GL-DR-CR             PIC X(02).
023490     05  FILLER                  PIC X(01) VALUE SPACE.
023500     05  WS-GL-AMOUNT            PIC 9(11)V99.
023510     05  FILLER                  PIC X(01) VALUE SPACE.
023520     05  WS-GL-PERIOD            PIC X(08).
023530     05  FILLER                  PIC X(01) VALUE SPACE.
023540     05  WS-GL-DESCRIPTION       PIC X(30).
023550     05  FILLER                  PIC X(15) VALUE SPACES.
023560
023570*-----------------------------------------------------------------
023580* QUARTER-END REPORT PRINT LINES. 6000-QUARTER-END PRINTS THE
023590* QUARTERLY GROSS, FEDERAL TAX, SOCIAL SECURITY WAGES AND TAX,
023600* MEDICARE TAX AND STATE TAX BUCKETS (WITH YTD GROSS FOR A
023610* CROSS-CHECK) FOR THE QUARTER OF THE RUN'S PAY PERIOD, FOR THE
023620* 941 AND STATE QUARTERLY FILINGS.
023630*-----------------------------------------------------------------
023640 01  WS-QTR-HDR.
023650     05  FILLER                  PIC X(20) VALUE
023660             'PAYROLL DATA CENTER'.
023670     05  FILLER                  PIC X(31) VALUE
023680             'QUARTERLY WAGE AND TAX REPORT'.
023690     05  FILLER                  PIC X(09) VALUE 'QUARTER: '.
023700     05  WS-QTR-HDR-QUARTER      PIC 9(01).
023710     05  FILLER                  PIC X(07) VALUE ' YEAR: '.
023720     05  WS-QTR-HDR-YEAR         PIC 9(04).
023730     05  FILLER                  PIC X(60) VALUE SPACES.
023740
023750 01  WS-QTR-COLUMN-HEADING       PIC X(130) VALUE
023760     'EMP ID   EMPLOYEE NAME        ST     QTR GROSS   QTR FED TAX
023770-    '  QTR SS WAGES    QTR SS TAX  QTR MEDICARE QTR STATE TAX    
023780-    ' YTD GROSS'.
023790
023800 01  WS-QTR-DETAIL-LINE.
023810     05  FILLER                  PIC X(02) VALUE SPACES.
023820     05  WS-QTR-EMP-ID           PIC ZZZZ9.
023830     05  FILLER                  PIC X(02) VALUE SPACES.
023840     05  WS-QTR-EMP-NAME         PIC X(20).
023850     05  FILLER                  PIC X(01) VALUE SPACES.
023860     05  WS-QTR-STATE-CODE       PIC X(02).
023870     05  FILLER                  PIC X(01) VALUE SPACES.
023880     05  WS-QTR-GROSS            PIC ZZ,ZZZ,ZZ9.99.
023890     05  FILLER                  PIC X(01) VALUE SPACES.
023900     05  WS-QTR-TAX              PIC ZZ,ZZZ,ZZ9.99.
023910     05  FILLER                  PIC X(01) VALUE SPACES.
023920     05  WS-QTR-SS-WAGES         PIC ZZ,ZZZ,ZZ9.99.
023930     05  FILLER                  PIC X(01) VALUE SPACES.
023940     05  WS-QTR-SS-TAX           PIC ZZ,ZZZ,ZZ9.99.
023950     05  FILLER                  PIC X(01) VALUE SPACES.
023960     05  WS-QTR-MEDICARE-TAX     PIC ZZ,ZZZ,ZZ9.99.
023970     05  FILLER                  PIC X(01) VALUE SPACES.
023980     05  WS-QTR-STATE-TAX        PIC ZZ,ZZZ,ZZ9.99.
023990     05  FILLER                  PIC X(01) VALUE SPACES.
024000     05  WS-QTR-YTD-GROSS        PIC ZZ,ZZZ,ZZ9.99.
024010     05  FILLER                  PIC X(02) VALUE SPACES.
024020
024030 01  WS-QTR-TOTAL-LINE.
024040     05  FILLER                  PIC X(32) VALUE
024050             'QUARTER TOTALS'.
024060     05  FILLER                  PIC X(01) VALUE SPACES.
024070     05  WS-QTR-TOT-GROSS        PIC ZZ,ZZZ,ZZ9.99.
024080     05  FILLER                  PIC X(01) VALUE SPACES.
024090     05  WS-QTR-TOT-TAX          PIC ZZ,ZZZ,ZZ9.99.
024100     05  FILLER                  PIC X(01) VALUE SPACES.
024110     05  WS-QTR-TOT-SS-WAGES     PIC ZZ,ZZZ,ZZ9.99.
024120     05  FILLER                  PIC X(01) VALUE SPACES.
024130     05  WS-QTR-TOT-SS-TAX       PIC ZZ,ZZZ,ZZ9.99.
024140     05  FILLER                  PIC X(01) VALUE SPACES.
024150     05  WS-QTR-TOT-MEDICARE-TAX PIC ZZ,ZZZ,ZZ9.99.
024160     05  FILLER                  PIC X(01) VALUE SPACES.
024170     05  WS-QTR-TOT-STATE-TAX    PIC ZZ,ZZZ,ZZ9.99.
024180     05  FILLER                  PIC X(16) VALUE SPACES.
024190
024200 01  WS-QTR-RPT-TOTALS.
024210     05  WS-QTR-TOTAL-GROSS      PIC 9(11)V99 VALUE ZERO.
024220     05  WS-QTR-TOTAL-TAX        PIC 9(11)V99 VALUE ZERO.
024230     05  WS-QTR-TOTAL-SS-WAGES   PIC 9(11)V99 VALUE ZERO.
024240     05  WS-QTR-TOTAL-SS-TAX     PIC 9(11)V99 VALUE ZERO.
024250     05  WS-QTR-TOTAL-MEDICARE   PIC 9(11)V99 VALUE ZERO.
024260     05  WS-QTR-TOTAL-STATE-TAX  PIC 9(11)V99 VALUE ZERO.
024270
024280*-----------------------------------------------------------------
024290* RETROACTIVE PAY CALCULATION REPORT (RETRORPT). PER EMPLOYEE: THE
024300* NEW RATE AND SALARY AND THE PERIOD THEY ARE EFFECTIVE FROM, ONE
024310* LINE PER RUN REPRICED (AS PAID, AT THE NEW RATE OR SALARY, RETRO
024320* ALREADY PAID, AND THE DIFFERENCE), THEN THE RETRO DUE AND WHAT
024330* BECAME OF IT.
024340*-----------------------------------------------------------------
024350 01  WS-RTR-HDR.
024360     05  FILLER                  PIC X(20) VALUE
024370             'PAYROLL DATA CENTER'.
024380     05  FILLER                  PIC X(36) VALUE
024390             'RETROACTIVE PAY CALCULATION'.
024400     05  FILLER                  PIC X(12) VALUE 'PAY PERIOD: '.
024410     05  WS-RTR-HDR-PERIOD       PIC X(08).
024420     05  FILLER                  PIC X(56) VALUE SPACES.
024430
024440 01  WS-RTR-COLUMN-HEADING.
024450     05  FILLER                  PIC X(40) VALUE
024460             'EMP ID   EMPLOYEE NAME'.
024470     05  FILLER                  PIC X(40) VALUE
024480             'RUN             OLD PAY       NEW PAY'.
024490     05  FILLER                  PIC X(52) VALUE
024500             'PRIOR RETRO      RETRO DUE'.
024510
024520 01  WS-RTR-EMP-LINE.
024530     05  FILLER                  PIC X(02) VALUE SPACES.
024540     05  WS-RTR-EMP-ID           PIC ZZZZ9.
024550     05  FILLER                  PIC X(03) VALUE SPACES.
024560     05  WS-RTR-EMP-NAME         PIC X(30).
024570     05  FILLER                  PIC X(12) VALUE ' EFFECTIVE: '.
024580     05  WS-RTR-EFFECTIVE        PIC X(06).
024590     05  FILLER                  PIC X(07) VALUE '  RATE '.
024600     05  WS-RTR-RATE             PIC ZZZZ9.99.
024610     05  FILLER                  PIC X(09) VALUE '  SALARY '.
024620     05  WS-RTR-SALARY           PIC Z,ZZZ,ZZ9.99.
024630     05  FILLER                  PIC X(38) VALUE SPACES.
024640
024650 01  WS-RTR-RUN-LINE.
024660     05  FILLER                  PIC X(40) VALUE SPACES.
024670     05  WS-RTR-RUN-PERIOD       PIC X(06).
024680     05  FILLER                  PIC X(01) VALUE '-'.
024690     05  WS-RTR-RUN-SEQ          PIC X(02).
024700     05  FILLER                  PIC X(02) VALUE SPACES.
024710     05  WS-RTR-OLD-PAY          PIC Z,ZZZ,ZZ9.99.
024720     05  FILLER                  PIC X(02) VALUE SPACES.
024730     05  WS-RTR-NEW-PAY          PIC Z,ZZZ,ZZ9.99.
024740     05  FILLER                  PIC X(02) VALUE SPACES.
024750     05  WS-RTR-PRIOR-RETRO      PIC Z,ZZZ,ZZ9.99-.
024760     05  FILLER                  PIC X(02) VALUE SPACES.
024770     05  WS-RTR-RUN-DIFF         PIC Z,ZZZ,ZZ9.99-.
024780     05  FILLER                  PIC X(25) VALUE SPACES.
024790
024800 01  WS-RTR-TOTAL-LINE.
024810     05  FILLER                  PIC X(40) VALUE SPACES.
024820     05  FILLER                  PIC X(16) VALUE 'RETRO PAY DUE'.
024830     05  FILLER                  PIC X(38) VALUE SPACES.
024840     05  WS-RTR-EMP-TOTAL        PIC Z,ZZZ,ZZ9.99-.
024850     05  FILLER                  PIC X(02) VALUE SPACES.
024860     05  WS-RTR-DISPOSITION      PIC X(23).
024870
024880 01  WS-RTR-GRAND-LINE.
024890     05  FILLER                  PIC X(22) VALUE
024900             'EMPLOYEES PAID RETRO: '.
024910     05  WS-RTR-PAID-COUNT       PIC ZZZZ9.
024920     05  FILLER                  PIC X(14) VALUE '   HELD OVER: '.
024930     05  WS-RTR-HELD-COUNT       PIC ZZZZ9.
024940     05  FILLER                  PIC X(20) VALUE
024950             '   TOTAL RETRO PAY: '.
024960     05  WS-RTR-TOTAL-PAID       PIC ZZZ,ZZZ,ZZ9.99.
024970     05  FILLER                  PIC X(52) VALUE SPACES.
024980*-----------------------------------------------------------------
024990* ACCRUED LEAVE LIABILITY REPORT (LVRPT), PRINTED BY THE MONTHLY
025000* PTOLIAB RUN IN DEPARTMENT ORDER. PER EMPLOYEE: THE PAID TIME OFF
025010* BALANCE, THE RATE IT IS VALUED AT, THE LIABILITY, THE LIABILITY
025020* THE PRIOR RUN BOOKED AND THE CHANGE BOOKED NOW. EACH
025030* DEPARTMENT'S CHANGE IS ONE GL ACCRUAL ENTRY.
025040*-----------------------------------------------------------------
025050 01  WS-LVR-HDR.
025060     05  FILLER                  PIC X(20) VALUE
025070             'PAYROLL DATA CENTER'.
025080     05  FILLER                  PIC X(36) VALUE
025090             'ACCRUED LEAVE LIABILITY'.
025100     05  FILLER                  PIC X(08) VALUE 'PERIOD: '.
025110     05  WS-LVR-HDR-PERIOD       PIC X(06).
025120     05  FILLER                  PIC X(62) VALUE SPACES.
025130
025140 01  WS-LVR-COLUMN-HEADING.
025150     05  FILLER                  PIC X(44) VALUE
025160             'DEPT  EMP ID   EMPLOYEE NAME'.
025170     05  FILLER                  PIC X(44) VALUE
025180             'TYPE  BALANCE HRS     RATE      LIABILITY'.
025190     05  FILLER                  PIC X(44) VALUE
025200             '   PRIOR BOOKED         CHANGE'.
025210
025220 01  WS-LVR-DETAIL-LINE.
025230     05  WS-LVR-DEPT-CODE        PIC X(04).
025240     05  FILLER                  PIC X(02) VALUE SPACES.
025250     05  WS-LVR-EMP-ID           PIC ZZZZ9.
025260     05  FILLER                  PIC X(04) VALUE SPACES.
025270     05  WS-LVR-EMP-NAME         PIC X(28).
025280     05  FILLER                  PIC X(02) VALUE SPACES.
025290     05  WS-LVR-PAY-TYPE         PIC X(01).
025300     05  FILLER                  PIC X(06) VALUE SPACES.
025310     05  WS-LVR-BALANCE          PIC ZZ,ZZ9.99.
025320     05  FILLER                  PIC X(01) VALUE SPACES.
025330     05  WS-LVR-RATE             PIC ZZZZ9.99.
025340     05  FILLER                  PIC X(01) VALUE SPACES.
025350     05  WS-LVR-LIABILITY        PIC ZZZ,ZZZ,ZZ9.99.
025360     05  FILLER                  PIC X(04) VALUE SPACES.
025370     05  WS-LVR-PRIOR            PIC ZZZ,ZZZ,ZZ9.99.
025380     05  FILLER                  PIC X(01) VALUE SPACES.
025390     05  WS-LVR-CHANGE           PIC ZZZ,ZZZ,ZZ9.99-.
025400     05  FILLER                  PIC X(13) VALUE SPACES.
025410
025420 01  WS-LVR-DEPT-LINE.
025430     05  FILLER                  PIC X(16) VALUE SPACES.
025440     05  FILLER                  PIC X(17) VALUE
025450             'DEPARTMENT TOTAL '.
025460     05  WS-LVR-DEPT-TOT-CODE    PIC X(04).
025470     05  FILLER                  PIC X(34) VALUE SPACES.
025480     05  WS-LVR-DEPT-LIABILITY   PIC ZZZ,ZZZ,ZZ9.99.
025490     05  FILLER                  PIC X(04) VALUE SPACES.
025500     05  WS-LVR-DEPT-PRIOR       PIC ZZZ,ZZZ,ZZ9.99.
025510     05  FILLER                  PIC X(01) VALUE SPACES.
025520     05  WS-LVR-DEPT-CHANGE      PIC ZZZ,ZZZ,ZZ9.99-.
025530     05  FILLER                  PIC X(13) VALUE SPACES.
025540
025550 01  WS-LVR-TOTAL-LINE.
025560     05  FILLER                  PIC X(22) VALUE
025570             'EMPLOYEES WITH LEAVE: '.
025580     05  WS-LVR-EMP-COUNT        PIC ZZZZ9.
025590     05  FILLER                  PIC X(44) VALUE SPACES.
025600     05  WS-LVR-TOT-LIABILITY    PIC ZZZ,ZZZ,ZZ9.99.
025610     05  FILLER                  PIC X(04) VALUE SPACES.
025620     05  WS-LVR-TOT-PRIOR        PIC ZZZ,ZZZ,ZZ9.99.
025630     05  FILLER                  PIC X(01) VALUE SPACES.
025640     05  WS-LVR-TOT-CHANGE       PIC ZZZ,ZZZ,ZZ9.99-.
025650     05  FILLER                  PIC X(13) VALUE SPACES.
025660*-----------------------------------------------------------------
025670* GARNISHMENT REMITTANCE REGISTER (GARNRPT), PRINTED BY EVERY
025680* CALCULATING BATCH RUN IN AGENCY ORDER: EACH CASE THE RUN TOOK,
025690* WITH THE BALANCE LEFT, AND THE TOTAL TO PAY EACH AGENCY.
025700*-----------------------------------------------------------------
025710 01  WS-GRR-HDR.
025720     05  FILLER                  PIC X(20) VALUE
025730             'PAYROLL DATA CENTER'.
025740     05  FILLER                  PIC X(36) VALUE
025750             'GARNISHMENT REMITTANCE REGISTER'.
025760     05  FILLER                  PIC X(05) VALUE 'RUN: '.
025770     05  WS-GRR-HDR-RUN-ID       PIC X(08).
025780     05  FILLER                  PIC X(63) VALUE SPACES.
025790
025800 01  WS-GRR-COLUMN-HEADING.
025810     05  FILLER                  PIC X(44) VALUE
025820             'AGENCY    CASE NUMBER       TYPE EMP ID'.
025830     05  FILLER                  PIC X(44) VALUE
025840             'EMPLOYEE NAME                     AMOUNT'.
025850     05  FILLER                  PIC X(44) VALUE
025860             'TOTAL OWED BALANCE LEFT'.
025870
025880 01  WS-GRR-DETAIL-LINE.
025890     05  WS-GRR-AGENCY-CODE      PIC X(08).
025900     05  FILLER                  PIC X(02) VALUE SPACES.
025910     05  WS-GRR-CASE-NUMBER      PIC X(15).
025920     05  FILLER                  PIC X(03) VALUE SPACES.
025930     05  WS-GRR-ORDER-TYPE       PIC X(01).
025940     05  FILLER                  PIC X(04) VALUE SPACES.
025950     05  WS-GRR-EMP-ID           PIC ZZZZ9.
025960     05  FILLER                  PIC X(06) VALUE SPACES.
025970     05  WS-GRR-EMP-NAME         PIC X(28).
025980     05  FILLER                  PIC X(02) VALUE SPACES.
025990     05  WS-GRR-AMOUNT           PIC ZZ,ZZ9.99.
026000     05  FILLER                  PIC X(03) VALUE SPACES.
026010     05  WS-GRR-TOTAL-OWED       PIC Z,ZZZ,ZZ9.99.
026020     05  FILLER                  PIC X(03) VALUE SPACES.
026030     05  WS-GRR-BALANCE          PIC Z,ZZZ,ZZ9.99.
026040     05  FILLER                  PIC X(19) VALUE SPACES.
026050
026060 01  WS-GRR-AGENCY-LINE.
026070     05  FILLER                  PIC X(10) VALUE SPACES.
026080     05  FILLER                  PIC X(13) VALUE 'AGENCY TOTAL '.
026090     05  WS-GRR-AGY-CODE         PIC X(08).
026100     05  FILLER                  PIC X(01) VALUE SPACE.
026110     05  WS-GRR-AGY-NAME         PIC X(30).
026120     05  WS-GRR-AGY-CASES        PIC ZZZZ9.
026130     05  FILLER                  PIC X(07) VALUE ' CASES '.
026140     05  WS-GRR-AGY-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
026150     05  FILLER                  PIC X(44) VALUE SPACES.
026160
026170 01  WS-GRR-TOTAL-LINE.
026180     05  FILLER                  PIC X(16) VALUE
026190             'CASES REMITTED: '.
026200     05  WS-GRR-TOT-CASES        PIC ZZZZ9.
026210     05  FILLER                  PIC X(13) VALUE '   AGENCIES: '.
026220     05  WS-GRR-TOT-AGENCIES     PIC ZZZZ9.
026230     05  FILLER                  PIC X(19) VALUE
026240             '   TOTAL REMITTED: '.
026250     05  WS-GRR-TOT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
026260     05  FILLER                  PIC X(60) VALUE SPACES.
026270
026280*-----------------------------------------------------------------
026290* BANK ACCOUNT CHANGE EXCEPTION REPORT (BANKRPT), PRINTED BY EVERY
026300* CALCULATING BATCH RUN: EVERY CHANGE ENTERED, APPROVED OR
026310* RETURNED AND NOT YET IN EFFECT, TWO LINES PER EMPLOYEE -- THE
026320* ACCOUNT ON FILE AND THE NEW ONE, THEN WHO ENTERED AND APPROVED
026330* IT, THE PRENOTE DATE, THE FIRST DATE IT MAY BE PAID AND ANY
026340* RETURN FROM THE BANK.
026350*-----------------------------------------------------------------
026360 01  WS-BKR-HDR.
026370     05  FILLER                  PIC X(20) VALUE
026380             'PAYROLL DATA CENTER'.
026390     05  FILLER                  PIC X(36) VALUE
026400             'BANK ACCOUNT CHANGE EXCEPTIONS'.
026410     05  FILLER                  PIC X(05) VALUE 'RUN: '.
026420     05  WS-BKR-HDR-RUN-ID       PIC X(08).
026430     05  FILLER                  PIC X(21) VALUE
026440             '   PRENOTE WAIT DAYS:'.
026450     05  WS-BKR-HDR-WAIT-DAYS    PIC ZZ9.
026460     05  FILLER                  PIC X(39) VALUE SPACES.
026470
026480 01  WS-BKR-COLUMN-HEADING-1.
026490     05  FILLER                  PIC X(44) VALUE
026500             'EMP ID EMPLOYEE NAME                  STATUS'.
026510     05  FILLER                  PIC X(44) VALUE
026520             '     ROUTING   ACCOUNT ON FILE   NEW ROUTING'.
026530     05  FILLER                  PIC X(44) VALUE
026540             ' NEW ACCOUNT'.
026550
026560 01  WS-BKR-COLUMN-HEADING-2.
026570     05  FILLER                  PIC X(44) VALUE
026580             '                  ENTERED  ON'.
026590     05  FILLER                  PIC X(44) VALUE
026600             '   APPROVED ON          PRENOTE     PAY FROM'.
026610     05  FILLER                  PIC X(44) VALUE
026620             '    RETURN'.
026630
026640 01  WS-BKR-DETAIL-LINE-1.
026650     05  WS-BKR-EMP-ID           PIC ZZZZ9.
026660     05  FILLER                  PIC X(02) VALUE SPACES.
026670     05  WS-BKR-EMP-NAME         PIC X(30).
026680     05  FILLER                  PIC X(01) VALUE SPACE.
026690     05  WS-BKR-STATUS           PIC X(08).
026700     05  FILLER                  PIC X(02) VALUE SPACES.
026710     05  WS-BKR-ROUTING          PIC 9(09) BLANK WHEN ZERO.
026720     05  FILLER                  PIC X(01) VALUE SPACE.
026730     05  WS-BKR-ACCOUNT          PIC X(17).
026740     05  FILLER                  PIC X(01) VALUE SPACE.
026750     05  WS-BKR-NEW-ROUTING      PIC 9(09) BLANK WHEN ZERO.
026760     05  FILLER                  PIC X(03) VALUE SPACES.
026770     05  WS-BKR-NEW-ACCOUNT      PIC X(17).
026780     05  FILLER                  PIC X(27) VALUE SPACES.
026790
026800 01  WS-BKR-DETAIL-LINE-2.
026810     05  FILLER                  PIC X(18) VALUE SPACES.
026820     05  WS-BKR-ENTER-BY         PIC X(08).
026830     05  FILLER                  PIC X(01) VALUE SPACE.
026840     05  WS-BKR-ENTER-DATE       PIC 9999/99/99 BLANK WHEN ZERO.
026850     05  FILLER                  PIC X(10) VALUE SPACES.
026860     05  WS-BKR-APPR-BY          PIC X(08).
026870     05  FILLER                  PIC X(01) VALUE SPACE.
026880     05  WS-BKR-APPR-DATE        PIC 9999/99/99 BLANK WHEN ZERO.
026890     05  FILLER                  PIC X(02) VALUE SPACES.
026900     05  WS-BKR-PRENOTE-DATE     PIC 9999/99/99 BLANK WHEN ZERO.
026910     05  FILLER                  PIC X(02) VALUE SPACES.
026920     05  WS-BKR-ELIGIBLE-DATE    PIC 9999/99/99 BLANK WHEN ZERO.
026930     05  FILLER                  PIC X(02) VALUE SPACES.
026940     05  WS-BKR-RETURN-CODE      PIC X(03).
026950     05  FILLER                  PIC X(01) VALUE SPACE.
026960     05  WS-BKR-RETURN-DATE      PIC 9999/99/99 BLANK WHEN ZERO.
026970     05  FILLER                  PIC X(26) VALUE SPACES.
026980
026990 01  WS-BKR-TOTAL-LINE.
027000     05  FILLER                  PIC X(09) VALUE 'ENTERED: '.
027010     05  WS-BKR-TOT-ENTERED      PIC ZZZZ9.
027020     05  FILLER                  PIC X(13) VALUE '   APPROVED: '.
027030     05  WS-BKR-TOT-APPROVED     PIC ZZZZ9.
027040     05  FILLER                  PIC X(13) VALUE '   RETURNED: '.
027050     05  WS-BKR-TOT-RETURNED     PIC ZZZZ9.
027060     05  FILLER                  PIC X(20) VALUE
027070             '   PRENOTES THIS RUN'.
027080     05  FILLER                  PIC X(02) VALUE ': '.
027090     05  WS-BKR-TOT-PRENOTES     PIC ZZZZ9.
027100     05  FILLER                  PIC X(55) VALUE SPACES.
027110
027120 77  WS-BKR-ENTERED-COUNT        PIC 9(05) VALUE ZERO.
027130 77  WS-BKR-APPROVED-COUNT       PIC 9(05) VALUE ZERO.
027140 77  WS-BKR-RETURNED-COUNT       PIC 9(05) VALUE ZERO.
027150
027160*-----------------------------------------------------------------
027170* W-2 EXTRACT RECORD. 6500-YEAR-END WRITES ONE PER EMPLOYEE WITH
027180* WAGES THIS YEAR (TERMINATED EMPLOYEES INCLUDED -- THEY STILL
027190* GET A W-2), THEN ROLLS THE YTD AND QUARTERLY FIELDS TO ZERO.
027200* SOCIAL SECURITY, MEDICARE AND STATE FIGURES FOLLOW THE
027210* ORIGINAL 72 BYTES SO OLDER READERS OF THE EXTRACT STILL WORK.
027220* MEDICARE WAGES ARE THE FULL YTD GROSS (NO WAGE BASE); STATE
027230* WAGES ARE ZERO FOR AN EMPLOYEE WITH NO WITHHOLDING STATE.
027240*-----------------------------------------------------------------
027250 01  WS-W2-DETAIL.
027260     05  WS-W2-EMP-ID            PIC 9(05).
027270     05  WS-W2-EMP-NAME          PIC X(30).
027280     05  WS-W2-YEAR              PIC 9(04).
027290     05  WS-W2-YTD-GROSS         PIC 9(09)V99.
027300     05  WS-W2-YTD-TAX           PIC 9(09)V99.
027310     05  WS-W2-YTD-NET           PIC 9(09)V99.
027320     05  WS-W2-SS-WAGES          PIC 9(09)V99.
027330     05  WS-W2-SS-TAX            PIC 9(09)V99.
027340     05  WS-W2-MEDICARE-WAGES    PIC 9(09)V99.
027350     05  WS-W2-MEDICARE-TAX      PIC 9(09)V99.
027360     05  WS-W2-STATE-CODE        PIC X(02).
027370     05  WS-W2-STATE-WAGES       PIC 9(09)V99.
027380     05  WS-W2-STATE-TAX         PIC 9(09)V99.
027390     05  FILLER                  PIC X(10) VALUE SPACES.
027400
027410 77  WS-W2-COUNT                 PIC 9(05) VALUE ZERO.
027420
027430*-----------------------------------------------------------------
027440* AUDIT TRAIL. ONE LINE-SEQUENTIAL RECORD IS APPENDED TO AUDITLOG
027450* FOR EVERY MENU ACTION: WHEN IT HAPPENED, WHO DID IT, WHAT THE
027460* ACTION WAS, WHICH EMPLOYEE WAS AFFECTED, AND THE EMPLOYEE'S NET
027470* PAY BEFORE AND AFTER THE ACTION.
027480*-----------------------------------------------------------------
027490 01  WS-CURRENT-DATE             PIC 9(08).
027500 01  WS-PAY-DATE                 PIC 9(08) VALUE ZERO.
027510 01  WS-CURRENT-TIME             PIC 9(08).
027520 01  WS-AUDIT-LINE.
027530     05  AUD-TIMESTAMP           PIC X(15).
027540     05  FILLER                  PIC X(01) VALUE SPACE.
027550     05  AUD-OPERATOR-ID         PIC X(08).
027560     05  FILLER                  PIC X(01) VALUE SPACE.
027570     05  AUD-ACTION              PIC X(12).
027580     05  FILLER                  PIC X(01) VALUE SPACE.
027590     05  AUD-EMPLOYEE-ID         PIC 9(05).
027600     05  FILLER                  PIC X(01) VALUE SPACE.
027610     05  AUD-EMPLOYEE-NAME       PIC X(30).
027620     05  FILLER                  PIC X(01) VALUE SPACE.
027630     05  AUD-BEFORE-NET          PIC Z,ZZZ,ZZ9.99.
027640     05  FILLER                  PIC X(01) VALUE SPACE.
027650     05  AUD-AFTER-NET           PIC Z,ZZZ,ZZ9.99.
027660
027670*-----------------------------------------------------------------
027680* PAYROLL REPORT PRINT LINES AND CONTROLS. WS-LINES-PER-PAGE
027690* CAPS HOW MANY DETAIL LINES APPEAR BEFORE A NEW PAGE IS
027700* STARTED.
027710*-----------------------------------------------------------------
027720 77  WS-LINES-PER-PAGE           PIC 9(02) VALUE 20.
027730 77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
027740 77  WS-PAGE-NO                  PIC 9(02) COMP VALUE ZERO.
027750
027760 01  WS-RPT-TOTALS.
027770     05  WS-RPT-TOTAL-GROSS      PIC 9(09)V99 VALUE ZERO.
027780     05  WS-RPT-TOTAL-TAX        PIC 9(09)V99 VALUE ZERO.
027790     05  WS-RPT-TOTAL-NET        PIC 9(09)V99 VALUE ZERO.
027800
027810*-----------------------------------------------------------------
027820* DEPARTMENT CONTROL-BREAK WORK. THE REPORT PRINTS IN DEPARTMENT
027830* ORDER; AT EACH CHANGE OF DEPARTMENT A SUBTOTAL OF GROSS, TAX
027840* AND NET IS PRINTED AND THESE ACCUMULATORS ARE CLEARED.
027850*-----------------------------------------------------------------
027860 01  WS-PREV-DEPT-CODE           PIC X(04) VALUE LOW-VALUES.
027870 01  WS-DEPT-TOTALS.
027880     05  WS-DEPT-TOTAL-GROSS     PIC 9(09)V99 VALUE ZERO.
027890     05  WS-DEPT-TOTAL-TAX       PIC 9(09)V99 VALUE ZERO.
027900     05  WS-DEPT-TOTAL-NET       PIC 9(09)V99 VALUE ZERO.
027910
027920
027930 01  WS-RPT-COMPANY-HDR.
027940     05  FILLER                  PIC X(20) VALUE
027950             'PAYROLL DATA CENTER'.
027960     05  FILLER                  PIC X(40) VALUE
027970             'EMPLOYEE PAYROLL REPORT'.
027980     05  FILLER                  PIC X(06) VALUE 'PAGE: '.
027990     05  WS-RPT-HDR-PAGE-NO      PIC Z9.
028000     05  FILLER                  PIC X(62) VALUE SPACES.
028010
028020 01  WS-RPT-COLUMN-HEADING       PIC X(102) VALUE
028030     'EMP ID  DEPT  EMPLOYEE NAME                  HOURS   RATE
028040-    '      GROSS         TAX          NET'.
028050
028060 01  WS-RPT-DETAIL-LINE.
028070     05  FILLER                  PIC X(02) VALUE SPACES.
028080     05  WS-RPT-EMP-ID           PIC ZZZZ9.
028090     05  FILLER                  PIC X(03) VALUE SPACES.
028100     05  WS-RPT-DEPT             PIC X(04).
028110     05  FILLER                  PIC X(02) VALUE SPACES.
028120     05  WS-RPT-EMP-NAME         PIC X(30).
028130     05  FILLER                  PIC X(02) VALUE SPACES.
028140     05  WS-RPT-HOURS            PIC ZZZ.99.
028150     05  FILLER                  PIC X(03) VALUE SPACES.
028160     05  WS-RPT-RATE             PIC ZZZZZ.99.
028170     05  FILLER                  PIC X(03) VALUE SPACES.
028180     05  WS-RPT-GROSS            PIC Z,ZZZ,ZZ9.99.
028190     05  FILLER                  PIC X(02) VALUE SPACES.
028200     05  WS-RPT-TAX              PIC Z,ZZZ,ZZ9.99.
028210     05  FILLER                  PIC X(02) VALUE SPACES.
028220     05  WS-RPT-NET              PIC Z,ZZZ,ZZ9.99.
028230
028240 01  WS-RPT-TOTAL-LINE.
028250     05  FILLER                  PIC X(35) VALUE
028260             'GRAND TOTALS'.
028270     05  FILLER                  PIC X(05) VALUE SPACES.
028280     05  WS-RPT-TOT-GROSS        PIC ZZZ,ZZZ,ZZ9.99.
028290     05  FILLER                  PIC X(02) VALUE SPACES.
028300     05  WS-RPT-TOT-TAX          PIC ZZZ,ZZZ,ZZ9.99.
028310     05  FILLER                  PIC X(02) VALUE SPACES.
028320     05  WS-RPT-TOT-NET          PIC ZZZ,ZZZ,ZZ9.99.
028330
028340*-----------------------------------------------------------------
028350* EMPLOYER-COST SUMMARY PRINTED AFTER THE GRAND TOTALS: THE
028360* EMPLOYER FICA, 401K MATCH AND HEALTH SHARE THE COMPANY OWES ON
028370* THE REPORTED WAGES, AND THE TOTAL COST OF PAYROLL (GROSS WAGES
028380* PLUS THOSE EMPLOYER COSTS).
028390*-----------------------------------------------------------------
028400 77  WS-RPT-EMPLOYER-EXTRA       PIC 9(09)V99 VALUE ZERO.
028410 77  WS-RPT-TOTAL-ER-COST        PIC 9(11)V99 VALUE ZERO.
028420 77  WS-RPT-TOTAL-PAY-COST       PIC 9(11)V99 VALUE ZERO.
028430
028440 01  WS-RPT-ER-COST-LINE.
028450     05  FILLER                  PIC X(35) VALUE
028460             'EMPLOYER COSTS (FICA/401K/HEALTH)'.
028470     05  FILLER                  PIC X(05) VALUE SPACES.
028480     05  WS-RPT-ER-COST          PIC ZZZ,ZZZ,ZZ9.99.
028490     05  FILLER                  PIC X(78) VALUE SPACES.
028500
028510 01  WS-RPT-PAY-COST-LINE.
028520     05  FILLER                  PIC X(35) VALUE
028530             'TOTAL COST OF PAYROLL'.
028540     05  FILLER                  PIC X(05) VALUE SPACES.
028550     05  WS-RPT-PAY-COST         PIC ZZZ,ZZZ,ZZ9.99.
028560     05  FILLER                  PIC X(78) VALUE SPACES.
028570
028580 01  WS-RPT-DEPT-TOTAL-LINE.
028590     05  FILLER                  PIC X(06) VALUE ' DEPT '.
028600     05  WS-RPT-DEPT-TOT-CODE    PIC X(04).
028610     05  FILLER                  PIC X(30) VALUE ' SUBTOTALS'.
028620     05  WS-RPT-DEPT-TOT-GROSS   PIC ZZZ,ZZZ,ZZ9.99.
028630     05  FILLER                  PIC X(02) VALUE SPACES.
028640     05  WS-RPT-DEPT-TOT-TAX     PIC ZZZ,ZZZ,ZZ9.99.
028650     05  FILLER                  PIC X(02) VALUE SPACES.
028660     05  WS-RPT-DEPT-TOT-NET     PIC ZZZ,ZZZ,ZZ9.99.
028670
028680*-----------------------------------------------------------------
028690* EARNINGS BREAKDOWN PRINTED UNDER EACH DEPARTMENT SUBTOTAL AND
028700* UNDER THE GRAND TOTALS: BASE PAY (SALARY, STRAIGHT TIME AND
028710* OVERTIME), THEN ONE LINE PER EARNINGS CODE PAID, IN THE GROSS
028720* COLUMN. THE BUCKETS FOLLOW THE EARNINGS-CODE TABLE ENTRIES.
028730*-----------------------------------------------------------------
028740 01  WS-RPT-EARNINGS-TOTALS.
028750     05  WS-RPT-DEPT-BASE        PIC 9(09)V99.
028760     05  WS-RPT-TOT-BASE         PIC 9(11)V99.
028770     05  WS-RPT-DEPT-ERN OCCURS 10 TIMES
028780                                 PIC 9(09)V99.
028790     05  WS-RPT-TOT-ERN OCCURS 10 TIMES
028800                                 PIC 9(11)V99.
028810 77  WS-RPT-EMP-BASE             PIC 9(07)V99 VALUE ZERO.
028820
028830 01  WS-RPT-ERN-LINE.
028840     05  FILLER                  PIC X(08) VALUE SPACES.
028850     05  WS-RPT-ERN-LABEL        PIC X(32).
028860     05  WS-RPT-ERN-AMT          PIC ZZZ,ZZZ,ZZ9.99.
028870     05  FILLER                  PIC X(78) VALUE SPACES.
028880
028890*-----------------------------------------------------------------
028900* PAY STUB (EARNINGS STATEMENT) PRINT LINES. AFTER CALCULATE-
028910* PAYROLL COMPLETES, 4050-PRINT-ALL-PAY-STUBS PRINTS ONE STUB TO
028920* PAYSTUB FOR EVERY EMPLOYEE STAMPED WITH THE RUN'S PAY PERIOD,
028930* SO A RESTARTED RUN REPRODUCES THE WHOLE PERIOD'S STUBS. THE
028940* STRAIGHT-TIME/OVERTIME SPLIT IS CARRIED OUT OF 1900-COMPUTE-
028950* GROSS-PAY IN WS-PAY-SPLIT-WORK SO THE STUB SHOWS BOTH PIECES,
028960* WITH THE SPLIT OF EACH WORKWEEK WHEN PAID FROM TIMECARDS.
028970*-----------------------------------------------------------------
028980 01  WS-PAYHIST-FILE-SW          PIC X(01) VALUE 'N'.
028990     88  WS-PAYHIST-FILE-OPEN        VALUE 'Y'.
029000     88  WS-PAYHIST-FILE-CLOSED      VALUE 'N'.
029010
029020 01  WS-STUB-FILE-SW             PIC X(01) VALUE 'N'.
029030     88  WS-STUB-FILE-OPEN           VALUE 'Y'.
029040     88  WS-STUB-FILE-CLOSED         VALUE 'N'.
029050
029060 01  WS-ADJVOID-FILE-SW          PIC X(01) VALUE 'N'.
029070     88  WS-ADJVOID-FILE-OPEN        VALUE 'Y'.
029080     88  WS-ADJVOID-FILE-CLOSED      VALUE 'N'.
029090
029100 01  WS-PAY-SPLIT-WORK.
029110     05  WS-STRAIGHT-HOURS       PIC 9(03)V99.
029120     05  WS-OVERTIME-HOURS       PIC 9(03)V99.
029130     05  WS-STRAIGHT-PAY         PIC 9(07)V99.
029140     05  WS-OVERTIME-PAY         PIC 9(07)V99.
029150     05  WS-WEEK-SPLIT-COUNT     PIC 9(01).
029160     05  WS-ERN-SPLIT-COUNT      PIC 9(01).
029170     05  WS-WEEK-SPLIT OCCURS 6 TIMES.
029180         10  WS-WK-STRAIGHT-HOURS    PIC 9(03)V99.
029190         10  WS-WK-OVERTIME-HOURS    PIC 9(03)V99.
029200         10  WS-WK-PRIOR-HOURS       PIC 9(03)V99.
029210 77  WS-WK-ROOM                  PIC S9(03)V99 VALUE ZERO.
029220
029230*-----------------------------------------------------------------
029240* GROSS PAY AS STORED ON THE MASTER, SAVED BY THE STUB PASS
029250* BEFORE IT RE-PERFORMS 1900-COMPUTE-GROSS-PAY. WHEN THE
029260* RECOMPUTED GROSS DISAGREES (HOURS OR RATE WERE CHANGED AFTER
029270* THE PERIOD POSTED, E.G. BY A MAINTENANCE TRANSACTION EARLIER
029280* IN A RESTARTED RUN), THE STUB PRINTS THE STORED FIGURES SO IT
029290* STILL RECONCILES WITH THE TAX, DEDUCTIONS AND NET ON FILE.
029300*-----------------------------------------------------------------
029310 77  WS-STORED-GROSS-PAY         PIC 9(07)V99 VALUE ZERO.
029320
029330 01  WS-STUB-STARS               PIC X(80) VALUE ALL '*'.
029340
029350 01  WS-STUB-HEADER.
029360     05  FILLER                  PIC X(21) VALUE
029370             'EARNINGS STATEMENT - '.
029380     05  FILLER                  PIC X(19) VALUE
029390             'PAYROLL DATA CENTER'.
029400     05  FILLER                  PIC X(40) VALUE SPACES.
029410
029420 01  WS-STUB-EMP-LINE.
029430     05  FILLER                  PIC X(10) VALUE 'EMPLOYEE: '.
029440     05  WS-STUB-EMP-ID          PIC ZZZZ9.
029450     05  FILLER                  PIC X(02) VALUE SPACES.
029460     05  WS-STUB-EMP-NAME        PIC X(30).
029470     05  FILLER                  PIC X(33) VALUE SPACES.
029480
029490 01  WS-STUB-STRAIGHT-LINE.
029500     05  FILLER                  PIC X(20) VALUE 'STRAIGHT TIME'.
029510     05  WS-STUB-STR-HOURS       PIC ZZZ.99.
029520     05  FILLER                  PIC X(04) VALUE ' HRS'.
029530     05  FILLER                  PIC X(02) VALUE SPACES.
029540     05  WS-STUB-STR-AMT         PIC Z,ZZZ,ZZ9.99.
029550     05  FILLER                  PIC X(36) VALUE SPACES.
029560
029570 01  WS-STUB-OVERTIME-LINE.
029580     05  FILLER                  PIC X(20) VALUE 'OVERTIME'.
029590     05  WS-STUB-OT-HOURS        PIC ZZZ.99.
029600     05  FILLER                  PIC X(04) VALUE ' HRS'.
029610     05  FILLER                  PIC X(02) VALUE SPACES.
029620     05  WS-STUB-OT-AMT          PIC Z,ZZZ,ZZ9.99.
029630     05  FILLER                  PIC X(36) VALUE SPACES.
029640 01  WS-STUB-WEEK-LINE.
029650     05  FILLER                  PIC X(10) VALUE '  WEEK OF '.
029660     05  WS-STUB-WEEK-MM         PIC 9(02).
029670     05  FILLER                  PIC X(01) VALUE '/'.
029680     05  WS-STUB-WEEK-DD         PIC 9(02).
029690     05  FILLER                  PIC X(01) VALUE '/'.
029700     05  WS-STUB-WEEK-CCYY       PIC 9(04).
029710     05  FILLER                  PIC X(02) VALUE SPACES.
029720     05  WS-STUB-WEEK-HOURS      PIC ZZZ.99.
029730     05  FILLER                  PIC X(04) VALUE ' HRS'.
029740     05  FILLER                  PIC X(03) VALUE SPACES.
029750     05  WS-STUB-WEEK-OT         PIC ZZZ.99.
029760     05  FILLER                  PIC X(07) VALUE ' OT HRS'.
029770     05  FILLER                  PIC X(03) VALUE SPACES.
029780     05  WS-STUB-WEEK-PRIOR      PIC ZZZ.99 BLANK WHEN ZERO.
029790     05  WS-STUB-WEEK-PRIOR-LIT  PIC X(17).
029800     05  FILLER                  PIC X(06) VALUE SPACES.
029810
029820 01  WS-STUB-SALARY-LINE.
029830     05  FILLER                  PIC X(20) VALUE 'SALARY'.
029840     05  FILLER                  PIC X(12) VALUE SPACES.
029850     05  WS-STUB-SALARY-AMT      PIC Z,ZZZ,ZZ9.99.
029860     05  FILLER                  PIC X(36) VALUE SPACES.
029870
029880*-----------------------------------------------------------------
029890* ONE LINE PER EARNINGS CODE PAID, AFTER THE BASE PAY LINES. THE
029900* HOURS PRINT ONLY FOR AN HOURS-BASIS CODE.
029910*-----------------------------------------------------------------
029920 01  WS-STUB-EARNINGS-LINE.
029930     05  WS-STUB-ERN-DESC        PIC X(20).
029940     05  WS-STUB-ERN-HOURS       PIC ZZZ.99 BLANK WHEN ZERO.
029950     05  WS-STUB-ERN-HRS-LIT     PIC X(04).
029960     05  FILLER                  PIC X(02) VALUE SPACES.
029970     05  WS-STUB-ERN-AMT         PIC Z,ZZZ,ZZ9.99.
029980     05  FILLER                  PIC X(36) VALUE SPACES.
029990
030000 01  WS-STUB-GROSS-LINE.
030010     05  FILLER                  PIC X(20) VALUE 'GROSS PAY'.
030020     05  FILLER                  PIC X(12) VALUE SPACES.
030030     05  WS-STUB-GROSS-AMT       PIC Z,ZZZ,ZZ9.99.
030040     05  FILLER                  PIC X(36) VALUE SPACES.
030050
030060 01  WS-STUB-TAX-LINE.
030070     05  FILLER                  PIC X(16) VALUE
030080             'FEDERAL TAX AT  '.
030090     05  WS-STUB-TAX-RATE        PIC 9.999.
030100     05  FILLER                  PIC X(11) VALUE SPACES.
030110     05  WS-STUB-TAX-AMT         PIC Z,ZZZ,ZZ9.99.
030120     05  FILLER                  PIC X(36) VALUE SPACES.
030130
030140*-----------------------------------------------------------------
030150* FEDERAL TAX ON SUPPLEMENTAL WAGES AT THE FLAT RATE, PRINTED
030160* UNDER THE GRADUATED FEDERAL TAX LINE WHEN THE PERIOD HAD ANY.
030170*-----------------------------------------------------------------
030180 01  WS-STUB-SUPP-TAX-LINE.
030190     05  FILLER                  PIC X(17) VALUE
030200             'SUPPL FED TAX AT '.
030210     05  WS-STUB-SUPP-RATE       PIC 9.9999.
030220     05  FILLER                  PIC X(09) VALUE SPACES.
030230     05  WS-STUB-SUPP-AMT        PIC Z,ZZZ,ZZ9.99.
030240     05  FILLER                  PIC X(36) VALUE SPACES.
030250
030260 01  WS-STUB-SS-LINE.
030270     05  FILLER                  PIC X(20) VALUE
030280             'SOCIAL SECURITY'.
030290     05  FILLER                  PIC X(12) VALUE SPACES.
030300     05  WS-STUB-SS-AMT          PIC Z,ZZZ,ZZ9.99.
030310     05  FILLER                  PIC X(36) VALUE SPACES.
030320
030330 01  WS-STUB-MEDICARE-LINE.
030340     05  FILLER                  PIC X(20) VALUE 'MEDICARE'.
030350     05  FILLER                  PIC X(12) VALUE SPACES.
030360     05  WS-STUB-MEDICARE-AMT    PIC Z,ZZZ,ZZ9.99.
030370     05  FILLER                  PIC X(36) VALUE SPACES.
030380
030390 01  WS-STUB-STATE-LINE.
030400     05  FILLER                  PIC X(10) VALUE 'STATE TAX'.
030410     05  WS-STUB-STATE-CODE      PIC X(02).
030420     05  FILLER                  PIC X(20) VALUE SPACES.
030430     05  WS-STUB-STATE-AMT       PIC Z,ZZZ,ZZ9.99.
030440     05  FILLER                  PIC X(36) VALUE SPACES.
030450
030460 01  WS-STUB-HEALTH-LINE.
030470     05  FILLER                  PIC X(20) VALUE 'HEALTH PREMIUM'.
030480     05  FILLER                  PIC X(12) VALUE SPACES.
030490     05  WS-STUB-HEALTH-AMT      PIC Z,ZZZ,ZZ9.99.
030500     05  FILLER                  PIC X(36) VALUE SPACES.
030510
030520 01  WS-STUB-401K-LINE.
030530     05  FILLER                  PIC X(20) VALUE
030540             '401K CONTRIBUTION'.
030550     05  FILLER                  PIC X(12) VALUE SPACES.
030560     05  WS-STUB-401K-AMT        PIC Z,ZZZ,ZZ9.99.
030570     05  FILLER                  PIC X(36) VALUE SPACES.
030580
030590 01  WS-STUB-GARN-LINE.
030600     05  FILLER                  PIC X(20) VALUE 'GARNISHMENT'.
030610     05  FILLER                  PIC X(12) VALUE SPACES.
030620     05  WS-STUB-GARN-AMT        PIC Z,ZZZ,ZZ9.99.
030630     05  FILLER                  PIC X(36) VALUE SPACES.
030640
030650 01  WS-STUB-NET-LINE.
030660     05  FILLER                  PIC X(20) VALUE 'NET PAY'.
030670     05  FILLER                  PIC X(12) VALUE SPACES.
030680     05  WS-STUB-NET-AMT         PIC Z,ZZZ,ZZ9.99.
030690     05  FILLER                  PIC X(36) VALUE SPACES.
030700
030710 01  WS-STUB-YTD-LINE.
030720     05  FILLER                  PIC X(04) VALUE 'YTD '.
030730     05  WS-STUB-YTD-LABEL       PIC X(16).
030740     05  FILLER                  PIC X(10) VALUE SPACES.
030750     05  WS-STUB-YTD-AMT         PIC ZZZ,ZZZ,ZZ9.99.
030760     05  FILLER                  PIC X(36) VALUE SPACES.
030770*-----------------------------------------------------------------
030780* PAID TIME OFF HOURS, UNDER THE YEAR-TO-DATE LINES: THE HOURS
030790* ACCRUED AND USED BY THE RUN AND THE BALANCE LEFT AFTER IT.
030800*-----------------------------------------------------------------
030810 01  WS-STUB-PTO-LINE.
030820     05  FILLER                  PIC X(04) VALUE 'PTO '.
030830     05  WS-STUB-PTO-LABEL       PIC X(16).
030840     05  FILLER                  PIC X(12) VALUE SPACES.
030850     05  WS-STUB-PTO-HOURS       PIC ZZ,ZZ9.99.
030860     05  FILLER                  PIC X(04) VALUE ' HRS'.
030870     05  FILLER                  PIC X(35) VALUE SPACES.
030880
030890*-----------------------------------------------------------------
030900* DIRECT-DEPOSIT (ACH) OUTPUT RECORDS. THE BATCH RUN WRITES ONE
030910* 'D' DETAIL PER PAID EMPLOYEE WITH BANK INFORMATION ON FILE,
030920* THEN ONE 'T' TRAILER CARRYING THE DETAIL COUNT AND TOTAL NET
030930* PAY SO THE BANK CAN BALANCE THE FILE BEFORE POSTING IT.
030940* EMPLOYEES WITHOUT A ROUTING NUMBER STAY ON MANUAL CHECKS AND
030950* ARE LEFT OFF THE FILE.
030960*-----------------------------------------------------------------
030970 01  WS-ACH-DETAIL.
030980     05  FILLER                  PIC X(01) VALUE 'D'.
030990     05  WS-ACH-DET-EMP-ID       PIC 9(05).
031000     05  WS-ACH-DET-ROUTING      PIC 9(09).
031010     05  WS-ACH-DET-ACCOUNT      PIC X(17).
031020     05  WS-ACH-DET-NET-PAY      PIC 9(07)V99.
031030     05  WS-ACH-DET-ENTRY-TYPE   PIC X(01) VALUE SPACE.
031040         88  WS-ACH-DET-CREDIT         VALUE SPACE.
031050         88  WS-ACH-DET-PRENOTE        VALUE 'P'.
031060     05  FILLER                  PIC X(38) VALUE SPACES.
031070
031080*-----------------------------------------------------------------
031090* THE TRAILER COUNT AND NET ARE THE PAY CREDITS ONLY; ZERO-DOLLAR
031100* PRENOTE DETAILS ('P' ENTRY TYPE) ARE COUNTED SEPARATELY.
031110*-----------------------------------------------------------------
031120 01  WS-ACH-TRAILER.
031130     05  FILLER                  PIC X(01) VALUE 'T'.
031140     05  WS-ACH-TRL-COUNT        PIC 9(07).
031150     05  WS-ACH-TRL-NET-PAY      PIC 9(11)V99.
031160     05  WS-ACH-TRL-PRENOTE-COUNT
031170                                 PIC 9(07).
031180     05  FILLER                  PIC X(52) VALUE SPACES.
031190
031200 01  WS-ACH-TOTALS.
031210     05  WS-ACH-DETAIL-COUNT     PIC 9(07) VALUE ZERO.
031220     05  WS-ACH-TOTAL-NET        PIC 9(11)V99 VALUE ZERO.
031230     05  WS-ACH-PRENOTE-COUNT    PIC 9(07) VALUE ZERO.
031240
031250*-----------------------------------------------------------------
031260* MANUAL CHECK PRINTING. EMPLOYEES STAMPED WITH THE RUN'S PAY
031270* PERIOD BUT CARRYING NO USABLE ROUTING NUMBER, OR WITH A BANK
031280* ACCOUNT CHANGE NOT YET IN EFFECT, ARE LEFT OFF
031290* ACHFILE, SO 4600-WRITE-MANUAL-CHECKS PAYS THEM BY PRINTED
031300* CHECK: ONE CHECK FACE AND STUB PER EMPLOYEE ON CHKPRINT, A
031310* REGISTER ON CHKREG WITH THE STARTING AND ENDING NUMBERS AND
031320* TOTAL AMOUNT, AND ONE POSITIVE-PAY DETAIL PER CHECK ON POSPAY
031330* SO THE BANK REFUSES ANY CHECK IT WAS NOT TOLD ABOUT. THE NEXT
031340* CHECK NUMBER IS CARRIED ACROSS RUNS ON CHKNUM. THE ACH TRAILER
031350* NET PLUS THE REGISTER TOTAL EQUALS THE PERIOD'S GL CASH CREDIT.
031360*-----------------------------------------------------------------
031370 77  WS-NEXT-CHECK-NO            PIC 9(08) VALUE ZERO.
031380 77  WS-FIRST-CHECK-NO           PIC 9(08) VALUE ZERO.
031390 77  WS-LAST-CHECK-NO            PIC 9(08) VALUE ZERO.
031400
031410 01  WS-CHECK-TOTALS.
031420     05  WS-CHECK-COUNT          PIC 9(07) VALUE ZERO.
031430     05  WS-CHECK-TOTAL-NET      PIC 9(11)V99 VALUE ZERO.
031440
031450 01  WS-CHECK-STARS              PIC X(80) VALUE ALL '*'.
031460
031470 01  WS-CHECK-BANK-LINE.
031480     05  FILLER                  PIC X(20) VALUE
031490             'PAYROLL DATA CENTER'.
031500     05  FILLER                  PIC X(22) VALUE
031510             'PAYROLL CHECKING ACCT'.
031520     05  FILLER                  PIC X(10) VALUE 'CHECK NO: '.
031530     05  WS-CHECK-FACE-NO        PIC 9(08).
031540     05  FILLER                  PIC X(20) VALUE SPACES.
031550
031560 01  WS-CHECK-PERIOD-LINE.
031570     05  FILLER                  PIC X(12) VALUE 'PAY PERIOD: '.
031580     05  WS-CHECK-FACE-PERIOD    PIC X(08).
031590     05  FILLER                  PIC X(60) VALUE SPACES.
031600
031610 01  WS-CHECK-PAYEE-LINE.
031620     05  FILLER                  PIC X(20) VALUE
031630             'PAY TO THE ORDER OF '.
031640     05  WS-CHECK-PAYEE-NAME     PIC X(30).
031650     05  FILLER                  PIC X(02) VALUE SPACES.
031660     05  FILLER                  PIC X(01) VALUE '$'.
031670     05  WS-CHECK-FACE-AMOUNT    PIC Z,ZZZ,ZZ9.99.
031680     05  FILLER                  PIC X(15) VALUE SPACES.
031690
031700 01  WS-CHECK-AMOUNT-LINE.
031710     05  FILLER                  PIC X(20) VALUE 'AMOUNT'.
031720     05  WS-CHECK-PROT-AMOUNT    PIC $*,***,**9.99.
031730     05  FILLER                  PIC X(47) VALUE SPACES.
031740
031750 01  WS-REG-HDR.
031760     05  FILLER                  PIC X(20) VALUE
031770             'PAYROLL DATA CENTER'.
031780     05  FILLER                  PIC X(26) VALUE
031790             'MANUAL CHECK REGISTER'.
031800     05  FILLER                  PIC X(12) VALUE 'PAY PERIOD: '.
031810     05  WS-REG-HDR-PERIOD       PIC X(08).
031820     05  FILLER                  PIC X(66) VALUE SPACES.
031830
031840 01  WS-REG-COLUMN-HEADING       PIC X(74) VALUE
031850     'CHECK NO   EMP ID  EMPLOYEE NAME
031860-    '       NET PAY'.
031870
031880 01  WS-REG-DETAIL-LINE.
031890     05  WS-REG-CHECK-NO         PIC 9(08).
031900     05  FILLER                  PIC X(03) VALUE SPACES.
031910     05  WS-REG-EMP-ID           PIC ZZZZ9.
031920     05  FILLER                  PIC X(03) VALUE SPACES.
031930     05  WS-REG-EMP-NAME         PIC X(30).
031940     05  FILLER                  PIC X(02) VALUE SPACES.
031950     05  WS-REG-NET-PAY          PIC Z,ZZZ,ZZ9.99.
031960     05  FILLER                  PIC X(69) VALUE SPACES.
031970
031980 01  WS-REG-RANGE-LINE.
031990     05  FILLER                  PIC X(16) VALUE
032000             'STARTING CHECK: '.
032010     05  WS-REG-START-NO         PIC 9(08).
032020     05  FILLER                  PIC X(16) VALUE
032030             '  ENDING CHECK: '.
032040     05  WS-REG-END-NO           PIC 9(08).
032050     05  FILLER                  PIC X(84) VALUE SPACES.
032060
032070 01  WS-REG-TOTAL-LINE.
032080     05  FILLER                  PIC X(16) VALUE
032090             'CHECKS WRITTEN: '.
032100     05  WS-REG-TOT-COUNT        PIC ZZZZZZ9.
032110     05  FILLER                  PIC X(16) VALUE
032120             '  TOTAL AMOUNT: '.
032130     05  WS-REG-TOT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
032140     05  FILLER                  PIC X(79) VALUE SPACES.
032150
032160 01  WS-POSPAY-DETAIL.
032170     05  FILLER                  PIC X(01) VALUE 'D'.
032180     05  WS-POS-CHECK-NO         PIC 9(08).
032190     05  WS-POS-EMP-ID           PIC 9(05).
032200     05  WS-POS-AMOUNT           PIC 9(07)V99.
032210     05  WS-POS-PERIOD           PIC X(08).
032220     05  WS-POS-PAYEE-NAME       PIC X(30).
032230     05  WS-POS-CHECK-DATE       PIC 9(08).
032240     05  FILLER                  PIC X(11) VALUE SPACES.
032250
032260 01  WS-POSPAY-TRAILER.
032270     05  FILLER                  PIC X(01) VALUE 'T'.
032280     05  WS-POS-TRL-COUNT        PIC 9(07).
032290     05  WS-POS-TRL-AMOUNT       PIC 9(11)V99.
032300     05  WS-POS-TRL-RUN-ID       PIC X(08).
032310     05  FILLER                  PIC X(51) VALUE SPACES.
032320
032330*-----------------------------------------------------------------
032340* PARM AREA PASSED IN FROM THE JCL EXEC STATEMENT. THE OPERATING
032350* SYSTEM PLACES A HALFWORD PARM LENGTH AHEAD OF THE PARM TEXT
032360* ITSELF; 0100-DETERMINE-RUN-MODE USES THE LENGTH SO ONLY THE
032370* TEXT ACTUALLY SUPPLIED ON THE EXEC STATEMENT IS EXAMINED.
032380*-----------------------------------------------------------------
032390 LINKAGE SECTION.
032400 01  LS-PARM-AREA.
032410     05  LS-PARM-LENGTH          PIC S9(04) COMP.
032420     05  LS-PARM-TEXT            PIC X(20).
032430
032440 PROCEDURE DIVISION USING LS-PARM-AREA.
032450
032460 Main-Program.
032470     PERFORM 1000-OPEN-EMPLOYEE-MASTER
032480     PERFORM 0100-DETERMINE-RUN-MODE
032490     PERFORM 0150-ESTABLISH-OPERATOR-ID
032500     PERFORM 0160-ESTABLISH-PAY-PERIOD
032510*-----------------------------------------------------------------
032520* A RUN THAT CALCULATES PAY NEEDS THE PERIOD'S RATES BEFORE IT
032530* TOUCHES ANYTHING, AND YEAR-END AND THE LEAVE LIABILITY RUN NEED
032540* ITS PAID TIME OFF TIERS AND STANDARD HOURS. QUARTER-END ONLY
032550* REPORTS FIGURES ALREADY ON THE MASTER, SO IT RUNS WITHOUT A
032560* PARAMETER SET.
032570*-----------------------------------------------------------------
032580     IF WS-BATCH-MODE OR WS-ADJUST-MODE OR WS-INTERACTIVE-MODE
032590        OR WS-YREND-MODE OR WS-PTOLIAB-MODE
032600         PERFORM 0200-LOAD-PARAMETERS THRU 0200-EXIT
032610         IF NOT WS-PARM-LOAD-OK
032620             MOVE 8 TO RETURN-CODE
032630             PERFORM 9000-CLOSE-EMPLOYEE-MASTER
032640             STOP RUN
032650         END-IF
032660     END-IF
032670     PERFORM 1060-OPEN-AUDIT-LOG
032680     EVALUATE TRUE
032690         WHEN WS-BATCH-MODE
032700             PERFORM 5000-BATCH-PROCESSING THRU 5000-EXIT
032710         WHEN WS-QTREND-MODE
032720             PERFORM 6000-QUARTER-END THRU 6000-EXIT
032730         WHEN WS-YREND-MODE
032740             PERFORM 6500-YEAR-END THRU 6500-EXIT
032750         WHEN WS-ADJUST-MODE
032760             PERFORM 7000-ADJUSTMENT-RUN THRU 7000-EXIT
032770         WHEN WS-PTOLIAB-MODE
032780             PERFORM 6200-LEAVE-LIABILITY THRU 6200-EXIT
032790         WHEN OTHER
032800             PERFORM Until-Exit-Loop
032810     END-EVALUATE
032820     PERFORM 9000-CLOSE-EMPLOYEE-MASTER
032830     PERFORM 9010-CLOSE-AUDIT-LOG
032840     STOP RUN.
032850
032860*-----------------------------------------------------------------
032870* A JCL EXEC PARM OF 'BATCH' DRIVES UNATTENDED PROCESSING OF
032880* TRANFILE, 'QTREND' PRINTS THE QUARTERLY WAGE/TAX REPORT, AND
032890* 'YREND' RUNS YEAR-END W-2 EXTRACT AND ROLLOVER, AND 'PTOLIAB'
032900* PRINTS THE MONTH'S ACCRUED LEAVE LIABILITY. ANY OTHER PARM, OR
032910* NO PARM AT ALL, LEAVES THE PROGRAM INTERACTIVE.
032920*-----------------------------------------------------------------
032930 0100-DETERMINE-RUN-MODE.
032940     MOVE SPACES TO WS-PARM-DATA
032950     IF LS-PARM-LENGTH > ZERO
032960         MOVE LS-PARM-TEXT(1:LS-PARM-LENGTH) TO WS-PARM-DATA
032970     END-IF
032980     EVALUATE TRUE
032990         WHEN WS-PARM-DATA(1:5) = 'BATCH'
033000             SET WS-BATCH-MODE TO TRUE
033010         WHEN WS-PARM-DATA(1:6) = 'QTREND'
033020             SET WS-QTREND-MODE TO TRUE
033030         WHEN WS-PARM-DATA(1:5) = 'YREND'
033040             SET WS-YREND-MODE TO TRUE
033050         WHEN WS-PARM-DATA(1:6) = 'ADJUST'
033060             SET WS-ADJUST-MODE TO TRUE
033070         WHEN WS-PARM-DATA(1:7) = 'PTOLIAB'
033080             SET WS-PTOLIAB-MODE TO TRUE
033090         WHEN OTHER
033100             SET WS-INTERACTIVE-MODE TO TRUE
033110     END-EVALUATE.
033120
033130*-----------------------------------------------------------------
033140* THE OPERATOR ID IS RECORDED ON EVERY AUDIT LOG ENTRY. AN
033150* INTERACTIVE OPERATOR KEYS ONE IN AT STARTUP; A BATCH RUN HAS NO
033160* OPERATOR PRESENT, SO IT IS IDENTIFIED AS THE BATCH RUN ITSELF.
033170*-----------------------------------------------------------------
033180 0150-ESTABLISH-OPERATOR-ID.
033190     EVALUATE TRUE
033200         WHEN WS-BATCH-MODE
033210             MOVE "BATCH"  TO WS-OPERATOR-ID
033220         WHEN WS-QTREND-MODE
033230             MOVE "QTREND" TO WS-OPERATOR-ID
033240         WHEN WS-YREND-MODE
033250             MOVE "YREND"  TO WS-OPERATOR-ID
033260         WHEN WS-ADJUST-MODE
033270             MOVE "ADJUST" TO WS-OPERATOR-ID
033280         WHEN WS-PTOLIAB-MODE
033290             MOVE "PTOLIAB" TO WS-OPERATOR-ID
033300         WHEN OTHER
033310             DISPLAY "Enter Operator ID: "
033320             ACCEPT WS-OPERATOR-ID
033330     END-EVALUATE.
033340
033350*-----------------------------------------------------------------
033360* ESTABLISH THE PAY PERIOD (YYYYMM), RUN SEQUENCE AND PAY CYCLE
033370* THIS RUN WORKS WITH. BATCH RUNS TAKE THEM FROM
033380* PARM='BATCH,YYYYMM,SS,C' (SEQUENCE AND CYCLE OPTIONAL);
033390* QUARTER-END, YEAR-END, LEAVE LIABILITY AND ADJUSTMENT RUNS
033400* TAKE THE PERIOD AFTER THEIR MODE WORD (ADJUSTMENT ALSO A
033410* SEQUENCE); AN INTERACTIVE OPERATOR IS PROMPTED FOR ALL THREE.
033420* WHEN NOTHING SUPPLIES A USABLE PERIOD THE CURRENT YEAR AND
033430* MONTH ARE USED, WITH SEQUENCE 01 AND CYCLE M. THE PERIOD'S
033440* MONTH ALSO FIXES THE CALENDAR QUARTER THE RUN POSTS OR REPORTS.
033450*-----------------------------------------------------------------
033460 0160-ESTABLISH-PAY-PERIOD.
033470     MOVE SPACES TO WS-PAY-PERIOD
033480     MOVE '01'   TO WS-PAY-SEQ
033490     MOVE 'M'    TO WS-PAY-CYCLE
033500     EVALUATE TRUE
033510         WHEN WS-BATCH-MODE
033520             IF WS-PARM-DATA(7:6) NUMERIC
033530                 MOVE WS-PARM-DATA(7:6) TO WS-PAY-PERIOD
033540             END-IF
033550             IF WS-PARM-DATA(14:2) NUMERIC
033560                 MOVE WS-PARM-DATA(14:2) TO WS-PAY-SEQ
033570             END-IF
033580             IF WS-PARM-DATA(17:1) = 'M' OR 'W' OR 'B'
033590                 MOVE WS-PARM-DATA(17:1) TO WS-PAY-CYCLE
033600             END-IF
033610         WHEN WS-QTREND-MODE
033620             IF WS-PARM-DATA(8:6) NUMERIC
033630                 MOVE WS-PARM-DATA(8:6) TO WS-PAY-PERIOD
033640             END-IF
033650         WHEN WS-YREND-MODE
033660             IF WS-PARM-DATA(7:6) NUMERIC
033670                 MOVE WS-PARM-DATA(7:6) TO WS-PAY-PERIOD
033680             END-IF
033690         WHEN WS-ADJUST-MODE
033700             IF WS-PARM-DATA(8:6) NUMERIC
033710                 MOVE WS-PARM-DATA(8:6) TO WS-PAY-PERIOD
033720             END-IF
033730             IF WS-PARM-DATA(15:2) NUMERIC
033740                 MOVE WS-PARM-DATA(15:2) TO WS-PAY-SEQ
033750             END-IF
033760         WHEN WS-PTOLIAB-MODE
033770             IF WS-PARM-DATA(9:6) NUMERIC
033780                 MOVE WS-PARM-DATA(9:6) TO WS-PAY-PERIOD
033790             END-IF
033800         WHEN OTHER
033810             DISPLAY "Enter Pay Period (YYYYMM, blank for "
033820                 "current): "
033830             ACCEPT WS-PAY-PERIOD
033840             DISPLAY "Enter Run Sequence within month "
033850                 "(01-99, blank for 01): "
033860             ACCEPT WS-PAY-SEQ
033870             IF WS-PAY-SEQ NOT NUMERIC
033880                 MOVE '01' TO WS-PAY-SEQ
033890             END-IF
033900             DISPLAY "Enter Pay Cycle (M/W/B, blank for M): "
033910             ACCEPT WS-PAY-CYCLE
033920             IF WS-PAY-CYCLE NOT = 'W' AND
033930                WS-PAY-CYCLE NOT = 'B'
033940                 MOVE 'M' TO WS-PAY-CYCLE
033950             END-IF
033960     END-EVALUATE
033970     IF WS-PAY-PERIOD NOT NUMERIC
033980         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
033990         MOVE WS-CURRENT-DATE(1:6) TO WS-PAY-PERIOD
034000     END-IF
034010     MOVE WS-PAY-PERIOD(5:2) TO WS-PERIOD-MONTH
034020     IF WS-PERIOD-MONTH < 01 OR WS-PERIOD-MONTH > 12
034030         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
034040         MOVE WS-CURRENT-DATE(1:6) TO WS-PAY-PERIOD
034050         MOVE WS-PAY-PERIOD(5:2) TO WS-PERIOD-MONTH
034060     END-IF
034070     COMPUTE WS-CURRENT-QUARTER = (WS-PERIOD-MONTH + 2) / 3
034080     DISPLAY "Pay period for this run: " WS-PAY-PERIOD
034090         " run " WS-PAY-SEQ " cycle " WS-PAY-CYCLE.
034100
034110*-----------------------------------------------------------------
034120* LOAD THE PAYROLL RATES AND LIMITS FROM PARMFILE. PASS ONE
034130* FINDS THE LATEST EFFECTIVE PERIOD AT OR BEFORE THE RUN'S PAY
034140* PERIOD; PASS TWO LOADS THAT SET'S RATE RECORD AND FIVE TAX
034150* BRACKETS OVER THE WORKING-STORAGE FIELDS THE CALCULATION
034160* USES. ANYTHING SHORT OF A COMPLETE SET LEAVES WS-PARM-LOAD-OK
034170* OFF AND THE CALLER ENDS THE RUN RC=8 -- A RUN MUST NEVER PAY
034180* ON RATES FOR THE WRONG PERIOD.
034190*-----------------------------------------------------------------
034200 0200-LOAD-PARAMETERS.
034210     MOVE 'N' TO WS-PARM-LOAD-SW
034220     MOVE 'N' TO WS-PARM-RATES-SEEN-SW
034230     MOVE SPACES TO WS-PARM-BEST-PERIOD
034240     MOVE ZERO TO WS-PARM-BRACKET-COUNT
034250     MOVE 'N' TO WS-PARM-FICA-SEEN-SW
034260     INITIALIZE FS-BRACKET-TABLE
034270     INITIALIZE STATE-TAX-TABLE
034280     MOVE ZERO TO WS-STATE-COUNT
034290     INITIALIZE LEAVE-TIER-TABLE
034300     MOVE ZERO TO WS-LEAVE-TIER-COUNT
034310     INITIALIZE GARN-LIMIT-TABLE
034320     MOVE ZERO TO WS-GARN-LIMIT-COUNT
034330     OPEN INPUT PARAMETER-FILE
034340     IF NOT WS-PARMFILE-OK
034350         DISPLAY "Unable to open parameter file, status "
034360             WS-PARMFILE-STATUS
034370         GO TO 0200-EXIT
034380     END-IF
034390     PERFORM 0210-FIND-BEST-PERIOD THRU 0210-EXIT
034400     CLOSE PARAMETER-FILE
034410     IF WS-PARM-BEST-PERIOD = SPACES
034420         DISPLAY "No parameter set on PARMFILE covers pay "
034430             "period " WS-PAY-PERIOD "."
034440         GO TO 0200-EXIT
034450     END-IF
034460     OPEN INPUT PARAMETER-FILE
034470     IF NOT WS-PARMFILE-OK
034480         DISPLAY "Unable to reopen parameter file, status "
034490             WS-PARMFILE-STATUS
034500         GO TO 0200-EXIT
034510     END-IF
034520     PERFORM 0220-LOAD-BEST-SET THRU 0220-EXIT
034530     CLOSE PARAMETER-FILE
034540     IF NOT WS-PARM-RATES-SEEN
034550         DISPLAY "Parameter set " WS-PARM-BEST-PERIOD
034560             " has no rate record."
034570         GO TO 0200-EXIT
034580     END-IF
034590     IF WS-PARM-BRACKET-COUNT NOT = 5
034600         DISPLAY "Parameter set " WS-PARM-BEST-PERIOD
034610             " has " WS-PARM-BRACKET-COUNT
034620             " tax brackets; 5 required."
034630         GO TO 0200-EXIT
034640     END-IF
034650     IF NOT WS-PARM-FICA-SEEN
034660         DISPLAY "Parameter set " WS-PARM-BEST-PERIOD
034670             " has no statutory withholding record."
034680         GO TO 0200-EXIT
034690     END-IF
034700     SET WS-PARM-LOAD-OK TO TRUE
034710     DISPLAY "Payroll parameters effective " WS-PARM-BEST-PERIOD
034720         " loaded.".
034730 0200-EXIT.
034740     EXIT.
034750
034760 0210-FIND-BEST-PERIOD.
034770     READ PARAMETER-FILE
034780         AT END
034790             GO TO 0210-EXIT
034800     END-READ
034810     IF PRM-RATE-SET
034820        AND PRM-EFFECTIVE-PERIOD NUMERIC
034830        AND PRM-EFFECTIVE-PERIOD NOT GREATER THAN WS-PAY-PERIOD
034840        AND PRM-EFFECTIVE-PERIOD GREATER THAN WS-PARM-BEST-PERIOD
034850         MOVE PRM-EFFECTIVE-PERIOD TO WS-PARM-BEST-PERIOD
034860     END-IF
034870     GO TO 0210-FIND-BEST-PERIOD.
034880 0210-EXIT.
034890     EXIT.
034900
034910 0220-LOAD-BEST-SET.
034920     READ PARAMETER-FILE
034930         AT END
034940             GO TO 0220-EXIT
034950     END-READ
034960     IF PRM-EFFECTIVE-PERIOD NOT = WS-PARM-BEST-PERIOD
034970         GO TO 0220-LOAD-BEST-SET
034980     END-IF
034990     EVALUATE TRUE
035000         WHEN PRM-RATE-SET
035010             MOVE PRM-HEALTH-PREMIUM  TO WS-HEALTH-PREMIUM
035020             MOVE PRM-ER-HEALTH-SHARE TO WS-EMPLOYER-HEALTH-SHARE
035030             MOVE PRM-401K-PERCENT    TO WS-401K-PERCENT
035040             MOVE PRM-ER-FICA-RATE    TO WS-EMPLOYER-FICA-RATE
035050             MOVE PRM-MIN-HOURLY-RATE TO WS-MIN-HOURLY-RATE
035060             MOVE PRM-MAX-HOURLY-RATE TO WS-MAX-HOURLY-RATE
035070             MOVE PRM-STANDARD-HOURS
035080                 TO WS-STANDARD-HOURS-PER-WEEK
035090             MOVE PRM-OT-MULTIPLIER   TO WS-OVERTIME-MULTIPLIER
035100             IF PRM-WORKWEEK-START-DAY NUMERIC
035110                AND PRM-WORKWEEK-START-DAY > ZERO
035120                AND PRM-WORKWEEK-START-DAY < 8
035130                 MOVE PRM-WORKWEEK-START-DAY
035140                     TO WS-WORKWEEK-START-DAY
035150             ELSE
035160                 MOVE 1 TO WS-WORKWEEK-START-DAY
035170             END-IF
035180             IF PRM-PRENOTE-DAYS NUMERIC
035190                 MOVE PRM-PRENOTE-DAYS TO WS-PRENOTE-WAIT-DAYS
035200             ELSE
035210                 MOVE 10 TO WS-PRENOTE-WAIT-DAYS
035220             END-IF
035230             SET WS-PARM-RATES-SEEN TO TRUE
035240         WHEN PRM-TAX-BRACKET
035250             PERFORM 0230-LOAD-FEDERAL-BRACKET THRU 0230-EXIT
035260         WHEN PRM-WITHHOLDING
035270             MOVE PRF-SS-RATE        TO WS-SS-RATE
035280             MOVE PRF-SS-WAGE-BASE   TO WS-SS-WAGE-BASE
035290             MOVE PRF-MEDICARE-RATE  TO WS-MEDICARE-RATE
035300             MOVE PRF-ADDL-MEDICARE-RATE
035310                 TO WS-ADDL-MEDICARE-RATE
035320             MOVE PRF-ADDL-MEDICARE-LIMIT
035330                 TO WS-ADDL-MEDICARE-THRESHOLD
035340             IF PRF-SUPPLEMENTAL-RATE NUMERIC
035350                 MOVE PRF-SUPPLEMENTAL-RATE
035360                     TO WS-SUPPLEMENTAL-RATE
035370             END-IF
035380             SET WS-PARM-FICA-SEEN TO TRUE
035390         WHEN PRM-STATE-BRACKET
035400             PERFORM 0240-LOAD-STATE-BRACKET THRU 0240-EXIT
035410         WHEN PRM-EARNINGS-CODE
035420             PERFORM 0250-LOAD-EARNINGS-CODE THRU 0250-EXIT
035430         WHEN PRM-LEAVE-TIER
035440             PERFORM 0260-LOAD-LEAVE-TIER THRU 0260-EXIT
035450         WHEN PRM-GARN-LIMIT
035460             PERFORM 0270-LOAD-GARN-LIMIT THRU 0270-EXIT
035470         WHEN PRM-401K-LIMIT
035480             PERFORM 0280-LOAD-401K-LIMITS THRU 0280-EXIT
035490         WHEN OTHER
035500             CONTINUE
035510     END-EVALUATE
035520     GO TO 0220-LOAD-BEST-SET.
035530 0220-EXIT.
035540     EXIT.
035550
035560*-----------------------------------------------------------------
035570* PLACE ONE FEDERAL 'B' BRACKET IN THE SCHEDULE FOR ITS FILING
035580* STATUS. A BLANK OR 'S' STATUS IS THE SINGLE SCHEDULE, COUNTED
035590* TOWARD THE FIVE A SET REQUIRES; AN UNKNOWN STATUS IS IGNORED.
035600*-----------------------------------------------------------------
035610 0230-LOAD-FEDERAL-BRACKET.
035620     IF PRB-BRACKET-NO NOT NUMERIC
035630        OR PRB-BRACKET-NO < 1
035640        OR PRB-BRACKET-NO > 5
035650         GO TO 0230-EXIT
035660     END-IF
035670     EVALUATE PRB-FILING-STATUS
035680         WHEN SPACE
035690         WHEN 'S'
035700             SET TB-IDX TO PRB-BRACKET-NO
035710             MOVE PRB-LOW-LIMIT  TO TB-LOW-LIMIT(TB-IDX)
035720             MOVE PRB-HIGH-LIMIT TO TB-HIGH-LIMIT(TB-IDX)
035730             MOVE PRB-RATE       TO TB-RATE(TB-IDX)
035740             ADD 1 TO WS-PARM-BRACKET-COUNT
035750             GO TO 0230-EXIT
035760         WHEN 'M'
035770             SET FS-IDX TO 1
035780         WHEN 'H'
035790             SET FS-IDX TO 2
035800         WHEN OTHER
035810             GO TO 0230-EXIT
035820     END-EVALUATE
035830     SET FSB-IDX TO PRB-BRACKET-NO
035840     MOVE PRB-LOW-LIMIT  TO FSB-LOW-LIMIT(FS-IDX FSB-IDX)
035850     MOVE PRB-HIGH-LIMIT TO FSB-HIGH-LIMIT(FS-IDX FSB-IDX)
035860     MOVE PRB-RATE       TO FSB-RATE(FS-IDX FSB-IDX)
035870     ADD 1 TO FS-BRACKET-COUNT(FS-IDX).
035880 0230-EXIT.
035890     EXIT.
035900
035910*-----------------------------------------------------------------
035920* PLACE ONE 'S' BRACKET IN ITS STATE'S ENTRY, OPENING A NEW
035930* ENTRY THE FIRST TIME A STATE CODE IS SEEN. A STATE BEYOND THE
035940* TABLE'S CAPACITY IS REPORTED AND NOT WITHHELD.
035950*-----------------------------------------------------------------
035960 0240-LOAD-STATE-BRACKET.
035970     IF PRS-STATE-CODE = SPACES
035980        OR PRS-BRACKET-NO NOT NUMERIC
035990        OR PRS-BRACKET-NO < 1
036000        OR PRS-BRACKET-NO > 5
036010         GO TO 0240-EXIT
036020     END-IF
036030     MOVE 'N' TO WS-STATE-FOUND-SW
036040     PERFORM 0245-MATCH-STATE THRU 0245-EXIT
036050         VARYING ST-IDX FROM 1 BY 1
036060         UNTIL ST-IDX > WS-STATE-COUNT OR WS-STATE-FOUND
036070     IF WS-STATE-FOUND
036080         SET ST-IDX DOWN BY 1
036090     ELSE
036100         IF WS-STATE-COUNT NOT < WS-STATE-MAX
036110             DISPLAY "State table full; state " PRS-STATE-CODE
036120                 " not loaded."
036130             GO TO 0240-EXIT
036140         END-IF
036150         ADD 1 TO WS-STATE-COUNT
036160         SET ST-IDX TO WS-STATE-COUNT
036170         MOVE PRS-STATE-CODE TO ST-STATE-CODE(ST-IDX)
036180     END-IF
036190     SET STB-IDX TO PRS-BRACKET-NO
036200     MOVE PRS-LOW-LIMIT  TO STB-LOW-LIMIT(ST-IDX STB-IDX)
036210     MOVE PRS-HIGH-LIMIT TO STB-HIGH-LIMIT(ST-IDX STB-IDX)
036220     MOVE PRS-RATE       TO STB-RATE(ST-IDX STB-IDX)
036230     IF PRS-BRACKET-NO > ST-BRACKET-COUNT(ST-IDX)
036240         MOVE PRS-BRACKET-NO TO ST-BRACKET-COUNT(ST-IDX)
036250     END-IF.
036260 0240-EXIT.
036270     EXIT.
036280
036290 0245-MATCH-STATE.
036300     IF ST-STATE-CODE(ST-IDX) = PRS-STATE-CODE
036310         SET WS-STATE-FOUND TO TRUE
036320     END-IF.
036330 0245-EXIT.
036340     EXIT.
036350
036360*-----------------------------------------------------------------
036370* PLACE ONE 'E' EARNINGS CODE IN THE EARNINGS-CODE TABLE, OVER THE
036380* STANDING ENTRY OF THE SAME CODE OR IN THE NEXT FREE ENTRY. A
036390* CODE WITHOUT A VALID BASIS, OR BEYOND THE TABLE'S CAPACITY, IS
036400* REPORTED AND NOT LOADED. A BLANK EXPENSE ACCOUNT BOOKS TO GROSS
036410* WAGES.
036420*-----------------------------------------------------------------
036430 0250-LOAD-EARNINGS-CODE.
036440     IF PRE-EARNINGS-CODE = SPACES
036450         GO TO 0250-EXIT
036460     END-IF
036470     IF PRE-BASIS NOT = 'A' AND PRE-BASIS NOT = 'H'
036480         DISPLAY "Earnings code " PRE-EARNINGS-CODE
036490             " has no valid basis; not loaded."
036500         GO TO 0250-EXIT
036510     END-IF
036520     MOVE PRE-EARNINGS-CODE TO WS-EC-LOOKUP-CODE
036530     PERFORM 2200-FIND-EARNINGS-CODE THRU 2200-EXIT
036540     IF NOT WS-EC-FOUND
036550         IF WS-EARNINGS-CODE-COUNT NOT < WS-EARNINGS-CODE-MAX
036560             DISPLAY "Earnings code table full; code "
036570                 PRE-EARNINGS-CODE " not loaded."
036580             GO TO 0250-EXIT
036590         END-IF
036600         ADD 1 TO WS-EARNINGS-CODE-COUNT
036610         MOVE WS-EARNINGS-CODE-COUNT TO WS-EC-SUB
036620     END-IF
036630     SET EC-IDX TO WS-EC-SUB
036640     MOVE PRE-EARNINGS-CODE TO EC-CODE(EC-IDX)
036650     MOVE PRE-DESCRIPTION   TO EC-DESCRIPTION(EC-IDX)
036660     MOVE PRE-BASIS         TO EC-BASIS(EC-IDX)
036670     IF PRE-SUPPLEMENTAL = 'Y'
036680         MOVE 'Y' TO EC-SUPPLEMENTAL(EC-IDX)
036690     ELSE
036700         MOVE 'N' TO EC-SUPPLEMENTAL(EC-IDX)
036710     END-IF
036720     IF PRE-RATE-FACTOR NUMERIC
036730         MOVE PRE-RATE-FACTOR TO EC-RATE-FACTOR(EC-IDX)
036740     ELSE
036750         MOVE ZERO TO EC-RATE-FACTOR(EC-IDX)
036760     END-IF
036770     IF PRE-PREMIUM NUMERIC
036780         MOVE PRE-PREMIUM TO EC-PREMIUM(EC-IDX)
036790     ELSE
036800         MOVE ZERO TO EC-PREMIUM(EC-IDX)
036810     END-IF
036820     IF PRE-GL-ACCOUNT = SPACES
036830         MOVE '50100000' TO EC-GL-ACCOUNT(EC-IDX)
036840     ELSE
036850         MOVE PRE-GL-ACCOUNT TO EC-GL-ACCOUNT(EC-IDX)
036860     END-IF.
036870 0250-EXIT.
036880     EXIT.
036890
036900*-----------------------------------------------------------------
036910* PLACE ONE 'L' PAID TIME OFF TIER IN THE NEXT FREE ENTRY OF
036920* LEAVE-TIER-TABLE. A TIER WITHOUT A PAY TYPE OF H OR S, SERVICE
036930* YEARS AND ANNUAL HOURS, OR BEYOND THE TABLE'S CAPACITY, IS
036940* REPORTED AND NOT LOADED.
036950*-----------------------------------------------------------------
036960 0260-LOAD-LEAVE-TIER.
036970     IF (PRL-PAY-TYPE NOT = 'H' AND PRL-PAY-TYPE NOT = 'S')
036980        OR PRL-SERVICE-YEARS NOT NUMERIC
036990        OR PRL-ANNUAL-HOURS NOT NUMERIC
037000         DISPLAY "Leave tier " PRL-PAY-TYPE " " PRL-SERVICE-YEARS
037010             " not valid; not loaded."
037020         GO TO 0260-EXIT
037030     END-IF
037040     IF WS-LEAVE-TIER-COUNT NOT < WS-LEAVE-TIER-MAX
037050         DISPLAY "Leave tier table full; tier " PRL-PAY-TYPE " "
037060             PRL-SERVICE-YEARS " not loaded."
037070         GO TO 0260-EXIT
037080     END-IF
037090     ADD 1 TO WS-LEAVE-TIER-COUNT
037100     SET LT-IDX TO WS-LEAVE-TIER-COUNT
037110     MOVE PRL-PAY-TYPE      TO LT-PAY-TYPE(LT-IDX)
037120     MOVE PRL-SERVICE-YEARS TO LT-SERVICE-YEARS(LT-IDX)
037130     MOVE PRL-ANNUAL-HOURS  TO LT-ANNUAL-HOURS(LT-IDX)
037140     IF PRL-ANNUAL-CAP NUMERIC
037150         MOVE PRL-ANNUAL-CAP TO LT-ANNUAL-CAP(LT-IDX)
037160     ELSE
037170         MOVE WS-LV-NO-LIMIT TO LT-ANNUAL-CAP(LT-IDX)
037180     END-IF
037190     IF PRL-CARRY-LIMIT NUMERIC
037200         MOVE PRL-CARRY-LIMIT TO LT-CARRY-LIMIT(LT-IDX)
037210     ELSE
037220         MOVE WS-LV-NO-LIMIT TO LT-CARRY-LIMIT(LT-IDX)
037230     END-IF.
037240 0260-EXIT.
037250     EXIT.
037260*-----------------------------------------------------------------
037270* LOAD ONE 'G' GARNISHMENT LIMIT RECORD. STATE 'US' OR BLANK
037280* REPLACES THE FEDERAL LIMITS, FIGURE BY FIGURE WHERE CODED; ANY
037290* OTHER STATE TAKES THE NEXT FREE ENTRY OF GARN-LIMIT-TABLE, A
037300* BLANK FIGURE LOADING AS NO STRICTER THAN THE FEDERAL ONE.
037310*-----------------------------------------------------------------
037320 0270-LOAD-GARN-LIMIT.
037330     IF PRG-STATE-CODE = SPACES OR PRG-STATE-CODE = 'US'
037340         IF PRG-CREDITOR-PCT NUMERIC
037350             MOVE PRG-CREDITOR-PCT TO WS-GARN-CREDITOR-PCT
037360         END-IF
037370         IF PRG-EXEMPT-WEEKLY NUMERIC
037380             MOVE PRG-EXEMPT-WEEKLY TO WS-GARN-EXEMPT-WEEKLY
037390         END-IF
037400         IF PRG-SUPPORT-PCT NUMERIC
037410             MOVE PRG-SUPPORT-PCT TO WS-GARN-SUPPORT-PCT
037420         END-IF
037430         GO TO 0270-EXIT
037440     END-IF
037450     IF WS-GARN-LIMIT-COUNT NOT < WS-GARN-LIMIT-MAX
037460         DISPLAY "Garnishment limit table full; state "
037470             PRG-STATE-CODE " not loaded."
037480         GO TO 0270-EXIT
037490     END-IF
037500     ADD 1 TO WS-GARN-LIMIT-COUNT
037510     SET GL-IDX TO WS-GARN-LIMIT-COUNT
037520     MOVE PRG-STATE-CODE TO GL-STATE-CODE(GL-IDX)
037530     IF PRG-CREDITOR-PCT NUMERIC
037540         MOVE PRG-CREDITOR-PCT TO GL-CREDITOR-PCT(GL-IDX)
037550     ELSE
037560         MOVE 9.999 TO GL-CREDITOR-PCT(GL-IDX)
037570     END-IF
037580     IF PRG-EXEMPT-WEEKLY NUMERIC
037590         MOVE PRG-EXEMPT-WEEKLY TO GL-EXEMPT-WEEKLY(GL-IDX)
037600     ELSE
037610         MOVE ZEROS TO GL-EXEMPT-WEEKLY(GL-IDX)
037620     END-IF
037630     IF PRG-SUPPORT-PCT NUMERIC
037640         MOVE PRG-SUPPORT-PCT TO GL-SUPPORT-PCT(GL-IDX)
037650     ELSE
037660         MOVE 9.99 TO GL-SUPPORT-PCT(GL-IDX)
037670     END-IF.
037680 0270-EXIT.
037690     EXIT.
037700
037710*-----------------------------------------------------------------
037720* LOAD THE 'K' 401(K) LIMIT RECORD, FIGURE BY FIGURE WHERE CODED.
037730*-----------------------------------------------------------------
037740 0280-LOAD-401K-LIMITS.
037750     IF PRK-DEFERRAL-LIMIT NUMERIC
037760         MOVE PRK-DEFERRAL-LIMIT TO WS-401K-ANNUAL-LIMIT
037770     END-IF
037780     IF PRK-CATCHUP-LIMIT NUMERIC
037790         MOVE PRK-CATCHUP-LIMIT TO WS-401K-CATCHUP-LIMIT
037800     END-IF.
037810 0280-EXIT.
037820     EXIT.
037830
037840*-----------------------------------------------------------------
037850* OPEN THE MASTER FILE FOR THE DURATION OF THE RUN AND SCAN IT
037860* ONCE TO COUNT THE RECORDS ON FILE AND FIND THE HIGHEST
037870* EMPLOYEE ID, SO NEW HIRES GET HIGHEST-PLUS-ONE AND NEVER
037880* DUPLICATE AN ID PERSISTED BY A PRIOR RUN.
037890*-----------------------------------------------------------------
037900 1000-OPEN-EMPLOYEE-MASTER.
037910     OPEN I-O EMPLOYEE-MASTER-FILE
037920     IF NOT WS-EMPMAST-OK
037930         CLOSE EMPLOYEE-MASTER-FILE
037940         OPEN OUTPUT EMPLOYEE-MASTER-FILE
037950         CLOSE EMPLOYEE-MASTER-FILE
037960         OPEN I-O EMPLOYEE-MASTER-FILE
037970     END-IF
037980     MOVE ZEROS TO WS-MASTER-COUNT WS-HIGHEST-EMPLOYEE-ID
037990     PERFORM 1100-SCAN-EMPLOYEE-MASTER THRU 1100-EXIT.
038000
038010 1100-SCAN-EMPLOYEE-MASTER.
038020     PERFORM 1110-POSITION-MASTER THRU 1110-EXIT
038030     IF WS-MASTER-EOF
038040         GO TO 1100-EXIT
038050     END-IF.
038060 1100-SCAN-LOOP.
038070     PERFORM 1120-READ-NEXT-MASTER THRU 1120-EXIT
038080     IF WS-MASTER-EOF
038090         GO TO 1100-EXIT
038100     END-IF
038110     ADD 1 TO WS-MASTER-COUNT
038120     IF EM-EMPLOYEE-ID > WS-HIGHEST-EMPLOYEE-ID
038130         MOVE EM-EMPLOYEE-ID TO WS-HIGHEST-EMPLOYEE-ID
038140     END-IF
038150     GO TO 1100-SCAN-LOOP.
038160 1100-EXIT.
038170     EXIT.
038180
038190*-----------------------------------------------------------------
038200* POSITION THE MASTER AT ITS FIRST RECORD AHEAD OF A SEQUENTIAL
038210* PASS, AND READ IT FORWARD ONE RECORD AT A TIME. EVERY PASS
038220* (CALCULATE, REPORT, ACH, GL, QUARTER-END, YEAR-END) SHARES
038230* THESE TWO PARAGRAPHS. 1120 ALSO CLEANS UP FIELDS THAT PREDATE
038240* THE CURRENT RECORD LAYOUT: A BLANK STATUS READS AS ACTIVE, A
038250* BLANK DEPARTMENT AS 'GEN', BLANK QUARTER BUCKETS AS ZERO, A
038260* BLANK PAY TYPE AS HOURLY, AND A BLANK SALARY AS ZERO.
038270*-----------------------------------------------------------------
038280 1110-POSITION-MASTER.
038290     MOVE 'N' TO WS-MASTER-EOF-SW
038300     MOVE LOW-VALUES TO EM-EMPLOYEE-ID
038310     START EMPLOYEE-MASTER-FILE KEY IS GREATER THAN EM-EMPLOYEE-ID
038320         INVALID KEY
038330             SET WS-MASTER-EOF TO TRUE
038340     END-START.
038350 1110-EXIT.
038360     EXIT.
038370
038380 1120-READ-NEXT-MASTER.
038390     IF WS-MASTER-EOF
038400         GO TO 1120-EXIT
038410     END-IF
038420     READ EMPLOYEE-MASTER-FILE NEXT RECORD
038430         AT END
038440             SET WS-MASTER-EOF TO TRUE
038450             GO TO 1120-EXIT
038460     END-READ
038470     IF EM-STATUS-CODE = SPACE
038480         MOVE 'A' TO EM-STATUS-CODE
038490     END-IF
038500     IF EM-DEPT-CODE = SPACES
038510         MOVE 'GEN ' TO EM-DEPT-CODE
038520     END-IF
038530     IF EM-QTR-BUCKETS = SPACES
038540         MOVE ZEROS TO EM-QTR-BUCKETS
038550     END-IF
038560     IF EM-PAY-TYPE = SPACE
038570         MOVE 'H' TO EM-PAY-TYPE
038580     END-IF
038590     IF EM-PERIOD-SALARY NOT NUMERIC
038600         MOVE ZEROS TO EM-PERIOD-SALARY
038610     END-IF
038620     IF EM-PAY-CYCLE = SPACE
038630         MOVE 'M' TO EM-PAY-CYCLE
038640     END-IF
038650     PERFORM 1130-DEFAULT-WITHHOLDING THRU 1130-EXIT
038660     PERFORM 1135-DEFAULT-TIMECARD-HOURS THRU 1135-EXIT
038670     PERFORM 1137-DEFAULT-EARNINGS THRU 1137-EXIT
038680     PERFORM 1138-DEFAULT-LEAVE THRU 1138-EXIT
038690     PERFORM 1139-DEFAULT-401K THRU 1139-EXIT
038700     PERFORM 1140-DEFAULT-BANK-CHANGE THRU 1140-EXIT
038710     PERFORM 1141-DEFAULT-LAST-CHECK THRU 1141-EXIT
038720*-----------------------------------------------------------------
038730* A RECORD STAMPED BEFORE RUN SEQUENCES EXISTED WAS PAID BY THE
038740* MONTH'S ONLY RUN, SO ITS BLANK SEQUENCE READS AS 01. THE
038750* PERIOD-PLUS-SEQUENCE VIEW IS REBUILT HERE FOR EVERY PASS'S
038760* GUARDS AND STAMP TESTS.
038770*-----------------------------------------------------------------
038780     IF EM-LAST-PAID-PERIOD = SPACES
038790         MOVE SPACES TO EM-LAST-PAID-SEQ
038800     ELSE
038810         IF EM-LAST-PAID-SEQ NOT NUMERIC
038820             MOVE '01' TO EM-LAST-PAID-SEQ
038830         END-IF
038840     END-IF
038850     MOVE EM-LAST-PAID-PERIOD TO WS-EMP-PAID-PERIOD
038860     MOVE EM-LAST-PAID-SEQ    TO WS-EMP-PAID-SEQ.
038870 1120-EXIT.
038880     EXIT.
038890
038900*-----------------------------------------------------------------
038910* A RECORD WRITTEN BEFORE THE W-4 ELECTIONS AND THE EMPLOYEE
038920* SOCIAL SECURITY, MEDICARE AND STATE FIGURES EXISTED READS AS
038930* SPACES THERE: SINGLE, NOT EXEMPT, NO EXTRA WITHHOLDING, NO
038940* STATE, AND ZERO AMOUNTS. SHARED BY EVERY MASTER READ THAT
038950* FEEDS A CALCULATION OR AN EXTRACT.
038960*-----------------------------------------------------------------
038970 1130-DEFAULT-WITHHOLDING.
038980     IF EM-W4-FILING-STATUS NOT = 'M'
038990        AND EM-W4-FILING-STATUS NOT = 'H'
039000         MOVE 'S' TO EM-W4-FILING-STATUS
039010     END-IF
039020     IF EM-W4-EXTRA-WITHHOLDING NOT NUMERIC
039030         MOVE ZEROS TO EM-W4-EXTRA-WITHHOLDING
039040     END-IF
039050     IF EM-W4-EXEMPT NOT = 'Y'
039060         MOVE 'N' TO EM-W4-EXEMPT
039070     END-IF
039080     IF EM-SS-DEDUCTION NOT NUMERIC
039090         MOVE ZEROS TO EM-SS-DEDUCTION
039100     END-IF
039110     IF EM-MEDICARE-DEDUCTION NOT NUMERIC
039120         MOVE ZEROS TO EM-MEDICARE-DEDUCTION
039130     END-IF
039140     IF EM-STATE-TAX-DEDUCTION NOT NUMERIC
039150         MOVE ZEROS TO EM-STATE-TAX-DEDUCTION
039160     END-IF
039170     IF EM-SS-WAGES NOT NUMERIC
039180         MOVE ZEROS TO EM-SS-WAGES
039190     END-IF
039200     IF EM-YTD-SS-WAGES NOT NUMERIC
039210         MOVE ZEROS TO EM-YTD-SS-WAGES
039220     END-IF
039230     IF EM-YTD-SS-TAX NOT NUMERIC
039240         MOVE ZEROS TO EM-YTD-SS-TAX
039250     END-IF
039260     IF EM-YTD-MEDICARE-TAX NOT NUMERIC
039270         MOVE ZEROS TO EM-YTD-MEDICARE-TAX
039280     END-IF
039290     IF EM-YTD-STATE-TAX NOT NUMERIC
039300         MOVE ZEROS TO EM-YTD-STATE-TAX
039310     END-IF
039320     IF EM-WH-QTR-BUCKETS = SPACES
039330         MOVE ZEROS TO EM-WH-QTR-BUCKETS
039340     END-IF.
039350 1130-EXIT.
039360     EXIT.
039370
039380*-----------------------------------------------------------------
039390* A RECORD WRITTEN BEFORE TIMECARDS WERE INTERFACED READS AS
039400* SPACES IN THE WORKWEEK FIELDS: KEYED HOURS FOR NO PARTICULAR
039410* RUN, NO WORKWEEKS AND NOTHING CARRIED IN, SO THE EMPLOYEE'S
039420* NEXT RUN STARTS CLEAN FROM ITS OWN PUNCHES.
039430*-----------------------------------------------------------------
039440 1135-DEFAULT-TIMECARD-HOURS.
039450     IF EM-HOURS-SOURCE NOT = 'T'
039460         MOVE 'M' TO EM-HOURS-SOURCE
039470     END-IF
039480     IF EM-TC-WEEK-COUNT NOT NUMERIC
039490        OR EM-TC-WEEK-COUNT > WS-MAX-TC-WEEKS
039500         MOVE SPACES TO EM-TC-RUN-ID
039510         MOVE ZEROS  TO EM-TC-CARRY-START
039520                        EM-TC-CARRY-HOURS
039530                        EM-TC-WEEK-COUNT
039540                        EM-TC-WEEKS
039550     END-IF.
039560 1135-EXIT.
039570     EXIT.
039580
039590*-----------------------------------------------------------------
039600* A RECORD WRITTEN BEFORE EARNINGS CODES EXISTED READS AS SPACES
039610* IN THE EARNINGS FIELDS: NO EARNINGS LINES FOR ANY RUN AND NO
039620* SUPPLEMENTAL WAGES.
039630*-----------------------------------------------------------------
039640 1137-DEFAULT-EARNINGS.
039650     IF EM-ERN-COUNT NOT NUMERIC
039660        OR EM-ERN-COUNT > WS-MAX-ERN-LINES
039670         MOVE SPACES TO EM-ERN-RUN-ID
039680                        EM-ERN-LINES
039690         MOVE ZEROS  TO EM-ERN-COUNT
039700     END-IF
039710     IF EM-SUPP-WAGES NOT NUMERIC
039720         MOVE ZEROS TO EM-SUPP-WAGES
039730     END-IF
039740     IF EM-SUPP-TAX NOT NUMERIC
039750         MOVE ZEROS TO EM-SUPP-TAX
039760     END-IF.
039770 1137-EXIT.
039780     EXIT.
039790
039800*-----------------------------------------------------------------
039810* A RECORD WRITTEN BEFORE PAID TIME OFF EXISTED READS AS SPACES IN
039820* THE LEAVE FIELDS: NO HIRE DATE ON FILE, NO BALANCE, NOTHING
039830* ACCRUED, USED OR BOOKED, AND NO PAYOUT OWED.
039840*-----------------------------------------------------------------
039850 1138-DEFAULT-LEAVE.
039860     IF EM-HIRE-DATE NOT NUMERIC
039870         MOVE ZEROS TO EM-HIRE-DATE
039880     END-IF
039890     IF EM-PTO-BALANCE NOT NUMERIC
039900         MOVE ZEROS TO EM-PTO-BALANCE
039910     END-IF
039920     IF EM-PTO-ACCRUED-YTD NOT NUMERIC
039930         MOVE ZEROS TO EM-PTO-ACCRUED-YTD
039940     END-IF
039950     IF EM-PTO-USED-YTD NOT NUMERIC
039960         MOVE ZEROS TO EM-PTO-USED-YTD
039970     END-IF
039980     IF EM-PTO-RUN-ACCRUED NOT NUMERIC
039990        OR EM-PTO-RUN-USED NOT NUMERIC
040000         MOVE SPACES TO EM-PTO-RUN-ID
040010         MOVE ZEROS  TO EM-PTO-RUN-ACCRUED
040020                        EM-PTO-RUN-USED
040030     END-IF
040040     IF EM-PTO-LIAB-BOOKED NOT NUMERIC
040050         MOVE ZEROS TO EM-PTO-LIAB-BOOKED
040060     END-IF
040070     IF NOT EM-PTO-PAYOUT-PENDING AND NOT EM-PTO-FINAL-CHECK
040080         MOVE SPACES TO EM-PTO-PAYOUT-SW
040090     END-IF.
040100 1138-EXIT.
040110     EXIT.
040120
040130*-----------------------------------------------------------------
040140* A RECORD WRITTEN BEFORE 401(K) ELECTIONS EXISTED READS AS SPACES
040150* IN THE ELECTION FIELDS: THE PLAN'S STANDING PERCENT, NOTHING
040160* PENDING, NOT CATCH-UP ELIGIBLE AND NOTHING DEFERRED THIS YEAR.
040170*-----------------------------------------------------------------
040180 1139-DEFAULT-401K.
040190     IF NOT EM-401K-ELECT-PERCENT AND NOT EM-401K-ELECT-FLAT
040200         MOVE SPACES TO EM-401K-ELECT-TYPE
040210     END-IF
040220     IF EM-401K-ELECT-PCT NOT NUMERIC
040230         MOVE ZEROS TO EM-401K-ELECT-PCT
040240     END-IF
040250     IF EM-401K-ELECT-AMT NOT NUMERIC
040260         MOVE ZEROS TO EM-401K-ELECT-AMT
040270     END-IF
040280     IF NOT EM-401K-CATCHUP-ELIGIBLE
040290         MOVE 'N' TO EM-401K-CATCHUP-SW
040300     END-IF
040310     IF EM-401K-PEND-PERIOD NOT NUMERIC
040320        OR EM-401K-PEND-PCT NOT NUMERIC
040330        OR EM-401K-PEND-AMT NOT NUMERIC
040340         MOVE SPACES TO EM-401K-PEND-PERIOD
040350                        EM-401K-PEND-TYPE
040360                        EM-401K-PEND-CATCHUP
040370         MOVE ZEROS  TO EM-401K-PEND-PCT
040380                        EM-401K-PEND-AMT
040390     END-IF
040400     IF EM-YTD-401K NOT NUMERIC
040410         MOVE ZEROS TO EM-YTD-401K
040420     END-IF.
040430 1139-EXIT.
040440     EXIT.
040450
040460*-----------------------------------------------------------------
040470* A RECORD WRITTEN BEFORE THE MASTER HELD BANK ACCOUNT CHANGES,
040480* OR ONE WHOSE HELD CHANGE IS DAMAGED, HAS NO CHANGE PENDING.
040490*-----------------------------------------------------------------
040500 1140-DEFAULT-BANK-CHANGE.
040510     IF NOT EM-BANK-CHG-PENDING
040520        OR EM-BANK-CHG-ROUTING NOT NUMERIC
040530        OR EM-BANK-CHG-ENTER-DATE NOT NUMERIC
040540        OR EM-BANK-CHG-APPR-DATE NOT NUMERIC
040550        OR EM-PRENOTE-DATE NOT NUMERIC
040560        OR EM-BANK-RETURN-DATE NOT NUMERIC
040570         PERFORM 2605-CLEAR-BANK-CHANGE THRU 2605-EXIT
040580     END-IF.
040590 1140-EXIT.
040600     EXIT.
040610
040620*-----------------------------------------------------------------
040630* A RECORD WRITTEN BEFORE THE MASTER KEPT THE LAST CHECK NUMBER
040640* HAS NO CHECK ON RECORD.
040650*-----------------------------------------------------------------
040660 1141-DEFAULT-LAST-CHECK.
040670     IF EM-LAST-CHECK-NO NOT NUMERIC
040680         MOVE ZEROS TO EM-LAST-CHECK-NO
040690     END-IF.
040700 1141-EXIT.
040710     EXIT.
040720
040730*-----------------------------------------------------------------
040740* OPEN THE AUDIT LOG FOR THIS RUN. EACH RUN APPENDS TO WHATEVER IS
040750* ALREADY ON AUDITLOG; IF THE FILE DOES NOT YET EXIST IT IS
040760* CREATED, THE SAME FALLBACK USED FOR THE EMPLOYEE MASTER.
040770*-----------------------------------------------------------------
040780 1060-OPEN-AUDIT-LOG.
040790     OPEN EXTEND AUDIT-LOG-FILE
040800     IF NOT WS-AUDITLOG-OK
040810         OPEN OUTPUT AUDIT-LOG-FILE
040820     END-IF.
040830
040840*-----------------------------------------------------------------
040850* OPEN THE PAY-HISTORY FILE FOR ONE CALCULATION PASS. EACH RUN
040860* APPENDS TO WHATEVER HISTORY IS ALREADY ON PAYHIST, CREATING THE
040870* FILE ON FIRST USE, THE SAME FALLBACK USED FOR THE AUDIT LOG. AN
040880* OPEN FAILURE IS REPORTED AND CALCULATION CONTINUES -- PAY MUST
040890* STILL GO OUT -- BUT EVERY HISTORY WRITE IS SKIPPED WHILE THE
040900* FILE IS MARKED CLOSED.
040910*-----------------------------------------------------------------
040920 1070-OPEN-PAY-HISTORY.
040930     ACCEPT WS-PAY-DATE FROM DATE YYYYMMDD
040940     OPEN EXTEND PAY-HISTORY-FILE
040950     IF NOT WS-PAYHIST-OK
040960         OPEN OUTPUT PAY-HISTORY-FILE
040970     END-IF
040980     IF WS-PAYHIST-OK
040990         SET WS-PAYHIST-FILE-OPEN TO TRUE
041000     ELSE
041010         SET WS-PAYHIST-FILE-CLOSED TO TRUE
041020         DISPLAY "Unable to open pay history file, status "
041030             WS-PAYHIST-STATUS ". History not recorded."
041040     END-IF.
041050 1070-EXIT.
041060     EXIT.
041070
041080 9020-CLOSE-PAY-HISTORY.
041090     IF WS-PAYHIST-FILE-OPEN
041100         CLOSE PAY-HISTORY-FILE
041110         SET WS-PAYHIST-FILE-CLOSED TO TRUE
041120     END-IF.
041130 9020-EXIT.
041140     EXIT.
041150*-----------------------------------------------------------------
041160* OPEN THE GARNISHMENT CASE FILE FOR UPDATE, CREATING IT EMPTY ON
041170* FIRST USE THE SAME WAY AS THE MASTER. UNLIKE PAY HISTORY, A RUN
041180* MAY NOT GO ON WITHOUT IT -- WAGES UNDER A COURT ORDER MUST NOT
041190* BE PAID IN FULL -- SO THE CALLER STOPS WHEN THE FILE STAYS
041200* CLOSED.
041210*-----------------------------------------------------------------
041220 1080-OPEN-GARN-CASES.
041230     OPEN I-O GARN-CASE-FILE
041240     IF NOT WS-GARNCASE-OK
041250         CLOSE GARN-CASE-FILE
041260         OPEN OUTPUT GARN-CASE-FILE
041270         CLOSE GARN-CASE-FILE
041280         OPEN I-O GARN-CASE-FILE
041290     END-IF
041300     IF WS-GARNCASE-OK
041310         SET WS-GARNCASE-FILE-OPEN TO TRUE
041320     ELSE
041330         SET WS-GARNCASE-FILE-CLOSED TO TRUE
041340         DISPLAY "Unable to open garnishment case file, status "
041350             WS-GARNCASE-STATUS
041360     END-IF.
041370 1080-EXIT.
041380     EXIT.
041390
041400 9030-CLOSE-GARN-CASES.
041410     IF WS-GARNCASE-FILE-OPEN
041420         CLOSE GARN-CASE-FILE
041430         SET WS-GARNCASE-FILE-CLOSED TO TRUE
041440     END-IF.
041450 9030-EXIT.
041460     EXIT.
041470
041480*-----------------------------------------------------------------
041490* APPEND ONE 'P' PAY-HISTORY DETAIL FOR THE EMPLOYEE JUST
041500* CALCULATED, FOLLOWED BY A 'W' RECORD PER WORKWEEK WHEN THE
041510* HOURS CAME FROM TIMECARDS AND AN 'E' RECORD PER EARNINGS LINE.
041520* THE STRAIGHT/OVERTIME SPLIT IS STILL IN WS-PAY-SPLIT-WORK FROM
041530* 1900-COMPUTE-GROSS-PAY.
041540*-----------------------------------------------------------------
041550 1950-WRITE-PAY-HISTORY.
041560     IF WS-PAYHIST-FILE-CLOSED
041570         GO TO 1950-EXIT
041580     END-IF
041590     MOVE SPACES TO PAY-HISTORY-RECORD
041600     MOVE 'P'                 TO PH-RECORD-TYPE
041610     MOVE WS-PAY-PERIOD       TO PH-PAY-PERIOD
041620     MOVE WS-PAY-SEQ          TO PH-PAY-SEQ
041630     MOVE EM-EMPLOYEE-ID      TO PH-EMPLOYEE-ID
041640     MOVE EM-HOURS-WORKED     TO PH-HOURS-WORKED
041650     MOVE WS-STRAIGHT-HOURS   TO PH-STRAIGHT-HOURS
041660     MOVE WS-OVERTIME-HOURS   TO PH-OVERTIME-HOURS
041670     MOVE WS-STRAIGHT-PAY     TO PH-STRAIGHT-PAY
041680     MOVE WS-OVERTIME-PAY     TO PH-OVERTIME-PAY
041690     MOVE EM-GROSS-PAY        TO PH-GROSS-PAY
041700     MOVE EM-TAX-RATE         TO PH-TAX-RATE
041710     MOVE EM-TAX-DEDUCTION    TO PH-TAX-DEDUCTION
041720     MOVE EM-HEALTH-DEDUCTION TO PH-HEALTH-DEDUCTION
041730     MOVE EM-401K-DEDUCTION   TO PH-401K-DEDUCTION
041740     MOVE EM-GARNISHMENT-AMT  TO PH-GARNISHMENT-AMT
041750     MOVE EM-NET-PAY          TO PH-NET-PAY
041760     PERFORM 1960-MOVE-HIST-WITHHOLDING THRU 1960-EXIT
041770     WRITE PAY-HISTORY-RECORD
041780     IF NOT WS-PAYHIST-OK
041790         DISPLAY "Unable to write pay history record, status "
041800             WS-PAYHIST-STATUS
041810     END-IF
041820     PERFORM 1955-WRITE-WEEK-HISTORY THRU 1955-EXIT
041830         VARYING WS-WEEK-SUB FROM 1 BY 1
041840         UNTIL WS-WEEK-SUB > WS-WEEK-SPLIT-COUNT
041850     MOVE WS-PAY-PERIOD TO WS-ERN-HIST-PERIOD
041860     MOVE WS-PAY-SEQ    TO WS-ERN-HIST-SEQ
041870     PERFORM 1957-WRITE-EARNINGS-HISTORY THRU 1957-EXIT
041880         VARYING WS-ERN-SUB FROM 1 BY 1
041890         UNTIL WS-ERN-SUB > EM-ERN-COUNT.
041900 1950-EXIT.
041910     EXIT.
041920
041930 1955-WRITE-WEEK-HISTORY.
041940     MOVE SPACES TO PAY-HISTORY-WEEK-RECORD
041950     MOVE 'W'                 TO PHW-RECORD-TYPE
041960     MOVE WS-PAY-PERIOD       TO PHW-PAY-PERIOD
041970     MOVE WS-PAY-SEQ          TO PHW-PAY-SEQ
041980     MOVE EM-EMPLOYEE-ID      TO PHW-EMPLOYEE-ID
041990     MOVE EM-TC-WEEK-START(WS-WEEK-SUB)  TO PHW-WEEK-START
042000     MOVE EM-TC-WEEK-HOURS(WS-WEEK-SUB)  TO PHW-WEEK-HOURS
042010     MOVE WS-WK-STRAIGHT-HOURS(WS-WEEK-SUB)
042020                              TO PHW-STRAIGHT-HOURS
042030     MOVE WS-WK-OVERTIME-HOURS(WS-WEEK-SUB)
042040                              TO PHW-OVERTIME-HOURS
042050     MOVE WS-WK-PRIOR-HOURS(WS-WEEK-SUB) TO PHW-PRIOR-HOURS
042060     WRITE PAY-HISTORY-WEEK-RECORD
042070     IF NOT WS-PAYHIST-OK
042080         DISPLAY "Unable to write pay history record, status "
042090             WS-PAYHIST-STATUS
042100     END-IF.
042110 1955-EXIT.
042120     EXIT.
042130
042140*-----------------------------------------------------------------
042150* ONE 'E' PAY-HISTORY RECORD PER EARNINGS LINE, CARRYING THE
042160* CODE'S DESCRIPTION, SUPPLEMENTAL FLAG AND GL ACCOUNT AS THEY
042170* STOOD WHEN THE LINE WAS PAID.
042180*-----------------------------------------------------------------
042190 1957-WRITE-EARNINGS-HISTORY.
042200     MOVE SPACES TO PAY-HISTORY-EARNINGS-RECORD
042210     MOVE 'E'                 TO PHE-RECORD-TYPE
042220     MOVE WS-ERN-HIST-PERIOD  TO PHE-PAY-PERIOD
042230     MOVE WS-ERN-HIST-SEQ     TO PHE-PAY-SEQ
042240     MOVE EM-EMPLOYEE-ID      TO PHE-EMPLOYEE-ID
042250     MOVE EM-ERN-CODE(WS-ERN-SUB)   TO PHE-EARNINGS-CODE
042260     MOVE EM-ERN-HOURS(WS-ERN-SUB)  TO PHE-HOURS
042270     MOVE EM-ERN-AMOUNT(WS-ERN-SUB) TO PHE-AMOUNT
042280     MOVE 'N'                 TO PHE-SUPPLEMENTAL
042290     MOVE '50100000'          TO PHE-GL-ACCOUNT
042300     MOVE EM-ERN-CODE(WS-ERN-SUB)   TO WS-EC-LOOKUP-CODE
042310     PERFORM 2200-FIND-EARNINGS-CODE THRU 2200-EXIT
042320     IF WS-EC-FOUND
042330         SET EC-IDX TO WS-EC-SUB
042340         MOVE EC-DESCRIPTION(EC-IDX)  TO PHE-DESCRIPTION
042350         MOVE EC-SUPPLEMENTAL(EC-IDX) TO PHE-SUPPLEMENTAL
042360         MOVE EC-GL-ACCOUNT(EC-IDX)   TO PHE-GL-ACCOUNT
042370     END-IF
042380     WRITE PAY-HISTORY-EARNINGS-RECORD
042390     IF NOT WS-PAYHIST-OK
042400         DISPLAY "Unable to write pay history record, status "
042410             WS-PAYHIST-STATUS
042420     END-IF.
042430 1957-EXIT.
042440     EXIT.
042450
042460*-----------------------------------------------------------------
042470* THE EMPLOYEE SOCIAL SECURITY, MEDICARE AND STATE FIGURES AND
042480* THE PAY DATE OF A PAYHIST RECORD, SHARED BY THE PAY DETAIL AND
042490* THE ADJUSTMENT RECORDS.
042500*-----------------------------------------------------------------
042510 1960-MOVE-HIST-WITHHOLDING.
042520     MOVE EM-SS-WAGES            TO PH-SS-WAGES
042530     MOVE EM-SS-DEDUCTION        TO PH-SS-TAX
042540     MOVE EM-MEDICARE-DEDUCTION  TO PH-MEDICARE-TAX
042550     MOVE EM-STATE-TAX-DEDUCTION TO PH-STATE-TAX
042560     MOVE EM-STATE-CODE          TO PH-STATE-CODE
042570     MOVE WS-PAY-DATE            TO PH-PAY-DATE.
042580 1960-EXIT.
042590     EXIT.
042600
042610 9000-CLOSE-EMPLOYEE-MASTER.
042620     CLOSE EMPLOYEE-MASTER-FILE.
042630
042640 9010-CLOSE-AUDIT-LOG.
042650     CLOSE AUDIT-LOG-FILE.
042660
042670 Until-Exit-Loop.
042680     PERFORM Menu-Prompt-And-Process
042690         THRU Menu-Prompt-And-Process-Exit
042700         UNTIL Choice = 4.
042710
042720*-----------------------------------------------------------------
042730* DISPLAY THE MENU, ACCEPT ONE CHOICE, AND DISPATCH IT. CHOICE OF
042740* 4 ENDS THE LOOP IN Until-Exit-Loop ABOVE.
042750*-----------------------------------------------------------------
042760 Menu-Prompt-And-Process.
042770     DISPLAY "Employee Payroll System"
042780     DISPLAY "Enter 1 to Add Employee, 2 to Calculate Payroll,"
042790     DISPLAY "3 to Display Payroll Report, or 4 to Exit: ".
042800     ACCEPT Choice
042810
042820     EVALUATE Choice
042830         WHEN 1
042840             PERFORM Add-Employee THRU Add-Employee-Exit
042850         WHEN 2
042860             PERFORM Calculate-Payroll THRU Calculate-Payroll-Exit
042870         WHEN 3
042880             PERFORM Display-Payroll-Report
042890         WHEN 4
042900             CONTINUE
042910         WHEN OTHER
042920             DISPLAY "Invalid choice. Please enter 1-4."
042930     END-EVALUATE.
042940 Menu-Prompt-And-Process-Exit.
042950     EXIT.
042960
042970 Add-Employee.
042980     DISPLAY "Enter Employee Name (up to 30 characters): ".
042990     ACCEPT Employee-Name
043000     PERFORM 1405-GET-PAY-TYPE THRU 1405-EXIT
043010     PERFORM 1408-GET-PAY-CYCLE THRU 1408-EXIT
043020     IF Pay-Type = 'S'
043030         PERFORM 1415-GET-PERIOD-SALARY THRU 1415-EXIT
043040         MOVE ZEROS TO Hours-Worked Hourly-Rate
043050     ELSE
043060         PERFORM 1410-GET-HOURS-WORKED THRU 1410-EXIT
043070         PERFORM 1420-GET-HOURLY-RATE THRU 1420-EXIT
043080         MOVE ZEROS TO Period-Salary
043090     END-IF
043100     DISPLAY "Enter Bank Routing Number (9 digits, 0 if none): ".
043110     ACCEPT Bank-Routing
043120     DISPLAY "Enter Bank Account Number (blank if none): ".
043130     ACCEPT Bank-Account
043140     DISPLAY "Enter Department Code (up to 4 characters): ".
043150     ACCEPT Dept-Code
043160     PERFORM 1460-GET-W4-ELECTIONS THRU 1460-EXIT
043170     PERFORM 1470-GET-HIRE-DATE THRU 1470-EXIT
043180
043190     MOVE WS-OPERATOR-ID TO WS-BANK-ENTERED-BY
043200     PERFORM 1400-ADD-EMPLOYEE-CORE THRU 1400-EXIT
043210     DISPLAY "Employee added successfully.".
043220 Add-Employee-Exit.
043230     EXIT.
043240
043250*-----------------------------------------------------------------
043260* PROMPTS FOR THE PAY TYPE. A BLANK ENTRY DEFAULTS TO HOURLY, THE
043270* TYPE EVERY EMPLOYEE WAS BEFORE THE FIELD EXISTED; ANYTHING BUT
043280* H OR S RE-PROMPTS.
043290*-----------------------------------------------------------------
043300 1405-GET-PAY-TYPE.
043310     DISPLAY "Enter Pay Type (H=hourly, S=salaried, blank=H): ".
043320     ACCEPT Pay-Type
043330     IF Pay-Type = SPACE
043340         MOVE 'H' TO Pay-Type
043350     END-IF
043360     IF Pay-Type NOT = 'H' AND Pay-Type NOT = 'S'
043370         DISPLAY "Pay Type must be H or S."
043380         GO TO 1405-GET-PAY-TYPE
043390     END-IF.
043400 1405-EXIT.
043410     EXIT.
043420
043430*-----------------------------------------------------------------
043440* PROMPTS FOR THE PAY CYCLE. A BLANK ENTRY DEFAULTS TO MONTHLY,
043450* THE CYCLE EVERY EMPLOYEE WAS ON BEFORE THE FIELD EXISTED;
043460* ANYTHING BUT M, W OR B RE-PROMPTS.
043470*-----------------------------------------------------------------
043480 1408-GET-PAY-CYCLE.
043490     DISPLAY "Enter Pay Cycle (M=monthly, W=weekly, "
043500         "B=biweekly, blank=M): ".
043510     ACCEPT Pay-Cycle
043520     IF Pay-Cycle = SPACE
043530         MOVE 'M' TO Pay-Cycle
043540     END-IF
043550     IF Pay-Cycle NOT = 'M' AND Pay-Cycle NOT = 'W' AND
043560        Pay-Cycle NOT = 'B'
043570         DISPLAY "Pay Cycle must be M, W or B."
043580         GO TO 1408-GET-PAY-CYCLE
043590     END-IF.
043600 1408-EXIT.
043610     EXIT.
043620
043630*-----------------------------------------------------------------
043640* PROMPTS FOR THE PER-PERIOD SALARY OF A SALARIED EMPLOYEE AND
043650* RE-PROMPTS UNTIL A VALUE GREATER THAN ZERO IS ENTERED.
043660*-----------------------------------------------------------------
043670 1415-GET-PERIOD-SALARY.
043680     DISPLAY "Enter Salary Per Pay Period (e.g., 4500.00): ".
043690     ACCEPT Period-Salary
043700     IF Period-Salary NOT NUMERIC OR Period-Salary = ZEROS
043710         DISPLAY "Salary must be greater than zero."
043720         GO TO 1415-GET-PERIOD-SALARY
043730     END-IF.
043740 1415-EXIT.
043750     EXIT.
043760
043770*-----------------------------------------------------------------
043780* PROMPTS FOR HOURS WORKED AND RE-PROMPTS UNTIL A VALUE IN THE
043790* RANGE 0 THROUGH WS-MAX-HOURS-WORKED IS ENTERED.
043800*-----------------------------------------------------------------
043810 1410-GET-HOURS-WORKED.
043820     DISPLAY "Enter Hours Worked (0-168): ".
043830     ACCEPT Hours-Worked
043840     IF Hours-Worked > WS-MAX-HOURS-WORKED
043850         DISPLAY "Hours Worked must be between 0 and 168."
043860         GO TO 1410-GET-HOURS-WORKED
043870     END-IF.
043880 1410-EXIT.
043890     EXIT.
043900
043910*-----------------------------------------------------------------
043920* PROMPTS FOR HOURLY RATE AND RE-PROMPTS UNTIL A VALUE WITHIN THE
043930* CONFIGURED MINIMUM AND MAXIMUM PAY RATES IS ENTERED.
043940*-----------------------------------------------------------------
043950 1420-GET-HOURLY-RATE.
043960     DISPLAY "Enter Hourly Rate (e.g., 15.50): ".
043970     ACCEPT Hourly-Rate
043980     IF Hourly-Rate < WS-MIN-HOURLY-RATE OR
043990        Hourly-Rate > WS-MAX-HOURLY-RATE
044000         MOVE WS-MIN-HOURLY-RATE TO WS-MIN-RATE-DISPLAY
044010         MOVE WS-MAX-HOURLY-RATE TO WS-MAX-RATE-DISPLAY
044020         DISPLAY "Hourly Rate must be between "
044030             WS-MIN-RATE-DISPLAY " and " WS-MAX-RATE-DISPLAY "."
044040         GO TO 1420-GET-HOURLY-RATE
044050     END-IF.
044060 1420-EXIT.
044070     EXIT.
044080
044090*-----------------------------------------------------------------
044100* PROMPTS FOR THE W-4 ELECTIONS AND WORK STATE. FILING STATUS
044110* RE-PROMPTS UNTIL S, M OR H (BLANK IS SINGLE); ANYTHING BUT Y
044120* ON THE EXEMPT CLAIM IS NOT EXEMPT; A BLANK STATE MEANS NO
044130* STATE INCOME TAX IS WITHHELD.
044140*-----------------------------------------------------------------
044150 1460-GET-W4-ELECTIONS.
044160     DISPLAY "Enter W-4 Filing Status (S=single, M=married, "
044170         "H=head of household, blank=S): ".
044180     ACCEPT W4-Filing-Status
044190     IF W4-Filing-Status = SPACE
044200         MOVE 'S' TO W4-Filing-Status
044210     END-IF
044220     IF W4-Filing-Status NOT = 'S' AND W4-Filing-Status NOT = 'M'
044230        AND W4-Filing-Status NOT = 'H'
044240         DISPLAY "Filing Status must be S, M or H."
044250         GO TO 1460-GET-W4-ELECTIONS
044260     END-IF
044270     DISPLAY "Enter Extra Withholding Per Period (0 if none): ".
044280     ACCEPT W4-Extra-Withholding
044290     DISPLAY "Claiming Exempt From Withholding (Y/N): ".
044300     ACCEPT W4-Exempt
044310     DISPLAY "Enter Work State Code (2 letters, blank if none): ".
044320     ACCEPT State-Code.
044330 1460-EXIT.
044340     EXIT.
044350
044360*-----------------------------------------------------------------
044370* PROMPTS FOR THE HIRE DATE, WHICH SETS THE YEARS OF SERVICE PAID
044380* TIME OFF ACCRUES BY. A BLANK ENTRY IS TODAY; A DATE THAT IS NOT
044390* A CALENDAR DATE, OR IS LATER THAN TODAY, IS ASKED FOR AGAIN.
044400*-----------------------------------------------------------------
044410 1470-GET-HIRE-DATE.
044420     MOVE ZEROS TO Hire-Date
044430     DISPLAY "Enter Hire Date (YYYYMMDD, blank for today): ".
044440     ACCEPT Hire-Date
044450     IF Hire-Date NOT NUMERIC OR Hire-Date = ZEROS
044460         MOVE ZEROS TO Hire-Date
044470         GO TO 1470-EXIT
044480     END-IF
044490     PERFORM 1475-EDIT-HIRE-DATE THRU 1475-EXIT
044500     IF NOT WS-HIRE-DATE-VALID
044510         DISPLAY "Hire Date must be a valid date no later than "
044520             "today."
044530         GO TO 1470-GET-HIRE-DATE
044540     END-IF.
044550 1470-EXIT.
044560     EXIT.
044570
044580*-----------------------------------------------------------------
044590* EDIT THE HIRE DATE IN Hire-Date: IT MUST BE A CALENDAR DATE (IT
044600* SURVIVES THE TRIP TO A DAY NUMBER AND BACK UNCHANGED) AND NO
044610* LATER THAN TODAY. SHARED BY THE ADD-EMPLOYEE SCREEN AND THE 'A'
044620* AND 'C' TRANSACTIONS; WS-HIRE-DATE-VALID REPORTS THE RESULT.
044630*-----------------------------------------------------------------
044640 1475-EDIT-HIRE-DATE.
044650     MOVE 'N' TO WS-HIRE-DATE-SW
044660     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
044670     IF Hire-Date NOT NUMERIC
044680        OR Hire-Date > WS-CURRENT-DATE
044690         GO TO 1475-EXIT
044700     END-IF
044710     MOVE Hire-Date TO WS-DATE-YYYYMMDD
044720     IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
044730        OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
044740         GO TO 1475-EXIT
044750     END-IF
044760     PERFORM 2100-DATE-TO-DAY-NUMBER THRU 2100-EXIT
044770     PERFORM 2110-DAY-NUMBER-TO-DATE THRU 2110-EXIT
044780     IF WS-DATE-YYYYMMDD NOT = Hire-Date
044790         GO TO 1475-EXIT
044800     END-IF
044810     SET WS-HIRE-DATE-VALID TO TRUE.
044820 1475-EXIT.
044830     EXIT.
044840
044850*-----------------------------------------------------------------
044860* VALIDATES HOURS WORKED AND HOURLY RATE FOR A BATCH TRANSACTION.
044870* INTERACTIVE ENTRY IS EDITED FIELD-BY-FIELD AS IT IS KEYED (SEE
044880* 1410-GET-HOURS-WORKED / 1420-GET-HOURLY-RATE); BATCH INPUT HAS
044890* NO OPERATOR TO RE-PROMPT, SO OUT-OF-RANGE TRANSACTIONS ARE
044900* FLAGGED INVALID AND SKIPPED BY THE CALLER INSTEAD.
044910*-----------------------------------------------------------------
044920 1430-VALIDATE-TRAN-HOURS-RATE.
044930     SET WS-NEW-HIRE-DATA-VALID TO TRUE
044940     PERFORM 1440-VALIDATE-TRAN-HOURS THRU 1440-EXIT
044950     PERFORM 1450-VALIDATE-TRAN-RATE THRU 1450-EXIT.
044960 1430-EXIT.
044970     EXIT.
044980
044990*-----------------------------------------------------------------
045000* THE HOURS AND RATE EDITS ARE SPLIT OUT SO A CHANGE TRANSACTION
045010* CAN EDIT ONLY THE HOURS IT CARRIES AND A RATE-CHANGE ONLY THE
045020* RATE, WITHOUT FAILING ON A FIELD THE TRANSACTION DOES NOT USE.
045030* CALLERS SET WS-NEW-HIRE-DATA-VALID BEFORE PERFORMING EITHER.
045040*-----------------------------------------------------------------
045050 1440-VALIDATE-TRAN-HOURS.
045060     IF Hours-Worked > WS-MAX-HOURS-WORKED
045070         SET WS-NEW-HIRE-DATA-INVALID TO TRUE
045080     END-IF.
045090 1440-EXIT.
045100     EXIT.
045110
045120 1450-VALIDATE-TRAN-RATE.
045130     IF Hourly-Rate < WS-MIN-HOURLY-RATE OR
045140        Hourly-Rate > WS-MAX-HOURLY-RATE
045150         SET WS-NEW-HIRE-DATA-INVALID TO TRUE
045160     END-IF.
045170 1450-EXIT.
045180     EXIT.
045190
045200*-----------------------------------------------------------------
045210* COMMON NEW-HIRE LOGIC SHARED BY THE INTERACTIVE ADD-EMPLOYEE
045220* SCREEN AND BATCH TRANSACTION PROCESSING. EMPLOYEE-NAME, HOURS-
045230* WORKED AND HOURLY-RATE MUST ALREADY BE POPULATED BY THE CALLER.
045240* A BANK ACCOUNT ON THE ADD IS NOT PAID STRAIGHT AWAY; IT IS HELD
045250* PENDING IN THE NAME OF WS-BANK-ENTERED-BY (SET BY THE CALLER)
045260* AND THE NEW HIRE IS PAID BY CHECK UNTIL IT IS APPROVED AND
045270* PRENOTED.
045280*-----------------------------------------------------------------
045290 1400-ADD-EMPLOYEE-CORE.
045300     MOVE SPACES               TO EMPLOYEE-MASTER-RECORD
045310     ADD 1 TO WS-HIGHEST-EMPLOYEE-ID
045320     MOVE WS-HIGHEST-EMPLOYEE-ID TO EM-EMPLOYEE-ID
045330     MOVE Employee-Name        TO EM-EMPLOYEE-NAME
045340     MOVE Hours-Worked         TO EM-HOURS-WORKED
045350     MOVE WS-PAY-PERIOD-ID     TO EM-TC-RUN-ID
045360     MOVE ZEROS                TO EM-TC-CARRY-START
045370                                  EM-TC-CARRY-HOURS
045380                                  EM-TC-WEEK-COUNT
045390                                  EM-TC-WEEKS
045400     IF Hours-Worked > ZEROS
045410         SET EM-HOURS-KEYED TO TRUE
045420     ELSE
045430         SET EM-HOURS-FROM-TIMECARDS TO TRUE
045440     END-IF
045450     MOVE Hourly-Rate          TO EM-HOURLY-RATE
045460     MOVE ZEROS                TO EM-GARNISHMENT-AMT
045470     MOVE ZEROS                TO EM-BANK-ROUTING
045480     MOVE SPACES               TO EM-BANK-ACCOUNT
045490     PERFORM 2605-CLEAR-BANK-CHANGE THRU 2605-EXIT
045500     MOVE 'N'                  TO WS-BANK-STAGED-SW
045510     IF Bank-Routing NUMERIC AND Bank-Routing > ZEROS
045520         MOVE Bank-Routing     TO WS-BANK-NEW-ROUTING
045530         MOVE Bank-Account     TO WS-BANK-NEW-ACCOUNT
045540         PERFORM 2600-STAGE-BANK-CHANGE THRU 2600-EXIT
045550     END-IF
045560     IF Dept-Code = SPACES
045570         MOVE 'GEN ' TO Dept-Code
045580     END-IF
045590     MOVE Dept-Code            TO EM-DEPT-CODE
045600     IF Pay-Type = SPACE
045610         MOVE 'H' TO Pay-Type
045620     END-IF
045630     MOVE Pay-Type             TO EM-PAY-TYPE
045640     MOVE Period-Salary        TO EM-PERIOD-SALARY
045650     IF Pay-Cycle NOT = 'W' AND Pay-Cycle NOT = 'B'
045660         MOVE 'M' TO Pay-Cycle
045670     END-IF
045680     MOVE Pay-Cycle            TO EM-PAY-CYCLE
045690     IF W4-Filing-Status NOT = 'M' AND W4-Filing-Status NOT = 'H'
045700         MOVE 'S' TO W4-Filing-Status
045710     END-IF
045720     MOVE W4-Filing-Status     TO EM-W4-FILING-STATUS
045730     IF W4-Extra-Withholding NOT NUMERIC
045740         MOVE ZEROS TO W4-Extra-Withholding
045750     END-IF
045760     MOVE W4-Extra-Withholding TO EM-W4-EXTRA-WITHHOLDING
045770     IF W4-Exempt NOT = 'Y'
045780         MOVE 'N' TO W4-Exempt
045790     END-IF
045800     MOVE W4-Exempt            TO EM-W4-EXEMPT
045810     MOVE State-Code           TO EM-STATE-CODE
045820     IF Hire-Date NOT NUMERIC OR Hire-Date = ZEROS
045830         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
045840         MOVE WS-CURRENT-DATE  TO Hire-Date
045850     END-IF
045860     MOVE Hire-Date            TO EM-HIRE-DATE
045870     MOVE ZEROS                TO EM-PTO-BALANCE
045880                                  EM-PTO-ACCRUED-YTD
045890                                  EM-PTO-USED-YTD
045900                                  EM-PTO-RUN-ACCRUED
045910                                  EM-PTO-RUN-USED
045920                                  EM-PTO-LIAB-BOOKED
045930     MOVE SPACES               TO EM-PTO-RUN-ID
045940                                  EM-PTO-PAYOUT-SW
045950     MOVE SPACES               TO EM-401K-ELECT-TYPE
045960                                  EM-401K-PEND-PERIOD
045970                                  EM-401K-PEND-TYPE
045980                                  EM-401K-PEND-CATCHUP
045990     MOVE 'N'                  TO EM-401K-CATCHUP-SW
046000     MOVE ZEROS                TO EM-401K-ELECT-PCT
046010                                  EM-401K-ELECT-AMT
046020                                  EM-401K-PEND-PCT
046030                                  EM-401K-PEND-AMT
046040                                  EM-YTD-401K
046050     MOVE SPACES               TO EM-LAST-PAID-PERIOD
046060     MOVE SPACES               TO EM-LAST-PAID-SEQ
046070     MOVE SPACES               TO EM-RETRO-PERIOD
046080     MOVE ZEROS                TO EM-QTR-BUCKETS
046090     MOVE ZEROS                TO EM-WH-QTR-BUCKETS
046100     MOVE ZEROS                TO EM-GROSS-PAY
046110                                  EM-TAX-RATE
046120                                  EM-TAX-DEDUCTION
046130                                  EM-HEALTH-DEDUCTION
046140                                  EM-401K-DEDUCTION
046150                                  EM-NET-PAY
046160                                  EM-YTD-GROSS
046170                                  EM-YTD-TAX
046180                                  EM-YTD-NET
046190                                  EM-SS-DEDUCTION
046200                                  EM-MEDICARE-DEDUCTION
046210                                  EM-STATE-TAX-DEDUCTION
046220                                  EM-SS-WAGES
046230                                  EM-YTD-SS-WAGES
046240                                  EM-YTD-SS-TAX
046250                                  EM-YTD-MEDICARE-TAX
046260                                  EM-YTD-STATE-TAX
046270     MOVE SPACES               TO EM-ERN-RUN-ID
046280                                  EM-ERN-LINES
046290     MOVE ZEROS                TO EM-ERN-COUNT
046300                                  EM-SUPP-WAGES
046310                                  EM-SUPP-TAX
046320                                 EM-LAST-CHECK-NO
046330     MOVE 'A'                  TO EM-STATUS-CODE
046340     WRITE EMPLOYEE-MASTER-RECORD
046350         INVALID KEY
046360             DISPLAY "Unable to add employee to master, "
046370                 "status " WS-EMPMAST-STATUS
046380             GO TO 1400-EXIT
046390     END-WRITE
046400     ADD 1 TO WS-MASTER-COUNT
046410     MOVE "ADD-EMPLOYEE"       TO AUD-ACTION
046420     MOVE EM-EMPLOYEE-ID       TO AUD-EMPLOYEE-ID
046430     MOVE EM-EMPLOYEE-NAME     TO AUD-EMPLOYEE-NAME
046440     MOVE ZEROS                TO AUD-BEFORE-NET
046450     MOVE EM-NET-PAY           TO AUD-AFTER-NET
046460     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
046470     IF WS-BANK-STAGED
046480         PERFORM 2620-AUDIT-BANK-EVENT THRU 2620-EXIT
046490     END-IF.
046500 1400-EXIT.
046510     EXIT.
046520
046530*-----------------------------------------------------------------
046540* PUT AN UPDATED EMPLOYEE-MASTER-RECORD BACK IN PLACE. THE
046550* CALLER HAS ALREADY READ THE RECORD (BY KEY OR SEQUENTIALLY)
046560* AND CHANGED ITS FIELDS.
046570*-----------------------------------------------------------------
046580 1500-REWRITE-EMPLOYEE-MASTER.
046590     REWRITE EMPLOYEE-MASTER-RECORD
046600         INVALID KEY
046610             IF WS-EMPMAST-NOT-FOUND
046620                 DISPLAY "Employee record not found "
046630                     "for rewrite: " EM-EMPLOYEE-ID
046640             ELSE
046650                 DISPLAY "Unable to save employee to "
046660                     "master, status " WS-EMPMAST-STATUS
046670             END-IF
046680     END-REWRITE.
046690
046700*-----------------------------------------------------------------
046710* A SALARIED EMPLOYEE IS PAID THE PERIOD SALARY OUTRIGHT -- NO
046720* OVERTIME AND NO DEPENDENCE ON THE HOURS KEYED. FOR HOURLY
046730* EMPLOYEES, SPLIT GROSS PAY INTO STRAIGHT AND OVERTIME. HOURS
046740* UP TO WS-STANDARD-HOURS-PER-WEEK IN A WORKWEEK ARE PAID AT THE
046750* STRAIGHT RATE; ANY HOURS BEYOND THAT ARE PAID AT
046760* WS-OVERTIME-MULTIPLIER TIMES THE RATE. HOURS FROM TIMECARDS
046770* ARE SPLIT WORKWEEK BY WORKWEEK (1905); KEYED HOURS CARRY NO
046780* WORKWEEKS AND ARE SPLIT AS A SINGLE WEEK. THE SPLIT IS LEFT
046790* IN WS-PAY-SPLIT-WORK FOR THE PAY STUB AND PAY HISTORY (A
046800* SALARY SHOWS AS ALL STRAIGHT PAY, NO HOURS). THE RUN'S EARNINGS
046810* LINES ARE THEN PRICED AND ADDED TO GROSS (1907), LEAVING THE
046820* REGULAR AND SUPPLEMENTAL WAGES FOR THE WITHHOLDING IN 1910. A
046830* TERMINATED EMPLOYEE'S FINAL CHECK HAS NO BASE PAY, ONLY ITS
046840* EARNINGS LINES (THE PAID TIME OFF PAYOUT).
046850*-----------------------------------------------------------------
046860 1900-COMPUTE-GROSS-PAY.
046870     MOVE ZERO TO WS-WEEK-SPLIT-COUNT
046880     IF EM-TERMINATED
046890         MOVE ZEROS TO WS-STRAIGHT-PAY
046900                       WS-STRAIGHT-HOURS
046910                       WS-OVERTIME-HOURS
046920                       WS-OVERTIME-PAY
046930         GO TO 1900-ADD-EARNINGS
046940     END-IF
046950     IF EM-SALARIED
046960         MOVE EM-PERIOD-SALARY TO WS-STRAIGHT-PAY
046970         MOVE ZEROS TO WS-STRAIGHT-HOURS
046980                       WS-OVERTIME-HOURS
046990                       WS-OVERTIME-PAY
047000         GO TO 1900-ADD-EARNINGS
047010     END-IF
047020     IF EM-HOURS-FROM-TIMECARDS AND EM-TC-WEEK-COUNT > ZERO
047030         MOVE ZEROS TO WS-STRAIGHT-HOURS
047040                       WS-OVERTIME-HOURS
047050         PERFORM 1905-SPLIT-WORKWEEK THRU 1905-EXIT
047060             VARYING WS-WEEK-SUB FROM 1 BY 1
047070             UNTIL WS-WEEK-SUB > EM-TC-WEEK-COUNT
047080         MOVE EM-TC-WEEK-COUNT TO WS-WEEK-SPLIT-COUNT
047090         GO TO 1900-PRICE-HOURS
047100     END-IF
047110     IF EM-HOURS-WORKED > WS-STANDARD-HOURS-PER-WEEK
047120         MOVE WS-STANDARD-HOURS-PER-WEEK TO WS-STRAIGHT-HOURS
047130         COMPUTE WS-OVERTIME-HOURS =
047140             EM-HOURS-WORKED - WS-STANDARD-HOURS-PER-WEEK
047150     ELSE
047160         MOVE EM-HOURS-WORKED TO WS-STRAIGHT-HOURS
047170         MOVE ZEROS TO WS-OVERTIME-HOURS
047180     END-IF.
047190 1900-PRICE-HOURS.
047200     COMPUTE WS-STRAIGHT-PAY =
047210         WS-STRAIGHT-HOURS * EM-HOURLY-RATE
047220     COMPUTE WS-OVERTIME-PAY =
047230         WS-OVERTIME-HOURS * EM-HOURLY-RATE
047240             * WS-OVERTIME-MULTIPLIER.
047250 1900-ADD-EARNINGS.
047260     MOVE ZEROS TO WS-EARNINGS-TOTAL
047270                   WS-SUPPLEMENTAL-WAGES
047280     PERFORM 1907-PRICE-EARNINGS-LINE THRU 1907-EXIT
047290         VARYING WS-ERN-SUB FROM 1 BY 1
047300         UNTIL WS-ERN-SUB > EM-ERN-COUNT
047310     MOVE EM-ERN-COUNT TO WS-ERN-SPLIT-COUNT
047320     COMPUTE EM-GROSS-PAY =
047330         WS-STRAIGHT-PAY + WS-OVERTIME-PAY + WS-EARNINGS-TOTAL
047340     COMPUTE WS-REGULAR-WAGES =
047350         EM-GROSS-PAY - WS-SUPPLEMENTAL-WAGES.
047360 1900-EXIT.
047370     EXIT.
047380
047390*-----------------------------------------------------------------
047400* ONE WORKWEEK'S SPLIT. HOURS OF THE SAME WORKWEEK ALREADY PAID
047410* BY THE PRIOR RUN (THE WEEK STRADDLED THE PERIOD BOUNDARY) USE
047420* UP STANDARD HOURS FIRST, SO THE WEEK'S OVERTIME IS FIGURED ON
047430* ALL OF ITS HOURS EVEN THOUGH ONLY THIS RUN'S ARE PAID NOW.
047440*-----------------------------------------------------------------
047450 1905-SPLIT-WORKWEEK.
047460     MOVE ZEROS TO WS-WK-PRIOR-HOURS(WS-WEEK-SUB)
047470     IF EM-TC-WEEK-START(WS-WEEK-SUB) = EM-TC-CARRY-START
047480         MOVE EM-TC-CARRY-HOURS TO WS-WK-PRIOR-HOURS(WS-WEEK-SUB)
047490     END-IF
047500     COMPUTE WS-WK-ROOM = WS-STANDARD-HOURS-PER-WEEK
047510         - WS-WK-PRIOR-HOURS(WS-WEEK-SUB)
047520     IF WS-WK-ROOM < ZERO
047530         MOVE ZERO TO WS-WK-ROOM
047540     END-IF
047550     IF EM-TC-WEEK-HOURS(WS-WEEK-SUB) > WS-WK-ROOM
047560         MOVE WS-WK-ROOM TO WS-WK-STRAIGHT-HOURS(WS-WEEK-SUB)
047570         COMPUTE WS-WK-OVERTIME-HOURS(WS-WEEK-SUB) =
047580             EM-TC-WEEK-HOURS(WS-WEEK-SUB) - WS-WK-ROOM
047590     ELSE
047600         MOVE EM-TC-WEEK-HOURS(WS-WEEK-SUB)
047610             TO WS-WK-STRAIGHT-HOURS(WS-WEEK-SUB)
047620         MOVE ZEROS TO WS-WK-OVERTIME-HOURS(WS-WEEK-SUB)
047630     END-IF
047640     ADD WS-WK-STRAIGHT-HOURS(WS-WEEK-SUB) TO WS-STRAIGHT-HOURS
047650     ADD WS-WK-OVERTIME-HOURS(WS-WEEK-SUB) TO WS-OVERTIME-HOURS.
047660 1905-EXIT.
047670     EXIT.
047680
047690*-----------------------------------------------------------------
047700* PRICE ONE EARNINGS LINE. AN HOURS-BASIS CODE IS PAID ITS HOURS
047710* AT THE HOURLY RATE TIMES THE CODE'S RATE FACTOR PLUS THE CODE'S
047720* FLAT PREMIUM PER HOUR; AN AMOUNT-BASIS CODE KEEPS THE AMOUNT
047730* POSTED. A CODE NO LONGER ON THE TABLE IS PAID AS POSTED AS
047740* REGULAR WAGES. PAID TIME OFF (PTO, PTP) IS PAID AT THE LEAVE
047750* RATE (2310), SO A SALARIED EMPLOYEE'S TIME OFF HAS A RATE TOO;
047760* WHILE THE EMPLOYEE IS ACTIVE THAT TIME OFF IS PART OF THE
047770* PERIOD SALARY, SO IT IS TAKEN OUT OF THE SALARY PAID AS
047780* STRAIGHT PAY RATHER THAN PAID ON TOP OF IT.
047790*-----------------------------------------------------------------
047800 1907-PRICE-EARNINGS-LINE.
047810     MOVE EM-ERN-CODE(WS-ERN-SUB) TO WS-EC-LOOKUP-CODE
047820     PERFORM 2200-FIND-EARNINGS-CODE THRU 2200-EXIT
047830     IF NOT WS-EC-FOUND
047840         ADD EM-ERN-AMOUNT(WS-ERN-SUB) TO WS-EARNINGS-TOTAL
047850         GO TO 1907-EXIT
047860     END-IF
047870     SET EC-IDX TO WS-EC-SUB
047880     IF EC-HOURS-BASIS(EC-IDX)
047890         MOVE EM-HOURLY-RATE TO WS-ERN-HOURLY-RATE
047900         IF EC-CODE(EC-IDX) = 'PTO' OR EC-CODE(EC-IDX) = 'PTP'
047910             PERFORM 2310-LEAVE-HOURLY-RATE THRU 2310-EXIT
047920             MOVE WS-LV-HOURLY-RATE TO WS-ERN-HOURLY-RATE
047930         END-IF
047940         COMPUTE EM-ERN-AMOUNT(WS-ERN-SUB) =
047950             EM-ERN-HOURS(WS-ERN-SUB) * WS-ERN-HOURLY-RATE
047960                 * EC-RATE-FACTOR(EC-IDX)
047970             + EM-ERN-HOURS(WS-ERN-SUB) * EC-PREMIUM(EC-IDX)
047980     END-IF
047990     IF EC-CODE(EC-IDX) = 'PTO' AND EM-SALARIED
048000        AND NOT EM-TERMINATED
048010         IF EM-ERN-AMOUNT(WS-ERN-SUB) > WS-STRAIGHT-PAY
048020             MOVE WS-STRAIGHT-PAY TO EM-ERN-AMOUNT(WS-ERN-SUB)
048030         END-IF
048040         SUBTRACT EM-ERN-AMOUNT(WS-ERN-SUB) FROM WS-STRAIGHT-PAY
048050     END-IF
048060     ADD EM-ERN-AMOUNT(WS-ERN-SUB) TO WS-EARNINGS-TOTAL
048070     IF EC-IS-SUPPLEMENTAL(EC-IDX)
048080         ADD EM-ERN-AMOUNT(WS-ERN-SUB) TO WS-SUPPLEMENTAL-WAGES
048090     END-IF.
048100 1907-EXIT.
048110     EXIT.
048120
048130*-----------------------------------------------------------------
048140* COMPUTE ONE PERIOD'S PAY FOR THE EMPLOYEE IN
048150* EMPLOYEE-MASTER-RECORD: GROSS (1900), THE FEDERAL TAX BRACKET
048160* AND AMOUNT PER THE EMPLOYEE'S W-4, SOCIAL SECURITY AND
048170* MEDICARE (1920), STATE TAX (1930), THE SHOP DEDUCTIONS, AND
048180* NET. THE GRADUATED FEDERAL RATE APPLIES TO REGULAR WAGES ONLY;
048190* SUPPLEMENTAL WAGES ARE WITHHELD AT WS-SUPPLEMENTAL-RATE AND
048200* THAT TAX IS KEPT IN EM-SUPP-TAX AS WELL AS IN EM-TAX-DEDUCTION.
048210* SHARED BY THE CALCULATION LOOP AND THE ADJUSTMENT REPAY
048220* SO THE TWO CANNOT DRIFT APART. POSTING TO YTD AND QUARTER
048230* BUCKETS IS THE CALLER'S BUSINESS. AN EMPLOYEE CLAIMING
048240* EXEMPT ON THE W-4 HAS NO FEDERAL OR STATE INCOME TAX (AND NO
048250* EXTRA WITHHOLDING) TAKEN; SOCIAL SECURITY AND MEDICARE ARE
048260* NEVER EXEMPT. A TERMINATED EMPLOYEE'S FINAL CHECK HAS NO HEALTH
048270* PREMIUM TAKEN. THE 401(K) DEFERRAL IS THE EMPLOYEE'S ELECTION,
048280* HELD TO WHAT IS LEFT OF THE YEAR'S LIMIT (1915).
048290*-----------------------------------------------------------------
048300 1910-COMPUTE-PERIOD-PAY.
048310     PERFORM 1900-COMPUTE-GROSS-PAY THRU 1900-EXIT
048320     MOVE WS-SUPPLEMENTAL-WAGES TO EM-SUPP-WAGES
048330     PERFORM 2000-LOOKUP-TAX-BRACKET
048340     IF EM-W4-IS-EXEMPT
048350         MOVE ZEROS TO EM-TAX-DEDUCTION
048360                       EM-SUPP-TAX
048370     ELSE
048380         COMPUTE EM-SUPP-TAX =
048390             EM-SUPP-WAGES * WS-SUPPLEMENTAL-RATE
048400         COMPUTE EM-TAX-DEDUCTION =
048410             WS-REGULAR-WAGES * EM-TAX-RATE
048420             + EM-W4-EXTRA-WITHHOLDING
048430             + EM-SUPP-TAX
048440     END-IF
048450     PERFORM 1920-COMPUTE-FICA THRU 1920-EXIT
048460     PERFORM 1930-COMPUTE-STATE-TAX THRU 1930-EXIT
048470     IF EM-TERMINATED
048480         MOVE ZEROS TO EM-HEALTH-DEDUCTION
048490     ELSE
048500         MOVE WS-HEALTH-PREMIUM TO EM-HEALTH-DEDUCTION
048510     END-IF
048520     PERFORM 1915-COMPUTE-401K-DEFERRAL THRU 1915-EXIT
048530     COMPUTE EM-NET-PAY =
048540         EM-GROSS-PAY - EM-TAX-DEDUCTION
048550         - EM-SS-DEDUCTION
048560         - EM-MEDICARE-DEDUCTION
048570         - EM-STATE-TAX-DEDUCTION
048580         - EM-HEALTH-DEDUCTION
048590         - EM-401K-DEDUCTION
048600         - EM-GARNISHMENT-AMT.
048610 1910-EXIT.
048620     EXIT.
048630
048640*-----------------------------------------------------------------
048650* THE PERIOD'S 401(K) DEFERRAL. A FLAT ELECTION DEFERS ITS AMOUNT,
048660* A PERCENT ELECTION ITS PERCENT OF GROSS, AND AN EMPLOYEE WITH NO
048670* ELECTION THE PLAN'S STANDING WS-401K-PERCENT. NO DEFERRAL TAKES
048680* MORE THAN IS LEFT OF GROSS AFTER TAXES AND THE HEALTH PREMIUM,
048690* OR MORE THAN IS LEFT OF THE YEAR'S LIMIT AFTER EM-YTD-401K (THE
048700* CALLER POSTS THE YTD AFTER THE COMPUTATION). WS-401K-LIMITED-SW
048710* IS SET WHEN THE LIMIT CUT THE DEFERRAL.
048720*-----------------------------------------------------------------
048730 1915-COMPUTE-401K-DEFERRAL.
048740     MOVE 'N' TO WS-401K-LIMITED-SW
048750     EVALUATE TRUE
048760         WHEN EM-401K-ELECT-FLAT
048770             MOVE EM-401K-ELECT-AMT TO WS-401K-ELECTED
048780         WHEN EM-401K-ELECT-PERCENT
048790             COMPUTE WS-401K-ELECTED =
048800                 EM-GROSS-PAY * EM-401K-ELECT-PCT
048810         WHEN OTHER
048820             COMPUTE WS-401K-ELECTED =
048830                 EM-GROSS-PAY * WS-401K-PERCENT
048840     END-EVALUATE
048850     COMPUTE WS-401K-AFTER-TAX =
048860         EM-GROSS-PAY - EM-TAX-DEDUCTION
048870         - EM-SS-DEDUCTION
048880         - EM-MEDICARE-DEDUCTION
048890         - EM-STATE-TAX-DEDUCTION
048900         - EM-HEALTH-DEDUCTION
048910     IF WS-401K-AFTER-TAX < ZERO
048920         MOVE ZEROS TO WS-401K-AFTER-TAX
048930     END-IF
048940     IF WS-401K-ELECTED > WS-401K-AFTER-TAX
048950         MOVE WS-401K-AFTER-TAX TO WS-401K-ELECTED
048960     END-IF
048970     COMPUTE WS-401K-ROOM = WS-401K-ANNUAL-LIMIT - EM-YTD-401K
048980     IF EM-401K-CATCHUP-ELIGIBLE
048990         ADD WS-401K-CATCHUP-LIMIT TO WS-401K-ROOM
049000     END-IF
049010     IF WS-401K-ROOM < ZERO
049020         MOVE ZEROS TO WS-401K-ROOM
049030     END-IF
049040     IF WS-401K-ELECTED > WS-401K-ROOM
049050         MOVE WS-401K-ROOM TO WS-401K-ELECTED
049060         SET WS-401K-LIMITED TO TRUE
049070     END-IF
049080     MOVE WS-401K-ELECTED TO EM-401K-DEDUCTION.
049090 1915-EXIT.
049100     EXIT.
049110
049120*-----------------------------------------------------------------
049130* EMPLOYEE SOCIAL SECURITY AND MEDICARE. SOCIAL SECURITY WAGES
049140* ARE THE PERIOD'S GROSS UP TO WHAT IS LEFT OF THE ANNUAL WAGE
049150* BASE AFTER EM-YTD-SS-WAGES, SO WITHHOLDING STOPS THE PERIOD
049160* THE BASE IS REACHED. MEDICARE HAS NO BASE; THE ADDITIONAL
049170* MEDICARE RATE APPLIES ONLY TO THE PART OF THIS PERIOD'S GROSS
049180* THAT TAKES YEAR-TO-DATE WAGES ABOVE THE THRESHOLD. YTD GROSS
049190* IS STILL THE PRIOR-PERIOD FIGURE HERE -- THE CALLER POSTS
049200* AFTER THE COMPUTATION.
049210*-----------------------------------------------------------------
049220 1920-COMPUTE-FICA.
049230     COMPUTE WS-SS-ROOM = WS-SS-WAGE-BASE - EM-YTD-SS-WAGES
049240     IF WS-SS-ROOM < ZERO
049250         MOVE ZERO TO WS-SS-ROOM
049260     END-IF
049270     IF EM-GROSS-PAY > WS-SS-ROOM
049280         MOVE WS-SS-ROOM TO EM-SS-WAGES
049290     ELSE
049300         MOVE EM-GROSS-PAY TO EM-SS-WAGES
049310     END-IF
049320     COMPUTE EM-SS-DEDUCTION =
049330         EM-SS-WAGES * WS-SS-RATE
049340     COMPUTE EM-MEDICARE-DEDUCTION =
049350         EM-GROSS-PAY * WS-MEDICARE-RATE
049360     COMPUTE WS-YTD-WAGES-AFTER = EM-YTD-GROSS + EM-GROSS-PAY
049370     COMPUTE WS-ADDL-MEDICARE-WAGES =
049380         WS-YTD-WAGES-AFTER - WS-ADDL-MEDICARE-THRESHOLD
049390     IF WS-ADDL-MEDICARE-WAGES NOT > ZERO
049400         GO TO 1920-EXIT
049410     END-IF
049420     COMPUTE WS-ADDL-MEDICARE-PRIOR =
049430         EM-YTD-GROSS - WS-ADDL-MEDICARE-THRESHOLD
049440     IF WS-ADDL-MEDICARE-PRIOR > ZERO
049450         SUBTRACT WS-ADDL-MEDICARE-PRIOR
049460             FROM WS-ADDL-MEDICARE-WAGES
049470     END-IF
049480     COMPUTE EM-MEDICARE-DEDUCTION =
049490         EM-MEDICARE-DEDUCTION
049500         + WS-ADDL-MEDICARE-WAGES * WS-ADDL-MEDICARE-RATE.
049510 1920-EXIT.
049520     EXIT.
049530
049540*-----------------------------------------------------------------
049550* STATE INCOME TAX FROM THE EMPLOYEE'S STATE SCHEDULE ON THE
049560* LOADED PARAMETER SET. NO STATE CODE, NO SCHEDULE FOR THE
049570* STATE, OR A W-4 EXEMPT CLAIM MEANS NO STATE TAX. THE BRACKET IS
049580* SET BY REGULAR WAGES, AS FOR FEDERAL, AND ITS RATE APPLIES TO
049590* THE WHOLE GROSS, SUPPLEMENTAL WAGES INCLUDED.
049600*-----------------------------------------------------------------
049610 1930-COMPUTE-STATE-TAX.
049620     MOVE ZEROS TO EM-STATE-TAX-DEDUCTION
049630     MOVE ZEROS TO WS-STATE-TAX-RATE
049640     IF EM-W4-IS-EXEMPT OR EM-STATE-CODE = SPACES
049650         GO TO 1930-EXIT
049660     END-IF
049670     MOVE 'N' TO WS-STATE-FOUND-SW
049680     PERFORM 1935-FIND-STATE THRU 1935-EXIT
049690         VARYING ST-IDX FROM 1 BY 1
049700         UNTIL ST-IDX > WS-STATE-COUNT OR WS-STATE-FOUND
049710     IF NOT WS-STATE-FOUND
049720         GO TO 1930-EXIT
049730     END-IF
049740     SET ST-IDX DOWN BY 1
049750     SET STB-IDX TO ST-BRACKET-COUNT(ST-IDX)
049760     MOVE STB-RATE(ST-IDX STB-IDX) TO WS-STATE-TAX-RATE
049770     MOVE 'N' TO WS-BRACKET-FOUND-SW
049780     PERFORM 1937-FIND-STATE-BRACKET THRU 1937-EXIT
049790         VARYING STB-IDX FROM 1 BY 1
049800         UNTIL STB-IDX > ST-BRACKET-COUNT(ST-IDX)
049810            OR WS-BRACKET-FOUND
049820     COMPUTE EM-STATE-TAX-DEDUCTION =
049830         EM-GROSS-PAY * WS-STATE-TAX-RATE.
049840 1930-EXIT.
049850     EXIT.
049860
049870 1935-FIND-STATE.
049880     IF ST-STATE-CODE(ST-IDX) = EM-STATE-CODE
049890         SET WS-STATE-FOUND TO TRUE
049900     END-IF.
049910 1935-EXIT.
049920     EXIT.
049930
049940 1937-FIND-STATE-BRACKET.
049950     IF WS-REGULAR-WAGES NOT LESS THAN
049960                                STB-LOW-LIMIT(ST-IDX STB-IDX)
049970        AND WS-REGULAR-WAGES NOT GREATER THAN
049980                                STB-HIGH-LIMIT(ST-IDX STB-IDX)
049990         MOVE STB-RATE(ST-IDX STB-IDX) TO WS-STATE-TAX-RATE
050000         MOVE 'Y' TO WS-BRACKET-FOUND-SW
050010     END-IF.
050020 1937-EXIT.
050030     EXIT.
050040
050050*-----------------------------------------------------------------
050060* POST THE PERIOD'S SOCIAL SECURITY, MEDICARE AND STATE TAX TO
050070* THE YEAR-TO-DATE FIGURES AND THE CURRENT QUARTER'S BUCKETS,
050080* ALONGSIDE THE GROSS AND FEDERAL TAX THE CALLER POSTS.
050090*-----------------------------------------------------------------
050100 1940-POST-WITHHOLDING.
050110     ADD EM-SS-WAGES            TO EM-YTD-SS-WAGES
050120     ADD EM-SS-DEDUCTION        TO EM-YTD-SS-TAX
050130     ADD EM-MEDICARE-DEDUCTION  TO EM-YTD-MEDICARE-TAX
050140     ADD EM-STATE-TAX-DEDUCTION TO EM-YTD-STATE-TAX
050150     ADD EM-SS-WAGES
050160         TO EM-QTR-SS-WAGES(WS-CURRENT-QUARTER)
050170     ADD EM-SS-DEDUCTION
050180         TO EM-QTR-SS-TAX(WS-CURRENT-QUARTER)
050190     ADD EM-MEDICARE-DEDUCTION
050200         TO EM-QTR-MEDICARE-TAX(WS-CURRENT-QUARTER)
050210     ADD EM-STATE-TAX-DEDUCTION
050220         TO EM-QTR-STATE-TAX(WS-CURRENT-QUARTER).
050230 1940-EXIT.
050240     EXIT.
050250
050260 Calculate-Payroll.
050270     IF WS-MASTER-COUNT = 0
050280         DISPLAY "No employees added yet."
050290         GO TO Calculate-Payroll-Exit
050300     END-IF
050310     PERFORM 4400-READ-RUN-CONTROL THRU 4400-EXIT
050320     IF WS-PERIOD-COMPLETE
050330         DISPLAY "Pay period " WS-PAY-PERIOD " is already "
050340             "marked complete. Calculation skipped."
050350         MOVE 8 TO RETURN-CODE
050360         GO TO Calculate-Payroll-Exit
050370     END-IF
050380     PERFORM 1080-OPEN-GARN-CASES THRU 1080-EXIT
050390     IF WS-GARNCASE-FILE-CLOSED
050400         DISPLAY "Garnishments cannot be taken. Calculation "
050410             "skipped."
050420         MOVE 8 TO RETURN-CODE
050430         GO TO Calculate-Payroll-Exit
050440     END-IF
050450     PERFORM 4410-MARK-RUN-STARTED THRU 4410-EXIT
050460     PERFORM 1070-OPEN-PAY-HISTORY THRU 1070-EXIT
050470     MOVE ZEROS TO WS-ALREADY-PAID-COUNT
050480     PERFORM 1110-POSITION-MASTER THRU 1110-EXIT
050490     PERFORM Calculate-Payroll-Loop THRU
050500         Calculate-Payroll-Loop-Exit
050510     PERFORM 9020-CLOSE-PAY-HISTORY THRU 9020-EXIT
050520     PERFORM 9030-CLOSE-GARN-CASES THRU 9030-EXIT
050530     PERFORM 4050-PRINT-ALL-PAY-STUBS THRU 4050-EXIT
050540     IF WS-ALREADY-PAID-COUNT > ZERO
050550         DISPLAY "Employees already paid this period (skipped): "
050560             WS-ALREADY-PAID-COUNT
050570     END-IF
050580*-----------------------------------------------------------------
050590* THE PERIOD IS DELIBERATELY NOT MARKED COMPLETE HERE. ONLY THE
050600* BATCH RUN MARKS IT, AND ONLY AFTER THE DIRECT-DEPOSIT AND GL
050610* EXTRACTS ARE SAFELY WRITTEN, SO AN ABEND BETWEEN CALCULATION
050620* AND THE EXTRACTS RESTARTS CLEANLY AND AN INTERACTIVE
050630* CALCULATION CANNOT CLOSE THE PERIOD OUT FROM UNDER THE
050640* NIGHTLY BATCH. THE PER-EMPLOYEE PERIOD STAMPS ALREADY PREVENT
050650* DOUBLE-POSTING WHILE THE CHECKPOINT STAYS AT STARTED.
050660*-----------------------------------------------------------------
050670     DISPLAY "Payroll calculation complete.".
050680 Calculate-Payroll-Exit.
050690     EXIT.
050700
050710*-----------------------------------------------------------------
050720* ONE SEQUENTIAL PASS OVER THE MASTER. EACH ACTIVE, NOT-YET-PAID
050730* RECORD ON THE RUN'S PAY CYCLE IS CALCULATED AND REWRITTEN IN
050740* PLACE. TERMINATED EMPLOYEES AND EMPLOYEES ON ANOTHER CYCLE
050750* ARE PASSED BY (EXCEPT A TERMINATED EMPLOYEE STILL OWED A PAID
050760* TIME OFF BALANCE, WHO GETS A FINAL CHECK PAYING IT OUT), AS IS
050770* ANYONE ALREADY STAMPED WITH THIS RUN'S
050780* PERIOD-PLUS-SEQUENCE (A RESTARTED RUN) OR A LATER ONE (A
050790* BACKDATED RERUN OF A RUN THAT ALREADY WENT THROUGH) --
050800* YYYYMMSS COLLATES AS TEXT, AND A BLANK STAMP ON A NEW HIRE
050810* COMPARES LOW, SO NEW HIRES ARE STILL PAID.
050820*-----------------------------------------------------------------
050830 Calculate-Payroll-Loop.
050840     PERFORM 1120-READ-NEXT-MASTER THRU 1120-EXIT
050850     IF WS-MASTER-EOF
050860         GO TO Calculate-Payroll-Loop-Exit
050870     END-IF
050880     IF EM-STATUS-CODE = 'T' AND NOT EM-PTO-PAYOUT-PENDING
050890         GO TO Calculate-Payroll-Loop
050900     END-IF
050910     IF EM-PAY-CYCLE NOT = WS-PAY-CYCLE
050920         GO TO Calculate-Payroll-Loop
050930     END-IF
050940     IF WS-EMP-PAID-ID NOT LESS THAN WS-PAY-PERIOD-ID
050950         ADD 1 TO WS-ALREADY-PAID-COUNT
050960         GO TO Calculate-Payroll-Loop
050970     END-IF
050980*-----------------------------------------------------------------
050990* NO PUNCHES AND NO KEYED HOURS THIS RUN MEANS NO HOURS WORKED;
051000* THE PRIOR RUN'S HOURS ARE NOT PAID A SECOND TIME. LIKEWISE NO
051010* 'E' TRANSACTIONS THIS RUN MEANS NO EARNINGS LINES.
051020*-----------------------------------------------------------------
051030     IF EM-TC-RUN-ID NOT = WS-PAY-PERIOD-ID
051040         PERFORM 5250-START-RUN-HOURS THRU 5250-EXIT
051050     END-IF
051060     IF EM-ERN-RUN-ID NOT = WS-PAY-PERIOD-ID
051070         PERFORM 5195-START-RUN-EARNINGS THRU 5195-EXIT
051080     END-IF
051090     IF EM-TERMINATED
051100         PERFORM 2340-POST-LEAVE-PAYOUT THRU 2340-EXIT
051110     END-IF
051120     PERFORM 2500-PROMOTE-401K-ELECTION THRU 2500-EXIT
051130     PERFORM 2610-ACTIVATE-BANK-CHANGE THRU 2610-EXIT
051140     MOVE EM-NET-PAY TO AUD-BEFORE-NET
051150     MOVE ZEROS TO EM-GARNISHMENT-AMT
051160     PERFORM 1910-COMPUTE-PERIOD-PAY THRU 1910-EXIT
051170     PERFORM 2400-APPLY-GARNISHMENTS THRU 2400-EXIT
051180     ADD EM-GROSS-PAY      TO EM-YTD-GROSS
051190     ADD EM-TAX-DEDUCTION  TO EM-YTD-TAX
051200     ADD EM-NET-PAY        TO EM-YTD-NET
051210     ADD EM-401K-DEDUCTION TO EM-YTD-401K
051220     ADD EM-GROSS-PAY
051230         TO EM-QTR-GROSS(WS-CURRENT-QUARTER)
051240     ADD EM-TAX-DEDUCTION
051250         TO EM-QTR-TAX(WS-CURRENT-QUARTER)
051260     PERFORM 1940-POST-WITHHOLDING THRU 1940-EXIT
051270     PERFORM 2320-ACCRUE-LEAVE THRU 2320-EXIT
051280     MOVE WS-PAY-PERIOD TO EM-LAST-PAID-PERIOD
051290     MOVE WS-PAY-SEQ    TO EM-LAST-PAID-SEQ
051300     MOVE ZEROS         TO EM-LAST-CHECK-NO
051310     PERFORM 1500-REWRITE-EMPLOYEE-MASTER
051320     PERFORM 1950-WRITE-PAY-HISTORY THRU 1950-EXIT
051330     MOVE "CALC-PAYROLL"        TO AUD-ACTION
051340     MOVE EM-EMPLOYEE-ID        TO AUD-EMPLOYEE-ID
051350     MOVE EM-EMPLOYEE-NAME      TO AUD-EMPLOYEE-NAME
051360     MOVE EM-NET-PAY            TO AUD-AFTER-NET
051370     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
051380     IF WS-401K-LIMITED
051390         DISPLAY "401(k) deferral for employee " EM-EMPLOYEE-ID
051400             " held to the annual limit."
051410         MOVE "401K-LIMIT"          TO AUD-ACTION
051420         PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
051430     END-IF
051440     PERFORM 2430-AUDIT-PAID-OFF THRU 2430-EXIT
051450         VARYING WS-GARN-SUB FROM 1 BY 1
051460         UNTIL WS-GARN-SUB > WS-GARN-CASE-COUNT
051470     GO TO Calculate-Payroll-Loop.
051480 Calculate-Payroll-Loop-Exit.
051490     EXIT.
051500
051510*-----------------------------------------------------------------
051520* LOOK UP THE GRADUATED TAX BRACKET THAT THIS EMPLOYEE'S REGULAR
051530* WAGES (GROSS LESS SUPPLEMENTAL WAGES) FALL INTO AND STORE THE
051540* APPLICABLE RATE IN EM-TAX-RATE. IF THE WAGES SOMEHOW FALL
051550* OUTSIDE EVERY BRACKET THE TOP BRACKET RATE IS USED AS A SAFE
051560* DEFAULT. A MARRIED OR HEAD-OF-
051570* HOUSEHOLD W-4 USES ITS OWN SCHEDULE WHEN THE SET CARRIES ONE.
051580*-----------------------------------------------------------------
051590 2000-LOOKUP-TAX-BRACKET.
051600     MOVE 'N' TO WS-BRACKET-FOUND-SW
051610     MOVE ZERO TO WS-FS-ENTRY
051620     IF EM-W4-MARRIED AND FS-BRACKET-COUNT(1) = 5
051630         MOVE 1 TO WS-FS-ENTRY
051640     END-IF
051650     IF EM-W4-HEAD-OF-HOUSEHOLD AND FS-BRACKET-COUNT(2) = 5
051660         MOVE 2 TO WS-FS-ENTRY
051670     END-IF
051680     IF WS-FS-ENTRY > ZERO
051690         SET FS-IDX TO WS-FS-ENTRY
051700         SET FSB-IDX TO 5
051710         MOVE FSB-RATE(FS-IDX FSB-IDX) TO EM-TAX-RATE
051720         PERFORM 2020-FIND-FS-BRACKET THRU 2020-EXIT
051730             VARYING FSB-IDX FROM 1 BY 1
051740             UNTIL FSB-IDX > 5 OR WS-BRACKET-FOUND
051750     ELSE
051760         MOVE TB-RATE(5) TO EM-TAX-RATE
051770         PERFORM 2010-FIND-BRACKET THRU 2010-EXIT
051780             VARYING TB-IDX FROM 1 BY 1
051790             UNTIL TB-IDX > 5 OR WS-BRACKET-FOUND
051800     END-IF.
051810
051820 2010-FIND-BRACKET.
051830     IF WS-REGULAR-WAGES NOT LESS THAN TB-LOW-LIMIT(TB-IDX)
051840        AND WS-REGULAR-WAGES NOT GREATER THAN
051850                                        TB-HIGH-LIMIT(TB-IDX)
051860         MOVE TB-RATE(TB-IDX) TO EM-TAX-RATE
051870         MOVE 'Y' TO WS-BRACKET-FOUND-SW
051880     END-IF.
051890 2010-EXIT.
051900     EXIT.
051910
051920 2020-FIND-FS-BRACKET.
051930     IF WS-REGULAR-WAGES NOT LESS THAN
051940                                FSB-LOW-LIMIT(FS-IDX FSB-IDX)
051950        AND WS-REGULAR-WAGES NOT GREATER THAN
051960                                FSB-HIGH-LIMIT(FS-IDX FSB-IDX)
051970         MOVE FSB-RATE(FS-IDX FSB-IDX) TO EM-TAX-RATE
051980         MOVE 'Y' TO WS-BRACKET-FOUND-SW
051990     END-IF.
052000 2020-EXIT.
052010     EXIT.
052020
052030*-----------------------------------------------------------------
052040* DATE IN WS-DATE-YYYYMMDD TO DAY NUMBER IN WS-DAY-NUMBER.
052050*-----------------------------------------------------------------
052060 2100-DATE-TO-DAY-NUMBER.
052070     COMPUTE WS-JD-A = (14 - WS-DATE-MM) / 12
052080     COMPUTE WS-JD-Y = WS-DATE-CCYY + 4800 - WS-JD-A
052090     COMPUTE WS-JD-M = WS-DATE-MM + (12 * WS-JD-A) - 3
052100     COMPUTE WS-JD-T = ((153 * WS-JD-M) + 2) / 5
052110     COMPUTE WS-DAY-NUMBER =
052120         WS-DATE-DD + WS-JD-T + (365 * WS-JD-Y) - 32045
052130     DIVIDE WS-JD-Y BY 4 GIVING WS-JD-T
052140     ADD WS-JD-T TO WS-DAY-NUMBER
052150     DIVIDE WS-JD-Y BY 100 GIVING WS-JD-T
052160     SUBTRACT WS-JD-T FROM WS-DAY-NUMBER
052170     DIVIDE WS-JD-Y BY 400 GIVING WS-JD-T
052180     ADD WS-JD-T TO WS-DAY-NUMBER.
052190 2100-EXIT.
052200     EXIT.
052210
052220*-----------------------------------------------------------------
052230* DAY NUMBER IN WS-DAY-NUMBER TO DATE IN WS-DATE-YYYYMMDD.
052240*-----------------------------------------------------------------
052250 2110-DAY-NUMBER-TO-DATE.
052260     COMPUTE WS-JD-L = WS-DAY-NUMBER + 68569
052270     COMPUTE WS-JD-N = (4 * WS-JD-L) / 146097
052280     COMPUTE WS-JD-T = ((146097 * WS-JD-N) + 3) / 4
052290     SUBTRACT WS-JD-T FROM WS-JD-L
052300     COMPUTE WS-JD-I = (4000 * (WS-JD-L + 1)) / 1461001
052310     COMPUTE WS-JD-T = (1461 * WS-JD-I) / 4
052320     COMPUTE WS-JD-L = WS-JD-L - WS-JD-T + 31
052330     COMPUTE WS-JD-J = (80 * WS-JD-L) / 2447
052340     COMPUTE WS-JD-T = (2447 * WS-JD-J) / 80
052350     COMPUTE WS-DATE-DD = WS-JD-L - WS-JD-T
052360     DIVIDE WS-JD-J BY 11 GIVING WS-JD-L
052370     COMPUTE WS-DATE-MM = WS-JD-J + 2 - (12 * WS-JD-L)
052380     COMPUTE WS-DATE-CCYY =
052390         (100 * (WS-JD-N - 49)) + WS-JD-I + WS-JD-L.
052400 2110-EXIT.
052410     EXIT.
052420
052430*-----------------------------------------------------------------
052440* FIND THE EARNINGS CODE IN WS-EC-LOOKUP-CODE ON THE EARNINGS-CODE
052450* TABLE. WS-EC-FOUND AND WS-EC-SUB (ITS ENTRY) REPORT THE RESULT.
052460*-----------------------------------------------------------------
052470 2200-FIND-EARNINGS-CODE.
052480     MOVE 'N' TO WS-EC-FOUND-SW
052490     MOVE ZERO TO WS-EC-SUB
052500     PERFORM 2210-MATCH-EARNINGS-CODE THRU 2210-EXIT
052510         VARYING EC-IDX FROM 1 BY 1
052520         UNTIL EC-IDX > WS-EARNINGS-CODE-COUNT OR WS-EC-FOUND.
052530 2200-EXIT.
052540     EXIT.
052550
052560 2210-MATCH-EARNINGS-CODE.
052570     IF EC-CODE(EC-IDX) = WS-EC-LOOKUP-CODE
052580         SET WS-EC-FOUND TO TRUE
052590         SET WS-EC-SUB TO EC-IDX
052600     END-IF.
052610 2210-EXIT.
052620     EXIT.
052630
052640*-----------------------------------------------------------------
052650* FIND THE PAID TIME OFF ACCRUAL TIER FOR THE EMPLOYEE IN
052660* EMPLOYEE-MASTER-RECORD: OF THE TIERS FOR THE EMPLOYEE'S PAY
052670* TYPE, THE ONE WITH THE MOST SERVICE YEARS NOT ABOVE THE
052680* EMPLOYEE'S WHOLE YEARS OF SERVICE, COUNTED IN MONTHS FROM THE
052690* HIRE MONTH TO THE RUN'S PAY PERIOD. AN EMPLOYEE WITH NO HIRE
052700* DATE ON FILE COUNTS AS UNDER ONE YEAR. WS-LT-FOUND AND
052710* WS-LT-SUB (ITS ENTRY) REPORT THE RESULT.
052720*-----------------------------------------------------------------
052730 2300-FIND-LEAVE-TIER.
052740     MOVE 'N' TO WS-LT-FOUND-SW
052750     MOVE ZERO TO WS-LT-SUB
052760                  WS-LV-SERVICE-YEARS
052770     IF EM-HIRE-DATE > ZERO
052780         MOVE EM-HIRE-DATE  TO WS-DATE-YYYYMMDD
052790         MOVE WS-PAY-PERIOD TO WS-LV-PERIOD
052800         COMPUTE WS-LV-SERVICE-MONTHS =
052810             (WS-LV-PERIOD-CCYY - WS-DATE-CCYY) * 12
052820             + WS-LV-PERIOD-MM - WS-DATE-MM
052830         IF WS-LV-SERVICE-MONTHS > 1199
052840             MOVE 99 TO WS-LV-SERVICE-YEARS
052850         ELSE
052860             IF WS-LV-SERVICE-MONTHS > ZERO
052870                 DIVIDE WS-LV-SERVICE-MONTHS BY 12
052880                     GIVING WS-LV-SERVICE-YEARS
052890             END-IF
052900         END-IF
052910     END-IF
052920     PERFORM 2305-MATCH-LEAVE-TIER THRU 2305-EXIT
052930         VARYING LT-IDX FROM 1 BY 1
052940         UNTIL LT-IDX > WS-LEAVE-TIER-COUNT.
052950 2300-EXIT.
052960     EXIT.
052970
052980 2305-MATCH-LEAVE-TIER.
052990     IF LT-PAY-TYPE(LT-IDX) NOT = EM-PAY-TYPE
053000        OR LT-SERVICE-YEARS(LT-IDX) > WS-LV-SERVICE-YEARS
053010         GO TO 2305-EXIT
053020     END-IF
053030     IF WS-LT-FOUND
053040         IF LT-SERVICE-YEARS(LT-IDX) NOT >
053050            LT-SERVICE-YEARS(WS-LT-SUB)
053060             GO TO 2305-EXIT
053070         END-IF
053080     END-IF
053090     SET WS-LT-FOUND TO TRUE
053100     SET WS-LT-SUB TO LT-IDX.
053110 2305-EXIT.
053120     EXIT.
053130
053140*-----------------------------------------------------------------
053150* PAY RUNS A YEAR ON THE EMPLOYEE'S PAY CYCLE.
053160*-----------------------------------------------------------------
053170 2302-PERIODS-PER-YEAR.
053180     EVALUATE TRUE
053190         WHEN EM-CYCLE-WEEKLY
053200             MOVE 52 TO WS-LV-PERIODS-PER-YEAR
053210         WHEN EM-CYCLE-BIWEEKLY
053220             MOVE 26 TO WS-LV-PERIODS-PER-YEAR
053230         WHEN OTHER
053240             MOVE 12 TO WS-LV-PERIODS-PER-YEAR
053250     END-EVALUATE.
053260 2302-EXIT.
053270     EXIT.
053280
053290*-----------------------------------------------------------------
053300* THE HOURLY RATE PAID TIME OFF IS PAID AND VALUED AT: THE HOURLY
053310* RATE, OR FOR A SALARIED EMPLOYEE THE PERIOD SALARY ANNUALIZED
053320* OVER A YEAR OF STANDARD WORKWEEKS.
053330*-----------------------------------------------------------------
053340 2310-LEAVE-HOURLY-RATE.
053350     IF NOT EM-SALARIED
053360         MOVE EM-HOURLY-RATE TO WS-LV-HOURLY-RATE
053370         GO TO 2310-EXIT
053380     END-IF
053390     MOVE ZERO TO WS-LV-HOURLY-RATE
053400     IF WS-STANDARD-HOURS-PER-WEEK = ZERO
053410         GO TO 2310-EXIT
053420     END-IF
053430     PERFORM 2302-PERIODS-PER-YEAR THRU 2302-EXIT
053440     COMPUTE WS-LV-HOURLY-RATE =
053450         EM-PERIOD-SALARY * WS-LV-PERIODS-PER-YEAR
053460             / (WS-STANDARD-HOURS-PER-WEEK * 52).
053470 2310-EXIT.
053480     EXIT.
053490
053500*-----------------------------------------------------------------
053510* PAID TIME OFF FOR THE RUN, ONCE THE EMPLOYEE'S PAY IS FIGURED.
053520* THE HOURS PAID ON THE RUN'S PTO AND PTP LINES COME OFF THE
053530* BALANCE. AN ACTIVE EMPLOYEE PAID THIS RUN THEN ACCRUES THE
053540* TIER'S ANNUAL HOURS SPREAD EVENLY OVER THE YEAR'S RUNS ON THE
053550* EMPLOYEE'S CYCLE, CUT BACK SO THE YEAR'S ACCRUAL NEVER PASSES
053560* THE TIER'S ANNUAL CAP. A TERMINATED EMPLOYEE ACCRUES NOTHING;
053570* ONCE THE FINAL CHECK HAS PAID OUT THE BALANCE IT IS MARKED SO.
053580* THE RUN'S HOURS ARE KEPT FOR THE STUB UNDER EM-PTO-RUN-ID.
053590*-----------------------------------------------------------------
053600 2320-ACCRUE-LEAVE.
053610     MOVE WS-PAY-PERIOD-ID TO EM-PTO-RUN-ID
053620     MOVE ZEROS TO EM-PTO-RUN-ACCRUED
053630                   EM-PTO-RUN-USED
053640     PERFORM 2325-ADD-LEAVE-USED THRU 2325-EXIT
053650         VARYING WS-ERN-SUB FROM 1 BY 1
053660         UNTIL WS-ERN-SUB > EM-ERN-COUNT
053670     IF EM-PTO-RUN-USED > EM-PTO-BALANCE
053680         MOVE ZEROS TO EM-PTO-BALANCE
053690     ELSE
053700         SUBTRACT EM-PTO-RUN-USED FROM EM-PTO-BALANCE
053710     END-IF
053720     ADD EM-PTO-RUN-USED TO EM-PTO-USED-YTD
053730     IF EM-TERMINATED
053740         IF EM-PTO-BALANCE = ZERO
053750             SET EM-PTO-FINAL-CHECK TO TRUE
053760         END-IF
053770         GO TO 2320-EXIT
053780     END-IF
053790     IF EM-GROSS-PAY = ZERO
053800         GO TO 2320-EXIT
053810     END-IF
053820     PERFORM 2300-FIND-LEAVE-TIER THRU 2300-EXIT
053830     IF NOT WS-LT-FOUND
053840         GO TO 2320-EXIT
053850     END-IF
053860     PERFORM 2302-PERIODS-PER-YEAR THRU 2302-EXIT
053870     SET LT-IDX TO WS-LT-SUB
053880     COMPUTE WS-LV-ACCRUAL =
053890         LT-ANNUAL-HOURS(LT-IDX) / WS-LV-PERIODS-PER-YEAR
053900     COMPUTE WS-LV-ROOM =
053910         LT-ANNUAL-CAP(LT-IDX) - EM-PTO-ACCRUED-YTD
053920     IF WS-LV-ROOM < ZERO
053930         MOVE ZERO TO WS-LV-ROOM
053940     END-IF
053950     IF WS-LV-ACCRUAL > WS-LV-ROOM
053960         MOVE WS-LV-ROOM TO WS-LV-ACCRUAL
053970     END-IF
053980     MOVE WS-LV-ACCRUAL TO EM-PTO-RUN-ACCRUED
053990     ADD WS-LV-ACCRUAL  TO EM-PTO-BALANCE
054000                           EM-PTO-ACCRUED-YTD.
054010 2320-EXIT.
054020     EXIT.
054030
054040 2325-ADD-LEAVE-USED.
054050     IF EM-ERN-CODE(WS-ERN-SUB) = 'PTO' OR
054060        EM-ERN-CODE(WS-ERN-SUB) = 'PTP'
054070         ADD EM-ERN-HOURS(WS-ERN-SUB) TO EM-PTO-RUN-USED
054080     END-IF.
054090 2325-EXIT.
054100     EXIT.
054110
054120*-----------------------------------------------------------------
054130* A TERMINATED EMPLOYEE'S FINAL CHECK: WHAT IS LEFT OF THE PAID
054140* TIME OFF BALANCE, LESS ANY TIME OFF ALREADY POSTED TO THE RUN
054150* BEFORE THE TERMINATION, IS PAID OUT AS A PTP EARNINGS LINE. A
054160* LINE HOLDS AT MOST WS-LV-MAX-LINE-HOURS; ANY REST (OR THE WHOLE
054170* PAYOUT, WHEN NO LINE IS FREE) IS PAID BY THE NEXT RUN ON THE
054180* EMPLOYEE'S CYCLE.
054190*-----------------------------------------------------------------
054200 2340-POST-LEAVE-PAYOUT.
054210     MOVE ZEROS TO EM-PTO-RUN-USED
054220     PERFORM 2325-ADD-LEAVE-USED THRU 2325-EXIT
054230         VARYING WS-ERN-SUB FROM 1 BY 1
054240         UNTIL WS-ERN-SUB > EM-ERN-COUNT
054250     IF EM-PTO-RUN-USED NOT < EM-PTO-BALANCE
054260         GO TO 2340-EXIT
054270     END-IF
054280     COMPUTE WS-LV-HOURS = EM-PTO-BALANCE - EM-PTO-RUN-USED
054290     IF WS-LV-HOURS > WS-LV-MAX-LINE-HOURS
054300         MOVE WS-LV-MAX-LINE-HOURS TO WS-LV-HOURS
054310     END-IF
054320     IF EM-ERN-COUNT NOT < WS-MAX-ERN-LINES
054330         DISPLAY "No earnings line free for the leave payout of "
054340             "employee " EM-EMPLOYEE-ID "; paid next run."
054350         GO TO 2340-EXIT
054360     END-IF
054370     ADD 1 TO EM-ERN-COUNT
054380     MOVE EM-ERN-COUNT TO WS-ERN-SUB
054390     MOVE 'PTP'       TO EM-ERN-CODE(WS-ERN-SUB)
054400     MOVE WS-LV-HOURS TO EM-ERN-HOURS(WS-ERN-SUB)
054410     MOVE ZEROS       TO EM-ERN-AMOUNT(WS-ERN-SUB).
054420 2340-EXIT.
054430     EXIT.
054440
054450*-----------------------------------------------------------------
054460* YEAR-END FOR PAID TIME OFF: A BALANCE ABOVE THE CARRY-OVER
054470* LIMIT OF THE EMPLOYEE'S TIER IS CUT BACK TO THE LIMIT AND THE
054480* EXCESS FORFEITED, AND THE YEAR'S ACCRUED AND USED HOURS START
054490* AGAIN AT ZERO FOR THE NEW YEAR'S ANNUAL CAP. AN EMPLOYEE WITH
054500* NO TIER FOR THE PAY TYPE KEEPS THE WHOLE BALANCE; A TERMINATED
054510* EMPLOYEE'S BALANCE IS LEFT FOR THE FINAL CHECK.
054520*-----------------------------------------------------------------
054530 2350-YEAR-END-LEAVE.
054540     MOVE ZEROS TO EM-PTO-ACCRUED-YTD
054550                   EM-PTO-USED-YTD
054560     IF EM-TERMINATED OR EM-PTO-BALANCE = ZERO
054570         GO TO 2350-EXIT
054580     END-IF
054590     PERFORM 2300-FIND-LEAVE-TIER THRU 2300-EXIT
054600     IF NOT WS-LT-FOUND
054610         GO TO 2350-EXIT
054620     END-IF
054630     SET LT-IDX TO WS-LT-SUB
054640     IF EM-PTO-BALANCE > LT-CARRY-LIMIT(LT-IDX)
054650         COMPUTE WS-LV-FORFEIT =
054660             EM-PTO-BALANCE - LT-CARRY-LIMIT(LT-IDX)
054670         MOVE LT-CARRY-LIMIT(LT-IDX) TO EM-PTO-BALANCE
054680         ADD WS-LV-FORFEIT TO WS-LV-FORFEIT-TOTAL
054690         ADD 1 TO WS-LV-FORFEIT-COUNT
054700     END-IF.
054710 2350-EXIT.
054720     EXIT.
054730*-----------------------------------------------------------------
054740* TAKE THE EMPLOYEE'S GARNISHMENT ORDERS OUT OF THE PAY JUST
054750* FIGURED BY 1910, WHICH TOOK NONE. DISPOSABLE EARNINGS ARE GROSS
054760* LESS THE TAXES WITHHELD; THE EXEMPT AMOUNT IS THE WEEKLY FIGURE
054770* SPREAD OVER THE YEAR'S RUNS ON THE EMPLOYEE'S CYCLE. THE ACTIVE
054780* CASES ARE TAKEN IN PRIORITY ORDER, EACH WITHIN ITS TYPE'S LIMIT
054790* AFTER THE CASES AHEAD OF IT AND NEVER PAST THE NET PAY LEFT, AND
054800* EVERY CASE IS REWRITTEN WITH THE RUN AND WHAT IT TOOK. A CASE
054810* THIS RUN ALREADY TOOK (AN ABENDED RUN BEING RESTARTED BEFORE THE
054820* EMPLOYEE WAS STAMPED) IS FIRST PUT BACK AS IT WAS.
054830*-----------------------------------------------------------------
054840 2400-APPLY-GARNISHMENTS.
054850     MOVE ZERO TO WS-GARN-CASE-COUNT
054860                  WS-GARN-TAKEN
054870                  WS-GARN-SUPPORT-TAKEN
054880     IF WS-GARNCASE-FILE-CLOSED
054890         GO TO 2400-EXIT
054900     END-IF
054910     PERFORM 2405-LOAD-GARN-CASES THRU 2405-EXIT
054920     IF WS-GARN-CASE-COUNT = ZERO
054930         GO TO 2400-EXIT
054940     END-IF
054950     PERFORM 2415-GARN-LIMITS THRU 2415-EXIT
054960     COMPUTE WS-GARN-DISPOSABLE =
054970         EM-GROSS-PAY - EM-TAX-DEDUCTION
054980         - EM-SS-DEDUCTION
054990         - EM-MEDICARE-DEDUCTION
055000         - EM-STATE-TAX-DEDUCTION
055010     IF WS-GARN-DISPOSABLE < ZERO
055020         MOVE ZERO TO WS-GARN-DISPOSABLE
055030     END-IF
055040     PERFORM 2302-PERIODS-PER-YEAR THRU 2302-EXIT
055050     COMPUTE WS-GARN-EXEMPT =
055060         WS-GARN-EMP-EXEMPT-WEEKLY * 52 / WS-LV-PERIODS-PER-YEAR
055070     MOVE EM-NET-PAY TO WS-GARN-NET-LEFT
055080     PERFORM 2410-TAKE-GARN-CASE THRU 2410-EXIT
055090         VARYING WS-GARN-SUB FROM 1 BY 1
055100         UNTIL WS-GARN-SUB > WS-GARN-CASE-COUNT
055110     PERFORM 2420-POST-GARN-CASE THRU 2420-EXIT
055120         VARYING WS-GARN-SUB FROM 1 BY 1
055130         UNTIL WS-GARN-SUB > WS-GARN-CASE-COUNT
055140     MOVE WS-GARN-TAKEN TO EM-GARNISHMENT-AMT
055150     SUBTRACT WS-GARN-TAKEN FROM EM-NET-PAY.
055160 2400-EXIT.
055170     EXIT.
055180
055190*-----------------------------------------------------------------
055200* READ THE EMPLOYEE'S CASES FROM GARNCASE (THEY ARE TOGETHER UNDER
055210* THE EMPLOYEE ID) AND PLACE EACH ACTIVE ONE IN GARN-CASE-TABLE.
055220*-----------------------------------------------------------------
055230 2405-LOAD-GARN-CASES.
055240     MOVE EM-EMPLOYEE-ID TO GC-EMPLOYEE-ID
055250     MOVE LOW-VALUES TO GC-CASE-NUMBER
055260     START GARN-CASE-FILE KEY IS NOT LESS THAN GC-CASE-KEY
055270         INVALID KEY
055280             GO TO 2405-EXIT
055290     END-START.
055300 2405-LOAD-LOOP.
055310     READ GARN-CASE-FILE NEXT RECORD
055320         AT END
055330             GO TO 2405-EXIT
055340     END-READ
055350     IF GC-EMPLOYEE-ID NOT = EM-EMPLOYEE-ID
055360         GO TO 2405-EXIT
055370     END-IF
055380     IF GC-LAST-RUN-ID = WS-PAY-PERIOD-ID
055390         PERFORM 2406-UNDO-RUN-TAKE THRU 2406-EXIT
055400     END-IF
055410     IF NOT GC-ACTIVE
055420         GO TO 2405-LOAD-LOOP
055430     END-IF
055440     IF WS-GARN-CASE-COUNT NOT < WS-GARN-CASE-MAX
055450         DISPLAY "Garnishment case table full for employee "
055460             EM-EMPLOYEE-ID "; case " GC-CASE-NUMBER
055470             " not taken this run."
055480         GO TO 2405-LOAD-LOOP
055490     END-IF
055500     MOVE GC-CASE-NUMBER   TO WS-GN-CASE-NUMBER
055510     MOVE GC-ORDER-TYPE    TO WS-GN-ORDER-TYPE
055520     MOVE GC-PRIORITY      TO WS-GN-PRIORITY
055530     MOVE GC-AMOUNT        TO WS-GN-AMOUNT
055540     MOVE GC-PERCENT       TO WS-GN-PERCENT
055550     MOVE GC-EXEMPT-AMOUNT TO WS-GN-EXEMPT-AMOUNT
055560     MOVE GC-SUPPORT-PCT   TO WS-GN-SUPPORT-PCT
055570     MOVE GC-TOTAL-OWED    TO WS-GN-TOTAL-OWED
055580     MOVE GC-BALANCE       TO WS-GN-BALANCE
055590     MOVE GC-PAID-TO-DATE  TO WS-GN-PAID-TO-DATE
055600     MOVE ZEROS            TO WS-GN-TAKE
055610     MOVE 'N'              TO WS-GN-PAID-OFF-SW
055620     PERFORM 2407-INSERT-GARN-CASE THRU 2407-EXIT
055630     GO TO 2405-LOAD-LOOP.
055640 2405-EXIT.
055650     EXIT.
055660
055670*-----------------------------------------------------------------
055680* PUT BACK WHAT THIS RUN ALREADY TOOK FOR THE CASE, SO THE
055690* RESTARTED RUN TAKES IT FROM THE SAME STARTING POINT. THE CASE IS
055700* SAVED AT ONCE IN CASE IT IS NO LONGER IN FORCE AND NOT TAKEN.
055710*-----------------------------------------------------------------
055720 2406-UNDO-RUN-TAKE.
055730     IF GC-TOTAL-OWED > ZERO
055740         ADD GC-LAST-AMOUNT TO GC-BALANCE
055750     END-IF
055760     SUBTRACT GC-LAST-AMOUNT FROM GC-PAID-TO-DATE
055770     MOVE ZEROS TO GC-LAST-AMOUNT
055780     IF GC-PAID-OFF
055790         SET GC-ACTIVE TO TRUE
055800     END-IF
055810     PERFORM 2425-REWRITE-GARN-CASE THRU 2425-EXIT.
055820 2406-EXIT.
055830     EXIT.
055840
055850*-----------------------------------------------------------------
055860* INSERT THE NEW ENTRY BEHIND EVERY CASE OF THE SAME OR A LOWER
055870* PRIORITY NUMBER, MOVING HIGHER NUMBERS DOWN ONE PLACE.
055880*-----------------------------------------------------------------
055890 2407-INSERT-GARN-CASE.
055900     ADD 1 TO WS-GARN-CASE-COUNT
055910     MOVE WS-GARN-CASE-COUNT TO WS-GARN-INSERT-SUB.
055920 2407-SHIFT.
055930     IF WS-GARN-INSERT-SUB > 1
055940         IF GT-PRIORITY(WS-GARN-INSERT-SUB - 1) > WS-GN-PRIORITY
055950             MOVE GARN-CASE-ENTRY(WS-GARN-INSERT-SUB - 1)
055960                 TO GARN-CASE-ENTRY(WS-GARN-INSERT-SUB)
055970             SUBTRACT 1 FROM WS-GARN-INSERT-SUB
055980             GO TO 2407-SHIFT
055990         END-IF
056000     END-IF
056010     MOVE WS-GARN-NEW-ENTRY
056020         TO GARN-CASE-ENTRY(WS-GARN-INSERT-SUB).
056030 2407-EXIT.
056040     EXIT.
056050
056060*-----------------------------------------------------------------
056070* THE LIMITS FOR THE EMPLOYEE: THE FEDERAL FIGURES, MADE STRICTER
056080* BY THE EMPLOYEE'S STATE WHERE IT HAS A 'G' RECORD.
056090*-----------------------------------------------------------------
056100 2415-GARN-LIMITS.
056110     MOVE WS-GARN-CREDITOR-PCT  TO WS-GARN-EMP-CRED-PCT
056120     MOVE WS-GARN-EXEMPT-WEEKLY TO WS-GARN-EMP-EXEMPT-WEEKLY
056130     MOVE WS-GARN-SUPPORT-PCT   TO WS-GARN-EMP-SUPPORT-PCT
056140     MOVE 'N' TO WS-GARN-LIMIT-FOUND-SW
056150     IF EM-STATE-CODE = SPACES OR WS-GARN-LIMIT-COUNT = ZERO
056160         GO TO 2415-EXIT
056170     END-IF
056180     PERFORM 2416-MATCH-GARN-STATE THRU 2416-EXIT
056190         VARYING GL-IDX FROM 1 BY 1
056200         UNTIL GL-IDX > WS-GARN-LIMIT-COUNT OR WS-GARN-LIMIT-FOUND
056210     IF NOT WS-GARN-LIMIT-FOUND
056220         GO TO 2415-EXIT
056230     END-IF
056240     SET GL-IDX DOWN BY 1
056250     IF GL-CREDITOR-PCT(GL-IDX) < WS-GARN-EMP-CRED-PCT
056260         MOVE GL-CREDITOR-PCT(GL-IDX) TO WS-GARN-EMP-CRED-PCT
056270     END-IF
056280     IF GL-EXEMPT-WEEKLY(GL-IDX) > WS-GARN-EMP-EXEMPT-WEEKLY
056290         MOVE GL-EXEMPT-WEEKLY(GL-IDX)
056300             TO WS-GARN-EMP-EXEMPT-WEEKLY
056310     END-IF
056320     IF GL-SUPPORT-PCT(GL-IDX) < WS-GARN-EMP-SUPPORT-PCT
056330         MOVE GL-SUPPORT-PCT(GL-IDX) TO WS-GARN-EMP-SUPPORT-PCT
056340     END-IF.
056350 2415-EXIT.
056360     EXIT.
056370
056380 2416-MATCH-GARN-STATE.
056390     IF GL-STATE-CODE(GL-IDX) = EM-STATE-CODE
056400         SET WS-GARN-LIMIT-FOUND TO TRUE
056410     END-IF.
056420 2416-EXIT.
056430     EXIT.
056440
056450*-----------------------------------------------------------------
056460* TAKE ONE CASE: ITS AMOUNT, OR ITS PERCENT OF DISPOSABLE
056470* EARNINGS, HELD TO THE BALANCE OWED AND TO THE ROOM LEFT UNDER
056480* ITS TYPE'S LIMIT. SUPPORT ORDERS SHARE THE SUPPORT PERCENT; A
056490* TAX LEVY LEAVES THE EMPLOYEE ITS EXEMPT AMOUNT; A CREDITOR ORDER
056500* GETS THE LESSER OF THE CREDITOR PERCENT AND THE EARNINGS OVER
056510* THE EXEMPT AMOUNT. THE LEVY AND CREDITOR ROOM IS NET OF EVERY
056520* CASE AHEAD.
056530*-----------------------------------------------------------------
056540 2410-TAKE-GARN-CASE.
056550     MOVE ZEROS TO GT-TAKE(WS-GARN-SUB)
056560     MOVE 'N' TO GT-PAID-OFF-SW(WS-GARN-SUB)
056570     IF GT-AMOUNT(WS-GARN-SUB) > ZERO
056580         MOVE GT-AMOUNT(WS-GARN-SUB) TO WS-GARN-WANT
056590     ELSE
056600         COMPUTE WS-GARN-WANT =
056610             WS-GARN-DISPOSABLE * GT-PERCENT(WS-GARN-SUB)
056620     END-IF
056630     IF GT-TOTAL-OWED(WS-GARN-SUB) > ZERO
056640        AND WS-GARN-WANT > GT-BALANCE(WS-GARN-SUB)
056650         MOVE GT-BALANCE(WS-GARN-SUB) TO WS-GARN-WANT
056660     END-IF
056670     EVALUATE TRUE
056680         WHEN GT-SUPPORT-ORDER(WS-GARN-SUB)
056690             IF GT-SUPPORT-PCT(WS-GARN-SUB) > ZERO
056700                 COMPUTE WS-GARN-ROOM = WS-GARN-DISPOSABLE
056710                     * GT-SUPPORT-PCT(WS-GARN-SUB)
056720                     - WS-GARN-SUPPORT-TAKEN
056730             ELSE
056740                 COMPUTE WS-GARN-ROOM =
056750                     WS-GARN-DISPOSABLE * WS-GARN-EMP-SUPPORT-PCT
056760                     - WS-GARN-SUPPORT-TAKEN
056770             END-IF
056780         WHEN GT-TAX-LEVY(WS-GARN-SUB)
056790             COMPUTE WS-GARN-ROOM =
056800                 WS-GARN-DISPOSABLE
056810                 - GT-EXEMPT-AMOUNT(WS-GARN-SUB)
056820                 - WS-GARN-TAKEN
056830         WHEN OTHER
056840             COMPUTE WS-GARN-ROOM =
056850                 WS-GARN-DISPOSABLE * WS-GARN-EMP-CRED-PCT
056860             COMPUTE WS-GARN-ROOM-2 =
056870                 WS-GARN-DISPOSABLE - WS-GARN-EXEMPT
056880             IF WS-GARN-ROOM-2 < WS-GARN-ROOM
056890                 MOVE WS-GARN-ROOM-2 TO WS-GARN-ROOM
056900             END-IF
056910             SUBTRACT WS-GARN-TAKEN FROM WS-GARN-ROOM
056920     END-EVALUATE
056930     IF WS-GARN-WANT > WS-GARN-ROOM
056940         MOVE WS-GARN-ROOM TO WS-GARN-WANT
056950     END-IF
056960     IF WS-GARN-WANT > WS-GARN-NET-LEFT
056970         MOVE WS-GARN-NET-LEFT TO WS-GARN-WANT
056980     END-IF
056990     IF WS-GARN-WANT NOT > ZERO
057000         GO TO 2410-EXIT
057010     END-IF
057020     MOVE WS-GARN-WANT TO GT-TAKE(WS-GARN-SUB)
057030     ADD GT-TAKE(WS-GARN-SUB) TO WS-GARN-TAKEN
057040     IF GT-SUPPORT-ORDER(WS-GARN-SUB)
057050         ADD GT-TAKE(WS-GARN-SUB) TO WS-GARN-SUPPORT-TAKEN
057060     END-IF
057070     SUBTRACT GT-TAKE(WS-GARN-SUB) FROM WS-GARN-NET-LEFT
057080     ADD GT-TAKE(WS-GARN-SUB) TO GT-PAID-TO-DATE(WS-GARN-SUB)
057090     IF GT-TOTAL-OWED(WS-GARN-SUB) > ZERO
057100         SUBTRACT GT-TAKE(WS-GARN-SUB)
057110             FROM GT-BALANCE(WS-GARN-SUB)
057120         IF GT-BALANCE(WS-GARN-SUB) = ZERO
057130             SET GT-PAID-OFF(WS-GARN-SUB) TO TRUE
057140         END-IF
057150     END-IF.
057160 2410-EXIT.
057170     EXIT.
057180
057190*-----------------------------------------------------------------
057200* REWRITE ONE LOADED CASE WITH THE RUN, WHAT IT TOOK AND THE NEW
057210* BALANCE. A CASE WHOSE BALANCE IS NOW ZERO IS MARKED PAID OFF AND
057220* TAKES NOTHING MORE.
057230*-----------------------------------------------------------------
057240 2420-POST-GARN-CASE.
057250     MOVE EM-EMPLOYEE-ID TO GC-EMPLOYEE-ID
057260     MOVE GT-CASE-NUMBER(WS-GARN-SUB) TO GC-CASE-NUMBER
057270     READ GARN-CASE-FILE
057280         INVALID KEY
057290             DISPLAY "Garnishment case " GC-CASE-NUMBER
057300                 " for employee " EM-EMPLOYEE-ID
057310                 " not found for update, status "
057320                 WS-GARNCASE-STATUS
057330             GO TO 2420-EXIT
057340     END-READ
057350     MOVE GT-BALANCE(WS-GARN-SUB)      TO GC-BALANCE
057360     MOVE GT-PAID-TO-DATE(WS-GARN-SUB) TO GC-PAID-TO-DATE
057370     MOVE WS-PAY-PERIOD-ID             TO GC-LAST-RUN-ID
057380     MOVE GT-TAKE(WS-GARN-SUB)         TO GC-LAST-AMOUNT
057390     IF GT-PAID-OFF(WS-GARN-SUB)
057400         SET GC-PAID-OFF TO TRUE
057410         DISPLAY "Garnishment case " GC-CASE-NUMBER
057420             " for employee " EM-EMPLOYEE-ID " paid off."
057430     ELSE
057440         SET GC-ACTIVE TO TRUE
057450     END-IF
057460     PERFORM 2425-REWRITE-GARN-CASE THRU 2425-EXIT.
057470 2420-EXIT.
057480     EXIT.
057490
057500 2425-REWRITE-GARN-CASE.
057510     REWRITE GARN-CASE-RECORD
057520         INVALID KEY
057530             DISPLAY "Unable to save garnishment case "
057540                 GC-CASE-NUMBER ", status " WS-GARNCASE-STATUS
057550     END-REWRITE.
057560 2425-EXIT.
057570     EXIT.
057580
057590*-----------------------------------------------------------------
057600* AUDIT EACH CASE THE RUN PAID OFF, AFTER THE EMPLOYEE'S
057610* CALC-PAYROLL RECORD.
057620*-----------------------------------------------------------------
057630 2430-AUDIT-PAID-OFF.
057640     IF NOT GT-PAID-OFF(WS-GARN-SUB)
057650         GO TO 2430-EXIT
057660     END-IF
057670     MOVE "GARN-PAIDOFF"        TO AUD-ACTION
057680     MOVE EM-EMPLOYEE-ID        TO AUD-EMPLOYEE-ID
057690     MOVE SPACES                TO AUD-EMPLOYEE-NAME
057700     STRING 'CASE ' GT-CASE-NUMBER(WS-GARN-SUB)
057710         DELIMITED BY SIZE INTO AUD-EMPLOYEE-NAME
057720     MOVE EM-NET-PAY            TO AUD-BEFORE-NET AUD-AFTER-NET
057730     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
057740 2430-EXIT.
057750     EXIT.
057760
057770*-----------------------------------------------------------------
057780* A VOIDED RUN'S GARNISHMENTS GO BACK ON THE CASES IT TOOK THEM
057790* FOR: BACK ON THE BALANCE AND OFF THE PAID TO DATE, AND A CASE
057800* THE RUN PAID OFF IS IN FORCE AGAIN. THE AMOUNT WAS REMITTED WITH
057810* THE RUN, SO EACH CASE IS LISTED FOR RECOVERY FROM ITS AGENCY. A
057820* VOID-AND-REPAY ('J') TAKES THE SAME AMOUNT AGAIN (1910 KEEPS
057830* EM-GARNISHMENT-AMT) AND SO LEAVES THE CASES ALONE.
057840*-----------------------------------------------------------------
057850 2450-REVERSE-GARNISHMENTS.
057860     IF EM-GARNISHMENT-AMT = ZERO OR WS-GARNCASE-FILE-CLOSED
057870         GO TO 2450-EXIT
057880     END-IF
057890     MOVE ADJ-PAY-PERIOD TO WS-GARN-VOID-PERIOD
057900     MOVE ADJ-PAY-SEQ    TO WS-GARN-VOID-SEQ
057910     MOVE EM-EMPLOYEE-ID TO GC-EMPLOYEE-ID
057920     MOVE LOW-VALUES TO GC-CASE-NUMBER
057930     START GARN-CASE-FILE KEY IS NOT LESS THAN GC-CASE-KEY
057940         INVALID KEY
057950             GO TO 2450-EXIT
057960     END-START.
057970 2450-REVERSE-LOOP.
057980     READ GARN-CASE-FILE NEXT RECORD
057990         AT END
058000             GO TO 2450-EXIT
058010     END-READ
058020     IF GC-EMPLOYEE-ID NOT = EM-EMPLOYEE-ID
058030         GO TO 2450-EXIT
058040     END-IF
058050     IF GC-LAST-RUN-ID NOT = WS-GARN-VOID-RUN-ID
058060        OR GC-LAST-AMOUNT = ZERO
058070         GO TO 2450-REVERSE-LOOP
058080     END-IF
058090     IF GC-TOTAL-OWED > ZERO
058100         ADD GC-LAST-AMOUNT TO GC-BALANCE
058110     END-IF
058120     SUBTRACT GC-LAST-AMOUNT FROM GC-PAID-TO-DATE
058130     IF GC-PAID-OFF
058140         SET GC-ACTIVE TO TRUE
058150     END-IF
058160     DISPLAY "Garnishment case " GC-CASE-NUMBER " for employee "
058170         EM-EMPLOYEE-ID " restored by " GC-LAST-AMOUNT
058180         "; recover from agency " GC-AGENCY-CODE "."
058190     MOVE ZEROS TO GC-LAST-AMOUNT
058200     PERFORM 2425-REWRITE-GARN-CASE THRU 2425-EXIT
058210     GO TO 2450-REVERSE-LOOP.
058220 2450-EXIT.
058230     EXIT.
058240
058250*-----------------------------------------------------------------
058260* MAKE A PENDING 401(K) ELECTION CURRENT ONCE THE RUN REACHES ITS
058270* EFFECTIVE PERIOD. THE CALLER REWRITES THE MASTER.
058280*-----------------------------------------------------------------
058290 2500-PROMOTE-401K-ELECTION.
058300     IF EM-401K-PEND-PERIOD = SPACES
058310        OR EM-401K-PEND-PERIOD > WS-PAY-PERIOD
058320         GO TO 2500-EXIT
058330     END-IF
058340     MOVE EM-401K-PEND-TYPE    TO EM-401K-ELECT-TYPE
058350     MOVE EM-401K-PEND-PCT     TO EM-401K-ELECT-PCT
058360     MOVE EM-401K-PEND-AMT     TO EM-401K-ELECT-AMT
058370     MOVE EM-401K-PEND-CATCHUP TO EM-401K-CATCHUP-SW
058380     MOVE SPACES TO EM-401K-PEND-PERIOD
058390                    EM-401K-PEND-TYPE
058400                    EM-401K-PEND-CATCHUP
058410     MOVE ZEROS  TO EM-401K-PEND-PCT
058420                    EM-401K-PEND-AMT
058430     MOVE "401K-EFFECT"        TO AUD-ACTION
058440     MOVE EM-EMPLOYEE-ID       TO AUD-EMPLOYEE-ID
058450     MOVE EM-EMPLOYEE-NAME     TO AUD-EMPLOYEE-NAME
058460     MOVE EM-NET-PAY           TO AUD-BEFORE-NET
058470     MOVE EM-NET-PAY           TO AUD-AFTER-NET
058480     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
058490 2500-EXIT.
058500     EXIT.
058510
058520*-----------------------------------------------------------------
058530* HOLD A NEW OR CHANGED BANK ACCOUNT (WS-BANK-NEW-ROUTING AND
058540* ACCOUNT) PENDING ON THE MASTER IN THE NAME OF
058550* WS-BANK-ENTERED-BY.
058560* AN ACCOUNT THE SAME AS THE ONE ON FILE NEEDS NO PRENOTE AND
058570* CANCELS ANY CHANGE PENDING; ONE THE SAME AS THE CHANGE ALREADY
058580* ENTERED OR APPROVED LEAVES IT AS IT IS. ANY OTHER ACCOUNT
058590* STARTS OVER: IT MUST BE APPROVED AND PRENOTED AGAIN. SETS
058600* WS-BANK-STAGED-SW AND WS-BANK-AUDIT-ACTION WHEN THE MASTER
058610* CHANGED; THE CALLER WRITES THE MASTER AND THEN THE AUDIT (2620).
058620*-----------------------------------------------------------------
058630 2600-STAGE-BANK-CHANGE.
058640     MOVE 'N' TO WS-BANK-STAGED-SW
058650     IF WS-BANK-NEW-ROUTING = EM-BANK-ROUTING
058660        AND WS-BANK-NEW-ACCOUNT = EM-BANK-ACCOUNT
058670         IF EM-BANK-CHG-PENDING
058680             PERFORM 2605-CLEAR-BANK-CHANGE THRU 2605-EXIT
058690             MOVE "BANK-CANCEL" TO WS-BANK-AUDIT-ACTION
058700             SET WS-BANK-STAGED TO TRUE
058710         END-IF
058720         GO TO 2600-EXIT
058730     END-IF
058740     IF (EM-BANK-CHG-ENTERED OR EM-BANK-CHG-APPROVED)
058750        AND WS-BANK-NEW-ROUTING = EM-BANK-CHG-ROUTING
058760        AND WS-BANK-NEW-ACCOUNT = EM-BANK-CHG-ACCOUNT
058770         GO TO 2600-EXIT
058780     END-IF
058790     PERFORM 2605-CLEAR-BANK-CHANGE THRU 2605-EXIT
058800     SET EM-BANK-CHG-ENTERED TO TRUE
058810     MOVE WS-BANK-NEW-ROUTING  TO EM-BANK-CHG-ROUTING
058820     MOVE WS-BANK-NEW-ACCOUNT  TO EM-BANK-CHG-ACCOUNT
058830     MOVE WS-BANK-ENTERED-BY   TO EM-BANK-CHG-ENTER-BY
058840     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
058850     MOVE WS-CURRENT-DATE      TO EM-BANK-CHG-ENTER-DATE
058860     MOVE "BANK-PENDING"       TO WS-BANK-AUDIT-ACTION
058870     SET WS-BANK-STAGED TO TRUE.
058880 2600-EXIT.
058890     EXIT.
058900
058910 2605-CLEAR-BANK-CHANGE.
058920     MOVE SPACE                TO EM-BANK-CHG-STATUS
058930     MOVE ZEROS                TO EM-BANK-CHG-ROUTING
058940                                  EM-BANK-CHG-ENTER-DATE
058950                                  EM-BANK-CHG-APPR-DATE
058960                                  EM-PRENOTE-DATE
058970                                  EM-BANK-RETURN-DATE
058980     MOVE SPACES               TO EM-BANK-CHG-ACCOUNT
058990                                  EM-BANK-CHG-ENTER-BY
059000                                  EM-BANK-CHG-APPR-BY
059010                                  EM-PRENOTE-RUN-ID
059020                                  EM-BANK-RETURN-CODE.
059030 2605-EXIT.
059040     EXIT.
059050
059060*-----------------------------------------------------------------
059070* PUT AN APPROVED BANK ACCOUNT CHANGE IN EFFECT ONCE ITS PRENOTE
059080* HAS BEEN WITH THE BANK FOR THE PRENOTE WAIT WITHOUT A RETURN,
059090* SO THIS RUN'S ACHFILE PAYS THE NEW ACCOUNT. THE CALLER REWRITES
059100* THE MASTER.
059110*-----------------------------------------------------------------
059120 2610-ACTIVATE-BANK-CHANGE.
059130     IF NOT EM-BANK-CHG-APPROVED OR EM-PRENOTE-DATE = ZEROS
059140         GO TO 2610-EXIT
059150     END-IF
059160     PERFORM 2615-PRENOTE-ELIGIBLE-DATE THRU 2615-EXIT
059170     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
059180     IF WS-CURRENT-DATE < WS-BANK-ELIGIBLE-DATE
059190         GO TO 2610-EXIT
059200     END-IF
059210     MOVE EM-BANK-CHG-ROUTING  TO EM-BANK-ROUTING
059220     MOVE EM-BANK-CHG-ACCOUNT  TO EM-BANK-ACCOUNT
059230     PERFORM 2605-CLEAR-BANK-CHANGE THRU 2605-EXIT
059240     MOVE "BANK-ACTIVE"        TO WS-BANK-AUDIT-ACTION
059250     PERFORM 2620-AUDIT-BANK-EVENT THRU 2620-EXIT.
059260 2610-EXIT.
059270     EXIT.
059280
059290*-----------------------------------------------------------------
059300* FIRST DATE A PRENOTED ACCOUNT MAY BE PAID: THE PRENOTE DATE
059310* PLUS THE PRENOTE WAIT IN CALENDAR DAYS, INTO
059320* WS-BANK-ELIGIBLE-DATE (ZERO WHEN NO PRENOTE HAS GONE OUT).
059330*-----------------------------------------------------------------
059340 2615-PRENOTE-ELIGIBLE-DATE.
059350     MOVE ZEROS TO WS-BANK-ELIGIBLE-DATE
059360     IF EM-PRENOTE-DATE = ZEROS
059370         GO TO 2615-EXIT
059380     END-IF
059390     MOVE EM-PRENOTE-DATE TO WS-DATE-YYYYMMDD
059400     PERFORM 2100-DATE-TO-DAY-NUMBER THRU 2100-EXIT
059410     ADD WS-PRENOTE-WAIT-DAYS TO WS-DAY-NUMBER
059420     PERFORM 2110-DAY-NUMBER-TO-DATE THRU 2110-EXIT
059430     MOVE WS-DATE-YYYYMMDD TO WS-BANK-ELIGIBLE-DATE.
059440 2615-EXIT.
059450     EXIT.
059460
059470 2620-AUDIT-BANK-EVENT.
059480     MOVE WS-BANK-AUDIT-ACTION TO AUD-ACTION
059490     MOVE EM-EMPLOYEE-ID       TO AUD-EMPLOYEE-ID
059500     MOVE EM-EMPLOYEE-NAME     TO AUD-EMPLOYEE-NAME
059510     MOVE EM-NET-PAY           TO AUD-BEFORE-NET
059520     MOVE EM-NET-PAY           TO AUD-AFTER-NET
059530     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
059540 2620-EXIT.
059550     EXIT.
059560
059570 Display-Payroll-Report.
059580     IF WS-MASTER-COUNT = 0
059590         DISPLAY "No employees added yet."
059600     ELSE
059610         PERFORM 3000-PRINT-PAYROLL-REPORT THRU 3000-EXIT
059620         MOVE "DISPLAY-RPT"     TO AUD-ACTION
059630         MOVE ZEROS             TO AUD-EMPLOYEE-ID
059640         MOVE "ALL EMPLOYEES"   TO AUD-EMPLOYEE-NAME
059650         MOVE ZEROS             TO AUD-BEFORE-NET AUD-AFTER-NET
059660         PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
059670     END-IF.
059680
059690*-----------------------------------------------------------------
059700* WRITE A PRINT-READY, PAGINATED PAYROLL REPORT TO PAYRPT WITH A
059710* COMPANY HEADER, COLUMN HEADINGS, ONE DETAIL LINE PER EMPLOYEE,
059720* A NEW PAGE EVERY WS-LINES-PER-PAGE EMPLOYEES, A SUBTOTAL LINE
059730* AT EACH DEPARTMENT BREAK, AND A GRAND TOTAL LINE AT THE END.
059740* SUBTOTALS AND GRAND TOTAL BREAK THE GROSS DOWN BY EARNINGS CODE
059750* WHEN ANY CODE WAS PAID.
059760* AN INTERNAL SORT PUTS THE MASTER INTO DEPARTMENT ORDER
059770* (EMPLOYEE ID WITHIN DEPARTMENT): 3500-RELEASE-MASTER FEEDS THE
059780* SORT FROM A SEQUENTIAL PASS OVER EMPMAST AND
059790* 3600-PRINT-SORTED PRINTS THE SORTED RECORDS. THE TAX COLUMN IS
059800* THE EMPLOYEE'S TOTAL WITHHOLDING (FEDERAL, SOCIAL SECURITY,
059810* MEDICARE AND STATE).
059820*-----------------------------------------------------------------
059830 3000-PRINT-PAYROLL-REPORT.
059840     OPEN OUTPUT PAYROLL-REPORT-FILE
059850     IF NOT WS-PAYRPT-OK
059860         DISPLAY "Unable to open payroll report file, status "
059870             WS-PAYRPT-STATUS
059880         GO TO 3000-EXIT
059890     END-IF
059900     MOVE ZEROS TO WS-PAGE-NO
059910     MOVE ZEROS TO WS-RPT-TOTAL-GROSS WS-RPT-TOTAL-TAX
059920                   WS-RPT-TOTAL-NET WS-RPT-TOTAL-ER-COST
059930     MOVE ZEROS TO WS-DEPT-TOTAL-GROSS WS-DEPT-TOTAL-TAX
059940                   WS-DEPT-TOTAL-NET
059950     INITIALIZE WS-RPT-EARNINGS-TOTALS
059960     MOVE LOW-VALUES TO WS-PREV-DEPT-CODE
059970     PERFORM 3100-WRITE-PAGE-HEADINGS
059980     SORT SORT-WORK-FILE
059990         ON ASCENDING KEY SRT-DEPT-CODE
060000                          SRT-EMPLOYEE-ID
060010         INPUT PROCEDURE IS 3500-RELEASE-MASTER
060020         OUTPUT PROCEDURE IS 3600-PRINT-SORTED
060030     PERFORM 3300-WRITE-TOTAL-LINE
060040     CLOSE PAYROLL-REPORT-FILE
060050     DISPLAY "Payroll report written to PAYRPT.".
060060 3000-EXIT.
060070     EXIT.
060080
060090 3100-WRITE-PAGE-HEADINGS.
060100     ADD 1 TO WS-PAGE-NO
060110     MOVE WS-PAGE-NO TO WS-RPT-HDR-PAGE-NO
060120     MOVE WS-RPT-COMPANY-HDR TO PAYROLL-REPORT-RECORD
060130     WRITE PAYROLL-REPORT-RECORD
060140     IF NOT WS-PAYRPT-OK
060150         DISPLAY "Unable to write payroll report record, "
060160             "status " WS-PAYRPT-STATUS
060170     END-IF
060180     MOVE SPACES TO PAYROLL-REPORT-RECORD
060190     WRITE PAYROLL-REPORT-RECORD
060200     IF NOT WS-PAYRPT-OK
060210         DISPLAY "Unable to write payroll report record, "
060220             "status " WS-PAYRPT-STATUS
060230     END-IF
060240     MOVE WS-RPT-COLUMN-HEADING TO PAYROLL-REPORT-RECORD
060250     WRITE PAYROLL-REPORT-RECORD
060260     IF NOT WS-PAYRPT-OK
060270         DISPLAY "Unable to write payroll report record, "
060280             "status " WS-PAYRPT-STATUS
060290     END-IF
060300     MOVE ZEROS TO WS-LINE-COUNT.
060310
060320*-----------------------------------------------------------------
060330* PRINT ONE SORTED RECORD. TERMINATED EMPLOYEES REACH HERE ONLY
060340* FOR A FINAL CHECK PAID THIS RUN (3500-RELEASE-MASTER LEAVES THE
060350* REST OUT OF THE SORT). THE GROSS IS
060360* ALSO SPLIT INTO BASE PAY AND EARNINGS-CODE BUCKETS FOR THE
060370* DEPARTMENT AND GRAND TOTAL BREAKDOWNS.
060380*-----------------------------------------------------------------
060390 3200-PRINT-DETAIL-LINE.
060400     IF WS-PREV-DEPT-CODE NOT = LOW-VALUES
060410        AND SRT-DEPT-CODE NOT = WS-PREV-DEPT-CODE
060420         PERFORM 3250-WRITE-DEPT-SUBTOTAL
060430     END-IF
060440     MOVE SRT-DEPT-CODE TO WS-PREV-DEPT-CODE
060450     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
060460         PERFORM 3100-WRITE-PAGE-HEADINGS
060470     END-IF
060480     MOVE SRT-EMPLOYEE-ID    TO WS-RPT-EMP-ID
060490     MOVE SRT-DEPT-CODE      TO WS-RPT-DEPT
060500     MOVE SRT-EMPLOYEE-NAME  TO WS-RPT-EMP-NAME
060510     MOVE SRT-HOURS-WORKED   TO WS-RPT-HOURS
060520     MOVE SRT-HOURLY-RATE    TO WS-RPT-RATE
060530     MOVE SRT-GROSS-PAY      TO WS-RPT-GROSS
060540     MOVE SRT-TAX-DEDUCTION  TO WS-RPT-TAX
060550     MOVE SRT-NET-PAY        TO WS-RPT-NET
060560     MOVE WS-RPT-DETAIL-LINE TO PAYROLL-REPORT-RECORD
060570     WRITE PAYROLL-REPORT-RECORD
060580     IF NOT WS-PAYRPT-OK
060590         DISPLAY "Unable to write payroll report record, "
060600             "status " WS-PAYRPT-STATUS
060610     END-IF
060620     ADD 1 TO WS-LINE-COUNT
060630     ADD SRT-GROSS-PAY       TO WS-RPT-TOTAL-GROSS
060640     ADD SRT-TAX-DEDUCTION   TO WS-RPT-TOTAL-TAX
060650     ADD SRT-NET-PAY         TO WS-RPT-TOTAL-NET
060660     ADD SRT-GROSS-PAY       TO WS-DEPT-TOTAL-GROSS
060670     ADD SRT-TAX-DEDUCTION   TO WS-DEPT-TOTAL-TAX
060680     ADD SRT-NET-PAY         TO WS-DEPT-TOTAL-NET
060690     MOVE SRT-GROSS-PAY      TO WS-RPT-EMP-BASE
060700     PERFORM 3210-ADD-RPT-EARNINGS THRU 3210-EXIT
060710         VARYING WS-ERN-SUB FROM 1 BY 1
060720         UNTIL WS-ERN-SUB > SRT-ERN-COUNT
060730     ADD WS-RPT-EMP-BASE     TO WS-RPT-DEPT-BASE WS-RPT-TOT-BASE
060740     COMPUTE WS-RPT-EMPLOYER-EXTRA =
060750         SRT-GROSS-PAY * WS-EMPLOYER-FICA-RATE
060760         + SRT-401K-DEDUCTION / 2
060770         + WS-EMPLOYER-HEALTH-SHARE
060780     ADD WS-RPT-EMPLOYER-EXTRA TO WS-RPT-TOTAL-ER-COST.
060790 3200-EXIT.
060800     EXIT.
060810*-----------------------------------------------------------------
060820* ONE EARNINGS LINE OF THE SORTED RECORD INTO ITS CODE'S BUCKETS.
060830* A CODE NO LONGER ON THE TABLE STAYS IN BASE PAY, AS IT WAS PAID.
060840*-----------------------------------------------------------------
060850 3210-ADD-RPT-EARNINGS.
060860     MOVE SRT-ERN-CODE(WS-ERN-SUB) TO WS-EC-LOOKUP-CODE
060870     PERFORM 2200-FIND-EARNINGS-CODE THRU 2200-EXIT
060880     IF NOT WS-EC-FOUND
060890         GO TO 3210-EXIT
060900     END-IF
060910     SUBTRACT SRT-ERN-AMOUNT(WS-ERN-SUB) FROM WS-RPT-EMP-BASE
060920     ADD SRT-ERN-AMOUNT(WS-ERN-SUB) TO WS-RPT-DEPT-ERN(WS-EC-SUB)
060930                                       WS-RPT-TOT-ERN(WS-EC-SUB).
060940 3210-EXIT.
060950     EXIT.
060960
060970 3215-MOVE-SORT-EARNINGS.
060980     IF WS-ERN-SUB > SRT-ERN-COUNT
060990         MOVE SPACES TO SRT-ERN-CODE(WS-ERN-SUB)
061000         MOVE ZERO   TO SRT-ERN-AMOUNT(WS-ERN-SUB)
061010     ELSE
061020         MOVE EM-ERN-CODE(WS-ERN-SUB)
061030                               TO SRT-ERN-CODE(WS-ERN-SUB)
061040         MOVE EM-ERN-AMOUNT(WS-ERN-SUB)
061050                               TO SRT-ERN-AMOUNT(WS-ERN-SUB)
061060     END-IF.
061070 3215-EXIT.
061080     EXIT.
061090
061100*-----------------------------------------------------------------
061110* PRINT THE SUBTOTAL LINE FOR THE DEPARTMENT JUST FINISHED AND
061120* CLEAR THE DEPARTMENT ACCUMULATORS FOR THE NEXT ONE. WHEN ANY
061130* OF THE DEPARTMENT'S GROSS CAME FROM EARNINGS CODES, THE GROSS
061140* IS BROKEN DOWN UNDER THE SUBTOTAL INTO BASE PAY AND A LINE PER
061150* CODE PAID.
061160*-----------------------------------------------------------------
061170 3250-WRITE-DEPT-SUBTOTAL.
061180     MOVE WS-PREV-DEPT-CODE  TO WS-RPT-DEPT-TOT-CODE
061190     MOVE WS-DEPT-TOTAL-GROSS TO WS-RPT-DEPT-TOT-GROSS
061200     MOVE WS-DEPT-TOTAL-TAX   TO WS-RPT-DEPT-TOT-TAX
061210     MOVE WS-DEPT-TOTAL-NET   TO WS-RPT-DEPT-TOT-NET
061220     MOVE WS-RPT-DEPT-TOTAL-LINE TO PAYROLL-REPORT-RECORD
061230     WRITE PAYROLL-REPORT-RECORD
061240     IF NOT WS-PAYRPT-OK
061250         DISPLAY "Unable to write payroll report record, "
061260             "status " WS-PAYRPT-STATUS
061270     END-IF
061280     IF WS-RPT-DEPT-BASE NOT = WS-DEPT-TOTAL-GROSS
061290         PERFORM 3260-WRITE-DEPT-EARNINGS THRU 3260-EXIT
061300     END-IF
061310     MOVE SPACES TO PAYROLL-REPORT-RECORD
061320     WRITE PAYROLL-REPORT-RECORD
061330     IF NOT WS-PAYRPT-OK
061340         DISPLAY "Unable to write payroll report record, "
061350             "status " WS-PAYRPT-STATUS
061360     END-IF
061370     ADD 2 TO WS-LINE-COUNT
061380     MOVE ZEROS TO WS-DEPT-TOTAL-GROSS WS-DEPT-TOTAL-TAX
061390                   WS-DEPT-TOTAL-NET WS-RPT-DEPT-BASE
061400     PERFORM 3270-CLEAR-DEPT-EARNINGS THRU 3270-EXIT
061410         VARYING WS-EC-SUB FROM 1 BY 1
061420         UNTIL WS-EC-SUB > WS-EARNINGS-CODE-MAX.
061430
061440 3260-WRITE-DEPT-EARNINGS.
061450     MOVE 'BASE PAY'           TO WS-RPT-ERN-LABEL
061460     MOVE WS-RPT-DEPT-BASE     TO WS-RPT-ERN-AMT
061470     PERFORM 3280-WRITE-EARNINGS-LINE THRU 3280-EXIT
061480     PERFORM 3265-WRITE-DEPT-CODE-LINE THRU 3265-EXIT
061490         VARYING WS-EC-SUB FROM 1 BY 1
061500         UNTIL WS-EC-SUB > WS-EARNINGS-CODE-COUNT.
061510 3260-EXIT.
061520     EXIT.
061530
061540 3265-WRITE-DEPT-CODE-LINE.
061550     IF WS-RPT-DEPT-ERN(WS-EC-SUB) = ZERO
061560         GO TO 3265-EXIT
061570     END-IF
061580     SET EC-IDX TO WS-EC-SUB
061590     MOVE EC-DESCRIPTION(EC-IDX)     TO WS-RPT-ERN-LABEL
061600     MOVE WS-RPT-DEPT-ERN(WS-EC-SUB) TO WS-RPT-ERN-AMT
061610     PERFORM 3280-WRITE-EARNINGS-LINE THRU 3280-EXIT.
061620 3265-EXIT.
061630     EXIT.
061640
061650 3270-CLEAR-DEPT-EARNINGS.
061660     MOVE ZERO TO WS-RPT-DEPT-ERN(WS-EC-SUB).
061670 3270-EXIT.
061680     EXIT.
061690
061700 3280-WRITE-EARNINGS-LINE.
061710     MOVE WS-RPT-ERN-LINE TO PAYROLL-REPORT-RECORD
061720     WRITE PAYROLL-REPORT-RECORD
061730     IF NOT WS-PAYRPT-OK
061740         DISPLAY "Unable to write payroll report record, "
061750             "status " WS-PAYRPT-STATUS
061760     END-IF
061770     ADD 1 TO WS-LINE-COUNT.
061780 3280-EXIT.
061790     EXIT.
061800
061810 3290-WRITE-TOTAL-EARNINGS.
061820     MOVE 'BASE PAY'           TO WS-RPT-ERN-LABEL
061830     MOVE WS-RPT-TOT-BASE      TO WS-RPT-ERN-AMT
061840     PERFORM 3280-WRITE-EARNINGS-LINE THRU 3280-EXIT
061850     PERFORM 3295-WRITE-TOTAL-CODE-LINE THRU 3295-EXIT
061860         VARYING WS-EC-SUB FROM 1 BY 1
061870         UNTIL WS-EC-SUB > WS-EARNINGS-CODE-COUNT.
061880 3290-EXIT.
061890     EXIT.
061900
061910 3295-WRITE-TOTAL-CODE-LINE.
061920     IF WS-RPT-TOT-ERN(WS-EC-SUB) = ZERO
061930         GO TO 3295-EXIT
061940     END-IF
061950     SET EC-IDX TO WS-EC-SUB
061960     MOVE EC-DESCRIPTION(EC-IDX)    TO WS-RPT-ERN-LABEL
061970     MOVE WS-RPT-TOT-ERN(WS-EC-SUB) TO WS-RPT-ERN-AMT
061980     PERFORM 3280-WRITE-EARNINGS-LINE THRU 3280-EXIT.
061990 3295-EXIT.
062000     EXIT.
062010
062020 3300-WRITE-TOTAL-LINE.
062030     MOVE SPACES TO PAYROLL-REPORT-RECORD
062040     WRITE PAYROLL-REPORT-RECORD
062050     IF NOT WS-PAYRPT-OK
062060         DISPLAY "Unable to write payroll report record, "
062070             "status " WS-PAYRPT-STATUS
062080     END-IF
062090     MOVE WS-RPT-TOTAL-GROSS TO WS-RPT-TOT-GROSS
062100     MOVE WS-RPT-TOTAL-TAX   TO WS-RPT-TOT-TAX
062110     MOVE WS-RPT-TOTAL-NET   TO WS-RPT-TOT-NET
062120     MOVE WS-RPT-TOTAL-LINE TO PAYROLL-REPORT-RECORD
062130     WRITE PAYROLL-REPORT-RECORD
062140     IF NOT WS-PAYRPT-OK
062150         DISPLAY "Unable to write payroll report record, "
062160             "status " WS-PAYRPT-STATUS
062170     END-IF
062180     IF WS-RPT-TOT-BASE NOT = WS-RPT-TOTAL-GROSS
062190         PERFORM 3290-WRITE-TOTAL-EARNINGS THRU 3290-EXIT
062200     END-IF
062210     MOVE WS-RPT-TOTAL-ER-COST TO WS-RPT-ER-COST
062220     MOVE WS-RPT-ER-COST-LINE TO PAYROLL-REPORT-RECORD
062230     WRITE PAYROLL-REPORT-RECORD
062240     IF NOT WS-PAYRPT-OK
062250         DISPLAY "Unable to write payroll report record, "
062260             "status " WS-PAYRPT-STATUS
062270     END-IF
062280     COMPUTE WS-RPT-TOTAL-PAY-COST =
062290         WS-RPT-TOTAL-GROSS + WS-RPT-TOTAL-ER-COST
062300     MOVE WS-RPT-TOTAL-PAY-COST TO WS-RPT-PAY-COST
062310     MOVE WS-RPT-PAY-COST-LINE TO PAYROLL-REPORT-RECORD
062320     WRITE PAYROLL-REPORT-RECORD
062330     IF NOT WS-PAYRPT-OK
062340         DISPLAY "Unable to write payroll report record, "
062350             "status " WS-PAYRPT-STATUS
062360     END-IF.
062370
062380*-----------------------------------------------------------------
062390* PRINT THE EARNINGS STATEMENTS FOR THE PERIOD JUST CALCULATED:
062400* ONE SEQUENTIAL PASS OVER THE MASTER PRINTING A STUB FOR EVERY
062410* EMPLOYEE STAMPED WITH THE RUN'S PAY PERIOD. LIKE THE ACH AND
062420* GL PASSES, KEYING ON THE STAMP (NOT ON WHO WAS CALCULATED
062430* THIS RUN) MEANS A RESTARTED RUN STILL PRODUCES THE WHOLE
062440* PERIOD'S STUBS EVEN THOUGH THE ABENDED RUN'S PAYSTUB WAS
062450* TRUNCATED BY OPEN OUTPUT. 1900-COMPUTE-GROSS-PAY IS
062460* RE-PERFORMED PER RECORD TO REBUILD THE STRAIGHT/OVERTIME
062470* SPLIT -- IT COMPUTES PURELY FROM THE MASTER'S HOURS, WORKWEEKS
062480* AND RATE, SO NO REWRITE IS NEEDED.
062490*-----------------------------------------------------------------
062500 4050-PRINT-ALL-PAY-STUBS.
062510     PERFORM 4100-OPEN-PAY-STUB-FILE THRU 4100-EXIT
062520     IF WS-STUB-FILE-CLOSED
062530         GO TO 4050-EXIT
062540     END-IF
062550     PERFORM 1110-POSITION-MASTER THRU 1110-EXIT
062560     PERFORM 4060-STUB-PASS THRU 4060-EXIT
062570     PERFORM 4200-CLOSE-PAY-STUB-FILE THRU 4200-EXIT.
062580 4050-EXIT.
062590     EXIT.
062600
062610 4060-STUB-PASS.
062620     PERFORM 1120-READ-NEXT-MASTER THRU 1120-EXIT
062630     IF WS-MASTER-EOF
062640         GO TO 4060-EXIT
062650     END-IF
062660     IF EM-STATUS-CODE = 'T' AND EM-PTO-PAYOUT-NONE
062670         GO TO 4060-STUB-PASS
062680     END-IF
062690     IF WS-EMP-PAID-ID NOT = WS-PAY-PERIOD-ID
062700         GO TO 4060-STUB-PASS
062710     END-IF
062720     MOVE EM-GROSS-PAY TO WS-STORED-GROSS-PAY
062730     PERFORM 1900-COMPUTE-GROSS-PAY THRU 1900-EXIT
062740*-----------------------------------------------------------------
062750* IF HOURS OR RATE CHANGED SINCE THE PERIOD POSTED, THE
062760* RECOMPUTED SPLIT NO LONGER DESCRIBES WHAT WAS PAID. FALL BACK
062770* TO THE STORED GROSS, SHOWN AS ALL STRAIGHT TIME WITH THE
062780* HOURS LEFT ZERO AND NO EARNINGS LINES, SO GROSS STILL EQUALS
062790* TAX PLUS DEDUCTIONS PLUS NET ON THE EMPLOYEE'S STATEMENT.
062800*-----------------------------------------------------------------
062810     IF EM-GROSS-PAY NOT = WS-STORED-GROSS-PAY
062820         MOVE WS-STORED-GROSS-PAY TO EM-GROSS-PAY
062830         MOVE WS-STORED-GROSS-PAY TO WS-STRAIGHT-PAY
062840         MOVE ZEROS TO WS-STRAIGHT-HOURS
062850                       WS-OVERTIME-HOURS
062860                       WS-OVERTIME-PAY
062870                       WS-WEEK-SPLIT-COUNT
062880                       WS-ERN-SPLIT-COUNT
062890     END-IF
062900     PERFORM 4000-PRINT-PAY-STUB THRU 4000-EXIT
062910     GO TO 4060-STUB-PASS.
062920 4060-EXIT.
062930     EXIT.
062940
062950*-----------------------------------------------------------------
062960* PRINT ONE EARNINGS STATEMENT (PAY STUB) FOR THE EMPLOYEE IN
062970* EMPLOYEE-MASTER-RECORD. PERFORMED FROM THE 4060 STUB PASS
062980* AFTER THE PERIOD'S FIGURES AND YEAR-TO-DATE TOTALS ARE FINAL,
062990* SO THE STUB SHOWS WHAT WAS PAID AND THE UPDATED YTD TOTALS.
063000* EACH EARNINGS CODE PRINTS ON ITS OWN LINE UNDER BASE PAY, AND
063010* THE FLAT-RATE TAX ON SUPPLEMENTAL WAGES ON ITS OWN LINE UNDER
063020* THE GRADUATED FEDERAL TAX.
063030*-----------------------------------------------------------------
063040 4000-PRINT-PAY-STUB.
063050     IF WS-STUB-FILE-CLOSED
063060         GO TO 4000-EXIT
063070     END-IF
063080     MOVE WS-STUB-STARS TO PAY-STUB-RECORD
063090     PERFORM 4010-WRITE-STUB-RECORD THRU 4010-EXIT
063100     MOVE WS-STUB-HEADER TO PAY-STUB-RECORD
063110     PERFORM 4010-WRITE-STUB-RECORD THRU 4010-EXIT
063120     MOVE EM-EMPLOYEE-ID     TO WS-STUB-EMP-ID
063130     MOVE EM-EMPLOYEE-NAME   TO WS-STUB-EMP-NAME
063140     MOVE WS-STUB-EMP-LINE TO PAY-STUB-RECORD
063150     PERFORM 4010-WRITE-STUB-RECORD THRU 4010-EXIT
063160     MOVE SPACES TO PAY-STUB-RECORD
063170     PERFORM 4010-WRITE-STUB-RECORD THRU 4010-EXIT
063180     IF EM-SALARIED
063190         MOVE WS-STRAIGHT-PAY TO WS-STUB-SALARY-AMT
063200         MOVE WS-STUB-SALARY-LINE TO PAY-STUB-RECORD
063210         PERFORM 4010-WRITE-STUB-RECORD THRU 4010-EXIT
063220     ELSE
063230         MOVE WS-STRAIGHT-HOURS TO WS-STUB-STR-HOURS
063240         MOVE WS-STRAIGHT-PAY   TO WS-STUB-STR-AMT
063250         MOVE WS-STUB-STRAIGHT-LINE TO PAY-STUB-RECORD
063260         PERFORM 4010-WRITE-STUB-RECORD THRU 4010-EXIT
063270         MOVE WS-OVERTIME-HOURS TO WS-STUB-OT-HOURS
063280         MOVE WS-OVERTIME-PAY   TO WS-STUB-OT-AMT
063290         MOVE WS-STUB-OVERTIME-LINE TO PAY-STUB-RECORD
063300         PERFORM 4010-WRITE-STUB-RECORD THRU 4010-EXIT
063310         PERFORM 4020-PRINT-STUB-WEEK THRU 4020-EXIT
063320             VARYING WS-WEEK-SUB FROM 1 BY 1
063330             UNTIL WS-WEEK-SUB > WS-WEEK-SPLIT-COUNT
063340     END-IF
063350     PERFORM 4030-PRINT-STUB-EARNINGS THRU 4030-EXIT
063360         VARYING WS-ERN-SUB FROM 1 BY 1
063370         UNTIL WS-ERN-SUB > WS-ERN-SPLIT-COUNT
063380     MOVE EM-GROSS-PAY TO WS-STUB-GROSS-AMT
063390     MOVE WS-STUB-GROSS-LINE TO PAY-STUB-RECORD
063400     PERFORM 4010-WRITE-STUB-RECORD THRU 4010-EXIT
063410     MOVE EM-TAX-RATE        TO WS-STUB-TAX-RATE
063420     COMPUTE WS-STUB-TAX-AMT = EM-TAX-DEDUCTION - EM-SUPP-TAX
063430     MOVE WS-STUB-TAX-LINE TO PAY-STUB-RECORD
063440     PERFORM 4010-WRITE-STUB-RECORD THRU 4010-EXIT
063450     IF EM-SUPP-TAX > ZERO
063460         MOVE WS-SUPPLEMENTAL-RATE TO WS-STUB-SUPP-RATE
063470         MOVE EM-SUPP-TAX          TO WS-STUB-SUPP-AMT
063480         MOVE WS-STUB-SUPP-TAX-LINE TO PAY-STUB-RECORD
063490         PERFORM 4010-WRITE-STUB-RECORD THRU 4010-EXIT
063500     END-IF
063510     MOVE EM-SS-DEDUCTION    TO WS-STUB-SS-AMT
063520     MOVE WS-STUB-SS-LINE TO PAY-STUB-RECORD
063530     PERFORM 4010-WRITE-STUB-RECORD THRU 4010-EXIT
063540     MOVE EM-MEDICARE-DEDUCTION TO WS-STUB-MEDICARE-AMT
063550     MOVE WS-STUB-MEDICARE-LINE TO PAY-STUB-RECORD
063560     PERFORM 4010-WRITE-STUB-RECORD THRU 4010-EXIT
063570     MOVE EM-STATE-CODE      TO WS-STUB-STATE-CODE
063580     MOVE EM-STATE-TAX-DEDUCTION TO WS-STUB-STATE-AMT
063590     MOVE WS-STUB-STATE-LINE TO PAY-STUB-RECORD
063600     PERFORM 4010-WRITE-STUB-RECORD THRU 4010-EXIT
063610     MOVE EM-HEALTH-DEDUCTION TO WS-STUB-HEALTH-AMT
063620     MOVE WS-STUB-HEALTH-LINE TO PAY-STUB-RECORD
063630     PERFORM 4010-WRITE-STUB-RECORD THRU 4010-EXIT
063640     MOVE EM-401K-DEDUCTION TO WS-STUB-401K-AMT
063650     MOVE WS-STUB-401K-LINE TO PAY-STUB-RECORD
063660     PERFORM 4010-WRITE-STUB-RECORD THRU 4010-EXIT
063670     MOVE EM-GARNISHMENT-AMT TO WS-STUB-GARN-AMT
063680     MOVE WS-STUB-GARN-LINE TO PAY-STUB-RECORD
063690     PERFORM 4010-WRITE-STUB-RECORD THRU 4010-EXIT
063700     MOVE EM-NET-PAY TO WS-STUB-NET-AMT
063710     MOVE WS-STUB-NET-LINE TO PAY-STUB-RECORD
063720     PERFORM 4010-WRITE-STUB-RECORD THRU 4010-EXIT
063730     MOVE SPACES TO PAY-STUB-RECORD
063740     PERFORM 4010-WRITE-STUB-RECORD THRU 4010-EXIT
063750     MOVE 'GROSS'               TO WS-STUB-YTD-LABEL
063760     MOVE EM-YTD-GROSS TO WS-STUB-YTD-AMT
063770     MOVE WS-STUB-YTD-LINE TO PAY-STUB-RECORD
063780     PERFORM 4010-WRITE-STUB-RECORD THRU 4010-EXIT
063790     MOVE 'FEDERAL TAX'         TO WS-STUB-YTD-LABEL
063800     MOVE EM-YTD-TAX    TO WS-STUB-YTD-AMT
063810     MOVE WS-STUB-YTD-LINE TO PAY-STUB-RECORD
063820     PERFORM 4010-WRITE-STUB-RECORD THRU 4010-EXIT
063830     MOVE 'SOCIAL SECURITY'     TO WS-STUB-YTD-LABEL
063840     MOVE EM-YTD-SS-TAX TO WS-STUB-YTD-AMT
063850     MOVE WS-STUB-YTD-LINE TO PAY-STUB-RECORD
063860     PERFORM 4010-WRITE-STUB-RECORD THRU 4010-EXIT
063870     MOVE 'MEDICARE'            TO WS-STUB-YTD-LABEL
063880     MOVE EM-YTD-MEDICARE-TAX TO WS-STUB-YTD-AMT
063890     MOVE WS-STUB-YTD-LINE TO PAY-STUB-RECORD
063900     PERFORM 4010-WRITE-STUB-RECORD THRU 4010-EXIT
063910     MOVE 'STATE TAX'           TO WS-STUB-YTD-LABEL
063920     MOVE EM-YTD-STATE-TAX TO WS-STUB-YTD-AMT
063930     MOVE WS-STUB-YTD-LINE TO PAY-STUB-RECORD
063940     PERFORM 4010-WRITE-STUB-RECORD THRU 4010-EXIT
063950     MOVE 'NET'                 TO WS-STUB-YTD-LABEL
063960     MOVE EM-YTD-NET    TO WS-STUB-YTD-AMT
063970     MOVE WS-STUB-YTD-LINE TO PAY-STUB-RECORD
063980     PERFORM 4010-WRITE-STUB-RECORD THRU 4010-EXIT
063990     IF EM-PTO-BALANCE > ZERO
064000        OR (EM-PTO-RUN-ID = WS-EMP-PAID-ID
064010            AND (EM-PTO-RUN-ACCRUED > ZERO
064020                 OR EM-PTO-RUN-USED > ZERO))
064030         PERFORM 4040-PRINT-STUB-LEAVE THRU 4040-EXIT
064040     END-IF
064050     MOVE SPACES TO PAY-STUB-RECORD
064060     PERFORM 4010-WRITE-STUB-RECORD THRU 4010-EXIT.
064070 4000-EXIT.
064080     EXIT.
064090
064100 4010-WRITE-STUB-RECORD.
064110     WRITE PAY-STUB-RECORD
064120     IF NOT WS-PAYSTUB-OK
064130         DISPLAY "Unable to write pay stub record, status "
064140             WS-PAYSTUB-STATUS
064150     END-IF.
064160 4010-EXIT.
064170     EXIT.
064180
064190*-----------------------------------------------------------------
064200* ONE WORKWEEK'S HOURS AND OVERTIME UNDER THE STRAIGHT-TIME AND
064210* OVERTIME LINES, WITH ANY HOURS OF THE WEEK THE PRIOR RUN PAID.
064220*-----------------------------------------------------------------
064230 4020-PRINT-STUB-WEEK.
064240     MOVE EM-TC-WEEK-START(WS-WEEK-SUB) TO WS-DATE-YYYYMMDD
064250     MOVE WS-DATE-MM         TO WS-STUB-WEEK-MM
064260     MOVE WS-DATE-DD         TO WS-STUB-WEEK-DD
064270     MOVE WS-DATE-CCYY       TO WS-STUB-WEEK-CCYY
064280     MOVE EM-TC-WEEK-HOURS(WS-WEEK-SUB) TO WS-STUB-WEEK-HOURS
064290     MOVE WS-WK-OVERTIME-HOURS(WS-WEEK-SUB) TO WS-STUB-WEEK-OT
064300     MOVE WS-WK-PRIOR-HOURS(WS-WEEK-SUB)    TO WS-STUB-WEEK-PRIOR
064310     IF WS-WK-PRIOR-HOURS(WS-WEEK-SUB) > ZERO
064320         MOVE ' HRS PAID BEFORE' TO WS-STUB-WEEK-PRIOR-LIT
064330     ELSE
064340         MOVE SPACES TO WS-STUB-WEEK-PRIOR-LIT
064350     END-IF
064360     MOVE WS-STUB-WEEK-LINE TO PAY-STUB-RECORD
064370     PERFORM 4010-WRITE-STUB-RECORD THRU 4010-EXIT.
064380 4020-EXIT.
064390     EXIT.
064400
064410*-----------------------------------------------------------------
064420* ONE EARNINGS LINE: THE CODE'S DESCRIPTION (OR THE BARE CODE IF
064430* IT IS NO LONGER ON THE TABLE), ITS HOURS IF HOURS-BASIS, AND ITS
064440* AMOUNT.
064450*-----------------------------------------------------------------
064460 4030-PRINT-STUB-EARNINGS.
064470     MOVE EM-ERN-CODE(WS-ERN-SUB) TO WS-EC-LOOKUP-CODE
064480     PERFORM 2200-FIND-EARNINGS-CODE THRU 2200-EXIT
064490     IF WS-EC-FOUND
064500         SET EC-IDX TO WS-EC-SUB
064510         MOVE EC-DESCRIPTION(EC-IDX) TO WS-STUB-ERN-DESC
064520     ELSE
064530         MOVE EM-ERN-CODE(WS-ERN-SUB) TO WS-STUB-ERN-DESC
064540     END-IF
064550     MOVE EM-ERN-HOURS(WS-ERN-SUB) TO WS-STUB-ERN-HOURS
064560     IF EM-ERN-HOURS(WS-ERN-SUB) > ZERO
064570         MOVE ' HRS' TO WS-STUB-ERN-HRS-LIT
064580     ELSE
064590         MOVE SPACES TO WS-STUB-ERN-HRS-LIT
064600     END-IF
064610     MOVE EM-ERN-AMOUNT(WS-ERN-SUB) TO WS-STUB-ERN-AMT
064620     MOVE WS-STUB-EARNINGS-LINE TO PAY-STUB-RECORD
064630     PERFORM 4010-WRITE-STUB-RECORD THRU 4010-EXIT.
064640 4030-EXIT.
064650     EXIT.
064660
064670*-----------------------------------------------------------------
064680* PAID TIME OFF HOURS ON THE STUB: THE HOURS ACCRUED AND USED BY
064690* THE RUN THAT PAID THE STUB (ZERO WHEN ANOTHER RUN LAST TOUCHED
064700* THE BALANCE) AND THE BALANCE LEFT.
064710*-----------------------------------------------------------------
064720 4040-PRINT-STUB-LEAVE.
064730     MOVE SPACES TO PAY-STUB-RECORD
064740     PERFORM 4010-WRITE-STUB-RECORD THRU 4010-EXIT
064750     MOVE 'HOURS ACCRUED'       TO WS-STUB-PTO-LABEL
064760     MOVE ZEROS                 TO WS-STUB-PTO-HOURS
064770     IF EM-PTO-RUN-ID = WS-EMP-PAID-ID
064780         MOVE EM-PTO-RUN-ACCRUED TO WS-STUB-PTO-HOURS
064790     END-IF
064800     MOVE WS-STUB-PTO-LINE TO PAY-STUB-RECORD
064810     PERFORM 4010-WRITE-STUB-RECORD THRU 4010-EXIT
064820     MOVE 'HOURS USED'          TO WS-STUB-PTO-LABEL
064830     MOVE ZEROS                 TO WS-STUB-PTO-HOURS
064840     IF EM-PTO-RUN-ID = WS-EMP-PAID-ID
064850         MOVE EM-PTO-RUN-USED   TO WS-STUB-PTO-HOURS
064860     END-IF
064870     MOVE WS-STUB-PTO-LINE TO PAY-STUB-RECORD
064880     PERFORM 4010-WRITE-STUB-RECORD THRU 4010-EXIT
064890     MOVE 'BALANCE'             TO WS-STUB-PTO-LABEL
064900     MOVE EM-PTO-BALANCE        TO WS-STUB-PTO-HOURS
064910     MOVE WS-STUB-PTO-LINE TO PAY-STUB-RECORD
064920     PERFORM 4010-WRITE-STUB-RECORD THRU 4010-EXIT.
064930 4040-EXIT.
064940     EXIT.
064950
064960*-----------------------------------------------------------------
064970* THE PAY STUB FILE IS OPENED FOR THE DURATION OF ONE STUB
064980* PASS. AN OPEN FAILURE IS REPORTED BUT DOES NOT STOP THE RUN;
064990* 4000-PRINT-PAY-STUB SIMPLY SKIPS PRINTING WHILE THE FILE IS
065000* MARKED CLOSED.
065010*-----------------------------------------------------------------
065020 4100-OPEN-PAY-STUB-FILE.
065030     OPEN OUTPUT PAY-STUB-FILE
065040     IF WS-PAYSTUB-OK
065050         SET WS-STUB-FILE-OPEN TO TRUE
065060     ELSE
065070         SET WS-STUB-FILE-CLOSED TO TRUE
065080         DISPLAY "Unable to open pay stub file, status "
065090             WS-PAYSTUB-STATUS
065100     END-IF.
065110 4100-EXIT.
065120     EXIT.
065130
065140 4200-CLOSE-PAY-STUB-FILE.
065150     IF WS-STUB-FILE-OPEN
065160         CLOSE PAY-STUB-FILE
065170         SET WS-STUB-FILE-CLOSED TO TRUE
065180         DISPLAY "Pay stubs written to PAYSTUB."
065190     END-IF.
065200 4200-EXIT.
065210     EXIT.
065220
065230*-----------------------------------------------------------------
065240* WRITE THE DIRECT-DEPOSIT (ACH) FILE AFTER CALCULATE-PAYROLL
065250* COMPLETES: ONE DETAIL PER EMPLOYEE STAMPED WITH THE RUN'S PAY
065260* PERIOD AND CARRYING A ROUTING NUMBER, THEN A TRAILER WITH THE
065270* DETAIL COUNT AND TOTAL NET PAY. TERMINATED EMPLOYEES (OTHER
065280* THAN A FINAL CHECK PAYING OUT PAID TIME OFF),
065290* EMPLOYEES NOT PAID THIS PERIOD, AND EMPLOYEES WITHOUT BANK
065300* INFORMATION OR WITH A BANK ACCOUNT CHANGE NOT YET IN EFFECT
065310* (PAID BY PRINTED CHECK INSTEAD, SEE
065320* 4600-WRITE-MANUAL-CHECKS) ARE LEFT OFF. THE
065330* TRAILER BALANCES THE ACH DETAILS; THE GL CASH CREDIT FOR THE
065340* PERIOD ADDITIONALLY INCLUDES THE MANUAL-CHECK EMPLOYEES.
065350* A CHANGE ENTERED OR APPROVED AND NOT YET PRENOTED GETS A ZERO-
065360* DOLLAR PRENOTE DETAIL ('P' ENTRY TYPE) TO THE NEW ACCOUNT,
065370* STAMPED WITH THE DATE AND RUN SO A RERUN OF THE PERIOD SENDS IT
065380* AGAIN BUT A LATER RUN DOES NOT. PRENOTES ARE COUNTED IN THE
065390* TRAILER'S PRENOTE COUNT, NOT ITS DETAIL COUNT.
065400*-----------------------------------------------------------------
065410 4300-WRITE-ACH-FILE.
065420     OPEN OUTPUT ACH-FILE
065430     IF NOT WS-ACHFILE-OK
065440         DISPLAY "Unable to open direct deposit file, status "
065450             WS-ACHFILE-STATUS
065460         GO TO 4300-EXIT
065470     END-IF
065480     MOVE ZEROS TO WS-ACH-DETAIL-COUNT WS-ACH-TOTAL-NET
065490                   WS-ACH-PRENOTE-COUNT
065500     PERFORM 1110-POSITION-MASTER THRU 1110-EXIT
065510     PERFORM 4310-WRITE-ACH-DETAIL THRU 4310-EXIT
065520     MOVE WS-ACH-DETAIL-COUNT TO WS-ACH-TRL-COUNT
065530     MOVE WS-ACH-TOTAL-NET    TO WS-ACH-TRL-NET-PAY
065540     MOVE WS-ACH-PRENOTE-COUNT TO WS-ACH-TRL-PRENOTE-COUNT
065550     MOVE WS-ACH-TRAILER TO ACH-RECORD
065560     PERFORM 4320-WRITE-ACH-RECORD THRU 4320-EXIT
065570     CLOSE ACH-FILE
065580     DISPLAY "Direct deposit file written to ACHFILE."
065590     DISPLAY "Bank account prenotes on ACHFILE: "
065600         WS-ACH-PRENOTE-COUNT.
065610 4300-EXIT.
065620     EXIT.
065630
065640 4310-WRITE-ACH-DETAIL.
065650     PERFORM 1120-READ-NEXT-MASTER THRU 1120-EXIT
065660     IF WS-MASTER-EOF
065670         GO TO 4310-EXIT
065680     END-IF
065690     IF EM-STATUS-CODE = 'T' AND EM-PTO-PAYOUT-NONE
065700         GO TO 4310-WRITE-ACH-DETAIL
065710     END-IF
065720     IF (EM-BANK-CHG-ENTERED OR EM-BANK-CHG-APPROVED)
065730        AND (EM-PRENOTE-DATE = ZEROS
065740             OR EM-PRENOTE-RUN-ID = WS-PAY-PERIOD-ID)
065750         PERFORM 4315-WRITE-PRENOTE THRU 4315-EXIT
065760     END-IF
065770     IF WS-EMP-PAID-ID NOT = WS-PAY-PERIOD-ID
065780         GO TO 4310-WRITE-ACH-DETAIL
065790     END-IF
065800     IF EM-BANK-CHG-PENDING
065810         GO TO 4310-WRITE-ACH-DETAIL
065820     END-IF
065830     IF EM-BANK-ROUTING NOT NUMERIC OR
065840        EM-BANK-ROUTING = ZEROS
065850         GO TO 4310-WRITE-ACH-DETAIL
065860     END-IF
065870     SET WS-ACH-DET-CREDIT TO TRUE
065880     MOVE EM-EMPLOYEE-ID     TO WS-ACH-DET-EMP-ID
065890     MOVE EM-BANK-ROUTING    TO WS-ACH-DET-ROUTING
065900     MOVE EM-BANK-ACCOUNT    TO WS-ACH-DET-ACCOUNT
065910     MOVE EM-NET-PAY         TO WS-ACH-DET-NET-PAY
065920     MOVE WS-ACH-DETAIL TO ACH-RECORD
065930     PERFORM 4320-WRITE-ACH-RECORD THRU 4320-EXIT
065940     ADD 1 TO WS-ACH-DETAIL-COUNT
065950     ADD EM-NET-PAY TO WS-ACH-TOTAL-NET
065960     GO TO 4310-WRITE-ACH-DETAIL.
065970 4310-EXIT.
065980     EXIT.
065990
066000 4315-WRITE-PRENOTE.
066010     IF EM-PRENOTE-DATE = ZEROS
066020         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
066030         MOVE WS-CURRENT-DATE  TO EM-PRENOTE-DATE
066040         MOVE WS-PAY-PERIOD-ID TO EM-PRENOTE-RUN-ID
066050         PERFORM 1500-REWRITE-EMPLOYEE-MASTER
066060         MOVE "BANK-PRENOTE"   TO WS-BANK-AUDIT-ACTION
066070         PERFORM 2620-AUDIT-BANK-EVENT THRU 2620-EXIT
066080     END-IF
066090     SET WS-ACH-DET-PRENOTE TO TRUE
066100     MOVE EM-EMPLOYEE-ID      TO WS-ACH-DET-EMP-ID
066110     MOVE EM-BANK-CHG-ROUTING TO WS-ACH-DET-ROUTING
066120     MOVE EM-BANK-CHG-ACCOUNT TO WS-ACH-DET-ACCOUNT
066130     MOVE ZEROS               TO WS-ACH-DET-NET-PAY
066140     MOVE WS-ACH-DETAIL TO ACH-RECORD
066150     PERFORM 4320-WRITE-ACH-RECORD THRU 4320-EXIT
066160     ADD 1 TO WS-ACH-PRENOTE-COUNT.
066170 4315-EXIT.
066180     EXIT.
066190
066200 4320-WRITE-ACH-RECORD.
066210     WRITE ACH-RECORD
066220     IF NOT WS-ACHFILE-OK
066230         DISPLAY "Unable to write direct deposit record, status "
066240             WS-ACHFILE-STATUS
066250     END-IF.
066260 4320-EXIT.
066270     EXIT.
066280
066290*-----------------------------------------------------------------
066300* READ THE RUN-CONTROL CHECKPOINT AND DECIDE WHETHER THIS PAY
066310* PERIOD MAY RUN. A MISSING CHKPOINT FILE MEANS NO RUN HAS EVER
066320* CHECKPOINTED (FIRST RUN), WHICH IS ALLOWED. A RECORD FOR THE
066330* SAME PERIOD MARKED COMPLETE BLOCKS THE RUN; ONE MARKED
066340* STARTED MEANS A PRIOR RUN OF THE PERIOD ABENDED AND THIS RUN
066350* IS A RESTART.
066360*-----------------------------------------------------------------
066370 4400-READ-RUN-CONTROL.
066380     MOVE 'N' TO WS-PERIOD-COMPLETE-SW
066390     MOVE 'N' TO WS-PERIOD-STARTED-SW
066400     OPEN INPUT CHECKPOINT-FILE
066410     IF NOT WS-CHKPOINT-OK
066420         GO TO 4400-EXIT
066430     END-IF
066440     READ CHECKPOINT-FILE
066450         AT END
066460             MOVE SPACES TO CHECKPOINT-RECORD
066470     END-READ
066480*-----------------------------------------------------------------
066490* A CHECKPOINT WRITTEN BEFORE RUN SEQUENCES EXISTED CARRIES A
066500* BLANK SEQUENCE; IT DESCRIBED THE MONTH'S ONLY RUN, SO IT
066510* READS AS 01.
066520*-----------------------------------------------------------------
066530     IF CHK-PAY-PERIOD NOT = SPACES AND
066540        CHK-PAY-SEQ NOT NUMERIC
066550         MOVE '01' TO CHK-PAY-SEQ
066560     END-IF
066570     IF CHK-PAY-PERIOD = WS-PAY-PERIOD AND
066580        CHK-PAY-SEQ = WS-PAY-SEQ AND CHK-PERIOD-COMPLETE
066590         SET WS-PERIOD-COMPLETE TO TRUE
066600     END-IF
066610     IF CHK-PAY-PERIOD = WS-PAY-PERIOD AND
066620        CHK-PAY-SEQ = WS-PAY-SEQ AND CHK-STATUS = 'S'
066630         SET WS-PERIOD-STARTED TO TRUE
066640     END-IF
066650     CLOSE CHECKPOINT-FILE.
066660 4400-EXIT.
066670     EXIT.
066680
066690 4410-MARK-RUN-STARTED.
066700     MOVE 'S' TO WS-CHK-STATUS-OUT
066710     PERFORM 4430-WRITE-RUN-CONTROL THRU 4430-EXIT.
066720 4410-EXIT.
066730     EXIT.
066740
066750 4420-MARK-RUN-COMPLETE.
066760     MOVE 'C' TO WS-CHK-STATUS-OUT
066770     PERFORM 4430-WRITE-RUN-CONTROL THRU 4430-EXIT.
066780 4420-EXIT.
066790     EXIT.
066800
066810*-----------------------------------------------------------------
066820* REWRITE THE SINGLE-RECORD RUN-CONTROL CHECKPOINT WITH THIS
066830* RUN'S PAY PERIOD AND THE STATUS THE CALLER PLACED IN
066840* WS-CHK-STATUS-OUT ('S' STARTED OR 'C' COMPLETE).
066850*-----------------------------------------------------------------
066860 4430-WRITE-RUN-CONTROL.
066870     OPEN OUTPUT CHECKPOINT-FILE
066880     IF NOT WS-CHKPOINT-OK
066890         DISPLAY "Unable to open run-control checkpoint, status "
066900             WS-CHKPOINT-STATUS
066910         GO TO 4430-EXIT
066920     END-IF
066930     MOVE SPACES TO CHECKPOINT-RECORD
066940     MOVE WS-PAY-PERIOD     TO CHK-PAY-PERIOD
066950     MOVE WS-PAY-SEQ        TO CHK-PAY-SEQ
066960     MOVE WS-CHK-STATUS-OUT TO CHK-STATUS
066970     WRITE CHECKPOINT-RECORD
066980     IF NOT WS-CHKPOINT-OK
066990         DISPLAY "Unable to write run-control checkpoint, "
067000             "status " WS-CHKPOINT-STATUS
067010     END-IF
067020     CLOSE CHECKPOINT-FILE.
067030 4430-EXIT.
067040     EXIT.
067050
067060*-----------------------------------------------------------------
067070* WRITE THE GENERAL-LEDGER POSTING EXTRACT FOR THE PERIOD JUST
067080* CALCULATED: ONE LINE PER ACCOUNT, GROSS WAGES EXPENSE DEBIT
067090* FIRST (BASE PAY ONLY, FOLLOWED BY A DEBIT PER EARNINGS CODE
067100* PAID TO THE CODE'S OWN EXPENSE ACCOUNT), THEN THE PAYABLE AND
067110* CASH CREDITS, THEN THE
067120* EMPLOYER-SIDE EXPENSE DEBITS AND PAYABLE CREDITS (FICA, 401K
067130* MATCH, HEALTH SHARE). THE FILE IS PROVED
067140* IN BALANCE (DEBITS = CREDITS) BEFORE IT IS HANDED TO
067150* ACCOUNTING; AN OUT-OF-BALANCE EXTRACT ENDS THE RUN RC=8. SO DOES
067160* A 401(K) CONTRIBUTION FILE WHOSE DEFERRAL AND MATCH TOTALS ARE
067170* NOT THE 401K PAYABLE CREDITS.
067180*-----------------------------------------------------------------
067190 4500-WRITE-GL-EXTRACT.
067200     MOVE ZEROS TO WS-GL-TOTAL-GROSS WS-GL-TOTAL-TAX
067210                   WS-GL-TOTAL-SS WS-GL-TOTAL-MEDICARE
067220                   WS-GL-TOTAL-STATE
067230                   WS-GL-TOTAL-HEALTH WS-GL-TOTAL-401K
067240                   WS-GL-TOTAL-GARN WS-GL-TOTAL-NET
067250                   WS-GL-TOTAL-ER-FICA WS-GL-TOTAL-ER-MATCH
067260                   WS-GL-TOTAL-ER-HEALTH
067270     INITIALIZE WS-GL-EARNINGS-TOTALS
067280     PERFORM 1110-POSITION-MASTER THRU 1110-EXIT
067290     PERFORM 4520-ACCUMULATE-GL-TOTALS THRU 4520-EXIT
067300     MOVE WS-GL-TOTAL-GROSS TO WS-GL-BASE-WAGES
067310     PERFORM 4535-LESS-GL-EARNINGS THRU 4535-EXIT
067320         VARYING WS-EC-SUB FROM 1 BY 1
067330         UNTIL WS-EC-SUB > WS-EARNINGS-CODE-COUNT
067340     OPEN OUTPUT GL-EXTRACT-FILE
067350     IF NOT WS-GLFILE-OK
067360         DISPLAY "Unable to open GL extract file, status "
067370             WS-GLFILE-STATUS
067380         GO TO 4500-EXIT
067390     END-IF
067400     MOVE '50100000' TO WS-GL-ACCOUNT
067410     MOVE 'DR'       TO WS-GL-DR-CR
067420     MOVE WS-GL-BASE-WAGES TO WS-GL-AMOUNT
067430     MOVE 'GROSS WAGES EXPENSE' TO WS-GL-DESCRIPTION
067440     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
067450     PERFORM 4530-WRITE-GL-EARNINGS THRU 4530-EXIT
067460         VARYING WS-EC-SUB FROM 1 BY 1
067470         UNTIL WS-EC-SUB > WS-EARNINGS-CODE-COUNT
067480     MOVE '21100000' TO WS-GL-ACCOUNT
067490     MOVE 'CR'       TO WS-GL-DR-CR
067500     MOVE WS-GL-TOTAL-TAX TO WS-GL-AMOUNT
067510     MOVE 'FEDERAL TAX WITHHELD PAYABLE' TO WS-GL-DESCRIPTION
067520     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
067530     MOVE '21110000' TO WS-GL-ACCOUNT
067540     MOVE 'CR'       TO WS-GL-DR-CR
067550     MOVE WS-GL-TOTAL-SS TO WS-GL-AMOUNT
067560     MOVE 'SOC SEC WITHHELD PAYABLE' TO WS-GL-DESCRIPTION
067570     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
067580     MOVE '21120000' TO WS-GL-ACCOUNT
067590     MOVE 'CR'       TO WS-GL-DR-CR
067600     MOVE WS-GL-TOTAL-MEDICARE TO WS-GL-AMOUNT
067610     MOVE 'MEDICARE WITHHELD PAYABLE' TO WS-GL-DESCRIPTION
067620     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
067630     MOVE '21130000' TO WS-GL-ACCOUNT
067640     MOVE 'CR'       TO WS-GL-DR-CR
067650     MOVE WS-GL-TOTAL-STATE TO WS-GL-AMOUNT
067660     MOVE 'STATE TAX WITHHELD PAYABLE' TO WS-GL-DESCRIPTION
067670     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
067680     MOVE '21200000' TO WS-GL-ACCOUNT
067690     MOVE 'CR'       TO WS-GL-DR-CR
067700     MOVE WS-GL-TOTAL-HEALTH TO WS-GL-AMOUNT
067710     MOVE 'HEALTH PREMIUM PAYABLE' TO WS-GL-DESCRIPTION
067720     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
067730     MOVE '21300000' TO WS-GL-ACCOUNT
067740     MOVE 'CR'       TO WS-GL-DR-CR
067750     MOVE WS-GL-TOTAL-401K TO WS-GL-AMOUNT
067760     MOVE '401K CONTRIBUTIONS PAYABLE' TO WS-GL-DESCRIPTION
067770     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
067780     MOVE '21400000' TO WS-GL-ACCOUNT
067790     MOVE 'CR'       TO WS-GL-DR-CR
067800     MOVE WS-GL-TOTAL-GARN TO WS-GL-AMOUNT
067810     MOVE 'GARNISHMENTS PAYABLE' TO WS-GL-DESCRIPTION
067820     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
067830     MOVE '10100000' TO WS-GL-ACCOUNT
067840     MOVE 'CR'       TO WS-GL-DR-CR
067850     MOVE WS-GL-TOTAL-NET TO WS-GL-AMOUNT
067860     MOVE 'CASH - PAYROLL NET PAY' TO WS-GL-DESCRIPTION
067870     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
067880*-----------------------------------------------------------------
067890* EMPLOYER-SIDE ENTRIES: EACH EXPENSE DEBIT IS OFFSET BY ITS OWN
067900* PAYABLE CREDIT, SO THE EMPLOYER BLOCK BALANCES BY ITSELF AND
067910* THE EMPLOYEE-SIDE PROOF (GROSS = WITHHOLDINGS + NET) IS
067920* UNDISTURBED.
067930*-----------------------------------------------------------------
067940     MOVE '50200000' TO WS-GL-ACCOUNT
067950     MOVE 'DR'       TO WS-GL-DR-CR
067960     MOVE WS-GL-TOTAL-ER-FICA TO WS-GL-AMOUNT
067970     MOVE 'EMPLOYER FICA EXPENSE' TO WS-GL-DESCRIPTION
067980     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
067990     MOVE '21500000' TO WS-GL-ACCOUNT
068000     MOVE 'CR'       TO WS-GL-DR-CR
068010     MOVE WS-GL-TOTAL-ER-FICA TO WS-GL-AMOUNT
068020     MOVE 'EMPLOYER FICA PAYABLE' TO WS-GL-DESCRIPTION
068030     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
068040     MOVE '50300000' TO WS-GL-ACCOUNT
068050     MOVE 'DR'       TO WS-GL-DR-CR
068060     MOVE WS-GL-TOTAL-ER-MATCH TO WS-GL-AMOUNT
068070     MOVE '401K EMPLOYER MATCH EXPENSE' TO WS-GL-DESCRIPTION
068080     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
068090     MOVE '21310000' TO WS-GL-ACCOUNT
068100     MOVE 'CR'       TO WS-GL-DR-CR
068110     MOVE WS-GL-TOTAL-ER-MATCH TO WS-GL-AMOUNT
068120     MOVE '401K EMPLOYER MATCH PAYABLE' TO WS-GL-DESCRIPTION
068130     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
068140     MOVE '50400000' TO WS-GL-ACCOUNT
068150     MOVE 'DR'       TO WS-GL-DR-CR
068160     MOVE WS-GL-TOTAL-ER-HEALTH TO WS-GL-AMOUNT
068170     MOVE 'EMPLOYER HEALTH EXPENSE' TO WS-GL-DESCRIPTION
068180     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
068190     MOVE '21210000' TO WS-GL-ACCOUNT
068200     MOVE 'CR'       TO WS-GL-DR-CR
068210     MOVE WS-GL-TOTAL-ER-HEALTH TO WS-GL-AMOUNT
068220     MOVE 'EMPLOYER HEALTH PAYABLE' TO WS-GL-DESCRIPTION
068230     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
068240     CLOSE GL-EXTRACT-FILE
068250     COMPUTE WS-GL-TOTAL-DEBITS =
068260         WS-GL-TOTAL-GROSS + WS-GL-TOTAL-ER-FICA
068270         + WS-GL-TOTAL-ER-MATCH + WS-GL-TOTAL-ER-HEALTH
068280     COMPUTE WS-GL-TOTAL-CREDITS =
068290         WS-GL-TOTAL-TAX + WS-GL-TOTAL-HEALTH
068300         + WS-GL-TOTAL-SS + WS-GL-TOTAL-MEDICARE
068310         + WS-GL-TOTAL-STATE
068320         + WS-GL-TOTAL-401K + WS-GL-TOTAL-GARN
068330         + WS-GL-TOTAL-NET
068340         + WS-GL-TOTAL-ER-FICA + WS-GL-TOTAL-ER-MATCH
068350         + WS-GL-TOTAL-ER-HEALTH
068360     IF WS-GL-TOTAL-DEBITS NOT = WS-GL-TOTAL-CREDITS
068370         DISPLAY "GL extract out of balance. Debits "
068380             WS-GL-TOTAL-DEBITS " credits " WS-GL-TOTAL-CREDITS
068390         MOVE 8 TO RETURN-CODE
068400     ELSE
068410         DISPLAY "GL extract written to GLFILE and in balance."
068420     END-IF
068430     IF WS-GARN-REMIT-WRITTEN
068440        AND WS-GARN-REMIT-TOTAL NOT = WS-GL-TOTAL-GARN
068450         DISPLAY "Garnishment remittance " WS-GARN-REMIT-TOTAL
068460             " does not equal garnishments payable "
068470             WS-GL-TOTAL-GARN
068480         MOVE 8 TO RETURN-CODE
068490     END-IF
068500     IF WS-401K-CONTRIB-WRITTEN
068510        AND (WS-KC-TOTAL-DEFERRAL NOT = WS-GL-TOTAL-401K
068520         OR WS-KC-TOTAL-MATCH NOT = WS-GL-TOTAL-ER-MATCH)
068530         DISPLAY "401(k) contribution totals "
068540             WS-KC-TOTAL-DEFERRAL " " WS-KC-TOTAL-MATCH
068550             " do not equal 401k payables "
068560             WS-GL-TOTAL-401K " " WS-GL-TOTAL-ER-MATCH
068570         MOVE 8 TO RETURN-CODE
068580     END-IF.
068590 4500-EXIT.
068600     EXIT.
068610
068620 4510-WRITE-GL-RECORD.
068630     MOVE WS-PAY-PERIOD-ID TO WS-GL-PERIOD
068640     MOVE WS-GL-DETAIL  TO GL-EXTRACT-RECORD
068650     WRITE GL-EXTRACT-RECORD
068660     IF NOT WS-GLFILE-OK
068670         DISPLAY "Unable to write GL extract record, status "
068680             WS-GLFILE-STATUS
068690     END-IF.
068700 4510-EXIT.
068710     EXIT.
068720
068730*-----------------------------------------------------------------
068740* TOTAL THE PERIOD'S FIGURES FOR EVERY EMPLOYEE STAMPED WITH THE
068750* RUN'S PAY PERIOD. EMPLOYEES PAID BY AN EARLIER, ABENDED RUN OF
068760* THE SAME PERIOD CARRY THE STAMP AND THEIR SAVED CURRENT-PERIOD
068770* FIGURES, SO A RESTART STILL EXTRACTS THE WHOLE PERIOD.
068780*-----------------------------------------------------------------
068790 4520-ACCUMULATE-GL-TOTALS.
068800     PERFORM 1120-READ-NEXT-MASTER THRU 1120-EXIT
068810     IF WS-MASTER-EOF
068820         GO TO 4520-EXIT
068830     END-IF
068840     IF WS-EMP-PAID-ID NOT = WS-PAY-PERIOD-ID
068850         GO TO 4520-ACCUMULATE-GL-TOTALS
068860     END-IF
068870     ADD EM-GROSS-PAY         TO WS-GL-TOTAL-GROSS
068880     ADD EM-TAX-DEDUCTION     TO WS-GL-TOTAL-TAX
068890     ADD EM-SS-DEDUCTION      TO WS-GL-TOTAL-SS
068900     ADD EM-MEDICARE-DEDUCTION
068910                              TO WS-GL-TOTAL-MEDICARE
068920     ADD EM-STATE-TAX-DEDUCTION
068930                              TO WS-GL-TOTAL-STATE
068940     ADD EM-HEALTH-DEDUCTION  TO WS-GL-TOTAL-HEALTH
068950     ADD EM-401K-DEDUCTION    TO WS-GL-TOTAL-401K
068960     ADD EM-GARNISHMENT-AMT   TO WS-GL-TOTAL-GARN
068970     ADD EM-NET-PAY           TO WS-GL-TOTAL-NET
068980     COMPUTE WS-GL-EMP-ER-FICA =
068990         EM-GROSS-PAY * WS-EMPLOYER-FICA-RATE
069000     ADD WS-GL-EMP-ER-FICA    TO WS-GL-TOTAL-ER-FICA
069010     COMPUTE WS-GL-EMP-ER-MATCH =
069020         EM-401K-DEDUCTION / 2
069030     ADD WS-GL-EMP-ER-MATCH   TO WS-GL-TOTAL-ER-MATCH
069040     ADD WS-EMPLOYER-HEALTH-SHARE
069050                              TO WS-GL-TOTAL-ER-HEALTH
069060     IF EM-ERN-RUN-ID = WS-PAY-PERIOD-ID
069070         PERFORM 4525-ACCUMULATE-GL-EARNINGS THRU 4525-EXIT
069080             VARYING WS-ERN-SUB FROM 1 BY 1
069090             UNTIL WS-ERN-SUB > EM-ERN-COUNT
069100     END-IF
069110     GO TO 4520-ACCUMULATE-GL-TOTALS.
069120 4520-EXIT.
069130     EXIT.
069140
069150*-----------------------------------------------------------------
069160* ONE EARNINGS LINE INTO ITS CODE'S GL BUCKET. A CODE NO LONGER ON
069170* THE TABLE STAYS IN THE GROSS WAGES DEBIT.
069180*-----------------------------------------------------------------
069190 4525-ACCUMULATE-GL-EARNINGS.
069200     MOVE EM-ERN-CODE(WS-ERN-SUB) TO WS-EC-LOOKUP-CODE
069210     PERFORM 2200-FIND-EARNINGS-CODE THRU 2200-EXIT
069220     IF WS-EC-FOUND
069230         ADD EM-ERN-AMOUNT(WS-ERN-SUB)
069240                TO WS-GL-ERN-TOTAL(WS-EC-SUB)
069250     END-IF.
069260 4525-EXIT.
069270     EXIT.
069280
069290 4530-WRITE-GL-EARNINGS.
069300     IF WS-GL-ERN-TOTAL(WS-EC-SUB) = ZERO
069310         GO TO 4530-EXIT
069320     END-IF
069330     SET EC-IDX TO WS-EC-SUB
069340     MOVE EC-GL-ACCOUNT(EC-IDX)  TO WS-GL-ACCOUNT
069350     MOVE 'DR'                   TO WS-GL-DR-CR
069360     MOVE WS-GL-ERN-TOTAL(WS-EC-SUB) TO WS-GL-AMOUNT
069370     MOVE EC-DESCRIPTION(EC-IDX) TO WS-GL-DESCRIPTION
069380     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT.
069390 4530-EXIT.
069400     EXIT.
069410
069420 4535-LESS-GL-EARNINGS.
069430     SUBTRACT WS-GL-ERN-TOTAL(WS-EC-SUB) FROM WS-GL-BASE-WAGES.
069440 4535-EXIT.
069450     EXIT.
069460
069470*-----------------------------------------------------------------
069480* PAY THE PERIOD'S MANUAL-CHECK EMPLOYEES. ONE SEQUENTIAL PASS
069490* OVER THE MASTER, KEYED ON THE PAY-PERIOD STAMP LIKE THE ACH,
069500* GL AND STUB PASSES, PICKS UP EVERY EMPLOYEE THE ACH PASS LEFT
069510* OFF FOR A MISSING OR UNUSABLE ROUTING NUMBER AND PRINTS A
069520* CHECK FACE AND STUB, A REGISTER LINE, AND A POSITIVE-PAY
069530* DETAIL. A RESTARTED RUN REPRINTS THE WHOLE PERIOD'S CHECKS
069540* UNDER FRESH NUMBERS; THE FRESH POSITIVE-PAY FILE TELLS THE
069550* BANK ONLY THE REPRINTED NUMBERS ARE PAYABLE, SO THE ABENDED
069560* RUN'S UNISSUED NUMBERS BOUNCE IF EVER PRESENTED.
069570* EACH CHECK'S NUMBER IS KEPT ON THE MASTER SO A LATER VOID OF
069580* THE RUN CAN VOID THE CHECK AS WELL.
069590*-----------------------------------------------------------------
069600 4600-WRITE-MANUAL-CHECKS.
069610     PERFORM 4640-READ-CHECK-CONTROL THRU 4640-EXIT
069620     OPEN OUTPUT CHECK-PRINT-FILE
069630     IF NOT WS-CHKPRINT-OK
069640         DISPLAY "Unable to open check print file, status "
069650             WS-CHKPRINT-STATUS
069660         GO TO 4600-EXIT
069670     END-IF
069680     OPEN OUTPUT CHECK-REGISTER-FILE
069690     IF NOT WS-CHKREG-OK
069700         DISPLAY "Unable to open check register file, status "
069710             WS-CHKREG-STATUS
069720         CLOSE CHECK-PRINT-FILE
069730         GO TO 4600-EXIT
069740     END-IF
069750     OPEN OUTPUT POSITIVE-PAY-FILE
069760     IF NOT WS-POSPAY-OK
069770         DISPLAY "Unable to open positive pay file, status "
069780             WS-POSPAY-STATUS
069790         CLOSE CHECK-PRINT-FILE
069800         CLOSE CHECK-REGISTER-FILE
069810         GO TO 4600-EXIT
069820     END-IF
069830     IF WS-PAY-DATE = ZERO
069840         ACCEPT WS-PAY-DATE FROM DATE YYYYMMDD
069850     END-IF
069860     MOVE ZEROS TO WS-CHECK-COUNT WS-CHECK-TOTAL-NET
069870                   WS-LAST-CHECK-NO
069880     MOVE WS-NEXT-CHECK-NO TO WS-FIRST-CHECK-NO
069890     MOVE WS-PAY-PERIOD-ID TO WS-REG-HDR-PERIOD
069900     MOVE WS-PAY-PERIOD-ID TO WS-POS-TRL-RUN-ID
069910     MOVE WS-REG-HDR TO CHECK-REGISTER-RECORD
069920     PERFORM 4660-WRITE-REGISTER-RECORD THRU 4660-EXIT
069930     MOVE SPACES TO CHECK-REGISTER-RECORD
069940     PERFORM 4660-WRITE-REGISTER-RECORD THRU 4660-EXIT
069950     MOVE WS-REG-COLUMN-HEADING TO CHECK-REGISTER-RECORD
069960     PERFORM 4660-WRITE-REGISTER-RECORD THRU 4660-EXIT
069970     PERFORM 1110-POSITION-MASTER THRU 1110-EXIT
069980     PERFORM 4610-CHECK-PASS THRU 4610-EXIT
069990     MOVE SPACES TO CHECK-REGISTER-RECORD
070000     PERFORM 4660-WRITE-REGISTER-RECORD THRU 4660-EXIT
070010     IF WS-CHECK-COUNT > ZERO
070020         MOVE WS-FIRST-CHECK-NO TO WS-REG-START-NO
070030         MOVE WS-LAST-CHECK-NO  TO WS-REG-END-NO
070040         MOVE WS-REG-RANGE-LINE TO CHECK-REGISTER-RECORD
070050         PERFORM 4660-WRITE-REGISTER-RECORD THRU 4660-EXIT
070060     END-IF
070070     MOVE WS-CHECK-COUNT     TO WS-REG-TOT-COUNT
070080     MOVE WS-CHECK-TOTAL-NET TO WS-REG-TOT-AMOUNT
070090     MOVE WS-REG-TOTAL-LINE TO CHECK-REGISTER-RECORD
070100     PERFORM 4660-WRITE-REGISTER-RECORD THRU 4660-EXIT
070110     MOVE WS-CHECK-COUNT     TO WS-POS-TRL-COUNT
070120     MOVE WS-CHECK-TOTAL-NET TO WS-POS-TRL-AMOUNT
070130     MOVE WS-POSPAY-TRAILER TO POSITIVE-PAY-RECORD
070140     PERFORM 4670-WRITE-POSPAY-RECORD THRU 4670-EXIT
070150     CLOSE CHECK-PRINT-FILE
070160     CLOSE CHECK-REGISTER-FILE
070170     CLOSE POSITIVE-PAY-FILE
070180     PERFORM 4650-WRITE-CHECK-CONTROL THRU 4650-EXIT
070190     DISPLAY "Manual checks printed to CHKPRINT: " WS-CHECK-COUNT
070200     DISPLAY "Check register written to CHKREG, positive pay "
070210         "file to POSPAY.".
070220 4600-EXIT.
070230     EXIT.
070240
070250 4610-CHECK-PASS.
070260     PERFORM 1120-READ-NEXT-MASTER THRU 1120-EXIT
070270     IF WS-MASTER-EOF
070280         GO TO 4610-EXIT
070290     END-IF
070300     IF EM-STATUS-CODE = 'T' AND EM-PTO-PAYOUT-NONE
070310         GO TO 4610-CHECK-PASS
070320     END-IF
070330     IF WS-EMP-PAID-ID NOT = WS-PAY-PERIOD-ID
070340         GO TO 4610-CHECK-PASS
070350     END-IF
070360     IF EM-BANK-ROUTING NUMERIC AND
070370        EM-BANK-ROUTING NOT = ZEROS AND
070380        NOT EM-BANK-CHG-PENDING
070390         GO TO 4610-CHECK-PASS
070400     END-IF
070410     PERFORM 4620-PRINT-ONE-CHECK THRU 4620-EXIT
070420     GO TO 4610-CHECK-PASS.
070430 4610-EXIT.
070440     EXIT.
070450
070460*-----------------------------------------------------------------
070470* PRINT ONE CHECK FACE AND STUB FOR THE EMPLOYEE IN
070480* EMPLOYEE-MASTER-RECORD AND CUT ITS REGISTER AND POSITIVE-PAY
070490* DETAILS. THE STUB REUSES THE PAY-STUB PRINT LINES (GROSS, TAX,
070500* DEDUCTIONS, NET) SO THE CHECK STUB ALWAYS AGREES WITH THE
070510* EARNINGS STATEMENT PRINTED TO PAYSTUB.
070520* THE CHECK NUMBER IS REWRITTEN TO THE MASTER AS THE PRENOTE
070530* PASS REWRITES ITS PRENOTE DATE.
070540*-----------------------------------------------------------------
070550 4620-PRINT-ONE-CHECK.
070560     MOVE WS-NEXT-CHECK-NO TO WS-LAST-CHECK-NO
070570     MOVE WS-CHECK-STARS TO CHECK-PRINT-RECORD
070580     PERFORM 4630-WRITE-CHECK-RECORD THRU 4630-EXIT
070590     MOVE WS-NEXT-CHECK-NO   TO WS-CHECK-FACE-NO
070600     MOVE WS-CHECK-BANK-LINE TO CHECK-PRINT-RECORD
070610     PERFORM 4630-WRITE-CHECK-RECORD THRU 4630-EXIT
070620     MOVE WS-PAY-PERIOD-ID TO WS-CHECK-FACE-PERIOD
070630     MOVE WS-CHECK-PERIOD-LINE TO CHECK-PRINT-RECORD
070640     PERFORM 4630-WRITE-CHECK-RECORD THRU 4630-EXIT
070650     MOVE EM-EMPLOYEE-NAME TO WS-CHECK-PAYEE-NAME
070660     MOVE EM-NET-PAY       TO WS-CHECK-FACE-AMOUNT
070670     MOVE WS-CHECK-PAYEE-LINE TO CHECK-PRINT-RECORD
070680     PERFORM 4630-WRITE-CHECK-RECORD THRU 4630-EXIT
070690     MOVE EM-NET-PAY TO WS-CHECK-PROT-AMOUNT
070700     MOVE WS-CHECK-AMOUNT-LINE TO CHECK-PRINT-RECORD
070710     PERFORM 4630-WRITE-CHECK-RECORD THRU 4630-EXIT
070720     MOVE WS-CHECK-STARS TO CHECK-PRINT-RECORD
070730     PERFORM 4630-WRITE-CHECK-RECORD THRU 4630-EXIT
070740     MOVE EM-GROSS-PAY TO WS-STUB-GROSS-AMT
070750     MOVE WS-STUB-GROSS-LINE TO CHECK-PRINT-RECORD
070760     PERFORM 4630-WRITE-CHECK-RECORD THRU 4630-EXIT
070770     MOVE EM-TAX-RATE      TO WS-STUB-TAX-RATE
070780     COMPUTE WS-STUB-TAX-AMT = EM-TAX-DEDUCTION - EM-SUPP-TAX
070790     MOVE WS-STUB-TAX-LINE TO CHECK-PRINT-RECORD
070800     PERFORM 4630-WRITE-CHECK-RECORD THRU 4630-EXIT
070810     IF EM-SUPP-TAX > ZERO
070820         MOVE WS-SUPPLEMENTAL-RATE TO WS-STUB-SUPP-RATE
070830         MOVE EM-SUPP-TAX          TO WS-STUB-SUPP-AMT
070840         MOVE WS-STUB-SUPP-TAX-LINE TO CHECK-PRINT-RECORD
070850         PERFORM 4630-WRITE-CHECK-RECORD THRU 4630-EXIT
070860     END-IF
070870     MOVE EM-SS-DEDUCTION  TO WS-STUB-SS-AMT
070880     MOVE WS-STUB-SS-LINE TO CHECK-PRINT-RECORD
070890     PERFORM 4630-WRITE-CHECK-RECORD THRU 4630-EXIT
070900     MOVE EM-MEDICARE-DEDUCTION TO WS-STUB-MEDICARE-AMT
070910     MOVE WS-STUB-MEDICARE-LINE TO CHECK-PRINT-RECORD
070920     PERFORM 4630-WRITE-CHECK-RECORD THRU 4630-EXIT
070930     MOVE EM-STATE-CODE    TO WS-STUB-STATE-CODE
070940     MOVE EM-STATE-TAX-DEDUCTION TO WS-STUB-STATE-AMT
070950     MOVE WS-STUB-STATE-LINE TO CHECK-PRINT-RECORD
070960     PERFORM 4630-WRITE-CHECK-RECORD THRU 4630-EXIT
070970     MOVE EM-HEALTH-DEDUCTION TO WS-STUB-HEALTH-AMT
070980     MOVE WS-STUB-HEALTH-LINE TO CHECK-PRINT-RECORD
070990     PERFORM 4630-WRITE-CHECK-RECORD THRU 4630-EXIT
071000     MOVE EM-401K-DEDUCTION TO WS-STUB-401K-AMT
071010     MOVE WS-STUB-401K-LINE TO CHECK-PRINT-RECORD
071020     PERFORM 4630-WRITE-CHECK-RECORD THRU 4630-EXIT
071030     MOVE EM-GARNISHMENT-AMT TO WS-STUB-GARN-AMT
071040     MOVE WS-STUB-GARN-LINE TO CHECK-PRINT-RECORD
071050     PERFORM 4630-WRITE-CHECK-RECORD THRU 4630-EXIT
071060     MOVE EM-NET-PAY TO WS-STUB-NET-AMT
071070     MOVE WS-STUB-NET-LINE TO CHECK-PRINT-RECORD
071080     PERFORM 4630-WRITE-CHECK-RECORD THRU 4630-EXIT
071090     MOVE SPACES TO CHECK-PRINT-RECORD
071100     PERFORM 4630-WRITE-CHECK-RECORD THRU 4630-EXIT
071110     MOVE WS-NEXT-CHECK-NO TO WS-REG-CHECK-NO
071120     MOVE EM-EMPLOYEE-ID   TO WS-REG-EMP-ID
071130     MOVE EM-EMPLOYEE-NAME TO WS-REG-EMP-NAME
071140     MOVE EM-NET-PAY       TO WS-REG-NET-PAY
071150     MOVE WS-REG-DETAIL-LINE TO CHECK-REGISTER-RECORD
071160     PERFORM 4660-WRITE-REGISTER-RECORD THRU 4660-EXIT
071170     MOVE WS-NEXT-CHECK-NO TO WS-POS-CHECK-NO
071180     MOVE EM-EMPLOYEE-ID   TO WS-POS-EMP-ID
071190     MOVE EM-NET-PAY       TO WS-POS-AMOUNT
071200     MOVE WS-PAY-PERIOD-ID TO WS-POS-PERIOD
071210     MOVE EM-EMPLOYEE-NAME TO WS-POS-PAYEE-NAME
071220     MOVE WS-PAY-DATE      TO WS-POS-CHECK-DATE
071230     MOVE WS-POSPAY-DETAIL TO POSITIVE-PAY-RECORD
071240     PERFORM 4670-WRITE-POSPAY-RECORD THRU 4670-EXIT
071250     MOVE WS-NEXT-CHECK-NO TO EM-LAST-CHECK-NO
071260     PERFORM 1500-REWRITE-EMPLOYEE-MASTER
071270     ADD 1 TO WS-CHECK-COUNT
071280     ADD EM-NET-PAY TO WS-CHECK-TOTAL-NET
071290     ADD 1 TO WS-NEXT-CHECK-NO.
071300 4620-EXIT.
071310     EXIT.
071320
071330 4630-WRITE-CHECK-RECORD.
071340     WRITE CHECK-PRINT-RECORD
071350     IF NOT WS-CHKPRINT-OK
071360         DISPLAY "Unable to write check print record, status "
071370             WS-CHKPRINT-STATUS
071380     END-IF.
071390 4630-EXIT.
071400     EXIT.
071410
071420*-----------------------------------------------------------------
071430* READ THE NEXT CHECK NUMBER FROM THE CHKNUM CONTROL FILE. A
071440* MISSING, EMPTY OR UNREADABLE FILE STARTS THE SERIES AT 1 --
071450* THE SAME FIRST-RUN FALLBACK CHKPOINT USES.
071460*-----------------------------------------------------------------
071470 4640-READ-CHECK-CONTROL.
071480     MOVE 1 TO WS-NEXT-CHECK-NO
071490     OPEN INPUT CHECK-CONTROL-FILE
071500     IF NOT WS-CHKNUM-OK
071510         GO TO 4640-EXIT
071520     END-IF
071530     READ CHECK-CONTROL-FILE
071540         AT END
071550             MOVE SPACES TO CHECK-CONTROL-RECORD
071560     END-READ
071570     IF CHKN-NEXT-CHECK-NO NUMERIC AND
071580        CHKN-NEXT-CHECK-NO > ZEROS
071590         MOVE CHKN-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO
071600     END-IF
071610     CLOSE CHECK-CONTROL-FILE.
071620 4640-EXIT.
071630     EXIT.
071640
071650 4650-WRITE-CHECK-CONTROL.
071660     OPEN OUTPUT CHECK-CONTROL-FILE
071670     IF NOT WS-CHKNUM-OK
071680         DISPLAY "Unable to open check-number control, status "
071690             WS-CHKNUM-STATUS
071700         GO TO 4650-EXIT
071710     END-IF
071720     MOVE SPACES TO CHECK-CONTROL-RECORD
071730     MOVE WS-NEXT-CHECK-NO TO CHKN-NEXT-CHECK-NO
071740     WRITE CHECK-CONTROL-RECORD
071750     IF NOT WS-CHKNUM-OK
071760         DISPLAY "Unable to write check-number control, "
071770             "status " WS-CHKNUM-STATUS
071780     END-IF
071790     CLOSE CHECK-CONTROL-FILE.
071800 4650-EXIT.
071810     EXIT.
071820
071830 4660-WRITE-REGISTER-RECORD.
071840     WRITE CHECK-REGISTER-RECORD
071850     IF NOT WS-CHKREG-OK
071860         DISPLAY "Unable to write check register record, status "
071870             WS-CHKREG-STATUS
071880     END-IF.
071890 4660-EXIT.
071900     EXIT.
071910
071920 4670-WRITE-POSPAY-RECORD.
071930     WRITE POSITIVE-PAY-RECORD
071940     IF NOT WS-POSPAY-OK
071950         DISPLAY "Unable to write positive pay record, status "
071960             WS-POSPAY-STATUS
071970     END-IF.
071980 4670-EXIT.
071990     EXIT.
072000*-----------------------------------------------------------------
072010* GARNISHMENT REMITTANCE. EVERY CASE TAKEN BY THIS RUN -- FOUND
072020* THROUGH THE EMPLOYEES STAMPED WITH THE RUN, SO A RESTARTED RUN
072030* STILL REMITS THE WHOLE RUN -- IS SORTED INTO AGENCY ORDER AND
072040* PRINTED TO GARNRPT WITH EACH AGENCY'S TOTAL, AND WRITTEN TO
072050* GARNPAY FOR ACCOUNTS PAYABLE TO MAKE ONE PAYMENT TO EACH AGENCY.
072060* THE TOTAL REMITTED IS KEPT FOR 4500 TO PROVE AGAINST THE
072070* GARNISHMENTS PAYABLE CREDIT.
072080*-----------------------------------------------------------------
072090 4700-WRITE-GARN-REMITTANCE.
072100     MOVE 'N' TO WS-GARN-REMIT-SW
072110     MOVE ZEROS TO WS-GARN-REMIT-CASES
072120                   WS-GARN-REMIT-TOTAL
072130                   WS-GARN-AGENCY-COUNT
072140                   WS-GARN-AGENCY-CASES
072150                   WS-GARN-AGENCY-TOTAL
072160     MOVE LOW-VALUES TO WS-GARN-PREV-AGENCY
072170     PERFORM 1080-OPEN-GARN-CASES THRU 1080-EXIT
072180     IF WS-GARNCASE-FILE-CLOSED
072190         MOVE 8 TO RETURN-CODE
072200         GO TO 4700-EXIT
072210     END-IF
072220     OPEN OUTPUT GARN-REPORT-FILE
072230     IF NOT WS-GARNRPT-OK
072240         DISPLAY "Unable to open garnishment register file, "
072250             "status " WS-GARNRPT-STATUS
072260         MOVE 8 TO RETURN-CODE
072270         PERFORM 9030-CLOSE-GARN-CASES THRU 9030-EXIT
072280         GO TO 4700-EXIT
072290     END-IF
072300     OPEN OUTPUT GARN-PAY-FILE
072310     IF NOT WS-GARNPAY-OK
072320         DISPLAY "Unable to open garnishment payment file, "
072330             "status " WS-GARNPAY-STATUS
072340         MOVE 8 TO RETURN-CODE
072350         CLOSE GARN-REPORT-FILE
072360         PERFORM 9030-CLOSE-GARN-CASES THRU 9030-EXIT
072370         GO TO 4700-EXIT
072380     END-IF
072390     MOVE WS-PAY-PERIOD-ID TO WS-GRR-HDR-RUN-ID
072400     MOVE WS-GRR-HDR TO GARN-REPORT-RECORD
072410     PERFORM 4780-WRITE-GARN-REPORT THRU 4780-EXIT
072420     MOVE SPACES TO GARN-REPORT-RECORD
072430     PERFORM 4780-WRITE-GARN-REPORT THRU 4780-EXIT
072440     MOVE WS-GRR-COLUMN-HEADING TO GARN-REPORT-RECORD
072450     PERFORM 4780-WRITE-GARN-REPORT THRU 4780-EXIT
072460     SORT SORT-WORK-FILE
072470         ON ASCENDING KEY SGR-AGENCY-CODE
072480                          SGR-CASE-NUMBER
072490         INPUT PROCEDURE IS 4750-RELEASE-GARN
072500         OUTPUT PROCEDURE IS 4760-PRINT-GARN
072510     MOVE SPACES TO GARN-REPORT-RECORD
072520     PERFORM 4780-WRITE-GARN-REPORT THRU 4780-EXIT
072530     MOVE WS-GARN-REMIT-CASES  TO WS-GRR-TOT-CASES
072540     MOVE WS-GARN-AGENCY-COUNT TO WS-GRR-TOT-AGENCIES
072550     MOVE WS-GARN-REMIT-TOTAL  TO WS-GRR-TOT-AMOUNT
072560     MOVE WS-GRR-TOTAL-LINE TO GARN-REPORT-RECORD
072570     PERFORM 4780-WRITE-GARN-REPORT THRU 4780-EXIT
072580     MOVE SPACES TO GARN-PAY-RECORD
072590     SET GP-TRAILER TO TRUE
072600     MOVE WS-GARN-REMIT-CASES TO GPT-CASE-COUNT
072610     MOVE WS-GARN-REMIT-TOTAL TO GPT-AMOUNT
072620     MOVE WS-PAY-PERIOD-ID    TO GPT-RUN-ID
072630     PERFORM 4790-WRITE-GARN-PAY THRU 4790-EXIT
072640     CLOSE GARN-REPORT-FILE
072650           GARN-PAY-FILE
072660     PERFORM 9030-CLOSE-GARN-CASES THRU 9030-EXIT
072670     SET WS-GARN-REMIT-WRITTEN TO TRUE
072680     DISPLAY "Garnishment remittance written to GARNRPT and "
072690         "GARNPAY: " WS-GARN-REMIT-CASES " cases, "
072700         WS-GARN-AGENCY-COUNT " agencies.".
072710 4700-EXIT.
072720     EXIT.
072730
072740*-----------------------------------------------------------------
072750* PRINT AND PAY ONE SORTED CASE, CLOSING OUT THE PRIOR AGENCY
072760* FIRST WHEN THE AGENCY CHANGES.
072770*-----------------------------------------------------------------
072780 4710-PRINT-GARN-DETAIL.
072790     IF WS-GARN-PREV-AGENCY NOT = LOW-VALUES
072800        AND SGR-AGENCY-CODE NOT = WS-GARN-PREV-AGENCY
072810         PERFORM 4720-WRITE-GARN-AGENCY THRU 4720-EXIT
072820     END-IF
072830     MOVE SGR-AGENCY-CODE     TO WS-GARN-PREV-AGENCY
072840     MOVE SGR-AGENCY-NAME     TO WS-GARN-PREV-AGENCY-NAME
072850     MOVE SGR-AGENCY-CODE     TO WS-GRR-AGENCY-CODE
072860     MOVE SGR-CASE-NUMBER     TO WS-GRR-CASE-NUMBER
072870     MOVE SGR-ORDER-TYPE      TO WS-GRR-ORDER-TYPE
072880     MOVE SGR-EMPLOYEE-ID     TO WS-GRR-EMP-ID
072890     MOVE SGR-EMPLOYEE-NAME   TO WS-GRR-EMP-NAME
072900     MOVE SGR-AMOUNT          TO WS-GRR-AMOUNT
072910     MOVE SGR-TOTAL-OWED      TO WS-GRR-TOTAL-OWED
072920     MOVE SGR-BALANCE         TO WS-GRR-BALANCE
072930     MOVE WS-GRR-DETAIL-LINE TO GARN-REPORT-RECORD
072940     PERFORM 4780-WRITE-GARN-REPORT THRU 4780-EXIT
072950     MOVE SPACES TO GARN-PAY-RECORD
072960     SET GP-DETAIL TO TRUE
072970     MOVE SGR-AGENCY-CODE     TO GP-AGENCY-CODE
072980     MOVE SGR-CASE-NUMBER     TO GP-CASE-NUMBER
072990     MOVE SGR-EMPLOYEE-ID     TO GP-EMPLOYEE-ID
073000     MOVE SGR-AMOUNT          TO GP-AMOUNT
073010     MOVE WS-PAY-PERIOD-ID    TO GP-RUN-ID
073020     MOVE SGR-AGENCY-NAME     TO GP-AGENCY-NAME
073030     PERFORM 4790-WRITE-GARN-PAY THRU 4790-EXIT
073040     ADD 1 TO WS-GARN-AGENCY-CASES
073050              WS-GARN-REMIT-CASES
073060     ADD SGR-AMOUNT TO WS-GARN-AGENCY-TOTAL
073070                       WS-GARN-REMIT-TOTAL.
073080 4710-EXIT.
073090     EXIT.
073100
073110*-----------------------------------------------------------------
073120* CLOSE OUT ONE AGENCY: ITS TOTAL LINE ON THE REGISTER AND ITS
073130* 'A' PAYMENT RECORD.
073140*-----------------------------------------------------------------
073150 4720-WRITE-GARN-AGENCY.
073160     MOVE WS-GARN-PREV-AGENCY      TO WS-GRR-AGY-CODE
073170     MOVE WS-GARN-PREV-AGENCY-NAME TO WS-GRR-AGY-NAME
073180     MOVE WS-GARN-AGENCY-CASES     TO WS-GRR-AGY-CASES
073190     MOVE WS-GARN-AGENCY-TOTAL     TO WS-GRR-AGY-AMOUNT
073200     MOVE WS-GRR-AGENCY-LINE TO GARN-REPORT-RECORD
073210     PERFORM 4780-WRITE-GARN-REPORT THRU 4780-EXIT
073220     MOVE SPACES TO GARN-REPORT-RECORD
073230     PERFORM 4780-WRITE-GARN-REPORT THRU 4780-EXIT
073240     MOVE SPACES TO GARN-PAY-RECORD
073250     SET GP-AGENCY-TOTAL TO TRUE
073260     MOVE WS-GARN-PREV-AGENCY      TO GP-AGENCY-CODE
073270     MOVE WS-GARN-AGENCY-CASES     TO GPA-CASE-COUNT
073280     MOVE WS-GARN-AGENCY-TOTAL     TO GPA-AMOUNT
073290     MOVE WS-PAY-PERIOD-ID         TO GPA-RUN-ID
073300     MOVE WS-GARN-PREV-AGENCY-NAME TO GPA-AGENCY-NAME
073310     PERFORM 4790-WRITE-GARN-PAY THRU 4790-EXIT
073320     ADD 1 TO WS-GARN-AGENCY-COUNT
073330     MOVE ZEROS TO WS-GARN-AGENCY-CASES
073340                   WS-GARN-AGENCY-TOTAL.
073350 4720-EXIT.
073360     EXIT.
073370
073380 4780-WRITE-GARN-REPORT.
073390     WRITE GARN-REPORT-RECORD
073400     IF NOT WS-GARNRPT-OK
073410         DISPLAY "Unable to write garnishment register record, "
073420             "status " WS-GARNRPT-STATUS
073430     END-IF.
073440 4780-EXIT.
073450     EXIT.
073460
073470 4790-WRITE-GARN-PAY.
073480     WRITE GARN-PAY-RECORD
073490     IF NOT WS-GARNPAY-OK
073500         DISPLAY "Unable to write garnishment payment record, "
073510             "status " WS-GARNPAY-STATUS
073520     END-IF.
073530 4790-EXIT.
073540     EXIT.
073550
073560*-----------------------------------------------------------------
073570* WRITE THE 401(K) CONTRIBUTION FILE FOR THE PLAN RECORDKEEPER:
073580* A 'D' RECORD FOR EVERY EMPLOYEE STAMPED WITH THE RUN'S PAY
073590* PERIOD, CARRYING THE DEFERRAL, THE EMPLOYER MATCH FIGURED
073600* EXACTLY AS 4520 BOOKS IT, THE YEAR'S DEFERRALS AND THE YEAR'S
073610* PLAN COMPENSATION, THEN A 'T' TRAILER WITH THE COUNT AND
073620* TOTALS. LIKE THE GL EXTRACT IT IS BUILT FROM THE PERIOD STAMPS,
073630* SO A RESTARTED RUN STILL WRITES THE WHOLE PERIOD.
073640*-----------------------------------------------------------------
073650 4800-WRITE-401K-CONTRIB.
073660     MOVE ZEROS TO WS-KC-RECORD-COUNT
073670                   WS-KC-TOTAL-DEFERRAL
073680                   WS-KC-TOTAL-MATCH
073690     OPEN OUTPUT DEFERRAL-CONTRIB-FILE
073700     IF NOT WS-KCONTRIB-OK
073710         DISPLAY "Unable to open 401(k) contribution file, "
073720             "status " WS-KCONTRIB-STATUS
073730         MOVE 8 TO RETURN-CODE
073740         GO TO 4800-EXIT
073750     END-IF
073760     PERFORM 1110-POSITION-MASTER THRU 1110-EXIT
073770     PERFORM 4810-WRITE-CONTRIB-DETAIL THRU 4810-EXIT
073780     MOVE SPACES TO DEFERRAL-CONTRIB-TRAILER
073790     SET KC-TRAILER            TO TRUE
073800     MOVE WS-KC-RECORD-COUNT   TO KCT-RECORD-COUNT
073810     MOVE WS-KC-TOTAL-DEFERRAL TO KCT-TOTAL-DEFERRAL
073820     MOVE WS-KC-TOTAL-MATCH    TO KCT-TOTAL-MATCH
073830     MOVE WS-PAY-PERIOD-ID     TO KCT-RUN-ID
073840     PERFORM 4820-WRITE-CONTRIB-RECORD THRU 4820-EXIT
073850     CLOSE DEFERRAL-CONTRIB-FILE
073860     SET WS-401K-CONTRIB-WRITTEN TO TRUE
073870     DISPLAY "401(k) contributions written to KCONTRIB: "
073880         WS-KC-RECORD-COUNT.
073890 4800-EXIT.
073900     EXIT.
073910
073920 4810-WRITE-CONTRIB-DETAIL.
073930     PERFORM 1120-READ-NEXT-MASTER THRU 1120-EXIT
073940     IF WS-MASTER-EOF
073950         GO TO 4810-EXIT
073960     END-IF
073970     IF WS-EMP-PAID-ID NOT = WS-PAY-PERIOD-ID
073980         GO TO 4810-WRITE-CONTRIB-DETAIL
073990     END-IF
074000     COMPUTE WS-GL-EMP-ER-MATCH =
074010         EM-401K-DEDUCTION / 2
074020     MOVE SPACES TO DEFERRAL-CONTRIB-RECORD
074030     SET KC-DETAIL             TO TRUE
074040     MOVE EM-EMPLOYEE-ID       TO KC-EMPLOYEE-ID
074050     MOVE EM-EMPLOYEE-NAME     TO KC-EMPLOYEE-NAME
074060     MOVE WS-PAY-PERIOD-ID     TO KC-RUN-ID
074070     MOVE EM-401K-DEDUCTION    TO KC-DEFERRAL
074080     MOVE WS-GL-EMP-ER-MATCH   TO KC-MATCH
074090     MOVE EM-YTD-401K          TO KC-YTD-DEFERRAL
074100     MOVE EM-YTD-GROSS         TO KC-YTD-PLAN-COMP
074110     MOVE EM-401K-CATCHUP-SW   TO KC-CATCHUP-ELIGIBLE
074120     PERFORM 4820-WRITE-CONTRIB-RECORD THRU 4820-EXIT
074130     ADD 1                     TO WS-KC-RECORD-COUNT
074140     ADD EM-401K-DEDUCTION     TO WS-KC-TOTAL-DEFERRAL
074150     ADD WS-GL-EMP-ER-MATCH    TO WS-KC-TOTAL-MATCH
074160     GO TO 4810-WRITE-CONTRIB-DETAIL.
074170 4810-EXIT.
074180     EXIT.
074190
074200 4820-WRITE-CONTRIB-RECORD.
074210     WRITE DEFERRAL-CONTRIB-RECORD
074220     IF NOT WS-KCONTRIB-OK
074230         DISPLAY "Unable to write 401(k) contribution record, "
074240             "status " WS-KCONTRIB-STATUS
074250     END-IF.
074260 4820-EXIT.
074270     EXIT.
074280
074290*-----------------------------------------------------------------
074300* PRINT THE BANK ACCOUNT CHANGE EXCEPTION REPORT ON BANKRPT: EVERY
074310* EMPLOYEE WITH A CHANGE ENTERED, APPROVED OR RETURNED AND NOT YET
074320* IN EFFECT AFTER THIS RUN, WITH THE TOTALS BY STATUS AND THE
074330* PRENOTES SENT ON THIS RUN'S ACHFILE.
074340*-----------------------------------------------------------------
074350 4900-WRITE-BANK-EXCEPTIONS.
074360     OPEN OUTPUT BANK-EXCEPTION-FILE
074370     IF NOT WS-BANKRPT-OK
074380         DISPLAY "Unable to open bank exception report, status "
074390             WS-BANKRPT-STATUS
074400         MOVE 8 TO RETURN-CODE
074410         GO TO 4900-EXIT
074420     END-IF
074430     MOVE ZEROS TO WS-BKR-ENTERED-COUNT
074440                   WS-BKR-APPROVED-COUNT
074450                   WS-BKR-RETURNED-COUNT
074460     MOVE WS-PAY-PERIOD-ID     TO WS-BKR-HDR-RUN-ID
074470     MOVE WS-PRENOTE-WAIT-DAYS TO WS-BKR-HDR-WAIT-DAYS
074480     MOVE WS-BKR-HDR TO BANK-EXCEPTION-RECORD
074490     PERFORM 4920-WRITE-BANK-REPORT THRU 4920-EXIT
074500     MOVE SPACES TO BANK-EXCEPTION-RECORD
074510     PERFORM 4920-WRITE-BANK-REPORT THRU 4920-EXIT
074520     MOVE WS-BKR-COLUMN-HEADING-1 TO BANK-EXCEPTION-RECORD
074530     PERFORM 4920-WRITE-BANK-REPORT THRU 4920-EXIT
074540     MOVE WS-BKR-COLUMN-HEADING-2 TO BANK-EXCEPTION-RECORD
074550     PERFORM 4920-WRITE-BANK-REPORT THRU 4920-EXIT
074560     PERFORM 1110-POSITION-MASTER THRU 1110-EXIT
074570     PERFORM 4910-BANK-EXCEPTION-PASS THRU 4910-EXIT
074580     MOVE WS-BKR-ENTERED-COUNT  TO WS-BKR-TOT-ENTERED
074590     MOVE WS-BKR-APPROVED-COUNT TO WS-BKR-TOT-APPROVED
074600     MOVE WS-BKR-RETURNED-COUNT TO WS-BKR-TOT-RETURNED
074610     MOVE WS-ACH-PRENOTE-COUNT  TO WS-BKR-TOT-PRENOTES
074620     MOVE SPACES TO BANK-EXCEPTION-RECORD
074630     PERFORM 4920-WRITE-BANK-REPORT THRU 4920-EXIT
074640     MOVE WS-BKR-TOTAL-LINE TO BANK-EXCEPTION-RECORD
074650     PERFORM 4920-WRITE-BANK-REPORT THRU 4920-EXIT
074660     CLOSE BANK-EXCEPTION-FILE
074670     DISPLAY "Bank account change exceptions written to BANKRPT.".
074680 4900-EXIT.
074690     EXIT.
074700
074710 4910-BANK-EXCEPTION-PASS.
074720     PERFORM 1120-READ-NEXT-MASTER THRU 1120-EXIT
074730     IF WS-MASTER-EOF
074740         GO TO 4910-EXIT
074750     END-IF
074760     IF NOT EM-BANK-CHG-PENDING
074770         GO TO 4910-BANK-EXCEPTION-PASS
074780     END-IF
074790     EVALUATE TRUE
074800         WHEN EM-BANK-CHG-ENTERED
074810             MOVE 'ENTERED'  TO WS-BKR-STATUS
074820             ADD 1 TO WS-BKR-ENTERED-COUNT
074830         WHEN EM-BANK-CHG-APPROVED
074840             MOVE 'APPROVED' TO WS-BKR-STATUS
074850             ADD 1 TO WS-BKR-APPROVED-COUNT
074860         WHEN OTHER
074870             MOVE 'RETURNED' TO WS-BKR-STATUS
074880             ADD 1 TO WS-BKR-RETURNED-COUNT
074890     END-EVALUATE
074900     MOVE EM-EMPLOYEE-ID       TO WS-BKR-EMP-ID
074910     MOVE EM-EMPLOYEE-NAME     TO WS-BKR-EMP-NAME
074920     MOVE EM-BANK-ROUTING      TO WS-BKR-ROUTING
074930     MOVE EM-BANK-ACCOUNT      TO WS-BKR-ACCOUNT
074940     MOVE EM-BANK-CHG-ROUTING  TO WS-BKR-NEW-ROUTING
074950     MOVE EM-BANK-CHG-ACCOUNT  TO WS-BKR-NEW-ACCOUNT
074960     MOVE WS-BKR-DETAIL-LINE-1 TO BANK-EXCEPTION-RECORD
074970     PERFORM 4920-WRITE-BANK-REPORT THRU 4920-EXIT
074980     PERFORM 2615-PRENOTE-ELIGIBLE-DATE THRU 2615-EXIT
074990     MOVE EM-BANK-CHG-ENTER-BY   TO WS-BKR-ENTER-BY
075000     MOVE EM-BANK-CHG-ENTER-DATE TO WS-BKR-ENTER-DATE
075010     MOVE EM-BANK-CHG-APPR-BY    TO WS-BKR-APPR-BY
075020     MOVE EM-BANK-CHG-APPR-DATE  TO WS-BKR-APPR-DATE
075030     MOVE EM-PRENOTE-DATE        TO WS-BKR-PRENOTE-DATE
075040     MOVE WS-BANK-ELIGIBLE-DATE  TO WS-BKR-ELIGIBLE-DATE
075050     MOVE EM-BANK-RETURN-CODE    TO WS-BKR-RETURN-CODE
075060     MOVE EM-BANK-RETURN-DATE    TO WS-BKR-RETURN-DATE
075070     MOVE WS-BKR-DETAIL-LINE-2 TO BANK-EXCEPTION-RECORD
075080     PERFORM 4920-WRITE-BANK-REPORT THRU 4920-EXIT
075090     GO TO 4910-BANK-EXCEPTION-PASS.
075100 4910-EXIT.
075110     EXIT.
075120
075130 4920-WRITE-BANK-REPORT.
075140     WRITE BANK-EXCEPTION-RECORD
075150     IF NOT WS-BANKRPT-OK
075160         DISPLAY "Unable to write bank exception report, status "
075170             WS-BANKRPT-STATUS
075180     END-IF.
075190 4920-EXIT.
075200     EXIT.
075210
075220*-----------------------------------------------------------------
075230* UNATTENDED BATCH PROCESSING. READS EVERY TRANSACTION ON
075240* TRANFILE, APPLIES EACH TO THE EMPLOYEE MASTER ACCORDING TO ITS
075250* TRANSACTION CODE (ADD, CHANGE, RATE-CHANGE, TERMINATE,
075260* EARNINGS, LEAVE, GARNISHMENT CASE), POSTS
075270* THE TIMECARD PUNCHES TO THE EMPLOYEES' WORKWEEKS AND THE
075280* RECORDKEEPER'S 401(K) ELECTIONS TO THE MASTER, THEN RUNS
075290* PAYROLL AND PRINTS THE REPORT. DRIVEN BY A JCL STEP PASSING
075300* PARM='BATCH'.
075310*-----------------------------------------------------------------
075320 5000-BATCH-PROCESSING.
075330*-----------------------------------------------------------------
075340* CONSULT THE RUN CONTROL BEFORE TOUCHING TRANFILE. A COMPLETED
075350* PERIOD MUST NOT RE-APPLY THE TRANSACTION FILE AT ALL (EVERY
075360* 'A' WOULD RE-ADD ITS EMPLOYEE UNDER A FRESH ID), AND A
075370* RESTARTED PERIOD ALREADY HAD ITS TRANSACTIONS AND TIMECARDS
075380* APPLIED BY THE ABENDED RUN, SO THE APPLY PHASE IS SKIPPED AND
075390* ONLY THE CALCULATION AND EXTRACTS ARE REDONE. THE INPUTS ARE
075400* ALL OPENED BEFORE ANY IS APPLIED, SO A MISSING TIMECARD,
075410* 401(K) ELECTION OR BANK RETURN FILE STOPS THE RUN WITH THE
075420* MASTER UNTOUCHED.
075430*-----------------------------------------------------------------
075440     PERFORM 4400-READ-RUN-CONTROL THRU 4400-EXIT
075450     IF WS-PERIOD-COMPLETE
075460         DISPLAY "Pay period " WS-PAY-PERIOD " is already "
075470             "marked complete. Batch run skipped."
075480         MOVE 8 TO RETURN-CODE
075490         GO TO 5000-EXIT
075500     END-IF
075510     IF WS-PERIOD-STARTED
075520         DISPLAY "Restarting pay period " WS-PAY-PERIOD ". "
075530             "Transactions were applied by the prior run; "
075540             "transaction phase skipped."
075550         GO TO 5000-CALCULATE
075560     END-IF
075570     OPEN INPUT TRANSACTION-FILE
075580     IF NOT WS-TRANFILE-OK
075590         DISPLAY "Unable to open transaction file."
075600         GO TO 5000-EXIT
075610     END-IF
075620     OPEN INPUT TIMECARD-FILE
075630     IF NOT WS-TIMECARD-OK
075640         DISPLAY "Unable to open timecard file, status "
075650             WS-TIMECARD-STATUS
075660         MOVE 8 TO RETURN-CODE
075670         CLOSE TRANSACTION-FILE
075680         GO TO 5000-EXIT
075690     END-IF
075700     OPEN INPUT DEFERRAL-ELECTION-FILE
075710     IF NOT WS-KELECT-OK
075720         DISPLAY "Unable to open 401(k) election file, status "
075730             WS-KELECT-STATUS
075740         MOVE 8 TO RETURN-CODE
075750         CLOSE TRANSACTION-FILE
075760               TIMECARD-FILE
075770         GO TO 5000-EXIT
075780     END-IF
075790     OPEN INPUT BANK-RETURN-FILE
075800     IF NOT WS-ACHRTN-OK
075810         DISPLAY "Unable to open bank return file, status "
075820             WS-ACHRTN-STATUS
075830         MOVE 8 TO RETURN-CODE
075840         CLOSE TRANSACTION-FILE
075850               TIMECARD-FILE
075860               DEFERRAL-ELECTION-FILE
075870         GO TO 5000-EXIT
075880     END-IF
075890     PERFORM 1080-OPEN-GARN-CASES THRU 1080-EXIT
075900     IF WS-GARNCASE-FILE-CLOSED
075910         MOVE 8 TO RETURN-CODE
075920         CLOSE TRANSACTION-FILE
075930               TIMECARD-FILE
075940               DEFERRAL-ELECTION-FILE
075950               BANK-RETURN-FILE
075960         GO TO 5000-EXIT
075970     END-IF
075980     OPEN OUTPUT REJECT-FILE
075990     IF NOT WS-REJFILE-OK
076000         DISPLAY "Unable to open reject file, status "
076010             WS-REJFILE-STATUS
076020     END-IF
076030     PERFORM 5050-READ-TRANSACTION THRU 5050-EXIT
076040     PERFORM 5100-PROCESS-TRANSACTION THRU 5100-EXIT
076050         UNTIL WS-TRANFILE-EOF
076060     CLOSE TRANSACTION-FILE
076070     PERFORM 9030-CLOSE-GARN-CASES THRU 9030-EXIT
076080     PERFORM 5200-APPLY-TIMECARDS THRU 5200-EXIT
076090     PERFORM 5600-APPLY-401K-ELECTIONS THRU 5600-EXIT
076100     PERFORM 5800-APPLY-BANK-RETURNS THRU 5800-EXIT
076110     CLOSE REJECT-FILE
076120     DISPLAY "Transactions rejected to REJFILE: " WS-REJECT-COUNT
076130     PERFORM 5180-VERIFY-CONTROL-TOTALS THRU 5180-EXIT
076140     PERFORM 5300-APPLY-RETRO-PAY THRU 5300-EXIT.
076150 5000-CALCULATE.
076160     PERFORM Calculate-Payroll THRU Calculate-Payroll-Exit
076170*-----------------------------------------------------------------
076180* A PERIOD BLOCKED AS ALREADY COMPLETE MUST NOT REGENERATE THE
076190* BANK FILE -- THE PRIOR RUN'S ACHFILE WAS ALREADY SUBMITTED.
076200* OTHERWISE THE EXTRACTS ARE WRITTEN AND ONLY THEN IS THE
076210* PERIOD MARKED COMPLETE, SO AN ABEND ANYWHERE BEFORE THAT
076220* POINT LEAVES THE CHECKPOINT AT STARTED AND A RERUN CAN STILL
076230* PRODUCE THE PERIOD'S BANK FILE AND GL EXTRACT FROM THE
076240* PER-EMPLOYEE PERIOD STAMPS.
076250*-----------------------------------------------------------------
076260     IF NOT WS-PERIOD-COMPLETE AND WS-MASTER-COUNT > ZERO
076270         PERFORM 4300-WRITE-ACH-FILE THRU 4300-EXIT
076280         PERFORM 4600-WRITE-MANUAL-CHECKS THRU 4600-EXIT
076290         PERFORM 4900-WRITE-BANK-EXCEPTIONS THRU 4900-EXIT
076300         PERFORM 4700-WRITE-GARN-REMITTANCE THRU 4700-EXIT
076310         PERFORM 4800-WRITE-401K-CONTRIB THRU 4800-EXIT
076320         PERFORM 4500-WRITE-GL-EXTRACT THRU 4500-EXIT
076330*-----------------------------------------------------------------
076340* COMPLETION IS ONLY MARKED ON A CLEAN RUN. A RUN FLAGGED RC=8
076350* (CONTROL-TOTAL MISMATCH, OUT-OF-BALANCE EXTRACT) LEAVES THE
076360* CHECKPOINT AT STARTED SO IT CAN BE CORRECTED AND RERUN.
076370*-----------------------------------------------------------------
076380         IF RETURN-CODE = ZERO
076390             PERFORM 4420-MARK-RUN-COMPLETE THRU 4420-EXIT
076400         END-IF
076410     END-IF
076420     PERFORM Display-Payroll-Report
076430     DISPLAY "Batch payroll run complete.".
076440 5000-EXIT.
076450     EXIT.
076460
076470 5050-READ-TRANSACTION.
076480     READ TRANSACTION-FILE
076490         AT END
076500             SET WS-TRANFILE-EOF TO TRUE
076510     END-READ.
076520 5050-EXIT.
076530     EXIT.
076540
076550 5100-PROCESS-TRANSACTION.
076560     IF TRAN-TRAILER
076570         PERFORM 5160-CAPTURE-TRAILER THRU 5160-EXIT
076580         GO TO 5100-READ-NEXT
076590     END-IF
076600     ADD 1 TO WS-TRAN-READ-COUNT
076610     IF TRAN-HOURS-WORKED NUMERIC
076620         ADD TRAN-HOURS-WORKED TO WS-TRAN-HASH-HOURS
076630     END-IF
076640     IF TRAN-HOURLY-RATE NUMERIC
076650         ADD TRAN-HOURLY-RATE TO WS-TRAN-HASH-RATE
076660     END-IF
076670     EVALUATE TRUE
076680         WHEN TRAN-ADD
076690             PERFORM 5110-ADD-EMPLOYEE-FROM-TRAN THRU 5110-EXIT
076700         WHEN TRAN-CHANGE
076710             PERFORM 5120-CHANGE-EMPLOYEE-FROM-TRAN THRU 5120-EXIT
076720         WHEN TRAN-RATE-CHANGE
076730             PERFORM 5130-RATE-CHANGE-FROM-TRAN THRU 5130-EXIT
076740         WHEN TRAN-TERMINATE
076750             PERFORM 5140-TERMINATE-FROM-TRAN THRU 5140-EXIT
076760         WHEN TRAN-EARNINGS
076770             PERFORM 5190-EARNINGS-FROM-TRAN THRU 5190-EXIT
076780         WHEN TRAN-LEAVE
076790             PERFORM 5400-LEAVE-FROM-TRAN THRU 5400-EXIT
076800         WHEN TRAN-GARNISHMENT
076810             PERFORM 5500-GARNISHMENT-FROM-TRAN THRU 5500-EXIT
076820         WHEN TRAN-BANK-APPROVAL
076830             PERFORM 5700-BANK-APPROVAL-FROM-TRAN THRU 5700-EXIT
076840         WHEN OTHER
076850             DISPLAY "Unknown transaction code '" TRAN-TRAN-CODE
076860                 "'. Transaction skipped."
076870             MOVE 'COD' TO WS-REJECT-REASON
076880             PERFORM 5170-WRITE-REJECT-RECORD THRU 5170-EXIT
076890     END-EVALUATE.
076900 5100-READ-NEXT.
076910     PERFORM 5050-READ-TRANSACTION THRU 5050-EXIT.
076920 5100-EXIT.
076930     EXIT.
076940
076950*-----------------------------------------------------------------
076960* ADD ONE EMPLOYEE FROM A TRANFILE TRANSACTION RECORD, REUSING THE
076970* SAME NEW-HIRE LOGIC AS THE INTERACTIVE ADD-EMPLOYEE SCREEN. A
076980* GARNISHMENT AMOUNT IS NO LONGER TAKEN FROM THE ADD; THE ORDER
076990* MUST COME IN AS A 'G' CASE. A BANK ACCOUNT ON THE ADD IS HELD
077000* IN THE NAME OF THE OPERATOR WHO KEYED IT, SO AN ADD CARRYING
077010* ONE WITHOUT AN OPERATOR ID IS REJECTED.
077020*-----------------------------------------------------------------
077030 5110-ADD-EMPLOYEE-FROM-TRAN.
077040     IF TRAN-GARNISHMENT-AMT NUMERIC
077050        AND TRAN-GARNISHMENT-AMT > ZERO
077060         DISPLAY "Garnishment amount on add for "
077070             TRAN-EMPLOYEE-NAME
077080             ". Key the order as a garnishment case."
077090         MOVE 'GRN' TO WS-REJECT-REASON
077100         PERFORM 5170-WRITE-REJECT-RECORD THRU 5170-EXIT
077110         GO TO 5110-EXIT
077120     END-IF
077130     MOVE TRAN-EMPLOYEE-NAME TO Employee-Name
077140     MOVE TRAN-HOURS-WORKED  TO Hours-Worked
077150     MOVE TRAN-HOURLY-RATE   TO Hourly-Rate
077160     MOVE TRAN-BANK-ROUTING  TO Bank-Routing
077170     MOVE TRAN-BANK-ACCOUNT  TO Bank-Account
077180     MOVE TRAN-DEPT-CODE     TO Dept-Code
077190     MOVE TRAN-PAY-TYPE      TO Pay-Type
077200     MOVE TRAN-PERIOD-SALARY TO Period-Salary
077210     MOVE TRAN-PAY-CYCLE     TO Pay-Cycle
077220     MOVE TRAN-W4-FILING-STATUS TO W4-Filing-Status
077230     MOVE TRAN-W4-EXTRA-WITHHOLDING TO W4-Extra-Withholding
077240     MOVE TRAN-W4-EXEMPT     TO W4-Exempt
077250     MOVE TRAN-STATE-CODE    TO State-Code
077260     IF Bank-Routing NUMERIC AND Bank-Routing > ZEROS
077270        AND TRAN-OPERATOR-ID = SPACES
077280         DISPLAY "Bank account on add without operator ID. "
077290             "Transaction skipped for " Employee-Name
077300         MOVE 'BOP' TO WS-REJECT-REASON
077310         PERFORM 5170-WRITE-REJECT-RECORD THRU 5170-EXIT
077320         GO TO 5110-EXIT
077330     END-IF
077340*-----------------------------------------------------------------
077350* A SALARIED NEW HIRE IS EDITED ON THE SALARY, NOT THE HOURS AND
077360* RATE THE TRANSACTION NEED NOT CARRY; ANYTHING BUT 'S' (BLANK
077370* INCLUDED) IS AN HOURLY HIRE AND IS EDITED AS BEFORE.
077380*-----------------------------------------------------------------
077390     IF Pay-Type = 'S'
077400         IF Period-Salary NOT NUMERIC OR Period-Salary = ZEROS
077410             DISPLAY "Salary missing or zero on salaried add. "
077420                 "Transaction skipped for " Employee-Name
077430             MOVE 'SAL' TO WS-REJECT-REASON
077440             PERFORM 5170-WRITE-REJECT-RECORD THRU 5170-EXIT
077450             GO TO 5110-EXIT
077460         END-IF
077470         MOVE ZEROS TO Hours-Worked Hourly-Rate
077480     ELSE
077490         PERFORM 1430-VALIDATE-TRAN-HOURS-RATE THRU 1430-EXIT
077500         IF WS-NEW-HIRE-DATA-INVALID
077510             DISPLAY "Hours Worked or Hourly Rate out of range. "
077520                 "Transaction skipped for " Employee-Name
077530             MOVE 'RNG' TO WS-REJECT-REASON
077540             PERFORM 5170-WRITE-REJECT-RECORD THRU 5170-EXIT
077550             GO TO 5110-EXIT
077560         END-IF
077570     END-IF
077580     IF TRAN-HIRE-DATE NOT NUMERIC OR TRAN-HIRE-DATE = ZEROS
077590         MOVE ZEROS TO Hire-Date
077600     ELSE
077610         MOVE TRAN-HIRE-DATE TO Hire-Date
077620         PERFORM 1475-EDIT-HIRE-DATE THRU 1475-EXIT
077630         IF NOT WS-HIRE-DATE-VALID
077640             DISPLAY "Hire Date not valid or later than today. "
077650                 "Transaction skipped for " Employee-Name
077660             MOVE 'HDT' TO WS-REJECT-REASON
077670             PERFORM 5170-WRITE-REJECT-RECORD THRU 5170-EXIT
077680             GO TO 5110-EXIT
077690         END-IF
077700     END-IF
077710     MOVE TRAN-OPERATOR-ID TO WS-BANK-ENTERED-BY
077720     PERFORM 1400-ADD-EMPLOYEE-CORE THRU 1400-EXIT.
077730 5110-EXIT.
077740     EXIT.
077750
077760*-----------------------------------------------------------------
077770* CHANGE AN EXISTING EMPLOYEE FROM A TRANFILE TRANSACTION. A
077780* GARNISHMENT AMOUNT IS REJECTED (GARNISHMENTS ARE 'G' CASES); THE
077790* NAME IS REPLACED ONLY WHEN THE TRANSACTION CARRIES ONE, SO A
077800* CHANGE KEYED WITHOUT A NAME LEAVES THE NAME ALONE. HOURS COME
077810* FROM TIMECARDS, SO HOURS KEYED HERE ARE AN OVERRIDE OF THE
077820* RUN'S PUNCHED HOURS AND ARE PAID AS KEYED; A CHANGE WITHOUT
077830* HOURS LEAVES THE PUNCHED HOURS ALONE. A HIRE DATE ON THE CHANGE
077840* REPLACES THE MASTER'S (HOW A HIRE DATE IS PUT ON FILE FOR AN
077850* EMPLOYEE ADDED BEFORE THE MASTER CARRIED ONE). A ROUTING OR
077860* ACCOUNT ON THE CHANGE IS LAID OVER THE CHANGE ALREADY PENDING
077870* (OR THE ACCOUNT ON FILE) AND HELD PENDING IN THE NAME OF THE
077880* OPERATOR WHO KEYED IT; IT NEEDS AN OPERATOR ID.
077890*-----------------------------------------------------------------
077900 5120-CHANGE-EMPLOYEE-FROM-TRAN.
077910     PERFORM 5150-READ-MASTER-BY-ID THRU 5150-EXIT
077920     IF WS-EMP-NOT-FOUND
077930         DISPLAY "Employee " TRAN-EMPLOYEE-ID " not on master. "
077940             "Change transaction skipped."
077950         MOVE 'NOF' TO WS-REJECT-REASON
077960         PERFORM 5170-WRITE-REJECT-RECORD THRU 5170-EXIT
077970         GO TO 5120-EXIT
077980     END-IF
077990     IF TRAN-GARNISHMENT-AMT NUMERIC
078000        AND TRAN-GARNISHMENT-AMT > ZERO
078010         DISPLAY "Garnishment amount on change for employee "
078020             TRAN-EMPLOYEE-ID
078030             ". Key the order as a garnishment case."
078040         MOVE 'GRN' TO WS-REJECT-REASON
078050         PERFORM 5170-WRITE-REJECT-RECORD THRU 5170-EXIT
078060         GO TO 5120-EXIT
078070     END-IF
078080     MOVE TRAN-HOURS-WORKED TO Hours-Worked
078090     SET WS-NEW-HIRE-DATA-VALID TO TRUE
078100     PERFORM 1440-VALIDATE-TRAN-HOURS THRU 1440-EXIT
078110     IF WS-NEW-HIRE-DATA-INVALID
078120         DISPLAY "Hours Worked out of range. Change transaction "
078130             "skipped for employee " TRAN-EMPLOYEE-ID
078140         MOVE 'RNG' TO WS-REJECT-REASON
078150         PERFORM 5170-WRITE-REJECT-RECORD THRU 5170-EXIT
078160         GO TO 5120-EXIT
078170     END-IF
078180     IF TRAN-HIRE-DATE NUMERIC AND TRAN-HIRE-DATE > ZEROS
078190         MOVE TRAN-HIRE-DATE TO Hire-Date
078200         PERFORM 1475-EDIT-HIRE-DATE THRU 1475-EXIT
078210         IF NOT WS-HIRE-DATE-VALID
078220             DISPLAY "Hire Date not valid or later than today. "
078230                 "Change transaction skipped for employee "
078240                 TRAN-EMPLOYEE-ID
078250             MOVE 'HDT' TO WS-REJECT-REASON
078260             PERFORM 5170-WRITE-REJECT-RECORD THRU 5170-EXIT
078270             GO TO 5120-EXIT
078280         END-IF
078290     END-IF
078300     IF ((TRAN-BANK-ROUTING NUMERIC AND TRAN-BANK-ROUTING > ZEROS)
078310         OR TRAN-BANK-ACCOUNT NOT = SPACES)
078320        AND TRAN-OPERATOR-ID = SPACES
078330         DISPLAY "Bank account change without operator ID. "
078340             "Change transaction skipped for employee "
078350             TRAN-EMPLOYEE-ID
078360         MOVE 'BOP' TO WS-REJECT-REASON
078370         PERFORM 5170-WRITE-REJECT-RECORD THRU 5170-EXIT
078380         GO TO 5120-EXIT
078390     END-IF
078400     MOVE EM-NET-PAY TO AUD-BEFORE-NET
078410     IF TRAN-EMPLOYEE-NAME NOT = SPACES
078420         MOVE TRAN-EMPLOYEE-NAME TO EM-EMPLOYEE-NAME
078430     END-IF
078440     IF TRAN-HOURS-WORKED NUMERIC AND TRAN-HOURS-WORKED > ZEROS
078450         IF EM-TC-RUN-ID NOT = WS-PAY-PERIOD-ID
078460             PERFORM 5250-START-RUN-HOURS THRU 5250-EXIT
078470         END-IF
078480         MOVE TRAN-HOURS-WORKED TO EM-HOURS-WORKED
078490         SET EM-HOURS-KEYED TO TRUE
078500     END-IF
078510     MOVE 'N' TO WS-BANK-STAGED-SW
078520     IF (TRAN-BANK-ROUTING NUMERIC AND TRAN-BANK-ROUTING > ZEROS)
078530        OR TRAN-BANK-ACCOUNT NOT = SPACES
078540         IF EM-BANK-CHG-PENDING
078550             MOVE EM-BANK-CHG-ROUTING TO WS-BANK-NEW-ROUTING
078560             MOVE EM-BANK-CHG-ACCOUNT TO WS-BANK-NEW-ACCOUNT
078570         ELSE
078580             MOVE EM-BANK-ROUTING     TO WS-BANK-NEW-ROUTING
078590             MOVE EM-BANK-ACCOUNT     TO WS-BANK-NEW-ACCOUNT
078600         END-IF
078610         IF TRAN-BANK-ROUTING NUMERIC
078620            AND TRAN-BANK-ROUTING > ZEROS
078630             MOVE TRAN-BANK-ROUTING TO WS-BANK-NEW-ROUTING
078640         END-IF
078650         IF TRAN-BANK-ACCOUNT NOT = SPACES
078660             MOVE TRAN-BANK-ACCOUNT TO WS-BANK-NEW-ACCOUNT
078670         END-IF
078680         MOVE TRAN-OPERATOR-ID TO WS-BANK-ENTERED-BY
078690         PERFORM 2600-STAGE-BANK-CHANGE THRU 2600-EXIT
078700     END-IF
078710     IF TRAN-DEPT-CODE NOT = SPACES
078720         MOVE TRAN-DEPT-CODE TO EM-DEPT-CODE
078730     END-IF
078740     IF TRAN-HIRE-DATE NUMERIC AND TRAN-HIRE-DATE > ZEROS
078750         MOVE TRAN-HIRE-DATE TO EM-HIRE-DATE
078760     END-IF
078770     PERFORM 5125-CHANGE-W4-FROM-TRAN THRU 5125-EXIT
078780     PERFORM 1500-REWRITE-EMPLOYEE-MASTER
078790     MOVE "CHG-EMPLOYEE"       TO AUD-ACTION
078800     MOVE EM-EMPLOYEE-ID       TO AUD-EMPLOYEE-ID
078810     MOVE EM-EMPLOYEE-NAME     TO AUD-EMPLOYEE-NAME
078820     MOVE EM-NET-PAY TO AUD-AFTER-NET
078830     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
078840     IF WS-BANK-STAGED
078850         PERFORM 2620-AUDIT-BANK-EVENT THRU 2620-EXIT
078860     END-IF.
078870 5120-EXIT.
078880     EXIT.
078890
078900*-----------------------------------------------------------------
078910* W-4 AND STATE CHANGES CARRIED ON A CHANGE TRANSACTION. EACH
078920* ELECTION IS REPLACED ONLY WHEN THE TRANSACTION CARRIES IT -- A
078930* BLANK FILING STATUS, EXEMPT FLAG OR STATE, OR A BLANK EXTRA-
078940* WITHHOLDING AMOUNT, LEAVES THE MASTER'S ELECTION ALONE. AN
078950* EXTRA AMOUNT OF ZERO CANCELS THE EXTRA WITHHOLDING; A STATE
078960* OF '**' CLEARS THE STATE CODE (NO STATE TAX).
078970*-----------------------------------------------------------------
078980 5125-CHANGE-W4-FROM-TRAN.
078990     IF TRAN-W4-FILING-STATUS = 'S' OR 'M' OR 'H'
079000         MOVE TRAN-W4-FILING-STATUS TO EM-W4-FILING-STATUS
079010     END-IF
079020     IF TRAN-W4-EXTRA-WITHHOLDING NUMERIC
079030         MOVE TRAN-W4-EXTRA-WITHHOLDING
079040             TO EM-W4-EXTRA-WITHHOLDING
079050     END-IF
079060     IF TRAN-W4-EXEMPT = 'Y' OR 'N'
079070         MOVE TRAN-W4-EXEMPT TO EM-W4-EXEMPT
079080     END-IF
079090     IF TRAN-STATE-CODE = '**'
079100         MOVE SPACES TO EM-STATE-CODE
079110     ELSE
079120         IF TRAN-STATE-CODE NOT = SPACES
079130             MOVE TRAN-STATE-CODE TO EM-STATE-CODE
079140         END-IF
079150     END-IF.
079160 5125-EXIT.
079170     EXIT.
079180
079190*-----------------------------------------------------------------
079200* CORRECT AN EXISTING EMPLOYEE'S HOURLY RATE AND/OR PERIOD SALARY
079210* FROM A TRANFILE TRANSACTION. A RATE IS EDITED AGAINST THE LIMITS
079220* IN FORCE; A SALARY NEED ONLY BE PRESENT; A TRANSACTION WITH
079230* NEITHER IS REJECTED AS OUT OF RANGE. THE NEW FIGURES TAKE EFFECT
079240* WHEN CALCULATE-PAYROLL NEXT RUNS. AN EFFECTIVE PERIOD (YYYYMM,
079250* NO LATER THAN THE RUN'S) BACKDATES THE CHANGE: THE EARLIEST ONE
079260* PENDING IS KEPT IN EM-RETRO-PERIOD AND 5300-APPLY-RETRO-PAY PAYS
079270* THE DIFFERENCE FOR THE RUNS ALREADY PAID SINCE THEN.
079280*-----------------------------------------------------------------
079290 5130-RATE-CHANGE-FROM-TRAN.
079300     PERFORM 5150-READ-MASTER-BY-ID THRU 5150-EXIT
079310     IF WS-EMP-NOT-FOUND
079320         DISPLAY "Employee " TRAN-EMPLOYEE-ID " not on master. "
079330             "Rate-change transaction skipped."
079340         MOVE 'NOF' TO WS-REJECT-REASON
079350         PERFORM 5170-WRITE-REJECT-RECORD THRU 5170-EXIT
079360         GO TO 5130-EXIT
079370     END-IF
079380     MOVE ZEROS TO WS-RETRO-NEW-SALARY
079390     IF TRAN-PERIOD-SALARY NUMERIC
079400         MOVE TRAN-PERIOD-SALARY TO WS-RETRO-NEW-SALARY
079410     END-IF
079420     SET WS-NEW-HIRE-DATA-VALID TO TRUE
079430     IF WS-RETRO-NEW-SALARY = ZEROS
079440        OR (TRAN-HOURLY-RATE NUMERIC AND TRAN-HOURLY-RATE > ZEROS)
079450         MOVE TRAN-HOURLY-RATE TO Hourly-Rate
079460         PERFORM 1450-VALIDATE-TRAN-RATE THRU 1450-EXIT
079470     END-IF
079480     IF WS-NEW-HIRE-DATA-INVALID
079490         DISPLAY "Hourly Rate out of range. Rate-change "
079500             "transaction skipped for employee " TRAN-EMPLOYEE-ID
079510         MOVE 'RNG' TO WS-REJECT-REASON
079520         PERFORM 5170-WRITE-REJECT-RECORD THRU 5170-EXIT
079530         GO TO 5130-EXIT
079540     END-IF
079550     IF RTE-EFFECTIVE-PERIOD NOT = SPACES
079560         PERFORM 5135-EDIT-EFFECTIVE-PERIOD THRU 5135-EXIT
079570         IF NOT WS-RETRO-PERIOD-VALID
079580             DISPLAY "Effective period " RTE-EFFECTIVE-PERIOD
079590                 " invalid or after this run. Rate-change "
079600                 "transaction skipped for employee "
079610                 TRAN-EMPLOYEE-ID
079620             MOVE 'EFP' TO WS-REJECT-REASON
079630             PERFORM 5170-WRITE-REJECT-RECORD THRU 5170-EXIT
079640             GO TO 5130-EXIT
079650         END-IF
079660     END-IF
079670     MOVE EM-NET-PAY TO AUD-BEFORE-NET
079680     IF TRAN-HOURLY-RATE NUMERIC AND TRAN-HOURLY-RATE > ZEROS
079690         MOVE TRAN-HOURLY-RATE TO EM-HOURLY-RATE
079700     END-IF
079710     IF WS-RETRO-NEW-SALARY > ZEROS
079720         MOVE WS-RETRO-NEW-SALARY TO EM-PERIOD-SALARY
079730     END-IF
079740     IF RTE-EFFECTIVE-PERIOD NOT = SPACES
079750         IF EM-RETRO-PERIOD NOT NUMERIC
079760            OR RTE-EFFECTIVE-PERIOD < EM-RETRO-PERIOD
079770             MOVE RTE-EFFECTIVE-PERIOD TO EM-RETRO-PERIOD
079780         END-IF
079790     END-IF
079800     PERFORM 1500-REWRITE-EMPLOYEE-MASTER
079810     MOVE "RATE-CHANGE"        TO AUD-ACTION
079820     MOVE EM-EMPLOYEE-ID       TO AUD-EMPLOYEE-ID
079830     MOVE EM-EMPLOYEE-NAME     TO AUD-EMPLOYEE-NAME
079840     MOVE EM-NET-PAY TO AUD-AFTER-NET
079850     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
079860 5130-EXIT.
079870     EXIT.
079880
079890*-----------------------------------------------------------------
079900* AN EFFECTIVE PERIOD MUST BE A YYYYMM NO LATER THAN THE PERIOD
079910* BEING PAID.
079920*-----------------------------------------------------------------
079930 5135-EDIT-EFFECTIVE-PERIOD.
079940     MOVE 'N' TO WS-RETRO-PERIOD-SW
079950     IF RTE-EFFECTIVE-PERIOD NOT NUMERIC
079960         GO TO 5135-EXIT
079970     END-IF
079980     IF RTE-EFFECTIVE-MM < 1 OR RTE-EFFECTIVE-MM > 12
079990         GO TO 5135-EXIT
080000     END-IF
080010     IF RTE-EFFECTIVE-PERIOD > WS-PAY-PERIOD
080020         GO TO 5135-EXIT
080030     END-IF
080040     SET WS-RETRO-PERIOD-VALID TO TRUE.
080050 5135-EXIT.
080060     EXIT.
080070
080080*-----------------------------------------------------------------
080090* TERMINATE AN EXISTING EMPLOYEE FROM A TRANFILE TRANSACTION. THE
080100* STATUS CODE IS SET TO 'T' AND THE CURRENT-PERIOD PAY FIELDS ARE
080110* CLEARED SO CALCULATE-PAYROLL AND THE PAYROLL REPORT PASS THE
080120* EMPLOYEE BY. YEAR-TO-DATE TOTALS ARE KEPT AS EARNED. A PAID TIME
080130* OFF BALANCE IS OWED: THE NEXT RUN ON THE EMPLOYEE'S CYCLE PAYS
080140* IT OUT ON A FINAL CHECK (2340).
080150*-----------------------------------------------------------------
080160 5140-TERMINATE-FROM-TRAN.
080170     PERFORM 5150-READ-MASTER-BY-ID THRU 5150-EXIT
080180     IF WS-EMP-NOT-FOUND
080190         DISPLAY "Employee " TRAN-EMPLOYEE-ID " not on master. "
080200             "Terminate transaction skipped."
080210         MOVE 'NOF' TO WS-REJECT-REASON
080220         PERFORM 5170-WRITE-REJECT-RECORD THRU 5170-EXIT
080230         GO TO 5140-EXIT
080240     END-IF
080250     MOVE EM-NET-PAY TO AUD-BEFORE-NET
080260     MOVE 'T'   TO EM-STATUS-CODE
080270     MOVE ZEROS TO EM-HOURS-WORKED
080280                   EM-GROSS-PAY
080290                   EM-TAX-RATE
080300                   EM-TAX-DEDUCTION
080310                   EM-HEALTH-DEDUCTION
080320                   EM-401K-DEDUCTION
080330                   EM-GARNISHMENT-AMT
080340                   EM-NET-PAY
080350                   EM-SS-DEDUCTION
080360                   EM-MEDICARE-DEDUCTION
080370                   EM-STATE-TAX-DEDUCTION
080380                   EM-SS-WAGES
080390                   EM-SUPP-WAGES
080400                   EM-SUPP-TAX
080410     IF EM-PTO-BALANCE > ZERO
080420         SET EM-PTO-PAYOUT-PENDING TO TRUE
080430     END-IF
080440     PERFORM 1500-REWRITE-EMPLOYEE-MASTER
080450     MOVE "TERMINATE"          TO AUD-ACTION
080460     MOVE EM-EMPLOYEE-ID       TO AUD-EMPLOYEE-ID
080470     MOVE EM-EMPLOYEE-NAME     TO AUD-EMPLOYEE-NAME
080480     MOVE ZEROS TO AUD-AFTER-NET
080490     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
080500 5140-EXIT.
080510     EXIT.
080520
080530*-----------------------------------------------------------------
080540* READ THE EMPLOYEE MASTER RECORD WHOSE KEY MATCHES THE
080550* TRANSACTION'S TRAN-EMPLOYEE-ID. ON EXIT WS-EMP-FOUND IS SET
080560* AND EMPLOYEE-MASTER-RECORD HOLDS THE RECORD; WS-EMP-NOT-FOUND
080570* MEANS NO RECORD ON FILE CARRIES THAT ID.
080580*-----------------------------------------------------------------
080590 5150-READ-MASTER-BY-ID.
080600     SET WS-EMP-NOT-FOUND TO TRUE
080610     MOVE TRAN-EMPLOYEE-ID TO EM-EMPLOYEE-ID
080620     READ EMPLOYEE-MASTER-FILE
080630         INVALID KEY
080640             GO TO 5150-EXIT
080650     END-READ
080660     PERFORM 1130-DEFAULT-WITHHOLDING THRU 1130-EXIT
080670     PERFORM 1135-DEFAULT-TIMECARD-HOURS THRU 1135-EXIT
080680     PERFORM 1137-DEFAULT-EARNINGS THRU 1137-EXIT
080690     PERFORM 1138-DEFAULT-LEAVE THRU 1138-EXIT
080700     PERFORM 1139-DEFAULT-401K THRU 1139-EXIT
080710     PERFORM 1140-DEFAULT-BANK-CHANGE THRU 1140-EXIT
080720     PERFORM 1141-DEFAULT-LAST-CHECK THRU 1141-EXIT
080730     SET WS-EMP-FOUND TO TRUE.
080740 5150-EXIT.
080750     EXIT.
080760
080770*-----------------------------------------------------------------
080780* CAPTURE THE EXPECTED CONTROL TOTALS FROM THE '9' TRAILER. THE
080790* TRAILER ITSELF IS NOT COUNTED AS A TRANSACTION.
080800*-----------------------------------------------------------------
080810 5160-CAPTURE-TRAILER.
080820     MOVE TRL-TRAN-COUNT  TO WS-TRL-EXP-COUNT
080830     MOVE TRL-HASH-HOURS  TO WS-TRL-EXP-HOURS
080840     MOVE TRL-HASH-RATE   TO WS-TRL-EXP-RATE
080850     SET WS-TRAILER-SEEN TO TRUE.
080860 5160-EXIT.
080870     EXIT.
080880
080890*-----------------------------------------------------------------
080900* WRITE ONE REJECTED TRANSACTION TO REJFILE IN THE ORIGINAL
080910* TRANFILE LAYOUT PLUS THE REASON CODE THE CALLER PLACED IN
080920* WS-REJECT-REASON, SO THE REJECTS CAN BE CORRECTED AND
080930* RESUBMITTED AS THE NEXT NIGHT'S TRANFILE.
080940*-----------------------------------------------------------------
080950 5170-WRITE-REJECT-RECORD.
080960     MOVE TRANSACTION-RECORD TO REJ-TRAN-DATA
080970     MOVE WS-REJECT-REASON   TO REJ-REASON-CODE
080980     WRITE REJECT-RECORD
080990     IF NOT WS-REJFILE-OK
081000         DISPLAY "Unable to write reject record, status "
081010             WS-REJFILE-STATUS
081020     END-IF
081030     ADD 1 TO WS-REJECT-COUNT.
081040 5170-EXIT.
081050     EXIT.
081060
081070*-----------------------------------------------------------------
081080* COMPARE THE TRANSACTIONS ACTUALLY READ AGAINST THE TRAILER'S
081090* EXPECTED COUNT AND HASH TOTALS. ANY MISMATCH, OR A MISSING
081100* TRAILER, SETS RETURN-CODE 8 SO THE SCHEDULER FLAGS THE RUN;
081110* PROCESSING STILL COMPLETES SO THE REJECT FILE AND REPORTS ARE
081120* AVAILABLE FOR THE RECONCILIATION.
081130*-----------------------------------------------------------------
081140 5180-VERIFY-CONTROL-TOTALS.
081150     IF NOT WS-TRAILER-SEEN
081160         DISPLAY "No control trailer on transaction file. "
081170             "Control totals not verified."
081180         MOVE 8 TO RETURN-CODE
081190         GO TO 5180-EXIT
081200     END-IF
081210     IF WS-TRL-EXP-COUNT NOT = WS-TRAN-READ-COUNT
081220         DISPLAY "Transaction count mismatch. Expected "
081230             WS-TRL-EXP-COUNT " read " WS-TRAN-READ-COUNT
081240         MOVE 8 TO RETURN-CODE
081250     END-IF
081260     IF WS-TRL-EXP-HOURS NOT = WS-TRAN-HASH-HOURS
081270         DISPLAY "Hours hash total mismatch. Expected "
081280             WS-TRL-EXP-HOURS " read " WS-TRAN-HASH-HOURS
081290         MOVE 8 TO RETURN-CODE
081300     END-IF
081310     IF WS-TRL-EXP-RATE NOT = WS-TRAN-HASH-RATE
081320         DISPLAY "Rate hash total mismatch. Expected "
081330             WS-TRL-EXP-RATE " read " WS-TRAN-HASH-RATE
081340         MOVE 8 TO RETURN-CODE
081350     END-IF
081360     IF RETURN-CODE = ZERO
081370         DISPLAY "Transaction control totals verified."
081380     END-IF.
081390 5180-EXIT.
081400     EXIT.
081410
081420*-----------------------------------------------------------------
081430* POST ONE 'E' EARNINGS TRANSACTION TO THE EMPLOYEE'S EARNINGS
081440* LINES FOR THIS RUN. THE EMPLOYEE MUST BE ACTIVE AND ON THE RUN'S
081450* CYCLE, THE CODE ON THE EARNINGS-CODE TABLE, AND THE AMOUNT (OR
081460* THE HOURS, FOR AN HOURS-BASIS CODE) PRESENT. A CODE ALREADY
081470* POSTED THIS RUN IS ADDED TO; A NEW CODE TAKES THE NEXT LINE.
081480* PAID TIME OFF IS POSTED BY 'L' TRANSACTIONS AND THE FINAL-CHECK
081490* PAYOUT ONLY, SO ITS CODES ARE NOT TAKEN HERE.
081500*-----------------------------------------------------------------
081510 5190-EARNINGS-FROM-TRAN.
081520     MOVE SPACES TO WS-REJECT-REASON
081530     PERFORM 5150-READ-MASTER-BY-ID THRU 5150-EXIT
081540     IF WS-EMP-NOT-FOUND
081550         MOVE 'NOF' TO WS-REJECT-REASON
081560         GO TO 5190-REJECT
081570     END-IF
081580     IF EM-TERMINATED
081590         MOVE 'TRM' TO WS-REJECT-REASON
081600         GO TO 5190-REJECT
081610     END-IF
081620     IF EM-PAY-CYCLE NOT = WS-PAY-CYCLE
081630         MOVE 'CYC' TO WS-REJECT-REASON
081640         GO TO 5190-REJECT
081650     END-IF
081660     IF ERN-EARNINGS-CODE = 'PTO' OR ERN-EARNINGS-CODE = 'PTP'
081670         MOVE 'ECD' TO WS-REJECT-REASON
081680         GO TO 5190-REJECT
081690     END-IF
081700     MOVE ERN-EARNINGS-CODE TO WS-EC-LOOKUP-CODE
081710     PERFORM 2200-FIND-EARNINGS-CODE THRU 2200-EXIT
081720     IF NOT WS-EC-FOUND
081730         MOVE 'ECD' TO WS-REJECT-REASON
081740         GO TO 5190-REJECT
081750     END-IF
081760     SET EC-IDX TO WS-EC-SUB
081770     IF EC-HOURS-BASIS(EC-IDX)
081780         IF ERN-HOURS NOT NUMERIC OR ERN-HOURS = ZEROS
081790             MOVE 'EAM' TO WS-REJECT-REASON
081800             GO TO 5190-REJECT
081810         END-IF
081820         IF EC-RATE-FACTOR(EC-IDX) > ZERO
081830            AND EM-HOURLY-RATE = ZEROS
081840             MOVE 'SLR' TO WS-REJECT-REASON
081850             GO TO 5190-REJECT
081860         END-IF
081870     ELSE
081880         IF ERN-AMOUNT NOT NUMERIC OR ERN-AMOUNT = ZEROS
081890             MOVE 'EAM' TO WS-REJECT-REASON
081900             GO TO 5190-REJECT
081910         END-IF
081920     END-IF
081930     MOVE EM-NET-PAY TO AUD-BEFORE-NET
081940     IF EM-ERN-RUN-ID NOT = WS-PAY-PERIOD-ID
081950         PERFORM 5195-START-RUN-EARNINGS THRU 5195-EXIT
081960     END-IF
081970     MOVE 'N' TO WS-EC-FOUND-SW
081980     PERFORM 5197-MATCH-ERN-LINE THRU 5197-EXIT
081990         VARYING WS-ERN-SUB FROM 1 BY 1
082000         UNTIL WS-ERN-SUB > EM-ERN-COUNT OR WS-EC-FOUND
082010     IF WS-EC-FOUND
082020         SUBTRACT 1 FROM WS-ERN-SUB
082030     ELSE
082040         IF EM-ERN-COUNT NOT < WS-MAX-ERN-LINES
082050             MOVE 'ELN' TO WS-REJECT-REASON
082060             GO TO 5190-REJECT
082070         END-IF
082080         ADD 1 TO EM-ERN-COUNT
082090         MOVE EM-ERN-COUNT TO WS-ERN-SUB
082100         MOVE ERN-EARNINGS-CODE TO EM-ERN-CODE(WS-ERN-SUB)
082110         MOVE ZEROS TO EM-ERN-HOURS(WS-ERN-SUB)
082120                       EM-ERN-AMOUNT(WS-ERN-SUB)
082130     END-IF
082140     IF EC-HOURS-BASIS(EC-IDX)
082150         ADD ERN-HOURS TO EM-ERN-HOURS(WS-ERN-SUB)
082160     ELSE
082170         ADD ERN-AMOUNT TO EM-ERN-AMOUNT(WS-ERN-SUB)
082180     END-IF
082190     PERFORM 1500-REWRITE-EMPLOYEE-MASTER
082200     MOVE "EARNINGS"           TO AUD-ACTION
082210     MOVE EM-EMPLOYEE-ID       TO AUD-EMPLOYEE-ID
082220     MOVE EM-EMPLOYEE-NAME     TO AUD-EMPLOYEE-NAME
082230     MOVE EM-NET-PAY           TO AUD-AFTER-NET
082240     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
082250     GO TO 5190-EXIT.
082260 5190-REJECT.
082270     DISPLAY "Earnings transaction for employee " ERN-EMPLOYEE-ID
082280         " rejected, reason " WS-REJECT-REASON "."
082290     PERFORM 5170-WRITE-REJECT-RECORD THRU 5170-EXIT.
082300 5190-EXIT.
082310     EXIT.
082320
082330*-----------------------------------------------------------------
082340* FIRST EARNINGS FOR THE EMPLOYEE THIS RUN: THE PRIOR RUN'S LINES
082350* WERE PAID WITH THAT RUN, SO THEY ARE CLEARED AND THE RECORD
082360* TAGGED WITH THIS RUN. ALSO PERFORMED BY CALCULATE-PAYROLL FOR AN
082370* EMPLOYEE WITH NO EARNINGS TRANSACTIONS THIS RUN.
082380*-----------------------------------------------------------------
082390 5195-START-RUN-EARNINGS.
082400     MOVE ZEROS  TO EM-ERN-COUNT
082410     MOVE SPACES TO EM-ERN-LINES
082420     MOVE WS-PAY-PERIOD-ID TO EM-ERN-RUN-ID.
082430 5195-EXIT.
082440     EXIT.
082450
082460 5197-MATCH-ERN-LINE.
082470     IF EM-ERN-CODE(WS-ERN-SUB) = ERN-EARNINGS-CODE
082480         SET WS-EC-FOUND TO TRUE
082490     END-IF.
082500 5197-EXIT.
082510     EXIT.
082520
082530*-----------------------------------------------------------------
082540* APPLY THE RUN'S TIMECARD PUNCHES. EACH PUNCH IS EDITED AGAINST
082550* THE MASTER AND ITS HOURS ADDED TO THE EMPLOYEE'S BUCKET FOR
082560* THE FLSA WORKWEEK ITS WORK DATE FALLS IN; A PUNCH FAILING AN
082570* EDIT GOES TO REJFILE WITH ITS REASON CODE AND ADDS NOTHING.
082580*-----------------------------------------------------------------
082590 5200-APPLY-TIMECARDS.
082600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
082610     PERFORM 5210-READ-TIMECARD THRU 5210-EXIT
082620     PERFORM 5220-PROCESS-TIMECARD THRU 5220-EXIT
082630         UNTIL WS-TIMECARD-EOF
082640     CLOSE TIMECARD-FILE
082650     DISPLAY "Timecard punches read: " WS-TC-READ-COUNT
082660     DISPLAY "Timecard hours applied: " WS-TC-HOURS-APPLIED
082670     DISPLAY "Timecard punches rejected to REJFILE: "
082680         WS-TC-REJECT-COUNT.
082690 5200-EXIT.
082700     EXIT.
082710
082720 5210-READ-TIMECARD.
082730     READ TIMECARD-FILE
082740         AT END
082750             SET WS-TIMECARD-EOF TO TRUE
082760     END-READ.
082770 5210-EXIT.
082780     EXIT.
082790
082800 5220-PROCESS-TIMECARD.
082810     ADD 1 TO WS-TC-READ-COUNT
082820     PERFORM 5230-READ-MASTER-BY-TC-ID THRU 5230-EXIT
082830     IF WS-EMP-NOT-FOUND
082840         MOVE 'NOF' TO WS-REJECT-REASON
082850         GO TO 5220-REJECT
082860     END-IF
082870     IF EM-TERMINATED
082880         MOVE 'TRM' TO WS-REJECT-REASON
082890         GO TO 5220-REJECT
082900     END-IF
082910     IF EM-SALARIED
082920         MOVE 'SLR' TO WS-REJECT-REASON
082930         GO TO 5220-REJECT
082940     END-IF
082950     IF EM-PAY-CYCLE NOT = WS-PAY-CYCLE
082960         MOVE 'CYC' TO WS-REJECT-REASON
082970         GO TO 5220-REJECT
082980     END-IF
082990     IF TC-HOURS NOT NUMERIC OR TC-HOURS = ZEROS
083000        OR TC-HOURS > WS-MAX-PUNCH-HOURS
083010         MOVE 'HRS' TO WS-REJECT-REASON
083020         GO TO 5220-REJECT
083030     END-IF
083040     PERFORM 5240-EDIT-WORK-DATE THRU 5240-EXIT
083050     IF NOT WS-TC-DATE-VALID
083060         MOVE 'DTE' TO WS-REJECT-REASON
083070         GO TO 5220-REJECT
083080     END-IF
083090     IF EM-TC-RUN-ID NOT = WS-PAY-PERIOD-ID
083100         PERFORM 5250-START-RUN-HOURS THRU 5250-EXIT
083110     END-IF
083120*-----------------------------------------------------------------
083130* A WORKWEEK BEFORE THE ONE THE PRIOR RUN ENDED IN WAS PAID OUT
083140* IN FULL; A LATE PUNCH FOR IT IS CORRECTED BY ADJUSTMENT.
083150*-----------------------------------------------------------------
083160     IF WS-TC-WEEK-START < EM-TC-CARRY-START
083170         MOVE 'OLD' TO WS-REJECT-REASON
083180         GO TO 5220-REJECT
083190     END-IF
083200     PERFORM 5260-POST-TIMECARD-HOURS THRU 5260-EXIT
083210     IF WS-REJECT-REASON NOT = SPACES
083220         GO TO 5220-REJECT
083230     END-IF
083240     PERFORM 1500-REWRITE-EMPLOYEE-MASTER
083250     ADD TC-HOURS TO WS-TC-HOURS-APPLIED
083260     GO TO 5220-READ-NEXT.
083270 5220-REJECT.
083280     PERFORM 5270-WRITE-TC-REJECT THRU 5270-EXIT.
083290 5220-READ-NEXT.
083300     PERFORM 5210-READ-TIMECARD THRU 5210-EXIT.
083310 5220-EXIT.
083320     EXIT.
083330
083340 5230-READ-MASTER-BY-TC-ID.
083350     SET WS-EMP-NOT-FOUND TO TRUE
083360     IF TC-EMPLOYEE-ID NOT NUMERIC
083370         GO TO 5230-EXIT
083380     END-IF
083390     MOVE TC-EMPLOYEE-ID TO EM-EMPLOYEE-ID
083400     READ EMPLOYEE-MASTER-FILE
083410         INVALID KEY
083420             GO TO 5230-EXIT
083430     END-READ
083440     IF EM-STATUS-CODE = SPACE
083450         MOVE 'A' TO EM-STATUS-CODE
083460     END-IF
083470     IF EM-PAY-TYPE = SPACE
083480         MOVE 'H' TO EM-PAY-TYPE
083490     END-IF
083500     IF EM-PAY-CYCLE = SPACE
083510         MOVE 'M' TO EM-PAY-CYCLE
083520     END-IF
083530     PERFORM 1130-DEFAULT-WITHHOLDING THRU 1130-EXIT
083540     PERFORM 1135-DEFAULT-TIMECARD-HOURS THRU 1135-EXIT
083550     PERFORM 1137-DEFAULT-EARNINGS THRU 1137-EXIT
083560     PERFORM 1138-DEFAULT-LEAVE THRU 1138-EXIT
083570     PERFORM 1139-DEFAULT-401K THRU 1139-EXIT
083580     PERFORM 1140-DEFAULT-BANK-CHANGE THRU 1140-EXIT
083590     PERFORM 1141-DEFAULT-LAST-CHECK THRU 1141-EXIT
083600     SET WS-EMP-FOUND TO TRUE.
083610 5230-EXIT.
083620     EXIT.
083630
083640*-----------------------------------------------------------------
083650* THE WORK DATE MUST BE A REAL CALENDAR DATE (IT SURVIVES THE
083660* TRIP TO A DAY NUMBER AND BACK UNCHANGED) AND NOT LATER THAN
083670* TODAY. ON A GOOD DATE, WS-TC-WEEK-START IS SET TO THE FIRST
083680* DAY OF ITS WORKWEEK: THE DAY NUMBER PLUS ONE, MODULO 7, IS
083690* THE DAY OF THE WEEK (0 = SUNDAY), AND THE DATE IS BACKED UP
083700* TO THE CONFIGURED START DAY.
083710*-----------------------------------------------------------------
083720 5240-EDIT-WORK-DATE.
083730     MOVE 'N' TO WS-TC-DATE-SW
083740     IF TC-WORK-DATE NOT NUMERIC
083750        OR TC-WORK-DATE > WS-CURRENT-DATE
083760         GO TO 5240-EXIT
083770     END-IF
083780     MOVE TC-WORK-DATE TO WS-DATE-YYYYMMDD
083790     IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
083800        OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
083810         GO TO 5240-EXIT
083820     END-IF
083830     PERFORM 2100-DATE-TO-DAY-NUMBER THRU 2100-EXIT
083840     PERFORM 2110-DAY-NUMBER-TO-DATE THRU 2110-EXIT
083850     IF WS-DATE-YYYYMMDD NOT = TC-WORK-DATE
083860         GO TO 5240-EXIT
083870     END-IF
083880     COMPUTE WS-JD-T = WS-DAY-NUMBER + 1
083890     DIVIDE WS-JD-T BY 7 GIVING WS-JD-Q
083900         REMAINDER WS-DAY-OF-WEEK
083910     COMPUTE WS-JD-T = WS-DAY-OF-WEEK - WS-WORKWEEK-START-DAY + 8
083920     DIVIDE WS-JD-T BY 7 GIVING WS-JD-Q
083930         REMAINDER WS-JD-A
083940     SUBTRACT WS-JD-A FROM WS-DAY-NUMBER
083950     PERFORM 2110-DAY-NUMBER-TO-DATE THRU 2110-EXIT
083960     MOVE WS-DATE-YYYYMMDD TO WS-TC-WEEK-START
083970     SET WS-TC-DATE-VALID TO TRUE.
083980 5240-EXIT.
083990     EXIT.
084000
084010*-----------------------------------------------------------------
084020* FIRST HOURS FOR THE EMPLOYEE THIS RUN. THE LAST WORKWEEK OF THE
084030* PRIOR RUN, WITH ITS HOURS, BECOMES THE CARRY-IN: A WORKWEEK
084040* THAT STRADDLES TWO PAY PERIODS IS STILL ONE WORKWEEK, SO HOURS
084050* ALREADY PAID IN IT COUNT TOWARD THE STANDARD HOURS WHEN THE
084060* REST OF THE WEEK IS PAID NOW (1905). A RUN PAID ON KEYED
084070* HOURS HAD NO WORKWEEKS AND CARRIES NOTHING IN. THE BUCKETS
084080* ARE THEN CLEARED AND THE RECORD TAGGED WITH THIS RUN. ALSO
084090* PERFORMED BY CALCULATE-PAYROLL FOR AN EMPLOYEE WITH NOTHING
084100* REPORTED THIS RUN, AND BY A 'C' CARRYING OVERRIDE HOURS.
084110*-----------------------------------------------------------------
084120 5250-START-RUN-HOURS.
084130     IF EM-HOURS-KEYED
084140         MOVE ZEROS TO EM-TC-CARRY-START
084150                       EM-TC-CARRY-HOURS
084160     END-IF
084170     IF EM-HOURS-FROM-TIMECARDS AND EM-TC-WEEK-COUNT > ZERO
084180         MOVE EM-TC-WEEK-COUNT TO WS-WEEK-SUB
084190         IF EM-TC-WEEK-START(WS-WEEK-SUB) = EM-TC-CARRY-START
084200             ADD EM-TC-WEEK-HOURS(WS-WEEK-SUB)
084210                 TO EM-TC-CARRY-HOURS
084220         ELSE
084230             MOVE EM-TC-WEEK-START(WS-WEEK-SUB)
084240                 TO EM-TC-CARRY-START
084250             MOVE EM-TC-WEEK-HOURS(WS-WEEK-SUB)
084260                 TO EM-TC-CARRY-HOURS
084270         END-IF
084280     END-IF
084290     MOVE ZEROS TO EM-TC-WEEK-COUNT
084300                   EM-TC-WEEKS
084310                   EM-HOURS-WORKED
084320     SET EM-HOURS-FROM-TIMECARDS TO TRUE
084330     MOVE WS-PAY-PERIOD-ID TO EM-TC-RUN-ID.
084340 5250-EXIT.
084350     EXIT.
084360
084370*-----------------------------------------------------------------
084380* ADD THE PUNCH TO ITS WORKWEEK'S BUCKET. THE BUCKETS ARE KEPT IN
084390* WORKWEEK ORDER, SO A NEW WEEK IS SLOTTED IN AHEAD OF ANY LATER
084400* ONE. A WEEK MAY NOT PASS WS-MAX-HOURS-WORKED (168) HOURS,
084410* COUNTING HOURS CARRIED IN FROM THE PRIOR RUN, AND A RUN MAY
084420* NOT PASS WS-MAX-TC-WEEKS WORKWEEKS; EITHER REJECTS THE PUNCH.
084430* UNLESS HOURS WERE KEYED AS AN OVERRIDE, THE PERIOD HOURS ARE
084440* THE SUM OF THE BUCKETS.
084450*-----------------------------------------------------------------
084460 5260-POST-TIMECARD-HOURS.
084470     MOVE SPACES TO WS-REJECT-REASON
084480     MOVE 'N' TO WS-WEEK-FOUND-SW
084490     PERFORM 5265-FIND-WEEK THRU 5265-EXIT
084500         VARYING WS-WEEK-SUB FROM 1 BY 1
084510         UNTIL WS-WEEK-SUB > EM-TC-WEEK-COUNT OR WS-WEEK-FOUND
084520     IF WS-WEEK-FOUND
084530         SUBTRACT 1 FROM WS-WEEK-SUB
084540         IF EM-TC-WEEK-START(WS-WEEK-SUB) = WS-TC-WEEK-START
084550             COMPUTE WS-TC-WEEK-TOTAL =
084560                 EM-TC-WEEK-HOURS(WS-WEEK-SUB) + TC-HOURS
084570             GO TO 5260-CHECK-HOURS
084580         END-IF
084590     END-IF
084600     IF EM-TC-WEEK-COUNT NOT < WS-MAX-TC-WEEKS
084610         MOVE 'WKS' TO WS-REJECT-REASON
084620         GO TO 5260-EXIT
084630     END-IF
084640     MOVE TC-HOURS TO WS-TC-WEEK-TOTAL
084650     MOVE 'N' TO WS-WEEK-FOUND-SW.
084660 5260-CHECK-HOURS.
084670     IF WS-TC-WEEK-START = EM-TC-CARRY-START
084680         ADD EM-TC-CARRY-HOURS TO WS-TC-WEEK-TOTAL
084690     END-IF
084700     IF WS-TC-WEEK-TOTAL > WS-MAX-HOURS-WORKED
084710         MOVE 'HRS' TO WS-REJECT-REASON
084720         GO TO 5260-EXIT
084730     END-IF
084740     IF EM-HOURS-FROM-TIMECARDS
084750        AND EM-HOURS-WORKED + TC-HOURS > 999.99
084760         MOVE 'HRS' TO WS-REJECT-REASON
084770         GO TO 5260-EXIT
084780     END-IF
084790     IF NOT WS-WEEK-FOUND
084800         PERFORM 5267-SHIFT-WEEK THRU 5267-EXIT
084810             VARYING WS-WEEK-SUB2 FROM EM-TC-WEEK-COUNT BY -1
084820             UNTIL WS-WEEK-SUB2 < WS-WEEK-SUB
084830         MOVE WS-TC-WEEK-START TO EM-TC-WEEK-START(WS-WEEK-SUB)
084840         MOVE ZEROS TO EM-TC-WEEK-HOURS(WS-WEEK-SUB)
084850         ADD 1 TO EM-TC-WEEK-COUNT
084860     END-IF
084870     ADD TC-HOURS TO EM-TC-WEEK-HOURS(WS-WEEK-SUB)
084880     IF EM-HOURS-FROM-TIMECARDS
084890         ADD TC-HOURS TO EM-HOURS-WORKED
084900     END-IF.
084910 5260-EXIT.
084920     EXIT.
084930
084940*-----------------------------------------------------------------
084950* STOPS AT THE FIRST BUCKET WHOSE WORKWEEK IS THE PUNCH'S OR
084960* LATER; WITHOUT ONE, WS-WEEK-SUB ENDS ONE PAST THE LAST BUCKET.
084970*-----------------------------------------------------------------
084980 5265-FIND-WEEK.
084990     IF EM-TC-WEEK-START(WS-WEEK-SUB) NOT < WS-TC-WEEK-START
085000         SET WS-WEEK-FOUND TO TRUE
085010     END-IF.
085020 5265-EXIT.
085030     EXIT.
085040
085050 5267-SHIFT-WEEK.
085060     MOVE EM-TC-WEEK(WS-WEEK-SUB2)
085070         TO EM-TC-WEEK(WS-WEEK-SUB2 + 1).
085080 5267-EXIT.
085090     EXIT.
085100
085110*-----------------------------------------------------------------
085120* WRITE ONE REJECTED PUNCH TO REJFILE IN THE TIMECARD LAYOUT WITH
085130* THE REASON CODE THE CALLER PLACED IN WS-REJECT-REASON.
085140*-----------------------------------------------------------------
085150 5270-WRITE-TC-REJECT.
085160     DISPLAY "Timecard punch rejected (" WS-REJECT-REASON
085170         ") for employee " TC-EMPLOYEE-ID " date " TC-WORK-DATE
085180     MOVE SPACES             TO REJ-TRAN-DATA
085190     MOVE TIMECARD-RECORD    TO REJ-TRAN-DATA
085200     MOVE WS-REJECT-REASON   TO REJ-REASON-CODE
085210     WRITE REJECT-RECORD
085220     IF NOT WS-REJFILE-OK
085230         DISPLAY "Unable to write reject record, status "
085240             WS-REJFILE-STATUS
085250     END-IF
085260     ADD 1 TO WS-TC-REJECT-COUNT.
085270 5270-EXIT.
085280     EXIT.
085290
085300*-----------------------------------------------------------------
085310* RETROACTIVE PAY FOR BACKDATED RATE AND SALARY CHANGES, RUN ONCE
085320* THE TRANSACTIONS AND TIMECARDS ARE APPLIED. EACH EMPLOYEE ON THE
085330* RUN'S CYCLE WITH A CHANGE PENDING IS COLLECTED (5310), PAYHIST
085340* IS READ FOR WHAT EACH RUN FROM THE EFFECTIVE PERIOD ON PAID AND
085350* WHAT THE NEW RATE OR SALARY PAYS (5320), AND THE DIFFERENCE,
085360* LESS RETRO ALREADY PAID FOR THOSE RUNS, IS POSTED AS A 'RET'
085370* EARNINGS LINE FOR THIS RUN (5350) -- PAID, TAXED, BOOKED AND
085380* BUCKETED IN THE CURRENT QUARTER WITH THE REST OF THE RUN'S
085390* EARNINGS. A NET DECREASE IS REPORTED BUT NOT TAKEN BACK FROM
085400* PAY; THAT IS LEFT TO AN ADJUSTMENT. AN EMPLOYEE WHO CANNOT BE
085410* SETTLED STAYS PENDING FOR THE NEXT RUN. A RESTARTED RUN SKIPS
085420* THIS STEP WITH THE REST OF THE APPLY PHASE.
085430*-----------------------------------------------------------------
085440 5300-APPLY-RETRO-PAY.
085450     MOVE ZEROS TO WS-RETRO-EMP-COUNT
085460                   WS-RETRO-PAID-COUNT
085470                   WS-RETRO-HELD-COUNT
085480                   WS-RETRO-TOTAL-PAID
085490     OPEN OUTPUT RETRO-REPORT-FILE
085500     IF NOT WS-RETRORPT-OK
085510         DISPLAY "Unable to open retro pay report file, status "
085520             WS-RETRORPT-STATUS ". Retroactive pay held."
085530         GO TO 5300-EXIT
085540     END-IF
085550     MOVE WS-PAY-PERIOD-ID TO WS-RTR-HDR-PERIOD
085560     MOVE WS-RTR-HDR TO RETRO-REPORT-RECORD
085570     PERFORM 5390-WRITE-RETRO-RECORD THRU 5390-EXIT
085580     MOVE SPACES TO RETRO-REPORT-RECORD
085590     PERFORM 5390-WRITE-RETRO-RECORD THRU 5390-EXIT
085600     MOVE WS-RTR-COLUMN-HEADING TO RETRO-REPORT-RECORD
085610     PERFORM 5390-WRITE-RETRO-RECORD THRU 5390-EXIT
085620     PERFORM 1110-POSITION-MASTER THRU 1110-EXIT
085630     PERFORM 5310-COLLECT-RETRO THRU 5310-EXIT
085640     IF WS-RETRO-EMP-COUNT = ZERO
085650         MOVE SPACES TO RETRO-REPORT-RECORD
085660         PERFORM 5390-WRITE-RETRO-RECORD THRU 5390-EXIT
085670         MOVE "NO BACKDATED CHANGES TO PAY THIS RUN."
085680             TO RETRO-REPORT-RECORD
085690         PERFORM 5390-WRITE-RETRO-RECORD THRU 5390-EXIT
085700         GO TO 5300-TOTALS
085710     END-IF
085720     OPEN INPUT PAY-HISTORY-FILE
085730     IF NOT WS-PAYHIST-OK
085740         DISPLAY "Unable to read pay history file, status "
085750             WS-PAYHIST-STATUS ". Retroactive pay held."
085760         ADD WS-RETRO-EMP-COUNT TO WS-RETRO-HELD-COUNT
085770         GO TO 5300-TOTALS
085780     END-IF
085790     PERFORM 5320-READ-RETRO-HISTORY THRU 5320-EXIT
085800     CLOSE PAY-HISTORY-FILE
085810     PERFORM 1070-OPEN-PAY-HISTORY THRU 1070-EXIT
085820     PERFORM 5350-POST-RETRO-EMPLOYEE THRU 5350-EXIT
085830         VARYING WS-RETRO-SUB FROM 1 BY 1
085840         UNTIL WS-RETRO-SUB > WS-RETRO-EMP-COUNT
085850     PERFORM 9020-CLOSE-PAY-HISTORY THRU 9020-EXIT.
085860 5300-TOTALS.
085870     MOVE SPACES TO RETRO-REPORT-RECORD
085880     PERFORM 5390-WRITE-RETRO-RECORD THRU 5390-EXIT
085890     MOVE WS-RETRO-PAID-COUNT TO WS-RTR-PAID-COUNT
085900     MOVE WS-RETRO-HELD-COUNT TO WS-RTR-HELD-COUNT
085910     MOVE WS-RETRO-TOTAL-PAID TO WS-RTR-TOTAL-PAID
085920     MOVE WS-RTR-GRAND-LINE TO RETRO-REPORT-RECORD
085930     PERFORM 5390-WRITE-RETRO-RECORD THRU 5390-EXIT
085940     CLOSE RETRO-REPORT-FILE
085950     DISPLAY "Retroactive pay posted for " WS-RETRO-PAID-COUNT
085960         " employees, " WS-RETRO-HELD-COUNT " held over.".
085970 5300-EXIT.
085980     EXIT.
085990
086000*-----------------------------------------------------------------
086010* COLLECT THE EMPLOYEES WITH A BACKDATED CHANGE PENDING. ONLY
086020* ACTIVE EMPLOYEES ON THE RUN'S CYCLE NOT YET PAID THIS RUN ARE
086030* TAKEN, SINCE THE RETRO LINE IS PAID BY THIS RUN'S CALCULATION;
086040* THE REST, AND ANY BEYOND THE TABLE, WAIT FOR A LATER RUN.
086050*-----------------------------------------------------------------
086060 5310-COLLECT-RETRO.
086070     PERFORM 1120-READ-NEXT-MASTER THRU 1120-EXIT
086080     IF WS-MASTER-EOF
086090         GO TO 5310-EXIT
086100     END-IF
086110     IF EM-RETRO-PERIOD NOT NUMERIC
086120         GO TO 5310-COLLECT-RETRO
086130     END-IF
086140     IF EM-TERMINATED OR EM-PAY-CYCLE NOT = WS-PAY-CYCLE
086150         GO TO 5310-COLLECT-RETRO
086160     END-IF
086170     IF WS-EMP-PAID-ID NOT < WS-PAY-PERIOD-ID
086180         GO TO 5310-COLLECT-RETRO
086190     END-IF
086200     IF WS-RETRO-EMP-COUNT NOT < WS-RETRO-EMP-MAX
086210         DISPLAY "Retro table full. Employee " EM-EMPLOYEE-ID
086220             " held for a later run."
086230         ADD 1 TO WS-RETRO-HELD-COUNT
086240         GO TO 5310-COLLECT-RETRO
086250     END-IF
086260     ADD 1 TO WS-RETRO-EMP-COUNT
086270     MOVE WS-RETRO-EMP-COUNT TO WS-RETRO-SUB
086280     MOVE EM-EMPLOYEE-ID      TO RT-EMPLOYEE-ID(WS-RETRO-SUB)
086290     MOVE EM-RETRO-PERIOD     TO RT-START-PERIOD(WS-RETRO-SUB)
086300     MOVE '00'                TO RT-START-SEQ(WS-RETRO-SUB)
086310     MOVE EM-PAY-TYPE         TO RT-PAY-TYPE(WS-RETRO-SUB)
086320     MOVE EM-HOURLY-RATE      TO RT-HOURLY-RATE(WS-RETRO-SUB)
086330     MOVE EM-PERIOD-SALARY    TO RT-PERIOD-SALARY(WS-RETRO-SUB)
086340     MOVE ZEROS               TO RT-RUN-COUNT(WS-RETRO-SUB)
086350     MOVE 'N'                 TO RT-OVERFLOW-SW(WS-RETRO-SUB)
086360     GO TO 5310-COLLECT-RETRO.
086370 5310-EXIT.
086380     EXIT.
086390
086400*-----------------------------------------------------------------
086410* ONE PASS OVER PAYHIST. A RECORD FOR A COLLECTED EMPLOYEE FILED
086420* UNDER A RUN FROM THE EFFECTIVE PERIOD UP TO (NOT INCLUDING) THIS
086430* ONE UPDATES THAT RUN'S ENTRY: A 'P' DETAIL OR 'J' REPAY SETS THE
086440* BASE PAY AS PAID AND AT THE NEW RATE OR SALARY, A 'V' VOID
086450* LEAVES THE RUN PAYING NOTHING, AN 'E' LINE OF AN HOURS-BASIS
086460* CODE ADDS ITS PAY AT THE OLD AND NEW RATE, AND AN 'R' RECORD
086470* ADDS RETRO ALREADY PAID FOR THE RUN. THE FILE IS IN THE ORDER
086480* WRITTEN, SO A LATER VOID OR REPAY SUPERSEDES WHAT CAME BEFORE.
086490*-----------------------------------------------------------------
086500 5320-READ-RETRO-HISTORY.
086510     READ PAY-HISTORY-FILE
086520         AT END
086530             GO TO 5320-EXIT
086540     END-READ
086550     IF PH-RECORD-TYPE NOT = 'P' AND NOT = 'J' AND NOT = 'V'
086560        AND NOT = 'E' AND NOT = 'R'
086570         GO TO 5320-READ-RETRO-HISTORY
086580     END-IF
086590     MOVE 'N' TO WS-RETRO-EMP-FOUND-SW
086600     PERFORM 5330-MATCH-RETRO-EMP THRU 5330-EXIT
086610         VARYING WS-RETRO-SUB FROM 1 BY 1
086620         UNTIL WS-RETRO-SUB > WS-RETRO-EMP-COUNT
086630            OR WS-RETRO-EMP-FOUND
086640     IF NOT WS-RETRO-EMP-FOUND
086650         GO TO 5320-READ-RETRO-HISTORY
086660     END-IF
086670     SUBTRACT 1 FROM WS-RETRO-SUB
086680     MOVE PH-PAY-PERIOD TO WS-RETRO-HIST-PERIOD
086690     MOVE PH-PAY-SEQ    TO WS-RETRO-HIST-SEQ
086700     IF WS-RETRO-HIST-SEQ = SPACES
086710         MOVE '01' TO WS-RETRO-HIST-SEQ
086720     END-IF
086730     IF WS-RETRO-HIST-ID < RT-START-ID(WS-RETRO-SUB)
086740        OR WS-RETRO-HIST-ID NOT < WS-PAY-PERIOD-ID
086750         GO TO 5320-READ-RETRO-HISTORY
086760     END-IF
086770     MOVE 'N' TO WS-RETRO-RUN-FOUND-SW
086780     PERFORM 5335-MATCH-RETRO-RUN THRU 5335-EXIT
086790         VARYING WS-RETRO-RUN-SUB FROM 1 BY 1
086800         UNTIL WS-RETRO-RUN-SUB > RT-RUN-COUNT(WS-RETRO-SUB)
086810            OR WS-RETRO-RUN-FOUND
086820     IF WS-RETRO-RUN-FOUND
086830         SUBTRACT 1 FROM WS-RETRO-RUN-SUB
086840     ELSE
086850         IF PH-RECORD-TYPE NOT = 'P' AND NOT = 'J'
086860             GO TO 5320-READ-RETRO-HISTORY
086870         END-IF
086880         IF RT-RUN-COUNT(WS-RETRO-SUB) NOT < WS-RETRO-RUN-MAX
086890             MOVE 'Y' TO RT-OVERFLOW-SW(WS-RETRO-SUB)
086900             GO TO 5320-READ-RETRO-HISTORY
086910         END-IF
086920         ADD 1 TO RT-RUN-COUNT(WS-RETRO-SUB)
086930         MOVE RT-RUN-COUNT(WS-RETRO-SUB) TO WS-RETRO-RUN-SUB
086940         MOVE WS-RETRO-HIST-ID
086950             TO RT-RUN-ID(WS-RETRO-SUB WS-RETRO-RUN-SUB)
086960         MOVE ZEROS
086970             TO RT-PRIOR-RETRO(WS-RETRO-SUB WS-RETRO-RUN-SUB)
086980     END-IF
086990     EVALUATE PH-RECORD-TYPE
087000         WHEN 'P'
087010         WHEN 'J'
087020             PERFORM 5340-PRICE-RETRO-BASE THRU 5340-EXIT
087030         WHEN 'V'
087040             MOVE ZEROS
087050                 TO RT-OLD-PAY(WS-RETRO-SUB WS-RETRO-RUN-SUB)
087060                    RT-NEW-PAY(WS-RETRO-SUB WS-RETRO-RUN-SUB)
087070         WHEN 'E'
087080             PERFORM 5345-PRICE-RETRO-EARNINGS THRU 5345-EXIT
087090         WHEN 'R'
087100             ADD PHR-RETRO-AMOUNT
087110                 TO RT-PRIOR-RETRO(WS-RETRO-SUB WS-RETRO-RUN-SUB)
087120     END-EVALUATE
087130     GO TO 5320-READ-RETRO-HISTORY.
087140 5320-EXIT.
087150     EXIT.
087160
087170 5330-MATCH-RETRO-EMP.
087180     IF RT-EMPLOYEE-ID(WS-RETRO-SUB) = PH-EMPLOYEE-ID
087190         SET WS-RETRO-EMP-FOUND TO TRUE
087200     END-IF.
087210 5330-EXIT.
087220     EXIT.
087230
087240 5335-MATCH-RETRO-RUN.
087250     IF RT-RUN-ID(WS-RETRO-SUB WS-RETRO-RUN-SUB)
087260        = WS-RETRO-HIST-ID
087270         SET WS-RETRO-RUN-FOUND TO TRUE
087280     END-IF.
087290 5335-EXIT.
087300     EXIT.
087310
087320*-----------------------------------------------------------------
087330* BASE PAY OF ONE RUN, AS PAID AND AT THE NEW RATE OR SALARY. A
087340* RUN PAID FOR HOURS IS REPRICED AT THE NEW RATE, OVERTIME AT THE
087350* CURRENT OVERTIME MULTIPLIER, SPLIT AS 1900 PRICES IT; A SALARIED
087360* RUN (NO HOURS) IS PAID THE NEW SALARY. A RUN PAID ON THE OTHER
087370* PAY TYPE FROM THE EMPLOYEE'S PRESENT ONE IS LEFT AS PAID.
087380*-----------------------------------------------------------------
087390 5340-PRICE-RETRO-BASE.
087400     COMPUTE RT-OLD-PAY(WS-RETRO-SUB WS-RETRO-RUN-SUB) =
087410         PH-STRAIGHT-PAY + PH-OVERTIME-PAY
087420     MOVE RT-OLD-PAY(WS-RETRO-SUB WS-RETRO-RUN-SUB)
087430         TO RT-NEW-PAY(WS-RETRO-SUB WS-RETRO-RUN-SUB)
087440     IF PH-STRAIGHT-HOURS + PH-OVERTIME-HOURS = ZERO
087450         IF RT-SALARIED(WS-RETRO-SUB)
087460            AND RT-OLD-PAY(WS-RETRO-SUB WS-RETRO-RUN-SUB) > ZERO
087470             MOVE RT-PERIOD-SALARY(WS-RETRO-SUB)
087480                 TO RT-NEW-PAY(WS-RETRO-SUB WS-RETRO-RUN-SUB)
087490         END-IF
087500         GO TO 5340-EXIT
087510     END-IF
087520     IF RT-SALARIED(WS-RETRO-SUB)
087530         GO TO 5340-EXIT
087540     END-IF
087550     COMPUTE RT-NEW-PAY(WS-RETRO-SUB WS-RETRO-RUN-SUB) =
087560         PH-STRAIGHT-HOURS * RT-HOURLY-RATE(WS-RETRO-SUB)
087570     COMPUTE WS-RETRO-PART-PAY =
087580         PH-OVERTIME-HOURS * RT-HOURLY-RATE(WS-RETRO-SUB)
087590             * WS-OVERTIME-MULTIPLIER
087600     ADD WS-RETRO-PART-PAY
087610         TO RT-NEW-PAY(WS-RETRO-SUB WS-RETRO-RUN-SUB).
087620 5340-EXIT.
087630     EXIT.
087640
087650*-----------------------------------------------------------------
087660* AN HOURS-BASIS EARNINGS LINE (HOLIDAY, SHIFT DIFFERENTIAL) IS
087670* PRICED FROM THE HOURLY RATE, SO ITS AMOUNT AS PAID JOINS THE
087680* RUN'S OLD PAY AND ITS PAY AT THE NEW RATE THE NEW. AMOUNT-BASIS
087690* LINES DO NOT MOVE WITH THE RATE AND ARE LEFT OUT. A SALARIED
087700* EMPLOYEE'S PAID TIME OFF WAS TAKEN OUT OF THE SALARY PAID, SO AS
087710* PAID IT JOINS THE OLD PAY ONLY, AS THE NEW SALARY COVERS IT.
087720*-----------------------------------------------------------------
087730 5345-PRICE-RETRO-EARNINGS.
087740     MOVE PHE-EARNINGS-CODE TO WS-EC-LOOKUP-CODE
087750     PERFORM 2200-FIND-EARNINGS-CODE THRU 2200-EXIT
087760     IF NOT WS-EC-FOUND
087770         GO TO 5345-EXIT
087780     END-IF
087790     SET EC-IDX TO WS-EC-SUB
087800     IF NOT EC-HOURS-BASIS(EC-IDX)
087810         GO TO 5345-EXIT
087820     END-IF
087830     ADD PHE-AMOUNT TO RT-OLD-PAY(WS-RETRO-SUB WS-RETRO-RUN-SUB)
087840     IF RT-SALARIED(WS-RETRO-SUB)
087850        AND (PHE-EARNINGS-CODE = 'PTO'
087860             OR PHE-EARNINGS-CODE = 'PTP')
087870         GO TO 5345-EXIT
087880     END-IF
087890     COMPUTE WS-RETRO-PART-PAY =
087900         PHE-HOURS * RT-HOURLY-RATE(WS-RETRO-SUB)
087910             * EC-RATE-FACTOR(EC-IDX)
087920         + PHE-HOURS * EC-PREMIUM(EC-IDX)
087930     ADD WS-RETRO-PART-PAY
087940         TO RT-NEW-PAY(WS-RETRO-SUB WS-RETRO-RUN-SUB).
087950 5345-EXIT.
087960     EXIT.
087970
087980*-----------------------------------------------------------------
087990* SETTLE ONE COLLECTED EMPLOYEE. EACH REPRICED RUN IS REPORTED AND
088000* THE NET RETRO DUE IS ADDED TO THE EMPLOYEE'S 'RET' EARNINGS LINE
088010* FOR THIS RUN; THE PENDING PERIOD IS CLEARED AND AN 'R' PAYHIST
088020* RECORD FILED UNDER EACH RUN REPAID, SO A LATER BACKDATED CHANGE
088030* OVER THE SAME RUNS PAYS ONLY WHAT IS STILL OWED. NOTHING DUE
088040* CLEARS THE PENDING PERIOD WITHOUT PAY. AN EMPLOYEE WITH MORE
088050* RUNS THAN THE TABLE HOLDS, OR NO EARNINGS LINE FREE, STAYS
088060* PENDING.
088070*-----------------------------------------------------------------
088080 5350-POST-RETRO-EMPLOYEE.
088090     PERFORM 5352-READ-MASTER-BY-RETRO-ID THRU 5352-EXIT
088100     IF WS-EMP-NOT-FOUND
088110         DISPLAY "Employee " RT-EMPLOYEE-ID(WS-RETRO-SUB)
088120             " not on master. Retroactive pay held."
088130         ADD 1 TO WS-RETRO-HELD-COUNT
088140         GO TO 5350-EXIT
088150     END-IF
088160     MOVE EM-EMPLOYEE-ID   TO WS-RTR-EMP-ID
088170     MOVE EM-EMPLOYEE-NAME TO WS-RTR-EMP-NAME
088180     MOVE EM-RETRO-PERIOD  TO WS-RTR-EFFECTIVE
088190     MOVE EM-HOURLY-RATE   TO WS-RTR-RATE
088200     MOVE EM-PERIOD-SALARY TO WS-RTR-SALARY
088210     MOVE SPACES TO RETRO-REPORT-RECORD
088220     PERFORM 5390-WRITE-RETRO-RECORD THRU 5390-EXIT
088230     MOVE WS-RTR-EMP-LINE TO RETRO-REPORT-RECORD
088240     PERFORM 5390-WRITE-RETRO-RECORD THRU 5390-EXIT
088250     MOVE ZEROS TO WS-RETRO-EMP-TOTAL
088260     PERFORM 5355-REPORT-RETRO-RUN THRU 5355-EXIT
088270         VARYING WS-RETRO-RUN-SUB FROM 1 BY 1
088280         UNTIL WS-RETRO-RUN-SUB > RT-RUN-COUNT(WS-RETRO-SUB)
088290     MOVE WS-RETRO-EMP-TOTAL TO WS-RTR-EMP-TOTAL
088300     IF RT-RUNS-OVERFLOW(WS-RETRO-SUB)
088310         MOVE 'HELD - OVER 26 RUNS' TO WS-RTR-DISPOSITION
088320         GO TO 5350-HELD
088330     END-IF
088340     IF WS-RETRO-EMP-TOTAL NOT > ZERO
088350         MOVE 'NO RETRO DUE' TO WS-RTR-DISPOSITION
088360         MOVE "RETRO-NONE" TO AUD-ACTION
088370         GO TO 5350-SETTLED
088380     END-IF
088390     IF EM-ERN-RUN-ID NOT = WS-PAY-PERIOD-ID
088400         PERFORM 5195-START-RUN-EARNINGS THRU 5195-EXIT
088410     END-IF
088420     MOVE 'RET' TO WS-EC-LOOKUP-CODE
088430     MOVE 'N' TO WS-EC-FOUND-SW
088440     PERFORM 5357-MATCH-RETRO-LINE THRU 5357-EXIT
088450         VARYING WS-ERN-SUB FROM 1 BY 1
088460         UNTIL WS-ERN-SUB > EM-ERN-COUNT OR WS-EC-FOUND
088470     IF WS-EC-FOUND
088480         SUBTRACT 1 FROM WS-ERN-SUB
088490     ELSE
088500         IF EM-ERN-COUNT NOT < WS-MAX-ERN-LINES
088510             MOVE 'HELD - LINES FULL' TO WS-RTR-DISPOSITION
088520             GO TO 5350-HELD
088530         END-IF
088540         ADD 1 TO EM-ERN-COUNT
088550         MOVE EM-ERN-COUNT TO WS-ERN-SUB
088560         MOVE 'RET' TO EM-ERN-CODE(WS-ERN-SUB)
088570         MOVE ZEROS TO EM-ERN-HOURS(WS-ERN-SUB)
088580                       EM-ERN-AMOUNT(WS-ERN-SUB)
088590     END-IF
088600     ADD WS-RETRO-EMP-TOTAL TO EM-ERN-AMOUNT(WS-ERN-SUB)
088610     ADD 1 TO WS-RETRO-PAID-COUNT
088620     ADD WS-RETRO-EMP-TOTAL TO WS-RETRO-TOTAL-PAID
088630     PERFORM 5360-WRITE-RETRO-HISTORY THRU 5360-EXIT
088640         VARYING WS-RETRO-RUN-SUB FROM 1 BY 1
088650         UNTIL WS-RETRO-RUN-SUB > RT-RUN-COUNT(WS-RETRO-SUB)
088660     MOVE 'PAID THIS RUN' TO WS-RTR-DISPOSITION
088670     MOVE "RETRO-PAY" TO AUD-ACTION.
088680 5350-SETTLED.
088690     MOVE EM-NET-PAY TO AUD-BEFORE-NET
088700     MOVE SPACES TO EM-RETRO-PERIOD
088710     PERFORM 1500-REWRITE-EMPLOYEE-MASTER
088720     MOVE EM-EMPLOYEE-ID       TO AUD-EMPLOYEE-ID
088730     MOVE EM-EMPLOYEE-NAME     TO AUD-EMPLOYEE-NAME
088740     MOVE EM-NET-PAY TO AUD-AFTER-NET
088750     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
088760     GO TO 5350-REPORT.
088770 5350-HELD.
088780     ADD 1 TO WS-RETRO-HELD-COUNT.
088790 5350-REPORT.
088800     MOVE WS-RTR-TOTAL-LINE TO RETRO-REPORT-RECORD
088810     PERFORM 5390-WRITE-RETRO-RECORD THRU 5390-EXIT.
088820 5350-EXIT.
088830     EXIT.
088840
088850 5352-READ-MASTER-BY-RETRO-ID.
088860     SET WS-EMP-NOT-FOUND TO TRUE
088870     MOVE RT-EMPLOYEE-ID(WS-RETRO-SUB) TO EM-EMPLOYEE-ID
088880     READ EMPLOYEE-MASTER-FILE
088890         INVALID KEY
088900             GO TO 5352-EXIT
088910     END-READ
088920     PERFORM 1130-DEFAULT-WITHHOLDING THRU 1130-EXIT
088930     PERFORM 1135-DEFAULT-TIMECARD-HOURS THRU 1135-EXIT
088940     PERFORM 1137-DEFAULT-EARNINGS THRU 1137-EXIT
088950     PERFORM 1138-DEFAULT-LEAVE THRU 1138-EXIT
088960     PERFORM 1139-DEFAULT-401K THRU 1139-EXIT
088970     PERFORM 1140-DEFAULT-BANK-CHANGE THRU 1140-EXIT
088980     PERFORM 1141-DEFAULT-LAST-CHECK THRU 1141-EXIT
088990     SET WS-EMP-FOUND TO TRUE.
089000 5352-EXIT.
089010     EXIT.
089020
089030 5355-REPORT-RETRO-RUN.
089040     COMPUTE WS-RETRO-RUN-DIFF =
089050         RT-NEW-PAY(WS-RETRO-SUB WS-RETRO-RUN-SUB)
089060         - RT-OLD-PAY(WS-RETRO-SUB WS-RETRO-RUN-SUB)
089070         - RT-PRIOR-RETRO(WS-RETRO-SUB WS-RETRO-RUN-SUB)
089080     ADD WS-RETRO-RUN-DIFF TO WS-RETRO-EMP-TOTAL
089090     MOVE RT-RUN-PERIOD(WS-RETRO-SUB WS-RETRO-RUN-SUB)
089100         TO WS-RTR-RUN-PERIOD
089110     MOVE RT-RUN-SEQ(WS-RETRO-SUB WS-RETRO-RUN-SUB)
089120         TO WS-RTR-RUN-SEQ
089130     MOVE RT-OLD-PAY(WS-RETRO-SUB WS-RETRO-RUN-SUB)
089140         TO WS-RTR-OLD-PAY
089150     MOVE RT-NEW-PAY(WS-RETRO-SUB WS-RETRO-RUN-SUB)
089160         TO WS-RTR-NEW-PAY
089170     MOVE RT-PRIOR-RETRO(WS-RETRO-SUB WS-RETRO-RUN-SUB)
089180         TO WS-RTR-PRIOR-RETRO
089190     MOVE WS-RETRO-RUN-DIFF TO WS-RTR-RUN-DIFF
089200     MOVE WS-RTR-RUN-LINE TO RETRO-REPORT-RECORD
089210     PERFORM 5390-WRITE-RETRO-RECORD THRU 5390-EXIT.
089220 5355-EXIT.
089230     EXIT.
089240
089250 5357-MATCH-RETRO-LINE.
089260     IF EM-ERN-CODE(WS-ERN-SUB) = WS-EC-LOOKUP-CODE
089270         SET WS-EC-FOUND TO TRUE
089280     END-IF.
089290 5357-EXIT.
089300     EXIT.
089310
089320*-----------------------------------------------------------------
089330* FILE AN 'R' PAYHIST RECORD UNDER ONE REPAID RUN, NAMING THIS RUN
089340* AS THE ONE THAT PAID IT. A RUN WITH NOTHING DUE GETS NONE.
089350*-----------------------------------------------------------------
089360 5360-WRITE-RETRO-HISTORY.
089370     IF WS-PAYHIST-FILE-CLOSED
089380         GO TO 5360-EXIT
089390     END-IF
089400     COMPUTE WS-RETRO-RUN-DIFF =
089410         RT-NEW-PAY(WS-RETRO-SUB WS-RETRO-RUN-SUB)
089420         - RT-OLD-PAY(WS-RETRO-SUB WS-RETRO-RUN-SUB)
089430         - RT-PRIOR-RETRO(WS-RETRO-SUB WS-RETRO-RUN-SUB)
089440     IF WS-RETRO-RUN-DIFF = ZERO
089450         GO TO 5360-EXIT
089460     END-IF
089470     MOVE SPACES TO PAY-HISTORY-RETRO-RECORD
089480     MOVE 'R'                 TO PHR-RECORD-TYPE
089490     MOVE RT-RUN-PERIOD(WS-RETRO-SUB WS-RETRO-RUN-SUB)
089500         TO PHR-PAY-PERIOD
089510     MOVE RT-RUN-SEQ(WS-RETRO-SUB WS-RETRO-RUN-SUB)
089520         TO PHR-PAY-SEQ
089530     MOVE EM-EMPLOYEE-ID      TO PHR-EMPLOYEE-ID
089540     MOVE WS-PAY-PERIOD       TO PHR-PAID-PERIOD
089550     MOVE WS-PAY-SEQ          TO PHR-PAID-SEQ
089560     MOVE RT-OLD-PAY(WS-RETRO-SUB WS-RETRO-RUN-SUB)
089570         TO PHR-OLD-PAY
089580     MOVE RT-NEW-PAY(WS-RETRO-SUB WS-RETRO-RUN-SUB)
089590         TO PHR-NEW-PAY
089600     MOVE WS-RETRO-RUN-DIFF   TO PHR-RETRO-AMOUNT
089610     WRITE PAY-HISTORY-RETRO-RECORD
089620     IF NOT WS-PAYHIST-OK
089630         DISPLAY "Unable to write pay history record, status "
089640             WS-PAYHIST-STATUS
089650     END-IF.
089660 5360-EXIT.
089670     EXIT.
089680
089690 5390-WRITE-RETRO-RECORD.
089700     WRITE RETRO-REPORT-RECORD
089710     IF NOT WS-RETRORPT-OK
089720         DISPLAY "Unable to write retro pay report, status "
089730             WS-RETRORPT-STATUS
089740     END-IF.
089750 5390-EXIT.
089760     EXIT.
089770
089780*-----------------------------------------------------------------
089790* POST ONE 'L' LEAVE-TAKEN TRANSACTION: HOURS OF PAID TIME OFF
089800* TAKEN IN THE RUN, CARRIED IN THE HOURS COLUMNS OF THE EARNINGS
089810* VIEW WITH THE CODE COLUMNS BLANK. THE EMPLOYEE MUST BE ACTIVE
089820* AND ON THE RUN'S CYCLE, AND THE TIME OFF TAKEN THIS RUN MAY NOT
089830* PASS THE PAID TIME OFF BALANCE. THE HOURS ARE ADDED TO THE
089840* RUN'S PTO EARNINGS LINE, WHICH CALCULATE-PAYROLL PAYS AT THE
089850* LEAVE RATE AND TAKES OFF THE BALANCE (2320).
089860*-----------------------------------------------------------------
089870 5400-LEAVE-FROM-TRAN.
089880     MOVE SPACES TO WS-REJECT-REASON
089890     PERFORM 5150-READ-MASTER-BY-ID THRU 5150-EXIT
089900     IF WS-EMP-NOT-FOUND
089910         MOVE 'NOF' TO WS-REJECT-REASON
089920         GO TO 5400-REJECT
089930     END-IF
089940     IF EM-TERMINATED
089950         MOVE 'TRM' TO WS-REJECT-REASON
089960         GO TO 5400-REJECT
089970     END-IF
089980     IF EM-PAY-CYCLE NOT = WS-PAY-CYCLE
089990         MOVE 'CYC' TO WS-REJECT-REASON
090000         GO TO 5400-REJECT
090010     END-IF
090020     IF ERN-EARNINGS-CODE NOT = SPACES
090030         MOVE 'ECD' TO WS-REJECT-REASON
090040         GO TO 5400-REJECT
090050     END-IF
090060     IF ERN-HOURS NOT NUMERIC OR ERN-HOURS = ZEROS
090070         MOVE 'EAM' TO WS-REJECT-REASON
090080         GO TO 5400-REJECT
090090     END-IF
090100     MOVE EM-NET-PAY TO AUD-BEFORE-NET
090110     IF EM-ERN-RUN-ID NOT = WS-PAY-PERIOD-ID
090120         PERFORM 5195-START-RUN-EARNINGS THRU 5195-EXIT
090130     END-IF
090140     MOVE 'PTO' TO WS-EC-LOOKUP-CODE
090150     MOVE 'N' TO WS-EC-FOUND-SW
090160     PERFORM 5405-MATCH-LEAVE-LINE THRU 5405-EXIT
090170         VARYING WS-ERN-SUB FROM 1 BY 1
090180         UNTIL WS-ERN-SUB > EM-ERN-COUNT OR WS-EC-FOUND
090190     MOVE ERN-HOURS TO WS-LV-HOURS
090200     IF WS-EC-FOUND
090210         SUBTRACT 1 FROM WS-ERN-SUB
090220         ADD EM-ERN-HOURS(WS-ERN-SUB) TO WS-LV-HOURS
090230     END-IF
090240     IF WS-LV-HOURS > EM-PTO-BALANCE
090250        OR WS-LV-HOURS > WS-LV-MAX-LINE-HOURS
090260         MOVE 'LVB' TO WS-REJECT-REASON
090270         GO TO 5400-REJECT
090280     END-IF
090290     IF NOT WS-EC-FOUND
090300         IF EM-ERN-COUNT NOT < WS-MAX-ERN-LINES
090310             MOVE 'ELN' TO WS-REJECT-REASON
090320             GO TO 5400-REJECT
090330         END-IF
090340         ADD 1 TO EM-ERN-COUNT
090350         MOVE EM-ERN-COUNT TO WS-ERN-SUB
090360         MOVE 'PTO' TO EM-ERN-CODE(WS-ERN-SUB)
090370         MOVE ZEROS TO EM-ERN-AMOUNT(WS-ERN-SUB)
090380     END-IF
090390     MOVE WS-LV-HOURS TO EM-ERN-HOURS(WS-ERN-SUB)
090400     PERFORM 1500-REWRITE-EMPLOYEE-MASTER
090410     MOVE "LEAVE"              TO AUD-ACTION
090420     MOVE EM-EMPLOYEE-ID       TO AUD-EMPLOYEE-ID
090430     MOVE EM-EMPLOYEE-NAME     TO AUD-EMPLOYEE-NAME
090440     MOVE EM-NET-PAY           TO AUD-AFTER-NET
090450     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
090460     GO TO 5400-EXIT.
090470 5400-REJECT.
090480     DISPLAY "Leave transaction for employee " ERN-EMPLOYEE-ID
090490         " rejected, reason " WS-REJECT-REASON "."
090500     PERFORM 5170-WRITE-REJECT-RECORD THRU 5170-EXIT.
090510 5400-EXIT.
090520     EXIT.
090530
090540 5405-MATCH-LEAVE-LINE.
090550     IF EM-ERN-CODE(WS-ERN-SUB) = WS-EC-LOOKUP-CODE
090560         SET WS-EC-FOUND TO TRUE
090570     END-IF.
090580 5405-EXIT.
090590     EXIT.
090600*-----------------------------------------------------------------
090610* ADD, CHANGE OR RELEASE ONE GARNISHMENT CASE FROM A 'G'
090620* TRANSACTION. AN ADD NEEDS THE CASE NUMBER, AGENCY, ORDER TYPE
090630* AND AN AMOUNT OR PERCENT; A BLANK PRIORITY TAKES THE ORDER
090640* TYPE'S USUAL PLACE (SUPPORT 01, TAX LEVY 02, CREDITOR 03) AND A
090650* BLANK TOTAL OWED RUNS UNTIL RELEASED. A CHANGE REPLACES ONLY THE
090660* FIGURES IT CARRIES; A NEW TOTAL OWED SETS THE BALANCE TO WHAT IS
090670* LEFT AFTER THE PAYMENTS TO DATE, AND A CASE PAID OFF COMES BACK
090680* INTO FORCE WHEN A BALANCE IS LEFT. A RELEASE STOPS THE CASE,
090690* WHICH STAYS ON FILE WITH WHAT WAS PAID ON IT.
090700*-----------------------------------------------------------------
090710 5500-GARNISHMENT-FROM-TRAN.
090720     MOVE SPACES TO WS-REJECT-REASON
090730     PERFORM 5150-READ-MASTER-BY-ID THRU 5150-EXIT
090740     IF WS-EMP-NOT-FOUND
090750         MOVE 'NOF' TO WS-REJECT-REASON
090760         GO TO 5500-REJECT
090770     END-IF
090780     IF NOT GRN-ADD-CASE AND NOT GRN-CHANGE-CASE
090790        AND NOT GRN-RELEASE-CASE
090800         MOVE 'GAC' TO WS-REJECT-REASON
090810         GO TO 5500-REJECT
090820     END-IF
090830     IF GRN-CASE-NUMBER = SPACES
090840         MOVE 'GCN' TO WS-REJECT-REASON
090850         GO TO 5500-REJECT
090860     END-IF
090870     MOVE GRN-EMPLOYEE-ID TO GC-EMPLOYEE-ID
090880     MOVE GRN-CASE-NUMBER TO GC-CASE-NUMBER
090890     READ GARN-CASE-FILE
090900         INVALID KEY
090910             CONTINUE
090920     END-READ
090930     IF GRN-ADD-CASE
090940         PERFORM 5510-ADD-GARN-CASE THRU 5510-EXIT
090950     ELSE
090960         PERFORM 5520-CHANGE-GARN-CASE THRU 5520-EXIT
090970     END-IF
090980     IF WS-REJECT-REASON NOT = SPACES
090990         GO TO 5500-REJECT
091000     END-IF
091010     MOVE EM-EMPLOYEE-ID       TO AUD-EMPLOYEE-ID
091020     MOVE SPACES               TO AUD-EMPLOYEE-NAME
091030     STRING 'CASE ' GRN-CASE-NUMBER
091040         DELIMITED BY SIZE INTO AUD-EMPLOYEE-NAME
091050     MOVE EM-NET-PAY           TO AUD-BEFORE-NET AUD-AFTER-NET
091060     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
091070     GO TO 5500-EXIT.
091080 5500-REJECT.
091090     DISPLAY "Garnishment transaction for employee "
091100         GRN-EMPLOYEE-ID " case " GRN-CASE-NUMBER
091110         " rejected, reason "
091120         WS-REJECT-REASON "."
091130     PERFORM 5170-WRITE-REJECT-RECORD THRU 5170-EXIT.
091140 5500-EXIT.
091150     EXIT.
091160
091170 5510-ADD-GARN-CASE.
091180     IF WS-GARNCASE-OK
091190         MOVE 'GDU' TO WS-REJECT-REASON
091200         GO TO 5510-EXIT
091210     END-IF
091220     IF GRN-AGENCY-CODE = SPACES
091230         MOVE 'GAG' TO WS-REJECT-REASON
091240         GO TO 5510-EXIT
091250     END-IF
091260     IF GRN-ORDER-TYPE NOT = 'S' AND GRN-ORDER-TYPE NOT = 'L'
091270        AND GRN-ORDER-TYPE NOT = 'C'
091280         MOVE 'GTY' TO WS-REJECT-REASON
091290         GO TO 5510-EXIT
091300     END-IF
091310     IF (GRN-AMOUNT NOT NUMERIC OR GRN-AMOUNT = ZERO)
091320        AND (GRN-PERCENT NOT NUMERIC OR GRN-PERCENT = ZERO)
091330         MOVE 'GAM' TO WS-REJECT-REASON
091340         GO TO 5510-EXIT
091350     END-IF
091360     MOVE SPACES TO GARN-CASE-RECORD
091370     MOVE GRN-EMPLOYEE-ID TO GC-EMPLOYEE-ID
091380     MOVE GRN-CASE-NUMBER TO GC-CASE-NUMBER
091390     MOVE ZEROS TO GC-AMOUNT GC-PERCENT GC-EXEMPT-AMOUNT
091400                   GC-SUPPORT-PCT GC-TOTAL-OWED GC-BALANCE
091410                   GC-PAID-TO-DATE GC-LAST-AMOUNT
091420     MOVE GRN-AGENCY-CODE TO GC-AGENCY-CODE
091430     MOVE GRN-AGENCY-NAME TO GC-AGENCY-NAME
091440     MOVE GRN-ORDER-TYPE  TO GC-ORDER-TYPE
091450     IF GRN-PRIORITY NUMERIC AND GRN-PRIORITY > ZERO
091460         MOVE GRN-PRIORITY TO GC-PRIORITY
091470     ELSE
091480         EVALUATE TRUE
091490             WHEN GC-SUPPORT-ORDER
091500                 MOVE 01 TO GC-PRIORITY
091510             WHEN GC-TAX-LEVY
091520                 MOVE 02 TO GC-PRIORITY
091530             WHEN OTHER
091540                 MOVE 03 TO GC-PRIORITY
091550         END-EVALUATE
091560     END-IF
091570     IF GRN-AMOUNT NUMERIC
091580         MOVE GRN-AMOUNT TO GC-AMOUNT
091590     END-IF
091600     IF GRN-PERCENT NUMERIC
091610         MOVE GRN-PERCENT TO GC-PERCENT
091620     END-IF
091630     IF GRN-EXEMPT-AMOUNT NUMERIC
091640         MOVE GRN-EXEMPT-AMOUNT TO GC-EXEMPT-AMOUNT
091650     END-IF
091660     IF GRN-SUPPORT-PCT NUMERIC
091670         MOVE GRN-SUPPORT-PCT TO GC-SUPPORT-PCT
091680     END-IF
091690     IF GRN-TOTAL-OWED NUMERIC
091700         MOVE GRN-TOTAL-OWED TO GC-TOTAL-OWED
091710                                GC-BALANCE
091720     END-IF
091730     SET GC-ACTIVE TO TRUE
091740     WRITE GARN-CASE-RECORD
091750         INVALID KEY
091760             DISPLAY "Unable to add garnishment case "
091770                 GC-CASE-NUMBER ", status " WS-GARNCASE-STATUS
091780             MOVE 'GDU' TO WS-REJECT-REASON
091790             GO TO 5510-EXIT
091800     END-WRITE
091810     MOVE "GARN-ADD" TO AUD-ACTION.
091820 5510-EXIT.
091830     EXIT.
091840
091850 5520-CHANGE-GARN-CASE.
091860     IF NOT WS-GARNCASE-OK OR GC-RELEASED
091870         MOVE 'GNF' TO WS-REJECT-REASON
091880         GO TO 5520-EXIT
091890     END-IF
091900     IF GRN-RELEASE-CASE
091910         SET GC-RELEASED TO TRUE
091920         MOVE "GARN-REL" TO AUD-ACTION
091930         GO TO 5520-REWRITE
091940     END-IF
091950     IF GRN-ORDER-TYPE NOT = SPACE
091960         IF GRN-ORDER-TYPE NOT = 'S' AND GRN-ORDER-TYPE NOT = 'L'
091970            AND GRN-ORDER-TYPE NOT = 'C'
091980             MOVE 'GTY' TO WS-REJECT-REASON
091990             GO TO 5520-EXIT
092000         END-IF
092010         MOVE GRN-ORDER-TYPE TO GC-ORDER-TYPE
092020     END-IF
092030     IF GRN-AGENCY-CODE NOT = SPACES
092040         MOVE GRN-AGENCY-CODE TO GC-AGENCY-CODE
092050     END-IF
092060     IF GRN-AGENCY-NAME NOT = SPACES
092070         MOVE GRN-AGENCY-NAME TO GC-AGENCY-NAME
092080     END-IF
092090     IF GRN-PRIORITY NUMERIC AND GRN-PRIORITY > ZERO
092100         MOVE GRN-PRIORITY TO GC-PRIORITY
092110     END-IF
092120     IF GRN-AMOUNT NUMERIC
092130         MOVE GRN-AMOUNT TO GC-AMOUNT
092140     END-IF
092150     IF GRN-PERCENT NUMERIC
092160         MOVE GRN-PERCENT TO GC-PERCENT
092170     END-IF
092180     IF GRN-EXEMPT-AMOUNT NUMERIC
092190         MOVE GRN-EXEMPT-AMOUNT TO GC-EXEMPT-AMOUNT
092200     END-IF
092210     IF GRN-SUPPORT-PCT NUMERIC
092220         MOVE GRN-SUPPORT-PCT TO GC-SUPPORT-PCT
092230     END-IF
092240     IF GC-AMOUNT = ZERO AND GC-PERCENT = ZERO
092250         MOVE 'GAM' TO WS-REJECT-REASON
092260         GO TO 5520-EXIT
092270     END-IF
092280     IF GRN-TOTAL-OWED NUMERIC
092290         MOVE GRN-TOTAL-OWED TO GC-TOTAL-OWED
092300         IF GC-TOTAL-OWED > GC-PAID-TO-DATE
092310             COMPUTE GC-BALANCE = GC-TOTAL-OWED - GC-PAID-TO-DATE
092320         ELSE
092330             MOVE ZEROS TO GC-BALANCE
092340         END-IF
092350     END-IF
092360     IF GC-TOTAL-OWED > ZERO AND GC-BALANCE = ZERO
092370         SET GC-PAID-OFF TO TRUE
092380     ELSE
092390         SET GC-ACTIVE TO TRUE
092400     END-IF
092410     MOVE "GARN-CHG" TO AUD-ACTION.
092420 5520-REWRITE.
092430     PERFORM 2425-REWRITE-GARN-CASE THRU 2425-EXIT.
092440 5520-EXIT.
092450     EXIT.
092460
092470*-----------------------------------------------------------------
092480* APPLY THE RECORDKEEPER'S 401(K) ELECTIONS. EACH RECORD IS EDITED
092490* AGAINST THE MASTER. AN ELECTION EFFECTIVE IN THE RUN'S PERIOD OR
092500* EARLIER BECOMES THE EMPLOYEE'S ELECTION AT ONCE AND CANCELS ANY
092510* ELECTION PENDING; ONE FOR A LATER PERIOD IS HELD PENDING (IN
092520* PLACE OF ANY EARLIER ONE) UNTIL THAT PERIOD'S FIRST RUN (2500).
092530* EVERY CHANGE IS LOGGED TO AUDITLOG. A RECORD FAILING AN EDIT
092540* GOES TO REJFILE WITH ITS REASON CODE AND CHANGES NOTHING.
092550*-----------------------------------------------------------------
092560 5600-APPLY-401K-ELECTIONS.
092570     PERFORM 5610-READ-ELECTION THRU 5610-EXIT
092580     PERFORM 5620-PROCESS-ELECTION THRU 5620-EXIT
092590         UNTIL WS-KELECT-EOF
092600     CLOSE DEFERRAL-ELECTION-FILE
092610     DISPLAY "401(k) elections read: " WS-KE-READ-COUNT
092620     DISPLAY "401(k) elections applied: " WS-KE-APPLIED-COUNT
092630     DISPLAY "401(k) elections held for a later period: "
092640         WS-KE-PENDING-COUNT
092650     DISPLAY "401(k) elections rejected to REJFILE: "
092660         WS-KE-REJECT-COUNT.
092670 5600-EXIT.
092680     EXIT.
092690
092700 5610-READ-ELECTION.
092710     READ DEFERRAL-ELECTION-FILE
092720         AT END
092730             SET WS-KELECT-EOF TO TRUE
092740     END-READ.
092750 5610-EXIT.
092760     EXIT.
092770
092780 5620-PROCESS-ELECTION.
092790     ADD 1 TO WS-KE-READ-COUNT
092800     MOVE SPACES TO WS-REJECT-REASON
092810     PERFORM 5630-READ-MASTER-BY-KE-ID THRU 5630-EXIT
092820     IF WS-EMP-NOT-FOUND
092830         MOVE 'NOF' TO WS-REJECT-REASON
092840         GO TO 5620-REJECT
092850     END-IF
092860     IF EM-TERMINATED
092870         MOVE 'TRM' TO WS-REJECT-REASON
092880         GO TO 5620-REJECT
092890     END-IF
092900     IF NOT KE-PERCENT-ELECTION AND NOT KE-FLAT-ELECTION
092910         MOVE 'KTY' TO WS-REJECT-REASON
092920         GO TO 5620-REJECT
092930     END-IF
092940     MOVE ZEROS TO WS-KE-PCT WS-KE-AMT
092950     IF KE-PERCENT-ELECTION
092960         IF KE-DEFERRAL-PCT NOT NUMERIC OR KE-DEFERRAL-PCT > 1
092970             MOVE 'KPC' TO WS-REJECT-REASON
092980             GO TO 5620-REJECT
092990         END-IF
093000         MOVE KE-DEFERRAL-PCT TO WS-KE-PCT
093010     ELSE
093020         IF KE-DEFERRAL-AMT NOT NUMERIC
093030             MOVE 'KAM' TO WS-REJECT-REASON
093040             GO TO 5620-REJECT
093050         END-IF
093060         MOVE KE-DEFERRAL-AMT TO WS-KE-AMT
093070     END-IF
093080     MOVE KE-CATCHUP-ELIGIBLE TO WS-KE-CATCHUP
093090     IF WS-KE-CATCHUP = SPACE
093100         MOVE 'N' TO WS-KE-CATCHUP
093110     END-IF
093120     IF WS-KE-CATCHUP NOT = 'Y' AND WS-KE-CATCHUP NOT = 'N'
093130         MOVE 'KCU' TO WS-REJECT-REASON
093140         GO TO 5620-REJECT
093150     END-IF
093160     MOVE KE-EFFECTIVE-PERIOD TO WS-KE-EFFECTIVE-PERIOD
093170     IF WS-KE-EFFECTIVE-PERIOD = SPACES
093180         MOVE WS-PAY-PERIOD TO WS-KE-EFFECTIVE-PERIOD
093190     END-IF
093200     IF WS-KE-EFFECTIVE-PERIOD NOT NUMERIC
093210        OR WS-KE-EFFECTIVE-PERIOD(5:2) < '01'
093220        OR WS-KE-EFFECTIVE-PERIOD(5:2) > '12'
093230         MOVE 'EFP' TO WS-REJECT-REASON
093240         GO TO 5620-REJECT
093250     END-IF
093260     MOVE EM-NET-PAY TO AUD-BEFORE-NET
093270     IF WS-KE-EFFECTIVE-PERIOD > WS-PAY-PERIOD
093280         MOVE WS-KE-EFFECTIVE-PERIOD TO EM-401K-PEND-PERIOD
093290         MOVE KE-DEFERRAL-TYPE       TO EM-401K-PEND-TYPE
093300         MOVE WS-KE-PCT              TO EM-401K-PEND-PCT
093310         MOVE WS-KE-AMT              TO EM-401K-PEND-AMT
093320         MOVE WS-KE-CATCHUP          TO EM-401K-PEND-CATCHUP
093330         MOVE "401K-PEND"            TO AUD-ACTION
093340         ADD 1 TO WS-KE-PENDING-COUNT
093350     ELSE
093360         MOVE KE-DEFERRAL-TYPE       TO EM-401K-ELECT-TYPE
093370         MOVE WS-KE-PCT              TO EM-401K-ELECT-PCT
093380         MOVE WS-KE-AMT              TO EM-401K-ELECT-AMT
093390         MOVE WS-KE-CATCHUP          TO EM-401K-CATCHUP-SW
093400         MOVE SPACES TO EM-401K-PEND-PERIOD
093410                        EM-401K-PEND-TYPE
093420                        EM-401K-PEND-CATCHUP
093430         MOVE ZEROS  TO EM-401K-PEND-PCT
093440                        EM-401K-PEND-AMT
093450         MOVE "401K-ELECT"           TO AUD-ACTION
093460         ADD 1 TO WS-KE-APPLIED-COUNT
093470     END-IF
093480     PERFORM 1500-REWRITE-EMPLOYEE-MASTER
093490     MOVE EM-EMPLOYEE-ID       TO AUD-EMPLOYEE-ID
093500     MOVE EM-EMPLOYEE-NAME     TO AUD-EMPLOYEE-NAME
093510     MOVE EM-NET-PAY           TO AUD-AFTER-NET
093520     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
093530     GO TO 5620-READ-NEXT.
093540 5620-REJECT.
093550     PERFORM 5640-WRITE-KE-REJECT THRU 5640-EXIT.
093560 5620-READ-NEXT.
093570     PERFORM 5610-READ-ELECTION THRU 5610-EXIT.
093580 5620-EXIT.
093590     EXIT.
093600
093610 5630-READ-MASTER-BY-KE-ID.
093620     SET WS-EMP-NOT-FOUND TO TRUE
093630     IF KE-EMPLOYEE-ID NOT NUMERIC
093640         GO TO 5630-EXIT
093650     END-IF
093660     MOVE KE-EMPLOYEE-ID TO EM-EMPLOYEE-ID
093670     READ EMPLOYEE-MASTER-FILE
093680         INVALID KEY
093690             GO TO 5630-EXIT
093700     END-READ
093710     IF EM-STATUS-CODE = SPACE
093720         MOVE 'A' TO EM-STATUS-CODE
093730     END-IF
093740     IF EM-PAY-TYPE = SPACE
093750         MOVE 'H' TO EM-PAY-TYPE
093760     END-IF
093770     IF EM-PAY-CYCLE = SPACE
093780         MOVE 'M' TO EM-PAY-CYCLE
093790     END-IF
093800     PERFORM 1130-DEFAULT-WITHHOLDING THRU 1130-EXIT
093810     PERFORM 1135-DEFAULT-TIMECARD-HOURS THRU 1135-EXIT
093820     PERFORM 1137-DEFAULT-EARNINGS THRU 1137-EXIT
093830     PERFORM 1138-DEFAULT-LEAVE THRU 1138-EXIT
093840     PERFORM 1139-DEFAULT-401K THRU 1139-EXIT
093850     PERFORM 1140-DEFAULT-BANK-CHANGE THRU 1140-EXIT
093860     PERFORM 1141-DEFAULT-LAST-CHECK THRU 1141-EXIT
093870     SET WS-EMP-FOUND TO TRUE.
093880 5630-EXIT.
093890     EXIT.
093900
093910*-----------------------------------------------------------------
093920* WRITE A REJECTED 401(K) ELECTION TO REJFILE IN ITS OWN LAYOUT
093930* WITH THE REASON CODE THE CALLER PLACED IN WS-REJECT-REASON.
093940*-----------------------------------------------------------------
093950 5640-WRITE-KE-REJECT.
093960     DISPLAY "401(k) election rejected (" WS-REJECT-REASON
093970         ") for employee " KE-EMPLOYEE-ID
093980     MOVE SPACES                   TO REJ-TRAN-DATA
093990     MOVE DEFERRAL-ELECTION-RECORD TO REJ-TRAN-DATA
094000     MOVE WS-REJECT-REASON         TO REJ-REASON-CODE
094010     WRITE REJECT-RECORD
094020     IF NOT WS-REJFILE-OK
094030         DISPLAY "Unable to write reject record, status "
094040             WS-REJFILE-STATUS
094050     END-IF
094060     ADD 1 TO WS-KE-REJECT-COUNT.
094070 5640-EXIT.
094080     EXIT.
094090
094100*-----------------------------------------------------------------
094110* APPROVE THE BANK ACCOUNT CHANGE ENTERED FOR AN EMPLOYEE. THE
094120* APPROVING OPERATOR ON THE 'B' MUST NOT BE THE ONE WHO ENTERED
094130* THE CHANGE. ONCE APPROVED THE CHANGE GOES INTO EFFECT AFTER ITS
094140* PRENOTE HAS WAITED OUT THE PRENOTE DAYS WITHOUT A RETURN (2610).
094150* A RETURNED CHANGE CANNOT BE APPROVED; A NEW ACCOUNT MUST BE
094160* KEYED ON AN 'A' OR 'C'.
094170*-----------------------------------------------------------------
094180 5700-BANK-APPROVAL-FROM-TRAN.
094190     PERFORM 5150-READ-MASTER-BY-ID THRU 5150-EXIT
094200     IF WS-EMP-NOT-FOUND
094210         DISPLAY "Employee " TRAN-EMPLOYEE-ID " not on master. "
094220             "Bank approval skipped."
094230         MOVE 'NOF' TO WS-REJECT-REASON
094240         PERFORM 5170-WRITE-REJECT-RECORD THRU 5170-EXIT
094250         GO TO 5700-EXIT
094260     END-IF
094270     IF NOT EM-BANK-CHG-ENTERED
094280         DISPLAY "No bank account change awaiting approval for "
094290             "employee " TRAN-EMPLOYEE-ID ". Approval skipped."
094300         MOVE 'BNP' TO WS-REJECT-REASON
094310         PERFORM 5170-WRITE-REJECT-RECORD THRU 5170-EXIT
094320         GO TO 5700-EXIT
094330     END-IF
094340     IF TRAN-OPERATOR-ID = SPACES
094350        OR TRAN-OPERATOR-ID = EM-BANK-CHG-ENTER-BY
094360         DISPLAY "Bank change for employee " TRAN-EMPLOYEE-ID
094370             " must be approved by a second operator. "
094380             "Approval skipped."
094390         MOVE 'BOP' TO WS-REJECT-REASON
094400         PERFORM 5170-WRITE-REJECT-RECORD THRU 5170-EXIT
094410         GO TO 5700-EXIT
094420     END-IF
094430     SET EM-BANK-CHG-APPROVED TO TRUE
094440     MOVE TRAN-OPERATOR-ID     TO EM-BANK-CHG-APPR-BY
094450     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
094460     MOVE WS-CURRENT-DATE      TO EM-BANK-CHG-APPR-DATE
094470     PERFORM 1500-REWRITE-EMPLOYEE-MASTER
094480     MOVE "BANK-APPROVE"       TO WS-BANK-AUDIT-ACTION
094490     PERFORM 2620-AUDIT-BANK-EVENT THRU 2620-EXIT.
094500 5700-EXIT.
094510     EXIT.
094520
094530*-----------------------------------------------------------------
094540* APPLY THE BANK'S ACH RETURNS. A RETURN OF THE PRENOTE FOR A
094550* PENDING CHANGE MARKS THE CHANGE RETURNED, SO IT IS NEVER PAID.
094560* A RETURN OF A PAYMENT TO THE ACCOUNT ON FILE TAKES THAT ACCOUNT
094570* OUT OF USE (HELD AS A RETURNED CHANGE FOR THE BANK EXCEPTION
094580* REPORT) AND THE EMPLOYEE IS PAID BY CHECK UNTIL A NEW ACCOUNT
094590* IS KEYED, APPROVED AND PRENOTED. EVERY RETURN APPLIED IS LOGGED
094600* TO AUDITLOG; ONE MATCHING NO ACCOUNT FOR THE EMPLOYEE GOES TO
094610* REJFILE (BNM, OR NOF FOR AN EMPLOYEE NOT ON FILE).
094620*-----------------------------------------------------------------
094630 5800-APPLY-BANK-RETURNS.
094640     PERFORM 5810-READ-BANK-RETURN THRU 5810-EXIT
094650     PERFORM 5820-PROCESS-BANK-RETURN THRU 5820-EXIT
094660         UNTIL WS-ACHRTN-EOF
094670     CLOSE BANK-RETURN-FILE
094680     DISPLAY "Bank returns read: " WS-BR-READ-COUNT
094690     DISPLAY "Bank returns applied: " WS-BR-APPLIED-COUNT
094700     DISPLAY "Bank returns rejected to REJFILE: "
094710         WS-BR-REJECT-COUNT.
094720 5800-EXIT.
094730     EXIT.
094740
094750 5810-READ-BANK-RETURN.
094760     READ BANK-RETURN-FILE
094770         AT END
094780             SET WS-ACHRTN-EOF TO TRUE
094790     END-READ.
094800 5810-EXIT.
094810     EXIT.
094820
094830 5820-PROCESS-BANK-RETURN.
094840     ADD 1 TO WS-BR-READ-COUNT
094850     MOVE SPACES TO WS-REJECT-REASON
094860     PERFORM 5830-READ-MASTER-BY-BR-ID THRU 5830-EXIT
094870     IF WS-EMP-NOT-FOUND
094880         MOVE 'NOF' TO WS-REJECT-REASON
094890         GO TO 5820-REJECT
094900     END-IF
094910     IF (EM-BANK-CHG-ENTERED OR EM-BANK-CHG-APPROVED)
094920        AND BR-ROUTING = EM-BANK-CHG-ROUTING
094930        AND BR-ACCOUNT = EM-BANK-CHG-ACCOUNT
094940         SET EM-BANK-CHG-RETURNED TO TRUE
094950     ELSE
094960         IF EM-BANK-CHG-PENDING
094970            OR EM-BANK-ROUTING = ZEROS
094980            OR BR-ROUTING NOT = EM-BANK-ROUTING
094990            OR BR-ACCOUNT NOT = EM-BANK-ACCOUNT
095000             MOVE 'BNM' TO WS-REJECT-REASON
095010             GO TO 5820-REJECT
095020         END-IF
095030         PERFORM 2605-CLEAR-BANK-CHANGE THRU 2605-EXIT
095040         SET EM-BANK-CHG-RETURNED TO TRUE
095050         MOVE EM-BANK-ROUTING  TO EM-BANK-CHG-ROUTING
095060         MOVE EM-BANK-ACCOUNT  TO EM-BANK-CHG-ACCOUNT
095070         MOVE ZEROS            TO EM-BANK-ROUTING
095080         MOVE SPACES           TO EM-BANK-ACCOUNT
095090     END-IF
095100     MOVE BR-RETURN-CODE       TO EM-BANK-RETURN-CODE
095110     IF BR-RETURN-DATE NUMERIC AND BR-RETURN-DATE > ZEROS
095120         MOVE BR-RETURN-DATE   TO EM-BANK-RETURN-DATE
095130     ELSE
095140         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
095150         MOVE WS-CURRENT-DATE  TO EM-BANK-RETURN-DATE
095160     END-IF
095170     PERFORM 1500-REWRITE-EMPLOYEE-MASTER
095180     MOVE "BANK-RETURN"        TO WS-BANK-AUDIT-ACTION
095190     PERFORM 2620-AUDIT-BANK-EVENT THRU 2620-EXIT
095200     ADD 1 TO WS-BR-APPLIED-COUNT
095210     GO TO 5820-READ-NEXT.
095220 5820-REJECT.
095230     PERFORM 5840-WRITE-BR-REJECT THRU 5840-EXIT.
095240 5820-READ-NEXT.
095250     PERFORM 5810-READ-BANK-RETURN THRU 5810-EXIT.
095260 5820-EXIT.
095270     EXIT.
095280
095290 5830-READ-MASTER-BY-BR-ID.
095300     SET WS-EMP-NOT-FOUND TO TRUE
095310     IF BR-EMPLOYEE-ID NOT NUMERIC
095320         GO TO 5830-EXIT
095330     END-IF
095340     MOVE BR-EMPLOYEE-ID TO EM-EMPLOYEE-ID
095350     READ EMPLOYEE-MASTER-FILE
095360         INVALID KEY
095370             GO TO 5830-EXIT
095380     END-READ
095390     IF EM-STATUS-CODE = SPACE
095400         MOVE 'A' TO EM-STATUS-CODE
095410     END-IF
095420     IF EM-PAY-TYPE = SPACE
095430         MOVE 'H' TO EM-PAY-TYPE
095440     END-IF
095450     IF EM-PAY-CYCLE = SPACE
095460         MOVE 'M' TO EM-PAY-CYCLE
095470     END-IF
095480     PERFORM 1130-DEFAULT-WITHHOLDING THRU 1130-EXIT
095490     PERFORM 1135-DEFAULT-TIMECARD-HOURS THRU 1135-EXIT
095500     PERFORM 1137-DEFAULT-EARNINGS THRU 1137-EXIT
095510     PERFORM 1138-DEFAULT-LEAVE THRU 1138-EXIT
095520     PERFORM 1139-DEFAULT-401K THRU 1139-EXIT
095530     PERFORM 1140-DEFAULT-BANK-CHANGE THRU 1140-EXIT
095540     PERFORM 1141-DEFAULT-LAST-CHECK THRU 1141-EXIT
095550     SET WS-EMP-FOUND TO TRUE.
095560 5830-EXIT.
095570     EXIT.
095580
095590*-----------------------------------------------------------------
095600* WRITE A REJECTED BANK RETURN TO REJFILE IN ITS OWN LAYOUT WITH
095610* THE REASON CODE THE CALLER PLACED IN WS-REJECT-REASON.
095620*-----------------------------------------------------------------
095630 5840-WRITE-BR-REJECT.
095640     DISPLAY "Bank return rejected (" WS-REJECT-REASON
095650         ") for employee " BR-EMPLOYEE-ID
095660     MOVE SPACES                   TO REJ-TRAN-DATA
095670     MOVE BANK-RETURN-RECORD       TO REJ-TRAN-DATA
095680     MOVE WS-REJECT-REASON         TO REJ-REASON-CODE
095690     WRITE REJECT-RECORD
095700     IF NOT WS-REJFILE-OK
095710         DISPLAY "Unable to write reject record, status "
095720             WS-REJFILE-STATUS
095730     END-IF
095740     ADD 1 TO WS-BR-REJECT-COUNT.
095750 5840-EXIT.
095760     EXIT.
095770
095780*-----------------------------------------------------------------
095790* QUARTER-END PROCESSING, DRIVEN BY PARM='QTREND,YYYYMM' FROM A
095800* JCL STEP. PRINTS THE QUARTERLY GROSS AND WITHHOLDING BUCKETS
095810* (FEDERAL, SOCIAL SECURITY, MEDICARE, STATE) FOR THE QUARTER
095820* THE NAMED PERIOD FALLS IN, WITH YTD GROSS FOR A CROSS-CHECK
095830* AND QUARTER TOTALS FOR THE 941 AND STATE FILINGS.
095840*-----------------------------------------------------------------
095850 6000-QUARTER-END.
095860     IF WS-MASTER-COUNT = 0
095870         DISPLAY "No employees on master."
095880         GO TO 6000-EXIT
095890     END-IF
095900     OPEN OUTPUT QTR-REPORT-FILE
095910     IF NOT WS-QTRRPT-OK
095920         DISPLAY "Unable to open quarterly report file, status "
095930             WS-QTRRPT-STATUS
095940         GO TO 6000-EXIT
095950     END-IF
095960     MOVE ZEROS TO WS-QTR-RPT-TOTALS
095970     MOVE WS-CURRENT-QUARTER TO WS-QTR-HDR-QUARTER
095980     MOVE WS-PAY-PERIOD(1:4) TO WS-QTR-HDR-YEAR
095990     MOVE WS-QTR-HDR TO QTR-REPORT-RECORD
096000     PERFORM 6020-WRITE-QTR-RECORD THRU 6020-EXIT
096010     MOVE SPACES TO QTR-REPORT-RECORD
096020     PERFORM 6020-WRITE-QTR-RECORD THRU 6020-EXIT
096030     MOVE WS-QTR-COLUMN-HEADING TO QTR-REPORT-RECORD
096040     PERFORM 6020-WRITE-QTR-RECORD THRU 6020-EXIT
096050     PERFORM 1110-POSITION-MASTER THRU 1110-EXIT
096060     PERFORM 6010-PRINT-QTR-DETAIL THRU 6010-EXIT
096070     MOVE SPACES TO QTR-REPORT-RECORD
096080     PERFORM 6020-WRITE-QTR-RECORD THRU 6020-EXIT
096090     MOVE WS-QTR-TOTAL-GROSS TO WS-QTR-TOT-GROSS
096100     MOVE WS-QTR-TOTAL-TAX   TO WS-QTR-TOT-TAX
096110     MOVE WS-QTR-TOTAL-SS-WAGES TO WS-QTR-TOT-SS-WAGES
096120     MOVE WS-QTR-TOTAL-SS-TAX   TO WS-QTR-TOT-SS-TAX
096130     MOVE WS-QTR-TOTAL-MEDICARE TO WS-QTR-TOT-MEDICARE-TAX
096140     MOVE WS-QTR-TOTAL-STATE-TAX TO WS-QTR-TOT-STATE-TAX
096150     MOVE WS-QTR-TOTAL-LINE TO QTR-REPORT-RECORD
096160     PERFORM 6020-WRITE-QTR-RECORD THRU 6020-EXIT
096170     CLOSE QTR-REPORT-FILE
096180     DISPLAY "Quarterly report written to QTRRPT."
096190     MOVE "QTR-END-RPT"      TO AUD-ACTION
096200     MOVE ZEROS              TO AUD-EMPLOYEE-ID
096210     MOVE "ALL EMPLOYEES"    TO AUD-EMPLOYEE-NAME
096220     MOVE ZEROS              TO AUD-BEFORE-NET AUD-AFTER-NET
096230     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
096240 6000-EXIT.
096250     EXIT.
096260
096270 6010-PRINT-QTR-DETAIL.
096280     PERFORM 1120-READ-NEXT-MASTER THRU 1120-EXIT
096290     IF WS-MASTER-EOF
096300         GO TO 6010-EXIT
096310     END-IF
096320     MOVE EM-EMPLOYEE-ID     TO WS-QTR-EMP-ID
096330     MOVE EM-EMPLOYEE-NAME   TO WS-QTR-EMP-NAME
096340     MOVE EM-QTR-GROSS(WS-CURRENT-QUARTER)
096350                             TO WS-QTR-GROSS
096360     MOVE EM-QTR-TAX(WS-CURRENT-QUARTER)
096370                             TO WS-QTR-TAX
096380     MOVE EM-STATE-CODE      TO WS-QTR-STATE-CODE
096390     MOVE EM-QTR-SS-WAGES(WS-CURRENT-QUARTER)
096400                             TO WS-QTR-SS-WAGES
096410     MOVE EM-QTR-SS-TAX(WS-CURRENT-QUARTER)
096420                             TO WS-QTR-SS-TAX
096430     MOVE EM-QTR-MEDICARE-TAX(WS-CURRENT-QUARTER)
096440                             TO WS-QTR-MEDICARE-TAX
096450     MOVE EM-QTR-STATE-TAX(WS-CURRENT-QUARTER)
096460                             TO WS-QTR-STATE-TAX
096470     MOVE EM-YTD-GROSS       TO WS-QTR-YTD-GROSS
096480     MOVE WS-QTR-DETAIL-LINE TO QTR-REPORT-RECORD
096490     PERFORM 6020-WRITE-QTR-RECORD THRU 6020-EXIT
096500     ADD EM-QTR-GROSS(WS-CURRENT-QUARTER)
096510         TO WS-QTR-TOTAL-GROSS
096520     ADD EM-QTR-TAX(WS-CURRENT-QUARTER)
096530         TO WS-QTR-TOTAL-TAX
096540     ADD EM-QTR-SS-WAGES(WS-CURRENT-QUARTER)
096550         TO WS-QTR-TOTAL-SS-WAGES
096560     ADD EM-QTR-SS-TAX(WS-CURRENT-QUARTER)
096570         TO WS-QTR-TOTAL-SS-TAX
096580     ADD EM-QTR-MEDICARE-TAX(WS-CURRENT-QUARTER)
096590         TO WS-QTR-TOTAL-MEDICARE
096600     ADD EM-QTR-STATE-TAX(WS-CURRENT-QUARTER)
096610         TO WS-QTR-TOTAL-STATE-TAX
096620     GO TO 6010-PRINT-QTR-DETAIL.
096630 6010-EXIT.
096640     EXIT.
096650
096660 6020-WRITE-QTR-RECORD.
096670     WRITE QTR-REPORT-RECORD
096680     IF NOT WS-QTRRPT-OK
096690         DISPLAY "Unable to write quarterly report record, "
096700             "status " WS-QTRRPT-STATUS
096710     END-IF.
096720 6020-EXIT.
096730     EXIT.
096740
096750*-----------------------------------------------------------------
096760* MONTHLY ACCRUED LEAVE LIABILITY, DRIVEN BY PARM='PTOLIAB,YYYYMM'
096770* FROM A JCL STEP AFTER THE MONTH'S LAST PAYROLL. EACH EMPLOYEE'S
096780* PAID TIME OFF BALANCE IS VALUED AT THE LEAVE RATE (2310) AND
096790* PRINTED TO LVRPT IN DEPARTMENT ORDER AGAINST THE LIABILITY THE
096800* PRIOR RUN BOOKED. EACH DEPARTMENT'S CHANGE GOES TO GLFILE AS ONE
096810* ACCRUAL ENTRY -- LEAVE EXPENSE AGAINST ACCRUED LEAVE LIABILITY,
096820* OR THE REVERSE FOR A DECREASE -- AND THE NEW LIABILITY IS KEPT
096830* ON THE MASTER, SO A SECOND RUN FOR THE SAME MONTH BOOKS NOTHING.
096840*-----------------------------------------------------------------
096850 6200-LEAVE-LIABILITY.
096860     IF WS-MASTER-COUNT = 0
096870         DISPLAY "No employees on master."
096880         GO TO 6200-EXIT
096890     END-IF
096900     OPEN OUTPUT LEAVE-REPORT-FILE
096910     IF NOT WS-LVRPT-OK
096920         DISPLAY "Unable to open leave liability report file, "
096930             "status " WS-LVRPT-STATUS
096940         MOVE 8 TO RETURN-CODE
096950         GO TO 6200-EXIT
096960     END-IF
096970     OPEN OUTPUT GL-EXTRACT-FILE
096980     IF NOT WS-GLFILE-OK
096990         DISPLAY "Unable to open GL extract file, status "
097000             WS-GLFILE-STATUS
097010         MOVE 8 TO RETURN-CODE
097020         CLOSE LEAVE-REPORT-FILE
097030         GO TO 6200-EXIT
097040     END-IF
097050     MOVE ZEROS TO WS-LV-TOTALS
097060                   WS-LV-EMP-COUNT
097070                   WS-LV-GL-COUNT
097080     MOVE LOW-VALUES TO WS-LV-PREV-DEPT
097090     MOVE WS-PAY-PERIOD TO WS-LVR-HDR-PERIOD
097100     MOVE WS-LVR-HDR TO LEAVE-REPORT-RECORD
097110     PERFORM 6290-WRITE-LEAVE-RECORD THRU 6290-EXIT
097120     MOVE SPACES TO LEAVE-REPORT-RECORD
097130     PERFORM 6290-WRITE-LEAVE-RECORD THRU 6290-EXIT
097140     MOVE WS-LVR-COLUMN-HEADING TO LEAVE-REPORT-RECORD
097150     PERFORM 6290-WRITE-LEAVE-RECORD THRU 6290-EXIT
097160     SORT SORT-WORK-FILE
097170         ON ASCENDING KEY SLV-DEPT-CODE
097180                          SLV-EMPLOYEE-ID
097190         INPUT PROCEDURE IS 6250-RELEASE-LEAVE
097200         OUTPUT PROCEDURE IS 6260-PRINT-LEAVE
097210     MOVE SPACES TO LEAVE-REPORT-RECORD
097220     PERFORM 6290-WRITE-LEAVE-RECORD THRU 6290-EXIT
097230     MOVE WS-LV-EMP-COUNT      TO WS-LVR-EMP-COUNT
097240     MOVE WS-LV-TOT-LIABILITY  TO WS-LVR-TOT-LIABILITY
097250     MOVE WS-LV-TOT-PRIOR      TO WS-LVR-TOT-PRIOR
097260     MOVE WS-LV-TOT-CHANGE     TO WS-LVR-TOT-CHANGE
097270     MOVE WS-LVR-TOTAL-LINE TO LEAVE-REPORT-RECORD
097280     PERFORM 6290-WRITE-LEAVE-RECORD THRU 6290-EXIT
097290     CLOSE LEAVE-REPORT-FILE
097300           GL-EXTRACT-FILE
097310     DISPLAY "Leave liability report written to LVRPT."
097320     DISPLAY "Leave accrual GL records written to GLFILE: "
097330         WS-LV-GL-COUNT
097340     MOVE "LEAVE-LIAB"       TO AUD-ACTION
097350     MOVE ZEROS              TO AUD-EMPLOYEE-ID
097360     MOVE "ALL EMPLOYEES"    TO AUD-EMPLOYEE-NAME
097370     MOVE ZEROS              TO AUD-BEFORE-NET AUD-AFTER-NET
097380     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
097390 6200-EXIT.
097400     EXIT.
097410
097420*-----------------------------------------------------------------
097430* PRINT ONE SORTED EMPLOYEE, CLOSING OUT THE PRIOR DEPARTMENT
097440* FIRST WHEN THE DEPARTMENT CHANGES.
097450*-----------------------------------------------------------------
097460 6210-PRINT-LEAVE-DETAIL.
097470     IF WS-LV-PREV-DEPT NOT = LOW-VALUES
097480        AND SLV-DEPT-CODE NOT = WS-LV-PREV-DEPT
097490         PERFORM 6220-WRITE-LEAVE-DEPT THRU 6220-EXIT
097500     END-IF
097510     MOVE SLV-DEPT-CODE TO WS-LV-PREV-DEPT
097520     COMPUTE WS-LV-EMP-CHANGE = SLV-LIABILITY - SLV-BOOKED
097530     MOVE SLV-DEPT-CODE       TO WS-LVR-DEPT-CODE
097540     MOVE SLV-EMPLOYEE-ID     TO WS-LVR-EMP-ID
097550     MOVE SLV-EMPLOYEE-NAME   TO WS-LVR-EMP-NAME
097560     MOVE SLV-PAY-TYPE        TO WS-LVR-PAY-TYPE
097570     MOVE SLV-BALANCE         TO WS-LVR-BALANCE
097580     MOVE SLV-HOURLY-RATE     TO WS-LVR-RATE
097590     MOVE SLV-LIABILITY       TO WS-LVR-LIABILITY
097600     MOVE SLV-BOOKED          TO WS-LVR-PRIOR
097610     MOVE WS-LV-EMP-CHANGE    TO WS-LVR-CHANGE
097620     MOVE WS-LVR-DETAIL-LINE TO LEAVE-REPORT-RECORD
097630     PERFORM 6290-WRITE-LEAVE-RECORD THRU 6290-EXIT
097640     ADD SLV-LIABILITY TO WS-LV-DEPT-LIABILITY
097650     ADD SLV-BOOKED    TO WS-LV-DEPT-PRIOR
097660     ADD 1 TO WS-LV-EMP-COUNT.
097670 6210-EXIT.
097680     EXIT.
097690
097700*-----------------------------------------------------------------
097710* DEPARTMENT SUBTOTAL AND THE DEPARTMENT'S GL ACCRUAL ENTRY FOR
097720* THE CHANGE IN ITS LIABILITY: AN INCREASE DEBITS LEAVE EXPENSE
097730* (50180000) AND CREDITS ACCRUED LEAVE LIABILITY (21600000), A
097740* DECREASE THE REVERSE. NO CHANGE, NO ENTRY.
097750*-----------------------------------------------------------------
097760 6220-WRITE-LEAVE-DEPT.
097770     COMPUTE WS-LV-DEPT-CHANGE =
097780         WS-LV-DEPT-LIABILITY - WS-LV-DEPT-PRIOR
097790     MOVE WS-LV-PREV-DEPT       TO WS-LVR-DEPT-TOT-CODE
097800     MOVE WS-LV-DEPT-LIABILITY  TO WS-LVR-DEPT-LIABILITY
097810     MOVE WS-LV-DEPT-PRIOR      TO WS-LVR-DEPT-PRIOR
097820     MOVE WS-LV-DEPT-CHANGE     TO WS-LVR-DEPT-CHANGE
097830     MOVE WS-LVR-DEPT-LINE TO LEAVE-REPORT-RECORD
097840     PERFORM 6290-WRITE-LEAVE-RECORD THRU 6290-EXIT
097850     MOVE SPACES TO LEAVE-REPORT-RECORD
097860     PERFORM 6290-WRITE-LEAVE-RECORD THRU 6290-EXIT
097870     IF WS-LV-DEPT-CHANGE > ZERO
097880         MOVE WS-LV-DEPT-CHANGE TO WS-GL-AMOUNT
097890         MOVE '50180000' TO WS-GL-ACCOUNT
097900         MOVE 'DR'       TO WS-GL-DR-CR
097910         PERFORM 6230-WRITE-LEAVE-GL THRU 6230-EXIT
097920         MOVE '21600000' TO WS-GL-ACCOUNT
097930         MOVE 'CR'       TO WS-GL-DR-CR
097940         PERFORM 6230-WRITE-LEAVE-GL THRU 6230-EXIT
097950     END-IF
097960     IF WS-LV-DEPT-CHANGE < ZERO
097970         COMPUTE WS-GL-AMOUNT = ZERO - WS-LV-DEPT-CHANGE
097980         MOVE '21600000' TO WS-GL-ACCOUNT
097990         MOVE 'DR'       TO WS-GL-DR-CR
098000         PERFORM 6230-WRITE-LEAVE-GL THRU 6230-EXIT
098010         MOVE '50180000' TO WS-GL-ACCOUNT
098020         MOVE 'CR'       TO WS-GL-DR-CR
098030         PERFORM 6230-WRITE-LEAVE-GL THRU 6230-EXIT
098040     END-IF
098050     ADD WS-LV-DEPT-LIABILITY TO WS-LV-TOT-LIABILITY
098060     ADD WS-LV-DEPT-PRIOR     TO WS-LV-TOT-PRIOR
098070     ADD WS-LV-DEPT-CHANGE    TO WS-LV-TOT-CHANGE
098080     MOVE ZEROS TO WS-LV-DEPT-LIABILITY
098090                   WS-LV-DEPT-PRIOR
098100                   WS-LV-DEPT-CHANGE.
098110 6220-EXIT.
098120     EXIT.
098130
098140 6230-WRITE-LEAVE-GL.
098150     MOVE SPACES TO WS-GL-DESCRIPTION
098160     IF WS-GL-ACCOUNT = '50180000'
098170         STRING 'LEAVE EXPENSE DEPT ' WS-LV-PREV-DEPT
098180             DELIMITED BY SIZE INTO WS-GL-DESCRIPTION
098190     ELSE
098200         STRING 'ACCRUED LEAVE LIAB DEPT ' WS-LV-PREV-DEPT
098210             DELIMITED BY SIZE INTO WS-GL-DESCRIPTION
098220     END-IF
098230     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
098240     ADD 1 TO WS-LV-GL-COUNT.
098250 6230-EXIT.
098260     EXIT.
098270
098280 6290-WRITE-LEAVE-RECORD.
098290     WRITE LEAVE-REPORT-RECORD
098300     IF NOT WS-LVRPT-OK
098310         DISPLAY "Unable to write leave liability report record, "
098320             "status " WS-LVRPT-STATUS
098330     END-IF.
098340 6290-EXIT.
098350     EXIT.
098360
098370*-----------------------------------------------------------------
098380* YEAR-END PROCESSING, DRIVEN BY PARM='YREND,YYYYMM' FROM A JCL
098390* STEP AFTER THE YEAR'S LAST PAYROLL. WRITES ONE W-2 EXTRACT
098400* RECORD PER EMPLOYEE WITH WAGES THIS YEAR (TERMINATED
098410* EMPLOYEES INCLUDED), THEN ROLLS THE YTD AND QUARTERLY FIELDS
098420* TO ZERO ON THE MASTER FOR THE NEW YEAR. PAID TIME OFF OVER THE
098430* CARRY-OVER LIMIT OF THE EMPLOYEE'S TIER IS FORFEITED (2350).
098440*-----------------------------------------------------------------
098450 6500-YEAR-END.
098460     IF WS-MASTER-COUNT = 0
098470         DISPLAY "No employees on master."
098480         GO TO 6500-EXIT
098490     END-IF
098500*-----------------------------------------------------------------
098510* A SECOND YEAR-END RUN WOULD FIND EVERY YTD ALREADY ZERO AND
098520* OVERWRITE W2FILE WITH AN EMPTY EXTRACT, SO REFUSE TO RUN WHEN
098530* THERE ARE NO WAGES TO EXTRACT.
098540*-----------------------------------------------------------------
098550     MOVE ZEROS TO WS-W2-COUNT
098560     PERFORM 1110-POSITION-MASTER THRU 1110-EXIT
098570     PERFORM 6520-COUNT-WAGE-RECORDS THRU 6520-EXIT
098580     IF WS-W2-COUNT = ZERO
098590         DISPLAY "No year-to-date wages on master. Year-end "
098600             "already run? W2FILE left untouched."
098610         MOVE 8 TO RETURN-CODE
098620         GO TO 6500-EXIT
098630     END-IF
098640     OPEN OUTPUT W2-EXTRACT-FILE
098650     IF NOT WS-W2FILE-OK
098660         DISPLAY "Unable to open W-2 extract file, status "
098670             WS-W2FILE-STATUS
098680         GO TO 6500-EXIT
098690     END-IF
098700     MOVE ZEROS TO WS-W2-COUNT
098710                   WS-LV-FORFEIT-TOTAL
098720                   WS-LV-FORFEIT-COUNT
098730     PERFORM 1110-POSITION-MASTER THRU 1110-EXIT
098740     PERFORM 6510-WRITE-W2-AND-RESET THRU 6510-EXIT
098750     CLOSE W2-EXTRACT-FILE
098760     DISPLAY "W-2 extract records written: " WS-W2-COUNT
098770     DISPLAY "Year-to-date and quarterly fields rolled to zero."
098780     MOVE WS-LV-FORFEIT-TOTAL TO WS-LV-HOURS-DISPLAY
098790     DISPLAY "Paid time off hours forfeited over carry-over "
098800         "limits: " WS-LV-HOURS-DISPLAY " (" WS-LV-FORFEIT-COUNT
098810         " employees)"
098820     MOVE "YEAR-END"         TO AUD-ACTION
098830     MOVE ZEROS              TO AUD-EMPLOYEE-ID
098840     MOVE "ALL EMPLOYEES"    TO AUD-EMPLOYEE-NAME
098850     MOVE ZEROS              TO AUD-BEFORE-NET AUD-AFTER-NET
098860     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
098870 6500-EXIT.
098880     EXIT.
098890
098900 6510-WRITE-W2-AND-RESET.
098910     PERFORM 1120-READ-NEXT-MASTER THRU 1120-EXIT
098920     IF WS-MASTER-EOF
098930         GO TO 6510-EXIT
098940     END-IF
098950     IF EM-YTD-GROSS > ZERO
098960         MOVE EM-EMPLOYEE-ID     TO WS-W2-EMP-ID
098970         MOVE EM-EMPLOYEE-NAME   TO WS-W2-EMP-NAME
098980         MOVE WS-PAY-PERIOD(1:4) TO WS-W2-YEAR
098990         MOVE EM-YTD-GROSS       TO WS-W2-YTD-GROSS
099000         MOVE EM-YTD-TAX         TO WS-W2-YTD-TAX
099010         MOVE EM-YTD-NET         TO WS-W2-YTD-NET
099020         MOVE EM-YTD-SS-WAGES    TO WS-W2-SS-WAGES
099030         MOVE EM-YTD-SS-TAX      TO WS-W2-SS-TAX
099040         MOVE EM-YTD-GROSS       TO WS-W2-MEDICARE-WAGES
099050         MOVE EM-YTD-MEDICARE-TAX TO WS-W2-MEDICARE-TAX
099060         MOVE EM-STATE-CODE      TO WS-W2-STATE-CODE
099070         MOVE EM-YTD-STATE-TAX   TO WS-W2-STATE-TAX
099080         IF EM-STATE-CODE = SPACES
099090             MOVE ZEROS          TO WS-W2-STATE-WAGES
099100         ELSE
099110             MOVE EM-YTD-GROSS   TO WS-W2-STATE-WAGES
099120         END-IF
099130         MOVE WS-W2-DETAIL TO W2-EXTRACT-RECORD
099140         WRITE W2-EXTRACT-RECORD
099150         IF NOT WS-W2FILE-OK
099160             DISPLAY "Unable to write W-2 extract record, "
099170                 "status " WS-W2FILE-STATUS
099180         END-IF
099190         ADD 1 TO WS-W2-COUNT
099200     END-IF
099210     MOVE ZEROS TO EM-YTD-GROSS
099220                   EM-YTD-TAX
099230                   EM-YTD-NET
099240                   EM-QTR-BUCKETS
099250                   EM-YTD-SS-WAGES
099260                   EM-YTD-SS-TAX
099270                   EM-YTD-MEDICARE-TAX
099280                   EM-YTD-STATE-TAX
099290                   EM-WH-QTR-BUCKETS
099300                   EM-YTD-401K
099310     PERFORM 2350-YEAR-END-LEAVE THRU 2350-EXIT
099320     PERFORM 1500-REWRITE-EMPLOYEE-MASTER
099330     GO TO 6510-WRITE-W2-AND-RESET.
099340 6510-EXIT.
099350     EXIT.
099360
099370 6520-COUNT-WAGE-RECORDS.
099380     PERFORM 1120-READ-NEXT-MASTER THRU 1120-EXIT
099390     IF WS-MASTER-EOF
099400         GO TO 6520-EXIT
099410     END-IF
099420     IF EM-YTD-GROSS > ZERO
099430         ADD 1 TO WS-W2-COUNT
099440     END-IF
099450     GO TO 6520-COUNT-WAGE-RECORDS.
099460 6520-EXIT.
099470     EXIT.
099480
099490*-----------------------------------------------------------------
099500* OFF-CYCLE ADJUSTMENT RUN, DRIVEN BY PARM='ADJUST,YYYYMM' FROM
099510* A JCL STEP. APPLIES THE VOID AND ADJUSTMENT TRANSACTIONS ON
099520* ADJFILE TO THE MASTER, WRITES THE REVERSING (AND ANY
099530* REPOSTING) GL ENTRIES, PRINTS CORRECTED STUBS, AND LOGS EVERY
099540* ACTION TO AUDITLOG AND PAYHIST. THE RUN-CONTROL CHECKPOINT IS
099550* DELIBERATELY LEFT ALONE: AN ADJUSTMENT IS OFF-CYCLE AND MUST
099560* NOT REOPEN OR CLOSE A PAY PERIOD. A VOIDED RUN THAT WAS PAID
099570* BY CHECK ALSO WRITES A CHECK VOID TO ADJVOID FOR THE CHECK
099580* RECONCILIATION.
099590*-----------------------------------------------------------------
099600 7000-ADJUSTMENT-RUN.
099610     OPEN INPUT ADJUSTMENT-FILE
099620     IF NOT WS-ADJFILE-OK
099630         DISPLAY "Unable to open adjustment file, status "
099640             WS-ADJFILE-STATUS
099650         MOVE 8 TO RETURN-CODE
099660         GO TO 7000-EXIT
099670     END-IF
099680     OPEN OUTPUT REJECT-FILE
099690     IF NOT WS-REJFILE-OK
099700         DISPLAY "Unable to open reject file, status "
099710             WS-REJFILE-STATUS
099720     END-IF
099730     PERFORM 1070-OPEN-PAY-HISTORY THRU 1070-EXIT
099740     PERFORM 1080-OPEN-GARN-CASES THRU 1080-EXIT
099750     PERFORM 4100-OPEN-PAY-STUB-FILE THRU 4100-EXIT
099760     PERFORM 7060-OPEN-CHECK-VOIDS THRU 7060-EXIT
099770     MOVE ZEROS TO WS-ADJ-READ-COUNT WS-ADJ-VOID-COUNT
099780                   WS-ADJ-REPAY-COUNT WS-REJECT-COUNT
099790                   WS-ADJ-CHECK-VOID-COUNT
099800     MOVE ZEROS TO WS-ADJ-VOID-TOTALS WS-ADJ-REPAY-TOTALS
099810     INITIALIZE WS-AVD-EARNINGS-TOTALS WS-ARP-EARNINGS-TOTALS
099820     PERFORM 7050-READ-ADJUSTMENT THRU 7050-EXIT
099830     PERFORM 7100-PROCESS-ADJUSTMENT THRU 7100-EXIT
099840         UNTIL WS-ADJFILE-EOF
099850     CLOSE ADJUSTMENT-FILE
099860     CLOSE REJECT-FILE
099870     PERFORM 9020-CLOSE-PAY-HISTORY THRU 9020-EXIT
099880     PERFORM 9030-CLOSE-GARN-CASES THRU 9030-EXIT
099890     PERFORM 4200-CLOSE-PAY-STUB-FILE THRU 4200-EXIT
099900     IF WS-ADJVOID-FILE-OPEN
099910         CLOSE CHECK-VOID-FILE
099920         SET WS-ADJVOID-FILE-CLOSED TO TRUE
099930     END-IF
099940     IF WS-ADJ-VOID-COUNT > ZERO OR WS-ADJ-REPAY-COUNT > ZERO
099950         PERFORM 7500-WRITE-ADJ-GL-EXTRACT THRU 7500-EXIT
099960     END-IF
099970     DISPLAY "Adjustments read: " WS-ADJ-READ-COUNT
099980         " voided: " WS-ADJ-VOID-COUNT
099990         " repaid: " WS-ADJ-REPAY-COUNT
100000         " rejected: " WS-REJECT-COUNT
100010     DISPLAY "Checks voided to ADJVOID: " WS-ADJ-CHECK-VOID-COUNT
100020     DISPLAY "Adjustment run complete.".
100030 7000-EXIT.
100040     EXIT.
100050
100060 7050-READ-ADJUSTMENT.
100070     READ ADJUSTMENT-FILE
100080         AT END
100090             SET WS-ADJFILE-EOF TO TRUE
100100     END-READ.
100110 7050-EXIT.
100120     EXIT.
100130
100140*-----------------------------------------------------------------
100150* OPEN THE CHECK-VOID FILE. AN OPEN FAILURE IS REPORTED AND THE
100160* RUN CONTINUES; EACH CHECK VOID IS THEN LISTED ON SYSOUT TO BE
100170* KEYED ON CHKVOID BY HAND.
100180*-----------------------------------------------------------------
100190 7060-OPEN-CHECK-VOIDS.
100200     OPEN OUTPUT CHECK-VOID-FILE
100210     IF WS-ADJVOID-OK
100220         SET WS-ADJVOID-FILE-OPEN TO TRUE
100230     ELSE
100240         SET WS-ADJVOID-FILE-CLOSED TO TRUE
100250         DISPLAY "Unable to open check void file, status "
100260             WS-ADJVOID-STATUS
100270     END-IF.
100280 7060-EXIT.
100290     EXIT.
100300
100310*-----------------------------------------------------------------
100320* DISPATCH ONE ADJUSTMENT TRANSACTION. A BLANK PERIOD ON THE
100330* TRANSACTION DEFAULTS TO THE RUN'S PAY PERIOD FROM THE PARM.
100340*-----------------------------------------------------------------
100350 7100-PROCESS-ADJUSTMENT.
100360     ADD 1 TO WS-ADJ-READ-COUNT
100370     IF ADJ-PAY-PERIOD = SPACES
100380         MOVE WS-PAY-PERIOD TO ADJ-PAY-PERIOD
100390     END-IF
100400     IF ADJ-PAY-SEQ NOT NUMERIC
100410         MOVE WS-PAY-SEQ TO ADJ-PAY-SEQ
100420     END-IF
100430     EVALUATE TRUE
100440         WHEN ADJ-VOID
100450             PERFORM 7110-VOID-POSTED-PAY THRU 7110-EXIT
100460         WHEN ADJ-REPAY
100470             PERFORM 7120-ADJUST-POSTED-PAY THRU 7120-EXIT
100480         WHEN OTHER
100490             DISPLAY "Unknown adjustment code '" ADJ-TRAN-CODE
100500                 "'. Transaction skipped."
100510             MOVE 'COD' TO WS-REJECT-REASON
100520             PERFORM 7170-WRITE-ADJ-REJECT THRU 7170-EXIT
100530     END-EVALUATE
100540     PERFORM 7050-READ-ADJUSTMENT THRU 7050-EXIT.
100550 7100-EXIT.
100560     EXIT.
100570
100580*-----------------------------------------------------------------
100590* VOID ONE POSTED PAYMENT. THE MASTER ONLY HOLDS THE DETAIL OF
100600* THE PERIOD IT IS STAMPED WITH, SO THE NAMED PERIOD MUST MATCH
100610* THE STAMP; ANYTHING OLDER HAS ALREADY BEEN OVERLAID AND IS
100620* REJECTED FOR MANUAL HANDLING.
100630*-----------------------------------------------------------------
100640 7110-VOID-POSTED-PAY.
100650     PERFORM 7150-READ-MASTER-BY-ADJ-ID THRU 7150-EXIT
100660     IF WS-EMP-NOT-FOUND
100670         DISPLAY "Employee " ADJ-EMPLOYEE-ID " not on master. "
100680             "Void transaction skipped."
100690         MOVE 'NOF' TO WS-REJECT-REASON
100700         PERFORM 7170-WRITE-ADJ-REJECT THRU 7170-EXIT
100710         GO TO 7110-EXIT
100720     END-IF
100730     IF EM-LAST-PAID-PERIOD NOT = ADJ-PAY-PERIOD OR
100740        EM-LAST-PAID-SEQ NOT = ADJ-PAY-SEQ
100750         DISPLAY "Employee " ADJ-EMPLOYEE-ID " is stamped "
100760             EM-LAST-PAID-PERIOD ", not " ADJ-PAY-PERIOD
100770             ". Void transaction skipped."
100780         MOVE 'PER' TO WS-REJECT-REASON
100790         PERFORM 7170-WRITE-ADJ-REJECT THRU 7170-EXIT
100800         GO TO 7110-EXIT
100810     END-IF
100820     PERFORM 7130-APPLY-VOID THRU 7130-EXIT
100830     PERFORM 2450-REVERSE-GARNISHMENTS THRU 2450-EXIT
100840     PERFORM 1500-REWRITE-EMPLOYEE-MASTER
100850     ADD 1 TO WS-ADJ-VOID-COUNT
100860     MOVE "VOID-PAY"            TO AUD-ACTION
100870     MOVE EM-EMPLOYEE-ID        TO AUD-EMPLOYEE-ID
100880     MOVE EM-EMPLOYEE-NAME      TO AUD-EMPLOYEE-NAME
100890     MOVE EM-NET-PAY            TO AUD-AFTER-NET
100900     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
100910 7110-EXIT.
100920     EXIT.
100930
100940*-----------------------------------------------------------------
100950* VOID AND REPAY AT CORRECTED FIGURES. THE CORRECTIONS ARE
100960* EDITED BEFORE THE VOID IS APPLIED SO A BAD TRANSACTION
100970* CANNOT LEAVE THE MASTER HALF-REVERSED. ZERO CORRECTION
100980* FIELDS KEEP THE MASTER'S VALUES. THE EARNINGS LINES ARE REPAID
100990* (HOURS-BASIS LINES REPRICED AT THE CORRECTED RATE) ONLY WHEN
101000* THEY BELONG TO THE ADJUSTED RUN; LINES ALREADY POSTED FOR A
101010* LATER RUN ARE LEFT OUT OF THE REPAY AND KEPT FOR THAT RUN.
101020*-----------------------------------------------------------------
101030 7120-ADJUST-POSTED-PAY.
101040     PERFORM 7150-READ-MASTER-BY-ADJ-ID THRU 7150-EXIT
101050     IF WS-EMP-NOT-FOUND
101060         DISPLAY "Employee " ADJ-EMPLOYEE-ID " not on master. "
101070             "Adjustment transaction skipped."
101080         MOVE 'NOF' TO WS-REJECT-REASON
101090         PERFORM 7170-WRITE-ADJ-REJECT THRU 7170-EXIT
101100         GO TO 7120-EXIT
101110     END-IF
101120     IF EM-LAST-PAID-PERIOD NOT = ADJ-PAY-PERIOD OR
101130        EM-LAST-PAID-SEQ NOT = ADJ-PAY-SEQ
101140         DISPLAY "Employee " ADJ-EMPLOYEE-ID " is stamped "
101150             EM-LAST-PAID-PERIOD ", not " ADJ-PAY-PERIOD
101160             ". Adjustment transaction skipped."
101170         MOVE 'PER' TO WS-REJECT-REASON
101180         PERFORM 7170-WRITE-ADJ-REJECT THRU 7170-EXIT
101190         GO TO 7120-EXIT
101200     END-IF
101210     IF ADJ-HOURS-WORKED > WS-MAX-HOURS-WORKED
101220         DISPLAY "Corrected hours out of range for employee "
101230             ADJ-EMPLOYEE-ID ". Adjustment skipped."
101240         MOVE 'RNG' TO WS-REJECT-REASON
101250         PERFORM 7170-WRITE-ADJ-REJECT THRU 7170-EXIT
101260         GO TO 7120-EXIT
101270     END-IF
101280     IF ADJ-HOURLY-RATE > ZEROS AND
101290        (ADJ-HOURLY-RATE < WS-MIN-HOURLY-RATE OR
101300         ADJ-HOURLY-RATE > WS-MAX-HOURLY-RATE)
101310         DISPLAY "Corrected rate out of range for employee "
101320             ADJ-EMPLOYEE-ID ". Adjustment skipped."
101330         MOVE 'RNG' TO WS-REJECT-REASON
101340         PERFORM 7170-WRITE-ADJ-REJECT THRU 7170-EXIT
101350         GO TO 7120-EXIT
101360     END-IF
101370     PERFORM 7130-APPLY-VOID THRU 7130-EXIT
101380     IF ADJ-HOURS-WORKED > ZEROS
101390         MOVE ADJ-HOURS-WORKED TO EM-HOURS-WORKED
101400         SET EM-HOURS-KEYED TO TRUE
101410     END-IF
101420     IF ADJ-HOURLY-RATE > ZEROS
101430         MOVE ADJ-HOURLY-RATE TO EM-HOURLY-RATE
101440     END-IF
101450     IF ADJ-PERIOD-SALARY > ZEROS
101460         MOVE ADJ-PERIOD-SALARY TO EM-PERIOD-SALARY
101470     END-IF
101480     MOVE EM-ERN-COUNT TO WS-ERN-SAVE-COUNT
101490     IF EM-ERN-RUN-ID(1:6) NOT = ADJ-PAY-PERIOD OR
101500        EM-ERN-RUN-ID(7:2) NOT = ADJ-PAY-SEQ
101510         MOVE ZERO TO EM-ERN-COUNT
101520     END-IF
101530     PERFORM 1910-COMPUTE-PERIOD-PAY THRU 1910-EXIT
101540     MOVE WS-ERN-SAVE-COUNT TO EM-ERN-COUNT
101550     ADD EM-GROSS-PAY      TO EM-YTD-GROSS
101560     ADD EM-TAX-DEDUCTION  TO EM-YTD-TAX
101570     ADD EM-NET-PAY        TO EM-YTD-NET
101580     ADD EM-401K-DEDUCTION TO EM-YTD-401K
101590     ADD EM-GROSS-PAY
101600         TO EM-QTR-GROSS(WS-ADJ-QUARTER)
101610     ADD EM-TAX-DEDUCTION
101620         TO EM-QTR-TAX(WS-ADJ-QUARTER)
101630     ADD EM-SS-WAGES            TO EM-YTD-SS-WAGES
101640     ADD EM-SS-DEDUCTION        TO EM-YTD-SS-TAX
101650     ADD EM-MEDICARE-DEDUCTION  TO EM-YTD-MEDICARE-TAX
101660     ADD EM-STATE-TAX-DEDUCTION TO EM-YTD-STATE-TAX
101670     ADD EM-SS-WAGES
101680         TO EM-QTR-SS-WAGES(WS-ADJ-QUARTER)
101690     ADD EM-SS-DEDUCTION
101700         TO EM-QTR-SS-TAX(WS-ADJ-QUARTER)
101710     ADD EM-MEDICARE-DEDUCTION
101720         TO EM-QTR-MEDICARE-TAX(WS-ADJ-QUARTER)
101730     ADD EM-STATE-TAX-DEDUCTION
101740         TO EM-QTR-STATE-TAX(WS-ADJ-QUARTER)
101750     MOVE ADJ-PAY-PERIOD TO EM-LAST-PAID-PERIOD
101760     MOVE ADJ-PAY-SEQ    TO EM-LAST-PAID-SEQ
101770     PERFORM 1500-REWRITE-EMPLOYEE-MASTER
101780     ADD 1 TO WS-ADJ-REPAY-COUNT
101790     ADD EM-GROSS-PAY        TO WS-ARP-GROSS
101800     ADD EM-TAX-DEDUCTION    TO WS-ARP-TAX
101810     ADD EM-SS-DEDUCTION     TO WS-ARP-SS
101820     ADD EM-MEDICARE-DEDUCTION
101830                             TO WS-ARP-MEDICARE
101840     ADD EM-STATE-TAX-DEDUCTION
101850                             TO WS-ARP-STATE
101860     ADD EM-HEALTH-DEDUCTION TO WS-ARP-HEALTH
101870     ADD EM-401K-DEDUCTION   TO WS-ARP-401K
101880     ADD EM-GARNISHMENT-AMT  TO WS-ARP-GARN
101890     ADD EM-NET-PAY          TO WS-ARP-NET
101900     COMPUTE WS-GL-EMP-ER-FICA =
101910         EM-GROSS-PAY * WS-EMPLOYER-FICA-RATE
101920     ADD WS-GL-EMP-ER-FICA   TO WS-ARP-ER-FICA
101930     COMPUTE WS-GL-EMP-ER-MATCH =
101940         EM-401K-DEDUCTION / 2
101950     ADD WS-GL-EMP-ER-MATCH  TO WS-ARP-ER-MATCH
101960     ADD WS-EMPLOYER-HEALTH-SHARE
101970                             TO WS-ARP-ER-HEALTH
101980     PERFORM 7125-ADD-REPAY-EARNINGS THRU 7125-EXIT
101990         VARYING WS-ERN-SUB FROM 1 BY 1
102000         UNTIL WS-ERN-SUB > WS-ERN-SPLIT-COUNT
102010     MOVE 'J' TO WS-ADJ-HIST-TYPE
102020     PERFORM 7140-WRITE-ADJ-HISTORY THRU 7140-EXIT
102030     PERFORM 4000-PRINT-PAY-STUB THRU 4000-EXIT
102040     MOVE "ADJUST-PAY"          TO AUD-ACTION
102050     MOVE EM-EMPLOYEE-ID        TO AUD-EMPLOYEE-ID
102060     MOVE EM-EMPLOYEE-NAME      TO AUD-EMPLOYEE-NAME
102070     MOVE EM-NET-PAY            TO AUD-AFTER-NET
102080     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
102090 7120-EXIT.
102100     EXIT.
102110
102120*-----------------------------------------------------------------
102130* ONE REPAID EARNINGS LINE INTO ITS CODE'S REPOSTING BUCKET.
102140*-----------------------------------------------------------------
102150 7125-ADD-REPAY-EARNINGS.
102160     MOVE EM-ERN-CODE(WS-ERN-SUB) TO WS-EC-LOOKUP-CODE
102170     PERFORM 2200-FIND-EARNINGS-CODE THRU 2200-EXIT
102180     IF WS-EC-FOUND
102190         ADD EM-ERN-AMOUNT(WS-ERN-SUB)
102200                TO WS-ARP-ERN-TOTAL(WS-EC-SUB)
102210     END-IF.
102220 7125-EXIT.
102230     EXIT.
102240
102250*-----------------------------------------------------------------
102260* BACK THE STAMPED PERIOD'S POSTED FIGURES OUT OF THE YTD AND
102270* QUARTER BUCKETS, RECORD THE REVERSAL ON PAYHIST ('V'), VOID
102280* THE RUN'S CHECK IF IT HAD ONE, AND CLEAR THE CURRENT-PERIOD
102290* FIELDS AND PERIOD STAMP SO THE EMPLOYEE CAN BE PAID FOR THE
102300* PERIOD AGAIN. THE CALLER REWRITES THE MASTER.
102310*-----------------------------------------------------------------
102320 7130-APPLY-VOID.
102330     MOVE EM-NET-PAY TO AUD-BEFORE-NET
102340     MOVE ADJ-PAY-PERIOD(5:2) TO WS-ADJ-PERIOD-MONTH
102350     COMPUTE WS-ADJ-QUARTER = (WS-ADJ-PERIOD-MONTH + 2) / 3
102360     SUBTRACT EM-GROSS-PAY     FROM EM-YTD-GROSS
102370     SUBTRACT EM-TAX-DEDUCTION FROM EM-YTD-TAX
102380     SUBTRACT EM-NET-PAY       FROM EM-YTD-NET
102390     SUBTRACT EM-GROSS-PAY
102400         FROM EM-QTR-GROSS(WS-ADJ-QUARTER)
102410     SUBTRACT EM-TAX-DEDUCTION
102420         FROM EM-QTR-TAX(WS-ADJ-QUARTER)
102430     SUBTRACT EM-SS-WAGES            FROM EM-YTD-SS-WAGES
102440     SUBTRACT EM-SS-DEDUCTION        FROM EM-YTD-SS-TAX
102450     SUBTRACT EM-MEDICARE-DEDUCTION  FROM EM-YTD-MEDICARE-TAX
102460     SUBTRACT EM-STATE-TAX-DEDUCTION FROM EM-YTD-STATE-TAX
102470     SUBTRACT EM-401K-DEDUCTION      FROM EM-YTD-401K
102480     SUBTRACT EM-SS-WAGES
102490         FROM EM-QTR-SS-WAGES(WS-ADJ-QUARTER)
102500     SUBTRACT EM-SS-DEDUCTION
102510         FROM EM-QTR-SS-TAX(WS-ADJ-QUARTER)
102520     SUBTRACT EM-MEDICARE-DEDUCTION
102530         FROM EM-QTR-MEDICARE-TAX(WS-ADJ-QUARTER)
102540     SUBTRACT EM-STATE-TAX-DEDUCTION
102550         FROM EM-QTR-STATE-TAX(WS-ADJ-QUARTER)
102560     ADD EM-GROSS-PAY        TO WS-AVD-GROSS
102570     ADD EM-TAX-DEDUCTION    TO WS-AVD-TAX
102580     ADD EM-SS-DEDUCTION     TO WS-AVD-SS
102590     ADD EM-MEDICARE-DEDUCTION
102600                             TO WS-AVD-MEDICARE
102610     ADD EM-STATE-TAX-DEDUCTION
102620                             TO WS-AVD-STATE
102630     ADD EM-HEALTH-DEDUCTION TO WS-AVD-HEALTH
102640     ADD EM-401K-DEDUCTION   TO WS-AVD-401K
102650     ADD EM-GARNISHMENT-AMT  TO WS-AVD-GARN
102660     ADD EM-NET-PAY          TO WS-AVD-NET
102670     COMPUTE WS-GL-EMP-ER-FICA =
102680         EM-GROSS-PAY * WS-EMPLOYER-FICA-RATE
102690     ADD WS-GL-EMP-ER-FICA   TO WS-AVD-ER-FICA
102700     COMPUTE WS-GL-EMP-ER-MATCH =
102710         EM-401K-DEDUCTION / 2
102720     ADD WS-GL-EMP-ER-MATCH  TO WS-AVD-ER-MATCH
102730     ADD WS-EMPLOYER-HEALTH-SHARE
102740                             TO WS-AVD-ER-HEALTH
102750     IF EM-ERN-RUN-ID(1:6) = ADJ-PAY-PERIOD AND
102760        EM-ERN-RUN-ID(7:2) = ADJ-PAY-SEQ
102770         PERFORM 7135-ADD-VOID-EARNINGS THRU 7135-EXIT
102780             VARYING WS-ERN-SUB FROM 1 BY 1
102790             UNTIL WS-ERN-SUB > EM-ERN-COUNT
102800     END-IF
102810     MOVE 'V' TO WS-ADJ-HIST-TYPE
102820     MOVE ZEROS TO WS-STRAIGHT-HOURS WS-OVERTIME-HOURS
102830                   WS-STRAIGHT-PAY WS-OVERTIME-PAY
102840     PERFORM 7140-WRITE-ADJ-HISTORY THRU 7140-EXIT
102850     MOVE ZEROS TO EM-GROSS-PAY
102860                   EM-TAX-RATE
102870                   EM-TAX-DEDUCTION
102880                   EM-HEALTH-DEDUCTION
102890                   EM-401K-DEDUCTION
102900                   EM-NET-PAY
102910                   EM-SS-DEDUCTION
102920                   EM-MEDICARE-DEDUCTION
102930                   EM-STATE-TAX-DEDUCTION
102940                   EM-SS-WAGES
102950                   EM-SUPP-WAGES
102960                   EM-SUPP-TAX
102970     PERFORM 7145-WRITE-CHECK-VOID THRU 7145-EXIT
102980     MOVE SPACES TO EM-LAST-PAID-PERIOD
102990     MOVE SPACES TO EM-LAST-PAID-SEQ.
103000 7130-EXIT.
103010     EXIT.
103020
103030*-----------------------------------------------------------------
103040* ONE VOIDED EARNINGS LINE INTO ITS CODE'S REVERSAL BUCKET.
103050*-----------------------------------------------------------------
103060 7135-ADD-VOID-EARNINGS.
103070     MOVE EM-ERN-CODE(WS-ERN-SUB) TO WS-EC-LOOKUP-CODE
103080     PERFORM 2200-FIND-EARNINGS-CODE THRU 2200-EXIT
103090     IF WS-EC-FOUND
103100         ADD EM-ERN-AMOUNT(WS-ERN-SUB)
103110                TO WS-AVD-ERN-TOTAL(WS-EC-SUB)
103120     END-IF.
103130 7135-EXIT.
103140     EXIT.
103150
103160*-----------------------------------------------------------------
103170* APPEND ONE ADJUSTMENT RECORD TO PAYHIST: TYPE 'V' CARRIES THE
103180* AMOUNTS BACKED OUT, TYPE 'J' THE CORRECTED AMOUNTS REPAID,
103190* BOTH UNDER THE ADJUSTED PERIOD SO AN INQUIRY OVER THE PERIOD
103200* SHOWS THE WHOLE STORY NEXT TO THE ORIGINAL 'P' DETAIL. A 'J'
103210* IS FOLLOWED BY ITS 'E' EARNINGS LINES AS REPRICED.
103220*-----------------------------------------------------------------
103230 7140-WRITE-ADJ-HISTORY.
103240     IF WS-PAYHIST-FILE-CLOSED
103250         GO TO 7140-EXIT
103260     END-IF
103270     MOVE SPACES TO PAY-HISTORY-RECORD
103280     MOVE WS-ADJ-HIST-TYPE    TO PH-RECORD-TYPE
103290     MOVE ADJ-PAY-PERIOD      TO PH-PAY-PERIOD
103300     MOVE ADJ-PAY-SEQ         TO PH-PAY-SEQ
103310     MOVE EM-EMPLOYEE-ID      TO PH-EMPLOYEE-ID
103320     MOVE EM-HOURS-WORKED     TO PH-HOURS-WORKED
103330     MOVE WS-STRAIGHT-HOURS   TO PH-STRAIGHT-HOURS
103340     MOVE WS-OVERTIME-HOURS   TO PH-OVERTIME-HOURS
103350     MOVE WS-STRAIGHT-PAY     TO PH-STRAIGHT-PAY
103360     MOVE WS-OVERTIME-PAY     TO PH-OVERTIME-PAY
103370     MOVE EM-GROSS-PAY        TO PH-GROSS-PAY
103380     MOVE EM-TAX-RATE         TO PH-TAX-RATE
103390     MOVE EM-TAX-DEDUCTION    TO PH-TAX-DEDUCTION
103400     MOVE EM-HEALTH-DEDUCTION TO PH-HEALTH-DEDUCTION
103410     MOVE EM-401K-DEDUCTION   TO PH-401K-DEDUCTION
103420     MOVE EM-GARNISHMENT-AMT  TO PH-GARNISHMENT-AMT
103430     MOVE EM-NET-PAY          TO PH-NET-PAY
103440     PERFORM 1960-MOVE-HIST-WITHHOLDING THRU 1960-EXIT
103450     WRITE PAY-HISTORY-RECORD
103460     IF NOT WS-PAYHIST-OK
103470         DISPLAY "Unable to write pay history record, status "
103480             WS-PAYHIST-STATUS
103490     END-IF
103500     IF WS-ADJ-HIST-TYPE = 'J'
103510         MOVE ADJ-PAY-PERIOD TO WS-ERN-HIST-PERIOD
103520         MOVE ADJ-PAY-SEQ    TO WS-ERN-HIST-SEQ
103530         PERFORM 1957-WRITE-EARNINGS-HISTORY THRU 1957-EXIT
103540             VARYING WS-ERN-SUB FROM 1 BY 1
103550             UNTIL WS-ERN-SUB > WS-ERN-SPLIT-COUNT
103560     END-IF.
103570 7140-EXIT.
103580     EXIT.
103590
103600*-----------------------------------------------------------------
103610* VOID THE CHECK THAT PAID THE RUN BEING VOIDED: A REASON PAY
103620* VOID TO ADJVOID, DATED THE RUN DATE, FOR THE NEXT CHECK
103630* RECONCILIATION TO APPLY. A RUN PAID BY ACH HAS NO CHECK.
103640*-----------------------------------------------------------------
103650 7145-WRITE-CHECK-VOID.
103660     IF EM-LAST-CHECK-NO = ZERO
103670         GO TO 7145-EXIT
103680     END-IF
103690     IF WS-ADJVOID-FILE-CLOSED
103700         DISPLAY "Check " EM-LAST-CHECK-NO " for employee "
103710             EM-EMPLOYEE-ID " must be keyed on CHKVOID,"
103720             " reason PAY."
103730         MOVE 8 TO RETURN-CODE
103740         GO TO 7145-EXIT
103750     END-IF
103760     MOVE SPACES           TO CHECK-VOID-RECORD
103770     MOVE EM-LAST-CHECK-NO TO CV-CHECK-NO
103780     MOVE 'PAY'            TO CV-REASON
103790     MOVE WS-PAY-DATE      TO CV-VOID-DATE
103800     MOVE 'PAYADJ'         TO CV-OPERATOR-ID
103810     WRITE CHECK-VOID-RECORD
103820     IF NOT WS-ADJVOID-OK
103830         DISPLAY "Unable to write check void for check "
103840             EM-LAST-CHECK-NO ", status " WS-ADJVOID-STATUS
103850         MOVE 8 TO RETURN-CODE
103860         GO TO 7145-EXIT
103870     END-IF
103880     ADD 1 TO WS-ADJ-CHECK-VOID-COUNT
103890     MOVE ZEROS TO EM-LAST-CHECK-NO.
103900 7145-EXIT.
103910     EXIT.
103920
103930*-----------------------------------------------------------------
103940* A KEYED READ BYPASSES 1120-READ-NEXT-MASTER, SO THE BLANK
103950* RUN-SEQUENCE DEFAULT A PRE-SEQUENCE STAMP RELIES ON IS
103960* APPLIED HERE TOO; OTHERWISE EVERY VOID OR ADJUSTMENT AGAINST
103970* SUCH A RECORD WOULD FAIL THE STAMP COMPARE. THE WITHHOLDING
103980* DEFAULTS ARE APPLIED FOR THE SAME REASON BEFORE A VOID BACKS
103990* THE PERIOD'S TAXES OUT OF THE YEAR-TO-DATE FIGURES.
104000*-----------------------------------------------------------------
104010 7150-READ-MASTER-BY-ADJ-ID.
104020     SET WS-EMP-NOT-FOUND TO TRUE
104030     MOVE ADJ-EMPLOYEE-ID TO EM-EMPLOYEE-ID
104040     READ EMPLOYEE-MASTER-FILE
104050         INVALID KEY
104060             GO TO 7150-EXIT
104070     END-READ
104080     IF EM-LAST-PAID-PERIOD NOT = SPACES AND
104090        EM-LAST-PAID-SEQ NOT NUMERIC
104100         MOVE '01' TO EM-LAST-PAID-SEQ
104110     END-IF
104120     PERFORM 1130-DEFAULT-WITHHOLDING THRU 1130-EXIT
104130     PERFORM 1135-DEFAULT-TIMECARD-HOURS THRU 1135-EXIT
104140     PERFORM 1137-DEFAULT-EARNINGS THRU 1137-EXIT
104150     PERFORM 1138-DEFAULT-LEAVE THRU 1138-EXIT
104160     PERFORM 1139-DEFAULT-401K THRU 1139-EXIT
104170     PERFORM 1140-DEFAULT-BANK-CHANGE THRU 1140-EXIT
104180     PERFORM 1141-DEFAULT-LAST-CHECK THRU 1141-EXIT
104190     SET WS-EMP-FOUND TO TRUE.
104200 7150-EXIT.
104210     EXIT.
104220
104230 7170-WRITE-ADJ-REJECT.
104240     MOVE SPACES             TO REJ-TRAN-DATA
104250     MOVE ADJUSTMENT-RECORD  TO REJ-TRAN-DATA
104260     MOVE WS-REJECT-REASON   TO REJ-REASON-CODE
104270     WRITE REJECT-RECORD
104280     IF NOT WS-REJFILE-OK
104290         DISPLAY "Unable to write reject record, status "
104300             WS-REJFILE-STATUS
104310     END-IF
104320     ADD 1 TO WS-REJECT-COUNT.
104330 7170-EXIT.
104340     EXIT.
104350
104360*-----------------------------------------------------------------
104370* WRITE THE ADJUSTMENT RUN'S GL EXTRACT: A REVERSING BLOCK FOR
104380* THE VOIDED AMOUNTS (EXPENSES CREDITED BACK, PAYABLES AND CASH
104390* DEBITED) AND, WHEN ANY REPAYS POSTED, A REPOSTING BLOCK IN
104400* THE NORMAL ORIENTATION. THE FILE IS PROVED IN BALANCE LIKE
104410* THE NIGHTLY EXTRACT; AN OUT-OF-BALANCE FILE ENDS THE RUN
104420* RC=8. THE ADJUSTMENT JOB POINTS GLFILE AT ITS OWN DATA SET
104430* SO THE NIGHTLY EXTRACT IS NEVER OVERWRITTEN.
104440*-----------------------------------------------------------------
104450 7500-WRITE-ADJ-GL-EXTRACT.
104460     OPEN OUTPUT GL-EXTRACT-FILE
104470     IF NOT WS-GLFILE-OK
104480         DISPLAY "Unable to open GL extract file, status "
104490             WS-GLFILE-STATUS
104500         MOVE 8 TO RETURN-CODE
104510         GO TO 7500-EXIT
104520     END-IF
104530     IF WS-ADJ-VOID-COUNT > ZERO
104540         PERFORM 7510-WRITE-REVERSAL-BLOCK THRU 7510-EXIT
104550     END-IF
104560     IF WS-ADJ-REPAY-COUNT > ZERO
104570         PERFORM 7520-WRITE-REPOST-BLOCK THRU 7520-EXIT
104580     END-IF
104590     CLOSE GL-EXTRACT-FILE
104600     COMPUTE WS-ADJ-GL-DEBITS =
104610         WS-AVD-TAX + WS-AVD-HEALTH + WS-AVD-401K
104620         + WS-AVD-SS + WS-AVD-MEDICARE + WS-AVD-STATE
104630         + WS-AVD-GARN + WS-AVD-NET + WS-AVD-ER-FICA
104640         + WS-AVD-ER-MATCH + WS-AVD-ER-HEALTH
104650         + WS-ARP-GROSS + WS-ARP-ER-FICA
104660         + WS-ARP-ER-MATCH + WS-ARP-ER-HEALTH
104670     COMPUTE WS-ADJ-GL-CREDITS =
104680         WS-AVD-GROSS + WS-AVD-ER-FICA
104690         + WS-AVD-ER-MATCH + WS-AVD-ER-HEALTH
104700         + WS-ARP-TAX + WS-ARP-HEALTH + WS-ARP-401K
104710         + WS-ARP-SS + WS-ARP-MEDICARE + WS-ARP-STATE
104720         + WS-ARP-GARN + WS-ARP-NET + WS-ARP-ER-FICA
104730         + WS-ARP-ER-MATCH + WS-ARP-ER-HEALTH
104740     IF WS-ADJ-GL-DEBITS NOT = WS-ADJ-GL-CREDITS
104750         DISPLAY "Adjustment GL extract out of balance. Debits "
104760             WS-ADJ-GL-DEBITS " credits " WS-ADJ-GL-CREDITS
104770         MOVE 8 TO RETURN-CODE
104780     ELSE
104790         DISPLAY "Adjustment GL extract written to GLFILE "
104800             "and in balance."
104810     END-IF.
104820 7500-EXIT.
104830     EXIT.
104840
104850 7510-WRITE-REVERSAL-BLOCK.
104860     MOVE '50100000' TO WS-GL-ACCOUNT
104870     MOVE 'CR'       TO WS-GL-DR-CR
104880     MOVE WS-AVD-GROSS TO WS-GL-BASE-WAGES
104890     PERFORM 7515-LESS-VOID-EARNINGS THRU 7515-EXIT
104900         VARYING WS-EC-SUB FROM 1 BY 1
104910         UNTIL WS-EC-SUB > WS-EARNINGS-CODE-COUNT
104920     MOVE WS-GL-BASE-WAGES TO WS-GL-AMOUNT
104930     MOVE 'GROSS WAGES REVERSED' TO WS-GL-DESCRIPTION
104940     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
104950     PERFORM 7517-WRITE-VOID-EARNINGS THRU 7517-EXIT
104960         VARYING WS-EC-SUB FROM 1 BY 1
104970         UNTIL WS-EC-SUB > WS-EARNINGS-CODE-COUNT
104980     MOVE '21100000' TO WS-GL-ACCOUNT
104990     MOVE 'DR'       TO WS-GL-DR-CR
105000     MOVE WS-AVD-TAX TO WS-GL-AMOUNT
105010     MOVE 'FEDERAL TAX PAYABLE REVERSED' TO WS-GL-DESCRIPTION
105020     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
105030     MOVE '21110000' TO WS-GL-ACCOUNT
105040     MOVE 'DR'       TO WS-GL-DR-CR
105050     MOVE WS-AVD-SS TO WS-GL-AMOUNT
105060     MOVE 'SOC SEC PAYABLE REVERSED' TO WS-GL-DESCRIPTION
105070     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
105080     MOVE '21120000' TO WS-GL-ACCOUNT
105090     MOVE 'DR'       TO WS-GL-DR-CR
105100     MOVE WS-AVD-MEDICARE TO WS-GL-AMOUNT
105110     MOVE 'MEDICARE PAYABLE REVERSED' TO WS-GL-DESCRIPTION
105120     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
105130     MOVE '21130000' TO WS-GL-ACCOUNT
105140     MOVE 'DR'       TO WS-GL-DR-CR
105150     MOVE WS-AVD-STATE TO WS-GL-AMOUNT
105160     MOVE 'STATE TAX PAYABLE REVERSED' TO WS-GL-DESCRIPTION
105170     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
105180     MOVE '21200000' TO WS-GL-ACCOUNT
105190     MOVE 'DR'       TO WS-GL-DR-CR
105200     MOVE WS-AVD-HEALTH TO WS-GL-AMOUNT
105210     MOVE 'HEALTH PAYABLE REVERSED' TO WS-GL-DESCRIPTION
105220     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
105230     MOVE '21300000' TO WS-GL-ACCOUNT
105240     MOVE 'DR'       TO WS-GL-DR-CR
105250     MOVE WS-AVD-401K TO WS-GL-AMOUNT
105260     MOVE '401K PAYABLE REVERSED' TO WS-GL-DESCRIPTION
105270     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
105280     MOVE '21400000' TO WS-GL-ACCOUNT
105290     MOVE 'DR'       TO WS-GL-DR-CR
105300     MOVE WS-AVD-GARN TO WS-GL-AMOUNT
105310     MOVE 'GARNISHMENT PAYABLE REVERSED' TO WS-GL-DESCRIPTION
105320     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
105330     MOVE '10100000' TO WS-GL-ACCOUNT
105340     MOVE 'DR'       TO WS-GL-DR-CR
105350     MOVE WS-AVD-NET TO WS-GL-AMOUNT
105360     MOVE 'CASH - NET PAY REVERSED' TO WS-GL-DESCRIPTION
105370     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
105380     MOVE '50200000' TO WS-GL-ACCOUNT
105390     MOVE 'CR'       TO WS-GL-DR-CR
105400     MOVE WS-AVD-ER-FICA TO WS-GL-AMOUNT
105410     MOVE 'EMPLOYER FICA EXP REVERSED' TO WS-GL-DESCRIPTION
105420     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
105430     MOVE '21500000' TO WS-GL-ACCOUNT
105440     MOVE 'DR'       TO WS-GL-DR-CR
105450     MOVE WS-AVD-ER-FICA TO WS-GL-AMOUNT
105460     MOVE 'EMPLOYER FICA PAY REVERSED' TO WS-GL-DESCRIPTION
105470     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
105480     MOVE '50300000' TO WS-GL-ACCOUNT
105490     MOVE 'CR'       TO WS-GL-DR-CR
105500     MOVE WS-AVD-ER-MATCH TO WS-GL-AMOUNT
105510     MOVE '401K MATCH EXP REVERSED' TO WS-GL-DESCRIPTION
105520     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
105530     MOVE '21310000' TO WS-GL-ACCOUNT
105540     MOVE 'DR'       TO WS-GL-DR-CR
105550     MOVE WS-AVD-ER-MATCH TO WS-GL-AMOUNT
105560     MOVE '401K MATCH PAY REVERSED' TO WS-GL-DESCRIPTION
105570     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
105580     MOVE '50400000' TO WS-GL-ACCOUNT
105590     MOVE 'CR'       TO WS-GL-DR-CR
105600     MOVE WS-AVD-ER-HEALTH TO WS-GL-AMOUNT
105610     MOVE 'EMPLOYER HEALTH EXP REVERSED' TO WS-GL-DESCRIPTION
105620     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
105630     MOVE '21210000' TO WS-GL-ACCOUNT
105640     MOVE 'DR'       TO WS-GL-DR-CR
105650     MOVE WS-AVD-ER-HEALTH TO WS-GL-AMOUNT
105660     MOVE 'EMPLOYER HEALTH PAY REVERSED' TO WS-GL-DESCRIPTION
105670     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT.
105680 7510-EXIT.
105690     EXIT.
105700
105710*-----------------------------------------------------------------
105720* THE VOIDED EARNINGS-CODE PAY COMES OUT OF ITS OWN EXPENSE
105730* ACCOUNTS, LEAVING ONLY BASE PAY ON THE GROSS WAGES REVERSAL.
105740*-----------------------------------------------------------------
105750 7515-LESS-VOID-EARNINGS.
105760     SUBTRACT WS-AVD-ERN-TOTAL(WS-EC-SUB) FROM WS-GL-BASE-WAGES.
105770 7515-EXIT.
105780     EXIT.
105790
105800 7517-WRITE-VOID-EARNINGS.
105810     IF WS-AVD-ERN-TOTAL(WS-EC-SUB) = ZERO
105820         GO TO 7517-EXIT
105830     END-IF
105840     SET EC-IDX TO WS-EC-SUB
105850     MOVE EC-GL-ACCOUNT(EC-IDX)  TO WS-GL-ACCOUNT
105860     MOVE 'CR'                   TO WS-GL-DR-CR
105870     MOVE WS-AVD-ERN-TOTAL(WS-EC-SUB) TO WS-GL-AMOUNT
105880     MOVE EC-DESCRIPTION(EC-IDX) TO WS-GL-DESCRIPTION
105890     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT.
105900 7517-EXIT.
105910     EXIT.
105920
105930 7520-WRITE-REPOST-BLOCK.
105940     MOVE '50100000' TO WS-GL-ACCOUNT
105950     MOVE 'DR'       TO WS-GL-DR-CR
105960     MOVE WS-ARP-GROSS TO WS-GL-BASE-WAGES
105970     PERFORM 7525-LESS-REPAY-EARNINGS THRU 7525-EXIT
105980         VARYING WS-EC-SUB FROM 1 BY 1
105990         UNTIL WS-EC-SUB > WS-EARNINGS-CODE-COUNT
106000     MOVE WS-GL-BASE-WAGES TO WS-GL-AMOUNT
106010     MOVE 'GROSS WAGES ADJUSTED' TO WS-GL-DESCRIPTION
106020     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
106030     PERFORM 7527-WRITE-REPAY-EARNINGS THRU 7527-EXIT
106040         VARYING WS-EC-SUB FROM 1 BY 1
106050         UNTIL WS-EC-SUB > WS-EARNINGS-CODE-COUNT
106060     MOVE '21100000' TO WS-GL-ACCOUNT
106070     MOVE 'CR'       TO WS-GL-DR-CR
106080     MOVE WS-ARP-TAX TO WS-GL-AMOUNT
106090     MOVE 'FEDERAL TAX PAYABLE ADJUSTED' TO WS-GL-DESCRIPTION
106100     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
106110     MOVE '21110000' TO WS-GL-ACCOUNT
106120     MOVE 'CR'       TO WS-GL-DR-CR
106130     MOVE WS-ARP-SS TO WS-GL-AMOUNT
106140     MOVE 'SOC SEC PAYABLE ADJUSTED' TO WS-GL-DESCRIPTION
106150     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
106160     MOVE '21120000' TO WS-GL-ACCOUNT
106170     MOVE 'CR'       TO WS-GL-DR-CR
106180     MOVE WS-ARP-MEDICARE TO WS-GL-AMOUNT
106190     MOVE 'MEDICARE PAYABLE ADJUSTED' TO WS-GL-DESCRIPTION
106200     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
106210     MOVE '21130000' TO WS-GL-ACCOUNT
106220     MOVE 'CR'       TO WS-GL-DR-CR
106230     MOVE WS-ARP-STATE TO WS-GL-AMOUNT
106240     MOVE 'STATE TAX PAYABLE ADJUSTED' TO WS-GL-DESCRIPTION
106250     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
106260     MOVE '21200000' TO WS-GL-ACCOUNT
106270     MOVE 'CR'       TO WS-GL-DR-CR
106280     MOVE WS-ARP-HEALTH TO WS-GL-AMOUNT
106290     MOVE 'HEALTH PAYABLE ADJUSTED' TO WS-GL-DESCRIPTION
106300     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
106310     MOVE '21300000' TO WS-GL-ACCOUNT
106320     MOVE 'CR'       TO WS-GL-DR-CR
106330     MOVE WS-ARP-401K TO WS-GL-AMOUNT
106340     MOVE '401K PAYABLE ADJUSTED' TO WS-GL-DESCRIPTION
106350     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
106360     MOVE '21400000' TO WS-GL-ACCOUNT
106370     MOVE 'CR'       TO WS-GL-DR-CR
106380     MOVE WS-ARP-GARN TO WS-GL-AMOUNT
106390     MOVE 'GARNISHMENT PAYABLE ADJUSTED' TO WS-GL-DESCRIPTION
106400     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
106410     MOVE '10100000' TO WS-GL-ACCOUNT
106420     MOVE 'CR'       TO WS-GL-DR-CR
106430     MOVE WS-ARP-NET TO WS-GL-AMOUNT
106440     MOVE 'CASH - NET PAY ADJUSTED' TO WS-GL-DESCRIPTION
106450     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
106460     MOVE '50200000' TO WS-GL-ACCOUNT
106470     MOVE 'DR'       TO WS-GL-DR-CR
106480     MOVE WS-ARP-ER-FICA TO WS-GL-AMOUNT
106490     MOVE 'EMPLOYER FICA EXP ADJUSTED' TO WS-GL-DESCRIPTION
106500     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
106510     MOVE '21500000' TO WS-GL-ACCOUNT
106520     MOVE 'CR'       TO WS-GL-DR-CR
106530     MOVE WS-ARP-ER-FICA TO WS-GL-AMOUNT
106540     MOVE 'EMPLOYER FICA PAY ADJUSTED' TO WS-GL-DESCRIPTION
106550     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
106560     MOVE '50300000' TO WS-GL-ACCOUNT
106570     MOVE 'DR'       TO WS-GL-DR-CR
106580     MOVE WS-ARP-ER-MATCH TO WS-GL-AMOUNT
106590     MOVE '401K MATCH EXP ADJUSTED' TO WS-GL-DESCRIPTION
106600     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
106610     MOVE '21310000' TO WS-GL-ACCOUNT
106620     MOVE 'CR'       TO WS-GL-DR-CR
106630     MOVE WS-ARP-ER-MATCH TO WS-GL-AMOUNT
106640     MOVE '401K MATCH PAY ADJUSTED' TO WS-GL-DESCRIPTION
106650     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
106660     MOVE '50400000' TO WS-GL-ACCOUNT
106670     MOVE 'DR'       TO WS-GL-DR-CR
106680     MOVE WS-ARP-ER-HEALTH TO WS-GL-AMOUNT
106690     MOVE 'EMPLOYER HEALTH EXP ADJUSTED' TO WS-GL-DESCRIPTION
106700     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT
106710     MOVE '21210000' TO WS-GL-ACCOUNT
106720     MOVE 'CR'       TO WS-GL-DR-CR
106730     MOVE WS-ARP-ER-HEALTH TO WS-GL-AMOUNT
106740     MOVE 'EMPLOYER HEALTH PAY ADJUSTED' TO WS-GL-DESCRIPTION
106750     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT.
106760 7520-EXIT.
106770     EXIT.
106780
106790*-----------------------------------------------------------------
106800* THE REPAID EARNINGS-CODE PAY IS DEBITED TO ITS OWN EXPENSE
106810* ACCOUNTS, LEAVING ONLY BASE PAY ON THE GROSS WAGES DEBIT.
106820*-----------------------------------------------------------------
106830 7525-LESS-REPAY-EARNINGS.
106840     SUBTRACT WS-ARP-ERN-TOTAL(WS-EC-SUB) FROM WS-GL-BASE-WAGES.
106850 7525-EXIT.
106860     EXIT.
106870
106880 7527-WRITE-REPAY-EARNINGS.
106890     IF WS-ARP-ERN-TOTAL(WS-EC-SUB) = ZERO
106900         GO TO 7527-EXIT
106910     END-IF
106920     SET EC-IDX TO WS-EC-SUB
106930     MOVE EC-GL-ACCOUNT(EC-IDX)  TO WS-GL-ACCOUNT
106940     MOVE 'DR'                   TO WS-GL-DR-CR
106950     MOVE WS-ARP-ERN-TOTAL(WS-EC-SUB) TO WS-GL-AMOUNT
106960     MOVE EC-DESCRIPTION(EC-IDX) TO WS-GL-DESCRIPTION
106970     PERFORM 4510-WRITE-GL-RECORD THRU 4510-EXIT.
106980 7527-EXIT.
106990     EXIT.
107000
107010*-----------------------------------------------------------------
107020* BUILD AND APPEND ONE AUDIT LOG RECORD. THE CALLER MOVES
107030* AUD-ACTION, AUD-EMPLOYEE-ID, AUD-EMPLOYEE-NAME, AUD-BEFORE-NET
107040* AND AUD-AFTER-NET BEFORE PERFORMING THIS PARAGRAPH.
107050*-----------------------------------------------------------------
107060 8000-WRITE-AUDIT-RECORD.
107070     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
107080     ACCEPT WS-CURRENT-TIME FROM TIME
107090     STRING WS-CURRENT-DATE    DELIMITED BY SIZE
107100            "-"                DELIMITED BY SIZE
107110            WS-CURRENT-TIME(1:6) DELIMITED BY SIZE
107120         INTO AUD-TIMESTAMP
107130     MOVE WS-OPERATOR-ID     TO AUD-OPERATOR-ID
107140     MOVE WS-AUDIT-LINE      TO AUDIT-LOG-RECORD
107150     WRITE AUDIT-LOG-RECORD.
107160 8000-EXIT.
107170     EXIT.
107180
107190*-----------------------------------------------------------------
107200* SORT INPUT PROCEDURE FOR THE PAYROLL REPORT. FEEDS THE SORT
107210* FROM A SEQUENTIAL PASS OVER THE MASTER, LEAVING TERMINATED
107220* EMPLOYEES OUT SO THEY NEVER REACH THE REPORT -- UNLESS THIS RUN
107230* PAID THEM A FINAL CHECK FOR THEIR PAID TIME OFF. THE EARNINGS
107240* LINES GO ALONG ONLY WHEN THEY BELONG TO THE RUN THAT LAST PAID
107250* THE EMPLOYEE, SO THEY ALWAYS SPLIT THE GROSS BEING PRINTED.
107260*-----------------------------------------------------------------
107270 3500-RELEASE-MASTER SECTION.
107280 3510-RELEASE-START.
107290     PERFORM 1110-POSITION-MASTER THRU 1110-EXIT.
107300 3520-RELEASE-LOOP.
107310     PERFORM 1120-READ-NEXT-MASTER THRU 1120-EXIT
107320     IF WS-MASTER-EOF
107330         GO TO 3530-RELEASE-DONE
107340     END-IF
107350     IF EM-STATUS-CODE = 'T'
107360        AND (EM-PTO-PAYOUT-NONE
107370             OR WS-EMP-PAID-ID NOT = WS-PAY-PERIOD-ID)
107380         GO TO 3520-RELEASE-LOOP
107390     END-IF
107400     MOVE EM-DEPT-CODE       TO SRT-DEPT-CODE
107410     MOVE EM-EMPLOYEE-ID     TO SRT-EMPLOYEE-ID
107420     MOVE EM-EMPLOYEE-NAME   TO SRT-EMPLOYEE-NAME
107430     MOVE EM-HOURS-WORKED    TO SRT-HOURS-WORKED
107440     MOVE EM-HOURLY-RATE     TO SRT-HOURLY-RATE
107450     MOVE EM-GROSS-PAY       TO SRT-GROSS-PAY
107460     COMPUTE SRT-TAX-DEDUCTION =
107470         EM-TAX-DEDUCTION + EM-SS-DEDUCTION
107480         + EM-MEDICARE-DEDUCTION + EM-STATE-TAX-DEDUCTION
107490     MOVE EM-NET-PAY         TO SRT-NET-PAY
107500     MOVE EM-401K-DEDUCTION  TO SRT-401K-DEDUCTION
107510     MOVE ZERO               TO SRT-ERN-COUNT
107520     IF EM-ERN-RUN-ID = WS-EMP-PAID-ID
107530         MOVE EM-ERN-COUNT   TO SRT-ERN-COUNT
107540     END-IF
107550     PERFORM 3215-MOVE-SORT-EARNINGS THRU 3215-EXIT
107560         VARYING WS-ERN-SUB FROM 1 BY 1
107570         UNTIL WS-ERN-SUB > WS-MAX-ERN-LINES
107580     RELEASE SORT-WORK-RECORD
107590     GO TO 3520-RELEASE-LOOP.
107600 3530-RELEASE-DONE.
107610     EXIT.
107620
107630*-----------------------------------------------------------------
107640* SORT OUTPUT PROCEDURE FOR THE PAYROLL REPORT. PRINTS EACH
107650* SORTED RECORD (DEPARTMENT ORDER, EMPLOYEE ID WITHIN
107660* DEPARTMENT) AND CLOSES OUT THE FINAL DEPARTMENT'S SUBTOTAL.
107670*-----------------------------------------------------------------
107680 3600-PRINT-SORTED SECTION.
107690 3620-PRINT-LOOP.
107700     RETURN SORT-WORK-FILE
107710         AT END
107720             GO TO 3630-PRINT-DONE
107730     END-RETURN
107740     PERFORM 3200-PRINT-DETAIL-LINE THRU 3200-EXIT
107750     GO TO 3620-PRINT-LOOP.
107760 3630-PRINT-DONE.
107770     IF WS-PREV-DEPT-CODE NOT = LOW-VALUES
107780         PERFORM 3250-WRITE-DEPT-SUBTOTAL
107790     END-IF.
107800
107810*-----------------------------------------------------------------
107820* SORT INPUT PROCEDURE FOR THE LEAVE LIABILITY REPORT. EVERY
107830* EMPLOYEE WITH A PAID TIME OFF BALANCE, OR A LIABILITY STILL
107840* BOOKED FROM LAST MONTH, IS VALUED AND RELEASED, AND THE NEW
107850* LIABILITY IS REWRITTEN TO THE MASTER AS BOOKED.
107860*-----------------------------------------------------------------
107870 6250-RELEASE-LEAVE SECTION.
107880 6251-RELEASE-START.
107890     PERFORM 1110-POSITION-MASTER THRU 1110-EXIT.
107900 6252-RELEASE-LOOP.
107910     PERFORM 1120-READ-NEXT-MASTER THRU 1120-EXIT
107920     IF WS-MASTER-EOF
107930         GO TO 6253-RELEASE-DONE
107940     END-IF
107950     IF EM-PTO-BALANCE = ZERO AND EM-PTO-LIAB-BOOKED = ZERO
107960         GO TO 6252-RELEASE-LOOP
107970     END-IF
107980     PERFORM 2310-LEAVE-HOURLY-RATE THRU 2310-EXIT
107990     COMPUTE WS-LV-LIABILITY = EM-PTO-BALANCE * WS-LV-HOURLY-RATE
108000     MOVE EM-DEPT-CODE       TO SLV-DEPT-CODE
108010     MOVE EM-EMPLOYEE-ID     TO SLV-EMPLOYEE-ID
108020     MOVE EM-EMPLOYEE-NAME   TO SLV-EMPLOYEE-NAME
108030     MOVE EM-PAY-TYPE        TO SLV-PAY-TYPE
108040     MOVE EM-PTO-BALANCE     TO SLV-BALANCE
108050     MOVE WS-LV-HOURLY-RATE  TO SLV-HOURLY-RATE
108060     MOVE WS-LV-LIABILITY    TO SLV-LIABILITY
108070     MOVE EM-PTO-LIAB-BOOKED TO SLV-BOOKED
108080     RELEASE SORT-LEAVE-RECORD
108090     MOVE WS-LV-LIABILITY    TO EM-PTO-LIAB-BOOKED
108100     PERFORM 1500-REWRITE-EMPLOYEE-MASTER
108110     GO TO 6252-RELEASE-LOOP.
108120 6253-RELEASE-DONE.
108130     EXIT.
108140
108150*-----------------------------------------------------------------
108160* SORT OUTPUT PROCEDURE FOR THE LEAVE LIABILITY REPORT. PRINTS
108170* EACH SORTED EMPLOYEE AND CLOSES OUT THE FINAL DEPARTMENT.
108180*-----------------------------------------------------------------
108190 6260-PRINT-LEAVE SECTION.
108200 6262-PRINT-LOOP.
108210     RETURN SORT-WORK-FILE
108220         AT END
108230             GO TO 6263-PRINT-DONE
108240     END-RETURN
108250     PERFORM 6210-PRINT-LEAVE-DETAIL THRU 6210-EXIT
108260     GO TO 6262-PRINT-LOOP.
108270 6263-PRINT-DONE.
108280     IF WS-LV-PREV-DEPT NOT = LOW-VALUES
108290         PERFORM 6220-WRITE-LEAVE-DEPT THRU 6220-EXIT
108300     END-IF.
108310
108320*-----------------------------------------------------------------
108330* SORT INPUT PROCEDURE FOR THE GARNISHMENT REMITTANCE. FOR EVERY
108340* EMPLOYEE STAMPED WITH THE RUN WHO HAD GARNISHMENTS TAKEN, EACH
108350* CASE THE RUN TOOK AN AMOUNT FOR IS RELEASED WITH THE EMPLOYEE'S
108360* NAME.
108370*-----------------------------------------------------------------
108380 4750-RELEASE-GARN SECTION.
108390 4751-RELEASE-START.
108400     PERFORM 1110-POSITION-MASTER THRU 1110-EXIT.
108410 4752-RELEASE-LOOP.
108420     PERFORM 1120-READ-NEXT-MASTER THRU 1120-EXIT
108430     IF WS-MASTER-EOF
108440         GO TO 4754-RELEASE-DONE
108450     END-IF
108460     IF WS-EMP-PAID-ID NOT = WS-PAY-PERIOD-ID
108470        OR EM-GARNISHMENT-AMT = ZERO
108480         GO TO 4752-RELEASE-LOOP
108490     END-IF
108500     MOVE EM-EMPLOYEE-ID TO GC-EMPLOYEE-ID
108510     MOVE LOW-VALUES TO GC-CASE-NUMBER
108520     START GARN-CASE-FILE KEY IS NOT LESS THAN GC-CASE-KEY
108530         INVALID KEY
108540             GO TO 4752-RELEASE-LOOP
108550     END-START.
108560 4753-RELEASE-CASES.
108570     READ GARN-CASE-FILE NEXT RECORD
108580         AT END
108590             GO TO 4752-RELEASE-LOOP
108600     END-READ
108610     IF GC-EMPLOYEE-ID NOT = EM-EMPLOYEE-ID
108620         GO TO 4752-RELEASE-LOOP
108630     END-IF
108640     IF GC-LAST-RUN-ID NOT = WS-PAY-PERIOD-ID
108650        OR GC-LAST-AMOUNT = ZERO
108660         GO TO 4753-RELEASE-CASES
108670     END-IF
108680     MOVE GC-AGENCY-CODE     TO SGR-AGENCY-CODE
108690     MOVE GC-CASE-NUMBER     TO SGR-CASE-NUMBER
108700     MOVE GC-EMPLOYEE-ID     TO SGR-EMPLOYEE-ID
108710     MOVE EM-EMPLOYEE-NAME   TO SGR-EMPLOYEE-NAME
108720     MOVE GC-AGENCY-NAME     TO SGR-AGENCY-NAME
108730     MOVE GC-ORDER-TYPE      TO SGR-ORDER-TYPE
108740     MOVE GC-LAST-AMOUNT     TO SGR-AMOUNT
108750     MOVE GC-BALANCE         TO SGR-BALANCE
108760     MOVE GC-TOTAL-OWED      TO SGR-TOTAL-OWED
108770     RELEASE SORT-GARN-RECORD
108780     GO TO 4753-RELEASE-CASES.
108790 4754-RELEASE-DONE.
108800     EXIT.
108810
108820*-----------------------------------------------------------------
108830* SORT OUTPUT PROCEDURE FOR THE GARNISHMENT REMITTANCE. PRINTS AND
108840* PAYS EACH SORTED CASE AND CLOSES OUT THE FINAL AGENCY.
108850*-----------------------------------------------------------------
108860 4760-PRINT-GARN SECTION.
108870 4762-PRINT-LOOP.
108880     RETURN SORT-WORK-FILE
108890         AT END
108900             GO TO 4763-PRINT-DONE
108910     END-RETURN
108920     PERFORM 4710-PRINT-GARN-DETAIL THRU 4710-EXIT
108930     GO TO 4762-PRINT-LOOP.
108940 4763-PRINT-DONE.
108950     IF WS-GARN-PREV-AGENCY NOT = LOW-VALUES
108960         PERFORM 4720-WRITE-GARN-AGENCY THRU 4720-EXIT
108970     END-IF.
108980
108990 END PROGRAM EmployeePayrollSystem.
