000010*****************************************************************
000020* PROGRAM-ID : TAXDEPOSIT
000030* AUTHOR     : R. SANTOS, PAYROLL SYSTEMS GROUP
000040* INSTALLATION: PAYROLL DATA CENTER
000050* DATE-WRITTEN: 10/15/2026
000060* DATE-COMPILED:
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* 10/15/2026 RSS  ORIGINAL PROGRAM. BUILDS THE QUARTER'S FEDERAL
000110*                 PAYROLL TAX LIABILITY LEDGER FROM PAYHIST BY
000120*                 PAY DATE -- FEDERAL INCOME TAX WITHHELD, THE
000130*                 EMPLOYEE SOCIAL SECURITY AND MEDICARE, AND THE
000140*                 EMPLOYER FICA THE PAYROLL RUN BOOKS -- AND
000150*                 WORKS OUT EACH DEPOSIT'S DUE DATE UNDER THE
000160*                 MONTHLY OR SEMIWEEKLY DEPOSIT SCHEDULE NAMED ON
000170*                 PARMFILE, WITH THE NEXT-DAY RULE FOR A LARGE
000180*                 ACCUMULATED LIABILITY. TREASURY'S DEPOSIT
000190*                 CONFIRMATIONS (DEPCONF) ARE APPLIED OLDEST
000200*                 LIABILITY FIRST AND TAXRPT SHOWS WHAT WAS
000210*                 DEPOSITED ON TIME, LATE OR SHORT AND WHAT IS
000220*                 STILL TO COME DUE, THEN THE LIABILITY BY MONTH
000230*                 FOR THE 941, PROVED AGAINST THE QUARTER'S
000240*                 QTRRPT TOTALS.
000250*****************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. TaxDeposit.
000280 AUTHOR. R. SANTOS.
000290 INSTALLATION. PAYROLL DATA CENTER.
000300 DATE-WRITTEN. 10/15/2026.
000310 DATE-COMPILED.
000320
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT PAY-HISTORY-FILE
000390         ASSIGN TO PAYHIST
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-PAYHIST-STATUS.
000420
000430     SELECT PARAMETER-FILE
000440         ASSIGN TO PARMFILE
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-PARMFILE-STATUS.
000470
000480     SELECT DEPOSIT-CONFIRM-FILE
000490         ASSIGN TO DEPCONF
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-DEPCONF-STATUS.
000520
000530     SELECT QTR-REPORT-FILE
000540         ASSIGN TO QTRRPT
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-QTRRPT-STATUS.
000570
000580     SELECT TAX-REPORT-FILE
000590         ASSIGN TO TAXRPT
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-TAXRPT-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650*-----------------------------------------------------------------
000660* PAY-HISTORY RECORD AS WRITTEN BY THE PAYROLL SYSTEM. 'P' PAY
000670* DETAILS AND 'J' REPAYS ADD TO THE LIABILITY AND 'V' VOIDS TAKE
000680* IT BACK, ALL UNDER THE PERIOD THEY BELONG TO, THE SAME WAY THE
000690* MASTER'S QUARTER BUCKETS BEHIND QTRRPT ARE POSTED. 'W', 'E'
000700* AND 'R' RECORDS CARRY NOTHING THAT IS NOT ALREADY IN A DETAIL
000710* AND ARE PASSED OVER. PH-PAY-DATE IS THE DATE OF THE RUN THAT
000720* WROTE THE RECORD; A RECORD WRITTEN BEFORE THE DATE WAS CARRIED
000730* IS TAKEN AS PAID ON THE LAST DAY OF ITS PERIOD.
000740*-----------------------------------------------------------------
000750 FD  PAY-HISTORY-FILE
000760     LABEL RECORDS ARE STANDARD
000770     RECORD CONTAINS 150 CHARACTERS.
000780 01  PAY-HISTORY-RECORD.
000790     05  PH-RECORD-TYPE          PIC X(01).
000800     05  PH-PAY-PERIOD           PIC X(06).
000810     05  PH-PAY-SEQ              PIC X(02).
000820     05  PH-EMPLOYEE-ID          PIC 9(05).
000830     05  PH-HOURS-WORKED         PIC 9(03)V99.
000840     05  PH-STRAIGHT-HOURS       PIC 9(03)V99.
000850     05  PH-OVERTIME-HOURS       PIC 9(03)V99.
000860     05  PH-STRAIGHT-PAY         PIC 9(07)V99.
000870     05  PH-OVERTIME-PAY         PIC 9(07)V99.
000880     05  PH-GROSS-PAY            PIC 9(07)V99.
000890     05  PH-TAX-RATE             PIC 9(01)V999.
000900     05  PH-TAX-DEDUCTION        PIC 9(07)V99.
000910     05  PH-HEALTH-DEDUCTION     PIC 9(05)V99.
000920     05  PH-401K-DEDUCTION       PIC 9(05)V99.
000930     05  PH-GARNISHMENT-AMT      PIC 9(05)V99.
000940     05  PH-NET-PAY              PIC 9(07)V99.
000950     05  PH-SS-WAGES             PIC 9(07)V99.
000960     05  PH-SS-TAX               PIC 9(07)V99.
000970     05  PH-MEDICARE-TAX         PIC 9(07)V99.
000980     05  PH-STATE-TAX            PIC 9(07)V99.
000990     05  PH-STATE-CODE           PIC X(02).
001000     05  PH-PAY-DATE             PIC 9(08).
001010     05  FILLER                  PIC X(05).
001020
001030*-----------------------------------------------------------------
001040* PARAMETER FILE AS USED BY THE PAYROLL SYSTEM. EVERY 'P' RECORD
001050* GIVES THE EMPLOYER FICA RATE FROM ITS EFFECTIVE PERIOD ON, SO
001060* EACH PAY DETAIL'S EMPLOYER FICA IS FIGURED AT THE RATE ITS RUN
001070* BOOKED. THE 'D' RECORD OF THE SET IN FORCE FOR THE QUARTER'S
001080* LAST MONTH NAMES THE DEPOSIT SCHEDULE AND THE NEXT-DAY LIMIT.
001090*-----------------------------------------------------------------
001100 FD  PARAMETER-FILE
001110     LABEL RECORDS ARE STANDARD
001120     RECORD CONTAINS 80 CHARACTERS.
001130 01  PARAMETER-RECORD.
001140     05  PRM-RECORD-TYPE         PIC X(01).
001150         88  PRM-RATE-SET              VALUE 'P'.
001160         88  PRM-DEPOSIT-SCHEDULE      VALUE 'D'.
001170     05  PRM-EFFECTIVE-PERIOD    PIC X(06).
001180     05  FILLER                  PIC X(14).
001190     05  PRM-ER-FICA-RATE        PIC 9(01)V9999.
001200     05  FILLER                  PIC X(54).
001210 01  PARAMETER-DEPOSIT-RECORD.
001220     05  FILLER                  PIC X(01).
001230     05  PRD-EFFECTIVE-PERIOD    PIC X(06).
001240     05  PRD-SCHEDULE            PIC X(01).
001250         88  PRD-SEMIWEEKLY            VALUE 'S'.
001260     05  PRD-NEXT-DAY-LIMIT      PIC 9(09)V99.
001270     05  FILLER                  PIC X(61).
001280
001290*-----------------------------------------------------------------
001300* TREASURY'S DEPOSIT CONFIRMATIONS, ONE PER FEDERAL TAX DEPOSIT
001310* SETTLED: SETTLEMENT DATE, TAX FORM AND THE YEAR AND QUARTER
001320* THE DEPOSIT WAS MADE FOR, AMOUNT, AND THE EFT ACKNOWLEDGEMENT
001330* NUMBER. ONLY 941 DEPOSITS FOR THE QUARTER REPORTED ARE USED.
001340*-----------------------------------------------------------------
001350 FD  DEPOSIT-CONFIRM-FILE
001360     LABEL RECORDS ARE STANDARD
001370     RECORD CONTAINS 80 CHARACTERS.
001380 01  DEPOSIT-CONFIRM-RECORD.
001390     05  DC-SETTLE-DATE          PIC 9(08).
001400     05  DC-TAX-FORM             PIC X(03).
001410     05  DC-TAX-YEAR             PIC 9(04).
001420     05  DC-TAX-QUARTER          PIC 9(01).
001430     05  DC-AMOUNT               PIC 9(09)V99.
001440     05  DC-EFT-NUMBER           PIC X(15).
001450     05  FILLER                  PIC X(38).
001460
001470*-----------------------------------------------------------------
001480* QUARTERLY WAGE AND TAX REPORT AS PRINTED BY THE PAYROLL RUN'S
001490* QUARTER-END STEP. ONLY ITS HEADER (FOR THE QUARTER AND YEAR)
001500* AND ITS QUARTER TOTALS LINE ARE READ; THE TOTALS ARE DE-EDITED
001510* FOR THE TIE-OUT.
001520*-----------------------------------------------------------------
001530 FD  QTR-REPORT-FILE
001540     LABEL RECORDS ARE STANDARD
001550     RECORD CONTAINS 132 CHARACTERS.
001560 01  QTR-REPORT-RECORD.
001570     05  QRH-COMPANY             PIC X(20).
001580     05  QRH-TITLE               PIC X(31).
001590     05  QRH-QUARTER-LABEL       PIC X(09).
001600     05  QRH-QUARTER             PIC X(01).
001610     05  QRH-YEAR-LABEL          PIC X(07).
001620     05  QRH-YEAR                PIC X(04).
001630     05  FILLER                  PIC X(60).
001640 01  QTR-REPORT-TOTAL-LINE.
001650     05  QRT-LABEL               PIC X(32).
001660     05  FILLER                  PIC X(01).
001670     05  QRT-GROSS               PIC ZZ,ZZZ,ZZ9.99.
001680     05  FILLER                  PIC X(01).
001690     05  QRT-FED-TAX             PIC ZZ,ZZZ,ZZ9.99.
001700     05  FILLER                  PIC X(01).
001710     05  QRT-SS-WAGES            PIC ZZ,ZZZ,ZZ9.99.
001720     05  FILLER                  PIC X(01).
001730     05  QRT-SS-TAX              PIC ZZ,ZZZ,ZZ9.99.
001740     05  FILLER                  PIC X(01).
001750     05  QRT-MEDICARE-TAX        PIC ZZ,ZZZ,ZZ9.99.
001760     05  FILLER                  PIC X(01).
001770     05  QRT-STATE-TAX           PIC ZZ,ZZZ,ZZ9.99.
001780     05  FILLER                  PIC X(16).
001790
001800 FD  TAX-REPORT-FILE
001810     LABEL RECORDS ARE STANDARD
001820     RECORD CONTAINS 132 CHARACTERS.
001830 01  TAX-REPORT-RECORD           PIC X(132).
001840
001850 WORKING-STORAGE SECTION.
001860 01  WS-FILE-STATUSES.
001870     05  WS-PAYHIST-STATUS       PIC X(02) VALUE '00'.
001880         88  WS-PAYHIST-OK             VALUE '00'.
001890         88  WS-PAYHIST-EOF            VALUE '10'.
001900     05  WS-PARMFILE-STATUS      PIC X(02) VALUE '00'.
001910         88  WS-PARMFILE-OK            VALUE '00'.
001920         88  WS-PARMFILE-EOF           VALUE '10'.
001930     05  WS-DEPCONF-STATUS       PIC X(02) VALUE '00'.
001940         88  WS-DEPCONF-OK             VALUE '00'.
001950         88  WS-DEPCONF-EOF            VALUE '10'.
001960     05  WS-QTRRPT-STATUS        PIC X(02) VALUE '00'.
001970         88  WS-QTRRPT-OK              VALUE '00'.
001980         88  WS-QTRRPT-EOF             VALUE '10'.
001990     05  WS-TAXRPT-STATUS        PIC X(02) VALUE '00'.
002000         88  WS-TAXRPT-OK              VALUE '00'.
002010
002020 01  WS-SCHEDULE-SW              PIC X(01) VALUE 'M'.
002030     88  WS-MONTHLY                  VALUE 'M'.
002040     88  WS-SEMIWEEKLY               VALUE 'S'.
002050 01  WS-SCHEDULE-CHANGED-SW      PIC X(01) VALUE 'N'.
002060     88  WS-SCHEDULE-CHANGED         VALUE 'Y'.
002070 01  WS-LEDGER-FULL-SW           PIC X(01) VALUE 'N'.
002080     88  WS-LEDGER-FULL              VALUE 'Y'.
002090 01  WS-LATE-SW                  PIC X(01) VALUE 'N'.
002100     88  WS-LATE                     VALUE 'Y'.
002110 01  WS-QTR-TOTALS-FOUND-SW      PIC X(01) VALUE 'N'.
002120     88  WS-QTR-TOTALS-FOUND         VALUE 'Y'.
002130
002140*-----------------------------------------------------------------
002150* RUN DATES, FROM PARM='YYYYQ,YYYYMMDD': THE YEAR AND QUARTER TO
002160* REPORT AND THE AS-OF DATE DEPOSITS ARE JUDGED AT. A MISSING OR
002170* BAD AS-OF DATE DEFAULTS TO TODAY, AND A MISSING OR BAD QUARTER
002180* TO THE QUARTER OF THE AS-OF DATE.
002190*-----------------------------------------------------------------
002200 01  WS-AS-OF-DATE               PIC 9(08) VALUE ZERO.
002210 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
002220 01  WS-RPT-YEAR                 PIC 9(04) VALUE ZERO.
002230 01  WS-RPT-QUARTER              PIC 9(01) VALUE ZERO.
002240 01  WS-FIRST-MONTH              PIC 9(02) VALUE ZERO.
002250 01  WS-FIRST-PERIOD             PIC X(06) VALUE SPACES.
002260 01  WS-LAST-PERIOD              PIC X(06) VALUE SPACES.
002270 01  WS-PERIOD-WORK.
002280     05  WS-PW-YEAR              PIC 9(04).
002290     05  WS-PW-MONTH             PIC 9(02).
002300 01  WS-PERIOD-TEXT REDEFINES WS-PERIOD-WORK
002310                                 PIC X(06).
002320
002330*-----------------------------------------------------------------
002340* CALENDAR ARITHMETIC, AS IN THE PAYROLL SYSTEM. 7100 TURNS
002350* WS-DATE-YYYYMMDD INTO A DAY NUMBER AND 7110 BACK AGAIN; THE
002360* DAY NUMBER DIVIDED BY 7 LEAVES THE WEEKDAY (0 MONDAY THROUGH
002370* 6 SUNDAY).
002380*-----------------------------------------------------------------
002390 01  WS-DATE-WORK.
002400     05  WS-DATE-YYYYMMDD        PIC 9(08) VALUE ZERO.
002410     05  WS-DATE-PARTS REDEFINES WS-DATE-YYYYMMDD.
002420         10  WS-DATE-CCYY        PIC 9(04).
002430         10  WS-DATE-MM          PIC 9(02).
002440         10  WS-DATE-DD          PIC 9(02).
002450 77  WS-DAY-NUMBER               PIC S9(09) COMP VALUE ZERO.
002460 77  WS-WEEKDAY                  PIC S9(04) COMP VALUE ZERO.
002470 77  WS-JD-A                     PIC S9(09) COMP VALUE ZERO.
002480 77  WS-JD-Y                     PIC S9(09) COMP VALUE ZERO.
002490 77  WS-JD-M                     PIC S9(09) COMP VALUE ZERO.
002500 77  WS-JD-L                     PIC S9(09) COMP VALUE ZERO.
002510 77  WS-JD-N                     PIC S9(09) COMP VALUE ZERO.
002520 77  WS-JD-I                     PIC S9(09) COMP VALUE ZERO.
002530 77  WS-JD-J                     PIC S9(09) COMP VALUE ZERO.
002540 77  WS-JD-T                     PIC S9(09) COMP VALUE ZERO.
002550
002560*-----------------------------------------------------------------
002570* EMPLOYER FICA RATE BY EFFECTIVE PERIOD FROM EVERY PARMFILE 'P'
002580* RECORD. A PERIOD BEFORE THE FIRST OF THEM TAKES THE RATE CODED
002590* IN THE PAYROLL SYSTEM.
002600*-----------------------------------------------------------------
002610 01  FICA-RATE-TABLE.
002620     05  FICA-RATE-ENTRY OCCURS 60 TIMES.
002630         10  FR-PERIOD               PIC X(06).
002640         10  FR-RATE                 PIC 9(01)V9999.
002650 77  WS-FICA-RATE-COUNT          PIC S9(04) COMP VALUE ZERO.
002660 77  WS-FICA-RATE-MAX            PIC S9(04) COMP VALUE 60.
002670 77  WS-FR-SUB                   PIC S9(04) COMP VALUE ZERO.
002680 77  WS-ER-FICA-RATE             PIC 9(01)V9999 VALUE ZERO.
002690 01  WS-RATE-BEST-PERIOD         PIC X(06) VALUE SPACES.
002700 01  WS-PARM-BEST-PERIOD         PIC X(06) VALUE SPACES.
002710
002720*-----------------------------------------------------------------
002730* DEPOSIT SCHEDULE FROM THE PARMFILE 'D' RECORD: MONTHLY UNLESS
002740* NAMED SEMIWEEKLY, AND A NEXT-DAY LIMIT OF 100,000.00 UNLESS
002750* ONE IS CODED.
002760*-----------------------------------------------------------------
002770 77  WS-NEXT-DAY-LIMIT           PIC 9(09)V99 VALUE 100000.00.
002780
002790*-----------------------------------------------------------------
002800* THE LIABILITY LEDGER: ONE ENTRY PER PAY DATE AND PERIOD, IN
002810* PAY DATE ORDER, WITH THE FEDERAL INCOME TAX, EMPLOYEE SOCIAL
002820* SECURITY AND MEDICARE, EMPLOYER FICA AND THEIR TOTAL, THE
002830* DEPOSIT DUE DATE AND THE RULE THAT SET IT (M MONTHLY, S
002840* SEMIWEEKLY, N NEXT DAY), AND WHAT THE DEPOSITS COVERED.
002850*-----------------------------------------------------------------
002860 01  LEDGER-TABLE.
002870     05  LEDGER-ENTRY OCCURS 200 TIMES.
002880         10  LG-KEY.
002890             15  LG-PAY-DATE         PIC 9(08).
002900             15  LG-PERIOD           PIC X(06).
002910         10  LG-FED-TAX              PIC S9(09)V99.
002920         10  LG-EE-FICA              PIC S9(09)V99.
002930         10  LG-ER-FICA              PIC S9(09)V99.
002940         10  LG-LIABILITY            PIC S9(09)V99.
002950         10  LG-DUE-DATE             PIC 9(08).
002960         10  LG-RULE                 PIC X(01).
002970         10  LG-DEPOSITED            PIC 9(09)V99.
002980         10  LG-DEPOSIT-DATE         PIC 9(08).
002990         10  LG-STATUS               PIC X(08).
003000         10  LG-UNPAID               PIC 9(09)V99.
003010 77  WS-LEDGER-COUNT             PIC S9(04) COMP VALUE ZERO.
003020 77  WS-LEDGER-MAX               PIC S9(04) COMP VALUE 200.
003030 77  WS-LG-SUB                   PIC S9(04) COMP VALUE ZERO.
003040 77  WS-SHIFT-SUB                PIC S9(04) COMP VALUE ZERO.
003050 77  WS-MARK-SUB                 PIC S9(04) COMP VALUE ZERO.
003060 01  WS-NEW-KEY.
003070     05  WS-NEW-PAY-DATE         PIC 9(08).
003080     05  WS-NEW-PERIOD           PIC X(06).
003090
003100*-----------------------------------------------------------------
003110* ONE PAYHIST RECORD'S FIGURES, SIGNED (A VOID IS NEGATIVE).
003120*-----------------------------------------------------------------
003130 77  WS-SIGN                     PIC S9(01) VALUE +1.
003140 77  WS-ER-FICA                  PIC 9(07)V99 VALUE ZERO.
003150 77  WS-REC-FED-TAX              PIC S9(09)V99 VALUE ZERO.
003160 77  WS-REC-SS-TAX               PIC S9(09)V99 VALUE ZERO.
003170 77  WS-REC-MEDICARE             PIC S9(09)V99 VALUE ZERO.
003180 77  WS-REC-ER-FICA              PIC S9(09)V99 VALUE ZERO.
003190 77  WS-REC-GROSS                PIC S9(09)V99 VALUE ZERO.
003200 77  WS-MONTH-SUB                PIC S9(04) COMP VALUE ZERO.
003210 77  WS-MONTH-NUMBER             PIC 9(01) VALUE ZERO.
003220
003230*-----------------------------------------------------------------
003240* THE QUARTER BY MONTH, FOR THE 941.
003250*-----------------------------------------------------------------
003260 01  MONTH-TOTALS-TABLE.
003270     05  MONTH-TOTALS OCCURS 3 TIMES.
003280         10  MT-FED-TAX              PIC S9(11)V99.
003290         10  MT-SS-TAX               PIC S9(11)V99.
003300         10  MT-MEDICARE             PIC S9(11)V99.
003310         10  MT-ER-FICA              PIC S9(11)V99.
003320         10  MT-GROSS                PIC S9(11)V99.
003330 01  WS-QUARTER-TOTALS.
003340     05  WS-QT-FED-TAX           PIC S9(11)V99 VALUE ZERO.
003350     05  WS-QT-SS-TAX            PIC S9(11)V99 VALUE ZERO.
003360     05  WS-QT-MEDICARE          PIC S9(11)V99 VALUE ZERO.
003370     05  WS-QT-ER-FICA           PIC S9(11)V99 VALUE ZERO.
003380     05  WS-QT-GROSS             PIC S9(11)V99 VALUE ZERO.
003390     05  WS-QT-LIABILITY         PIC S9(11)V99 VALUE ZERO.
003400 77  WS-MONTH-LIABILITY          PIC S9(11)V99 VALUE ZERO.
003410
003420*-----------------------------------------------------------------
003430* QTRRPT'S QUARTER AND TOTALS, DE-EDITED.
003440*-----------------------------------------------------------------
003450 01  WS-QTRRPT-QUARTER           PIC X(01) VALUE SPACES.
003460 01  WS-QTRRPT-YEAR              PIC X(04) VALUE SPACES.
003470 01  WS-QTRRPT-TOTALS.
003480     05  WS-QR-GROSS             PIC 9(09)V99 VALUE ZERO.
003490     05  WS-QR-FED-TAX           PIC 9(09)V99 VALUE ZERO.
003500     05  WS-QR-SS-TAX            PIC 9(09)V99 VALUE ZERO.
003510     05  WS-QR-MEDICARE          PIC 9(09)V99 VALUE ZERO.
003520
003530*-----------------------------------------------------------------
003540* TREASURY DEPOSITS FOR THE QUARTER IN SETTLEMENT DATE ORDER.
003550*-----------------------------------------------------------------
003560 01  DEPOSIT-TABLE.
003570     05  DEPOSIT-ENTRY OCCURS 100 TIMES.
003580         10  DP-SETTLE-DATE          PIC 9(08).
003590         10  DP-EFT-NUMBER           PIC X(15).
003600         10  DP-AMOUNT               PIC 9(09)V99.
003610         10  DP-REMAINING            PIC 9(09)V99.
003620 77  WS-DEPOSIT-COUNT            PIC S9(04) COMP VALUE ZERO.
003630 77  WS-DEPOSIT-MAX              PIC S9(04) COMP VALUE 100.
003640 77  WS-DEP-SUB                  PIC S9(04) COMP VALUE ZERO.
003650
003660*-----------------------------------------------------------------
003670* DEPOSIT SCHEDULING AND APPLICATION WORK.
003680*-----------------------------------------------------------------
003690 01  WS-DUE-DATE                 PIC 9(08) VALUE ZERO.
003700 01  WS-GROUP-DUE-DATE           PIC 9(08) VALUE ZERO.
003710 77  WS-GROUP-START              PIC S9(04) COMP VALUE ZERO.
003720 77  WS-ACCUM-LIABILITY          PIC S9(11)V99 VALUE ZERO.
003730 77  WS-CREDIT-POOL              PIC 9(11)V99 VALUE ZERO.
003740 77  WS-NEEDED                   PIC 9(09)V99 VALUE ZERO.
003750 77  WS-TAKE                     PIC 9(09)V99 VALUE ZERO.
003760
003770*-----------------------------------------------------------------
003780* RUN CONTROL FIGURES.
003790*-----------------------------------------------------------------
003800 01  WS-RUN-TOTALS.
003810     05  WS-HIST-COUNT           PIC 9(07) VALUE ZERO.
003820     05  WS-DEPCONF-READ-COUNT   PIC 9(07) VALUE ZERO.
003830     05  WS-DEPCONF-SKIP-COUNT   PIC 9(07) VALUE ZERO.
003840     05  WS-DEPOSIT-TOTAL        PIC 9(11)V99 VALUE ZERO.
003850     05  WS-ON-TIME-COUNT        PIC 9(07) VALUE ZERO.
003860     05  WS-ON-TIME-AMOUNT       PIC 9(11)V99 VALUE ZERO.
003870     05  WS-LATE-COUNT           PIC 9(07) VALUE ZERO.
003880     05  WS-LATE-AMOUNT          PIC 9(11)V99 VALUE ZERO.
003890     05  WS-SHORT-COUNT          PIC 9(07) VALUE ZERO.
003900     05  WS-SHORT-AMOUNT         PIC 9(11)V99 VALUE ZERO.
003910     05  WS-DUE-COUNT            PIC 9(07) VALUE ZERO.
003920     05  WS-DUE-AMOUNT           PIC 9(11)V99 VALUE ZERO.
003930     05  WS-UNAPPLIED-AMOUNT     PIC 9(11)V99 VALUE ZERO.
003940 77  WS-EXCEPTION-COUNT          PIC 9(05) VALUE ZERO.
003950
003960*-----------------------------------------------------------------
003970* TAX LIABILITY AND DEPOSIT REPORT (TAXRPT) PRINT LINES.
003980*-----------------------------------------------------------------
003990 01  WS-RPT-COMPANY-HDR.
004000     05  FILLER                  PIC X(20) VALUE
004010             'PAYROLL DATA CENTER'.
004020     05  FILLER                  PIC X(30) VALUE
004030             'TAX LIABILITY AND DEPOSITS'.
004040     05  FILLER                  PIC X(09) VALUE 'QUARTER: '.
004050     05  WS-RPT-HDR-QUARTER      PIC 9(01).
004060     05  FILLER                  PIC X(07) VALUE ' YEAR: '.
004070     05  WS-RPT-HDR-YEAR         PIC 9(04).
004080     05  FILLER                  PIC X(09) VALUE '  AS OF: '.
004090     05  WS-RPT-HDR-DATE         PIC 9(08).
004100     05  FILLER                  PIC X(12) VALUE
004110             '  SCHEDULE: '.
004120     05  WS-RPT-HDR-SCHEDULE     PIC X(10).
004130     05  FILLER                  PIC X(22) VALUE SPACES.
004140
004150 01  WS-RPT-SECTION-LINE.
004160     05  FILLER                  PIC X(05) VALUE '---- '.
004170     05  WS-RPT-SECTION-TITLE    PIC X(50).
004180     05  FILLER                  PIC X(77) VALUE SPACES.
004190
004200 01  WS-RPT-LEDGER-HEADING.
004210     05  FILLER                  PIC X(10) VALUE 'PAY DATE'.
004220     05  FILLER                  PIC X(07) VALUE 'MONTH'.
004230     05  FILLER                  PIC X(15) VALUE
004240             '       FED TAX'.
004250     05  FILLER                  PIC X(15) VALUE
004260             ' EMPLOYEE FICA'.
004270     05  FILLER                  PIC X(15) VALUE
004280             ' EMPLOYER FICA'.
004290     05  FILLER                  PIC X(15) VALUE
004300             '     LIABILITY'.
004310     05  FILLER                  PIC X(09) VALUE 'DUE DATE'.
004320     05  FILLER                  PIC X(02) VALUE 'R'.
004330     05  FILLER                  PIC X(14) VALUE
004340             '    DEPOSITED'.
004350     05  FILLER                  PIC X(09) VALUE 'DEP DATE'.
004360     05  FILLER                  PIC X(09) VALUE 'STATUS'.
004370     05  FILLER                  PIC X(12) VALUE
004380             '      UNPAID'.
004390
004400 01  WS-RPT-LEDGER-LINE.
004410     05  WS-RPT-LG-PAY-DATE      PIC 9(08).
004420     05  FILLER                  PIC X(02) VALUE SPACES.
004430     05  WS-RPT-LG-PERIOD        PIC X(06).
004440     05  FILLER                  PIC X(01) VALUE SPACES.
004450     05  WS-RPT-LG-FED-TAX       PIC ZZ,ZZZ,ZZ9.99-.
004460     05  FILLER                  PIC X(01) VALUE SPACES.
004470     05  WS-RPT-LG-EE-FICA       PIC ZZ,ZZZ,ZZ9.99-.
004480     05  FILLER                  PIC X(01) VALUE SPACES.
004490     05  WS-RPT-LG-ER-FICA       PIC ZZ,ZZZ,ZZ9.99-.
004500     05  FILLER                  PIC X(01) VALUE SPACES.
004510     05  WS-RPT-LG-LIABILITY     PIC ZZ,ZZZ,ZZ9.99-.
004520     05  FILLER                  PIC X(01) VALUE SPACES.
004530     05  WS-RPT-LG-DUE-DATE      PIC 9(08).
004540     05  FILLER                  PIC X(01) VALUE SPACES.
004550     05  WS-RPT-LG-RULE          PIC X(01).
004560     05  FILLER                  PIC X(01) VALUE SPACES.
004570     05  WS-RPT-LG-DEPOSITED     PIC ZZ,ZZZ,ZZ9.99.
004580     05  FILLER                  PIC X(01) VALUE SPACES.
004590     05  WS-RPT-LG-DEP-DATE      PIC 9(08) BLANK WHEN ZERO.
004600     05  FILLER                  PIC X(01) VALUE SPACES.
004610     05  WS-RPT-LG-STATUS        PIC X(08).
004620     05  FILLER                  PIC X(01) VALUE SPACES.
004630     05  WS-RPT-LG-UNPAID        PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
004640
004650 01  WS-RPT-MONTH-HEADING.
004660     05  FILLER                  PIC X(17) VALUE 'MONTH'.
004670     05  FILLER                  PIC X(15) VALUE
004680             '       FED TAX'.
004690     05  FILLER                  PIC X(15) VALUE
004700             '   EMPLOYEE SS'.
004710     05  FILLER                  PIC X(15) VALUE
004720             '  EMPLOYEE MED'.
004730     05  FILLER                  PIC X(15) VALUE
004740             ' EMPLOYER FICA'.
004750     05  FILLER                  PIC X(15) VALUE
004760             '     LIABILITY'.
004770     05  FILLER                  PIC X(15) VALUE
004780             '         GROSS'.
004790     05  FILLER                  PIC X(25) VALUE SPACES.
004800
004810 01  WS-RPT-MONTH-LINE.
004820     05  WS-RPT-MO-LABEL         PIC X(17).
004830     05  WS-RPT-MO-FED-TAX       PIC ZZ,ZZZ,ZZ9.99-.
004840     05  FILLER                  PIC X(01) VALUE SPACES.
004850     05  WS-RPT-MO-SS-TAX        PIC ZZ,ZZZ,ZZ9.99-.
004860     05  FILLER                  PIC X(01) VALUE SPACES.
004870     05  WS-RPT-MO-MEDICARE      PIC ZZ,ZZZ,ZZ9.99-.
004880     05  FILLER                  PIC X(01) VALUE SPACES.
004890     05  WS-RPT-MO-ER-FICA       PIC ZZ,ZZZ,ZZ9.99-.
004900     05  FILLER                  PIC X(01) VALUE SPACES.
004910     05  WS-RPT-MO-LIABILITY     PIC ZZ,ZZZ,ZZ9.99-.
004920     05  FILLER                  PIC X(01) VALUE SPACES.
004930     05  WS-RPT-MO-GROSS         PIC ZZ,ZZZ,ZZ9.99-.
004940     05  FILLER                  PIC X(01) VALUE SPACES.
004950     05  FILLER                  PIC X(25) VALUE SPACES.
004960
004970 01  WS-RPT-DEPOSIT-HEADING.
004980     05  FILLER                  PIC X(10) VALUE 'SETTLED'.
004990     05  FILLER                  PIC X(17) VALUE
005000             'EFT ACK NUMBER'.
005010     05  FILLER                  PIC X(15) VALUE
005020             '       AMOUNT'.
005030     05  FILLER                  PIC X(15) VALUE
005040             '      APPLIED'.
005050     05  FILLER                  PIC X(13) VALUE
005060             '    UNAPPLIED'.
005070     05  FILLER                  PIC X(62) VALUE SPACES.
005080
005090 01  WS-RPT-DEPOSIT-LINE.
005100     05  WS-RPT-DP-DATE          PIC 9(08).
005110     05  FILLER                  PIC X(02) VALUE SPACES.
005120     05  WS-RPT-DP-EFT-NUMBER    PIC X(15).
005130     05  FILLER                  PIC X(02) VALUE SPACES.
005140     05  WS-RPT-DP-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.
005150     05  FILLER                  PIC X(02) VALUE SPACES.
005160     05  WS-RPT-DP-APPLIED       PIC ZZ,ZZZ,ZZ9.99.
005170     05  FILLER                  PIC X(02) VALUE SPACES.
005180     05  WS-RPT-DP-UNAPPLIED     PIC ZZ,ZZZ,ZZ9.99
005190                                     BLANK WHEN ZERO.
005200     05  FILLER                  PIC X(62) VALUE SPACES.
005210
005220 01  WS-RPT-NOTE-LINE.
005230     05  FILLER                  PIC X(12) VALUE 'NOTE:       '.
005240     05  WS-RPT-NOTE-TEXT        PIC X(120).
005250
005260 01  WS-RPT-EXCEPTION-LINE.
005270     05  FILLER                  PIC X(12) VALUE 'EXCEPTION:  '.
005280     05  WS-RPT-EXC-TEXT         PIC X(60).
005290     05  FILLER                  PIC X(02) VALUE SPACES.
005300     05  WS-RPT-EXC-EXPECTED     PIC ZZZ,ZZZ,ZZ9.99-.
005310     05  FILLER                  PIC X(02) VALUE SPACES.
005320     05  WS-RPT-EXC-ACTUAL       PIC ZZZ,ZZZ,ZZ9.99-.
005330     05  FILLER                  PIC X(26) VALUE SPACES.
005340
005350 01  WS-RPT-SUMMARY-LINE.
005360     05  FILLER                  PIC X(02) VALUE SPACES.
005370     05  WS-RPT-SUM-LABEL        PIC X(40).
005380     05  WS-RPT-SUM-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
005390     05  FILLER                  PIC X(02) VALUE SPACES.
005400     05  WS-RPT-SUM-COUNT        PIC ZZZZZZ9 BLANK WHEN ZERO.
005410     05  FILLER                  PIC X(66) VALUE SPACES.
005420
005430 01  WS-RPT-VERDICT-LINE.
005440     05  FILLER                  PIC X(16) VALUE
005450             'DEPOSIT STATUS: '.
005460     05  WS-RPT-VERDICT          PIC X(50).
005470     05  FILLER                  PIC X(66) VALUE SPACES.
005480
005490*-----------------------------------------------------------------
005500* PARM AREA PASSED FROM THE JCL EXEC STATEMENT, AS IN THE
005510* PAYROLL SYSTEM ITSELF.
005520*-----------------------------------------------------------------
005530 LINKAGE SECTION.
005540 01  LS-PARM-AREA.
005550     05  LS-PARM-LENGTH          PIC S9(04) COMP.
005560     05  LS-PARM-TEXT            PIC X(20).
005570
005580 PROCEDURE DIVISION USING LS-PARM-AREA.
005590
005600 0000-MAINLINE.
005610     PERFORM 1000-INITIALIZE THRU 1000-EXIT
005620     PERFORM 1100-LOAD-PARAMETERS THRU 1100-EXIT
005630     PERFORM 2000-BUILD-LEDGER THRU 2000-EXIT
005640     PERFORM 3000-SCHEDULE-DEPOSITS THRU 3000-EXIT
005650     PERFORM 4000-LOAD-DEPOSITS THRU 4000-EXIT
005660     PERFORM 5000-APPLY-DEPOSITS THRU 5000-EXIT
005670     PERFORM 6000-MONTH-SUMMARY THRU 6000-EXIT
005680     PERFORM 6500-LIST-DEPOSITS THRU 6500-EXIT
005690     PERFORM 9000-WRAP-UP THRU 9000-EXIT
005700     STOP RUN.
005710
005720*-----------------------------------------------------------------
005730* ESTABLISH THE AS-OF DATE AND THE QUARTER, AND OPEN THE REPORT.
005740*-----------------------------------------------------------------
005750 1000-INITIALIZE.
005760     MOVE ZEROS TO WS-AS-OF-DATE WS-RPT-YEAR WS-RPT-QUARTER
005770     IF LS-PARM-LENGTH > 13
005780         IF LS-PARM-TEXT(7:8) NUMERIC
005790             MOVE LS-PARM-TEXT(7:8) TO WS-AS-OF-DATE
005800         END-IF
005810     END-IF
005820     MOVE WS-AS-OF-DATE TO WS-DATE-YYYYMMDD
005830     IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
005840        OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
005850         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
005860         MOVE WS-CURRENT-DATE TO WS-AS-OF-DATE
005870     END-IF
005880     IF LS-PARM-LENGTH > 4
005890         IF LS-PARM-TEXT(1:5) NUMERIC
005900             MOVE LS-PARM-TEXT(1:4) TO WS-RPT-YEAR
005910             MOVE LS-PARM-TEXT(5:1) TO WS-RPT-QUARTER
005920         END-IF
005930     END-IF
005940     IF WS-RPT-QUARTER < 1 OR WS-RPT-QUARTER > 4
005950         MOVE WS-AS-OF-DATE TO WS-DATE-YYYYMMDD
005960         MOVE WS-DATE-CCYY TO WS-RPT-YEAR
005970         COMPUTE WS-RPT-QUARTER = (WS-DATE-MM + 2) / 3
005980     END-IF
005990     COMPUTE WS-FIRST-MONTH = (WS-RPT-QUARTER * 3) - 2
006000     MOVE WS-RPT-YEAR    TO WS-PW-YEAR
006010     MOVE WS-FIRST-MONTH TO WS-PW-MONTH
006020     MOVE WS-PERIOD-TEXT TO WS-FIRST-PERIOD
006030     ADD 2 TO WS-PW-MONTH
006040     MOVE WS-PERIOD-TEXT TO WS-LAST-PERIOD
006050     INITIALIZE LEDGER-TABLE MONTH-TOTALS-TABLE DEPOSIT-TABLE
006060     OPEN OUTPUT TAX-REPORT-FILE
006070     IF NOT WS-TAXRPT-OK
006080         DISPLAY "Unable to open tax deposit report, status "
006090             WS-TAXRPT-STATUS
006100         MOVE 8 TO RETURN-CODE
006110         STOP RUN
006120     END-IF
006130     DISPLAY "Tax liability for quarter " WS-RPT-QUARTER
006140         " of " WS-RPT-YEAR " as of " WS-AS-OF-DATE.
006150 1000-EXIT.
006160     EXIT.
006170
006180*-----------------------------------------------------------------
006190* PASS ONE KEEPS EVERY 'P' RECORD'S EMPLOYER FICA RATE AND FINDS
006200* THE SET IN FORCE FOR THE QUARTER'S LAST MONTH, THE SAME RULE
006210* THE PAYROLL RUN USES; PASS TWO LOADS THAT SET'S 'D' RECORD.
006220* WITHOUT A FILE, A SET OR A 'D' RECORD THE MONTHLY SCHEDULE
006230* AND THE CODED LIMIT STAND.
006240*-----------------------------------------------------------------
006250 1100-LOAD-PARAMETERS.
006260     MOVE SPACES TO WS-PARM-BEST-PERIOD
006270     MOVE ZERO TO WS-FICA-RATE-COUNT
006280     OPEN INPUT PARAMETER-FILE
006290     IF NOT WS-PARMFILE-OK
006300         DISPLAY "Unable to open parameter file, status "
006310             WS-PARMFILE-STATUS "; monthly schedule used."
006320         GO TO 1100-EXIT
006330     END-IF
006340     PERFORM 1110-FIND-BEST-PERIOD THRU 1110-EXIT
006350     CLOSE PARAMETER-FILE
006360     IF WS-PARM-BEST-PERIOD = SPACES
006370         DISPLAY "No parameter set on PARMFILE covers "
006380             WS-LAST-PERIOD "; monthly schedule used."
006390         GO TO 1100-EXIT
006400     END-IF
006410     OPEN INPUT PARAMETER-FILE
006420     IF NOT WS-PARMFILE-OK
006430         DISPLAY "Unable to reopen parameter file, status "
006440             WS-PARMFILE-STATUS "; monthly schedule used."
006450         GO TO 1100-EXIT
006460     END-IF
006470     PERFORM 1120-LOAD-BEST-SET THRU 1120-EXIT
006480     CLOSE PARAMETER-FILE.
006490 1100-EXIT.
006500     IF WS-SEMIWEEKLY
006510         MOVE "SEMIWEEKLY" TO WS-RPT-HDR-SCHEDULE
006520     ELSE
006530         MOVE "MONTHLY" TO WS-RPT-HDR-SCHEDULE
006540     END-IF
006550     DISPLAY "Deposit schedule " WS-RPT-HDR-SCHEDULE
006560         " next-day limit " WS-NEXT-DAY-LIMIT.
006570
006580 1110-FIND-BEST-PERIOD.
006590     READ PARAMETER-FILE
006600         AT END
006610             GO TO 1110-EXIT
006620     END-READ
006630     IF NOT PRM-RATE-SET OR PRM-EFFECTIVE-PERIOD NOT NUMERIC
006640         GO TO 1110-FIND-BEST-PERIOD
006650     END-IF
006660     IF PRM-EFFECTIVE-PERIOD NOT GREATER THAN WS-LAST-PERIOD
006670        AND PRM-EFFECTIVE-PERIOD GREATER THAN WS-PARM-BEST-PERIOD
006680         MOVE PRM-EFFECTIVE-PERIOD TO WS-PARM-BEST-PERIOD
006690     END-IF
006700     IF PRM-ER-FICA-RATE NOT NUMERIC
006710         GO TO 1110-FIND-BEST-PERIOD
006720     END-IF
006730     IF WS-FICA-RATE-COUNT NOT < WS-FICA-RATE-MAX
006740         DISPLAY "FICA rate table full; period "
006750             PRM-EFFECTIVE-PERIOD " not loaded."
006760         GO TO 1110-FIND-BEST-PERIOD
006770     END-IF
006780     ADD 1 TO WS-FICA-RATE-COUNT
006790     MOVE PRM-EFFECTIVE-PERIOD TO FR-PERIOD(WS-FICA-RATE-COUNT)
006800     MOVE PRM-ER-FICA-RATE     TO FR-RATE(WS-FICA-RATE-COUNT)
006810     GO TO 1110-FIND-BEST-PERIOD.
006820 1110-EXIT.
006830     EXIT.
006840
006850 1120-LOAD-BEST-SET.
006860     READ PARAMETER-FILE
006870         AT END
006880             GO TO 1120-EXIT
006890     END-READ
006900     IF PRM-EFFECTIVE-PERIOD NOT = WS-PARM-BEST-PERIOD
006910        OR NOT PRM-DEPOSIT-SCHEDULE
006920         GO TO 1120-LOAD-BEST-SET
006930     END-IF
006940     IF PRD-SEMIWEEKLY
006950         SET WS-SEMIWEEKLY TO TRUE
006960     ELSE
006970         SET WS-MONTHLY TO TRUE
006980     END-IF
006990     IF PRD-NEXT-DAY-LIMIT NUMERIC
007000        AND PRD-NEXT-DAY-LIMIT > ZERO
007010         MOVE PRD-NEXT-DAY-LIMIT TO WS-NEXT-DAY-LIMIT
007020     END-IF
007030     GO TO 1120-LOAD-BEST-SET.
007040 1120-EXIT.
007050     EXIT.
007060
007070*-----------------------------------------------------------------
007080* THE EMPLOYER FICA RATE IN FORCE FOR PH-PAY-PERIOD: THAT OF THE
007090* LATEST 'P' RECORD AT OR BEFORE IT, ELSE THE RATE CODED IN THE
007100* PAYROLL SYSTEM.
007110*-----------------------------------------------------------------
007120 1130-FIND-FICA-RATE.
007130     MOVE 0.0765 TO WS-ER-FICA-RATE
007140     MOVE SPACES TO WS-RATE-BEST-PERIOD
007150     PERFORM 1135-MATCH-FICA-RATE THRU 1135-EXIT
007160         VARYING WS-FR-SUB FROM 1 BY 1
007170         UNTIL WS-FR-SUB > WS-FICA-RATE-COUNT.
007180 1130-EXIT.
007190     EXIT.
007200
007210 1135-MATCH-FICA-RATE.
007220     IF FR-PERIOD(WS-FR-SUB) NOT GREATER THAN PH-PAY-PERIOD
007230        AND FR-PERIOD(WS-FR-SUB) GREATER THAN WS-RATE-BEST-PERIOD
007240         MOVE FR-PERIOD(WS-FR-SUB) TO WS-RATE-BEST-PERIOD
007250         MOVE FR-RATE(WS-FR-SUB)   TO WS-ER-FICA-RATE
007260     END-IF.
007270 1135-EXIT.
007280     EXIT.
007290
007300*-----------------------------------------------------------------
007310* BUILD THE LEDGER FROM EVERY PAYHIST 'P', 'J' AND 'V' RECORD
007320* OF A PERIOD IN THE QUARTER.
007330*-----------------------------------------------------------------
007340 2000-BUILD-LEDGER.
007350     MOVE WS-RPT-QUARTER TO WS-RPT-HDR-QUARTER
007360     MOVE WS-RPT-YEAR    TO WS-RPT-HDR-YEAR
007370     MOVE WS-AS-OF-DATE  TO WS-RPT-HDR-DATE
007380     MOVE WS-RPT-COMPANY-HDR TO TAX-REPORT-RECORD
007390     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT
007400     MOVE SPACES TO TAX-REPORT-RECORD
007410     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT
007420     OPEN INPUT PAY-HISTORY-FILE
007430     IF NOT WS-PAYHIST-OK
007440         MOVE "PAYHIST UNREADABLE" TO WS-RPT-EXC-TEXT
007450         MOVE ZEROS TO WS-RPT-EXC-EXPECTED WS-RPT-EXC-ACTUAL
007460         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
007470         GO TO 2000-EXIT
007480     END-IF.
007490 2000-LOOP.
007500     READ PAY-HISTORY-FILE
007510         AT END
007520             GO TO 2000-CLOSE
007530     END-READ
007540     PERFORM 2100-POST-HISTORY THRU 2100-EXIT
007550     GO TO 2000-LOOP.
007560 2000-CLOSE.
007570     CLOSE PAY-HISTORY-FILE.
007580 2000-EXIT.
007590     EXIT.
007600
007610 2100-POST-HISTORY.
007620     EVALUATE PH-RECORD-TYPE
007630         WHEN 'P'
007640         WHEN 'J'
007650             MOVE +1 TO WS-SIGN
007660         WHEN 'V'
007670             MOVE -1 TO WS-SIGN
007680         WHEN OTHER
007690             GO TO 2100-EXIT
007700     END-EVALUATE
007710     IF PH-PAY-PERIOD < WS-FIRST-PERIOD
007720        OR PH-PAY-PERIOD > WS-LAST-PERIOD
007730         GO TO 2100-EXIT
007740     END-IF
007750     ADD 1 TO WS-HIST-COUNT
007760*-----------------------------------------------------------------
007770* A RECORD WRITTEN BEFORE PAYHIST CARRIED THE EMPLOYEE TAXES
007780* READS AS SPACES THERE AND COUNTS AS ZERO.
007790*-----------------------------------------------------------------
007800     IF PH-SS-WAGES NOT NUMERIC
007810         MOVE ZEROS TO PH-SS-WAGES PH-SS-TAX
007820                       PH-MEDICARE-TAX PH-STATE-TAX
007830     END-IF
007840     IF PH-PAY-DATE NUMERIC AND PH-PAY-DATE > ZERO
007850         MOVE PH-PAY-DATE TO WS-NEW-PAY-DATE
007860     ELSE
007870         PERFORM 2130-PERIOD-END-DATE THRU 2130-EXIT
007880     END-IF
007890     MOVE PH-PAY-PERIOD TO WS-NEW-PERIOD
007900     PERFORM 1130-FIND-FICA-RATE THRU 1130-EXIT
007910     COMPUTE WS-ER-FICA = PH-GROSS-PAY * WS-ER-FICA-RATE
007920     COMPUTE WS-REC-FED-TAX  = PH-TAX-DEDUCTION * WS-SIGN
007930     COMPUTE WS-REC-SS-TAX   = PH-SS-TAX * WS-SIGN
007940     COMPUTE WS-REC-MEDICARE = PH-MEDICARE-TAX * WS-SIGN
007950     COMPUTE WS-REC-ER-FICA  = WS-ER-FICA * WS-SIGN
007960     COMPUTE WS-REC-GROSS    = PH-GROSS-PAY * WS-SIGN
007970     MOVE PH-PAY-PERIOD TO WS-PERIOD-TEXT
007980     COMPUTE WS-MONTH-SUB = WS-PW-MONTH - WS-FIRST-MONTH + 1
007990     ADD WS-REC-FED-TAX  TO MT-FED-TAX(WS-MONTH-SUB)
008000     ADD WS-REC-SS-TAX   TO MT-SS-TAX(WS-MONTH-SUB)
008010     ADD WS-REC-MEDICARE TO MT-MEDICARE(WS-MONTH-SUB)
008020     ADD WS-REC-ER-FICA  TO MT-ER-FICA(WS-MONTH-SUB)
008030     ADD WS-REC-GROSS    TO MT-GROSS(WS-MONTH-SUB)
008040     PERFORM 2110-FIND-ENTRY THRU 2110-EXIT
008050     IF WS-LG-SUB = ZERO
008060         GO TO 2100-EXIT
008070     END-IF
008080     ADD WS-REC-FED-TAX  TO LG-FED-TAX(WS-LG-SUB)
008090                            LG-LIABILITY(WS-LG-SUB)
008100     ADD WS-REC-SS-TAX   TO LG-EE-FICA(WS-LG-SUB)
008110                            LG-LIABILITY(WS-LG-SUB)
008120     ADD WS-REC-MEDICARE TO LG-EE-FICA(WS-LG-SUB)
008130                            LG-LIABILITY(WS-LG-SUB)
008140     ADD WS-REC-ER-FICA  TO LG-ER-FICA(WS-LG-SUB)
008150                            LG-LIABILITY(WS-LG-SUB).
008160 2100-EXIT.
008170     EXIT.
008180
008190*-----------------------------------------------------------------
008200* FIND THE LEDGER ENTRY FOR WS-NEW-KEY, OPENING ONE IN PAY DATE
008210* ORDER WHEN IT IS NEW. WS-LG-SUB IS ZERO WHEN THE LEDGER IS
008220* FULL.
008230*-----------------------------------------------------------------
008240 2110-FIND-ENTRY.
008250     PERFORM 2115-SCAN-ENTRY THRU 2115-EXIT
008260         VARYING WS-LG-SUB FROM 1 BY 1
008270         UNTIL WS-LG-SUB > WS-LEDGER-COUNT
008280            OR LG-KEY(WS-LG-SUB) NOT < WS-NEW-KEY
008290     IF WS-LG-SUB NOT > WS-LEDGER-COUNT
008300         IF LG-KEY(WS-LG-SUB) = WS-NEW-KEY
008310             GO TO 2110-EXIT
008320         END-IF
008330     END-IF
008340     IF WS-LEDGER-COUNT NOT < WS-LEDGER-MAX
008350         IF NOT WS-LEDGER-FULL
008360             SET WS-LEDGER-FULL TO TRUE
008370             MOVE "LEDGER FULL - LATER PAY DATES NOT LISTED"
008380                 TO WS-RPT-EXC-TEXT
008390             MOVE WS-LEDGER-MAX TO WS-RPT-EXC-EXPECTED
008400             MOVE WS-LEDGER-COUNT TO WS-RPT-EXC-ACTUAL
008410             PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
008420         END-IF
008430         MOVE ZERO TO WS-LG-SUB
008440         GO TO 2110-EXIT
008450     END-IF
008460     PERFORM 2120-SHIFT-ENTRY THRU 2120-EXIT
008470         VARYING WS-SHIFT-SUB FROM WS-LEDGER-COUNT BY -1
008480         UNTIL WS-SHIFT-SUB < WS-LG-SUB
008490     ADD 1 TO WS-LEDGER-COUNT
008500     INITIALIZE LEDGER-ENTRY(WS-LG-SUB)
008510     MOVE WS-NEW-KEY TO LG-KEY(WS-LG-SUB).
008520 2110-EXIT.
008530     EXIT.
008540
008550 2115-SCAN-ENTRY.
008560     CONTINUE.
008570 2115-EXIT.
008580     EXIT.
008590
008600 2120-SHIFT-ENTRY.
008610     MOVE LEDGER-ENTRY(WS-SHIFT-SUB)
008620         TO LEDGER-ENTRY(WS-SHIFT-SUB + 1).
008630 2120-EXIT.
008640     EXIT.
008650
008660*-----------------------------------------------------------------
008670* LAST DAY OF PH-PAY-PERIOD'S MONTH INTO WS-NEW-PAY-DATE: THE
008680* FIRST OF THE NEXT MONTH LESS ONE DAY.
008690*-----------------------------------------------------------------
008700 2130-PERIOD-END-DATE.
008710     MOVE PH-PAY-PERIOD TO WS-PERIOD-TEXT
008720     MOVE WS-PW-YEAR  TO WS-DATE-CCYY
008730     MOVE WS-PW-MONTH TO WS-DATE-MM
008740     MOVE 1           TO WS-DATE-DD
008750     IF WS-DATE-MM = 12
008760         ADD 1 TO WS-DATE-CCYY
008770         MOVE 1 TO WS-DATE-MM
008780     ELSE
008790         ADD 1 TO WS-DATE-MM
008800     END-IF
008810     PERFORM 7100-DATE-TO-DAY-NUMBER THRU 7100-EXIT
008820     SUBTRACT 1 FROM WS-DAY-NUMBER
008830     PERFORM 7110-DAY-NUMBER-TO-DATE THRU 7110-EXIT
008840     MOVE WS-DATE-YYYYMMDD TO WS-NEW-PAY-DATE.
008850 2130-EXIT.
008860     EXIT.
008870
008880*-----------------------------------------------------------------
008890* DUE DATES. EACH PAY DATE'S LIABILITY IS DUE BY THE 15TH OF THE
008900* NEXT MONTH ON THE MONTHLY SCHEDULE, OR ON THE SEMIWEEKLY
008910* SCHEDULE BY THE WEDNESDAY AFTER A WEDNESDAY, THURSDAY OR
008920* FRIDAY PAY DATE AND BY THE FRIDAY AFTER ANY OTHER. LIABILITY
008930* ACCUMULATES OVER THE PAY DATES SHARING A DUE DATE; ONCE IT
008940* REACHES THE NEXT-DAY LIMIT ON A PAY DATE, ALL OF IT SO FAR IS
008950* DUE THE NEXT BUSINESS DAY, THE ACCUMULATION STARTS AGAIN, AND
008960* A MONTHLY DEPOSITOR IS SEMIWEEKLY FROM THEN ON. A DATE FALLING
008970* ON A WEEKEND MOVES TO THE MONDAY.
008980*-----------------------------------------------------------------
008990 3000-SCHEDULE-DEPOSITS.
009000     MOVE ZERO TO WS-ACCUM-LIABILITY WS-GROUP-DUE-DATE
009010     MOVE 1 TO WS-GROUP-START
009020     PERFORM 3100-SCHEDULE-ONE-ENTRY THRU 3100-EXIT
009030         VARYING WS-LG-SUB FROM 1 BY 1
009040         UNTIL WS-LG-SUB > WS-LEDGER-COUNT.
009050 3000-EXIT.
009060     EXIT.
009070
009080 3100-SCHEDULE-ONE-ENTRY.
009090     MOVE LG-PAY-DATE(WS-LG-SUB) TO WS-DATE-YYYYMMDD
009100     IF WS-SEMIWEEKLY
009110         PERFORM 3110-SEMIWEEKLY-DUE THRU 3110-EXIT
009120         MOVE 'S' TO LG-RULE(WS-LG-SUB)
009130     ELSE
009140         PERFORM 3120-MONTHLY-DUE THRU 3120-EXIT
009150         MOVE 'M' TO LG-RULE(WS-LG-SUB)
009160     END-IF
009170     IF WS-DUE-DATE NOT = WS-GROUP-DUE-DATE
009180         MOVE WS-DUE-DATE TO WS-GROUP-DUE-DATE
009190         MOVE ZERO TO WS-ACCUM-LIABILITY
009200         MOVE WS-LG-SUB TO WS-GROUP-START
009210     END-IF
009220     MOVE WS-DUE-DATE TO LG-DUE-DATE(WS-LG-SUB)
009230     ADD LG-LIABILITY(WS-LG-SUB) TO WS-ACCUM-LIABILITY
009240     IF WS-LG-SUB < WS-LEDGER-COUNT
009250         IF LG-PAY-DATE(WS-LG-SUB + 1) = LG-PAY-DATE(WS-LG-SUB)
009260             GO TO 3100-EXIT
009270         END-IF
009280     END-IF
009290     IF WS-ACCUM-LIABILITY < WS-NEXT-DAY-LIMIT
009300         GO TO 3100-EXIT
009310     END-IF
009320     MOVE LG-PAY-DATE(WS-LG-SUB) TO WS-DATE-YYYYMMDD
009330     PERFORM 3130-NEXT-BUSINESS-DAY THRU 3130-EXIT
009340     PERFORM 3140-MARK-NEXT-DAY THRU 3140-EXIT
009350         VARYING WS-MARK-SUB FROM WS-GROUP-START BY 1
009360         UNTIL WS-MARK-SUB > WS-LG-SUB
009370     MOVE ZERO TO WS-ACCUM-LIABILITY
009380     COMPUTE WS-GROUP-START = WS-LG-SUB + 1
009390     IF WS-MONTHLY
009400         SET WS-SEMIWEEKLY TO TRUE
009410         SET WS-SCHEDULE-CHANGED TO TRUE
009420     END-IF.
009430 3100-EXIT.
009440     EXIT.
009450
009460*-----------------------------------------------------------------
009470* SEMIWEEKLY DUE DATE FOR THE PAY DATE IN WS-DATE-YYYYMMDD.
009480*-----------------------------------------------------------------
009490 3110-SEMIWEEKLY-DUE.
009500     PERFORM 7100-DATE-TO-DAY-NUMBER THRU 7100-EXIT
009510     PERFORM 3150-FIND-WEEKDAY THRU 3150-EXIT
009520     EVALUATE WS-WEEKDAY
009530         WHEN 2
009540             ADD 7 TO WS-DAY-NUMBER
009550         WHEN 3
009560             ADD 6 TO WS-DAY-NUMBER
009570         WHEN 4
009580             ADD 5 TO WS-DAY-NUMBER
009590         WHEN 5
009600             ADD 6 TO WS-DAY-NUMBER
009610         WHEN 6
009620             ADD 5 TO WS-DAY-NUMBER
009630         WHEN 0
009640             ADD 4 TO WS-DAY-NUMBER
009650         WHEN OTHER
009660             ADD 3 TO WS-DAY-NUMBER
009670     END-EVALUATE
009680     PERFORM 7110-DAY-NUMBER-TO-DATE THRU 7110-EXIT
009690     MOVE WS-DATE-YYYYMMDD TO WS-DUE-DATE.
009700 3110-EXIT.
009710     EXIT.
009720
009730*-----------------------------------------------------------------
009740* MONTHLY DUE DATE FOR THE PAY DATE IN WS-DATE-YYYYMMDD.
009750*-----------------------------------------------------------------
009760 3120-MONTHLY-DUE.
009770     IF WS-DATE-MM = 12
009780         ADD 1 TO WS-DATE-CCYY
009790         MOVE 1 TO WS-DATE-MM
009800     ELSE
009810         ADD 1 TO WS-DATE-MM
009820     END-IF
009830     MOVE 15 TO WS-DATE-DD
009840     PERFORM 7100-DATE-TO-DAY-NUMBER THRU 7100-EXIT
009850     PERFORM 3160-SKIP-WEEKEND THRU 3160-EXIT
009860     PERFORM 7110-DAY-NUMBER-TO-DATE THRU 7110-EXIT
009870     MOVE WS-DATE-YYYYMMDD TO WS-DUE-DATE.
009880 3120-EXIT.
009890     EXIT.
009900
009910*-----------------------------------------------------------------
009920* NEXT BUSINESS DAY AFTER THE DATE IN WS-DATE-YYYYMMDD.
009930*-----------------------------------------------------------------
009940 3130-NEXT-BUSINESS-DAY.
009950     PERFORM 7100-DATE-TO-DAY-NUMBER THRU 7100-EXIT
009960     ADD 1 TO WS-DAY-NUMBER
009970     PERFORM 3160-SKIP-WEEKEND THRU 3160-EXIT
009980     PERFORM 7110-DAY-NUMBER-TO-DATE THRU 7110-EXIT
009990     MOVE WS-DATE-YYYYMMDD TO WS-DUE-DATE.
010000 3130-EXIT.
010010     EXIT.
010020
010030 3140-MARK-NEXT-DAY.
010040     MOVE WS-DUE-DATE TO LG-DUE-DATE(WS-MARK-SUB)
010050     MOVE 'N' TO LG-RULE(WS-MARK-SUB).
010060 3140-EXIT.
010070     EXIT.
010080
010090 3150-FIND-WEEKDAY.
010100     DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-JD-T
010110         REMAINDER WS-WEEKDAY.
010120 3150-EXIT.
010130     EXIT.
010140
010150 3160-SKIP-WEEKEND.
010160     PERFORM 3150-FIND-WEEKDAY THRU 3150-EXIT
010170     IF WS-WEEKDAY = 5
010180         ADD 2 TO WS-DAY-NUMBER
010190     END-IF
010200     IF WS-WEEKDAY = 6
010210         ADD 1 TO WS-DAY-NUMBER
010220     END-IF.
010230 3160-EXIT.
010240     EXIT.
010250
010260*-----------------------------------------------------------------
010270* LOAD TREASURY'S CONFIRMATIONS OF 941 DEPOSITS FOR THE QUARTER
010280* IN SETTLEMENT DATE ORDER. THE DD IS REQUIRED; AN EMPTY DATA
010290* SET MEANS NOTHING HAS BEEN DEPOSITED.
010300*-----------------------------------------------------------------
010310 4000-LOAD-DEPOSITS.
010320     OPEN INPUT DEPOSIT-CONFIRM-FILE
010330     IF NOT WS-DEPCONF-OK
010340         MOVE "DEPCONF UNREADABLE" TO WS-RPT-EXC-TEXT
010350         MOVE ZEROS TO WS-RPT-EXC-EXPECTED WS-RPT-EXC-ACTUAL
010360         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
010370         GO TO 4000-EXIT
010380     END-IF.
010390 4000-LOOP.
010400     READ DEPOSIT-CONFIRM-FILE
010410         AT END
010420             GO TO 4000-CLOSE
010430     END-READ
010440     ADD 1 TO WS-DEPCONF-READ-COUNT
010450     PERFORM 4100-ADD-DEPOSIT THRU 4100-EXIT
010460     GO TO 4000-LOOP.
010470 4000-CLOSE.
010480     CLOSE DEPOSIT-CONFIRM-FILE.
010490 4000-EXIT.
010500     EXIT.
010510
010520 4100-ADD-DEPOSIT.
010530     IF DC-TAX-FORM NOT = '941'
010540        OR DC-TAX-YEAR NOT = WS-RPT-YEAR
010550        OR DC-TAX-QUARTER NOT = WS-RPT-QUARTER
010560         ADD 1 TO WS-DEPCONF-SKIP-COUNT
010570         GO TO 4100-EXIT
010580     END-IF
010590     IF DC-SETTLE-DATE NOT NUMERIC OR DC-AMOUNT NOT NUMERIC
010600         MOVE SPACES TO WS-RPT-EXC-TEXT
010610         STRING "DEPCONF RECORD NOT NUMERIC - EFT " DC-EFT-NUMBER
010620             DELIMITED BY SIZE INTO WS-RPT-EXC-TEXT
010630         MOVE ZEROS TO WS-RPT-EXC-EXPECTED WS-RPT-EXC-ACTUAL
010640         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
010650         GO TO 4100-EXIT
010660     END-IF
010670     IF WS-DEPOSIT-COUNT NOT < WS-DEPOSIT-MAX
010680         MOVE SPACES TO WS-RPT-EXC-TEXT
010690         STRING "DEPOSIT TABLE FULL - EFT " DC-EFT-NUMBER
010700             DELIMITED BY SIZE INTO WS-RPT-EXC-TEXT
010710         MOVE ZEROS TO WS-RPT-EXC-EXPECTED
010720         MOVE DC-AMOUNT TO WS-RPT-EXC-ACTUAL
010730         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
010740         GO TO 4100-EXIT
010750     END-IF
010760     PERFORM 4110-SCAN-DEPOSIT THRU 4110-EXIT
010770         VARYING WS-DEP-SUB FROM 1 BY 1
010780         UNTIL WS-DEP-SUB > WS-DEPOSIT-COUNT
010790            OR DP-SETTLE-DATE(WS-DEP-SUB) > DC-SETTLE-DATE
010800     PERFORM 4120-SHIFT-DEPOSIT THRU 4120-EXIT
010810         VARYING WS-SHIFT-SUB FROM WS-DEPOSIT-COUNT BY -1
010820         UNTIL WS-SHIFT-SUB < WS-DEP-SUB
010830     ADD 1 TO WS-DEPOSIT-COUNT
010840     MOVE DC-SETTLE-DATE TO DP-SETTLE-DATE(WS-DEP-SUB)
010850     MOVE DC-EFT-NUMBER  TO DP-EFT-NUMBER(WS-DEP-SUB)
010860     MOVE DC-AMOUNT      TO DP-AMOUNT(WS-DEP-SUB)
010870                            DP-REMAINING(WS-DEP-SUB)
010880     ADD DC-AMOUNT TO WS-DEPOSIT-TOTAL.
010890 4100-EXIT.
010900     EXIT.
010910
010920 4110-SCAN-DEPOSIT.
010930     CONTINUE.
010940 4110-EXIT.
010950     EXIT.
010960
010970 4120-SHIFT-DEPOSIT.
010980     MOVE DEPOSIT-ENTRY(WS-SHIFT-SUB)
010990         TO DEPOSIT-ENTRY(WS-SHIFT-SUB + 1).
011000 4120-EXIT.
011010     EXIT.
011020
011030*-----------------------------------------------------------------
011040* APPLY THE DEPOSITS TO THE LEDGER OLDEST PAY DATE FIRST AND
011050* PRINT EACH PAY DATE WITH WHAT COVERED IT. A PAY DATE WHOSE
011060* VOIDS OUTWEIGH ITS PAY IS A CREDIT AGAINST THE LIABILITIES
011070* AFTER IT. A LIABILITY FULLY COVERED ON OR BEFORE ITS DUE DATE
011080* IS ON TIME; COVERED BY ANY DEPOSIT SETTLED AFTER IT, LATE;
011090* NOT FULLY COVERED AND PAST DUE AT THE AS-OF DATE, SHORT;
011100* OTHERWISE STILL DUE. LATE AND SHORT ARE EXCEPTIONS.
011110*-----------------------------------------------------------------
011120 5000-APPLY-DEPOSITS.
011130     MOVE SPACES TO WS-RPT-SECTION-TITLE
011140     MOVE "FEDERAL TAX LIABILITY BY PAY DATE"
011150         TO WS-RPT-SECTION-TITLE
011160     PERFORM 8200-WRITE-SECTION-LINE THRU 8200-EXIT
011170     MOVE WS-RPT-LEDGER-HEADING TO TAX-REPORT-RECORD
011180     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT
011190     MOVE ZERO TO WS-CREDIT-POOL
011200     MOVE 1 TO WS-DEP-SUB
011210     PERFORM 5100-APPLY-ONE-ENTRY THRU 5100-EXIT
011220         VARYING WS-LG-SUB FROM 1 BY 1
011230         UNTIL WS-LG-SUB > WS-LEDGER-COUNT
011240     IF WS-LEDGER-COUNT = ZERO
011250         MOVE SPACES TO WS-RPT-NOTE-TEXT
011260         STRING "NO PAYHIST LIABILITY FOR PERIODS "
011270             WS-FIRST-PERIOD " THROUGH " WS-LAST-PERIOD
011280             DELIMITED BY SIZE INTO WS-RPT-NOTE-TEXT
011290         MOVE WS-RPT-NOTE-LINE TO TAX-REPORT-RECORD
011300         PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT
011310     END-IF.
011320 5000-EXIT.
011330     EXIT.
011340
011350 5100-APPLY-ONE-ENTRY.
011360     MOVE ZEROS TO LG-DEPOSITED(WS-LG-SUB)
011370                   LG-DEPOSIT-DATE(WS-LG-SUB)
011380                   LG-UNPAID(WS-LG-SUB)
011390     MOVE 'N' TO WS-LATE-SW
011400     IF LG-LIABILITY(WS-LG-SUB) < ZERO
011410         SUBTRACT LG-LIABILITY(WS-LG-SUB) FROM WS-CREDIT-POOL
011420         MOVE "CREDIT" TO LG-STATUS(WS-LG-SUB)
011430         GO TO 5100-PRINT
011440     END-IF
011450     IF LG-LIABILITY(WS-LG-SUB) = ZERO
011460         MOVE "NIL" TO LG-STATUS(WS-LG-SUB)
011470         GO TO 5100-PRINT
011480     END-IF
011490     MOVE LG-LIABILITY(WS-LG-SUB) TO WS-NEEDED
011500     IF WS-CREDIT-POOL > ZERO
011510         IF WS-CREDIT-POOL < WS-NEEDED
011520             MOVE WS-CREDIT-POOL TO WS-TAKE
011530         ELSE
011540             MOVE WS-NEEDED TO WS-TAKE
011550         END-IF
011560         SUBTRACT WS-TAKE FROM WS-CREDIT-POOL WS-NEEDED
011570         ADD WS-TAKE TO LG-DEPOSITED(WS-LG-SUB)
011580     END-IF
011590     PERFORM 5110-TAKE-DEPOSIT THRU 5110-EXIT
011600         UNTIL WS-NEEDED = ZERO
011610            OR WS-DEP-SUB > WS-DEPOSIT-COUNT
011620     EVALUATE TRUE
011630         WHEN WS-NEEDED = ZERO AND WS-LATE
011640             MOVE "LATE" TO LG-STATUS(WS-LG-SUB)
011650             ADD 1 TO WS-LATE-COUNT
011660             ADD LG-LIABILITY(WS-LG-SUB) TO WS-LATE-AMOUNT
011670             ADD 1 TO WS-EXCEPTION-COUNT
011680             MOVE 8 TO RETURN-CODE
011690         WHEN WS-NEEDED = ZERO
011700             MOVE "ON TIME" TO LG-STATUS(WS-LG-SUB)
011710             ADD 1 TO WS-ON-TIME-COUNT
011720             ADD LG-LIABILITY(WS-LG-SUB) TO WS-ON-TIME-AMOUNT
011730         WHEN LG-DUE-DATE(WS-LG-SUB) < WS-AS-OF-DATE
011740             MOVE "SHORT" TO LG-STATUS(WS-LG-SUB)
011750             MOVE WS-NEEDED TO LG-UNPAID(WS-LG-SUB)
011760             ADD 1 TO WS-SHORT-COUNT
011770             ADD WS-NEEDED TO WS-SHORT-AMOUNT
011780             ADD 1 TO WS-EXCEPTION-COUNT
011790             MOVE 8 TO RETURN-CODE
011800         WHEN OTHER
011810             MOVE "DUE" TO LG-STATUS(WS-LG-SUB)
011820             MOVE WS-NEEDED TO LG-UNPAID(WS-LG-SUB)
011830             ADD 1 TO WS-DUE-COUNT
011840             ADD WS-NEEDED TO WS-DUE-AMOUNT
011850     END-EVALUATE.
011860 5100-PRINT.
011870     MOVE LG-PAY-DATE(WS-LG-SUB)     TO WS-RPT-LG-PAY-DATE
011880     MOVE LG-PERIOD(WS-LG-SUB)       TO WS-RPT-LG-PERIOD
011890     MOVE LG-FED-TAX(WS-LG-SUB)      TO WS-RPT-LG-FED-TAX
011900     MOVE LG-EE-FICA(WS-LG-SUB)      TO WS-RPT-LG-EE-FICA
011910     MOVE LG-ER-FICA(WS-LG-SUB)      TO WS-RPT-LG-ER-FICA
011920     MOVE LG-LIABILITY(WS-LG-SUB)    TO WS-RPT-LG-LIABILITY
011930     MOVE LG-DUE-DATE(WS-LG-SUB)     TO WS-RPT-LG-DUE-DATE
011940     MOVE LG-RULE(WS-LG-SUB)         TO WS-RPT-LG-RULE
011950     MOVE LG-DEPOSITED(WS-LG-SUB)    TO WS-RPT-LG-DEPOSITED
011960     MOVE LG-DEPOSIT-DATE(WS-LG-SUB) TO WS-RPT-LG-DEP-DATE
011970     MOVE LG-STATUS(WS-LG-SUB)       TO WS-RPT-LG-STATUS
011980     MOVE LG-UNPAID(WS-LG-SUB)       TO WS-RPT-LG-UNPAID
011990     MOVE WS-RPT-LEDGER-LINE TO TAX-REPORT-RECORD
012000     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT.
012010 5100-EXIT.
012020     EXIT.
012030
012040 5110-TAKE-DEPOSIT.
012050     IF DP-REMAINING(WS-DEP-SUB) = ZERO
012060         ADD 1 TO WS-DEP-SUB
012070         GO TO 5110-EXIT
012080     END-IF
012090     IF DP-REMAINING(WS-DEP-SUB) < WS-NEEDED
012100         MOVE DP-REMAINING(WS-DEP-SUB) TO WS-TAKE
012110     ELSE
012120         MOVE WS-NEEDED TO WS-TAKE
012130     END-IF
012140     SUBTRACT WS-TAKE FROM DP-REMAINING(WS-DEP-SUB) WS-NEEDED
012150     ADD WS-TAKE TO LG-DEPOSITED(WS-LG-SUB)
012160     MOVE DP-SETTLE-DATE(WS-DEP-SUB) TO LG-DEPOSIT-DATE(WS-LG-SUB)
012170     IF DP-SETTLE-DATE(WS-DEP-SUB) > LG-DUE-DATE(WS-LG-SUB)
012180         SET WS-LATE TO TRUE
012190     END-IF
012200     IF DP-REMAINING(WS-DEP-SUB) = ZERO
012210         ADD 1 TO WS-DEP-SUB
012220     END-IF.
012230 5110-EXIT.
012240     EXIT.
012250
012260*-----------------------------------------------------------------
012270* THE QUARTER'S LIABILITY BY MONTH FOR THE 941, AND ITS TIE-OUT
012280* TO THE QUARTER TOTALS ON QTRRPT: FEDERAL TAX, SOCIAL SECURITY
012290* AND MEDICARE TAX AND GROSS MUST AGREE. QTRRPT IS ONLY PROVED
012300* WHEN IT IS FOR THE QUARTER REPORTED.
012310*-----------------------------------------------------------------
012320 6000-MONTH-SUMMARY.
012330     MOVE SPACES TO TAX-REPORT-RECORD
012340     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT
012350     MOVE SPACES TO WS-RPT-SECTION-TITLE
012360     MOVE "FORM 941 LIABILITY BY MONTH" TO WS-RPT-SECTION-TITLE
012370     PERFORM 8200-WRITE-SECTION-LINE THRU 8200-EXIT
012380     MOVE WS-RPT-MONTH-HEADING TO TAX-REPORT-RECORD
012390     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT
012400     MOVE ZEROS TO WS-QUARTER-TOTALS
012410     PERFORM 6100-WRITE-MONTH-LINE THRU 6100-EXIT
012420         VARYING WS-MONTH-SUB FROM 1 BY 1
012430         UNTIL WS-MONTH-SUB > 3
012440     MOVE SPACES TO WS-RPT-MO-LABEL
012450     MOVE "QUARTER TOTAL" TO WS-RPT-MO-LABEL
012460     MOVE WS-QT-FED-TAX   TO WS-RPT-MO-FED-TAX
012470     MOVE WS-QT-SS-TAX    TO WS-RPT-MO-SS-TAX
012480     MOVE WS-QT-MEDICARE  TO WS-RPT-MO-MEDICARE
012490     MOVE WS-QT-ER-FICA   TO WS-RPT-MO-ER-FICA
012500     MOVE WS-QT-LIABILITY TO WS-RPT-MO-LIABILITY
012510     MOVE WS-QT-GROSS     TO WS-RPT-MO-GROSS
012520     MOVE WS-RPT-MONTH-LINE TO TAX-REPORT-RECORD
012530     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT
012540     PERFORM 6200-PROVE-QTRRPT THRU 6200-EXIT.
012550 6000-EXIT.
012560     EXIT.
012570
012580 6100-WRITE-MONTH-LINE.
012590     COMPUTE WS-MONTH-LIABILITY =
012600         MT-FED-TAX(WS-MONTH-SUB) + MT-SS-TAX(WS-MONTH-SUB)
012610         + MT-MEDICARE(WS-MONTH-SUB) + MT-ER-FICA(WS-MONTH-SUB)
012620     ADD MT-FED-TAX(WS-MONTH-SUB)  TO WS-QT-FED-TAX
012630     ADD MT-SS-TAX(WS-MONTH-SUB)   TO WS-QT-SS-TAX
012640     ADD MT-MEDICARE(WS-MONTH-SUB) TO WS-QT-MEDICARE
012650     ADD MT-ER-FICA(WS-MONTH-SUB)  TO WS-QT-ER-FICA
012660     ADD MT-GROSS(WS-MONTH-SUB)    TO WS-QT-GROSS
012670     ADD WS-MONTH-LIABILITY        TO WS-QT-LIABILITY
012680     MOVE WS-RPT-YEAR TO WS-PW-YEAR
012690     COMPUTE WS-PW-MONTH = WS-FIRST-MONTH + WS-MONTH-SUB - 1
012700     MOVE WS-MONTH-SUB TO WS-MONTH-NUMBER
012710     MOVE SPACES TO WS-RPT-MO-LABEL
012720     STRING "MONTH " WS-MONTH-NUMBER "  " WS-PERIOD-TEXT
012730         DELIMITED BY SIZE INTO WS-RPT-MO-LABEL
012740     MOVE MT-FED-TAX(WS-MONTH-SUB)  TO WS-RPT-MO-FED-TAX
012750     MOVE MT-SS-TAX(WS-MONTH-SUB)   TO WS-RPT-MO-SS-TAX
012760     MOVE MT-MEDICARE(WS-MONTH-SUB) TO WS-RPT-MO-MEDICARE
012770     MOVE MT-ER-FICA(WS-MONTH-SUB)  TO WS-RPT-MO-ER-FICA
012780     MOVE WS-MONTH-LIABILITY        TO WS-RPT-MO-LIABILITY
012790     MOVE MT-GROSS(WS-MONTH-SUB)    TO WS-RPT-MO-GROSS
012800     MOVE WS-RPT-MONTH-LINE TO TAX-REPORT-RECORD
012810     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT.
012820 6100-EXIT.
012830     EXIT.
012840
012850 6200-PROVE-QTRRPT.
012860     MOVE 'N' TO WS-QTR-TOTALS-FOUND-SW
012870     MOVE SPACES TO WS-QTRRPT-QUARTER WS-QTRRPT-YEAR
012880     OPEN INPUT QTR-REPORT-FILE
012890     IF NOT WS-QTRRPT-OK
012900         GO TO 6200-NOT-PROVED
012910     END-IF.
012920 6200-LOOP.
012930     READ QTR-REPORT-FILE
012940         AT END
012950             GO TO 6200-CLOSE
012960     END-READ
012970     IF QRH-COMPANY = 'PAYROLL DATA CENTER'
012980        AND QRH-QUARTER-LABEL = 'QUARTER: '
012990         MOVE QRH-QUARTER TO WS-QTRRPT-QUARTER
013000         MOVE QRH-YEAR    TO WS-QTRRPT-YEAR
013010     END-IF
013020     IF QRT-LABEL = 'QUARTER TOTALS'
013030         MOVE QRT-GROSS        TO WS-QR-GROSS
013040         MOVE QRT-FED-TAX      TO WS-QR-FED-TAX
013050         MOVE QRT-SS-TAX       TO WS-QR-SS-TAX
013060         MOVE QRT-MEDICARE-TAX TO WS-QR-MEDICARE
013070         SET WS-QTR-TOTALS-FOUND TO TRUE
013080     END-IF
013090     GO TO 6200-LOOP.
013100 6200-CLOSE.
013110     CLOSE QTR-REPORT-FILE
013120     IF NOT WS-QTR-TOTALS-FOUND
013130        OR WS-QTRRPT-QUARTER NOT = WS-RPT-HDR-QUARTER
013140        OR WS-QTRRPT-YEAR NOT = WS-RPT-HDR-YEAR
013150         GO TO 6200-NOT-PROVED
013160     END-IF
013170     IF WS-QR-FED-TAX NOT = WS-QT-FED-TAX
013180         MOVE "FEDERAL TAX NOT EQUAL QTRRPT QUARTER TOTAL"
013190             TO WS-RPT-EXC-TEXT
013200         MOVE WS-QR-FED-TAX TO WS-RPT-EXC-EXPECTED
013210         MOVE WS-QT-FED-TAX TO WS-RPT-EXC-ACTUAL
013220         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
013230     END-IF
013240     IF WS-QR-SS-TAX NOT = WS-QT-SS-TAX
013250         MOVE "SOCIAL SECURITY TAX NOT EQUAL QTRRPT QUARTER TOTAL"
013260             TO WS-RPT-EXC-TEXT
013270         MOVE WS-QR-SS-TAX TO WS-RPT-EXC-EXPECTED
013280         MOVE WS-QT-SS-TAX TO WS-RPT-EXC-ACTUAL
013290         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
013300     END-IF
013310     IF WS-QR-MEDICARE NOT = WS-QT-MEDICARE
013320         MOVE "MEDICARE TAX NOT EQUAL QTRRPT QUARTER TOTAL"
013330             TO WS-RPT-EXC-TEXT
013340         MOVE WS-QR-MEDICARE TO WS-RPT-EXC-EXPECTED
013350         MOVE WS-QT-MEDICARE TO WS-RPT-EXC-ACTUAL
013360         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
013370     END-IF
013380     IF WS-QR-GROSS NOT = WS-QT-GROSS
013390         MOVE "GROSS WAGES NOT EQUAL QTRRPT QUARTER TOTAL"
013400             TO WS-RPT-EXC-TEXT
013410         MOVE WS-QR-GROSS TO WS-RPT-EXC-EXPECTED
013420         MOVE WS-QT-GROSS TO WS-RPT-EXC-ACTUAL
013430         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
013440     END-IF
013450     IF WS-QR-FED-TAX = WS-QT-FED-TAX
013460        AND WS-QR-SS-TAX = WS-QT-SS-TAX
013470        AND WS-QR-MEDICARE = WS-QT-MEDICARE
013480        AND WS-QR-GROSS = WS-QT-GROSS
013490         MOVE "LIABILITY BY MONTH TIES TO QTRRPT QUARTER TOTALS"
013500             TO WS-RPT-NOTE-TEXT
013510         MOVE WS-RPT-NOTE-LINE TO TAX-REPORT-RECORD
013520         PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT
013530     END-IF
013540     GO TO 6200-EXIT.
013550 6200-NOT-PROVED.
013560     MOVE SPACES TO WS-RPT-NOTE-TEXT
013570     STRING "QTRRPT IS NOT FOR THIS QUARTER - NOT TIED OUT. RUN "
013580         "QTREND FOR THE QUARTER FIRST."
013590         DELIMITED BY SIZE INTO WS-RPT-NOTE-TEXT
013600     MOVE WS-RPT-NOTE-LINE TO TAX-REPORT-RECORD
013610     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT.
013620 6200-EXIT.
013630     EXIT.
013640
013650*-----------------------------------------------------------------
013660* THE QUARTER'S DEPOSITS AS CONFIRMED, WITH WHAT WAS APPLIED. AN
013670* UNAPPLIED BALANCE IS DEPOSITED AHEAD OF LIABILITY OR OVER IT.
013680*-----------------------------------------------------------------
013690 6500-LIST-DEPOSITS.
013700     MOVE SPACES TO TAX-REPORT-RECORD
013710     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT
013720     MOVE SPACES TO WS-RPT-SECTION-TITLE
013730     MOVE "DEPOSITS CONFIRMED BY TREASURY" TO WS-RPT-SECTION-TITLE
013740     PERFORM 8200-WRITE-SECTION-LINE THRU 8200-EXIT
013750     MOVE WS-RPT-DEPOSIT-HEADING TO TAX-REPORT-RECORD
013760     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT
013770     PERFORM 6510-WRITE-DEPOSIT-LINE THRU 6510-EXIT
013780         VARYING WS-DEP-SUB FROM 1 BY 1
013790         UNTIL WS-DEP-SUB > WS-DEPOSIT-COUNT.
013800 6500-EXIT.
013810     EXIT.
013820
013830 6510-WRITE-DEPOSIT-LINE.
013840     MOVE DP-SETTLE-DATE(WS-DEP-SUB) TO WS-RPT-DP-DATE
013850     MOVE DP-EFT-NUMBER(WS-DEP-SUB)  TO WS-RPT-DP-EFT-NUMBER
013860     MOVE DP-AMOUNT(WS-DEP-SUB)      TO WS-RPT-DP-AMOUNT
013870     COMPUTE WS-TAKE =
013880         DP-AMOUNT(WS-DEP-SUB) - DP-REMAINING(WS-DEP-SUB)
013890     MOVE WS-TAKE                    TO WS-RPT-DP-APPLIED
013900     MOVE DP-REMAINING(WS-DEP-SUB)   TO WS-RPT-DP-UNAPPLIED
013910     ADD DP-REMAINING(WS-DEP-SUB)    TO WS-UNAPPLIED-AMOUNT
013920     MOVE WS-RPT-DEPOSIT-LINE TO TAX-REPORT-RECORD
013930     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT.
013940 6510-EXIT.
013950     EXIT.
013960
013970*-----------------------------------------------------------------
013980* DATE IN WS-DATE-YYYYMMDD TO DAY NUMBER IN WS-DAY-NUMBER.
013990*-----------------------------------------------------------------
014000 7100-DATE-TO-DAY-NUMBER.
014010     COMPUTE WS-JD-A = (14 - WS-DATE-MM) / 12
014020     COMPUTE WS-JD-Y = WS-DATE-CCYY + 4800 - WS-JD-A
014030     COMPUTE WS-JD-M = WS-DATE-MM + (12 * WS-JD-A) - 3
014040     COMPUTE WS-JD-T = ((153 * WS-JD-M) + 2) / 5
014050     COMPUTE WS-DAY-NUMBER =
014060         WS-DATE-DD + WS-JD-T + (365 * WS-JD-Y) - 32045
014070     DIVIDE WS-JD-Y BY 4 GIVING WS-JD-T
014080     ADD WS-JD-T TO WS-DAY-NUMBER
014090     DIVIDE WS-JD-Y BY 100 GIVING WS-JD-T
014100     SUBTRACT WS-JD-T FROM WS-DAY-NUMBER
014110     DIVIDE WS-JD-Y BY 400 GIVING WS-JD-T
014120     ADD WS-JD-T TO WS-DAY-NUMBER.
014130 7100-EXIT.
014140     EXIT.
014150
014160*-----------------------------------------------------------------
014170* DAY NUMBER IN WS-DAY-NUMBER TO DATE IN WS-DATE-YYYYMMDD.
014180*-----------------------------------------------------------------
014190 7110-DAY-NUMBER-TO-DATE.
014200     COMPUTE WS-JD-L = WS-DAY-NUMBER + 68569
014210     COMPUTE WS-JD-N = (4 * WS-JD-L) / 146097
014220     COMPUTE WS-JD-T = ((146097 * WS-JD-N) + 3) / 4
014230     SUBTRACT WS-JD-T FROM WS-JD-L
014240     COMPUTE WS-JD-I = (4000 * (WS-JD-L + 1)) / 1461001
014250     COMPUTE WS-JD-T = (1461 * WS-JD-I) / 4
014260     COMPUTE WS-JD-L = WS-JD-L - WS-JD-T + 31
014270     COMPUTE WS-JD-J = (80 * WS-JD-L) / 2447
014280     COMPUTE WS-JD-T = (2447 * WS-JD-J) / 80
014290     COMPUTE WS-DATE-DD = WS-JD-L - WS-JD-T
014300     DIVIDE WS-JD-J BY 11 GIVING WS-JD-L
014310     COMPUTE WS-DATE-MM = WS-JD-J + 2 - (12 * WS-JD-L)
014320     COMPUTE WS-DATE-CCYY =
014330         (100 * (WS-JD-N - 49)) + WS-JD-I + WS-JD-L.
014340 7110-EXIT.
014350     EXIT.
014360
014370 8000-WRITE-EXCEPTION.
014380     MOVE WS-RPT-EXCEPTION-LINE TO TAX-REPORT-RECORD
014390     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT
014400     ADD 1 TO WS-EXCEPTION-COUNT
014410     MOVE 8 TO RETURN-CODE.
014420 8000-EXIT.
014430     EXIT.
014440
014450 8100-WRITE-REPORT-RECORD.
014460     WRITE TAX-REPORT-RECORD
014470     IF NOT WS-TAXRPT-OK
014480         DISPLAY "Unable to write tax deposit report record, "
014490             "status " WS-TAXRPT-STATUS
014500     END-IF.
014510 8100-EXIT.
014520     EXIT.
014530
014540 8200-WRITE-SECTION-LINE.
014550     MOVE WS-RPT-SECTION-LINE TO TAX-REPORT-RECORD
014560     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT.
014570 8200-EXIT.
014580     EXIT.
014590
014600*-----------------------------------------------------------------
014610* PRINT THE RUN'S CONTROL FIGURES AND THE VERDICT. A LATE OR
014620* SHORT DEPOSIT OR A QTRRPT THAT DOES NOT TIE HAS ALREADY SET
014630* RC=8.
014640*-----------------------------------------------------------------
014650 9000-WRAP-UP.
014660     MOVE SPACES TO TAX-REPORT-RECORD
014670     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT
014680     IF WS-SCHEDULE-CHANGED
014690         MOVE SPACES TO WS-RPT-NOTE-TEXT
014700         STRING "NEXT-DAY RULE REACHED - DEPOSITS ARE SEMIWEEKLY "
014710             "FROM THEN ON. UPDATE THE PARMFILE 'D' RECORD."
014720             DELIMITED BY SIZE INTO WS-RPT-NOTE-TEXT
014730         MOVE WS-RPT-NOTE-LINE TO TAX-REPORT-RECORD
014740         PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT
014750     END-IF
014760     MOVE "PAYHIST RECORDS IN QUARTER" TO WS-RPT-SUM-LABEL
014770     MOVE ZEROS TO WS-RPT-SUM-AMOUNT
014780     MOVE WS-HIST-COUNT TO WS-RPT-SUM-COUNT
014790     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT
014800     MOVE "QUARTER LIABILITY" TO WS-RPT-SUM-LABEL
014810     MOVE WS-QT-LIABILITY TO WS-RPT-SUM-AMOUNT
014820     MOVE WS-LEDGER-COUNT TO WS-RPT-SUM-COUNT
014830     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT
014840     MOVE "DEPOSITS CONFIRMED FOR QUARTER" TO WS-RPT-SUM-LABEL
014850     MOVE WS-DEPOSIT-TOTAL TO WS-RPT-SUM-AMOUNT
014860     MOVE WS-DEPOSIT-COUNT TO WS-RPT-SUM-COUNT
014870     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT
014880     MOVE "DEPOSITED ON TIME" TO WS-RPT-SUM-LABEL
014890     MOVE WS-ON-TIME-AMOUNT TO WS-RPT-SUM-AMOUNT
014900     MOVE WS-ON-TIME-COUNT TO WS-RPT-SUM-COUNT
014910     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT
014920     MOVE "DEPOSITED LATE" TO WS-RPT-SUM-LABEL
014930     MOVE WS-LATE-AMOUNT TO WS-RPT-SUM-AMOUNT
014940     MOVE WS-LATE-COUNT TO WS-RPT-SUM-COUNT
014950     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT
014960     MOVE "SHORT - PAST DUE AND NOT DEPOSITED" TO
014970         WS-RPT-SUM-LABEL
014980     MOVE WS-SHORT-AMOUNT TO WS-RPT-SUM-AMOUNT
014990     MOVE WS-SHORT-COUNT TO WS-RPT-SUM-COUNT
015000     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT
015010     MOVE "DUE - NOT YET DEPOSITED" TO WS-RPT-SUM-LABEL
015020     MOVE WS-DUE-AMOUNT TO WS-RPT-SUM-AMOUNT
015030     MOVE WS-DUE-COUNT TO WS-RPT-SUM-COUNT
015040     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT
015050     MOVE "DEPOSITS NOT APPLIED" TO WS-RPT-SUM-LABEL
015060     MOVE WS-UNAPPLIED-AMOUNT TO WS-RPT-SUM-AMOUNT
015070     MOVE ZEROS TO WS-RPT-SUM-COUNT
015080     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT
015090     MOVE "DEPCONF RECORDS FOR OTHER FORMS/QUARTERS"
015100         TO WS-RPT-SUM-LABEL
015110     MOVE ZEROS TO WS-RPT-SUM-AMOUNT
015120     MOVE WS-DEPCONF-SKIP-COUNT TO WS-RPT-SUM-COUNT
015130     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT
015140     MOVE SPACES TO TAX-REPORT-RECORD
015150     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT
015160     IF WS-EXCEPTION-COUNT = ZERO
015170         MOVE "ALL LIABILITY DEPOSITED OR NOT YET DUE"
015180             TO WS-RPT-VERDICT
015190     ELSE
015200         MOVE "EXCEPTIONS - LATE OR SHORT DEPOSITS OR NO TIE-OUT"
015210             TO WS-RPT-VERDICT
015220     END-IF
015230     MOVE WS-RPT-VERDICT-LINE TO TAX-REPORT-RECORD
015240     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT
015250     CLOSE TAX-REPORT-FILE
015260     DISPLAY "PAYHIST records in quarter: " WS-HIST-COUNT
015270     DISPLAY "Deposits read:              " WS-DEPCONF-READ-COUNT
015280     DISPLAY "Exceptions found:           " WS-EXCEPTION-COUNT
015290     DISPLAY "Tax liability and deposits written to TAXRPT.".
015300 9000-EXIT.
015310     EXIT.
015320
015330 9100-WRITE-SUMMARY-LINE.
015340     MOVE WS-RPT-SUMMARY-LINE TO TAX-REPORT-RECORD
015350     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT.
015360 9100-EXIT.
015370     EXIT.
015380
015390 END PROGRAM TaxDeposit.
