000210*                 EVERY EXCEPTION PRINTS ON RECNRPT AND ANY
000220*                 BREAK ENDS THE STEP RC=8 SO THE SCHEDULER
000230*                 HOLDS THE BANK TRANSMISSION.
000240* 10/15/2026 RSS  MASTER GREW 273 TO 550. THE YTD PROOF NOW ALSO
000250*                 COVERS SOCIAL SECURITY WAGES AND TAX, MEDICARE
000260*                 TAX AND STATE TAX AGAINST THEIR QUARTER
000270*                 BUCKETS, AND THE NET PROOF TAKES THOSE TAXES
000280*                 OFF GROSS WITH THE FEDERAL TAX.
000290* 10/15/2026 RSS  MASTER GREW 550 TO 651 FOR THE TIMECARD WORKWEEK
000300*                 HOURS. LAYOUT ONLY; THE PROOFS ARE UNCHANGED.
000310* 10/15/2026 RSS  MASTER GREW 651 TO 814 FOR THE EARNINGS-CODE
000320*                 LINES AND SUPPLEMENTAL WAGES AND TAX. LAYOUT
000330*                 ONLY; THE SUPPLEMENTAL TAX IS PART OF THE
000340*                 FEDERAL TAX, SO THE PROOFS ARE UNCHANGED.
000350* 10/15/2026 RSS  EM-RETRO-PERIOD (BACKDATED RATE CHANGE PENDING)
000360*                 TAKEN FROM TRAILING FILLER. LAYOUT ONLY; RETRO
000370*                 PAY IS AN EARNINGS LINE IN GROSS LIKE ANY OTHER.
000380* 10/15/2026 RSS  MASTER GREW 814 TO 880 FOR THE HIRE DATE AND
000390*                 THE PAID TIME OFF FIELDS. LAYOUT ONLY; TIME OFF
000400*                 AND A FINAL CHECK'S PAYOUT ARE EARNINGS LINES IN
000410*                 GROSS, SO THE PROOFS ARE UNCHANGED.
000420* 10/15/2026 RSS  MASTER GREW 880 TO 921 FOR THE 401(K) ELECTION
000430*                 AND YEAR-TO-DATE DEFERRAL FIELDS. LAYOUT ONLY;
000440*                 THE DEFERRAL WAS ALREADY IN THE NET PROOF.
000450* 10/15/2026 RSS  MASTER GREW 921 TO 1007 FOR THE BANK ACCOUNT
000460*                 CHANGE HELD FOR APPROVAL AND PRENOTE. AN
000470*                 EMPLOYEE WITH A CHANGE PENDING IS PAID BY CHECK,
000480*                 SO THE ACH/CHECK SPLIT NOW TESTS FOR ONE. THE
000490*                 ACHFILE TRAILER COUNT EXCLUDES PRENOTES.
000500* 10/15/2026 RSS  EM-LAST-CHECK-NO TAKEN OUT OF THE MASTER'S
000510*                 TRAILING FILLER; LENGTH UNCHANGED. LAYOUT ONLY.
000520*****************************************************************
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID. PayrollReconciliation.
000550 AUTHOR. R. SANTOS.
000560 INSTALLATION. PAYROLL DATA CENTER.
000570 DATE-WRITTEN. 09/02/2026.
000580 DATE-COMPILED.
000590
000600 ENVIRONMENT DIVISION.
000610 CONFIGURATION SECTION.
000620
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT EMPLOYEE-MASTER-FILE
000660         ASSIGN TO EMPMAST
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS EM-EMPLOYEE-ID
000700         FILE STATUS IS WS-EMPMAST-STATUS.
000710
000720     SELECT ACH-FILE
000730         ASSIGN TO ACHFILE
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-ACHFILE-STATUS.
000760
000770     SELECT POSITIVE-PAY-FILE
000780         ASSIGN TO POSPAY
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-POSPAY-STATUS.
000810
000820     SELECT GL-EXTRACT-FILE
000830         ASSIGN TO GLFILE
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-GLFILE-STATUS.
000860
000870     SELECT RECON-REPORT-FILE
000880         ASSIGN TO RECNRPT
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-RECNRPT-STATUS.
000910
000920 DATA DIVISION.
000930 FILE SECTION.
000940*-----------------------------------------------------------------
000950* EMPLOYEE MASTER RECORD AS MAINTAINED BY THE PAYROLL SYSTEM.
000960* THIS LAYOUT MUST MATCH EMPLOYEEPAYROLLSYSTEM'S EXACTLY.
000970*-----------------------------------------------------------------
000980 FD  EMPLOYEE-MASTER-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 01  EMPLOYEE-MASTER-RECORD.
001010     05  EM-EMPLOYEE-ID          PIC 9(05).
001020     05  EM-EMPLOYEE-NAME        PIC X(30).
001030     05  EM-HOURS-WORKED         PIC 9(03)V99.
001040     05  EM-HOURLY-RATE          PIC 9(05)V99.
001050     05  EM-GROSS-PAY            PIC 9(07)V99.
001060     05  EM-TAX-RATE             PIC 9(01)V999.
001070     05  EM-TAX-DEDUCTION        PIC 9(07)V99.
001080     05  EM-HEALTH-DEDUCTION     PIC 9(05)V99.
001090     05  EM-401K-DEDUCTION       PIC 9(05)V99.
001100     05  EM-GARNISHMENT-AMT      PIC 9(05)V99.
001110     05  EM-NET-PAY              PIC 9(07)V99.
001120     05  EM-YTD-GROSS            PIC 9(09)V99.
001130     05  EM-YTD-TAX              PIC 9(09)V99.
001140     05  EM-YTD-NET              PIC 9(09)V99.
001150     05  EM-STATUS-CODE          PIC X(01).
001160         88  EM-ACTIVE                 VALUE 'A'.
001170         88  EM-TERMINATED             VALUE 'T'.
001180     05  EM-BANK-ROUTING         PIC 9(09).
001190     05  EM-BANK-ACCOUNT         PIC X(17).
001200     05  EM-LAST-PAID-PERIOD     PIC X(06).
001210     05  EM-QTR-BUCKETS.
001220         10  EM-QTR-GROSS OCCURS 4 TIMES
001230                                 PIC 9(09)V99.
001240         10  EM-QTR-TAX OCCURS 4 TIMES
001250                                 PIC 9(09)V99.
001260     05  EM-DEPT-CODE            PIC X(04).
001270     05  EM-PAY-TYPE             PIC X(01).
001280     05  EM-PERIOD-SALARY        PIC 9(07)V99.
001290     05  EM-PAY-CYCLE            PIC X(01).
001300     05  EM-LAST-PAID-SEQ        PIC X(02).
001310     05  EM-W4-FILING-STATUS     PIC X(01).
001320     05  EM-W4-EXTRA-WITHHOLDING PIC 9(05)V99.
001330     05  EM-W4-EXEMPT            PIC X(01).
001340     05  EM-STATE-CODE           PIC X(02).
001350     05  EM-SS-DEDUCTION         PIC 9(07)V99.
001360     05  EM-MEDICARE-DEDUCTION   PIC 9(07)V99.
001370     05  EM-STATE-TAX-DEDUCTION  PIC 9(07)V99.
001380     05  EM-SS-WAGES             PIC 9(07)V99.
001390     05  EM-YTD-SS-WAGES         PIC 9(09)V99.
001400     05  EM-YTD-SS-TAX           PIC 9(09)V99.
001410     05  EM-YTD-MEDICARE-TAX     PIC 9(09)V99.
001420     05  EM-YTD-STATE-TAX        PIC 9(09)V99.
001430     05  EM-WH-QTR-BUCKETS.
001440         10  EM-QTR-SS-WAGES OCCURS 4 TIMES
001450                                 PIC 9(09)V99.
001460         10  EM-QTR-SS-TAX OCCURS 4 TIMES
001470                                 PIC 9(09)V99.
001480         10  EM-QTR-MEDICARE-TAX OCCURS 4 TIMES
001490                                 PIC 9(09)V99.
001500         10  EM-QTR-STATE-TAX OCCURS 4 TIMES
001510                                 PIC 9(09)V99.
001520*-----------------------------------------------------------------
001530* THE RUN'S HOURS BY FLSA WORKWEEK, POSTED FROM TIMECARD PUNCHES
001540* FOR THE RUN NAMED IN EM-TC-RUN-ID. EM-HOURS-SOURCE 'T' PAYS THE
001550* WORKWEEKS; 'M' MEANS THE PERIOD HOURS WERE KEYED AS AN
001560* OVERRIDE. EM-TC-CARRY-START/HOURS IS THE WORKWEEK THE PRIOR RUN
001570* ENDED IN AND THE HOURS ALREADY PAID IN IT.
001580*-----------------------------------------------------------------
001590     05  EM-HOURS-SOURCE         PIC X(01).
001600         88  EM-HOURS-FROM-TIMECARDS   VALUE 'T'.
001610         88  EM-HOURS-KEYED            VALUE 'M'.
001620     05  EM-TC-RUN-ID            PIC X(08).
001630     05  EM-TC-CARRY-START       PIC 9(08).
001640     05  EM-TC-CARRY-HOURS       PIC 9(03)V99.
001650     05  EM-TC-WEEK-COUNT        PIC 9(01).
001660     05  EM-TC-WEEKS.
001670         10  EM-TC-WEEK OCCURS 6 TIMES.
001680             15  EM-TC-WEEK-START    PIC 9(08).
001690             15  EM-TC-WEEK-HOURS    PIC 9(03)V99.
001700*-----------------------------------------------------------------
001710* THE RUN'S EARNINGS LINES BEYOND BASE PAY, POSTED FROM 'E'
001720* TRANSACTIONS FOR THE RUN NAMED IN EM-ERN-RUN-ID: UP TO EIGHT
001730* EARNINGS CODES, EACH WITH ITS HOURS (HOURS-BASIS CODES) AND
001740* ITS AMOUNT. AN HOURS-BASIS LINE IS PRICED AGAIN BY EVERY
001750* CALCULATION SO IT ALWAYS FOLLOWS THE RATE IN FORCE.
001760* EM-SUPP-WAGES/TAX ARE THE PERIOD'S SUPPLEMENTAL WAGES AND THE
001770* FLAT-RATE FEDERAL TAX ON THEM, WHICH IS INCLUDED IN
001780* EM-TAX-DEDUCTION.
001790*-----------------------------------------------------------------
001800     05  EM-ERN-RUN-ID           PIC X(08).
001810     05  EM-ERN-COUNT            PIC 9(01).
001820     05  EM-SUPP-WAGES           PIC 9(07)V99.
001830     05  EM-SUPP-TAX             PIC 9(07)V99.
001840     05  EM-ERN-LINES.
001850         10  EM-ERN-LINE OCCURS 8 TIMES.
001860             15  EM-ERN-CODE         PIC X(03).
001870             15  EM-ERN-HOURS        PIC 9(03)V99.
001880             15  EM-ERN-AMOUNT       PIC 9(07)V99.
001890*-----------------------------------------------------------------
001900* EFFECTIVE PERIOD (YYYYMM) OF A BACKDATED RATE OR SALARY CHANGE
001910* NOT YET REPAID FOR THE RUNS ALREADY PAID SINCE THEN. SPACES
001920* MEANS NOTHING IS PENDING.
001930*-----------------------------------------------------------------
001940     05  EM-RETRO-PERIOD         PIC X(06).
001950*-----------------------------------------------------------------
001960* PAID TIME OFF. THE HIRE DATE (YYYYMMDD, ZERO WHEN NOT ON FILE)
001970* SETS THE YEARS OF SERVICE THE ACCRUAL TIER IS CHOSEN BY. THE
001980* BALANCE AND THE YEAR'S ACCRUED AND USED HOURS ARE IN HOURS;
001990* EM-PTO-RUN-ID NAMES THE RUN THAT LAST ACCRUED, WITH THE HOURS IT
002000* ACCRUED AND PAID. EM-PTO-LIAB-BOOKED IS THE LIABILITY BOOKED BY
002010* THE LAST MONTHLY LIABILITY RUN. EM-PTO-PAYOUT-SW IS SET WHEN A
002020* TERMINATED EMPLOYEE'S BALANCE IS OWED ON A FINAL CHECK AND
002030* MARKED WHEN THE FINAL CHECK HAS PAID IT.
002040*-----------------------------------------------------------------
002050     05  EM-HIRE-DATE            PIC 9(08).
002060     05  EM-PTO-BALANCE          PIC 9(05)V99.
002070     05  EM-PTO-ACCRUED-YTD      PIC 9(05)V99.
002080     05  EM-PTO-USED-YTD         PIC 9(05)V99.
002090     05  EM-PTO-RUN-ID           PIC X(08).
002100     05  EM-PTO-RUN-ACCRUED      PIC 9(03)V99.
002110     05  EM-PTO-RUN-USED         PIC 9(05)V99.
002120     05  EM-PTO-LIAB-BOOKED      PIC 9(09)V99.
002130     05  EM-PTO-PAYOUT-SW        PIC X(01).
002140         88  EM-PTO-PAYOUT-NONE        VALUE SPACE.
002150         88  EM-PTO-PAYOUT-PENDING     VALUE 'P'.
002160         88  EM-PTO-FINAL-CHECK        VALUE 'F'.
002170*-----------------------------------------------------------------
002180* 401(K) DEFERRAL ELECTION FROM THE PLAN RECORDKEEPER. A BLANK
002190* TYPE DEFERS THE PLAN'S STANDING WS-401K-PERCENT; 'P' DEFERS
002200* EM-401K-ELECT-PCT OF GROSS AND 'A' THE FLAT EM-401K-ELECT-AMT.
002210* AN ELECTION FOR A LATER PERIOD WAITS IN THE PENDING FIELDS
002220* UNTIL THE FIRST RUN OF THAT PERIOD MAKES IT CURRENT.
002230* EM-YTD-401K IS THE YEAR'S DEFERRALS, HELD TO THE ANNUAL LIMIT
002240* (PLUS THE CATCH-UP LIMIT WHEN THE EMPLOYEE IS ELIGIBLE).
002250*-----------------------------------------------------------------
002260     05  EM-401K-ELECT-TYPE      PIC X(01).
002270         88  EM-401K-PLAN-DEFAULT      VALUE SPACE.
002280         88  EM-401K-ELECT-PERCENT     VALUE 'P'.
002290         88  EM-401K-ELECT-FLAT        VALUE 'A'.
002300     05  EM-401K-ELECT-PCT       PIC 9(01)V999.
002310     05  EM-401K-ELECT-AMT       PIC 9(05)V99.
002320     05  EM-401K-CATCHUP-SW      PIC X(01).
002330         88  EM-401K-CATCHUP-ELIGIBLE  VALUE 'Y'.
002340     05  EM-401K-PEND-PERIOD     PIC X(06).
002350     05  EM-401K-PEND-TYPE       PIC X(01).
002360     05  EM-401K-PEND-PCT        PIC 9(01)V999.
002370     05  EM-401K-PEND-AMT        PIC 9(05)V99.
002380     05  EM-401K-PEND-CATCHUP    PIC X(01).
002390     05  EM-YTD-401K             PIC 9(07)V99.
002400*-----------------------------------------------------------------
002410* BANK ACCOUNT CHANGE HELD FOR APPROVAL AND PRENOTE. WHILE ONE IS
002420* PENDING ('E' ENTERED, 'A' APPROVED, 'R' RETURNED BY THE BANK)
002430* THE EMPLOYEE IS PAID BY CHECK, NOT TO EM-BANK-ROUTING/ACCOUNT.
002440*-----------------------------------------------------------------
002450     05  EM-BANK-CHG-STATUS      PIC X(01).
002460         88  EM-BANK-CHG-NONE          VALUE SPACE.
002470         88  EM-BANK-CHG-ENTERED       VALUE 'E'.
002480         88  EM-BANK-CHG-APPROVED      VALUE 'A'.
002490         88  EM-BANK-CHG-RETURNED      VALUE 'R'.
002500         88  EM-BANK-CHG-PENDING       VALUE 'E' 'A' 'R'.
002510     05  EM-BANK-CHG-ROUTING     PIC 9(09).
002520     05  EM-BANK-CHG-ACCOUNT     PIC X(17).
002530     05  EM-BANK-CHG-ENTER-BY    PIC X(08).
002540     05  EM-BANK-CHG-ENTER-DATE  PIC 9(08).
002550     05  EM-BANK-CHG-APPR-BY     PIC X(08).
002560     05  EM-BANK-CHG-APPR-DATE   PIC 9(08).
002570     05  EM-PRENOTE-DATE         PIC 9(08).
002580     05  EM-PRENOTE-RUN-ID       PIC X(08).
002590     05  EM-BANK-RETURN-CODE     PIC X(03).
002600     05  EM-BANK-RETURN-DATE     PIC 9(08).
002610     05  EM-LAST-CHECK-NO        PIC 9(08).
002620     05  FILLER                  PIC X(04).
002630
002640*-----------------------------------------------------------------
002650* DIRECT-DEPOSIT FILE AS WRITTEN BY THE PAYROLL RUN: 'D' DETAILS
002660* THEN ONE 'T' TRAILER WITH THE DETAIL COUNT AND TOTAL NET PAY.
002670*-----------------------------------------------------------------
002680 FD  ACH-FILE
002690     LABEL RECORDS ARE STANDARD
002700     RECORD CONTAINS 80 CHARACTERS.
002710 01  ACH-RECORD.
002720     05  ACH-RECORD-TYPE         PIC X(01).
002730         88  ACH-TRAILER               VALUE 'T'.
002740     05  ACH-TRL-COUNT           PIC 9(07).
002750     05  ACH-TRL-NET-PAY         PIC 9(11)V99.
002760     05  FILLER                  PIC X(59).
002770
002780*-----------------------------------------------------------------
002790* POSITIVE-PAY FILE AS WRITTEN BY THE CHECK PASS: 'D' DETAILS
002800* THEN ONE 'T' TRAILER WITH THE CHECK COUNT AND TOTAL AMOUNT.
002810*-----------------------------------------------------------------
002820 FD  POSITIVE-PAY-FILE
002830     LABEL RECORDS ARE STANDARD
002840     RECORD CONTAINS 80 CHARACTERS.
002850 01  POSITIVE-PAY-RECORD.
002860     05  POS-RECORD-TYPE         PIC X(01).
002870         88  POS-TRAILER               VALUE 'T'.
002880     05  POS-TRL-COUNT           PIC 9(07).
002890     05  POS-TRL-AMOUNT          PIC 9(11)V99.
002900     05  FILLER                  PIC X(59).
002910
002920*-----------------------------------------------------------------
002930* GL EXTRACT LINE AS WRITTEN BY THE PAYROLL RUN: ACCOUNT, DR/CR,
002940* AMOUNT, PERIOD-PLUS-SEQUENCE, DESCRIPTION. THE PERIOD'S CASH
002950* CREDIT IS THE 10100000 CR LINE.
002960*-----------------------------------------------------------------
002970 FD  GL-EXTRACT-FILE
002980     LABEL RECORDS ARE STANDARD
002990     RECORD CONTAINS 80 CHARACTERS.
003000 01  GL-EXTRACT-RECORD.
003010     05  GLX-ACCOUNT             PIC X(08).
003020     05  FILLER                  PIC X(01).
003030     05  GLX-DR-CR               PIC X(02).
003040     05  FILLER                  PIC X(01).
003050     05  GLX-AMOUNT              PIC 9(11)V99.
003060     05  FILLER                  PIC X(01).
003070     05  GLX-PERIOD              PIC X(08).
003080     05  FILLER                  PIC X(01).
003090     05  GLX-DESCRIPTION         PIC X(30).
003100     05  FILLER                  PIC X(15).
003110
003120 FD  RECON-REPORT-FILE
003130     LABEL RECORDS ARE STANDARD
003140     RECORD CONTAINS 132 CHARACTERS.
003150 01  RECON-REPORT-RECORD         PIC X(132).
003160
003170 WORKING-STORAGE SECTION.
003180 01  WS-FILE-STATUSES.
003190     05  WS-EMPMAST-STATUS       PIC X(02) VALUE '00'.
003200         88  WS-EMPMAST-OK             VALUE '00'.
003210         88  WS-EMPMAST-EOF            VALUE '10'.
003220     05  WS-ACHFILE-STATUS       PIC X(02) VALUE '00'.
003230         88  WS-ACHFILE-OK             VALUE '00'.
003240         88  WS-ACHFILE-EOF            VALUE '10'.
003250     05  WS-POSPAY-STATUS        PIC X(02) VALUE '00'.
003260         88  WS-POSPAY-OK              VALUE '00'.
003270         88  WS-POSPAY-EOF             VALUE '10'.
003280     05  WS-GLFILE-STATUS        PIC X(02) VALUE '00'.
003290         88  WS-GLFILE-OK              VALUE '00'.
003300         88  WS-GLFILE-EOF             VALUE '10'.
003310     05  WS-RECNRPT-STATUS       PIC X(02) VALUE '00'.
003320         88  WS-RECNRPT-OK             VALUE '00'.
003330
003340 01  WS-MASTER-EOF-SW            PIC X(01) VALUE 'N'.
003350     88  WS-MASTER-EOF               VALUE 'Y'.
003360
003370*-----------------------------------------------------------------
003380* THE RUN BEING RECONCILED: PAY PERIOD (YYYYMM) AND RUN
003390* SEQUENCE, FROM PARM='YYYYMM,SS'. A MISSING PERIOD DEFAULTS TO
003400* THE CURRENT YEAR AND MONTH; A MISSING SEQUENCE TO 01 -- THE
003410* SAME DEFAULTS THE PAYROLL RUN USES.
003420*-----------------------------------------------------------------
003430 01  WS-PAY-PERIOD-ID.
003440     05  WS-PAY-PERIOD           PIC X(06) VALUE SPACES.
003450     05  WS-PAY-SEQ              PIC X(02) VALUE '01'.
003460 01  WS-EMP-PAID-ID.
003470     05  WS-EMP-PAID-PERIOD      PIC X(06) VALUE SPACES.
003480     05  WS-EMP-PAID-SEQ         PIC X(02) VALUE SPACES.
003490 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZEROS.
003500
003510*-----------------------------------------------------------------
003520* RECONCILIATION ACCUMULATORS. THE MASTER PASS TOTALS THE RUN'S
003530* STAMPED EMPLOYEES, SPLIT BY HOW THEY WERE PAID (ACH WHEN A
003540* USABLE ROUTING NUMBER IS ON FILE, PRINTED CHECK OTHERWISE),
003550* AND THE OUTPUT FILES ARE READ FOR THEIR CONTROL FIGURES.
003560*-----------------------------------------------------------------
003570 01  WS-MASTER-TOTALS.
003580     05  WS-MAST-PAID-COUNT      PIC 9(07) VALUE ZERO.
003590     05  WS-MAST-PERIOD-NET      PIC 9(11)V99 VALUE ZERO.
003600     05  WS-MAST-ACH-COUNT       PIC 9(07) VALUE ZERO.
003610     05  WS-MAST-ACH-NET         PIC 9(11)V99 VALUE ZERO.
003620     05  WS-MAST-CHECK-COUNT     PIC 9(07) VALUE ZERO.
003630     05  WS-MAST-CHECK-NET       PIC 9(11)V99 VALUE ZERO.
003640
003650 01  WS-OUTPUT-FIGURES.
003660     05  WS-ACH-NET              PIC 9(11)V99 VALUE ZERO.
003670     05  WS-ACH-COUNT            PIC 9(07) VALUE ZERO.
003680     05  WS-POS-AMOUNT           PIC 9(11)V99 VALUE ZERO.
003690     05  WS-POS-COUNT            PIC 9(07) VALUE ZERO.
003700     05  WS-GL-CASH-CREDIT       PIC 9(11)V99 VALUE ZERO.
003710
003720 01  WS-TRAILER-SEEN-SW          PIC X(01) VALUE 'N'.
003730     88  WS-TRAILER-SEEN             VALUE 'Y'.
003740 01  WS-GL-CASH-SEEN-SW          PIC X(01) VALUE 'N'.
003750     88  WS-GL-CASH-SEEN             VALUE 'Y'.
003760
003770*-----------------------------------------------------------------
003780* PER-RECORD PROOF WORK. YTD FIGURES MUST EQUAL THE SUM OF THE
003790* FOUR QUARTER BUCKETS; A STAMPED EMPLOYEE'S GROSS LESS TAX AND
003800* DEDUCTIONS MUST EQUAL NET.
003810*-----------------------------------------------------------------
003820 77  WS-QTR-IX                   PIC S9(04) COMP VALUE ZERO.
003830 77  WS-SUM-QTR-GROSS            PIC 9(11)V99 VALUE ZERO.
003840 77  WS-SUM-QTR-TAX              PIC 9(11)V99 VALUE ZERO.
003850 77  WS-SUM-QTR-SS-WAGES         PIC 9(11)V99 VALUE ZERO.
003860 77  WS-SUM-QTR-SS-TAX           PIC 9(11)V99 VALUE ZERO.
003870 77  WS-SUM-QTR-MEDICARE         PIC 9(11)V99 VALUE ZERO.
003880 77  WS-SUM-QTR-STATE-TAX        PIC 9(11)V99 VALUE ZERO.
003890 77  WS-CALC-NET                 PIC S9(09)V99 VALUE ZERO.
003900
003910 77  WS-EXCEPTION-COUNT          PIC 9(05) VALUE ZERO.
003920 77  WS-READ-COUNT               PIC 9(07) VALUE ZERO.
003930
003940*-----------------------------------------------------------------
003950* REPORT PRINT LINES.
003960*-----------------------------------------------------------------
003970 01  WS-RPT-COMPANY-HDR.
003980     05  FILLER                  PIC X(20) VALUE
003990             'PAYROLL DATA CENTER'.
004000     05  FILLER                  PIC X(34) VALUE
004010             'PAYROLL RECONCILIATION REPORT'.
004020     05  FILLER                  PIC X(08) VALUE 'PERIOD: '.
004030     05  WS-RPT-HDR-PERIOD       PIC X(06).
004040     05  FILLER                  PIC X(05) VALUE ' RUN '.
004050     05  WS-RPT-HDR-SEQ          PIC X(02).
004060     05  FILLER                  PIC X(57) VALUE SPACES.
004070
004080 01  WS-RPT-EXCEPTION-LINE.
004090     05  FILLER                  PIC X(12) VALUE 'EXCEPTION:  '.
004100     05  WS-RPT-EXC-EMP-ID       PIC X(05).
004110     05  FILLER                  PIC X(02) VALUE SPACES.
004120     05  WS-RPT-EXC-TEXT         PIC X(60).
004130     05  FILLER                  PIC X(02) VALUE SPACES.
004140     05  WS-RPT-EXC-EXPECTED     PIC ZZZ,ZZZ,ZZ9.99.
004150     05  FILLER                  PIC X(02) VALUE SPACES.
004160     05  WS-RPT-EXC-ACTUAL       PIC ZZZ,ZZZ,ZZ9.99.
004170     05  FILLER                  PIC X(21) VALUE SPACES.
004180
004190 01  WS-RPT-SUMMARY-LINE.
004200     05  FILLER                  PIC X(02) VALUE SPACES.
004210     05  WS-RPT-SUM-LABEL        PIC X(40).
004220     05  WS-RPT-SUM-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
004230     05  FILLER                  PIC X(02) VALUE SPACES.
004240     05  WS-RPT-SUM-COUNT        PIC ZZZZZZ9 BLANK WHEN ZERO.
004250     05  FILLER                  PIC X(67) VALUE SPACES.
004260
004270 01  WS-RPT-VERDICT-LINE.
004280     05  FILLER                  PIC X(16) VALUE
004290             'RECONCILIATION: '.
004300     05  WS-RPT-VERDICT          PIC X(40).
004310     05  FILLER                  PIC X(76) VALUE SPACES.
004320
004330*-----------------------------------------------------------------
004340* PARM AREA PASSED FROM THE JCL EXEC STATEMENT, AS IN THE
004350* PAYROLL SYSTEM ITSELF.
004360*-----------------------------------------------------------------
004370 LINKAGE SECTION.
004380 01  LS-PARM-AREA.
004390     05  LS-PARM-LENGTH          PIC S9(04) COMP.
004400     05  LS-PARM-TEXT            PIC X(20).
004410
004420 PROCEDURE DIVISION USING LS-PARM-AREA.
004430
004440 0000-MAINLINE.
004450     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004460     PERFORM 2000-AUDIT-MASTER THRU 2000-EXIT
004470     PERFORM 3000-READ-ACH-TRAILER THRU 3000-EXIT
004480     PERFORM 3500-READ-POSPAY-TRAILER THRU 3500-EXIT
004490     PERFORM 4000-READ-GL-CASH-CREDIT THRU 4000-EXIT
004500     PERFORM 5000-CROSS-FOOT THRU 5000-EXIT
004510     PERFORM 9000-WRAP-UP THRU 9000-EXIT
004520     STOP RUN.
004530
004540*-----------------------------------------------------------------
004550* ESTABLISH THE RUN BEING RECONCILED AND OPEN THE MASTER AND
004560* THE REPORT. THE OUTPUT FILES ARE OPENED BY THEIR OWN
004570* PARAGRAPHS SO A MISSING FILE IS REPORTED AS AN EXCEPTION
004580* INSTEAD OF KILLING THE WHOLE AUDIT.
004590*-----------------------------------------------------------------
004600 1000-INITIALIZE.
004610     MOVE SPACES TO WS-PAY-PERIOD
004620     MOVE '01'   TO WS-PAY-SEQ
004630     IF LS-PARM-LENGTH > ZERO
004640         IF LS-PARM-TEXT(1:6) NUMERIC
004650             MOVE LS-PARM-TEXT(1:6) TO WS-PAY-PERIOD
004660         END-IF
004670         IF LS-PARM-TEXT(8:2) NUMERIC
004680             MOVE LS-PARM-TEXT(8:2) TO WS-PAY-SEQ
004690         END-IF
004700     END-IF
004710     IF WS-PAY-PERIOD NOT NUMERIC
004720         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004730         MOVE WS-CURRENT-DATE(1:6) TO WS-PAY-PERIOD
004740     END-IF
004750     OPEN OUTPUT RECON-REPORT-FILE
004760     IF NOT WS-RECNRPT-OK
004770         DISPLAY "Unable to open reconciliation report, status "
004780             WS-RECNRPT-STATUS
004790         MOVE 8 TO RETURN-CODE
004800         STOP RUN
004810     END-IF
004820     MOVE WS-PAY-PERIOD TO WS-RPT-HDR-PERIOD
004830     MOVE WS-PAY-SEQ    TO WS-RPT-HDR-SEQ
004840     MOVE WS-RPT-COMPANY-HDR TO RECON-REPORT-RECORD
004850     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT
004860     MOVE SPACES TO RECON-REPORT-RECORD
004870     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT
004880     OPEN INPUT EMPLOYEE-MASTER-FILE
004890     IF NOT WS-EMPMAST-OK
004900         DISPLAY "Unable to open employee master, status "
004910             WS-EMPMAST-STATUS
004920         MOVE SPACES TO WS-RPT-EXC-EMP-ID
004930         MOVE "EMPLOYEE MASTER UNREADABLE" TO WS-RPT-EXC-TEXT
004940         MOVE ZEROS TO WS-RPT-EXC-EXPECTED WS-RPT-EXC-ACTUAL
004950         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
004960         PERFORM 9000-WRAP-UP THRU 9000-EXIT
004970         STOP RUN
004980     END-IF.
004990 1000-EXIT.
005000     EXIT.
005010
005020*-----------------------------------------------------------------
005030* ONE SEQUENTIAL PASS OVER THE MASTER. EVERY RECORD'S YTD
005040* FIGURES ARE PROVED AGAINST ITS QUARTER BUCKETS; EVERY RECORD
005050* STAMPED WITH THE RUN BEING RECONCILED IS PROVED INTERNALLY
005060* (GROSS LESS TAX AND DEDUCTIONS EQUALS NET) AND TOTALED FOR
005070* THE CROSS-FOOT AGAINST THE OUTPUT FILES.
005080*-----------------------------------------------------------------
005090 2000-AUDIT-MASTER.
005100     MOVE LOW-VALUES TO EM-EMPLOYEE-ID
005110     START EMPLOYEE-MASTER-FILE KEY IS GREATER THAN
005120             EM-EMPLOYEE-ID
005130         INVALID KEY
005140             SET WS-MASTER-EOF TO TRUE
005150     END-START.
005160 2000-LOOP.
005170     IF WS-MASTER-EOF
005180         GO TO 2000-CLOSE
005190     END-IF
005200     PERFORM 2100-READ-NEXT-MASTER THRU 2100-EXIT
005210     IF WS-MASTER-EOF
005220         GO TO 2000-CLOSE
005230     END-IF
005240     ADD 1 TO WS-READ-COUNT
005250     PERFORM 2200-PROVE-YTD-BUCKETS THRU 2200-EXIT
005260     IF WS-EMP-PAID-ID = WS-PAY-PERIOD-ID
005270         PERFORM 2300-PROVE-PERIOD-FIGURES THRU 2300-EXIT
005280     END-IF
005290     GO TO 2000-LOOP.
005300 2000-CLOSE.
005310     CLOSE EMPLOYEE-MASTER-FILE.
005320 2000-EXIT.
005330     EXIT.
005340
005350*-----------------------------------------------------------------
005360* READ THE MASTER FORWARD, APPLYING THE SAME OLD-LAYOUT
005370* DEFAULTING THE PAYROLL SYSTEM APPLIES, AND REBUILD THE
005380* PERIOD-PLUS-SEQUENCE VIEW OF THE RECORD'S STAMPS.
005390*-----------------------------------------------------------------
005400 2100-READ-NEXT-MASTER.
005410     READ EMPLOYEE-MASTER-FILE NEXT RECORD
005420         AT END
005430             SET WS-MASTER-EOF TO TRUE
005440             GO TO 2100-EXIT
005450     END-READ
005460     IF EM-STATUS-CODE = SPACE
005470         MOVE 'A' TO EM-STATUS-CODE
005480     END-IF
005490     IF EM-QTR-BUCKETS = SPACES
005500         MOVE ZEROS TO EM-QTR-BUCKETS
005510     END-IF
005520     IF EM-WH-QTR-BUCKETS = SPACES
005530         MOVE ZEROS TO EM-WH-QTR-BUCKETS
005540     END-IF
005550     IF EM-SS-DEDUCTION NOT NUMERIC
005560         MOVE ZEROS TO EM-SS-DEDUCTION
005570                       EM-MEDICARE-DEDUCTION
005580                       EM-STATE-TAX-DEDUCTION
005590                       EM-SS-WAGES
005600     END-IF
005610     IF EM-YTD-SS-WAGES NOT NUMERIC
005620         MOVE ZEROS TO EM-YTD-SS-WAGES
005630                       EM-YTD-SS-TAX
005640                       EM-YTD-MEDICARE-TAX
005650                       EM-YTD-STATE-TAX
005660     END-IF
005670     IF EM-LAST-PAID-PERIOD = SPACES
005680         MOVE SPACES TO EM-LAST-PAID-SEQ
005690     ELSE
005700         IF EM-LAST-PAID-SEQ NOT NUMERIC
005710             MOVE '01' TO EM-LAST-PAID-SEQ
005720         END-IF
005730     END-IF
005740     MOVE EM-LAST-PAID-PERIOD TO WS-EMP-PAID-PERIOD
005750     MOVE EM-LAST-PAID-SEQ    TO WS-EMP-PAID-SEQ.
005760 2100-EXIT.
005770     EXIT.
005780
005790 2200-PROVE-YTD-BUCKETS.
005800     MOVE ZEROS TO WS-SUM-QTR-GROSS WS-SUM-QTR-TAX
005810                   WS-SUM-QTR-SS-WAGES WS-SUM-QTR-SS-TAX
005820                   WS-SUM-QTR-MEDICARE WS-SUM-QTR-STATE-TAX
005830     PERFORM 2210-ADD-ONE-QUARTER THRU 2210-EXIT
005840         VARYING WS-QTR-IX FROM 1 BY 1
005850         UNTIL WS-QTR-IX > 4
005860     IF EM-YTD-GROSS NOT = WS-SUM-QTR-GROSS
005870         MOVE EM-EMPLOYEE-ID TO WS-RPT-EXC-EMP-ID
005880         MOVE "YTD GROSS DOES NOT EQUAL SUM OF QUARTERS"
005890             TO WS-RPT-EXC-TEXT
005900         MOVE WS-SUM-QTR-GROSS TO WS-RPT-EXC-EXPECTED
005910         MOVE EM-YTD-GROSS     TO WS-RPT-EXC-ACTUAL
005920         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
005930     END-IF
005940     IF EM-YTD-TAX NOT = WS-SUM-QTR-TAX
005950         MOVE EM-EMPLOYEE-ID TO WS-RPT-EXC-EMP-ID
005960         MOVE "YTD TAX DOES NOT EQUAL SUM OF QUARTERS"
005970             TO WS-RPT-EXC-TEXT
005980         MOVE WS-SUM-QTR-TAX TO WS-RPT-EXC-EXPECTED
005990         MOVE EM-YTD-TAX     TO WS-RPT-EXC-ACTUAL
006000         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
006010     END-IF
006020     IF EM-YTD-SS-WAGES NOT = WS-SUM-QTR-SS-WAGES
006030         MOVE EM-EMPLOYEE-ID TO WS-RPT-EXC-EMP-ID
006040         MOVE "YTD SS WAGES DO NOT EQUAL SUM OF QUARTERS"
006050             TO WS-RPT-EXC-TEXT
006060         MOVE WS-SUM-QTR-SS-WAGES TO WS-RPT-EXC-EXPECTED
006070         MOVE EM-YTD-SS-WAGES     TO WS-RPT-EXC-ACTUAL
006080         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
006090     END-IF
006100     IF EM-YTD-SS-TAX NOT = WS-SUM-QTR-SS-TAX
006110         MOVE EM-EMPLOYEE-ID TO WS-RPT-EXC-EMP-ID
006120         MOVE "YTD SS TAX DOES NOT EQUAL SUM OF QUARTERS"
006130             TO WS-RPT-EXC-TEXT
006140         MOVE WS-SUM-QTR-SS-TAX TO WS-RPT-EXC-EXPECTED
006150         MOVE EM-YTD-SS-TAX     TO WS-RPT-EXC-ACTUAL
006160         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
006170     END-IF
006180     IF EM-YTD-MEDICARE-TAX NOT = WS-SUM-QTR-MEDICARE
006190         MOVE EM-EMPLOYEE-ID TO WS-RPT-EXC-EMP-ID
006200         MOVE "YTD MEDICARE TAX DOES NOT EQUAL SUM OF QUARTERS"
006210             TO WS-RPT-EXC-TEXT
006220         MOVE WS-SUM-QTR-MEDICARE TO WS-RPT-EXC-EXPECTED
006230         MOVE EM-YTD-MEDICARE-TAX TO WS-RPT-EXC-ACTUAL
006240         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
006250     END-IF
006260     IF EM-YTD-STATE-TAX NOT = WS-SUM-QTR-STATE-TAX
006270         MOVE EM-EMPLOYEE-ID TO WS-RPT-EXC-EMP-ID
006280         MOVE "YTD STATE TAX DOES NOT EQUAL SUM OF QUARTERS"
006290             TO WS-RPT-EXC-TEXT
006300         MOVE WS-SUM-QTR-STATE-TAX TO WS-RPT-EXC-EXPECTED
006310         MOVE EM-YTD-STATE-TAX     TO WS-RPT-EXC-ACTUAL
006320         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
006330     END-IF.
006340 2200-EXIT.
006350     EXIT.
006360
006370 2210-ADD-ONE-QUARTER.
006380     ADD EM-QTR-GROSS(WS-QTR-IX) TO WS-SUM-QTR-GROSS
006390     ADD EM-QTR-TAX(WS-QTR-IX)   TO WS-SUM-QTR-TAX
006400     ADD EM-QTR-SS-WAGES(WS-QTR-IX) TO WS-SUM-QTR-SS-WAGES
006410     ADD EM-QTR-SS-TAX(WS-QTR-IX) TO WS-SUM-QTR-SS-TAX
006420     ADD EM-QTR-MEDICARE-TAX(WS-QTR-IX) TO WS-SUM-QTR-MEDICARE
006430     ADD EM-QTR-STATE-TAX(WS-QTR-IX) TO WS-SUM-QTR-STATE-TAX.
006440 2210-EXIT.
006450     EXIT.
006460
006470*-----------------------------------------------------------------
006480* PROVE A STAMPED EMPLOYEE'S STORED PERIOD FIGURES AND TOTAL
006490* THEM FOR THE CROSS-FOOT, SPLIT BY HOW THE EMPLOYEE WAS PAID:
006500* A USABLE ROUTING NUMBER WITH NO BANK ACCOUNT CHANGE PENDING
006510* MEANS ACH, ANYTHING ELSE A PRINTED CHECK -- THE SAME TEST THE
006520* ACH AND CHECK PASSES APPLY.
006530*-----------------------------------------------------------------
006540 2300-PROVE-PERIOD-FIGURES.
006550     COMPUTE WS-CALC-NET =
006560         EM-GROSS-PAY - EM-TAX-DEDUCTION
006570         - EM-SS-DEDUCTION
006580         - EM-MEDICARE-DEDUCTION
006590         - EM-STATE-TAX-DEDUCTION
006600         - EM-HEALTH-DEDUCTION
006610         - EM-401K-DEDUCTION
006620         - EM-GARNISHMENT-AMT
006630     IF WS-CALC-NET NOT = EM-NET-PAY
006640         MOVE EM-EMPLOYEE-ID TO WS-RPT-EXC-EMP-ID
006650         MOVE "GROSS LESS TAX AND DEDUCTIONS NOT EQUAL NET"
006660             TO WS-RPT-EXC-TEXT
006670         MOVE WS-CALC-NET TO WS-RPT-EXC-EXPECTED
006680         MOVE EM-NET-PAY  TO WS-RPT-EXC-ACTUAL
006690         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
006700     END-IF
006710     ADD 1 TO WS-MAST-PAID-COUNT
006720     ADD EM-NET-PAY TO WS-MAST-PERIOD-NET
006730     IF EM-BANK-ROUTING NUMERIC AND
006740        EM-BANK-ROUTING NOT = ZEROS AND
006750        NOT EM-BANK-CHG-PENDING
006760         ADD 1 TO WS-MAST-ACH-COUNT
006770         ADD EM-NET-PAY TO WS-MAST-ACH-NET
006780     ELSE
006790         ADD 1 TO WS-MAST-CHECK-COUNT
006800         ADD EM-NET-PAY TO WS-MAST-CHECK-NET
006810     END-IF.
006820 2300-EXIT.
006830     EXIT.
006840
006850*-----------------------------------------------------------------
006860* PICK UP THE ACHFILE 'T' TRAILER. A MISSING FILE OR TRAILER IS
006870* ITSELF AN EXCEPTION -- THE RUN ALWAYS WRITES ONE.
006880*-----------------------------------------------------------------
006890 3000-READ-ACH-TRAILER.
006900     MOVE 'N' TO WS-TRAILER-SEEN-SW
006910     OPEN INPUT ACH-FILE
006920     IF NOT WS-ACHFILE-OK
006930         MOVE SPACES TO WS-RPT-EXC-EMP-ID
006940         MOVE "ACHFILE UNREADABLE" TO WS-RPT-EXC-TEXT
006950         MOVE ZEROS TO WS-RPT-EXC-EXPECTED WS-RPT-EXC-ACTUAL
006960         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
006970         GO TO 3000-EXIT
006980     END-IF.
006990 3000-LOOP.
007000     READ ACH-FILE
007010         AT END
007020             GO TO 3000-CLOSE
007030     END-READ
007040     IF ACH-TRAILER
007050         MOVE ACH-TRL-COUNT   TO WS-ACH-COUNT
007060         MOVE ACH-TRL-NET-PAY TO WS-ACH-NET
007070         SET WS-TRAILER-SEEN TO TRUE
007080     END-IF
007090     GO TO 3000-LOOP.
007100 3000-CLOSE.
007110     CLOSE ACH-FILE
007120     IF NOT WS-TRAILER-SEEN
007130         MOVE SPACES TO WS-RPT-EXC-EMP-ID
007140         MOVE "NO TRAILER ON ACHFILE" TO WS-RPT-EXC-TEXT
007150         MOVE ZEROS TO WS-RPT-EXC-EXPECTED WS-RPT-EXC-ACTUAL
007160         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
007170     END-IF.
007180 3000-EXIT.
007190     EXIT.
007200
007210 3500-READ-POSPAY-TRAILER.
007220     MOVE 'N' TO WS-TRAILER-SEEN-SW
007230     OPEN INPUT POSITIVE-PAY-FILE
007240     IF NOT WS-POSPAY-OK
007250         MOVE SPACES TO WS-RPT-EXC-EMP-ID
007260         MOVE "POSPAY UNREADABLE" TO WS-RPT-EXC-TEXT
007270         MOVE ZEROS TO WS-RPT-EXC-EXPECTED WS-RPT-EXC-ACTUAL
007280         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
007290         GO TO 3500-EXIT
007300     END-IF.
007310 3500-LOOP.
007320     READ POSITIVE-PAY-FILE
007330         AT END
007340             GO TO 3500-CLOSE
007350     END-READ
007360     IF POS-TRAILER
007370         MOVE POS-TRL-COUNT  TO WS-POS-COUNT
007380         MOVE POS-TRL-AMOUNT TO WS-POS-AMOUNT
007390         SET WS-TRAILER-SEEN TO TRUE
007400     END-IF
007410     GO TO 3500-LOOP.
007420 3500-CLOSE.
007430     CLOSE POSITIVE-PAY-FILE
007440     IF NOT WS-TRAILER-SEEN
007450         MOVE SPACES TO WS-RPT-EXC-EMP-ID
007460         MOVE "NO TRAILER ON POSPAY" TO WS-RPT-EXC-TEXT
007470         MOVE ZEROS TO WS-RPT-EXC-EXPECTED WS-RPT-EXC-ACTUAL
007480         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
007490     END-IF.
007500 3500-EXIT.
007510     EXIT.
007520
007530*-----------------------------------------------------------------
007540* PICK UP THE PERIOD'S CASH CREDIT (ACCOUNT 10100000 CR) FROM
007550* GLFILE, PROVING THE LINE CARRIES THE RUN BEING RECONCILED.
007560*-----------------------------------------------------------------
007570 4000-READ-GL-CASH-CREDIT.
007580     MOVE 'N' TO WS-GL-CASH-SEEN-SW
007590     OPEN INPUT GL-EXTRACT-FILE
007600     IF NOT WS-GLFILE-OK
007610         MOVE SPACES TO WS-RPT-EXC-EMP-ID
007620         MOVE "GLFILE UNREADABLE" TO WS-RPT-EXC-TEXT
007630         MOVE ZEROS TO WS-RPT-EXC-EXPECTED WS-RPT-EXC-ACTUAL
007640         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
007650         GO TO 4000-EXIT
007660     END-IF.
007670 4000-LOOP.
007680     READ GL-EXTRACT-FILE
007690         AT END
007700             GO TO 4000-CLOSE
007710     END-READ
007720     IF GLX-ACCOUNT = '10100000' AND GLX-DR-CR = 'CR'
007730         MOVE GLX-AMOUNT TO WS-GL-CASH-CREDIT
007740         SET WS-GL-CASH-SEEN TO TRUE
007750         IF GLX-PERIOD NOT = WS-PAY-PERIOD-ID
007760             MOVE SPACES TO WS-RPT-EXC-EMP-ID
007770             MOVE "GLFILE CASH CREDIT IS FOR ANOTHER RUN"
007780                 TO WS-RPT-EXC-TEXT
007790             MOVE ZEROS TO WS-RPT-EXC-EXPECTED
007800                           WS-RPT-EXC-ACTUAL
007810             PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
007820         END-IF
007830     END-IF
007840     GO TO 4000-LOOP.
007850 4000-CLOSE.
007860     CLOSE GL-EXTRACT-FILE
007870     IF NOT WS-GL-CASH-SEEN
007880         MOVE SPACES TO WS-RPT-EXC-EMP-ID
007890         MOVE "NO CASH CREDIT LINE ON GLFILE" TO WS-RPT-EXC-TEXT
007900         MOVE ZEROS TO WS-RPT-EXC-EXPECTED WS-RPT-EXC-ACTUAL
007910         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
007920     END-IF.
007930 4000-EXIT.
007940     EXIT.
007950
007960*-----------------------------------------------------------------
007970* CROSS-FOOT THE RUN: THE ACH TRAILER MUST EQUAL THE MASTER'S
007980* ACH-PAID NET, THE POSPAY TRAILER THE MASTER'S CHECK-PAID NET,
007990* AND THE TWO TOGETHER MUST EQUAL BOTH THE GL CASH CREDIT AND
008000* THE MASTER'S TOTAL NET FOR THE RUN.
008010*-----------------------------------------------------------------
008020 5000-CROSS-FOOT.
008030     IF WS-ACH-NET NOT = WS-MAST-ACH-NET
008040         MOVE SPACES TO WS-RPT-EXC-EMP-ID
008050         MOVE "ACH TRAILER NET NOT EQUAL MASTER ACH NET"
008060             TO WS-RPT-EXC-TEXT
008070         MOVE WS-MAST-ACH-NET TO WS-RPT-EXC-EXPECTED
008080         MOVE WS-ACH-NET      TO WS-RPT-EXC-ACTUAL
008090         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
008100     END-IF
008110     IF WS-ACH-COUNT NOT = WS-MAST-ACH-COUNT
008120         MOVE SPACES TO WS-RPT-EXC-EMP-ID
008130         MOVE "ACH TRAILER COUNT NOT EQUAL MASTER ACH COUNT"
008140             TO WS-RPT-EXC-TEXT
008150         MOVE WS-MAST-ACH-COUNT TO WS-RPT-EXC-EXPECTED
008160         MOVE WS-ACH-COUNT      TO WS-RPT-EXC-ACTUAL
008170         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
008180     END-IF
008190     IF WS-POS-AMOUNT NOT = WS-MAST-CHECK-NET
008200         MOVE SPACES TO WS-RPT-EXC-EMP-ID
008210         MOVE "POSPAY TRAILER NOT EQUAL MASTER CHECK NET"
008220             TO WS-RPT-EXC-TEXT
008230         MOVE WS-MAST-CHECK-NET TO WS-RPT-EXC-EXPECTED
008240         MOVE WS-POS-AMOUNT     TO WS-RPT-EXC-ACTUAL
008250         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
008260     END-IF
008270     IF WS-POS-COUNT NOT = WS-MAST-CHECK-COUNT
008280         MOVE SPACES TO WS-RPT-EXC-EMP-ID
008290         MOVE "POSPAY COUNT NOT EQUAL MASTER CHECK COUNT"
008300             TO WS-RPT-EXC-TEXT
008310         MOVE WS-MAST-CHECK-COUNT TO WS-RPT-EXC-EXPECTED
008320         MOVE WS-POS-COUNT        TO WS-RPT-EXC-ACTUAL
008330         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
008340     END-IF
008350     IF WS-ACH-NET + WS-POS-AMOUNT NOT = WS-GL-CASH-CREDIT
008360         MOVE SPACES TO WS-RPT-EXC-EMP-ID
008370         MOVE "ACH PLUS CHECKS NOT EQUAL GL CASH CREDIT"
008380             TO WS-RPT-EXC-TEXT
008390         COMPUTE WS-RPT-EXC-EXPECTED =
008400             WS-ACH-NET + WS-POS-AMOUNT
008410         MOVE WS-GL-CASH-CREDIT TO WS-RPT-EXC-ACTUAL
008420         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
008430     END-IF
008440     IF WS-GL-CASH-CREDIT NOT = WS-MAST-PERIOD-NET
008450         MOVE SPACES TO WS-RPT-EXC-EMP-ID
008460         MOVE "GL CASH CREDIT NOT EQUAL MASTER PERIOD NET"
008470             TO WS-RPT-EXC-TEXT
008480         MOVE WS-MAST-PERIOD-NET TO WS-RPT-EXC-EXPECTED
008490         MOVE WS-GL-CASH-CREDIT  TO WS-RPT-EXC-ACTUAL
008500         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
008510     END-IF.
008520 5000-EXIT.
008530     EXIT.
008540
008550 8000-WRITE-EXCEPTION.
008560     MOVE WS-RPT-EXCEPTION-LINE TO RECON-REPORT-RECORD
008570     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT
008580     ADD 1 TO WS-EXCEPTION-COUNT
008590     MOVE 8 TO RETURN-CODE.
008600 8000-EXIT.
008610     EXIT.
008620
008630 8100-WRITE-REPORT-RECORD.
008640     WRITE RECON-REPORT-RECORD
008650     IF NOT WS-RECNRPT-OK
008660         DISPLAY "Unable to write reconciliation record, status "
008670             WS-RECNRPT-STATUS
008680     END-IF.
008690 8100-EXIT.
008700     EXIT.
008710
008720*-----------------------------------------------------------------
008730* PRINT THE RUN'S CONTROL FIGURES AND THE VERDICT. ANY
008740* EXCEPTION HAS ALREADY SET RC=8, WHICH HOLDS THE SCHEDULER'S
008750* BANK TRANSMISSION STEP.
008760*-----------------------------------------------------------------
008770 9000-WRAP-UP.
008780     MOVE SPACES TO RECON-REPORT-RECORD
008790     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT
008800     MOVE "MASTER NET PAID THIS RUN" TO WS-RPT-SUM-LABEL
008810     MOVE WS-MAST-PERIOD-NET TO WS-RPT-SUM-AMOUNT
008820     MOVE WS-MAST-PAID-COUNT TO WS-RPT-SUM-COUNT
008830     MOVE WS-RPT-SUMMARY-LINE TO RECON-REPORT-RECORD
008840     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT
008850     MOVE "MASTER NET PAID BY ACH" TO WS-RPT-SUM-LABEL
008860     MOVE WS-MAST-ACH-NET TO WS-RPT-SUM-AMOUNT
008870     MOVE WS-MAST-ACH-COUNT TO WS-RPT-SUM-COUNT
008880     MOVE WS-RPT-SUMMARY-LINE TO RECON-REPORT-RECORD
008890     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT
008900     MOVE "MASTER NET PAID BY CHECK" TO WS-RPT-SUM-LABEL
008910     MOVE WS-MAST-CHECK-NET TO WS-RPT-SUM-AMOUNT
008920     MOVE WS-MAST-CHECK-COUNT TO WS-RPT-SUM-COUNT
008930     MOVE WS-RPT-SUMMARY-LINE TO RECON-REPORT-RECORD
008940     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT
008950     MOVE "ACHFILE TRAILER NET" TO WS-RPT-SUM-LABEL
008960     MOVE WS-ACH-NET TO WS-RPT-SUM-AMOUNT
008970     MOVE WS-ACH-COUNT TO WS-RPT-SUM-COUNT
008980     MOVE WS-RPT-SUMMARY-LINE TO RECON-REPORT-RECORD
008990     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT
009000     MOVE "POSPAY TRAILER AMOUNT" TO WS-RPT-SUM-LABEL
009010     MOVE WS-POS-AMOUNT TO WS-RPT-SUM-AMOUNT
009020     MOVE WS-POS-COUNT TO WS-RPT-SUM-COUNT
009030     MOVE WS-RPT-SUMMARY-LINE TO RECON-REPORT-RECORD
009040     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT
009050     MOVE "GLFILE CASH CREDIT" TO WS-RPT-SUM-LABEL
009060     MOVE WS-GL-CASH-CREDIT TO WS-RPT-SUM-AMOUNT
009070     MOVE ZEROS TO WS-RPT-SUM-COUNT
009080     MOVE WS-RPT-SUMMARY-LINE TO RECON-REPORT-RECORD
009090     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT
009100     MOVE SPACES TO RECON-REPORT-RECORD
009110     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT
009120     IF WS-EXCEPTION-COUNT = ZERO
009130         MOVE "IN BALANCE" TO WS-RPT-VERDICT
009140     ELSE
009150         MOVE "OUT OF BALANCE - HOLD BANK TRANSMISSION"
009160             TO WS-RPT-VERDICT
009170     END-IF
009180     MOVE WS-RPT-VERDICT-LINE TO RECON-REPORT-RECORD
009190     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT
009200     CLOSE RECON-REPORT-FILE
009210     DISPLAY "Master records audited: " WS-READ-COUNT
009220     DISPLAY "Exceptions found:       " WS-EXCEPTION-COUNT
009230     DISPLAY "Reconciliation report written to RECNRPT.".
009240 9000-EXIT.
009250     EXIT.
009260
009270 END PROGRAM PayrollReconciliation.
