000010*****************************************************************
000020* PROGRAM-ID : CHECKRECONCILIATION
000030* AUTHOR     : R. SANTOS, PAYROLL SYSTEMS GROUP
000040* INSTALLATION: PAYROLL DATA CENTER
000050* DATE-WRITTEN: 10/15/2026
000060* DATE-COMPILED:
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* 10/15/2026 RSS  ORIGINAL PROGRAM. KEEPS THE ISSUED-CHECK FILE
000110*                 (ISSCHK) AND RECONCILES IT TO THE BANK. EACH
000120*                 RUN LOADS THE CHECKS ON THE LAST PAYROLL RUN'S
000130*                 POSITIVE-PAY FILE, PROVED AGAINST ITS TRAILER
000140*                 AND THE CHECK REGISTER TOTAL, APPLIES THE
000150*                 CHECK VOIDS ON CHKVOID, AND MATCHES THE BANK'S
000160*                 PAID-ITEMS FILE BY CHECK NUMBER AND AMOUNT,
000170*                 REPORTING PAID CHECKS, AMOUNT MISMATCHES,
000180*                 ITEMS PAID BUT NEVER ISSUED, DUPLICATE
000190*                 PRESENTMENTS AND CHECKS PAID AFTER A VOID. IT
000200*                 THEN AGES EVERY OUTSTANDING CHECK, FLAGS THOSE
000210*                 PAST THE PARMFILE STALE-DATE PERIOD FOR VOID
000220*                 AND REISSUE, AND LISTS THOSE PAST THE PAYEE'S
000230*                 STATE DORMANCY PERIOD AS UNCLAIMED PROPERTY
000240*                 CANDIDATES.
000250* 10/15/2026 RSS  A CHECK IS DATED FROM THE CHECK DATE ON ITS
000260*                 POSPAY DETAIL, NOT THE AS-OF DATE. A POSPAY
000270*                 WHOSE RUN DOES NOT FOLLOW THE LAST RUN LOADED
000280*                 (KEPT ON THE CONTROL RECORD) IS REFUSED, SO A
000290*                 PAYROLL RUN'S CHECKS ARE NEVER MISSED UNNOTICED.
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. CheckReconciliation.
000330 AUTHOR. R. SANTOS.
000340 INSTALLATION. PAYROLL DATA CENTER.
000350 DATE-WRITTEN. 10/15/2026.
000360 DATE-COMPILED.
000370
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT EMPLOYEE-MASTER-FILE
000440         ASSIGN TO EMPMAST
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS EM-EMPLOYEE-ID
000480         FILE STATUS IS WS-EMPMAST-STATUS.
000490
000500     SELECT ISSUED-CHECK-FILE
000510         ASSIGN TO ISSCHK
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS IC-CHECK-NO
000550         FILE STATUS IS WS-ISSCHK-STATUS.
000560
000570     SELECT PARAMETER-FILE
000580         ASSIGN TO PARMFILE
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-PARMFILE-STATUS.
000610
000620     SELECT POSITIVE-PAY-FILE
000630         ASSIGN TO POSPAY
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-POSPAY-STATUS.
000660
000670     SELECT CHECK-REGISTER-FILE
000680         ASSIGN TO CHKREG
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-CHKREG-STATUS.
000710
000720     SELECT CHECK-VOID-FILE
000730         ASSIGN TO CHKVOID
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-CHKVOID-STATUS.
000760
000770     SELECT PAID-ITEM-FILE
000780         ASSIGN TO PAIDITEM
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-PAIDITEM-STATUS.
000810
000820     SELECT CHECK-RECON-REPORT-FILE
000830         ASSIGN TO CHKRRPT
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-CHKRRPT-STATUS.
000860
000870     SELECT CHECK-AGING-REPORT-FILE
000880         ASSIGN TO CHKAGE
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-CHKAGE-STATUS.
000910
000920     SELECT ESCHEAT-REPORT-FILE
000930         ASSIGN TO ESCHRPT
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-ESCHRPT-STATUS.
000960
000970 DATA DIVISION.
000980 FILE SECTION.
000990*-----------------------------------------------------------------
001000* EMPLOYEE MASTER RECORD AS MAINTAINED BY THE PAYROLL SYSTEM.
001010* ONLY THE PAYEE'S WORK STATE IS USED HERE, TO SET THE DORMANCY
001020* PERIOD OF EACH CHECK AS IT IS LOADED. THE REST OF THE RECORD
001030* IS CARRIED AS FILLER; ITS LENGTH MUST MATCH THE MASTER'S.
001040*-----------------------------------------------------------------
001050 FD  EMPLOYEE-MASTER-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 01  EMPLOYEE-MASTER-RECORD.
001080     05  EM-EMPLOYEE-ID          PIC 9(05).
001090     05  EM-EMPLOYEE-NAME        PIC X(30).
001100     05  FILLER                  PIC X(244).
001110     05  EM-STATE-CODE           PIC X(02).
001120     05  FILLER                  PIC X(726).
001130
001140*-----------------------------------------------------------------
001150* ISSUED-CHECK FILE, ONE RECORD PER PAYROLL CHECK KEYED ON THE
001160* CHECK NUMBER. IC-STATUS IS 'O' OUTSTANDING UNTIL THE BANK PAYS
001170* THE CHECK ('P') OR IT IS VOIDED ('V'). IC-PRESENT-COUNT COUNTS
001180* EVERY PRESENTMENT THE BANK REPORTS, SO A SECOND ONE IS SEEN AS
001190* A DUPLICATE. IC-STALE-DATE AND IC-ESCHEAT-DATE ARE THE DATES
001200* THE CHECK WAS FIRST FLAGGED STALE AND FIRST LISTED AS AN
001210* UNCLAIMED PROPERTY CANDIDATE.
001220*-----------------------------------------------------------------
001230 FD  ISSUED-CHECK-FILE
001240     LABEL RECORDS ARE STANDARD
001250     RECORD CONTAINS 150 CHARACTERS.
001260 01  ISSUED-CHECK-RECORD.
001270     05  IC-CHECK-NO             PIC 9(08).
001280     05  IC-EMPLOYEE-ID          PIC 9(05).
001290     05  IC-PAYEE-NAME           PIC X(30).
001300     05  IC-AMOUNT               PIC 9(07)V99.
001310     05  IC-RUN-ID               PIC X(08).
001320     05  IC-ISSUE-DATE           PIC 9(08).
001330     05  IC-STATE-CODE           PIC X(02).
001340     05  IC-STATUS               PIC X(01).
001350         88  IC-OUTSTANDING            VALUE 'O'.
001360         88  IC-PAID                   VALUE 'P'.
001370         88  IC-VOIDED                 VALUE 'V'.
001380     05  IC-PAID-DATE            PIC 9(08).
001390     05  IC-PAID-AMOUNT          PIC 9(07)V99.
001400     05  IC-PRESENT-COUNT        PIC 9(03).
001410     05  IC-VOID-DATE            PIC 9(08).
001420     05  IC-VOID-REASON          PIC X(03).
001430     05  IC-VOID-BY              PIC X(08).
001440     05  IC-STALE-DATE           PIC 9(08).
001450     05  IC-ESCHEAT-DATE         PIC 9(08).
001460     05  FILLER                  PIC X(24).
001470*-----------------------------------------------------------------
001480* CONTROL RECORD, KEY ZERO (NO CHECK IS EVER NUMBERED ZERO): THE
001490* FILE DATE OF THE LAST PAID-ITEMS FILE MATCHED, SO THE SAME
001500* BANK FILE IS NEVER MATCHED TWICE, AND THE RUN ID OF THE LAST
001510* POSPAY LOADED, SO NO PAYROLL RUN'S CHECKS ARE SKIPPED.
001520*-----------------------------------------------------------------
001530 01  ISSUED-CHECK-CONTROL.
001540     05  ICC-KEY                 PIC 9(08).
001550     05  ICC-LAST-PAID-FILE-DATE PIC 9(08).
001560     05  ICC-LAST-RUN-DATE       PIC 9(08).
001570     05  ICC-LAST-RUN-ID         PIC X(08).
001580     05  FILLER                  PIC X(118).
001590
001600*-----------------------------------------------------------------
001610* PARAMETER FILE AS USED BY THE PAYROLL SYSTEM. THE SET IN FORCE
001620* IS FOUND BY ITS 'P' RECORD, AS IN THE PAYROLL RUN; ONLY THAT
001630* SET'S 'C' CHECK RECORDS ARE LOADED HERE. A 'C' RECORD FOR
001640* STATE 'US' OR BLANK CARRIES THE STALE-DATE PERIOD AND THE
001650* DEFAULT DORMANCY PERIOD; A STATE'S OWN RECORD SETS THE
001660* DORMANCY PERIOD FOR CHECKS TO PAYEES WORKING IN THAT STATE.
001670*-----------------------------------------------------------------
001680 FD  PARAMETER-FILE
001690     LABEL RECORDS ARE STANDARD
001700     RECORD CONTAINS 80 CHARACTERS.
001710 01  PARAMETER-RECORD.
001720     05  PRM-RECORD-TYPE         PIC X(01).
001730         88  PRM-RATE-SET              VALUE 'P'.
001740         88  PRM-CHECK-LIMIT           VALUE 'C'.
001750     05  PRM-EFFECTIVE-PERIOD    PIC X(06).
001760     05  FILLER                  PIC X(73).
001770 01  PARAMETER-CHECK-RECORD.
001780     05  FILLER                  PIC X(01).
001790     05  PRC-EFFECTIVE-PERIOD    PIC X(06).
001800     05  PRC-STATE-CODE          PIC X(02).
001810     05  PRC-STALE-DAYS          PIC 9(03).
001820     05  PRC-DORMANCY-DAYS       PIC 9(04).
001830     05  FILLER                  PIC X(64).
001840
001850*-----------------------------------------------------------------
001860* POSITIVE-PAY FILE AS WRITTEN BY THE PAYROLL RUN'S CHECK PASS:
001870* ONE 'D' DETAIL PER CHECK WITH ITS CHECK DATE, THEN ONE 'T'
001880* TRAILER WITH THE CHECK COUNT, TOTAL AMOUNT AND RUN ID.
001890*-----------------------------------------------------------------
001900 FD  POSITIVE-PAY-FILE
001910     LABEL RECORDS ARE STANDARD
001920     RECORD CONTAINS 80 CHARACTERS.
001930 01  POSITIVE-PAY-RECORD.
001940     05  POS-RECORD-TYPE         PIC X(01).
001950         88  POS-DETAIL                VALUE 'D'.
001960         88  POS-TRAILER               VALUE 'T'.
001970     05  POS-CHECK-NO            PIC 9(08).
001980     05  POS-EMPLOYEE-ID         PIC 9(05).
001990     05  POS-AMOUNT              PIC 9(07)V99.
002000     05  POS-RUN-ID              PIC X(08).
002010     05  POS-PAYEE-NAME          PIC X(30).
002020     05  POS-CHECK-DATE          PIC 9(08).
002030     05  FILLER                  PIC X(11).
002040 01  POSITIVE-PAY-TRAILER.
002050     05  FILLER                  PIC X(01).
002060     05  POS-TRL-COUNT           PIC 9(07).
002070     05  POS-TRL-AMOUNT          PIC 9(11)V99.
002080     05  POS-TRL-RUN-ID          PIC X(08).
002090     05  FILLER                  PIC X(51).
002100
002110*-----------------------------------------------------------------
002120* CHECK REGISTER AS PRINTED BY THE PAYROLL RUN. ONLY THE HEADER
002130* (FOR THE RUN ID) AND THE CLOSING TOTAL LINE ARE READ; THE
002140* TOTAL LINE'S EDITED COUNT AND AMOUNT ARE DE-EDITED FOR THE
002150* PROOF AGAINST POSPAY.
002160*-----------------------------------------------------------------
002170 FD  CHECK-REGISTER-FILE
002180     LABEL RECORDS ARE STANDARD
002190     RECORD CONTAINS 132 CHARACTERS.
002200 01  CHECK-REGISTER-RECORD.
002210     05  REG-HDR-COMPANY         PIC X(20).
002220     05  REG-HDR-TITLE           PIC X(26).
002230     05  REG-HDR-LABEL           PIC X(12).
002240     05  REG-HDR-RUN-ID          PIC X(08).
002250     05  FILLER                  PIC X(66).
002260 01  CHECK-REGISTER-TOTAL-LINE.
002270     05  REG-TOT-LABEL           PIC X(16).
002280     05  REG-TOT-COUNT           PIC ZZZZZZ9.
002290     05  FILLER                  PIC X(16).
002300     05  REG-TOT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
002310     05  FILLER                  PIC X(79).
002320
002330*-----------------------------------------------------------------
002340* CHECK VOIDS KEYED BY THE CHECK CLERK, FOLLOWED BY THOSE THE
002350* PAYROLL ADJUSTMENT RUN WRITES FOR THE RUNS IT VOIDS, ONE PER
002360* CHECK: REASON PAY (PAYROLL VOID OF THE RUN'S PAY), STL
002370* (STALE-DATED, REISSUED), LST (LOST, STOP PAYMENT PLACED) OR
002380* ESC (REMITTED TO THE STATE AS UNCLAIMED PROPERTY). A BLANK
002390* VOID DATE TAKES THE RUN'S AS-OF DATE.
002400*-----------------------------------------------------------------
002410 FD  CHECK-VOID-FILE
002420     LABEL RECORDS ARE STANDARD
002430     RECORD CONTAINS 80 CHARACTERS.
002440 01  CHECK-VOID-RECORD.
002450     05  CV-CHECK-NO             PIC 9(08).
002460     05  CV-REASON               PIC X(03).
002470         88  CV-REASON-VALID           VALUE 'PAY' 'STL'
002480                                             'LST' 'ESC'.
002490     05  CV-VOID-DATE            PIC X(08).
002500     05  CV-OPERATOR-ID          PIC X(08).
002510     05  FILLER                  PIC X(53).
002520
002530*-----------------------------------------------------------------
002540* THE BANK'S DAILY PAID-ITEMS FILE FOR THE PAYROLL ACCOUNT: AN
002550* 'H' HEADER WITH THE FILE DATE, A 'D' DETAIL PER CHECK PAID
002560* (ONE PER PRESENTMENT), AND A 'T' TRAILER WITH THE ITEM COUNT
002570* AND TOTAL AMOUNT.
002580*-----------------------------------------------------------------
002590 FD  PAID-ITEM-FILE
002600     LABEL RECORDS ARE STANDARD
002610     RECORD CONTAINS 80 CHARACTERS.
002620 01  PAID-ITEM-RECORD.
002630     05  PI-RECORD-TYPE          PIC X(01).
002640         88  PI-HEADER                 VALUE 'H'.
002650         88  PI-DETAIL                 VALUE 'D'.
002660         88  PI-TRAILER                VALUE 'T'.
002670     05  PI-CHECK-NO             PIC 9(08).
002680     05  PI-AMOUNT               PIC 9(07)V99.
002690     05  PI-PAID-DATE            PIC 9(08).
002700     05  PI-BANK-SEQ             PIC X(15).
002710     05  FILLER                  PIC X(39).
002720 01  PAID-ITEM-HEADER.
002730     05  FILLER                  PIC X(01).
002740     05  PIH-FILE-DATE           PIC 9(08).
002750     05  PIH-ACCOUNT             PIC X(17).
002760     05  FILLER                  PIC X(54).
002770 01  PAID-ITEM-TRAILER.
002780     05  FILLER                  PIC X(01).
002790     05  PIT-COUNT               PIC 9(07).
002800     05  PIT-AMOUNT              PIC 9(11)V99.
002810     05  FILLER                  PIC X(59).
002820
002830 FD  CHECK-RECON-REPORT-FILE
002840     LABEL RECORDS ARE STANDARD
002850     RECORD CONTAINS 132 CHARACTERS.
002860 01  CHECK-RECON-REPORT-RECORD   PIC X(132).
002870
002880 FD  CHECK-AGING-REPORT-FILE
002890     LABEL RECORDS ARE STANDARD
002900     RECORD CONTAINS 132 CHARACTERS.
002910 01  CHECK-AGING-REPORT-RECORD   PIC X(132).
002920
002930 FD  ESCHEAT-REPORT-FILE
002940     LABEL RECORDS ARE STANDARD
002950     RECORD CONTAINS 132 CHARACTERS.
002960 01  ESCHEAT-REPORT-RECORD       PIC X(132).
002970
002980 WORKING-STORAGE SECTION.
002990 01  WS-FILE-STATUSES.
003000     05  WS-EMPMAST-STATUS       PIC X(02) VALUE '00'.
003010         88  WS-EMPMAST-OK             VALUE '00'.
003020     05  WS-ISSCHK-STATUS        PIC X(02) VALUE '00'.
003030         88  WS-ISSCHK-OK              VALUE '00'.
003040     05  WS-PARMFILE-STATUS      PIC X(02) VALUE '00'.
003050         88  WS-PARMFILE-OK            VALUE '00'.
003060         88  WS-PARMFILE-EOF           VALUE '10'.
003070     05  WS-POSPAY-STATUS        PIC X(02) VALUE '00'.
003080         88  WS-POSPAY-OK              VALUE '00'.
003090         88  WS-POSPAY-EOF             VALUE '10'.
003100     05  WS-CHKREG-STATUS        PIC X(02) VALUE '00'.
003110         88  WS-CHKREG-OK              VALUE '00'.
003120         88  WS-CHKREG-EOF             VALUE '10'.
003130     05  WS-CHKVOID-STATUS       PIC X(02) VALUE '00'.
003140         88  WS-CHKVOID-OK             VALUE '00'.
003150         88  WS-CHKVOID-EOF            VALUE '10'.
003160     05  WS-PAIDITEM-STATUS      PIC X(02) VALUE '00'.
003170         88  WS-PAIDITEM-OK            VALUE '00'.
003180         88  WS-PAIDITEM-EOF           VALUE '10'.
003190     05  WS-CHKRRPT-STATUS       PIC X(02) VALUE '00'.
003200         88  WS-CHKRRPT-OK             VALUE '00'.
003210     05  WS-CHKAGE-STATUS        PIC X(02) VALUE '00'.
003220         88  WS-CHKAGE-OK              VALUE '00'.
003230     05  WS-ESCHRPT-STATUS       PIC X(02) VALUE '00'.
003240         88  WS-ESCHRPT-OK             VALUE '00'.
003250
003260 01  WS-EMPMAST-OPEN-SW          PIC X(01) VALUE 'N'.
003270     88  WS-EMPMAST-OPEN             VALUE 'Y'.
003280 01  WS-ISSCHK-EOF-SW            PIC X(01) VALUE 'N'.
003290     88  WS-ISSCHK-EOF               VALUE 'Y'.
003300 01  WS-TRAILER-SEEN-SW          PIC X(01) VALUE 'N'.
003310     88  WS-TRAILER-SEEN             VALUE 'Y'.
003320 01  WS-HEADER-SEEN-SW           PIC X(01) VALUE 'N'.
003330     88  WS-HEADER-SEEN              VALUE 'Y'.
003340 01  WS-REG-TOTAL-SEEN-SW        PIC X(01) VALUE 'N'.
003350     88  WS-REG-TOTAL-SEEN           VALUE 'Y'.
003360 01  WS-CHECK-CHANGED-SW         PIC X(01) VALUE 'N'.
003370     88  WS-CHECK-CHANGED            VALUE 'Y'.
003380
003390*-----------------------------------------------------------------
003400* AS-OF DATE OF THE RUN (YYYYMMDD), FROM PARM='YYYYMMDD'. A
003410* MISSING OR BAD DATE DEFAULTS TO TODAY. IT DATES THE CHECKS
003420* LOADED WITHOUT A CHECK DATE AND THE VOIDS KEYED WITHOUT A
003430* DATE, AND IS THE DATE OUTSTANDING CHECKS ARE AGED TO. ITS
003440* YEAR AND MONTH PICK THE PARMFILE SET IN FORCE.
003450*-----------------------------------------------------------------
003460 01  WS-AS-OF-DATE               PIC 9(08) VALUE ZERO.
003470 01  WS-AS-OF-PERIOD             PIC X(06) VALUE SPACES.
003480 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZEROS.
003490 77  WS-AS-OF-DAY-NUMBER         PIC S9(09) COMP VALUE ZERO.
003500
003510*-----------------------------------------------------------------
003520* CALENDAR ARITHMETIC, AS IN THE PAYROLL SYSTEM. 6000 TURNS
003530* WS-DATE-YYYYMMDD INTO A DAY NUMBER SO DATES CAN BE SUBTRACTED.
003540*-----------------------------------------------------------------
003550 01  WS-DATE-WORK.
003560     05  WS-DATE-YYYYMMDD        PIC 9(08) VALUE ZERO.
003570     05  WS-DATE-PARTS REDEFINES WS-DATE-YYYYMMDD.
003580         10  WS-DATE-CCYY        PIC 9(04).
003590         10  WS-DATE-MM          PIC 9(02).
003600         10  WS-DATE-DD          PIC 9(02).
003610 77  WS-DAY-NUMBER               PIC S9(09) COMP VALUE ZERO.
003620 77  WS-JD-A                     PIC S9(09) COMP VALUE ZERO.
003630 77  WS-JD-Y                     PIC S9(09) COMP VALUE ZERO.
003640 77  WS-JD-M                     PIC S9(09) COMP VALUE ZERO.
003650 77  WS-JD-T                     PIC S9(09) COMP VALUE ZERO.
003660
003670*-----------------------------------------------------------------
003680* STALE-DATE AND DORMANCY PERIODS IN CALENDAR DAYS FROM ISSUE,
003690* FROM THE PARMFILE 'C' RECORDS (DEFAULTS 180 AND 365 WHEN THE
003700* SET HAS NONE). DORMANCY-TABLE HOLDS THE STATES WITH A PERIOD
003710* OF THEIR OWN.
003720*-----------------------------------------------------------------
003730 01  WS-PARM-BEST-PERIOD         PIC X(06) VALUE SPACES.
003740 77  WS-STALE-DAYS               PIC 9(03) VALUE 180.
003750 77  WS-DORMANCY-DAYS            PIC 9(04) VALUE 365.
003760 01  DORMANCY-TABLE.
003770     05  DORMANCY-ENTRY OCCURS 60 TIMES INDEXED BY DT-IDX.
003780         10  DT-STATE-CODE           PIC X(02).
003790         10  DT-DORMANCY-DAYS        PIC 9(04).
003800 77  WS-DORMANCY-COUNT           PIC 9(02) COMP VALUE ZERO.
003810 77  WS-DORMANCY-MAX             PIC 9(02) COMP VALUE 60.
003820 77  WS-CHECK-DORMANCY-DAYS      PIC 9(04) VALUE ZERO.
003830
003840*-----------------------------------------------------------------
003850* LOAD AND MATCH WORK.
003860*-----------------------------------------------------------------
003870 01  WS-REG-RUN-ID               PIC X(08) VALUE SPACES.
003880 01  WS-POS-RUN-ID               PIC X(08) VALUE SPACES.
003890*-----------------------------------------------------------------
003900* RUN ID (YYYYMMSS) OF THE LAST POSPAY LOADED, FROM THE CONTROL
003910* RECORD, AND THE TWO RUN IDS THAT MAY FOLLOW IT: THE NEXT RUN
003920* OF THE SAME MONTH AND THE FIRST RUN OF THE NEXT MONTH.
003930*-----------------------------------------------------------------
003940 01  WS-LAST-RUN-ID              PIC X(08) VALUE SPACES.
003950 01  WS-NEXT-SEQ-RUN-ID.
003960     05  WS-NEXT-SEQ-PERIOD      PIC 9(06).
003970     05  WS-NEXT-SEQ-NO          PIC 9(02).
003980 01  WS-NEXT-MONTH-RUN-ID.
003990     05  WS-NEXT-MONTH-CCYY      PIC 9(04).
004000     05  WS-NEXT-MONTH-MM        PIC 9(02).
004010     05  WS-NEXT-MONTH-SEQ       PIC 9(02).
004020 01  WS-RUN-CHECKED-SW           PIC X(01) VALUE 'N'.
004030     88  WS-RUN-CHECKED              VALUE 'Y'.
004040 01  WS-RUN-REFUSED-SW           PIC X(01) VALUE 'N'.
004050     88  WS-RUN-REFUSED              VALUE 'Y'.
004060 77  WS-REG-COUNT                PIC 9(07) VALUE ZERO.
004070 77  WS-REG-AMOUNT               PIC 9(11)V99 VALUE ZERO.
004080 77  WS-DAYS-OUT                 PIC S9(07) COMP VALUE ZERO.
004090 77  WS-AGE-SUB                  PIC S9(04) COMP VALUE ZERO.
004100 01  WS-VOID-DATE                PIC 9(08) VALUE ZERO.
004110 01  WS-HOLD-CHECK.
004120     05  WS-HOLD-EMPLOYEE-ID     PIC 9(05).
004130     05  WS-HOLD-AMOUNT          PIC 9(07)V99.
004140     05  WS-HOLD-RUN-ID          PIC X(08).
004150
004160*-----------------------------------------------------------------
004170* RUN CONTROL FIGURES.
004180*-----------------------------------------------------------------
004190 01  WS-LOAD-TOTALS.
004200     05  WS-POS-DETAIL-COUNT     PIC 9(07) VALUE ZERO.
004210     05  WS-POS-DETAIL-AMOUNT    PIC 9(11)V99 VALUE ZERO.
004220     05  WS-POS-TRAILER-COUNT    PIC 9(07) VALUE ZERO.
004230     05  WS-POS-TRAILER-AMOUNT   PIC 9(11)V99 VALUE ZERO.
004240     05  WS-LOADED-COUNT         PIC 9(07) VALUE ZERO.
004250     05  WS-LOADED-AMOUNT        PIC 9(11)V99 VALUE ZERO.
004260     05  WS-ON-FILE-COUNT        PIC 9(07) VALUE ZERO.
004270
004280 01  WS-VOID-TOTALS.
004290     05  WS-VOID-READ-COUNT      PIC 9(07) VALUE ZERO.
004300     05  WS-VOID-COUNT           PIC 9(07) VALUE ZERO.
004310     05  WS-VOID-AMOUNT          PIC 9(11)V99 VALUE ZERO.
004320
004330 01  WS-PAID-TOTALS.
004340     05  WS-PI-DETAIL-COUNT      PIC 9(07) VALUE ZERO.
004350     05  WS-PI-DETAIL-AMOUNT     PIC 9(11)V99 VALUE ZERO.
004360     05  WS-PI-TRAILER-COUNT     PIC 9(07) VALUE ZERO.
004370     05  WS-PI-TRAILER-AMOUNT    PIC 9(11)V99 VALUE ZERO.
004380     05  WS-PAID-COUNT           PIC 9(07) VALUE ZERO.
004390     05  WS-PAID-AMOUNT          PIC 9(11)V99 VALUE ZERO.
004400     05  WS-MISMATCH-COUNT       PIC 9(07) VALUE ZERO.
004410     05  WS-MISMATCH-AMOUNT      PIC 9(11)V99 VALUE ZERO.
004420     05  WS-NOT-ISSUED-COUNT     PIC 9(07) VALUE ZERO.
004430     05  WS-NOT-ISSUED-AMOUNT    PIC 9(11)V99 VALUE ZERO.
004440     05  WS-DUPLICATE-COUNT      PIC 9(07) VALUE ZERO.
004450     05  WS-DUPLICATE-AMOUNT     PIC 9(11)V99 VALUE ZERO.
004460     05  WS-PAID-VOID-COUNT      PIC 9(07) VALUE ZERO.
004470     05  WS-PAID-VOID-AMOUNT     PIC 9(11)V99 VALUE ZERO.
004480
004490*-----------------------------------------------------------------
004500* OUTSTANDING CHECKS BY AGE: 0-30, 31-60, 61-90, 91-180 AND
004510* OVER 180 DAYS FROM ISSUE.
004520*-----------------------------------------------------------------
004530 01  WS-AGE-BUCKET-VALUES.
004540     05  FILLER                  PIC X(17) VALUE
004550             '00030  0-30 DAYS'.
004560     05  FILLER                  PIC X(17) VALUE
004570             '00060 31-60 DAYS'.
004580     05  FILLER                  PIC X(17) VALUE
004590             '00090 61-90 DAYS'.
004600     05  FILLER                  PIC X(17) VALUE
004610             '0018091-180 DAYS'.
004620     05  FILLER                  PIC X(17) VALUE
004630             '99999OVER 180   '.
004640 01  WS-AGE-BUCKET-TABLE REDEFINES WS-AGE-BUCKET-VALUES.
004650     05  WS-AGE-BUCKET OCCURS 5 TIMES.
004660         10  WS-AGE-BUCKET-LIMIT     PIC 9(05).
004670         10  WS-AGE-BUCKET-LABEL     PIC X(12).
004680 01  WS-AGE-TOTALS.
004690     05  WS-AGE-TOTAL OCCURS 5 TIMES.
004700         10  WS-AGE-COUNT            PIC 9(07).
004710         10  WS-AGE-AMOUNT           PIC 9(11)V99.
004720 01  WS-OUTSTANDING-TOTALS.
004730     05  WS-OUT-COUNT            PIC 9(07) VALUE ZERO.
004740     05  WS-OUT-AMOUNT           PIC 9(11)V99 VALUE ZERO.
004750     05  WS-STALE-COUNT          PIC 9(07) VALUE ZERO.
004760     05  WS-STALE-AMOUNT         PIC 9(11)V99 VALUE ZERO.
004770     05  WS-ESCHEAT-COUNT        PIC 9(07) VALUE ZERO.
004780     05  WS-ESCHEAT-AMOUNT       PIC 9(11)V99 VALUE ZERO.
004790
004800 77  WS-EXCEPTION-COUNT          PIC 9(05) VALUE ZERO.
004810*-----------------------------------------------------------------
004820* FILE DATE OF THE LAST PAID-ITEMS FILE MATCHED, FROM THE CONTROL
004830* RECORD, AND OF THE FILE BEING MATCHED THIS RUN.
004840*-----------------------------------------------------------------
004850 01  WS-LAST-PAID-FILE-DATE      PIC 9(08) VALUE ZERO.
004860 01  WS-PAID-FILE-DATE           PIC 9(08) VALUE ZERO.
004870
004880*-----------------------------------------------------------------
004890* RECONCILIATION REPORT (CHKRRPT) PRINT LINES.
004900*-----------------------------------------------------------------
004910 01  WS-RPT-COMPANY-HDR.
004920     05  FILLER                  PIC X(20) VALUE
004930             'PAYROLL DATA CENTER'.
004940     05  FILLER                  PIC X(34) VALUE
004950             'CHECK RECONCILIATION REPORT'.
004960     05  FILLER                  PIC X(07) VALUE 'AS OF: '.
004970     05  WS-RPT-HDR-DATE         PIC 9(08).
004980     05  FILLER                  PIC X(63) VALUE SPACES.
004990
005000 01  WS-RPT-SECTION-LINE.
005010     05  FILLER                  PIC X(05) VALUE '---- '.
005020     05  WS-RPT-SECTION-TITLE    PIC X(50).
005030     05  FILLER                  PIC X(77) VALUE SPACES.
005040
005050 01  WS-RPT-COLUMN-HEADING.
005060     05  FILLER                  PIC X(26) VALUE 'ACTION'.
005070     05  FILLER                  PIC X(10) VALUE 'CHECK NO'.
005080     05  FILLER                  PIC X(07) VALUE 'EMP ID'.
005090     05  FILLER                  PIC X(32) VALUE 'PAYEE'.
005100     05  FILLER                  PIC X(16) VALUE ' ISSUED AMOUNT'.
005110     05  FILLER                  PIC X(16) VALUE '   PAID AMOUNT'.
005120     05  FILLER                  PIC X(25) VALUE 'DATE'.
005130
005140 01  WS-RPT-DETAIL-LINE.
005150     05  WS-RPT-DET-ACTION       PIC X(26).
005160     05  WS-RPT-DET-CHECK-NO     PIC 9(08).
005170     05  FILLER                  PIC X(02) VALUE SPACES.
005180     05  WS-RPT-DET-EMP-ID       PIC ZZZZ9.
005190     05  FILLER                  PIC X(02) VALUE SPACES.
005200     05  WS-RPT-DET-NAME         PIC X(30).
005210     05  FILLER                  PIC X(02) VALUE SPACES.
005220     05  WS-RPT-DET-ISSUED       PIC ZZZ,ZZZ,ZZ9.99.
005230     05  FILLER                  PIC X(02) VALUE SPACES.
005240     05  WS-RPT-DET-PAID         PIC ZZZ,ZZZ,ZZ9.99.
005250     05  FILLER                  PIC X(02) VALUE SPACES.
005260     05  WS-RPT-DET-DATE         PIC 9(08).
005270     05  FILLER                  PIC X(17) VALUE SPACES.
005280
005290 01  WS-RPT-EXCEPTION-LINE.
005300     05  FILLER                  PIC X(12) VALUE 'EXCEPTION:  '.
005310     05  WS-RPT-EXC-TEXT         PIC X(60).
005320     05  FILLER                  PIC X(02) VALUE SPACES.
005330     05  WS-RPT-EXC-EXPECTED     PIC ZZZ,ZZZ,ZZ9.99.
005340     05  FILLER                  PIC X(02) VALUE SPACES.
005350     05  WS-RPT-EXC-ACTUAL       PIC ZZZ,ZZZ,ZZ9.99.
005360     05  FILLER                  PIC X(28) VALUE SPACES.
005370
005380 01  WS-RPT-SUMMARY-LINE.
005390     05  FILLER                  PIC X(02) VALUE SPACES.
005400     05  WS-RPT-SUM-LABEL        PIC X(40).
005410     05  WS-RPT-SUM-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
005420     05  FILLER                  PIC X(02) VALUE SPACES.
005430     05  WS-RPT-SUM-COUNT        PIC ZZZZZZ9.
005440     05  FILLER                  PIC X(67) VALUE SPACES.
005450
005460 01  WS-RPT-VERDICT-LINE.
005470     05  FILLER                  PIC X(16) VALUE
005480             'RECONCILIATION: '.
005490     05  WS-RPT-VERDICT          PIC X(50).
005500     05  FILLER                  PIC X(66) VALUE SPACES.
005510
005520*-----------------------------------------------------------------
005530* OUTSTANDING CHECK AGING (CHKAGE) PRINT LINES.
005540*-----------------------------------------------------------------
005550 01  WS-AGE-HDR.
005560     05  FILLER                  PIC X(20) VALUE
005570             'PAYROLL DATA CENTER'.
005580     05  FILLER                  PIC X(34) VALUE
005590             'OUTSTANDING CHECK AGING'.
005600     05  FILLER                  PIC X(07) VALUE 'AS OF: '.
005610     05  WS-AGE-HDR-DATE         PIC 9(08).
005620     05  FILLER                  PIC X(16) VALUE
005630             '  STALE AFTER: '.
005640     05  WS-AGE-HDR-STALE        PIC ZZ9.
005650     05  FILLER                  PIC X(44) VALUE ' DAYS'.
005660
005670 01  WS-AGE-COLUMN-HEADING.
005680     05  FILLER                  PIC X(10) VALUE 'CHECK NO'.
005690     05  FILLER                  PIC X(08) VALUE 'EMP ID'.
005700     05  FILLER                  PIC X(32) VALUE 'PAYEE'.
005710     05  FILLER                  PIC X(10) VALUE 'PAY RUN'.
005720     05  FILLER                  PIC X(10) VALUE 'ISSUED'.
005730     05  FILLER                  PIC X(15) VALUE '       AMOUNT'.
005740     05  FILLER                  PIC X(07) VALUE ' DAYS'.
005750     05  FILLER                  PIC X(13) VALUE 'AGE'.
005760     05  FILLER                  PIC X(27) VALUE 'ACTION'.
005770
005780 01  WS-AGE-DETAIL-LINE.
005790     05  WS-AGE-CHECK-NO         PIC 9(08).
005800     05  FILLER                  PIC X(02) VALUE SPACES.
005810     05  WS-AGE-EMP-ID           PIC ZZZZ9.
005820     05  FILLER                  PIC X(03) VALUE SPACES.
005830     05  WS-AGE-NAME             PIC X(30).
005840     05  FILLER                  PIC X(02) VALUE SPACES.
005850     05  WS-AGE-RUN-ID           PIC X(08).
005860     05  FILLER                  PIC X(02) VALUE SPACES.
005870     05  WS-AGE-ISSUE-DATE       PIC 9(08).
005880     05  FILLER                  PIC X(02) VALUE SPACES.
005890     05  WS-AGE-AMOUNT-OUT       PIC ZZ,ZZZ,ZZ9.99.
005900     05  FILLER                  PIC X(02) VALUE SPACES.
005910     05  WS-AGE-DAYS             PIC ZZZZ9.
005920     05  FILLER                  PIC X(02) VALUE SPACES.
005930     05  WS-AGE-BUCKET-OUT       PIC X(12).
005940     05  FILLER                  PIC X(01) VALUE SPACES.
005950     05  WS-AGE-ACTION           PIC X(24).
005960     05  FILLER                  PIC X(03) VALUE SPACES.
005970
005980 01  WS-AGE-TOTAL-LINE.
005990     05  FILLER                  PIC X(02) VALUE SPACES.
006000     05  WS-AGE-TOT-LABEL        PIC X(30).
006010     05  WS-AGE-TOT-COUNT        PIC ZZZZZZ9.
006020     05  FILLER                  PIC X(02) VALUE SPACES.
006030     05  WS-AGE-TOT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
006040     05  FILLER                  PIC X(77) VALUE SPACES.
006050
006060*-----------------------------------------------------------------
006070* UNCLAIMED PROPERTY CANDIDATE (ESCHRPT) PRINT LINES.
006080*-----------------------------------------------------------------
006090 01  WS-ESC-HDR.
006100     05  FILLER                  PIC X(20) VALUE
006110             'PAYROLL DATA CENTER'.
006120     05  FILLER                  PIC X(34) VALUE
006130             'UNCLAIMED PROPERTY CANDIDATES'.
006140     05  FILLER                  PIC X(07) VALUE 'AS OF: '.
006150     05  WS-ESC-HDR-DATE         PIC 9(08).
006160     05  FILLER                  PIC X(63) VALUE SPACES.
006170
006180 01  WS-ESC-COLUMN-HEADING.
006190     05  FILLER                  PIC X(10) VALUE 'CHECK NO'.
006200     05  FILLER                  PIC X(08) VALUE 'EMP ID'.
006210     05  FILLER                  PIC X(32) VALUE 'PAYEE'.
006220     05  FILLER                  PIC X(04) VALUE 'ST'.
006230     05  FILLER                  PIC X(10) VALUE 'PAY RUN'.
006240     05  FILLER                  PIC X(10) VALUE 'ISSUED'.
006250     05  FILLER                  PIC X(15) VALUE '       AMOUNT'.
006260     05  FILLER                  PIC X(07) VALUE ' DAYS'.
006270     05  FILLER                  PIC X(07) VALUE 'DORMANT'.
006280     05  FILLER                  PIC X(29) VALUE 'FIRST LISTED'.
006290
006300 01  WS-ESC-DETAIL-LINE.
006310     05  WS-ESC-CHECK-NO         PIC 9(08).
006320     05  FILLER                  PIC X(02) VALUE SPACES.
006330     05  WS-ESC-EMP-ID           PIC ZZZZ9.
006340     05  FILLER                  PIC X(03) VALUE SPACES.
006350     05  WS-ESC-NAME             PIC X(30).
006360     05  FILLER                  PIC X(02) VALUE SPACES.
006370     05  WS-ESC-STATE            PIC X(02).
006380     05  FILLER                  PIC X(02) VALUE SPACES.
006390     05  WS-ESC-RUN-ID           PIC X(08).
006400     05  FILLER                  PIC X(02) VALUE SPACES.
006410     05  WS-ESC-ISSUE-DATE       PIC 9(08).
006420     05  FILLER                  PIC X(02) VALUE SPACES.
006430     05  WS-ESC-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
006440     05  FILLER                  PIC X(02) VALUE SPACES.
006450     05  WS-ESC-DAYS             PIC ZZZZ9.
006460     05  FILLER                  PIC X(02) VALUE SPACES.
006470     05  WS-ESC-DORMANCY         PIC ZZZZ9.
006480     05  FILLER                  PIC X(02) VALUE SPACES.
006490     05  WS-ESC-FIRST-DATE       PIC 9(08).
006500     05  FILLER                  PIC X(21) VALUE SPACES.
006510
006520 01  WS-ESC-TOTAL-LINE.
006530     05  FILLER                  PIC X(02) VALUE SPACES.
006540     05  FILLER                  PIC X(30) VALUE
006550             'CANDIDATES'.
006560     05  WS-ESC-TOT-COUNT        PIC ZZZZZZ9.
006570     05  FILLER                  PIC X(02) VALUE SPACES.
006580     05  WS-ESC-TOT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
006590     05  FILLER                  PIC X(77) VALUE SPACES.
006600
006610*-----------------------------------------------------------------
006620* PARM AREA PASSED FROM THE JCL EXEC STATEMENT, AS IN THE
006630* PAYROLL SYSTEM ITSELF.
006640*-----------------------------------------------------------------
006650 LINKAGE SECTION.
006660 01  LS-PARM-AREA.
006670     05  LS-PARM-LENGTH          PIC S9(04) COMP.
006680     05  LS-PARM-TEXT            PIC X(20).
006690
006700 PROCEDURE DIVISION USING LS-PARM-AREA.
006710
006720 0000-MAINLINE.
006730     PERFORM 1000-INITIALIZE THRU 1000-EXIT
006740     PERFORM 1100-LOAD-PARAMETERS THRU 1100-EXIT
006750     PERFORM 2000-LOAD-ISSUED-CHECKS THRU 2000-EXIT
006760     PERFORM 3000-APPLY-VOIDS THRU 3000-EXIT
006770     PERFORM 4000-MATCH-PAID-ITEMS THRU 4000-EXIT
006780     PERFORM 5000-AGE-OUTSTANDING THRU 5000-EXIT
006790     PERFORM 9000-WRAP-UP THRU 9000-EXIT
006800     STOP RUN.
006810
006820*-----------------------------------------------------------------
006830* ESTABLISH THE AS-OF DATE, OPEN THE REPORT AND THE ISSUED-CHECK
006840* FILE (CREATING IT EMPTY ON THE FIRST RUN) AND READ ITS CONTROL
006850* RECORD. THE MASTER IS ONLY NEEDED FOR PAYEE STATES, SO A
006860* MASTER THAT WILL NOT OPEN LEAVES NEW CHECKS ON THE DEFAULT
006870* DORMANCY PERIOD RATHER THAN STOPPING THE RECONCILIATION.
006880*-----------------------------------------------------------------
006890 1000-INITIALIZE.
006900     MOVE ZEROS TO WS-AS-OF-DATE
006910     IF LS-PARM-LENGTH > ZERO
006920         IF LS-PARM-TEXT(1:8) NUMERIC
006930             MOVE LS-PARM-TEXT(1:8) TO WS-AS-OF-DATE
006940         END-IF
006950     END-IF
006960     MOVE WS-AS-OF-DATE TO WS-DATE-YYYYMMDD
006970     IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
006980        OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
006990         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
007000         MOVE WS-CURRENT-DATE TO WS-AS-OF-DATE
007010     END-IF
007020     MOVE WS-AS-OF-DATE TO WS-DATE-YYYYMMDD
007030     PERFORM 6000-DATE-TO-DAY-NUMBER THRU 6000-EXIT
007040     MOVE WS-DAY-NUMBER TO WS-AS-OF-DAY-NUMBER
007050     MOVE WS-AS-OF-DATE(1:6) TO WS-AS-OF-PERIOD
007060     MOVE ZEROS TO WS-AGE-TOTALS
007070     OPEN OUTPUT CHECK-RECON-REPORT-FILE
007080     IF NOT WS-CHKRRPT-OK
007090         DISPLAY "Unable to open check reconciliation report, "
007100             "status " WS-CHKRRPT-STATUS
007110         MOVE 8 TO RETURN-CODE
007120         STOP RUN
007130     END-IF
007140     MOVE WS-AS-OF-DATE TO WS-RPT-HDR-DATE
007150     MOVE WS-RPT-COMPANY-HDR TO CHECK-RECON-REPORT-RECORD
007160     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT
007170     MOVE SPACES TO CHECK-RECON-REPORT-RECORD
007180     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT
007190     MOVE WS-RPT-COLUMN-HEADING TO CHECK-RECON-REPORT-RECORD
007200     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT
007210     OPEN I-O ISSUED-CHECK-FILE
007220     IF NOT WS-ISSCHK-OK
007230         CLOSE ISSUED-CHECK-FILE
007240         OPEN OUTPUT ISSUED-CHECK-FILE
007250         CLOSE ISSUED-CHECK-FILE
007260         OPEN I-O ISSUED-CHECK-FILE
007270     END-IF
007280     IF NOT WS-ISSCHK-OK
007290         DISPLAY "Unable to open issued-check file, status "
007300             WS-ISSCHK-STATUS
007310         MOVE "ISSUED-CHECK FILE UNAVAILABLE" TO WS-RPT-EXC-TEXT
007320         MOVE ZEROS TO WS-RPT-EXC-EXPECTED WS-RPT-EXC-ACTUAL
007330         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
007340         CLOSE CHECK-RECON-REPORT-FILE
007350         STOP RUN
007360     END-IF
007370     PERFORM 1200-READ-CONTROL-RECORD THRU 1200-EXIT
007380     OPEN INPUT EMPLOYEE-MASTER-FILE
007390     IF WS-EMPMAST-OK
007400         SET WS-EMPMAST-OPEN TO TRUE
007410     ELSE
007420         DISPLAY "Unable to open employee master, status "
007430             WS-EMPMAST-STATUS "; new checks take the default "
007440             "dormancy period."
007450     END-IF.
007460 1000-EXIT.
007470     EXIT.
007480
007490*-----------------------------------------------------------------
007500* LOAD THE STALE-DATE AND DORMANCY PERIODS. PASS ONE FINDS THE
007510* PARAMETER SET IN FORCE FOR THE AS-OF PERIOD BY ITS 'P' RECORD,
007520* THE SAME RULE THE PAYROLL RUN USES; PASS TWO LOADS THAT SET'S
007530* 'C' RECORDS. WITHOUT A FILE, A SET OR 'C' RECORDS THE CODED
007540* DEFAULTS STAND.
007550*-----------------------------------------------------------------
007560 1100-LOAD-PARAMETERS.
007570     MOVE SPACES TO WS-PARM-BEST-PERIOD
007580     INITIALIZE DORMANCY-TABLE
007590     MOVE ZERO TO WS-DORMANCY-COUNT
007600     OPEN INPUT PARAMETER-FILE
007610     IF NOT WS-PARMFILE-OK
007620         DISPLAY "Unable to open parameter file, status "
007630             WS-PARMFILE-STATUS "; default check periods used."
007640         GO TO 1100-EXIT
007650     END-IF
007660     PERFORM 1110-FIND-BEST-PERIOD THRU 1110-EXIT
007670     CLOSE PARAMETER-FILE
007680     IF WS-PARM-BEST-PERIOD = SPACES
007690         DISPLAY "No parameter set on PARMFILE covers "
007700             WS-AS-OF-PERIOD "; default check periods used."
007710         GO TO 1100-EXIT
007720     END-IF
007730     OPEN INPUT PARAMETER-FILE
007740     IF NOT WS-PARMFILE-OK
007750         DISPLAY "Unable to reopen parameter file, status "
007760             WS-PARMFILE-STATUS "; default check periods used."
007770         GO TO 1100-EXIT
007780     END-IF
007790     PERFORM 1120-LOAD-BEST-SET THRU 1120-EXIT
007800     CLOSE PARAMETER-FILE.
007810 1100-EXIT.
007820     DISPLAY "Checks stale after " WS-STALE-DAYS
007830         " days; default dormancy " WS-DORMANCY-DAYS " days.".
007840
007850 1110-FIND-BEST-PERIOD.
007860     READ PARAMETER-FILE
007870         AT END
007880             GO TO 1110-EXIT
007890     END-READ
007900     IF PRM-RATE-SET
007910        AND PRM-EFFECTIVE-PERIOD NUMERIC
007920        AND PRM-EFFECTIVE-PERIOD NOT GREATER THAN WS-AS-OF-PERIOD
007930        AND PRM-EFFECTIVE-PERIOD GREATER THAN WS-PARM-BEST-PERIOD
007940         MOVE PRM-EFFECTIVE-PERIOD TO WS-PARM-BEST-PERIOD
007950     END-IF
007960     GO TO 1110-FIND-BEST-PERIOD.
007970 1110-EXIT.
007980     EXIT.
007990
008000 1120-LOAD-BEST-SET.
008010     READ PARAMETER-FILE
008020         AT END
008030             GO TO 1120-EXIT
008040     END-READ
008050     IF PRM-EFFECTIVE-PERIOD NOT = WS-PARM-BEST-PERIOD
008060        OR NOT PRM-CHECK-LIMIT
008070         GO TO 1120-LOAD-BEST-SET
008080     END-IF
008090     PERFORM 1130-LOAD-CHECK-LIMIT THRU 1130-EXIT
008100     GO TO 1120-LOAD-BEST-SET.
008110 1120-EXIT.
008120     EXIT.
008130
008140*-----------------------------------------------------------------
008150* LOAD ONE 'C' RECORD. STATE 'US' OR BLANK REPLACES THE STALE-
008160* DATE PERIOD AND THE DEFAULT DORMANCY PERIOD WHERE CODED; ANY
008170* OTHER STATE WITH A DORMANCY PERIOD TAKES THE NEXT FREE ENTRY
008180* OF DORMANCY-TABLE.
008190*-----------------------------------------------------------------
008200 1130-LOAD-CHECK-LIMIT.
008210     IF PRC-STATE-CODE = SPACES OR PRC-STATE-CODE = 'US'
008220         IF PRC-STALE-DAYS NUMERIC AND PRC-STALE-DAYS > ZERO
008230             MOVE PRC-STALE-DAYS TO WS-STALE-DAYS
008240         END-IF
008250         IF PRC-DORMANCY-DAYS NUMERIC
008260            AND PRC-DORMANCY-DAYS > ZERO
008270             MOVE PRC-DORMANCY-DAYS TO WS-DORMANCY-DAYS
008280         END-IF
008290         GO TO 1130-EXIT
008300     END-IF
008310     IF PRC-DORMANCY-DAYS NOT NUMERIC
008320        OR PRC-DORMANCY-DAYS = ZERO
008330         GO TO 1130-EXIT
008340     END-IF
008350     IF WS-DORMANCY-COUNT NOT < WS-DORMANCY-MAX
008360         DISPLAY "Dormancy table full; state "
008370             PRC-STATE-CODE " not loaded."
008380         GO TO 1130-EXIT
008390     END-IF
008400     ADD 1 TO WS-DORMANCY-COUNT
008410     SET DT-IDX TO WS-DORMANCY-COUNT
008420     MOVE PRC-STATE-CODE    TO DT-STATE-CODE(DT-IDX)
008430     MOVE PRC-DORMANCY-DAYS TO DT-DORMANCY-DAYS(DT-IDX).
008440 1130-EXIT.
008450     EXIT.
008460
008470*-----------------------------------------------------------------
008480* READ THE CONTROL RECORD, WRITING A FRESH ONE ON THE FIRST RUN.
008490*-----------------------------------------------------------------
008500 1200-READ-CONTROL-RECORD.
008510     MOVE ZEROS TO IC-CHECK-NO
008520     READ ISSUED-CHECK-FILE
008530         INVALID KEY
008540             MOVE SPACES TO ISSUED-CHECK-CONTROL
008550             MOVE ZEROS TO ICC-KEY
008560                           ICC-LAST-PAID-FILE-DATE
008570                           ICC-LAST-RUN-DATE
008580             WRITE ISSUED-CHECK-CONTROL
008590                 INVALID KEY
008600                     DISPLAY "Unable to write issued-check "
008610                         "control record, status "
008620                         WS-ISSCHK-STATUS
008630             END-WRITE
008640     END-READ
008650     MOVE ICC-LAST-PAID-FILE-DATE TO WS-LAST-PAID-FILE-DATE
008660     MOVE ICC-LAST-RUN-ID TO WS-LAST-RUN-ID.
008670 1200-EXIT.
008680     EXIT.
008690
008700*-----------------------------------------------------------------
008710* LOAD THE LAST PAYROLL RUN'S CHECKS. EVERY POSPAY DETAIL IS
008720* ADDED TO ISSCHK; A CHECK ALREADY ON FILE FOR THE SAME PAYEE,
008730* RUN AND AMOUNT WAS LOADED BY AN EARLIER RECONCILIATION AND IS
008740* PASSED OVER, BUT THE SAME NUMBER FOR A DIFFERENT CHECK IS AN
008750* EXCEPTION. THE DETAILS MUST FOOT TO THE POSPAY TRAILER AND TO
008760* THE CHECK REGISTER'S TOTAL LINE FOR THE SAME RUN. POSPAY AND
008770* CHKREG ARE REWRITTEN BY EVERY PAYROLL RUN, SO A POSPAY WHOSE
008780* RUN DOES NOT FOLLOW THE LAST ONE LOADED IS REFUSED WHOLE: THE
008790* CHECKS OF THE RUN BETWEEN HAVE NEVER BEEN LOADED.
008800*-----------------------------------------------------------------
008810 2000-LOAD-ISSUED-CHECKS.
008820     MOVE SPACES TO WS-RPT-SECTION-TITLE
008830     MOVE "CHECKS ISSUED" TO WS-RPT-SECTION-TITLE
008840     PERFORM 8200-WRITE-SECTION-LINE THRU 8200-EXIT
008850     PERFORM 2100-READ-REGISTER-TOTALS THRU 2100-EXIT
008860     MOVE 'N' TO WS-TRAILER-SEEN-SW
008870     MOVE 'N' TO WS-RUN-CHECKED-SW
008880     MOVE 'N' TO WS-RUN-REFUSED-SW
008890     MOVE SPACES TO WS-POS-RUN-ID
008900     OPEN INPUT POSITIVE-PAY-FILE
008910     IF NOT WS-POSPAY-OK
008920         MOVE "POSPAY UNREADABLE" TO WS-RPT-EXC-TEXT
008930         MOVE ZEROS TO WS-RPT-EXC-EXPECTED WS-RPT-EXC-ACTUAL
008940         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
008950         GO TO 2000-EXIT
008960     END-IF.
008970 2000-LOOP.
008980     READ POSITIVE-PAY-FILE
008990         AT END
009000             GO TO 2000-CLOSE
009010     END-READ
009020     IF NOT WS-RUN-CHECKED
009030         PERFORM 2050-CHECK-RUN-SEQUENCE THRU 2050-EXIT
009040         IF WS-RUN-REFUSED
009050             GO TO 2000-REFUSED
009060         END-IF
009070     END-IF
009080     IF POS-TRAILER
009090         MOVE POS-TRL-COUNT  TO WS-POS-TRAILER-COUNT
009100         MOVE POS-TRL-AMOUNT TO WS-POS-TRAILER-AMOUNT
009110         SET WS-TRAILER-SEEN TO TRUE
009120         GO TO 2000-LOOP
009130     END-IF
009140     IF NOT POS-DETAIL
009150         GO TO 2000-LOOP
009160     END-IF
009170     ADD 1 TO WS-POS-DETAIL-COUNT
009180     ADD POS-AMOUNT TO WS-POS-DETAIL-AMOUNT
009190     MOVE POS-RUN-ID TO WS-POS-RUN-ID
009200     PERFORM 2200-ADD-ISSUED-CHECK THRU 2200-EXIT
009210     GO TO 2000-LOOP.
009220 2000-CLOSE.
009230     CLOSE POSITIVE-PAY-FILE
009240     PERFORM 2300-PROVE-LOAD THRU 2300-EXIT
009250     PERFORM 2400-SAVE-RUN-ID THRU 2400-EXIT
009260     GO TO 2000-EXIT.
009270 2000-REFUSED.
009280     CLOSE POSITIVE-PAY-FILE.
009290 2000-EXIT.
009300     EXIT.
009310
009320*-----------------------------------------------------------------
009330* TAKE THE POSPAY RUN ID FROM ITS FIRST RECORD (THE TRAILER WHEN
009340* THE RUN WROTE NO CHECKS) AND REFUSE THE FILE UNLESS IT IS THE
009350* LAST RUN LOADED AGAIN, THE NEXT RUN OF THE SAME MONTH, OR THE
009360* FIRST RUN OF THE NEXT MONTH. THE FIRST POSPAY EVER LOADED, AND
009370* ONE WITH NO RUN ID, ARE TAKEN AS THEY STAND.
009380*-----------------------------------------------------------------
009390 2050-CHECK-RUN-SEQUENCE.
009400     SET WS-RUN-CHECKED TO TRUE
009410     IF POS-TRAILER
009420         MOVE POS-TRL-RUN-ID TO WS-POS-RUN-ID
009430     ELSE
009440         MOVE POS-RUN-ID TO WS-POS-RUN-ID
009450     END-IF
009460     IF WS-POS-RUN-ID = SPACES
009470        OR WS-POS-RUN-ID = WS-LAST-RUN-ID
009480        OR WS-LAST-RUN-ID NOT NUMERIC
009490         GO TO 2050-EXIT
009500     END-IF
009510     MOVE WS-LAST-RUN-ID TO WS-NEXT-SEQ-RUN-ID
009520     ADD 1 TO WS-NEXT-SEQ-NO
009530     MOVE WS-LAST-RUN-ID TO WS-NEXT-MONTH-RUN-ID
009540     MOVE 1 TO WS-NEXT-MONTH-SEQ
009550     ADD 1 TO WS-NEXT-MONTH-MM
009560     IF WS-NEXT-MONTH-MM > 12
009570         MOVE 1 TO WS-NEXT-MONTH-MM
009580         ADD 1 TO WS-NEXT-MONTH-CCYY
009590     END-IF
009600     IF WS-POS-RUN-ID = WS-NEXT-SEQ-RUN-ID
009610        OR WS-POS-RUN-ID = WS-NEXT-MONTH-RUN-ID
009620         GO TO 2050-EXIT
009630     END-IF
009640     SET WS-RUN-REFUSED TO TRUE
009650     MOVE SPACES TO WS-RPT-EXC-TEXT
009660     STRING "POSPAY RUN " WS-POS-RUN-ID
009670         " DOES NOT FOLLOW LAST RUN " WS-LAST-RUN-ID
009680         DELIMITED BY SIZE INTO WS-RPT-EXC-TEXT
009690     MOVE ZEROS TO WS-RPT-EXC-EXPECTED WS-RPT-EXC-ACTUAL
009700     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
009710 2050-EXIT.
009720     EXIT.
009730
009740*-----------------------------------------------------------------
009750* PICK UP THE REGISTER'S RUN ID FROM ITS HEADER AND THE CHECK
009760* COUNT AND TOTAL AMOUNT FROM ITS CLOSING TOTAL LINE.
009770*-----------------------------------------------------------------
009780 2100-READ-REGISTER-TOTALS.
009790     MOVE 'N' TO WS-REG-TOTAL-SEEN-SW
009800     MOVE SPACES TO WS-REG-RUN-ID
009810     MOVE ZEROS TO WS-REG-COUNT WS-REG-AMOUNT
009820     OPEN INPUT CHECK-REGISTER-FILE
009830     IF NOT WS-CHKREG-OK
009840         MOVE "CHKREG UNREADABLE" TO WS-RPT-EXC-TEXT
009850         MOVE ZEROS TO WS-RPT-EXC-EXPECTED WS-RPT-EXC-ACTUAL
009860         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
009870         GO TO 2100-EXIT
009880     END-IF.
009890 2100-LOOP.
009900     READ CHECK-REGISTER-FILE
009910         AT END
009920             GO TO 2100-CLOSE
009930     END-READ
009940     IF REG-HDR-COMPANY = 'PAYROLL DATA CENTER'
009950        AND REG-HDR-LABEL = 'PAY PERIOD: '
009960         MOVE REG-HDR-RUN-ID TO WS-REG-RUN-ID
009970     END-IF
009980     IF REG-TOT-LABEL = 'CHECKS WRITTEN: '
009990         MOVE REG-TOT-COUNT  TO WS-REG-COUNT
010000         MOVE REG-TOT-AMOUNT TO WS-REG-AMOUNT
010010         SET WS-REG-TOTAL-SEEN TO TRUE
010020     END-IF
010030     GO TO 2100-LOOP.
010040 2100-CLOSE.
010050     CLOSE CHECK-REGISTER-FILE
010060     IF NOT WS-REG-TOTAL-SEEN
010070         MOVE "NO TOTAL LINE ON CHKREG" TO WS-RPT-EXC-TEXT
010080         MOVE ZEROS TO WS-RPT-EXC-EXPECTED WS-RPT-EXC-ACTUAL
010090         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
010100     END-IF.
010110 2100-EXIT.
010120     EXIT.
010130
010140 2200-ADD-ISSUED-CHECK.
010150     MOVE POS-CHECK-NO TO IC-CHECK-NO
010160     READ ISSUED-CHECK-FILE
010170         INVALID KEY
010180             GO TO 2200-NEW-CHECK
010190     END-READ
010200     IF IC-EMPLOYEE-ID = POS-EMPLOYEE-ID
010210        AND IC-RUN-ID = POS-RUN-ID
010220        AND IC-AMOUNT = POS-AMOUNT
010230         ADD 1 TO WS-ON-FILE-COUNT
010240         GO TO 2200-EXIT
010250     END-IF
010260     MOVE "CHECK NO ALREADY ISSUED" TO WS-RPT-DET-ACTION
010270     MOVE POS-CHECK-NO    TO WS-RPT-DET-CHECK-NO
010280     MOVE POS-EMPLOYEE-ID TO WS-RPT-DET-EMP-ID
010290     MOVE POS-PAYEE-NAME  TO WS-RPT-DET-NAME
010300     MOVE POS-AMOUNT      TO WS-RPT-DET-ISSUED
010310     MOVE IC-AMOUNT       TO WS-RPT-DET-PAID
010320     MOVE IC-ISSUE-DATE   TO WS-RPT-DET-DATE
010330     PERFORM 8010-WRITE-DETAIL-EXCEPTION THRU 8010-EXIT
010340     GO TO 2200-EXIT.
010350 2200-NEW-CHECK.
010360     MOVE SPACES TO ISSUED-CHECK-RECORD
010370     MOVE POS-CHECK-NO    TO IC-CHECK-NO
010380     MOVE POS-EMPLOYEE-ID TO IC-EMPLOYEE-ID
010390     MOVE POS-PAYEE-NAME  TO IC-PAYEE-NAME
010400     MOVE POS-AMOUNT      TO IC-AMOUNT
010410     MOVE POS-RUN-ID      TO IC-RUN-ID
010420     IF POS-CHECK-DATE NUMERIC AND POS-CHECK-DATE > ZERO
010430         MOVE POS-CHECK-DATE TO IC-ISSUE-DATE
010440     ELSE
010450         MOVE WS-AS-OF-DATE  TO IC-ISSUE-DATE
010460     END-IF
010470     MOVE 'US'            TO IC-STATE-CODE
010480     SET IC-OUTSTANDING TO TRUE
010490     MOVE ZEROS TO IC-PAID-DATE IC-PAID-AMOUNT IC-PRESENT-COUNT
010500                   IC-VOID-DATE IC-STALE-DATE IC-ESCHEAT-DATE
010510     IF WS-EMPMAST-OPEN
010520         MOVE POS-EMPLOYEE-ID TO EM-EMPLOYEE-ID
010530         READ EMPLOYEE-MASTER-FILE
010540             INVALID KEY
010550                 CONTINUE
010560             NOT INVALID KEY
010570                 IF EM-STATE-CODE NOT = SPACES
010580                     MOVE EM-STATE-CODE TO IC-STATE-CODE
010590                 END-IF
010600         END-READ
010610     END-IF
010620     WRITE ISSUED-CHECK-RECORD
010630         INVALID KEY
010640             DISPLAY "Unable to add issued check " IC-CHECK-NO
010650                 ", status " WS-ISSCHK-STATUS
010660             GO TO 2200-EXIT
010670     END-WRITE
010680     ADD 1 TO WS-LOADED-COUNT
010690     ADD IC-AMOUNT TO WS-LOADED-AMOUNT
010700     MOVE "ISSUED" TO WS-RPT-DET-ACTION
010710     PERFORM 8300-MOVE-CHECK-DETAIL THRU 8300-EXIT
010720     MOVE ZEROS TO WS-RPT-DET-PAID
010730     MOVE IC-ISSUE-DATE TO WS-RPT-DET-DATE
010740     MOVE WS-RPT-DETAIL-LINE TO CHECK-RECON-REPORT-RECORD
010750     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT.
010760 2200-EXIT.
010770     EXIT.
010780
010790*-----------------------------------------------------------------
010800* POSPAY DETAILS MUST EQUAL ITS TRAILER AND THE REGISTER TOTAL,
010810* AND THE REGISTER MUST BE FOR THE SAME RUN AS THE CHECKS.
010820*-----------------------------------------------------------------
010830 2300-PROVE-LOAD.
010840     IF NOT WS-TRAILER-SEEN
010850         MOVE "NO TRAILER ON POSPAY" TO WS-RPT-EXC-TEXT
010860         MOVE ZEROS TO WS-RPT-EXC-EXPECTED WS-RPT-EXC-ACTUAL
010870         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
010880         GO TO 2300-EXIT
010890     END-IF
010900     IF WS-POS-DETAIL-AMOUNT NOT = WS-POS-TRAILER-AMOUNT
010910         MOVE "POSPAY DETAILS NOT EQUAL POSPAY TRAILER AMOUNT"
010920             TO WS-RPT-EXC-TEXT
010930         MOVE WS-POS-TRAILER-AMOUNT TO WS-RPT-EXC-EXPECTED
010940         MOVE WS-POS-DETAIL-AMOUNT  TO WS-RPT-EXC-ACTUAL
010950         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
010960     END-IF
010970     IF WS-POS-DETAIL-COUNT NOT = WS-POS-TRAILER-COUNT
010980         MOVE "POSPAY DETAILS NOT EQUAL POSPAY TRAILER COUNT"
010990             TO WS-RPT-EXC-TEXT
011000         MOVE WS-POS-TRAILER-COUNT TO WS-RPT-EXC-EXPECTED
011010         MOVE WS-POS-DETAIL-COUNT  TO WS-RPT-EXC-ACTUAL
011020         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
011030     END-IF
011040     IF NOT WS-REG-TOTAL-SEEN
011050         GO TO 2300-EXIT
011060     END-IF
011070     IF WS-POS-TRAILER-AMOUNT NOT = WS-REG-AMOUNT
011080         MOVE "POSPAY TRAILER NOT EQUAL CHKREG TOTAL AMOUNT"
011090             TO WS-RPT-EXC-TEXT
011100         MOVE WS-REG-AMOUNT         TO WS-RPT-EXC-EXPECTED
011110         MOVE WS-POS-TRAILER-AMOUNT TO WS-RPT-EXC-ACTUAL
011120         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
011130     END-IF
011140     IF WS-POS-TRAILER-COUNT NOT = WS-REG-COUNT
011150         MOVE "POSPAY TRAILER NOT EQUAL CHKREG CHECKS WRITTEN"
011160             TO WS-RPT-EXC-TEXT
011170         MOVE WS-REG-COUNT         TO WS-RPT-EXC-EXPECTED
011180         MOVE WS-POS-TRAILER-COUNT TO WS-RPT-EXC-ACTUAL
011190         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
011200     END-IF
011210     IF WS-POS-DETAIL-COUNT > ZERO
011220        AND WS-POS-RUN-ID NOT = WS-REG-RUN-ID
011230         MOVE "CHKREG IS FOR ANOTHER RUN THAN POSPAY"
011240             TO WS-RPT-EXC-TEXT
011250         MOVE ZEROS TO WS-RPT-EXC-EXPECTED WS-RPT-EXC-ACTUAL
011260         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
011270     END-IF.
011280 2300-EXIT.
011290     EXIT.
011300
011310*-----------------------------------------------------------------
011320* SAVE THE RUN ID JUST LOADED ON THE CONTROL RECORD, READING IT
011330* BACK AS THE CHECK RECORDS HAVE SINCE PASSED THROUGH THE FILE'S
011340* RECORD AREA.
011350*-----------------------------------------------------------------
011360 2400-SAVE-RUN-ID.
011370     IF WS-POS-RUN-ID = SPACES OR WS-POS-RUN-ID = WS-LAST-RUN-ID
011380         GO TO 2400-EXIT
011390     END-IF
011400     MOVE ZEROS TO IC-CHECK-NO
011410     READ ISSUED-CHECK-FILE
011420         INVALID KEY
011430             DISPLAY "Issued-check control record missing, "
011440                 "status " WS-ISSCHK-STATUS
011450             GO TO 2400-EXIT
011460     END-READ
011470     MOVE WS-POS-RUN-ID TO ICC-LAST-RUN-ID
011480     REWRITE ISSUED-CHECK-CONTROL
011490         INVALID KEY
011500             DISPLAY "Unable to save issued-check control "
011510                 "record, status " WS-ISSCHK-STATUS
011520             GO TO 2400-EXIT
011530     END-REWRITE
011540     MOVE WS-POS-RUN-ID TO WS-LAST-RUN-ID.
011550 2400-EXIT.
011560     EXIT.
011570
011580*-----------------------------------------------------------------
011590* APPLY THE CHECK VOIDS. ONLY AN OUTSTANDING CHECK CAN BE
011600* VOIDED; A VOID OF A CHECK ALREADY VOIDED IS PASSED OVER SO
011610* THE FILE CAN BE RERUN, AND A VOID OF AN UNKNOWN OR PAID CHECK
011620* OR WITH AN UNKNOWN REASON IS AN EXCEPTION. THE DD IS
011630* REQUIRED; AN EMPTY DATA SET MEANS NO VOIDS.
011640*-----------------------------------------------------------------
011650 3000-APPLY-VOIDS.
011660     MOVE SPACES TO CHECK-RECON-REPORT-RECORD
011670     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT
011680     MOVE SPACES TO WS-RPT-SECTION-TITLE
011690     MOVE "CHECKS VOIDED" TO WS-RPT-SECTION-TITLE
011700     PERFORM 8200-WRITE-SECTION-LINE THRU 8200-EXIT
011710     OPEN INPUT CHECK-VOID-FILE
011720     IF NOT WS-CHKVOID-OK
011730         MOVE "CHKVOID UNREADABLE" TO WS-RPT-EXC-TEXT
011740         MOVE ZEROS TO WS-RPT-EXC-EXPECTED WS-RPT-EXC-ACTUAL
011750         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
011760         GO TO 3000-EXIT
011770     END-IF.
011780 3000-LOOP.
011790     READ CHECK-VOID-FILE
011800         AT END
011810             GO TO 3000-CLOSE
011820     END-READ
011830     ADD 1 TO WS-VOID-READ-COUNT
011840     PERFORM 3100-APPLY-ONE-VOID THRU 3100-EXIT
011850     GO TO 3000-LOOP.
011860 3000-CLOSE.
011870     CLOSE CHECK-VOID-FILE.
011880 3000-EXIT.
011890     EXIT.
011900
011910 3100-APPLY-ONE-VOID.
011920     MOVE SPACES TO WS-RPT-DETAIL-LINE
011930     MOVE ZEROS TO WS-RPT-DET-EMP-ID WS-RPT-DET-ISSUED
011940                   WS-RPT-DET-PAID WS-RPT-DET-DATE
011950     MOVE CV-CHECK-NO TO WS-RPT-DET-CHECK-NO
011960     IF CV-CHECK-NO NOT NUMERIC OR CV-CHECK-NO = ZERO
011970         MOVE ZEROS TO WS-RPT-DET-CHECK-NO
011980         MOVE "VOID - BAD CHECK NUMBER" TO WS-RPT-DET-ACTION
011990         PERFORM 8010-WRITE-DETAIL-EXCEPTION THRU 8010-EXIT
012000         GO TO 3100-EXIT
012010     END-IF
012020     MOVE CV-CHECK-NO TO IC-CHECK-NO
012030     READ ISSUED-CHECK-FILE
012040         INVALID KEY
012050             MOVE "VOID - CHECK NOT ISSUED" TO WS-RPT-DET-ACTION
012060             PERFORM 8010-WRITE-DETAIL-EXCEPTION THRU 8010-EXIT
012070             GO TO 3100-EXIT
012080     END-READ
012090     IF IC-VOIDED
012100         GO TO 3100-EXIT
012110     END-IF
012120     PERFORM 8300-MOVE-CHECK-DETAIL THRU 8300-EXIT
012130     IF NOT CV-REASON-VALID
012140         MOVE "VOID - BAD REASON CODE" TO WS-RPT-DET-ACTION
012150         PERFORM 8010-WRITE-DETAIL-EXCEPTION THRU 8010-EXIT
012160         GO TO 3100-EXIT
012170     END-IF
012180     IF IC-PAID
012190         MOVE "VOID - CHECK ALREADY PAID" TO WS-RPT-DET-ACTION
012200         MOVE IC-PAID-AMOUNT TO WS-RPT-DET-PAID
012210         MOVE IC-PAID-DATE   TO WS-RPT-DET-DATE
012220         PERFORM 8010-WRITE-DETAIL-EXCEPTION THRU 8010-EXIT
012230         GO TO 3100-EXIT
012240     END-IF
012250     IF CV-VOID-DATE NUMERIC AND CV-VOID-DATE NOT = ZEROS
012260         MOVE CV-VOID-DATE TO WS-VOID-DATE
012270     ELSE
012280         MOVE WS-AS-OF-DATE TO WS-VOID-DATE
012290     END-IF
012300     SET IC-VOIDED TO TRUE
012310     MOVE WS-VOID-DATE   TO IC-VOID-DATE
012320     MOVE CV-REASON      TO IC-VOID-REASON
012330     MOVE CV-OPERATOR-ID TO IC-VOID-BY
012340     REWRITE ISSUED-CHECK-RECORD
012350         INVALID KEY
012360             DISPLAY "Unable to save issued check " IC-CHECK-NO
012370                 ", status " WS-ISSCHK-STATUS
012380             GO TO 3100-EXIT
012390     END-REWRITE
012400     ADD 1 TO WS-VOID-COUNT
012410     ADD IC-AMOUNT TO WS-VOID-AMOUNT
012420     MOVE SPACES TO WS-RPT-DET-ACTION
012430     STRING "VOIDED - " CV-REASON " BY " CV-OPERATOR-ID
012440         DELIMITED BY SIZE INTO WS-RPT-DET-ACTION
012450     MOVE IC-VOID-DATE TO WS-RPT-DET-DATE
012460     MOVE WS-RPT-DETAIL-LINE TO CHECK-RECON-REPORT-RECORD
012470     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT.
012480 3100-EXIT.
012490     EXIT.
012500
012510*-----------------------------------------------------------------
012520* MATCH THE BANK'S PAID ITEMS BY CHECK NUMBER AND AMOUNT. THE
012530* HEADER'S FILE DATE MUST BE LATER THAN THE LAST FILE MATCHED,
012540* SO A RERUN NEVER PRESENTS THE SAME ITEMS TWICE; THE DETAILS
012550* MUST FOOT TO THE TRAILER. THE DD IS REQUIRED; A FILE WITH NO
012560* DETAILS MEANS NOTHING CLEARED.
012570*-----------------------------------------------------------------
012580 4000-MATCH-PAID-ITEMS.
012590     MOVE SPACES TO CHECK-RECON-REPORT-RECORD
012600     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT
012610     MOVE SPACES TO WS-RPT-SECTION-TITLE
012620     MOVE "CHECKS PRESENTED BY THE BANK" TO WS-RPT-SECTION-TITLE
012630     PERFORM 8200-WRITE-SECTION-LINE THRU 8200-EXIT
012640     MOVE 'N' TO WS-HEADER-SEEN-SW
012650     MOVE 'N' TO WS-TRAILER-SEEN-SW
012660     OPEN INPUT PAID-ITEM-FILE
012670     IF NOT WS-PAIDITEM-OK
012680         MOVE "PAIDITEM UNREADABLE" TO WS-RPT-EXC-TEXT
012690         MOVE ZEROS TO WS-RPT-EXC-EXPECTED WS-RPT-EXC-ACTUAL
012700         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
012710         GO TO 4000-EXIT
012720     END-IF
012730     READ PAID-ITEM-FILE
012740         AT END
012750             MOVE "NO HEADER ON PAIDITEM" TO WS-RPT-EXC-TEXT
012760             MOVE ZEROS TO WS-RPT-EXC-EXPECTED WS-RPT-EXC-ACTUAL
012770             PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
012780             GO TO 4000-CLOSE
012790     END-READ
012800     IF NOT PI-HEADER OR PIH-FILE-DATE NOT NUMERIC
012810         MOVE "NO HEADER ON PAIDITEM" TO WS-RPT-EXC-TEXT
012820         MOVE ZEROS TO WS-RPT-EXC-EXPECTED WS-RPT-EXC-ACTUAL
012830         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
012840         GO TO 4000-CLOSE
012850     END-IF
012860     IF PIH-FILE-DATE NOT > WS-LAST-PAID-FILE-DATE
012870         MOVE "PAIDITEM FILE DATE ALREADY MATCHED"
012880             TO WS-RPT-EXC-TEXT
012890         MOVE WS-LAST-PAID-FILE-DATE TO WS-RPT-EXC-EXPECTED
012900         MOVE PIH-FILE-DATE           TO WS-RPT-EXC-ACTUAL
012910         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
012920         GO TO 4000-CLOSE
012930     END-IF
012940     SET WS-HEADER-SEEN TO TRUE
012950     MOVE PIH-FILE-DATE TO WS-PAID-FILE-DATE.
012960 4000-LOOP.
012970     READ PAID-ITEM-FILE
012980         AT END
012990             GO TO 4000-CLOSE
013000     END-READ
013010     IF PI-TRAILER
013020         MOVE PIT-COUNT  TO WS-PI-TRAILER-COUNT
013030         MOVE PIT-AMOUNT TO WS-PI-TRAILER-AMOUNT
013040         SET WS-TRAILER-SEEN TO TRUE
013050         GO TO 4000-LOOP
013060     END-IF
013070     IF NOT PI-DETAIL
013080         GO TO 4000-LOOP
013090     END-IF
013100     ADD 1 TO WS-PI-DETAIL-COUNT
013110     ADD PI-AMOUNT TO WS-PI-DETAIL-AMOUNT
013120     PERFORM 4100-MATCH-ONE-ITEM THRU 4100-EXIT
013130     GO TO 4000-LOOP.
013140 4000-CLOSE.
013150     CLOSE PAID-ITEM-FILE
013160     IF WS-HEADER-SEEN
013170         PERFORM 4200-PROVE-PAID-ITEMS THRU 4200-EXIT
013180         PERFORM 4300-WRITE-CONTROL-RECORD THRU 4300-EXIT
013190     END-IF.
013200 4000-EXIT.
013210     EXIT.
013220
013230*-----------------------------------------------------------------
013240* ONE PRESENTMENT. NOT ON FILE IS PAID BUT NEVER ISSUED; A
013250* CHECK ALREADY PRESENTED IS A DUPLICATE PRESENTMENT; A VOIDED
013260* CHECK IS PAID AFTER VOID. AN OUTSTANDING CHECK IS MARKED PAID
013270* WITH THE BANK'S AMOUNT, AND LISTED AS A MISMATCH WHEN THAT
013280* IS NOT THE AMOUNT ISSUED.
013290*-----------------------------------------------------------------
013300 4100-MATCH-ONE-ITEM.
013310     MOVE SPACES TO WS-RPT-DETAIL-LINE
013320     MOVE PI-CHECK-NO  TO WS-RPT-DET-CHECK-NO
013330     MOVE ZEROS        TO WS-RPT-DET-EMP-ID WS-RPT-DET-ISSUED
013340     MOVE PI-AMOUNT    TO WS-RPT-DET-PAID
013350     MOVE PI-PAID-DATE TO WS-RPT-DET-DATE
013360     MOVE PI-CHECK-NO TO IC-CHECK-NO
013370     IF PI-CHECK-NO NOT NUMERIC OR PI-CHECK-NO = ZERO
013380         MOVE ZEROS TO WS-RPT-DET-CHECK-NO
013390         GO TO 4100-NOT-ISSUED
013400     END-IF
013410     READ ISSUED-CHECK-FILE
013420         INVALID KEY
013430             GO TO 4100-NOT-ISSUED
013440     END-READ
013450     PERFORM 8300-MOVE-CHECK-DETAIL THRU 8300-EXIT
013460     MOVE PI-AMOUNT TO WS-RPT-DET-PAID
013470     ADD 1 TO IC-PRESENT-COUNT
013480     EVALUATE TRUE
013490         WHEN IC-PRESENT-COUNT > 1
013500             ADD 1 TO WS-DUPLICATE-COUNT
013510             ADD PI-AMOUNT TO WS-DUPLICATE-AMOUNT
013520             MOVE "DUPLICATE PRESENTMENT" TO WS-RPT-DET-ACTION
013530             PERFORM 8010-WRITE-DETAIL-EXCEPTION THRU 8010-EXIT
013540         WHEN IC-VOIDED
013550             MOVE PI-PAID-DATE TO IC-PAID-DATE
013560             MOVE PI-AMOUNT    TO IC-PAID-AMOUNT
013570             ADD 1 TO WS-PAID-VOID-COUNT
013580             ADD PI-AMOUNT TO WS-PAID-VOID-AMOUNT
013590             MOVE "PAID AFTER VOID" TO WS-RPT-DET-ACTION
013600             PERFORM 8010-WRITE-DETAIL-EXCEPTION THRU 8010-EXIT
013610         WHEN OTHER
013620             SET IC-PAID TO TRUE
013630             MOVE PI-PAID-DATE TO IC-PAID-DATE
013640             MOVE PI-AMOUNT    TO IC-PAID-AMOUNT
013650             ADD 1 TO WS-PAID-COUNT
013660             ADD PI-AMOUNT TO WS-PAID-AMOUNT
013670             IF PI-AMOUNT = IC-AMOUNT
013680                 MOVE "PAID" TO WS-RPT-DET-ACTION
013690                 MOVE WS-RPT-DETAIL-LINE
013700                     TO CHECK-RECON-REPORT-RECORD
013710                 PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT
013720             ELSE
013730                 ADD 1 TO WS-MISMATCH-COUNT
013740                 ADD PI-AMOUNT TO WS-MISMATCH-AMOUNT
013750                 MOVE "PAID - AMOUNT MISMATCH"
013760                     TO WS-RPT-DET-ACTION
013770                 PERFORM 8010-WRITE-DETAIL-EXCEPTION
013780                     THRU 8010-EXIT
013790             END-IF
013800     END-EVALUATE
013810     REWRITE ISSUED-CHECK-RECORD
013820         INVALID KEY
013830             DISPLAY "Unable to save issued check " IC-CHECK-NO
013840                 ", status " WS-ISSCHK-STATUS
013850     END-REWRITE
013860     GO TO 4100-EXIT.
013870 4100-NOT-ISSUED.
013880     ADD 1 TO WS-NOT-ISSUED-COUNT
013890     ADD PI-AMOUNT TO WS-NOT-ISSUED-AMOUNT
013900     MOVE "PAID - NEVER ISSUED" TO WS-RPT-DET-ACTION
013910     PERFORM 8010-WRITE-DETAIL-EXCEPTION THRU 8010-EXIT.
013920 4100-EXIT.
013930     EXIT.
013940
013950 4200-PROVE-PAID-ITEMS.
013960     IF NOT WS-TRAILER-SEEN
013970         MOVE "NO TRAILER ON PAIDITEM" TO WS-RPT-EXC-TEXT
013980         MOVE ZEROS TO WS-RPT-EXC-EXPECTED WS-RPT-EXC-ACTUAL
013990         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
014000         GO TO 4200-EXIT
014010     END-IF
014020     IF WS-PI-DETAIL-AMOUNT NOT = WS-PI-TRAILER-AMOUNT
014030         MOVE "PAIDITEM DETAILS NOT EQUAL TRAILER AMOUNT"
014040             TO WS-RPT-EXC-TEXT
014050         MOVE WS-PI-TRAILER-AMOUNT TO WS-RPT-EXC-EXPECTED
014060         MOVE WS-PI-DETAIL-AMOUNT  TO WS-RPT-EXC-ACTUAL
014070         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
014080     END-IF
014090     IF WS-PI-DETAIL-COUNT NOT = WS-PI-TRAILER-COUNT
014100         MOVE "PAIDITEM DETAILS NOT EQUAL TRAILER COUNT"
014110             TO WS-RPT-EXC-TEXT
014120         MOVE WS-PI-TRAILER-COUNT TO WS-RPT-EXC-EXPECTED
014130         MOVE WS-PI-DETAIL-COUNT  TO WS-RPT-EXC-ACTUAL
014140         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
014150     END-IF.
014160 4200-EXIT.
014170     EXIT.
014180
014190*-----------------------------------------------------------------
014200* SAVE THE PAID-ITEMS FILE DATE JUST MATCHED ON THE CONTROL
014210* RECORD, READING IT BACK AS THE CHECK RECORDS HAVE SINCE PASSED
014220* THROUGH THE FILE'S RECORD AREA.
014230*-----------------------------------------------------------------
014240 4300-WRITE-CONTROL-RECORD.
014250     MOVE ZEROS TO IC-CHECK-NO
014260     READ ISSUED-CHECK-FILE
014270         INVALID KEY
014280             DISPLAY "Issued-check control record missing, "
014290                 "status " WS-ISSCHK-STATUS
014300             GO TO 4300-EXIT
014310     END-READ
014320     MOVE WS-PAID-FILE-DATE TO ICC-LAST-PAID-FILE-DATE
014330     MOVE WS-AS-OF-DATE TO ICC-LAST-RUN-DATE
014340     REWRITE ISSUED-CHECK-CONTROL
014350         INVALID KEY
014360             DISPLAY "Unable to save issued-check control "
014370                 "record, status " WS-ISSCHK-STATUS
014380     END-REWRITE.
014390 4300-EXIT.
014400     EXIT.
014410
014420*-----------------------------------------------------------------
014430* AGE EVERY OUTSTANDING CHECK TO THE AS-OF DATE ON CHKAGE. A
014440* CHECK OUT LONGER THAN THE STALE-DATE PERIOD IS FLAGGED FOR
014450* VOID AND REISSUE; ONE OUT LONGER THAN ITS PAYEE'S STATE
014460* DORMANCY PERIOD IS ALSO LISTED ON ESCHRPT FOR REPORTING AS
014470* UNCLAIMED PROPERTY. THE DATE EACH WAS FIRST FLAGGED IS KEPT
014480* ON THE CHECK.
014490*-----------------------------------------------------------------
014500 5000-AGE-OUTSTANDING.
014510     OPEN OUTPUT CHECK-AGING-REPORT-FILE
014520     IF NOT WS-CHKAGE-OK
014530         DISPLAY "Unable to open check aging report, status "
014540             WS-CHKAGE-STATUS
014550         MOVE "CHKAGE UNAVAILABLE" TO WS-RPT-EXC-TEXT
014560         MOVE ZEROS TO WS-RPT-EXC-EXPECTED WS-RPT-EXC-ACTUAL
014570         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
014580         GO TO 5000-EXIT
014590     END-IF
014600     OPEN OUTPUT ESCHEAT-REPORT-FILE
014610     IF NOT WS-ESCHRPT-OK
014620         DISPLAY "Unable to open escheatment report, status "
014630             WS-ESCHRPT-STATUS
014640         MOVE "ESCHRPT UNAVAILABLE" TO WS-RPT-EXC-TEXT
014650         MOVE ZEROS TO WS-RPT-EXC-EXPECTED WS-RPT-EXC-ACTUAL
014660         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
014670         CLOSE CHECK-AGING-REPORT-FILE
014680         GO TO 5000-EXIT
014690     END-IF
014700     MOVE WS-AS-OF-DATE TO WS-AGE-HDR-DATE
014710     MOVE WS-STALE-DAYS TO WS-AGE-HDR-STALE
014720     MOVE WS-AGE-HDR TO CHECK-AGING-REPORT-RECORD
014730     PERFORM 8400-WRITE-AGING-RECORD THRU 8400-EXIT
014740     MOVE SPACES TO CHECK-AGING-REPORT-RECORD
014750     PERFORM 8400-WRITE-AGING-RECORD THRU 8400-EXIT
014760     MOVE WS-AGE-COLUMN-HEADING TO CHECK-AGING-REPORT-RECORD
014770     PERFORM 8400-WRITE-AGING-RECORD THRU 8400-EXIT
014780     MOVE WS-AS-OF-DATE TO WS-ESC-HDR-DATE
014790     MOVE WS-ESC-HDR TO ESCHEAT-REPORT-RECORD
014800     PERFORM 8500-WRITE-ESCHEAT-RECORD THRU 8500-EXIT
014810     MOVE SPACES TO ESCHEAT-REPORT-RECORD
014820     PERFORM 8500-WRITE-ESCHEAT-RECORD THRU 8500-EXIT
014830     MOVE WS-ESC-COLUMN-HEADING TO ESCHEAT-REPORT-RECORD
014840     PERFORM 8500-WRITE-ESCHEAT-RECORD THRU 8500-EXIT
014850     MOVE 'N' TO WS-ISSCHK-EOF-SW
014860     MOVE ZEROS TO IC-CHECK-NO
014870     START ISSUED-CHECK-FILE KEY IS GREATER THAN IC-CHECK-NO
014880         INVALID KEY
014890             SET WS-ISSCHK-EOF TO TRUE
014900     END-START.
014910 5000-LOOP.
014920     IF WS-ISSCHK-EOF
014930         GO TO 5000-TOTALS
014940     END-IF
014950     READ ISSUED-CHECK-FILE NEXT RECORD
014960         AT END
014970             GO TO 5000-TOTALS
014980     END-READ
014990     IF IC-OUTSTANDING
015000         PERFORM 5100-AGE-ONE-CHECK THRU 5100-EXIT
015010     END-IF
015020     GO TO 5000-LOOP.
015030 5000-TOTALS.
015040     PERFORM 5300-WRITE-AGING-TOTALS THRU 5300-EXIT
015050     MOVE SPACES TO ESCHEAT-REPORT-RECORD
015060     PERFORM 8500-WRITE-ESCHEAT-RECORD THRU 8500-EXIT
015070     MOVE WS-ESCHEAT-COUNT  TO WS-ESC-TOT-COUNT
015080     MOVE WS-ESCHEAT-AMOUNT TO WS-ESC-TOT-AMOUNT
015090     MOVE WS-ESC-TOTAL-LINE TO ESCHEAT-REPORT-RECORD
015100     PERFORM 8500-WRITE-ESCHEAT-RECORD THRU 8500-EXIT
015110     CLOSE CHECK-AGING-REPORT-FILE
015120     CLOSE ESCHEAT-REPORT-FILE.
015130 5000-EXIT.
015140     EXIT.
015150
015160 5100-AGE-ONE-CHECK.
015170     MOVE 'N' TO WS-CHECK-CHANGED-SW
015180     MOVE IC-ISSUE-DATE TO WS-DATE-YYYYMMDD
015190     PERFORM 6000-DATE-TO-DAY-NUMBER THRU 6000-EXIT
015200     COMPUTE WS-DAYS-OUT = WS-AS-OF-DAY-NUMBER - WS-DAY-NUMBER
015210     IF WS-DAYS-OUT < ZERO
015220         MOVE ZERO TO WS-DAYS-OUT
015230     END-IF
015240     PERFORM 5110-FIND-AGE-BUCKET THRU 5110-EXIT
015250         VARYING WS-AGE-SUB FROM 1 BY 1
015260         UNTIL WS-AGE-SUB > 4
015270            OR WS-DAYS-OUT NOT > WS-AGE-BUCKET-LIMIT(WS-AGE-SUB)
015280     ADD 1 TO WS-AGE-COUNT(WS-AGE-SUB)
015290     ADD IC-AMOUNT TO WS-AGE-AMOUNT(WS-AGE-SUB)
015300     ADD 1 TO WS-OUT-COUNT
015310     ADD IC-AMOUNT TO WS-OUT-AMOUNT
015320     MOVE IC-CHECK-NO    TO WS-AGE-CHECK-NO
015330     MOVE IC-EMPLOYEE-ID TO WS-AGE-EMP-ID
015340     MOVE IC-PAYEE-NAME  TO WS-AGE-NAME
015350     MOVE IC-RUN-ID      TO WS-AGE-RUN-ID
015360     MOVE IC-ISSUE-DATE  TO WS-AGE-ISSUE-DATE
015370     MOVE IC-AMOUNT      TO WS-AGE-AMOUNT-OUT
015380     MOVE WS-DAYS-OUT    TO WS-AGE-DAYS
015390     MOVE WS-AGE-BUCKET-LABEL(WS-AGE-SUB) TO WS-AGE-BUCKET-OUT
015400     MOVE SPACES TO WS-AGE-ACTION
015410     IF WS-DAYS-OUT > WS-STALE-DAYS
015420         MOVE "STALE - VOID AND REISSUE" TO WS-AGE-ACTION
015430         ADD 1 TO WS-STALE-COUNT
015440         ADD IC-AMOUNT TO WS-STALE-AMOUNT
015450         IF IC-STALE-DATE = ZERO
015460             MOVE WS-AS-OF-DATE TO IC-STALE-DATE
015470             SET WS-CHECK-CHANGED TO TRUE
015480         END-IF
015490     END-IF
015500     MOVE WS-AGE-DETAIL-LINE TO CHECK-AGING-REPORT-RECORD
015510     PERFORM 8400-WRITE-AGING-RECORD THRU 8400-EXIT
015520     PERFORM 5200-FIND-DORMANCY THRU 5200-EXIT
015530     IF WS-DAYS-OUT > WS-CHECK-DORMANCY-DAYS
015540         PERFORM 5250-LIST-ESCHEAT-CANDIDATE THRU 5250-EXIT
015550     END-IF
015560     IF WS-CHECK-CHANGED
015570         REWRITE ISSUED-CHECK-RECORD
015580             INVALID KEY
015590                 DISPLAY "Unable to save issued check "
015600                     IC-CHECK-NO ", status " WS-ISSCHK-STATUS
015610         END-REWRITE
015620     END-IF.
015630 5100-EXIT.
015640     EXIT.
015650
015660 5110-FIND-AGE-BUCKET.
015670     CONTINUE.
015680 5110-EXIT.
015690     EXIT.
015700
015710*-----------------------------------------------------------------
015720* THE DORMANCY PERIOD FOR THE CHECK'S STATE: THE STATE'S OWN
015730* 'C' RECORD WHEN THERE IS ONE, THE DEFAULT OTHERWISE.
015740*-----------------------------------------------------------------
015750 5200-FIND-DORMANCY.
015760     MOVE WS-DORMANCY-DAYS TO WS-CHECK-DORMANCY-DAYS
015770     IF WS-DORMANCY-COUNT = ZERO
015780         GO TO 5200-EXIT
015790     END-IF
015800     SET DT-IDX TO 1
015810     SEARCH DORMANCY-ENTRY
015820         AT END
015830             CONTINUE
015840         WHEN DT-IDX > WS-DORMANCY-COUNT
015850             CONTINUE
015860         WHEN DT-STATE-CODE(DT-IDX) = IC-STATE-CODE
015870             MOVE DT-DORMANCY-DAYS(DT-IDX)
015880                 TO WS-CHECK-DORMANCY-DAYS
015890     END-SEARCH.
015900 5200-EXIT.
015910     EXIT.
015920
015930 5250-LIST-ESCHEAT-CANDIDATE.
015940     IF IC-ESCHEAT-DATE = ZERO
015950         MOVE WS-AS-OF-DATE TO IC-ESCHEAT-DATE
015960         SET WS-CHECK-CHANGED TO TRUE
015970     END-IF
015980     ADD 1 TO WS-ESCHEAT-COUNT
015990     ADD IC-AMOUNT TO WS-ESCHEAT-AMOUNT
016000     MOVE IC-CHECK-NO            TO WS-ESC-CHECK-NO
016010     MOVE IC-EMPLOYEE-ID         TO WS-ESC-EMP-ID
016020     MOVE IC-PAYEE-NAME          TO WS-ESC-NAME
016030     MOVE IC-STATE-CODE          TO WS-ESC-STATE
016040     MOVE IC-RUN-ID              TO WS-ESC-RUN-ID
016050     MOVE IC-ISSUE-DATE          TO WS-ESC-ISSUE-DATE
016060     MOVE IC-AMOUNT              TO WS-ESC-AMOUNT
016070     MOVE WS-DAYS-OUT            TO WS-ESC-DAYS
016080     MOVE WS-CHECK-DORMANCY-DAYS TO WS-ESC-DORMANCY
016090     MOVE IC-ESCHEAT-DATE        TO WS-ESC-FIRST-DATE
016100     MOVE WS-ESC-DETAIL-LINE TO ESCHEAT-REPORT-RECORD
016110     PERFORM 8500-WRITE-ESCHEAT-RECORD THRU 8500-EXIT.
016120 5250-EXIT.
016130     EXIT.
016140
016150 5300-WRITE-AGING-TOTALS.
016160     MOVE SPACES TO CHECK-AGING-REPORT-RECORD
016170     PERFORM 8400-WRITE-AGING-RECORD THRU 8400-EXIT
016180     PERFORM 5310-WRITE-ONE-BUCKET THRU 5310-EXIT
016190         VARYING WS-AGE-SUB FROM 1 BY 1
016200         UNTIL WS-AGE-SUB > 5
016210     MOVE "TOTAL OUTSTANDING" TO WS-AGE-TOT-LABEL
016220     MOVE WS-OUT-COUNT  TO WS-AGE-TOT-COUNT
016230     MOVE WS-OUT-AMOUNT TO WS-AGE-TOT-AMOUNT
016240     MOVE WS-AGE-TOTAL-LINE TO CHECK-AGING-REPORT-RECORD
016250     PERFORM 8400-WRITE-AGING-RECORD THRU 8400-EXIT
016260     MOVE "STALE - VOID AND REISSUE" TO WS-AGE-TOT-LABEL
016270     MOVE WS-STALE-COUNT  TO WS-AGE-TOT-COUNT
016280     MOVE WS-STALE-AMOUNT TO WS-AGE-TOT-AMOUNT
016290     MOVE WS-AGE-TOTAL-LINE TO CHECK-AGING-REPORT-RECORD
016300     PERFORM 8400-WRITE-AGING-RECORD THRU 8400-EXIT.
016310 5300-EXIT.
016320     EXIT.
016330
016340 5310-WRITE-ONE-BUCKET.
016350     MOVE WS-AGE-BUCKET-LABEL(WS-AGE-SUB) TO WS-AGE-TOT-LABEL
016360     MOVE WS-AGE-COUNT(WS-AGE-SUB)  TO WS-AGE-TOT-COUNT
016370     MOVE WS-AGE-AMOUNT(WS-AGE-SUB) TO WS-AGE-TOT-AMOUNT
016380     MOVE WS-AGE-TOTAL-LINE TO CHECK-AGING-REPORT-RECORD
016390     PERFORM 8400-WRITE-AGING-RECORD THRU 8400-EXIT.
016400 5310-EXIT.
016410     EXIT.
016420
016430*-----------------------------------------------------------------
016440* DATE IN WS-DATE-YYYYMMDD TO DAY NUMBER IN WS-DAY-NUMBER.
016450*-----------------------------------------------------------------
016460 6000-DATE-TO-DAY-NUMBER.
016470     COMPUTE WS-JD-A = (14 - WS-DATE-MM) / 12
016480     COMPUTE WS-JD-Y = WS-DATE-CCYY + 4800 - WS-JD-A
016490     COMPUTE WS-JD-M = WS-DATE-MM + (12 * WS-JD-A) - 3
016500     COMPUTE WS-JD-T = ((153 * WS-JD-M) + 2) / 5
016510     COMPUTE WS-DAY-NUMBER =
016520         WS-DATE-DD + WS-JD-T + (365 * WS-JD-Y) - 32045
016530     DIVIDE WS-JD-Y BY 4 GIVING WS-JD-T
016540     ADD WS-JD-T TO WS-DAY-NUMBER
016550     DIVIDE WS-JD-Y BY 100 GIVING WS-JD-T
016560     SUBTRACT WS-JD-T FROM WS-DAY-NUMBER
016570     DIVIDE WS-JD-Y BY 400 GIVING WS-JD-T
016580     ADD WS-JD-T TO WS-DAY-NUMBER.
016590 6000-EXIT.
016600     EXIT.
016610
016620 8000-WRITE-EXCEPTION.
016630     MOVE WS-RPT-EXCEPTION-LINE TO CHECK-RECON-REPORT-RECORD
016640     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT
016650     ADD 1 TO WS-EXCEPTION-COUNT
016660     MOVE 8 TO RETURN-CODE.
016670 8000-EXIT.
016680     EXIT.
016690
016700*-----------------------------------------------------------------
016710* A CHECK-LEVEL EXCEPTION PRINTS AS A DETAIL LINE WITH ITS
016720* ACTION TEXT AND COUNTS AND SETS RC=8 LIKE ANY OTHER.
016730*-----------------------------------------------------------------
016740 8010-WRITE-DETAIL-EXCEPTION.
016750     MOVE WS-RPT-DETAIL-LINE TO CHECK-RECON-REPORT-RECORD
016760     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT
016770     ADD 1 TO WS-EXCEPTION-COUNT
016780     MOVE 8 TO RETURN-CODE.
016790 8010-EXIT.
016800     EXIT.
016810
016820 8100-WRITE-REPORT-RECORD.
016830     WRITE CHECK-RECON-REPORT-RECORD
016840     IF NOT WS-CHKRRPT-OK
016850         DISPLAY "Unable to write check reconciliation record, "
016860             "status " WS-CHKRRPT-STATUS
016870     END-IF.
016880 8100-EXIT.
016890     EXIT.
016900
016910 8200-WRITE-SECTION-LINE.
016920     MOVE WS-RPT-SECTION-LINE TO CHECK-RECON-REPORT-RECORD
016930     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT.
016940 8200-EXIT.
016950     EXIT.
016960
016970*-----------------------------------------------------------------
016980* THE ISSUED CHECK JUST READ INTO THE DETAIL LINE.
016990*-----------------------------------------------------------------
017000 8300-MOVE-CHECK-DETAIL.
017010     MOVE IC-CHECK-NO    TO WS-RPT-DET-CHECK-NO
017020     MOVE IC-EMPLOYEE-ID TO WS-RPT-DET-EMP-ID
017030     MOVE IC-PAYEE-NAME  TO WS-RPT-DET-NAME
017040     MOVE IC-AMOUNT      TO WS-RPT-DET-ISSUED.
017050 8300-EXIT.
017060     EXIT.
017070
017080 8400-WRITE-AGING-RECORD.
017090     WRITE CHECK-AGING-REPORT-RECORD
017100     IF NOT WS-CHKAGE-OK
017110         DISPLAY "Unable to write check aging record, status "
017120             WS-CHKAGE-STATUS
017130     END-IF.
017140 8400-EXIT.
017150     EXIT.
017160
017170 8500-WRITE-ESCHEAT-RECORD.
017180     WRITE ESCHEAT-REPORT-RECORD
017190     IF NOT WS-ESCHRPT-OK
017200         DISPLAY "Unable to write escheatment record, status "
017210             WS-ESCHRPT-STATUS
017220     END-IF.
017230 8500-EXIT.
017240     EXIT.
017250
017260*-----------------------------------------------------------------
017270* PRINT THE RUN'S CONTROL FIGURES AND THE VERDICT. ANY
017280* EXCEPTION HAS ALREADY SET RC=8 SO THE ITEMS ARE WORKED BEFORE
017290* THE BANK'S POSITIVE-PAY DECISION DEADLINE.
017300*-----------------------------------------------------------------
017310 9000-WRAP-UP.
017320     MOVE SPACES TO CHECK-RECON-REPORT-RECORD
017330     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT
017340     MOVE "CHECKS LOADED FROM POSPAY" TO WS-RPT-SUM-LABEL
017350     MOVE WS-LOADED-AMOUNT TO WS-RPT-SUM-AMOUNT
017360     MOVE WS-LOADED-COUNT TO WS-RPT-SUM-COUNT
017370     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT
017380     MOVE "CHECKS ALREADY ON FILE" TO WS-RPT-SUM-LABEL
017390     MOVE ZEROS TO WS-RPT-SUM-AMOUNT
017400     MOVE WS-ON-FILE-COUNT TO WS-RPT-SUM-COUNT
017410     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT
017420     MOVE "CHKREG TOTAL" TO WS-RPT-SUM-LABEL
017430     MOVE WS-REG-AMOUNT TO WS-RPT-SUM-AMOUNT
017440     MOVE WS-REG-COUNT TO WS-RPT-SUM-COUNT
017450     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT
017460     MOVE "CHECKS VOIDED" TO WS-RPT-SUM-LABEL
017470     MOVE WS-VOID-AMOUNT TO WS-RPT-SUM-AMOUNT
017480     MOVE WS-VOID-COUNT TO WS-RPT-SUM-COUNT
017490     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT
017500     MOVE "PAID ITEMS FROM BANK" TO WS-RPT-SUM-LABEL
017510     MOVE WS-PI-DETAIL-AMOUNT TO WS-RPT-SUM-AMOUNT
017520     MOVE WS-PI-DETAIL-COUNT TO WS-RPT-SUM-COUNT
017530     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT
017540     MOVE "CHECKS PAID" TO WS-RPT-SUM-LABEL
017550     MOVE WS-PAID-AMOUNT TO WS-RPT-SUM-AMOUNT
017560     MOVE WS-PAID-COUNT TO WS-RPT-SUM-COUNT
017570     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT
017580     MOVE "  OF WHICH AMOUNT MISMATCHES" TO WS-RPT-SUM-LABEL
017590     MOVE WS-MISMATCH-AMOUNT TO WS-RPT-SUM-AMOUNT
017600     MOVE WS-MISMATCH-COUNT TO WS-RPT-SUM-COUNT
017610     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT
017620     MOVE "PAID BUT NEVER ISSUED" TO WS-RPT-SUM-LABEL
017630     MOVE WS-NOT-ISSUED-AMOUNT TO WS-RPT-SUM-AMOUNT
017640     MOVE WS-NOT-ISSUED-COUNT TO WS-RPT-SUM-COUNT
017650     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT
017660     MOVE "DUPLICATE PRESENTMENTS" TO WS-RPT-SUM-LABEL
017670     MOVE WS-DUPLICATE-AMOUNT TO WS-RPT-SUM-AMOUNT
017680     MOVE WS-DUPLICATE-COUNT TO WS-RPT-SUM-COUNT
017690     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT
017700     MOVE "PAID AFTER VOID" TO WS-RPT-SUM-LABEL
017710     MOVE WS-PAID-VOID-AMOUNT TO WS-RPT-SUM-AMOUNT
017720     MOVE WS-PAID-VOID-COUNT TO WS-RPT-SUM-COUNT
017730     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT
017740     MOVE "CHECKS OUTSTANDING" TO WS-RPT-SUM-LABEL
017750     MOVE WS-OUT-AMOUNT TO WS-RPT-SUM-AMOUNT
017760     MOVE WS-OUT-COUNT TO WS-RPT-SUM-COUNT
017770     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT
017780     MOVE "  OF WHICH STALE - VOID AND REISSUE" TO
017790         WS-RPT-SUM-LABEL
017800     MOVE WS-STALE-AMOUNT TO WS-RPT-SUM-AMOUNT
017810     MOVE WS-STALE-COUNT TO WS-RPT-SUM-COUNT
017820     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT
017830     MOVE "  OF WHICH UNCLAIMED PROPERTY" TO WS-RPT-SUM-LABEL
017840     MOVE WS-ESCHEAT-AMOUNT TO WS-RPT-SUM-AMOUNT
017850     MOVE WS-ESCHEAT-COUNT TO WS-RPT-SUM-COUNT
017860     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT
017870     MOVE SPACES TO CHECK-RECON-REPORT-RECORD
017880     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT
017890     IF WS-EXCEPTION-COUNT = ZERO
017900         MOVE "ALL ITEMS RECONCILED" TO WS-RPT-VERDICT
017910     ELSE
017920         MOVE "EXCEPTIONS - WORK BEFORE POSITIVE-PAY DEADLINE"
017930             TO WS-RPT-VERDICT
017940     END-IF
017950     MOVE WS-RPT-VERDICT-LINE TO CHECK-RECON-REPORT-RECORD
017960     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT
017970     CLOSE CHECK-RECON-REPORT-FILE
017980     CLOSE ISSUED-CHECK-FILE
017990     IF WS-EMPMAST-OPEN
018000         CLOSE EMPLOYEE-MASTER-FILE
018010     END-IF
018020     DISPLAY "Checks loaded:          " WS-LOADED-COUNT
018030     DISPLAY "Paid items matched:     " WS-PI-DETAIL-COUNT
018040     DISPLAY "Checks outstanding:     " WS-OUT-COUNT
018050     DISPLAY "Exceptions found:       " WS-EXCEPTION-COUNT
018060     DISPLAY "Check reconciliation written to CHKRRPT, aging "
018070         "to CHKAGE, unclaimed property to ESCHRPT.".
018080 9000-EXIT.
018090     EXIT.
018100
018110 9100-WRITE-SUMMARY-LINE.
018120     MOVE WS-RPT-SUMMARY-LINE TO CHECK-RECON-REPORT-RECORD
018130     PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT.
018140 9100-EXIT.
018150     EXIT.
018160
018170 END PROGRAM CheckReconciliation.
