000250*                 THE CURRENT LAYOUT. DRIVEN BY PARM='UNLOAD'
000260*                 OR PARM='RELOAD' FROM A JCL STEP, LIKE THE
000270*                 PAYROLL SYSTEM'S RUN MODES.
000280* 10/15/2026 RSS  MASTER GREW 273 TO 550 FOR THE W-4 ELECTIONS,
000290*                 WITHHOLDING STATE AND THE EMPLOYEE SOCIAL
000300*                 SECURITY, MEDICARE AND STATE TAX FIELDS. RELOAD
000310*                 DEFAULTS THEM THE WAY THE PAYROLL SYSTEM DOES.
000320* 10/15/2026 RSS  MASTER GREW 550 TO 651 FOR THE TIMECARD WORKWEEK
000330*                 HOURS. RELOAD MARKS AN OLD RECORD'S HOURS AS
000340*                 KEYED AND CLEARS ITS WORKWEEK DETAIL.
000350* 10/15/2026 RSS  MASTER GREW 651 TO 814 FOR THE EARNINGS-CODE
000360*                 LINES AND SUPPLEMENTAL WAGES AND TAX. RELOAD
000370*                 GIVES AN OLD RECORD NO EARNINGS LINES AND ZERO
000380*                 SUPPLEMENTAL FIGURES.
000390* 10/15/2026 RSS  EM-RETRO-PERIOD (BACKDATED RATE CHANGE PENDING)
000400*                 TAKEN FROM TRAILING FILLER; SIZE UNCHANGED.
000410*                 RELOAD CLEARS ANY VALUE THAT IS NOT A PERIOD.
000420* 10/15/2026 RSS  MASTER GREW 814 TO 880 FOR THE HIRE DATE AND
000430*                 THE PAID TIME OFF FIELDS. RELOAD GIVES AN OLD
000440*                 RECORD NO HIRE DATE, NO BALANCE AND NO PAYOUT
000450*                 OWED.
000460* 10/15/2026 RSS  MASTER GREW 880 TO 921 FOR THE 401(K) ELECTION
000470*                 AND YEAR-TO-DATE DEFERRAL FIELDS. RELOAD GIVES
000480*                 AN OLD RECORD THE PLAN'S STANDING PERCENT,
000490*                 NOTHING PENDING AND NOTHING DEFERRED THIS YEAR.
000500* 10/15/2026 RSS  MASTER GREW 921 TO 1007 FOR THE BANK ACCOUNT
000510*                 CHANGE HELD FOR APPROVAL AND PRENOTE. RELOAD
000520*                 GIVES AN OLD RECORD NO CHANGE PENDING.
000530* 10/15/2026 RSS  EM-LAST-CHECK-NO TAKEN OUT OF THE MASTER'S
000540*                 TRAILING FILLER; LENGTH UNCHANGED. RELOAD GIVES
000550*                 AN OLD RECORD NO CHECK ON RECORD.
000560*****************************************************************
000570 IDENTIFICATION DIVISION.
000580 PROGRAM-ID. EmployeeMasterUtility.
000590 AUTHOR. R. SANTOS.
000600 INSTALLATION. PAYROLL DATA CENTER.
000610 DATE-WRITTEN. 09/02/2026.
000620 DATE-COMPILED.
000630
000640 ENVIRONMENT DIVISION.
000650 CONFIGURATION SECTION.
000660
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT EMPLOYEE-MASTER-FILE
000700         ASSIGN TO EMPMAST
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS EM-EMPLOYEE-ID
000740         FILE STATUS IS WS-EMPMAST-STATUS.
000750
000760     SELECT BACKUP-FILE
000770         ASSIGN TO EMPBKUP
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-EMPBKUP-STATUS.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
000830*-----------------------------------------------------------------
000840* EMPLOYEE MASTER RECORD AT THE CURRENT (1007-BYTE) LAYOUT. THIS
000850* LAYOUT MUST MATCH EMPLOYEEPAYROLLSYSTEM'S EXACTLY.
000860*-----------------------------------------------------------------
000870 FD  EMPLOYEE-MASTER-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 01  EMPLOYEE-MASTER-RECORD.
000900     05  EM-EMPLOYEE-ID          PIC 9(05).
000910     05  EM-EMPLOYEE-NAME        PIC X(30).
000920     05  EM-HOURS-WORKED         PIC 9(03)V99.
000930     05  EM-HOURLY-RATE          PIC 9(05)V99.
000940     05  EM-GROSS-PAY            PIC 9(07)V99.
000950     05  EM-TAX-RATE             PIC 9(01)V999.
000960     05  EM-TAX-DEDUCTION        PIC 9(07)V99.
000970     05  EM-HEALTH-DEDUCTION     PIC 9(05)V99.
000980     05  EM-401K-DEDUCTION       PIC 9(05)V99.
000990     05  EM-GARNISHMENT-AMT      PIC 9(05)V99.
001000     05  EM-NET-PAY              PIC 9(07)V99.
001010     05  EM-YTD-GROSS            PIC 9(09)V99.
001020     05  EM-YTD-TAX              PIC 9(09)V99.
001030     05  EM-YTD-NET              PIC 9(09)V99.
001040     05  EM-STATUS-CODE          PIC X(01).
001050     05  EM-BANK-ROUTING         PIC 9(09).
001060     05  EM-BANK-ACCOUNT         PIC X(17).
001070     05  EM-LAST-PAID-PERIOD     PIC X(06).
001080     05  EM-QTR-BUCKETS.
001090         10  EM-QTR-GROSS OCCURS 4 TIMES
001100                                 PIC 9(09)V99.
001110         10  EM-QTR-TAX OCCURS 4 TIMES
001120                                 PIC 9(09)V99.
001130     05  EM-DEPT-CODE            PIC X(04).
001140     05  EM-PAY-TYPE             PIC X(01).
001150     05  EM-PERIOD-SALARY        PIC 9(07)V99.
001160     05  EM-PAY-CYCLE            PIC X(01).
001170     05  EM-LAST-PAID-SEQ        PIC X(02).
001180     05  EM-W4-FILING-STATUS     PIC X(01).
001190     05  EM-W4-EXTRA-WITHHOLDING PIC 9(05)V99.
001200     05  EM-W4-EXEMPT            PIC X(01).
001210     05  EM-STATE-CODE           PIC X(02).
001220     05  EM-SS-DEDUCTION         PIC 9(07)V99.
001230     05  EM-MEDICARE-DEDUCTION   PIC 9(07)V99.
001240     05  EM-STATE-TAX-DEDUCTION  PIC 9(07)V99.
001250     05  EM-SS-WAGES             PIC 9(07)V99.
001260     05  EM-YTD-SS-WAGES         PIC 9(09)V99.
001270     05  EM-YTD-SS-TAX           PIC 9(09)V99.
001280     05  EM-YTD-MEDICARE-TAX     PIC 9(09)V99.
001290     05  EM-YTD-STATE-TAX        PIC 9(09)V99.
001300     05  EM-WH-QTR-BUCKETS.
001310         10  EM-QTR-SS-WAGES OCCURS 4 TIMES
001320                                 PIC 9(09)V99.
001330         10  EM-QTR-SS-TAX OCCURS 4 TIMES
001340                                 PIC 9(09)V99.
001350         10  EM-QTR-MEDICARE-TAX OCCURS 4 TIMES
001360                                 PIC 9(09)V99.
001370         10  EM-QTR-STATE-TAX OCCURS 4 TIMES
001380                                 PIC 9(09)V99.
001390*-----------------------------------------------------------------
001400* THE RUN'S HOURS BY FLSA WORKWEEK, POSTED FROM TIMECARD PUNCHES
001410* FOR THE RUN NAMED IN EM-TC-RUN-ID. EM-HOURS-SOURCE 'T' PAYS THE
001420* WORKWEEKS; 'M' MEANS THE PERIOD HOURS WERE KEYED AS AN
001430* OVERRIDE. EM-TC-CARRY-START/HOURS IS THE WORKWEEK THE PRIOR RUN
001440* ENDED IN AND THE HOURS ALREADY PAID IN IT.
001450*-----------------------------------------------------------------
001460     05  EM-HOURS-SOURCE         PIC X(01).
001470         88  EM-HOURS-FROM-TIMECARDS   VALUE 'T'.
001480         88  EM-HOURS-KEYED            VALUE 'M'.
001490     05  EM-TC-RUN-ID            PIC X(08).
001500     05  EM-TC-CARRY-START       PIC 9(08).
001510     05  EM-TC-CARRY-HOURS       PIC 9(03)V99.
001520     05  EM-TC-WEEK-COUNT        PIC 9(01).
001530     05  EM-TC-WEEKS.
001540         10  EM-TC-WEEK OCCURS 6 TIMES.
001550             15  EM-TC-WEEK-START    PIC 9(08).
001560             15  EM-TC-WEEK-HOURS    PIC 9(03)V99.
001570*-----------------------------------------------------------------
001580* THE RUN'S EARNINGS LINES BEYOND BASE PAY, POSTED FROM 'E'
001590* TRANSACTIONS FOR THE RUN NAMED IN EM-ERN-RUN-ID: UP TO EIGHT
001600* EARNINGS CODES, EACH WITH ITS HOURS (HOURS-BASIS CODES) AND
001610* ITS AMOUNT. AN HOURS-BASIS LINE IS PRICED AGAIN BY EVERY
001620* CALCULATION SO IT ALWAYS FOLLOWS THE RATE IN FORCE.
001630* EM-SUPP-WAGES/TAX ARE THE PERIOD'S SUPPLEMENTAL WAGES AND THE
001640* FLAT-RATE FEDERAL TAX ON THEM, WHICH IS INCLUDED IN
001650* EM-TAX-DEDUCTION.
001660*-----------------------------------------------------------------
001670     05  EM-ERN-RUN-ID           PIC X(08).
001680     05  EM-ERN-COUNT            PIC 9(01).
001690     05  EM-SUPP-WAGES           PIC 9(07)V99.
001700     05  EM-SUPP-TAX             PIC 9(07)V99.
001710     05  EM-ERN-LINES.
001720         10  EM-ERN-LINE OCCURS 8 TIMES.
001730             15  EM-ERN-CODE         PIC X(03).
001740             15  EM-ERN-HOURS        PIC 9(03)V99.
001750             15  EM-ERN-AMOUNT       PIC 9(07)V99.
001760*-----------------------------------------------------------------
001770* EFFECTIVE PERIOD (YYYYMM) OF A BACKDATED RATE OR SALARY CHANGE
001780* NOT YET REPAID FOR THE RUNS ALREADY PAID SINCE THEN. SPACES
001790* MEANS NOTHING IS PENDING.
001800*-----------------------------------------------------------------
001810     05  EM-RETRO-PERIOD         PIC X(06).
001820*-----------------------------------------------------------------
001830* PAID TIME OFF. THE HIRE DATE (YYYYMMDD, ZERO WHEN NOT ON FILE)
001840* SETS THE YEARS OF SERVICE THE ACCRUAL TIER IS CHOSEN BY. THE
001850* BALANCE AND THE YEAR'S ACCRUED AND USED HOURS ARE IN HOURS;
001860* EM-PTO-RUN-ID NAMES THE RUN THAT LAST ACCRUED, WITH THE HOURS IT
001870* ACCRUED AND PAID. EM-PTO-LIAB-BOOKED IS THE LIABILITY BOOKED BY
001880* THE LAST MONTHLY LIABILITY RUN. EM-PTO-PAYOUT-SW IS SET WHEN A
001890* TERMINATED EMPLOYEE'S BALANCE IS OWED ON A FINAL CHECK AND
001900* MARKED WHEN THE FINAL CHECK HAS PAID IT.
001910*-----------------------------------------------------------------
001920     05  EM-HIRE-DATE            PIC 9(08).
001930     05  EM-PTO-BALANCE          PIC 9(05)V99.
001940     05  EM-PTO-ACCRUED-YTD      PIC 9(05)V99.
001950     05  EM-PTO-USED-YTD         PIC 9(05)V99.
001960     05  EM-PTO-RUN-ID           PIC X(08).
001970     05  EM-PTO-RUN-ACCRUED      PIC 9(03)V99.
001980     05  EM-PTO-RUN-USED         PIC 9(05)V99.
001990     05  EM-PTO-LIAB-BOOKED      PIC 9(09)V99.
002000     05  EM-PTO-PAYOUT-SW        PIC X(01).
002010         88  EM-PTO-PAYOUT-NONE        VALUE SPACE.
002020         88  EM-PTO-PAYOUT-PENDING     VALUE 'P'.
002030         88  EM-PTO-FINAL-CHECK        VALUE 'F'.
002040*-----------------------------------------------------------------
002050* 401(K) DEFERRAL ELECTION FROM THE PLAN RECORDKEEPER. A BLANK
002060* TYPE DEFERS THE PLAN'S STANDING WS-401K-PERCENT; 'P' DEFERS
002070* EM-401K-ELECT-PCT OF GROSS AND 'A' THE FLAT EM-401K-ELECT-AMT.
002080* AN ELECTION FOR A LATER PERIOD WAITS IN THE PENDING FIELDS
002090* UNTIL THE FIRST RUN OF THAT PERIOD MAKES IT CURRENT.
002100* EM-YTD-401K IS THE YEAR'S DEFERRALS, HELD TO THE ANNUAL LIMIT
002110* (PLUS THE CATCH-UP LIMIT WHEN THE EMPLOYEE IS ELIGIBLE).
002120*-----------------------------------------------------------------
002130     05  EM-401K-ELECT-TYPE      PIC X(01).
002140         88  EM-401K-PLAN-DEFAULT      VALUE SPACE.
002150         88  EM-401K-ELECT-PERCENT     VALUE 'P'.
002160         88  EM-401K-ELECT-FLAT        VALUE 'A'.
002170     05  EM-401K-ELECT-PCT       PIC 9(01)V999.
002180     05  EM-401K-ELECT-AMT       PIC 9(05)V99.
002190     05  EM-401K-CATCHUP-SW      PIC X(01).
002200         88  EM-401K-CATCHUP-ELIGIBLE  VALUE 'Y'.
002210     05  EM-401K-PEND-PERIOD     PIC X(06).
002220     05  EM-401K-PEND-TYPE       PIC X(01).
002230     05  EM-401K-PEND-PCT        PIC 9(01)V999.
002240     05  EM-401K-PEND-AMT        PIC 9(05)V99.
002250     05  EM-401K-PEND-CATCHUP    PIC X(01).
002260     05  EM-YTD-401K             PIC 9(07)V99.
002270*-----------------------------------------------------------------
002280* BANK ACCOUNT CHANGE HELD FOR APPROVAL AND PRENOTE. WHILE ONE IS
002290* PENDING ('E' ENTERED, 'A' APPROVED, 'R' RETURNED BY THE BANK)
002300* THE EMPLOYEE IS PAID BY CHECK, NOT TO EM-BANK-ROUTING/ACCOUNT.
002310*-----------------------------------------------------------------
002320     05  EM-BANK-CHG-STATUS      PIC X(01).
002330         88  EM-BANK-CHG-NONE          VALUE SPACE.
002340         88  EM-BANK-CHG-ENTERED       VALUE 'E'.
002350         88  EM-BANK-CHG-APPROVED      VALUE 'A'.
002360         88  EM-BANK-CHG-RETURNED      VALUE 'R'.
002370         88  EM-BANK-CHG-PENDING       VALUE 'E' 'A' 'R'.
002380     05  EM-BANK-CHG-ROUTING     PIC 9(09).
002390     05  EM-BANK-CHG-ACCOUNT     PIC X(17).
002400     05  EM-BANK-CHG-ENTER-BY    PIC X(08).
002410     05  EM-BANK-CHG-ENTER-DATE  PIC 9(08).
002420     05  EM-BANK-CHG-APPR-BY     PIC X(08).
002430     05  EM-BANK-CHG-APPR-DATE   PIC 9(08).
002440     05  EM-PRENOTE-DATE         PIC 9(08).
002450     05  EM-PRENOTE-RUN-ID       PIC X(08).
002460     05  EM-BANK-RETURN-CODE     PIC X(03).
002470     05  EM-BANK-RETURN-DATE     PIC 9(08).
002480     05  EM-LAST-CHECK-NO        PIC 9(08).
002490     05  FILLER                  PIC X(04).
002500
002510*-----------------------------------------------------------------
002520* THE FLAT BACKUP COPY. EVERY RECORD BUT THE LAST IS A MASTER
002530* RECORD IMAGE (AN OLD-LAYOUT IMAGE READS AS A PREFIX PADDED
002540* WITH SPACES); THE LAST RECORD IS A 'T' TRAILER WITH THE
002550* RECORD COUNT AND THE HASH TOTAL OF YTD GROSS, SO A RELOAD
002560* CAN BE PROVED COMPLETE. 'T' CANNOT COLLIDE WITH A DATA
002570* RECORD BECAUSE A MASTER IMAGE STARTS WITH ITS NUMERIC KEY.
002580*-----------------------------------------------------------------
002590 FD  BACKUP-FILE
002600     LABEL RECORDS ARE STANDARD
002610     RECORD CONTAINS 1007 CHARACTERS.
002620 01  BACKUP-RECORD               PIC X(1007).
002630
002640 01  BACKUP-TRAILER-RECORD.
002650     05  BKT-RECORD-TYPE         PIC X(01).
002660         88  BKT-TRAILER               VALUE 'T'.
002670     05  BKT-RECORD-COUNT        PIC 9(07).
002680     05  BKT-HASH-YTD-GROSS      PIC 9(13)V99.
002690     05  FILLER                  PIC X(984).
002700
002710 WORKING-STORAGE SECTION.
002720 01  WS-FILE-STATUSES.
002730     05  WS-EMPMAST-STATUS       PIC X(02) VALUE '00'.
002740         88  WS-EMPMAST-OK             VALUE '00'.
002750         88  WS-EMPMAST-EOF            VALUE '10'.
002760     05  WS-EMPBKUP-STATUS       PIC X(02) VALUE '00'.
002770         88  WS-EMPBKUP-OK             VALUE '00'.
002780         88  WS-EMPBKUP-EOF            VALUE '10'.
002790
002800 01  WS-MASTER-EOF-SW            PIC X(01) VALUE 'N'.
002810     88  WS-MASTER-EOF               VALUE 'Y'.
002820 01  WS-BACKUP-EOF-SW            PIC X(01) VALUE 'N'.
002830     88  WS-BACKUP-EOF               VALUE 'Y'.
002840 01  WS-TRAILER-SEEN-SW          PIC X(01) VALUE 'N'.
002850     88  WS-TRAILER-SEEN             VALUE 'Y'.
002860
002870*-----------------------------------------------------------------
002880* RUN MODE FROM THE JCL EXEC PARM: 'UNLOAD' COPIES THE CLUSTER
002890* TO EMPBKUP; 'RELOAD' LOADS A FRESHLY DEFINED CLUSTER FROM
002900* EMPBKUP. ANYTHING ELSE ENDS RC=8 WITHOUT TOUCHING A FILE.
002910*-----------------------------------------------------------------
002920 01  WS-PARM-DATA                PIC X(20) VALUE SPACES.
002930 01  WS-RUN-MODE-SW              PIC X(01) VALUE ' '.
002940     88  WS-UNLOAD-MODE              VALUE 'U'.
002950     88  WS-RELOAD-MODE              VALUE 'R'.
002960
002970*-----------------------------------------------------------------
002980* CONTROL TOTALS. THE HASH TREATS A NON-NUMERIC YTD GROSS (AN
002990* ANCIENT IMAGE) AS ZERO ON BOTH SIDES, SO THE PROOF STILL
003000* HOLDS ACROSS A CONVERTING RELOAD.
003010*-----------------------------------------------------------------
003020 77  WS-RECORD-COUNT             PIC 9(07) VALUE ZERO.
003030 77  WS-HASH-YTD-GROSS           PIC 9(13)V99 VALUE ZERO.
003040 77  WS-WRITE-COUNT              PIC 9(07) VALUE ZERO.
003050 77  WS-CONVERTED-COUNT          PIC 9(07) VALUE ZERO.
003060 77  WS-ERROR-COUNT              PIC 9(05) VALUE ZERO.
003070 01  WS-CONVERTED-SW             PIC X(01) VALUE 'N'.
003080     88  WS-RECORD-CONVERTED         VALUE 'Y'.
003090
003100*-----------------------------------------------------------------
003110* PARM AREA PASSED FROM THE JCL EXEC STATEMENT, AS IN THE
003120* PAYROLL SYSTEM ITSELF.
003130*-----------------------------------------------------------------
003140 LINKAGE SECTION.
003150 01  LS-PARM-AREA.
003160     05  LS-PARM-LENGTH          PIC S9(04) COMP.
003170     05  LS-PARM-TEXT            PIC X(20).
003180
003190 PROCEDURE DIVISION USING LS-PARM-AREA.
003200
003210 0000-MAINLINE.
003220     PERFORM 0100-DETERMINE-RUN-MODE THRU 0100-EXIT
003230     EVALUATE TRUE
003240         WHEN WS-UNLOAD-MODE
003250             PERFORM 2000-UNLOAD-MASTER THRU 2000-EXIT
003260         WHEN WS-RELOAD-MODE
003270             PERFORM 3000-RELOAD-MASTER THRU 3000-EXIT
003280         WHEN OTHER
003290             DISPLAY "PARM must be UNLOAD or RELOAD."
003300             MOVE 8 TO RETURN-CODE
003310     END-EVALUATE
003320     STOP RUN.
003330
003340 0100-DETERMINE-RUN-MODE.
003350     MOVE SPACES TO WS-PARM-DATA
003360     IF LS-PARM-LENGTH > ZERO
003370         MOVE LS-PARM-TEXT(1:LS-PARM-LENGTH) TO WS-PARM-DATA
003380     END-IF
003390     EVALUATE TRUE
003400         WHEN WS-PARM-DATA(1:6) = 'UNLOAD'
003410             SET WS-UNLOAD-MODE TO TRUE
003420         WHEN WS-PARM-DATA(1:6) = 'RELOAD'
003430             SET WS-RELOAD-MODE TO TRUE
003440         WHEN OTHER
003450             CONTINUE
003460     END-EVALUATE.
003470 0100-EXIT.
003480     EXIT.
003490
003500*-----------------------------------------------------------------
003510* UNLOAD. THE CLUSTER IS COPIED RECORD FOR RECORD, AS IS -- NO
003520* CONVERSION ON THE WAY OUT, SO THE BACKUP IS A FAITHFUL IMAGE
003530* OF WHATEVER IS ON FILE -- THEN THE TRAILER IS WRITTEN WITH
003540* THE COUNT AND HASH THE RELOAD MUST REPRODUCE.
003550*-----------------------------------------------------------------
003560 2000-UNLOAD-MASTER.
003570     OPEN INPUT EMPLOYEE-MASTER-FILE
003580     IF NOT WS-EMPMAST-OK
003590         DISPLAY "Unable to open employee master, status "
003600             WS-EMPMAST-STATUS
003610         MOVE 8 TO RETURN-CODE
003620         GO TO 2000-EXIT
003630     END-IF
003640     OPEN OUTPUT BACKUP-FILE
003650     IF NOT WS-EMPBKUP-OK
003660         DISPLAY "Unable to open backup file, status "
003670             WS-EMPBKUP-STATUS
003680         MOVE 8 TO RETURN-CODE
003690         CLOSE EMPLOYEE-MASTER-FILE
003700         GO TO 2000-EXIT
003710     END-IF
003720     MOVE LOW-VALUES TO EM-EMPLOYEE-ID
003730     START EMPLOYEE-MASTER-FILE KEY IS GREATER THAN
003740             EM-EMPLOYEE-ID
003750         INVALID KEY
003760             SET WS-MASTER-EOF TO TRUE
003770     END-START
003780     PERFORM 2100-COPY-ONE-RECORD THRU 2100-EXIT
003790         UNTIL WS-MASTER-EOF
003800     MOVE SPACES TO BACKUP-RECORD
003810     MOVE 'T'               TO BKT-RECORD-TYPE
003820     MOVE WS-RECORD-COUNT   TO BKT-RECORD-COUNT
003830     MOVE WS-HASH-YTD-GROSS TO BKT-HASH-YTD-GROSS
003840     PERFORM 2200-WRITE-BACKUP-RECORD THRU 2200-EXIT
003850     CLOSE EMPLOYEE-MASTER-FILE
003860     CLOSE BACKUP-FILE
003870     DISPLAY "Master records unloaded to EMPBKUP: "
003880         WS-RECORD-COUNT
003890     DISPLAY "YTD gross hash total: " WS-HASH-YTD-GROSS.
003900 2000-EXIT.
003910     EXIT.
003920
003930 2100-COPY-ONE-RECORD.
003940     READ EMPLOYEE-MASTER-FILE NEXT RECORD
003950         AT END
003960             SET WS-MASTER-EOF TO TRUE
003970             GO TO 2100-EXIT
003980     END-READ
003990     MOVE SPACES TO BACKUP-RECORD
004000     MOVE EMPLOYEE-MASTER-RECORD TO BACKUP-RECORD
004010     PERFORM 2200-WRITE-BACKUP-RECORD THRU 2200-EXIT
004020     ADD 1 TO WS-RECORD-COUNT
004030     IF EM-YTD-GROSS NUMERIC
004040         ADD EM-YTD-GROSS TO WS-HASH-YTD-GROSS
004050     END-IF.
004060 2100-EXIT.
004070     EXIT.
004080
004090 2200-WRITE-BACKUP-RECORD.
004100     WRITE BACKUP-RECORD
004110     IF NOT WS-EMPBKUP-OK
004120         DISPLAY "Unable to write backup record, status "
004130             WS-EMPBKUP-STATUS
004140         MOVE 8 TO RETURN-CODE
004150     END-IF.
004160 2200-EXIT.
004170     EXIT.
004180
004190*-----------------------------------------------------------------
004200* RELOAD. THE TARGET CLUSTER MUST BE FRESHLY DEFINED AT THE
004210* CURRENT RECORD SIZE (THE JOB'S IDCAMS STEP DOES THAT); EVERY
004220* BACKUP IMAGE IS CONVERTED TO THE CURRENT LAYOUT AND WRITTEN
004230* BY KEY. EVERY HISTORICAL GROWTH APPENDED FIELDS OR CONSUMED
004240* TRAILING FILLER, SO AN OLD IMAGE LOADS AS A SPACE-PADDED
004250* PREFIX AND 3100-CONVERT-OLD-LAYOUT SUPPLIES THE DEFAULTS THE
004260* PAYROLL SYSTEM HAS BEEN APPLYING PIECEMEAL ON EVERY PASS.
004270* THE COUNT AND YTD-GROSS HASH MUST MATCH THE TRAILER OR THE
004280* STEP ENDS RC=8 SO THE OLD CLUSTER IS NOT DELETED ON A SHORT
004290* RELOAD.
004300*-----------------------------------------------------------------
004310 3000-RELOAD-MASTER.
004320     OPEN INPUT BACKUP-FILE
004330     IF NOT WS-EMPBKUP-OK
004340         DISPLAY "Unable to open backup file, status "
004350             WS-EMPBKUP-STATUS
004360         MOVE 8 TO RETURN-CODE
004370         GO TO 3000-EXIT
004380     END-IF
004390     OPEN OUTPUT EMPLOYEE-MASTER-FILE
004400     IF NOT WS-EMPMAST-OK
004410         DISPLAY "Unable to open employee master for load, "
004420             "status " WS-EMPMAST-STATUS
004430         MOVE 8 TO RETURN-CODE
004440         CLOSE BACKUP-FILE
004450         GO TO 3000-EXIT
004460     END-IF
004470     PERFORM 3200-LOAD-ONE-RECORD THRU 3200-EXIT
004480         UNTIL WS-BACKUP-EOF
004490     CLOSE BACKUP-FILE
004500     CLOSE EMPLOYEE-MASTER-FILE
004510     IF NOT WS-TRAILER-SEEN
004520         DISPLAY "No trailer on backup file. Reload not proved."
004530         MOVE 8 TO RETURN-CODE
004540     END-IF
004550     DISPLAY "Master records reloaded:  " WS-WRITE-COUNT
004560     DISPLAY "Old-layout records converted: "
004570         WS-CONVERTED-COUNT
004580     DISPLAY "YTD gross hash total: " WS-HASH-YTD-GROSS
004590     IF WS-ERROR-COUNT > ZERO
004600         DISPLAY "Records in error: " WS-ERROR-COUNT
004610         MOVE 8 TO RETURN-CODE
004620     END-IF.
004630 3000-EXIT.
004640     EXIT.
004650
004660 3200-LOAD-ONE-RECORD.
004670     MOVE SPACES TO BACKUP-RECORD
004680     READ BACKUP-FILE
004690         AT END
004700             SET WS-BACKUP-EOF TO TRUE
004710             GO TO 3200-EXIT
004720     END-READ
004730     IF BKT-TRAILER
004740         PERFORM 3300-VERIFY-TRAILER THRU 3300-EXIT
004750         GO TO 3200-EXIT
004760     END-IF
004770     MOVE SPACES TO EMPLOYEE-MASTER-RECORD
004780     MOVE BACKUP-RECORD TO EMPLOYEE-MASTER-RECORD
004790     PERFORM 3100-CONVERT-OLD-LAYOUT THRU 3100-EXIT
004800     IF EM-EMPLOYEE-ID NOT NUMERIC
004810         DISPLAY "Backup record with unusable key skipped: "
004820             BACKUP-RECORD(1:35)
004830         ADD 1 TO WS-ERROR-COUNT
004840         GO TO 3200-EXIT
004850     END-IF
004860     WRITE EMPLOYEE-MASTER-RECORD
004870         INVALID KEY
004880             DISPLAY "Unable to load employee " EM-EMPLOYEE-ID
004890                 ", status " WS-EMPMAST-STATUS
004900             ADD 1 TO WS-ERROR-COUNT
004910             GO TO 3200-EXIT
004920     END-WRITE
004930     ADD 1 TO WS-WRITE-COUNT
004940     ADD EM-YTD-GROSS TO WS-HASH-YTD-GROSS.
004950 3200-EXIT.
004960     EXIT.
004970
004980*-----------------------------------------------------------------
004990* CONVERT ONE IMAGE TO THE CURRENT LAYOUT. FIELDS A LAYOUT
005000* PREDATES READ AS SPACES AND TAKE THE SAME DEFAULTS
005010* 1120-READ-NEXT-MASTER HAS BEEN SUPPLYING ON EVERY PASS:
005020* BLANK STATUS READS AS ACTIVE, BLANK DEPARTMENT AS 'GEN',
005030* BLANK QUARTER BUCKETS AND NON-NUMERIC AMOUNTS AS ZERO, A
005040* BLANK PAY TYPE AS HOURLY, A BLANK PAY CYCLE AS MONTHLY, AND
005050* A STAMPED RECORD'S BLANK RUN SEQUENCE AS 01, A BLANK W-4 AS
005060* SINGLE AND NOT EXEMPT WITH NO EXTRA WITHHOLDING, AND BLANK
005070* SOCIAL SECURITY, MEDICARE AND STATE FIGURES AS ZERO, A BLANK
005080* HOURS SOURCE AS KEYED WITH NO WORKWEEK DETAIL, AND BLANK
005090* EARNINGS FIELDS AS NO EARNINGS LINES AND NO SUPPLEMENTAL
005100* WAGES. DONE HERE ONCE, THE RELOADED MASTER NEEDS NO
005110* DEFAULTING AGAIN.
005120*-----------------------------------------------------------------
005130 3100-CONVERT-OLD-LAYOUT.
005140     MOVE 'N' TO WS-CONVERTED-SW
005150     IF EM-STATUS-CODE = SPACE
005160         MOVE 'A' TO EM-STATUS-CODE
005170         SET WS-RECORD-CONVERTED TO TRUE
005180     END-IF
005190     IF EM-BANK-ROUTING NOT NUMERIC
005200         MOVE ZEROS TO EM-BANK-ROUTING
005210         SET WS-RECORD-CONVERTED TO TRUE
005220     END-IF
005230     IF EM-QTR-BUCKETS = SPACES
005240         MOVE ZEROS TO EM-QTR-BUCKETS
005250         SET WS-RECORD-CONVERTED TO TRUE
005260     END-IF
005270     IF EM-DEPT-CODE = SPACES
005280         MOVE 'GEN ' TO EM-DEPT-CODE
005290         SET WS-RECORD-CONVERTED TO TRUE
005300     END-IF
005310     IF EM-PAY-TYPE = SPACE
005320         MOVE 'H' TO EM-PAY-TYPE
005330         SET WS-RECORD-CONVERTED TO TRUE
005340     END-IF
005350     IF EM-PERIOD-SALARY NOT NUMERIC
005360         MOVE ZEROS TO EM-PERIOD-SALARY
005370         SET WS-RECORD-CONVERTED TO TRUE
005380     END-IF
005390     IF EM-PAY-CYCLE = SPACE
005400         MOVE 'M' TO EM-PAY-CYCLE
005410         SET WS-RECORD-CONVERTED TO TRUE
005420     END-IF
005430     IF EM-LAST-PAID-PERIOD = SPACES
005440         MOVE SPACES TO EM-LAST-PAID-SEQ
005450     ELSE
005460         IF EM-LAST-PAID-SEQ NOT NUMERIC
005470             MOVE '01' TO EM-LAST-PAID-SEQ
005480             SET WS-RECORD-CONVERTED TO TRUE
005490         END-IF
005500     END-IF
005510     IF EM-YTD-GROSS NOT NUMERIC
005520         MOVE ZEROS TO EM-YTD-GROSS
005530         SET WS-RECORD-CONVERTED TO TRUE
005540     END-IF
005550     IF EM-YTD-TAX NOT NUMERIC
005560         MOVE ZEROS TO EM-YTD-TAX
005570         SET WS-RECORD-CONVERTED TO TRUE
005580     END-IF
005590     IF EM-YTD-NET NOT NUMERIC
005600         MOVE ZEROS TO EM-YTD-NET
005610         SET WS-RECORD-CONVERTED TO TRUE
005620     END-IF
005630     IF EM-GARNISHMENT-AMT NOT NUMERIC
005640         MOVE ZEROS TO EM-GARNISHMENT-AMT
005650         SET WS-RECORD-CONVERTED TO TRUE
005660     END-IF
005670     IF EM-W4-FILING-STATUS NOT = 'S'
005680        AND EM-W4-FILING-STATUS NOT = 'M'
005690        AND EM-W4-FILING-STATUS NOT = 'H'
005700         MOVE 'S' TO EM-W4-FILING-STATUS
005710         SET WS-RECORD-CONVERTED TO TRUE
005720     END-IF
005730     IF EM-W4-EXTRA-WITHHOLDING NOT NUMERIC
005740         MOVE ZEROS TO EM-W4-EXTRA-WITHHOLDING
005750         SET WS-RECORD-CONVERTED TO TRUE
005760     END-IF
005770     IF EM-W4-EXEMPT NOT = 'Y'
005780        AND EM-W4-EXEMPT NOT = 'N'
005790         MOVE 'N' TO EM-W4-EXEMPT
005800         SET WS-RECORD-CONVERTED TO TRUE
005810     END-IF
005820     IF EM-SS-DEDUCTION NOT NUMERIC
005830         MOVE ZEROS TO EM-SS-DEDUCTION
005840                       EM-MEDICARE-DEDUCTION
005850                       EM-STATE-TAX-DEDUCTION
005860                       EM-SS-WAGES
005870         SET WS-RECORD-CONVERTED TO TRUE
005880     END-IF
005890     IF EM-YTD-SS-WAGES NOT NUMERIC
005900         MOVE ZEROS TO EM-YTD-SS-WAGES
005910                       EM-YTD-SS-TAX
005920                       EM-YTD-MEDICARE-TAX
005930                       EM-YTD-STATE-TAX
005940         SET WS-RECORD-CONVERTED TO TRUE
005950     END-IF
005960     IF EM-WH-QTR-BUCKETS = SPACES
005970         MOVE ZEROS TO EM-WH-QTR-BUCKETS
005980         SET WS-RECORD-CONVERTED TO TRUE
005990     END-IF
006000     IF EM-HOURS-SOURCE NOT = 'T'
006010        AND EM-HOURS-SOURCE NOT = 'M'
006020         MOVE 'M' TO EM-HOURS-SOURCE
006030         SET WS-RECORD-CONVERTED TO TRUE
006040     END-IF
006050     IF EM-TC-WEEK-COUNT NOT NUMERIC
006060         MOVE SPACES TO EM-TC-RUN-ID
006070         MOVE ZEROS  TO EM-TC-CARRY-START
006080                        EM-TC-CARRY-HOURS
006090                        EM-TC-WEEK-COUNT
006100                        EM-TC-WEEKS
006110         SET WS-RECORD-CONVERTED TO TRUE
006120     END-IF
006130     IF EM-ERN-COUNT NOT NUMERIC
006140        OR EM-ERN-COUNT > 8
006150         MOVE SPACES TO EM-ERN-RUN-ID
006160                        EM-ERN-LINES
006170         MOVE ZEROS  TO EM-ERN-COUNT
006180         SET WS-RECORD-CONVERTED TO TRUE
006190     END-IF
006200     IF EM-SUPP-WAGES NOT NUMERIC
006210         MOVE ZEROS TO EM-SUPP-WAGES
006220                       EM-SUPP-TAX
006230         SET WS-RECORD-CONVERTED TO TRUE
006240     END-IF
006250     IF EM-RETRO-PERIOD NOT NUMERIC
006260        AND EM-RETRO-PERIOD NOT = SPACES
006270         MOVE SPACES TO EM-RETRO-PERIOD
006280         SET WS-RECORD-CONVERTED TO TRUE
006290     END-IF
006300     IF EM-HIRE-DATE NOT NUMERIC
006310         MOVE ZEROS TO EM-HIRE-DATE
006320         SET WS-RECORD-CONVERTED TO TRUE
006330     END-IF
006340     IF EM-PTO-BALANCE NOT NUMERIC
006350         MOVE ZEROS TO EM-PTO-BALANCE
006360                       EM-PTO-ACCRUED-YTD
006370                       EM-PTO-USED-YTD
006380                       EM-PTO-RUN-ACCRUED
006390                       EM-PTO-RUN-USED
006400                       EM-PTO-LIAB-BOOKED
006410         MOVE SPACES TO EM-PTO-RUN-ID
006420                        EM-PTO-PAYOUT-SW
006430         SET WS-RECORD-CONVERTED TO TRUE
006440     END-IF
006450     IF EM-YTD-401K NOT NUMERIC
006460         MOVE SPACES TO EM-401K-ELECT-TYPE
006470                        EM-401K-PEND-PERIOD
006480                        EM-401K-PEND-TYPE
006490                        EM-401K-PEND-CATCHUP
006500         MOVE 'N'    TO EM-401K-CATCHUP-SW
006510         MOVE ZEROS  TO EM-401K-ELECT-PCT
006520                        EM-401K-ELECT-AMT
006530                        EM-401K-PEND-PCT
006540                        EM-401K-PEND-AMT
006550                        EM-YTD-401K
006560         SET WS-RECORD-CONVERTED TO TRUE
006570     END-IF
006580     IF EM-BANK-RETURN-DATE NOT NUMERIC
006590         MOVE SPACE  TO EM-BANK-CHG-STATUS
006600         MOVE ZEROS  TO EM-BANK-CHG-ROUTING
006610                        EM-BANK-CHG-ENTER-DATE
006620                        EM-BANK-CHG-APPR-DATE
006630                        EM-PRENOTE-DATE
006640                        EM-BANK-RETURN-DATE
006650         MOVE SPACES TO EM-BANK-CHG-ACCOUNT
006660                        EM-BANK-CHG-ENTER-BY
006670                        EM-BANK-CHG-APPR-BY
006680                        EM-PRENOTE-RUN-ID
006690                        EM-BANK-RETURN-CODE
006700         SET WS-RECORD-CONVERTED TO TRUE
006710     END-IF
006720     IF EM-LAST-CHECK-NO NOT NUMERIC
006730         MOVE ZEROS  TO EM-LAST-CHECK-NO
006740         SET WS-RECORD-CONVERTED TO TRUE
006750     END-IF
006760     IF WS-RECORD-CONVERTED
006770         ADD 1 TO WS-CONVERTED-COUNT
006780     END-IF.
006790 3100-EXIT.
006800     EXIT.
006810
006820 3300-VERIFY-TRAILER.
006830     SET WS-TRAILER-SEEN TO TRUE
006840     IF BKT-RECORD-COUNT NOT = WS-WRITE-COUNT
006850         DISPLAY "Record count mismatch. Backup trailer "
006860             BKT-RECORD-COUNT " loaded " WS-WRITE-COUNT
006870         MOVE 8 TO RETURN-CODE
006880     END-IF
006890     IF BKT-HASH-YTD-GROSS NOT = WS-HASH-YTD-GROSS
006900         DISPLAY "YTD gross hash mismatch. Backup trailer "
006910             BKT-HASH-YTD-GROSS " loaded " WS-HASH-YTD-GROSS
006920         MOVE 8 TO RETURN-CODE
006930     END-IF
006940     IF RETURN-CODE = ZERO
006950         DISPLAY "Reload proved complete against trailer."
006960     END-IF.
006970 3300-EXIT.
006980     EXIT.
006990
007000 END PROGRAM EmployeeMasterUtility.
