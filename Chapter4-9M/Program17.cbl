000010*****************************************************************
000020*  MODIFICATION HISTORY                                        *
000030*----------------------------------------------------------------
000040*  DATE        INIT   DESCRIPTION
000050*  10/15/2026  AJD    ORIGINAL PROGRAM.  OFF-CYCLE SUPPLEMENTAL
000060*                     PAY RUN FOR BONUSES, RETRO ADJUSTMENTS AND
000070*                     COMMISSIONS.  READS THE SUPPLEMENTAL
000080*                     EARNINGS FILE, WITHHOLDS FEDERAL AND STATE
000090*                     AT THE SUPPLEMENTAL FLAT RATES (FICA AT THE
000100*                     REGULAR RATE), TAKES ONLY THE DEDUCTIONS
000110*                     FLAGGED FOR SUPPLEMENTAL PAY, AND PAYS
000120*                     THROUGH ITS OWN ACH BATCH.  POSTS THE YTD
000130*                     MASTER WITH THE EMPLOYER TAXES AND QUARTER
000140*                     BUCKETS, WRITES ITS OWN GL DISTRIBUTION,
000150*                     AUDIT FILE AND REGISTER, AND A CHANGE
000160*                     HISTORY RECORD PER PAYMENT.  STAMPS ITS OWN
000170*                     STEP ON THE RUN CONTROL FILE AND REFUSES TO
000180*                     RUN WHILE A RAISE RUN IS IN PROGRESS.
000182*  10/15/2026  AJD    GARNISHMENT BALANCES: A SATISFIED
000184*                     GARNISHMENT IS NOT TAKEN, ONE WITH A TOTAL
000186*                     OWED IS CAPPED AT ITS BALANCE, AND THE
000188*                     BALANCE IS TAKEN DOWN BY WHAT IS WITHHELD.
000189*  10/15/2026  AJD    A NEW PERIOD IS NOT OPENED, AND NO FURTHER
000190*                     SUPPLEMENTAL RUN IS STARTED, WHILE A POSTED
000191*                     RUN IS STILL WAITING ON THE REMITTANCE RUN.
000192*                     THE AUDIT FILE IS EXTENDED, NOT REPLACED.
000193*****************************************************************
000200
000210 Identification Division.
000220 Program-ID. SupplementalRun.
000230     Author. AnthonyDowns.
000240     Installation. Payroll Systems.
000250     Date-Written. 10/15/2026.
000260     Date-Compiled.
000270     Security.
000280
000290 Environment Division.
000300     Configuration Section.
000310         Special-Names.
000320
000330     Input-Output Section.
000340         File-Control.
000350             Select SuppEarningsFile Assign to SUPP-EARNINGS
000360                 File Status is WS-File-Status
000370                 Organization is Line Sequential.
000380
000390             Select RunControlFile Assign to RUN-CONTROL
000400                 File Status is WS-File-Status
000410                 Organization is Line Sequential.
000420
000430             Select EmployeeFile Assign to EMPLOYEE-DATA
000440                 Organization is Indexed
000450                 Access Mode is Dynamic
000460                 Record Key is Employee-ID
000470                 File Status is WS-File-Status.
000480
000490             Select DeptFile Assign to DEPT-MASTER
000500                 Organization is Indexed
000510                 Access Mode is Dynamic
000520                 Record Key is Dept-Code
000530                 File Status is WS-File-Status.
000540
000550             Select DeductFile Assign to DEDUCT-MASTER
000560                 Organization is Indexed
000570                 Access Mode is Dynamic
000580                 Record Key is Ded-Key
000590                 File Status is WS-File-Status.
000600
000610             Select AccountFile Assign to EMPLOYEE-ACCOUNTS
000620                 Organization is Indexed
000630                 Access Mode is Dynamic
000640                 Record Key is Acct-Key
000650                 File Status is WS-File-Status.
000660
000670             Select YTDFile Assign to YTD-MASTER
000680                 Organization is Indexed
000690                 Access Mode is Dynamic
000700                 Record Key is YTD-Employee-ID
000710                 File Status is WS-File-Status.
000720
000730             Select YTDHistFile Assign to YTD-HISTORY
000740                 Organization is Indexed
000750                 Access Mode is Dynamic
000760                 Record Key is YTH-Key
000770                 File Status is WS-File-Status.
000780
000790             Select ChangeHistFile Assign to CHANGE-HISTORY
000800                 Organization is Indexed
000810                 Access Mode is Dynamic
000820                 Record Key is Chg-Key
000830                 File Status is WS-File-Status.
000840
000850             Select SuppDepositFile Assign to SUPP-DEPOSIT
000860                 File Status is WS-File-Status
000870                 Organization is Line Sequential.
000880
000890             Select SuppGLFile Assign to SUPP-GL-DIST
000900                 File Status is WS-File-Status
000910                 Organization is Line Sequential.
000920
000930             Select SuppAuditFile Assign to SUPP-AUDIT
000940                 File Status is WS-File-Status
000950                 Organization is Line Sequential.
000960
000970             Select SuppRegisterFile Assign to SUPP-REGISTER
000980                 File Status is WS-File-Status
000990                 Organization is Line Sequential.
001000
001010 Data Division.
001020     File Section.
001030*        ONE RECORD PER PAYMENT: BN BONUS, RT RETRO ADJUSTMENT,
001040*        CM COMMISSION.  THE EFFECTIVE PERIOD (YYYYMM) IS THE
001050*        PERIOD THE MONEY WAS EARNED IN; IT IS CARRIED TO THE
001060*        REGISTER AND AUDIT FILE.  TAXES AND YTD POST TO THE DATE
001070*        IT IS PAID.
001080         FD  SuppEarningsFile.
001090             01  Supp-Earnings-Record.
001100                 05  SUP-Employee-ID         PIC X(06).
001110                 05  SUP-Earnings-Type       PIC X(02).
001120                     88  SUP-Bonus                  Value 'BN'.
001130                     88  SUP-Retro                  Value 'RT'.
001140                     88  SUP-Commission             Value 'CM'.
001150                 05  SUP-Amount-X            PIC X(09).
001160                 05  SUP-Amount Redefines SUP-Amount-X
001170                                             PIC 9(7)V9(2).
001180                 05  SUP-Period-X            PIC X(06).
001190                 05  SUP-Period-Num Redefines SUP-Period-X
001200                                             PIC 9(06).
001210                 05  SUP-Period-Parts Redefines SUP-Period-X.
001220                     10  SUP-Period-Year     PIC 9(04).
001230                     10  SUP-Period-Month    PIC 9(02).
001240
001250         FD  RunControlFile.
001260             Copy "RUNCTL.cpy".
001270
001280         FD  EmployeeFile.
001290             Copy "EMPREC.cpy".
001300
001310         FD  DeptFile.
001320             Copy "DEPTREC.cpy".
001330
001340         FD  DeductFile.
001350             Copy "DEDREC.cpy".
001360
001370         FD  AccountFile.
001380             Copy "ACCTREC.cpy".
001390
001400         FD  YTDFile.
001410             Copy "YTDREC.cpy".
001420
001430         FD  YTDHistFile.
001440             Copy "YTDHIST.cpy".
001450
001460         FD  ChangeHistFile.
001470             Copy "CHGREC.cpy".
001480
001490*        THE SUPPLEMENTAL ACH FILE: THE SAME 96-BYTE RECORDS AS
001500*        THE RAISE RUN'S FEED, ONE BATCH, ITS OWN ENTRY
001510*        DESCRIPTION SO THE EMPLOYEE'S BANK STATEMENT SHOWS WHAT
001520*        THE MONEY WAS.
001530         FD  SuppDepositFile.
001540             01  Supp-Deposit-Record.
001550                 05  SDR-Record-Type         PIC X(01).
001560                 05  SDR-Transaction-Code    PIC X(02).
001570                 05  SDR-Routing-Number      PIC X(09).
001580                 05  SDR-Account-Number      PIC X(17).
001590                 05  SDR-Amount              PIC 9(8)V9(2).
001600                 05  SDR-Employee-ID         PIC X(15).
001610                 05  SDR-Employee-Name       PIC X(22).
001620                 05  FILLER                  PIC X(20).
001630             01  Supp-File-Header-Record.
001640                 05  SFH-Record-Type         PIC X(01).
001650                 05  SFH-Priority-Code       PIC X(02).
001660                 05  SFH-Dest-Routing.
001670                     10  FILLER              PIC X(01).
001680                     10  SFH-Dest-RTN        PIC X(09).
001690                 05  SFH-Origin-ID           PIC X(10).
001700                 05  SFH-File-Date           PIC 9(08).
001710                 05  SFH-Dest-Name           PIC X(23).
001720                 05  SFH-Origin-Name         PIC X(16).
001730                 05  FILLER                  PIC X(26).
001740             01  Supp-Batch-Header-Record.
001750                 05  SBH-Record-Type         PIC X(01).
001760                 05  SBH-Service-Class       PIC X(03).
001770                 05  SBH-Company-Name        PIC X(16).
001780                 05  SBH-Company-ID          PIC X(10).
001790                 05  SBH-Entry-Class         PIC X(03).
001800                 05  SBH-Entry-Desc          PIC X(10).
001810                 05  SBH-Effective-Date      PIC 9(08).
001820                 05  FILLER                  PIC X(45).
001830             01  Supp-Batch-Control-Record.
001840                 05  SBC-Record-Type         PIC X(01).
001850                 05  SBC-Service-Class       PIC X(03).
001860                 05  SBC-Entry-Count         PIC 9(06).
001870                 05  SBC-Entry-Hash          PIC 9(10).
001880                 05  SBC-Debit-Total         PIC 9(10)V9(2).
001890                 05  SBC-Credit-Total        PIC 9(10)V9(2).
001900                 05  SBC-Company-ID          PIC X(10).
001910                 05  FILLER                  PIC X(42).
001920             01  Supp-File-Control-Record.
001930                 05  SFC-Record-Type         PIC X(01).
001940                 05  SFC-Batch-Count         PIC 9(06).
001950                 05  SFC-Entry-Count         PIC 9(06).
001960                 05  SFC-Entry-Hash          PIC 9(10).
001970                 05  SFC-Debit-Total         PIC 9(10)V9(2).
001980                 05  SFC-Credit-Total        PIC 9(10)V9(2).
001990                 05  FILLER                  PIC X(49).
002000
002010*        THE SAME LAYOUT AS THE RAISE RUN'S GL DISTRIBUTION, SO
002020*        THE SAME JOURNAL LOAD TAKES IT.
002030         FD  SuppGLFile.
002040             01  Supp-GL-Record.
002050                 05  SGL-Department          PIC X(04).
002060                 05  FILLER                  PIC X(02).
002070                 05  SGL-Account             PIC X(06).
002080                 05  FILLER                  PIC X(02).
002090                 05  SGL-Description         PIC X(24).
002100                 05  FILLER                  PIC X(02).
002110                 05  SGL-Amount              PIC 9(7)V9(2).
002120
002130*        ONE RECORD PER PAYMENT, UNEDITED, WITH EVERY DEDUCTION
002140*        THAT TOOK MONEY.  PAY PATH D = ACH BATCH, C = MANUAL
002150*        CHECK, N = NOTHING TO PAY.
002160         FD  SuppAuditFile.
002170             01  Supp-Audit-Record.
002180                 05  SPA-Employee-ID         PIC X(06).
002190                 05  SPA-Employee-Name       PIC X(20).
002200                 05  SPA-Department          PIC X(04).
002210                 05  SPA-Earnings-Type       PIC X(02).
002220                 05  SPA-Period              PIC 9(06).
002230                 05  SPA-Run-Date-Num        PIC 9(08).
002240                 05  SPA-Gross               PIC 9(7)V9(2).
002250                 05  SPA-FICA                PIC 9(6)V9(2).
002260                 05  SPA-State-Tax           PIC 9(6)V9(2).
002270                 05  SPA-Federal-Tax         PIC 9(6)V9(2).
002280                 05  SPA-Ded-Total           PIC 9(7)V9(2).
002290                 05  SPA-Net-Pay             PIC 9(7)V9(2).
002300                 05  SPA-Employer-FICA       PIC 9(5)V9(2).
002310                 05  SPA-FUTA-Amount         PIC 9(5)V9(2).
002320                 05  SPA-SUTA-Amount         PIC 9(5)V9(2).
002330                 05  SPA-Pay-Path            PIC X(01).
002340                 05  SPA-Ded-Count           PIC 9(02).
002350                 05  SPA-Ded-Entry Occurs 20 Times.
002360                     10  SPA-Ded-Code        PIC X(03).
002370                     10  SPA-Ded-Acct        PIC X(06).
002380                     10  SPA-Ded-Amount      PIC 9(5)V9(2).
002390
002400         FD  SuppRegisterFile.
002410             01  Supp-Register-Record        PIC X(132).
002420
002430     Working-Storage Section.
002440     01  WS-File-Status          PIC 9(2).
002450     01  More-Earnings           PIC X(1) value 'Y'.
002460         88  No-More-Earnings             value 'N'.
002470     01  More-Dept-Records       PIC X(1) value 'Y'.
002480         88  No-More-Dept-Records         value 'N'.
002490     01  More-Deduction-Records  PIC X(1) value 'Y'.
002500         88  No-More-Deduction-Records    value 'N'.
002510     01  More-Account-Records    PIC X(1) value 'Y'.
002520         88  No-More-Account-Records      value 'N'.
002530
002540     01  SP-Switches.
002550         05  SP-Record-Status    PIC X(1) value 'Y'.
002560             88  SP-Record-Valid          value 'Y'.
002570             88  SP-Record-Invalid        value 'N'.
002580         05  SP-Ded-File-Sw      PIC X(1) value 'N'.
002590             88  SP-Ded-File-Open         value 'Y'.
002600         05  SP-Acct-File-Sw     PIC X(1) value 'N'.
002610             88  SP-Acct-File-Open        value 'Y'.
002620         05  SP-YTD-Exists-Sw    PIC X(1) value 'N'.
002630             88  SP-YTD-Exists            value 'Y'.
002640             88  SP-YTD-Missing           value 'N'.
002650         05  SP-Chg-Written-Sw   PIC X(1) value 'N'.
002660             88  SP-Chg-Written           value 'Y'.
002670         05  SP-Acct-Any-Sw      PIC X(1) value 'N'.
002680             88  SP-Acct-Any              value 'Y'.
002690         05  SP-Rem-Found-Sw     PIC X(1) value 'N'.
002700             88  SP-Rem-Found             value 'Y'.
002710         05  SP-Pay-Path         PIC X(1) value 'C'.
002720             88  SP-Paid-By-Check         value 'C'.
002730             88  SP-Paid-By-Deposit       value 'D'.
002740             88  SP-Not-Paid              value 'N'.
002750
002760     01  SP-Reject-Reason        PIC X(40).
002770     01  SP-Pay-Note             PIC X(16).
002780     01  SP-Period-ID            PIC 9(6) value zero.
002790
002800     01  SP-Run-Date.
002810         05  SP-Run-Year         PIC 9(4).
002820         05  SP-Run-Month        PIC 9(2).
002830         05  SP-Run-Day          PIC 9(2).
002840     01  SP-Run-Date-Num Redefines SP-Run-Date
002850                             PIC 9(8).
002860     01  SP-Run-Date-Display     PIC X(10).
002870
002880*        SP-SUPPLEMENTAL-RATES -- supplemental pay is withheld at
002890*        flat rates, not through the regular tax tables: federal
002900*        at the IRS optional flat rate, state at the state's
002910*        published supplemental rate.  FICA is the regular rate.
002920*        RESET EACH JANUARY FROM THE AGENCY NOTICES.
002930     01  SP-Supplemental-Rates.
002940         05  SP-FICA-Rate        PIC 9V9(4) value 0.0765.
002950         05  SP-Supp-Fed-Rate    PIC 9V9(4) value 0.2200.
002960         05  SP-Supp-State-Rate  PIC 9V9(4) value 0.0500.
002970
002980*        SP-EMPLOYER-TAX-RATES -- the same rates and wage bases
002990*        the raise run uses; every base is judged against
003000*        YTD-GROSS before this payment is added.
003010     01  SP-Employer-Tax-Rates.
003020         05  SP-ER-SS-Rate       PIC 9V9(4) value 0.0620.
003030         05  SP-ER-SS-Wage-Base  PIC 9(7)V9(2) value 168600.00.
003040         05  SP-ER-Medicare-Rate PIC 9V9(4) value 0.0145.
003050         05  SP-FUTA-Rate        PIC 9V9(4) value 0.0060.
003060         05  SP-FUTA-Wage-Base   PIC 9(7)V9(2) value 7000.00.
003070         05  SP-SUTA-Rate        PIC 9V9(4) value 0.0270.
003080         05  SP-SUTA-Wage-Base   PIC 9(7)V9(2) value 9000.00.
003090
003100*        THE CURRENT PAYMENT: GROSS, WITHHOLDING, DEDUCTIONS, NET
003110*        AND THE EMPLOYER TAXES.
003120     01  SP-Pay-Work.
003130         05  SP-Gross            PIC 9(7)V9(2).
003140         05  SP-FICA             PIC 9(6)V9(2).
003150         05  SP-State-Tax        PIC 9(6)V9(2).
003160         05  SP-Federal-Tax      PIC 9(6)V9(2).
003170         05  SP-Ded-Total        PIC 9(7)V9(2).
003180         05  SP-Net-Pay          PIC S9(7)V9(2).
003190         05  SP-Disposable-Pay   PIC S9(7)V9(2).
003200         05  SP-Prior-Gross      PIC 9(7)V9(2).
003210         05  SP-ER-Wage-Base     PIC 9(7)V9(2).
003220         05  SP-ER-Taxable       PIC 9(7)V9(2).
003230         05  SP-Employer-FICA    PIC 9(5)V9(2).
003240         05  SP-FUTA-Amount      PIC 9(5)V9(2).
003250         05  SP-SUTA-Amount      PIC 9(5)V9(2).
003260
003270*        QUARTER AND MONTH-OF-QUARTER OF THE RUN DATE, FOR THE
003280*        QUARTER-TO-DATE BUCKETS ON THE YTD MASTER.
003290     01  SP-Qtr-Sub              PIC 9(1) value zero.
003300     01  SP-Qtr-Month-Sub        PIC 9(1) value zero.
003310     01  SP-Month-Liability      PIC 9(6)V9(2) value zero.
003320
003330     01  SP-Counters.
003340         05  SP-Records-Read     PIC 9(5) value zero.
003350         05  SP-Reject-Count     PIC 9(5) value zero.
003360         05  SP-Deposit-Count    PIC 9(5) value zero.
003370         05  SP-Check-Count      PIC 9(5) value zero.
003380         05  SP-No-Net-Count     PIC 9(5) value zero.
003390
003400     01  SP-Totals.
003410         05  SP-Total-Gross      PIC 9(9)V9(2) value zero.
003420         05  SP-Total-FICA       PIC 9(9)V9(2) value zero.
003430         05  SP-Total-State      PIC 9(9)V9(2) value zero.
003440         05  SP-Total-Federal    PIC 9(9)V9(2) value zero.
003450         05  SP-Total-Ded        PIC 9(9)V9(2) value zero.
003460         05  SP-Total-Net        PIC 9(9)V9(2) value zero.
003470         05  SP-Total-Deposit    PIC 9(9)V9(2) value zero.
003480         05  SP-Total-Check      PIC 9(9)V9(2) value zero.
003490         05  SP-Total-ER-FICA    PIC 9(9)V9(2) value zero.
003500         05  SP-Total-FUTA       PIC 9(9)V9(2) value zero.
003510         05  SP-Total-SUTA       PIC 9(9)V9(2) value zero.
003520
003530*        SP-ACH-CONSTANTS -- the bank identifiers are the raise
003540*        run's; only the entry description differs.  CHANGE THESE
003550*        ONLY WITH THE BANK'S TRANSMITTAL SHEET IN HAND.
003560     01  SP-ACH-Constants.
003570         05  SP-ACH-Dest-Routing PIC X(09) value '091000019'.
003580         05  SP-ACH-Dest-Name    PIC X(23)
003590             value 'FIRST SETTLEMENT BANK'.
003600         05  SP-ACH-Origin-ID    PIC X(10) value '1770055009'.
003610         05  SP-ACH-Company-Name PIC X(16)
003620             value 'PAYROLL SYSTEMS'.
003630         05  SP-ACH-Company-ID   PIC X(10) value '1770055009'.
003640         05  SP-ACH-Entry-Desc   PIC X(10) value 'SUPPLEMENT'.
003650
003660     01  SP-ACH-Work.
003670         05  SP-ACH-Entry-Count  PIC 9(6)  value zero.
003680         05  SP-ACH-Entry-Hash   PIC 9(10) value zero.
003690         05  SP-ACH-Credit-Total PIC 9(10)V9(2) value zero.
003700     01  SP-ACH-Routing-Work.
003710         05  SP-ACH-Routing-Pfx  PIC 9(8).
003720         05  FILLER              PIC X(1).
003730
003740*        THE ACCOUNT THE PAYMENT GOES TO WHEN THE EMPLOYEE SPLITS
003750*        PAY ACROSS THE ACCOUNT FILE: THE USABLE REMAINDER
003760*        ACCOUNT.
003770     01  SP-Rem-Routing          PIC X(9).
003780     01  SP-Rem-Account          PIC X(17).
003790
003800*        DEDUCTION WORK AREAS -- the raise run's priority-order
003810*        and garnishment-limit rules, applied only to the
003820*        deductions flagged for supplemental pay.  SP-DC-TABLE
003830*        rolls the run's dollars by deduction code for the payable
003840*        buckets.
003850     01  SP-EDed-Work.
003860         05  SP-EDed-Count       PIC 9(2) value zero.
003870         05  SP-EDed-Sub         PIC 9(2).
003880         05  SP-EDed-Best        PIC 9(2).
003890         05  SP-EDed-Amount      PIC 9(7)V9(2).
003900         05  SP-EDed-Limit       PIC 9(7)V9(2).
003910     01  SP-EDed-Table.
003920         05  SP-EDed-Entry Occurs 20 Times.
003930             10  SP-EDed-Code    PIC X(3).
003940             10  SP-EDed-Desc    PIC X(20).
003950             10  SP-EDed-Method  PIC X(1).
003960                 88  SP-EDed-Is-Flat      Value 'A'.
003970                 88  SP-EDed-Is-Pct       Value 'P'.
003980             10  SP-EDed-Amt     PIC 9(5)V9(2).
003990             10  SP-EDed-Pct     PIC 9(1)V9(4).
004000             10  SP-EDed-Prty    PIC 9(2).
004010             10  SP-EDed-Garn    PIC X(1).
004020                 88  SP-EDed-Is-Garn      Value 'G'.
004030             10  SP-EDed-Lim     PIC 9(1)V9(4).
004040             10  SP-EDed-Acct    PIC X(6).
004050             10  SP-EDed-Done    PIC X(1).
004060                 88  SP-EDed-Taken        Value 'Y'.
004070             10  SP-EDed-Took    PIC 9(5)V9(2).
004072             10  SP-EDed-Track   PIC X(1).
004074                 88  SP-EDed-Has-Balance  Value 'Y'.
004076             10  SP-EDed-Bal     PIC 9(7)V9(2).
004080     01  SP-DC-Count             PIC 9(2) value zero.
004090     01  SP-DC-Table.
004100         05  SP-DC-Entry Occurs 20 Times.
004110             10  SP-DC-Code      PIC X(3).
004120             10  SP-DC-Desc      PIC X(20).
004130             10  SP-DC-Acct      PIC X(6).
004140             10  SP-DC-Amount    PIC 9(7)V9(2).
004150     01  SP-DC-Sub               PIC 9(2).
004160     01  SP-DC-Found-Sub         PIC 9(2).
004170
004180*        SP-DEPT-TABLE -- the run's figures by department for the
004190*        GL distribution.  SP-DM-TABLE is the department master's
004200*        accounts, loaded at start of run; a department not on it
004210*        charges the company-wide defaults.
004220     01  SP-Dept-Count           PIC 9(3) value zero.
004230     01  SP-Dept-Table.
004240         05  SP-Dept-Entry Occurs 50 Times.
004250             10  SP-Dept-Code    PIC X(4).
004260             10  SP-Dept-Gross   PIC 9(7)V9(2).
004270             10  SP-Dept-FICA    PIC 9(7)V9(2).
004280             10  SP-Dept-State   PIC 9(7)V9(2).
004290             10  SP-Dept-Fed     PIC 9(7)V9(2).
004300             10  SP-Dept-ER-FICA PIC 9(7)V9(2).
004310             10  SP-Dept-ER-FUTA PIC 9(7)V9(2).
004320             10  SP-Dept-ER-SUTA PIC 9(7)V9(2).
004330     01  SP-Dept-Sub             PIC 9(3).
004340     01  SP-Dept-Found-Sub       PIC 9(3).
004350     01  SP-DM-Count             PIC 9(3) value zero.
004360     01  SP-DM-Table.
004370         05  SP-DM-Entry Occurs 50 Times.
004380             10  SP-DM-Code      PIC X(4).
004390             10  SP-DM-Sal-Acct  PIC X(6).
004400             10  SP-DM-FICA-Acct PIC X(6).
004410             10  SP-DM-Sta-Acct  PIC X(6).
004420             10  SP-DM-Fed-Acct  PIC X(6).
004430             10  SP-DM-Tax-Acct  PIC X(6).
004440             10  SP-DM-FUTA-Acct PIC X(6).
004450             10  SP-DM-SUTA-Acct PIC X(6).
004460     01  SP-DM-Sub               PIC 9(3).
004470     01  SP-DM-Found-Sub         PIC 9(3).
004480     01  SP-GL-Accounts.
004490         05  SP-GL-Sal-Acct      PIC X(6).
004500         05  SP-GL-FICA-Acct     PIC X(6).
004510         05  SP-GL-State-Acct    PIC X(6).
004520         05  SP-GL-Fed-Acct      PIC X(6).
004530         05  SP-GL-Tax-Acct      PIC X(6).
004540         05  SP-GL-FUTA-Acct     PIC X(6).
004550         05  SP-GL-SUTA-Acct     PIC X(6).
004560
004570     01  SP-Detail-Line.
004580         05  SPD-Employee-ID     PIC X(06).
004590         05  FILLER              PIC X(02).
004600         05  SPD-Name            PIC X(20).
004610         05  FILLER              PIC X(02).
004620         05  SPD-Department      PIC X(04).
004630         05  FILLER              PIC X(02).
004640         05  SPD-Type            PIC X(02).
004650         05  FILLER              PIC X(02).
004660         05  SPD-Period          PIC X(06).
004670         05  FILLER              PIC X(02).
004680         05  SPD-Gross-X         PIC X(10).
004690         05  SPD-Gross Redefines SPD-Gross-X
004700                                 PIC $$$,$$9.99.
004710         05  FILLER              PIC X(02).
004720         05  SPD-FICA-X          PIC X(09).
004730         05  SPD-FICA Redefines SPD-FICA-X
004740                                 PIC $$,$$9.99.
004750         05  FILLER              PIC X(02).
004760         05  SPD-State-X         PIC X(09).
004770         05  SPD-State Redefines SPD-State-X
004780                                 PIC $$,$$9.99.
004790         05  FILLER              PIC X(02).
004800         05  SPD-Federal-X       PIC X(09).
004810         05  SPD-Federal Redefines SPD-Federal-X
004820                                 PIC $$,$$9.99.
004830         05  FILLER              PIC X(02).
004840         05  SPD-Ded-X           PIC X(09).
004850         05  SPD-Ded Redefines SPD-Ded-X
004860                                 PIC $$,$$9.99.
004870         05  FILLER              PIC X(02).
004880         05  SPD-Net-X           PIC X(10).
004890         05  SPD-Net Redefines SPD-Net-X
004900                                 PIC $$$,$$9.99.
004910         05  FILLER              PIC X(02).
004920         05  SPD-Note            PIC X(16).
004930
004940     01  SP-Reject-Line.
004950         05  SPR-Tag             PIC X(08).
004960         05  SPR-Employee-ID     PIC X(06).
004970         05  FILLER              PIC X(02).
004980         05  SPR-Type            PIC X(02).
004990         05  FILLER              PIC X(02).
005000         05  SPR-Amount          PIC X(09).
005010         05  FILLER              PIC X(02).
005020         05  SPR-Period          PIC X(06).
005030         05  FILLER              PIC X(02).
005040         05  SPR-Reason          PIC X(40).
005050
005060     01  SP-Total-Line.
005070         05  SP-Total-Label      PIC X(40).
005080         05  SP-Total-Count-X    PIC X(06).
005090         05  SP-Total-Count Redefines SP-Total-Count-X
005100                                 PIC ZZ,ZZ9.
005110         05  FILLER              PIC X(02).
005120         05  SP-Total-Amount-X   PIC X(15).
005130         05  SP-Total-Amount Redefines SP-Total-Amount-X
005140                                 PIC $$$$,$$$,$$9.99.
005150
005160 Procedure Division.
005170
005180*-----------------------------------------------------------------
005190*  0000-MAINLINE
005200*-----------------------------------------------------------------
005210 0000-Mainline.
005220     Perform 1000-Initialization
005230         Thru 1000-Exit.
005240     Perform 2000-Process-Earnings
005250         Thru 2000-Exit
005260         Until No-More-Earnings.
005270     Perform 4480-Write-ACH-Trailers
005280         Thru 4480-Exit.
005290     Perform 7500-Write-GL-Distribution
005300         Thru 7500-Exit.
005310     Perform 8000-Write-Totals
005320         Thru 8000-Exit.
005330     Perform 8900-Post-Run-Control
005340         Thru 8900-Exit.
005350     Perform 9000-Termination
005360         Thru 9000-Exit.
005370     Stop Run.
005380
005390*-----------------------------------------------------------------
005400*  1000-INITIALIZATION -- check the period calendar, load the
005410*  department accounts and open the files.  The YTD master, YTD
005420*  history and change history are created empty on first use,
005430*  as the raise run does.  No deduction master or account file
005440*  simply means none to apply.
005450*-----------------------------------------------------------------
005460 1000-Initialization.
005470     Initialize SP-Counters SP-Totals.
005480     Accept SP-Run-Date From Date YYYYMMDD.
005490     String SP-Run-Month  Delimited By Size
005500            '/'           Delimited By Size
005510            SP-Run-Day     Delimited By Size
005520            '/'           Delimited By Size
005530            SP-Run-Year    Delimited By Size
005540            Into SP-Run-Date-Display.
005550     Perform 1050-Verify-Run-Control Thru 1050-Exit.
005560     Perform 1100-Load-Departments Thru 1100-Exit.
005570     Open Input SuppEarningsFile.
005580     Perform 9800-File-Validation Thru 9800-Exit.
005590     Open Input EmployeeFile.
005600     Perform 9800-File-Validation Thru 9800-Exit.
005610     Open I-O DeductFile.
005620     If WS-File-Status = 00
005630         Set SP-Ded-File-Open To True
005640     End-If.
005650     Open Input AccountFile.
005660     If WS-File-Status = 00
005670         Set SP-Acct-File-Open To True
005680     End-If.
005690     Open I-O YTDFile.
005700     If WS-File-Status = 35
005710         Open Output YTDFile
005720         Perform 9800-File-Validation Thru 9800-Exit
005730         Close YTDFile
005740         Open I-O YTDFile
005750     End-If.
005760     Perform 9800-File-Validation Thru 9800-Exit.
005770     Open I-O YTDHistFile.
005780     If WS-File-Status = 35
005790         Open Output YTDHistFile
005800         Perform 9800-File-Validation Thru 9800-Exit
005810         Close YTDHistFile
005820         Open I-O YTDHistFile
005830     End-If.
005840     Perform 9800-File-Validation Thru 9800-Exit.
005850     Open I-O ChangeHistFile.
005860     If WS-File-Status = 35
005870         Open Output ChangeHistFile
005880         Perform 9800-File-Validation Thru 9800-Exit
005890         Close ChangeHistFile
005900         Open I-O ChangeHistFile
005910     End-If.
005920     Perform 9800-File-Validation Thru 9800-Exit.
005930     Open Output SuppDepositFile.
005940     Perform 9800-File-Validation Thru 9800-Exit.
005944     Open Extend SuppAuditFile.
005948     If WS-File-Status = 35
005952         Open Output SuppAuditFile
005956     End-If.
005960     Perform 9800-File-Validation Thru 9800-Exit.
005970     Open Output SuppRegisterFile.
005980     Perform 9800-File-Validation Thru 9800-Exit.
005990     Perform 4450-Write-ACH-File-Header Thru 4450-Exit.
006000     Perform 9700-Write-Register-Headings Thru 9700-Exit.
006010 1000-Exit.
006020     Exit.
006030
006040*-----------------------------------------------------------------
006050*  1050-VERIFY-RUN-CONTROL -- a raise run that is STARTED has the
006060*  YTD master and the master mid-posting, so the supplemental
006070*  run waits for it.  A supplemental run left STARTED failed
006080*  part way: its payments are partly posted, so it is not run
006090*  again until payroll has restored the files and cleared the
006100*  step.  The same earnings file run twice on one day is
006106*  refused outright, and so is a new run while the last one
006112*  posted has not been remitted: the remittance program pays
006118*  only the latest supplemental run.  A missing file or a new
006124*  period starts the record over, as the raise run does.
006130*-----------------------------------------------------------------
006140 1050-Verify-Run-Control.
006150     Compute SP-Period-ID =
006160         (SP-Run-Year * 100) + SP-Run-Month.
006170     Perform 1055-Load-Run-Control Thru 1055-Exit.
006180     If RC-Raise-Started
006190         Display 'RAISE RUN IN PROGRESS FOR PERIOD '
006200                 RC-Period-ID ' - SUPPLEMENTAL RUN REFUSED'
006210         Move 8 To Return-Code
006220         Stop Run
006230     End-If.
006240     If RC-Supp-Started
006250         Display 'SUPPLEMENTAL RUN LEFT STARTED FOR PERIOD '
006260                 RC-Period-ID ' - RESTORE FILES AND RESET STEP'
006270         Move 8 To Return-Code
006280         Stop Run
006290     End-If.
006300     If RC-Supp-Posted And RC-Supp-Date = SP-Run-Date-Num
006310         Display 'SUPPLEMENTAL RUN ALREADY POSTED TODAY - '
006320                 'RUN REFUSED'
006330         Move 8 To Return-Code
006340         Stop Run
006350     End-If.
006351     If RC-Supp-Posted
006352         And RC-Remit-Supp-Date Not = RC-Supp-Date
006353         Display 'SUPPLEMENTAL RUN OF ' RC-Supp-Date
006354                 ' NOT YET REMITTED - RUN REFUSED'
006355         Move 8 To Return-Code
006356         Stop Run
006357     End-If.
006360     Set RC-Supp-Started To True.
006370     Move SP-Run-Date-Num To RC-Supp-Date.
006380     Perform 1060-Write-Run-Control Thru 1060-Exit.
006390 1050-Exit.
006400     Exit.
006410
006420 1055-Load-Run-Control.
006430     Open Input RunControlFile.
006440     If WS-File-Status = 00
006450         Read RunControlFile
006460             At End
006470                 Perform 1058-Init-Run-Control Thru 1058-Exit
006480         End-Read
006490         Close RunControlFile
006500         If RC-Period-ID Not = SP-Period-ID
006505             Perform 1057-Verify-Remitted Thru 1057-Exit
006510             Perform 1058-Init-Run-Control Thru 1058-Exit
006520         End-If
006530     Else
006540         Perform 1058-Init-Run-Control Thru 1058-Exit
006550     End-If.
006560 1055-Exit.
006570     Exit.
006580
006581*-----------------------------------------------------------------
006582*  1057-VERIFY-REMITTED -- opening a new period starts the run
006583*  control record over and loses the run dates the remittance
006584*  program pays from.  A posted raise or supplemental run that
006585*  has not been remitted holds the old period open.
006586*-----------------------------------------------------------------
006587 1057-Verify-Remitted.
006588     If RC-Raise-Posted
006589         And RC-Remit-Raise-Date Not = RC-Raise-Date
006590         Display 'RAISE RUN FOR PERIOD ' RC-Period-ID
006591                 ' NOT YET REMITTED - SUPPLEMENTAL RUN REFUSED'
006592         Move 8 To Return-Code
006593         Stop Run
006594     End-If.
006595     If RC-Supp-Posted
006596         And RC-Remit-Supp-Date Not = RC-Supp-Date
006597         Display 'SUPPLEMENTAL RUN FOR PERIOD ' RC-Period-ID
006598                 ' NOT YET REMITTED - SUPPLEMENTAL RUN REFUSED'
006599         Move 8 To Return-Code
006600         Stop Run
006601     End-If.
006602 1057-Exit.
006603     Exit.
006604
006605 1058-Init-Run-Control.
006606     Initialize Run-Control-Record.
006610     Move SP-Period-ID To RC-Period-ID.
006620     Move 'N' To RC-Raise-Status.
006630     Move 'N' To RC-Balance-Status.
006640     Move 'N' To RC-Returns-Status.
006650     Move 'N' To RC-YearEnd-Status.
006660     Move 'N' To RC-Supp-Status.
006665     Move 'N' To RC-Integrity-Status.
006670 1058-Exit.
006680     Exit.
006690
006700 1060-Write-Run-Control.
006710     Open Output RunControlFile.
006720     Perform 9800-File-Validation Thru 9800-Exit.
006730     Write Run-Control-Record.
006740     Close RunControlFile.
006750 1060-Exit.
006760     Exit.
006770
006780 1100-Load-Departments.
006790     Open Input DeptFile.
006800     If WS-File-Status Not = 00
006810         Go To 1100-Exit
006820     End-If.
006830     Move 'Y' To More-Dept-Records.
006840     Perform 1110-Load-Dept-Entry Thru 1110-Exit
006850         Until No-More-Dept-Records.
006860     Close DeptFile.
006870 1100-Exit.
006880     Exit.
006890
006900 1110-Load-Dept-Entry.
006910     Read DeptFile Next Record
006920         At End
006930             Set No-More-Dept-Records To True
006940             Go To 1110-Exit
006950     End-Read.
006960     If SP-DM-Count < 50
006970         Add 1 To SP-DM-Count
006980         Move Dept-Code            To SP-DM-Code (SP-DM-Count)
006990         Move Dept-Salary-Account  To SP-DM-Sal-Acct (SP-DM-Count)
007000         Move Dept-FICA-Account To SP-DM-FICA-Acct (SP-DM-Count)
007010         Move Dept-State-Account   To SP-DM-Sta-Acct (SP-DM-Count)
007020         Move Dept-Federal-Account To SP-DM-Fed-Acct (SP-DM-Count)
007030         Move Dept-Tax-Expense-Account
007040             To SP-DM-Tax-Acct (SP-DM-Count)
007050         Move Dept-FUTA-Account
007060             To SP-DM-FUTA-Acct (SP-DM-Count)
007070         Move Dept-SUTA-Account
007080             To SP-DM-SUTA-Acct (SP-DM-Count)
007090     Else
007100         Display 'DEPARTMENT TABLE FULL - ' Dept-Code
007110                 ' NOT LOADED'
007120     End-If.
007130 1110-Exit.
007140     Exit.
007150
007160*-----------------------------------------------------------------
007170*  2000-PROCESS-EARNINGS -- one payment at a time.  An employee
007180*  with two payments in the file (a bonus and a retro, say) is
007190*  paid twice, each payment on its own.
007200*-----------------------------------------------------------------
007210 2000-Process-Earnings.
007220     Read SuppEarningsFile
007230         At End
007240             Set No-More-Earnings To True
007250             Go To 2000-Exit
007260     End-Read.
007270     Add 1 To SP-Records-Read.
007280     Perform 2100-Edit-Earnings-Record Thru 2100-Exit.
007290     If SP-Record-Invalid
007300         Perform 4600-Write-Reject Thru 4600-Exit
007310         Go To 2000-Exit
007320     End-If.
007330     Perform 3000-Compute-Withholding Thru 3000-Exit.
007340     Perform 3500-Compute-Deductions Thru 3500-Exit.
007350     Perform 3700-Update-YTD-Master Thru 3700-Exit.
007352     Perform 3600-Post-Garnishment-Balance Thru 3600-Exit
007354         Varying SP-EDed-Sub From 1 By 1
007356         Until SP-EDed-Sub > SP-EDed-Count.
007360     Perform 4400-Pay-Supplemental Thru 4400-Exit.
007370     Perform 3800-Write-Change-History Thru 3800-Exit.
007380     Perform 4300-Write-Audit-Record Thru 4300-Exit.
007390     Perform 4200-Write-Register-Line Thru 4200-Exit.
007400     Perform 4700-Roll-Department-Totals Thru 4700-Exit.
007410     Add SP-Gross          To SP-Total-Gross.
007420     Add SP-FICA           To SP-Total-FICA.
007430     Add SP-State-Tax      To SP-Total-State.
007440     Add SP-Federal-Tax    To SP-Total-Federal.
007450     Add SP-Ded-Total      To SP-Total-Ded.
007460     Add SP-Net-Pay        To SP-Total-Net.
007470     Add SP-Employer-FICA  To SP-Total-ER-FICA.
007480     Add SP-FUTA-Amount    To SP-Total-FUTA.
007490     Add SP-SUTA-Amount    To SP-Total-SUTA.
007500 2000-Exit.
007510     Exit.
007520
007530*-----------------------------------------------------------------
007540*  2100-EDIT-EARNINGS-RECORD -- a known earnings type, a positive
007550*  amount, an effective period that is a real month no later
007560*  than this one, and an employee on the master.
007570*-----------------------------------------------------------------
007580 2100-Edit-Earnings-Record.
007590     Set SP-Record-Valid To True.
007600     Move Spaces To SP-Reject-Reason.
007610     If Not (SUP-Bonus Or SUP-Retro Or SUP-Commission)
007620         Move 'EARNINGS TYPE MUST BE BN, RT OR CM'
007630             To SP-Reject-Reason
007640         Go To 2100-Invalid
007650     End-If.
007660     If SUP-Amount-X Not Numeric
007670         Move 'AMOUNT NOT NUMERIC' To SP-Reject-Reason
007680         Go To 2100-Invalid
007690     End-If.
007700     If SUP-Amount Not > Zero
007710         Move 'AMOUNT MUST BE ABOVE ZERO' To SP-Reject-Reason
007720         Go To 2100-Invalid
007730     End-If.
007740     If SUP-Period-X Not Numeric
007750         Or SUP-Period-Month < 1 Or SUP-Period-Month > 12
007760         Move 'EFFECTIVE PERIOD MUST BE YYYYMM'
007770             To SP-Reject-Reason
007780         Go To 2100-Invalid
007790     End-If.
007800     If SUP-Period-Num > SP-Period-ID
007810         Move 'EFFECTIVE PERIOD IS LATER THAN THIS PERIOD'
007820             To SP-Reject-Reason
007830         Go To 2100-Invalid
007840     End-If.
007850     Move SUP-Employee-ID To Employee-ID.
007860     Read EmployeeFile
007870         Invalid Key
007880             Move 'EMPLOYEE NOT ON MASTER' To SP-Reject-Reason
007890             Go To 2100-Invalid
007900     End-Read.
007910     Go To 2100-Exit.
007920 2100-Invalid.
007930     Set SP-Record-Invalid To True.
007940 2100-Exit.
007950     Exit.
007960
007970*-----------------------------------------------------------------
007980*  3000-COMPUTE-WITHHOLDING -- flat rates on the whole payment.
007990*  The regular tax tables are not used: a bonus run through them
008000*  would be withheld as if it were paid every period.
008010*-----------------------------------------------------------------
008020 3000-Compute-Withholding.
008030     Move SUP-Amount To SP-Gross.
008040     Compute SP-FICA Rounded = SP-Gross * SP-FICA-Rate.
008050     Compute SP-State-Tax Rounded = SP-Gross * SP-Supp-State-Rate.
008060     Compute SP-Federal-Tax Rounded =
008070         SP-Gross * SP-Supp-Fed-Rate.
008080 3000-Exit.
008090     Exit.
008100
008110*-----------------------------------------------------------------
008120*  3500-COMPUTE-DEDUCTIONS -- net starts as the payment less the
008130*  withholding.  Only the employee's deductions flagged for
008140*  supplemental pay come off, lowest priority number first: a
008150*  flat deduction takes its amount, a percent deduction its
008160*  percent of this payment, a garnishment is capped at its limit
008170*  percent of disposable pay, and nothing drives net below zero.
008180*-----------------------------------------------------------------
008190 3500-Compute-Deductions.
008200     Move Zero To SP-Ded-Total.
008210     Compute SP-Net-Pay =
008220         SP-Gross - SP-FICA - SP-State-Tax - SP-Federal-Tax.
008230     If SP-Net-Pay < Zero
008240         Move Zero To SP-Net-Pay
008250     End-If.
008260     Move SP-Net-Pay To SP-Disposable-Pay.
008270     Move Zero To SP-EDed-Count.
008280     If Not SP-Ded-File-Open
008290         Go To 3500-Exit
008300     End-If.
008310     Move Employee-ID To Ded-Employee-ID.
008320     Move Low-Values  To Ded-Code.
008330     Start DeductFile Key Not < Ded-Key
008340         Invalid Key
008350             Go To 3500-Exit
008360     End-Start.
008370     Move 'Y' To More-Deduction-Records.
008380     Perform 3510-Load-Deduction-Entry Thru 3510-Exit
008390         Until No-More-Deduction-Records.
008400     Perform 3520-Take-Next-Deduction Thru 3520-Exit
008410         SP-EDed-Count Times.
008420 3500-Exit.
008430     Exit.
008440
008450 3510-Load-Deduction-Entry.
008460     Read DeductFile Next Record
008470         At End
008480             Set No-More-Deduction-Records To True
008490             Go To 3510-Exit
008500     End-Read.
008510     If Ded-Employee-ID Not = Employee-ID
008520         Set No-More-Deduction-Records To True
008530         Go To 3510-Exit
008540     End-If.
008550     If Not Ded-Take-On-Supplemental
008560         Go To 3510-Exit
008570     End-If.
008571*    A garnishment whose balance is paid off is satisfied:
008572*    nothing more is taken for it.
008573     If Ded-Garnishment And Ded-Total-Owed > Zero
008574         And Ded-Balance = Zero
008575         Go To 3510-Exit
008576     End-If.
008580     If SP-EDed-Count < 20
008590         Add 1 To SP-EDed-Count
008600         Move Ded-Code        To SP-EDed-Code (SP-EDed-Count)
008610         Move Ded-Description To SP-EDed-Desc (SP-EDed-Count)
008620         Move Ded-Method      To SP-EDed-Method (SP-EDed-Count)
008630         Move Ded-Amount      To SP-EDed-Amt (SP-EDed-Count)
008640         Move Ded-Percent     To SP-EDed-Pct (SP-EDed-Count)
008650         Move Ded-Priority    To SP-EDed-Prty (SP-EDed-Count)
008660         Move Ded-Garnish-Flag
008670             To SP-EDed-Garn (SP-EDed-Count)
008680         Move Ded-Garnish-Limit-Pct
008690             To SP-EDed-Lim (SP-EDed-Count)
008700         Move Ded-GL-Account  To SP-EDed-Acct (SP-EDed-Count)
008710         Move 'N' To SP-EDed-Done (SP-EDed-Count)
008720         Move Zero To SP-EDed-Took (SP-EDed-Count)
008721         Move 'N'  To SP-EDed-Track (SP-EDed-Count)
008722         Move Zero To SP-EDed-Bal (SP-EDed-Count)
008723         If Ded-Garnishment And Ded-Total-Owed > Zero
008724             Move 'Y' To SP-EDed-Track (SP-EDed-Count)
008725             Move Ded-Balance To SP-EDed-Bal (SP-EDed-Count)
008726         End-If
008730     Else
008740         Display 'DEDUCTION TABLE FULL - ' Employee-ID
008750     End-If.
008760 3510-Exit.
008770     Exit.
008780
008790 3520-Take-Next-Deduction.
008800     Move Zero To SP-EDed-Best.
008810     Perform 3530-Pick-Pending-Entry Thru 3530-Exit
008820         Varying SP-EDed-Sub From 1 By 1
008830         Until SP-EDed-Sub > SP-EDed-Count.
008840     If SP-EDed-Best = Zero
008850         Go To 3520-Exit
008860     End-If.
008870     If SP-EDed-Is-Flat (SP-EDed-Best)
008880         Move SP-EDed-Amt (SP-EDed-Best) To SP-EDed-Amount
008890     Else
008900         Compute SP-EDed-Amount Rounded =
008910             SP-Gross * SP-EDed-Pct (SP-EDed-Best)
008920     End-If.
008930     If SP-EDed-Is-Garn (SP-EDed-Best)
008940         Compute SP-EDed-Limit Rounded =
008950             SP-Disposable-Pay * SP-EDed-Lim (SP-EDed-Best)
008960         If SP-EDed-Amount > SP-EDed-Limit
008970             Move SP-EDed-Limit To SP-EDed-Amount
008980         End-If
008990     End-If.
008992     If SP-EDed-Has-Balance (SP-EDed-Best)
008994         And SP-EDed-Amount > SP-EDed-Bal (SP-EDed-Best)
008996         Move SP-EDed-Bal (SP-EDed-Best) To SP-EDed-Amount
008998     End-If.
009000     If SP-EDed-Amount > SP-Net-Pay
009010         Move SP-Net-Pay To SP-EDed-Amount
009020     End-If.
009030     Subtract SP-EDed-Amount From SP-Net-Pay.
009040     Add SP-EDed-Amount To SP-Ded-Total.
009050     Set SP-EDed-Taken (SP-EDed-Best) To True.
009060     Move SP-EDed-Amount To SP-EDed-Took (SP-EDed-Best).
009070     Perform 3540-Roll-Deduction-Code Thru 3540-Exit.
009080 3520-Exit.
009090     Exit.
009100
009110 3530-Pick-Pending-Entry.
009120     If Not SP-EDed-Taken (SP-EDed-Sub)
009130         If SP-EDed-Best = Zero
009140             Move SP-EDed-Sub To SP-EDed-Best
009150         Else
009160             If SP-EDed-Prty (SP-EDed-Sub) <
009170                SP-EDed-Prty (SP-EDed-Best)
009180                 Move SP-EDed-Sub To SP-EDed-Best
009190             End-If
009200         End-If
009210     End-If.
009220 3530-Exit.
009230     Exit.
009240
009250 3540-Roll-Deduction-Code.
009260     Move Zero To SP-DC-Found-Sub.
009270     Perform 3545-Match-Deduction-Code Thru 3545-Exit
009280         Varying SP-DC-Sub From 1 By 1
009290         Until SP-DC-Sub > SP-DC-Count.
009300     If SP-DC-Found-Sub = Zero
009310         If SP-DC-Count < 20
009320             Add 1 To SP-DC-Count
009330             Move SP-DC-Count To SP-DC-Found-Sub
009340             Initialize SP-DC-Entry (SP-DC-Found-Sub)
009350             Move SP-EDed-Code (SP-EDed-Best)
009360                 To SP-DC-Code (SP-DC-Found-Sub)
009370             Move SP-EDed-Desc (SP-EDed-Best)
009380                 To SP-DC-Desc (SP-DC-Found-Sub)
009390             Move SP-EDed-Acct (SP-EDed-Best)
009400                 To SP-DC-Acct (SP-DC-Found-Sub)
009410         Else
009420             Display 'DEDUCTION CODE TABLE FULL - '
009430                     SP-EDed-Code (SP-EDed-Best)
009440             Move SP-DC-Count To SP-DC-Found-Sub
009450         End-If
009460     End-If.
009470     Add SP-EDed-Amount To SP-DC-Amount (SP-DC-Found-Sub).
009480 3540-Exit.
009490     Exit.
009500
009510 3545-Match-Deduction-Code.
009520     If SP-DC-Code (SP-DC-Sub) = SP-EDed-Code (SP-EDed-Best)
009530         Move SP-DC-Sub To SP-DC-Found-Sub
009540     End-If.
009550 3545-Exit.
009560     Exit.
009561
009562*-----------------------------------------------------------------
009563*  3600-POST-GARNISHMENT-BALANCE -- a garnishment with a total
009564*  owed comes down by what 3520 took, and the day the balance
009565*  reaches zero is stamped as the day the order was satisfied.
009566*  The raise run's last-taken amount and date are left alone;
009567*  the manual check run pays against the raise run only.
009568*-----------------------------------------------------------------
009569 3600-Post-Garnishment-Balance.
009570     If Not SP-EDed-Has-Balance (SP-EDed-Sub)
009571         Go To 3600-Exit
009572     End-If.
009573     Move Employee-ID To Ded-Employee-ID.
009574     Move SP-EDed-Code (SP-EDed-Sub) To Ded-Code.
009575     Read DeductFile
009576         Invalid Key
009577             Display 'GARNISHMENT NOT ON FILE TO POST - '
009578                     Employee-ID ' ' SP-EDed-Code (SP-EDed-Sub)
009579             Go To 3600-Exit
009580     End-Read.
009581     If SP-EDed-Took (SP-EDed-Sub) < Ded-Balance
009582         Subtract SP-EDed-Took (SP-EDed-Sub) From Ded-Balance
009583     Else
009584         Move Zero To Ded-Balance
009585     End-If.
009586     If Ded-Balance = Zero
009587         Move SP-Run-Date-Num To Ded-Satisfied-Date
009588         Display 'GARNISHMENT SATISFIED - ' Employee-ID ' '
009589                 Ded-Code ' CASE ' Ded-Case-Number
009590     End-If.
009591     Rewrite Deduction-Record.
009592     Perform 9800-File-Validation Thru 9800-Exit.
009593 3600-Exit.
009594     Exit.
009595
009596*-----------------------------------------------------------------
009597*  3700-UPDATE-YTD-MASTER -- the payment posts to the year and
009600*  quarter of the date it is paid, whatever period it was earned
009610*  in.  A new employee or a new year starts a fresh record; the
009620*  closing figures of the old year go to the history file first,
009630*  exactly as in the raise run.  The employer taxes are figured
009640*  here, once the record shows what was earned before this
009650*  payment.
009660*-----------------------------------------------------------------
009670 3700-Update-YTD-Master.
009680     Move Employee-ID To YTD-Employee-ID.
009690     Read YTDFile
009700         Invalid Key
009710             Move 'N' To SP-YTD-Exists-Sw
009720         Not Invalid Key
009730             Move 'Y' To SP-YTD-Exists-Sw
009740     End-Read.
009750     If SP-YTD-Missing
009760         Perform 3710-Start-YTD-Record Thru 3710-Exit
009770     Else
009780         If YTD-Year Not = SP-Run-Year
009790             Perform 3705-Archive-YTD-Record Thru 3705-Exit
009800             Perform 3710-Start-YTD-Record Thru 3710-Exit
009810         End-If
009820     End-If.
009830     Move YTD-Gross To SP-Prior-Gross.
009840     Perform 3720-Compute-Employer-Taxes Thru 3720-Exit.
009850     Move In-Employee-Name To YTD-Employee-Name.
009860     Move Department-Code  To YTD-Department.
009870     Add SP-Gross          To YTD-Gross.
009880     Add SP-FICA           To YTD-FICA.
009890     Add SP-State-Tax      To YTD-State.
009900     Add SP-Federal-Tax    To YTD-Federal.
009910     Add SP-Ded-Total      To YTD-Deductions.
009920     Add SP-Employer-FICA  To YTD-Employer-FICA.
009930     Add SP-FUTA-Amount    To YTD-FUTA.
009940     Add SP-SUTA-Amount    To YTD-SUTA.
009950     Perform 3730-Post-Quarter-Buckets Thru 3730-Exit.
009960     If SP-YTD-Exists
009970         Rewrite YTD-Record
009980     Else
009990         Write YTD-Record
010000     End-If.
010010     Perform 9800-File-Validation Thru 9800-Exit.
010020 3700-Exit.
010030     Exit.
010040
010050 3705-Archive-YTD-Record.
010060     Move YTD-Employee-ID   To YTH-Employee-ID.
010070     Move YTD-Year          To YTH-Year.
010080     Move YTD-Employee-Name To YTH-Employee-Name.
010090     Move YTD-Department    To YTH-Department.
010100     Move YTD-Gross         To YTH-Gross.
010110     Move YTD-FICA          To YTH-FICA.
010120     Move YTD-State         To YTH-State.
010130     Move YTD-Federal       To YTH-Federal.
010140     Move YTD-Deductions    To YTH-Deductions.
010150     Move YTD-Employer-FICA To YTH-Employer-FICA.
010160     Move YTD-FUTA          To YTH-FUTA.
010170     Move YTD-SUTA          To YTH-SUTA.
010180     Move YTD-Quarter-Table To YTH-Quarter-Table.
010190     Write YTD-History-Record
010200         Invalid Key
010210             Rewrite YTD-History-Record
010220             Perform 9800-File-Validation Thru 9800-Exit
010230     End-Write.
010240 3705-Exit.
010250     Exit.
010260
010270 3710-Start-YTD-Record.
010280     Initialize YTD-Record.
010290     Move Employee-ID To YTD-Employee-ID.
010300     Move SP-Run-Year To YTD-Year.
010310 3710-Exit.
010320     Exit.
010330
010340*-----------------------------------------------------------------
010350*  3720-COMPUTE-EMPLOYER-TAXES -- the company's share, each tax
010360*  only on the part of the payment still under its wage base
010370*  (3725).  The medicare part of the FICA match has no base.
010380*-----------------------------------------------------------------
010390 3720-Compute-Employer-Taxes.
010400     Move SP-ER-SS-Wage-Base To SP-ER-Wage-Base.
010410     Perform 3725-Figure-Taxable-Wages Thru 3725-Exit.
010420     Compute SP-Employer-FICA Rounded =
010430         (SP-ER-Taxable * SP-ER-SS-Rate) +
010440         (SP-Gross * SP-ER-Medicare-Rate).
010450     Move SP-FUTA-Wage-Base To SP-ER-Wage-Base.
010460     Perform 3725-Figure-Taxable-Wages Thru 3725-Exit.
010470     Compute SP-FUTA-Amount Rounded =
010480         SP-ER-Taxable * SP-FUTA-Rate.
010490     Move SP-SUTA-Wage-Base To SP-ER-Wage-Base.
010500     Perform 3725-Figure-Taxable-Wages Thru 3725-Exit.
010510     Compute SP-SUTA-Amount Rounded =
010520         SP-ER-Taxable * SP-SUTA-Rate.
010530 3720-Exit.
010540     Exit.
010550
010560 3725-Figure-Taxable-Wages.
010570     If SP-Prior-Gross Not < SP-ER-Wage-Base
010580         Move Zero To SP-ER-Taxable
010590         Go To 3725-Exit
010600     End-If.
010610     Compute SP-ER-Taxable = SP-ER-Wage-Base - SP-Prior-Gross.
010620     If SP-ER-Taxable > SP-Gross
010630         Move SP-Gross To SP-ER-Taxable
010640     End-If.
010650 3725-Exit.
010660     Exit.
010670
010680 3730-Post-Quarter-Buckets.
010690     Compute SP-Qtr-Sub = (SP-Run-Month + 2) / 3.
010700     Compute SP-Qtr-Month-Sub =
010710         SP-Run-Month - ((SP-Qtr-Sub - 1) * 3).
010720     Add SP-Gross         To YTD-Qtr-Wages   (SP-Qtr-Sub).
010730     Add SP-FICA          To YTD-Qtr-FICA    (SP-Qtr-Sub).
010740     Add SP-State-Tax     To YTD-Qtr-State   (SP-Qtr-Sub).
010750     Add SP-Federal-Tax   To YTD-Qtr-Federal (SP-Qtr-Sub).
010760     Add SP-Employer-FICA To YTD-Qtr-ER-FICA (SP-Qtr-Sub).
010770     Compute SP-Month-Liability Rounded =
010780         SP-FICA + SP-Employer-FICA + SP-Federal-Tax.
010790     Add SP-Month-Liability
010800         To YTD-Qtr-Month-Liab (SP-Qtr-Sub, SP-Qtr-Month-Sub).
010810 3730-Exit.
010820     Exit.
010830
010840*-----------------------------------------------------------------
010850*  3800-WRITE-CHANGE-HISTORY -- one history record per payment so
010860*  the employee's history shows it beside the raise postings.
010870*  The master itself is not changed, so the before and after
010880*  images are the same.  The sequence walks forward past
010890*  records already written for the employee today.
010900*-----------------------------------------------------------------
010910 3800-Write-Change-History.
010920     Move Employee-ID     To Chg-Employee-ID.
010930     Move SP-Run-Date-Num To Chg-Date.
010940     Move 'SUPPLEMENTAL'  To Chg-Program.
010950     Move 'SUPPLMNT'      To Chg-Action.
010960     Move Employee-Record To Chg-Before-Image.
010970     Move Employee-Record To Chg-After-Image.
010980     Move 'N' To SP-Chg-Written-Sw.
010990     Move 1 To Chg-Seq.
011000     Perform 3810-Write-History-Try Thru 3810-Exit
011010         Until SP-Chg-Written Or Chg-Seq > 999.
011020 3800-Exit.
011030     Exit.
011040
011050 3810-Write-History-Try.
011060     Write Change-History-Record
011070         Invalid Key
011080             Add 1 To Chg-Seq
011090         Not Invalid Key
011100             Set SP-Chg-Written To True
011110     End-Write.
011120 3810-Exit.
011130     Exit.
011140
011150*-----------------------------------------------------------------
011160*  4200-WRITE-REGISTER-LINE -- one line per payment, with how it
011170*  was paid.
011180*-----------------------------------------------------------------
011190 4200-Write-Register-Line.
011200     Move Spaces To SP-Detail-Line.
011210     Move Employee-ID      To SPD-Employee-ID.
011220     Move In-Employee-Name To SPD-Name.
011230     Move Department-Code  To SPD-Department.
011240     Move SUP-Earnings-Type To SPD-Type.
011250     Move SUP-Period-X     To SPD-Period.
011260     Move SP-Gross         To SPD-Gross.
011270     Move SP-FICA          To SPD-FICA.
011280     Move SP-State-Tax     To SPD-State.
011290     Move SP-Federal-Tax   To SPD-Federal.
011300     Move SP-Ded-Total     To SPD-Ded.
011310     Move SP-Net-Pay       To SPD-Net.
011320     Move SP-Pay-Note      To SPD-Note.
011330     Move SP-Detail-Line   To Supp-Register-Record.
011340     Write Supp-Register-Record.
011350 4200-Exit.
011360     Exit.
011370
011380 4300-Write-Audit-Record.
011390     Initialize Supp-Audit-Record.
011400     Move Employee-ID       To SPA-Employee-ID.
011410     Move In-Employee-Name  To SPA-Employee-Name.
011420     Move Department-Code   To SPA-Department.
011430     Move SUP-Earnings-Type To SPA-Earnings-Type.
011440     Move SUP-Period-Num    To SPA-Period.
011450     Move SP-Run-Date-Num   To SPA-Run-Date-Num.
011460     Move SP-Gross          To SPA-Gross.
011470     Move SP-FICA           To SPA-FICA.
011480     Move SP-State-Tax      To SPA-State-Tax.
011490     Move SP-Federal-Tax    To SPA-Federal-Tax.
011500     Move SP-Ded-Total      To SPA-Ded-Total.
011510     Move SP-Net-Pay        To SPA-Net-Pay.
011520     Move SP-Employer-FICA  To SPA-Employer-FICA.
011530     Move SP-FUTA-Amount    To SPA-FUTA-Amount.
011540     Move SP-SUTA-Amount    To SPA-SUTA-Amount.
011550     Move SP-Pay-Path       To SPA-Pay-Path.
011560     Move Zero              To SPA-Ded-Count.
011570     Perform 4310-Move-Audit-Deduction Thru 4310-Exit
011580         Varying SP-EDed-Sub From 1 By 1
011590         Until SP-EDed-Sub > SP-EDed-Count.
011600     Write Supp-Audit-Record.
011610 4300-Exit.
011620     Exit.
011630
011640 4310-Move-Audit-Deduction.
011650     If SP-EDed-Took (SP-EDed-Sub) = Zero
011660         Go To 4310-Exit
011670     End-If.
011680     Add 1 To SPA-Ded-Count.
011690     Move SP-EDed-Code (SP-EDed-Sub)
011700         To SPA-Ded-Code (SPA-Ded-Count).
011710     Move SP-EDed-Acct (SP-EDed-Sub)
011720         To SPA-Ded-Acct (SPA-Ded-Count).
011730     Move SP-EDed-Took (SP-EDed-Sub)
011740         To SPA-Ded-Amount (SPA-Ded-Count).
011750 4310-Exit.
011760     Exit.
011770
011780*-----------------------------------------------------------------
011790*  4400-PAY-SUPPLEMENTAL -- the whole net goes in one entry.  An
011800*  employee who splits pay across the account file is paid to
011810*  the usable remainder account (the fixed and percent splits
011820*  are for regular pay); anyone else is paid to the account on
011830*  the master.  A terminated employee, a held deposit, a prenote
011840*  not yet verified, or no usable account means a manual check:
011850*  the payment is listed on the register for payroll to cut.
011860*  This run never changes a deposit or account status; the
011870*  raise run and the bank returns program own those.
011880*-----------------------------------------------------------------
011890 4400-Pay-Supplemental.
011900     Set SP-Paid-By-Check To True.
011910     Move Spaces To SP-Pay-Note.
011920     If SP-Net-Pay Not > Zero
011930         Set SP-Not-Paid To True
011940         Move 'NO NET PAY' To SP-Pay-Note
011950         Add 1 To SP-No-Net-Count
011960         Go To 4400-Exit
011970     End-If.
011980     If Employee-Terminated
011990         Move 'CHECK-TERMINATED' To SP-Pay-Note
012000         Go To 4400-Check
012010     End-If.
012020     If Deposit-Held
012030         Move 'CHECK-HELD' To SP-Pay-Note
012040         Go To 4400-Check
012050     End-If.
012060     If SP-Acct-File-Open
012070         Perform 4405-Find-Remainder-Account Thru 4405-Exit
012080         If SP-Acct-Any
012090             If SP-Rem-Found
012100                 Move SP-Rem-Routing To SDR-Routing-Number
012110                 Move SP-Rem-Account To SDR-Account-Number
012120                 Move 'DEPOSIT-SPLIT' To SP-Pay-Note
012130                 Perform 4410-Write-Deposit-Entry Thru 4410-Exit
012140                 Go To 4400-Exit
012150             End-If
012160             Move 'CHECK-NO ACCOUNT' To SP-Pay-Note
012170             Go To 4400-Check
012180         End-If
012190     End-If.
012200     If Deposit-Prenote
012210         And (Prenote-Date = Zero
012220              Or Prenote-Date Not < SP-Run-Date-Num)
012230         Move 'CHECK-PRENOTE' To SP-Pay-Note
012240         Go To 4400-Check
012250     End-If.
012260     If Bank-Routing-Number = Spaces
012270         Or Bank-Account-Number = Spaces
012280         Move 'CHECK-NO ACCOUNT' To SP-Pay-Note
012290         Go To 4400-Check
012300     End-If.
012310     Move Bank-Routing-Number To SDR-Routing-Number.
012320     Move Bank-Account-Number To SDR-Account-Number.
012330     Move 'DEPOSIT' To SP-Pay-Note.
012340     Perform 4410-Write-Deposit-Entry Thru 4410-Exit.
012350     Go To 4400-Exit.
012360 4400-Check.
012370     Add 1 To SP-Check-Count.
012380     Add SP-Net-Pay To SP-Total-Check.
012390 4400-Exit.
012400     Exit.
012410
012420*-----------------------------------------------------------------
012430*  4405-FIND-REMAINDER-ACCOUNT -- read the employee's account
012440*  records for the first remainder account that is active, or
012450*  whose prenote went out on an earlier run.
012460*-----------------------------------------------------------------
012470 4405-Find-Remainder-Account.
012480     Move 'N' To SP-Acct-Any-Sw.
012490     Move 'N' To SP-Rem-Found-Sw.
012500     Move Employee-ID To Acct-Employee-ID.
012510     Move Zero To Acct-Seq.
012520     Start AccountFile Key Not < Acct-Key
012530         Invalid Key
012540             Go To 4405-Exit
012550     End-Start.
012560     Move 'Y' To More-Account-Records.
012570     Perform 4406-Check-Account-Entry Thru 4406-Exit
012580         Until No-More-Account-Records.
012590 4405-Exit.
012600     Exit.
012610
012620 4406-Check-Account-Entry.
012630     Read AccountFile Next Record
012640         At End
012650             Set No-More-Account-Records To True
012660             Go To 4406-Exit
012670     End-Read.
012680     If Acct-Employee-ID Not = Employee-ID
012690         Set No-More-Account-Records To True
012700         Go To 4406-Exit
012710     End-If.
012720     Set SP-Acct-Any To True.
012730     If SP-Rem-Found Or Not Acct-Remainder
012740         Go To 4406-Exit
012750     End-If.
012760     If Acct-Active
012770         Or (Acct-Prenote And Acct-Prenote-Date > Zero
012780             And Acct-Prenote-Date < SP-Run-Date-Num)
012790         Set SP-Rem-Found To True
012800         Move Acct-Routing-Number To SP-Rem-Routing
012810         Move Acct-Account-Number To SP-Rem-Account
012820     End-If.
012830 4406-Exit.
012840     Exit.
012850
012860*-----------------------------------------------------------------
012870*  4410-WRITE-DEPOSIT-ENTRY -- the caller has already moved the
012880*  routing and account number into the entry.
012890*-----------------------------------------------------------------
012900 4410-Write-Deposit-Entry.
012910     Move '6'              To SDR-Record-Type.
012920     Move '22'             To SDR-Transaction-Code.
012930     Move Employee-ID      To SDR-Employee-ID.
012940     Move In-Employee-Name To SDR-Employee-Name.
012950     Compute SDR-Amount = SP-Net-Pay.
012960     Write Supp-Deposit-Record.
012970     Add SDR-Amount To SP-ACH-Credit-Total.
012980     Perform 4470-Roll-ACH-Entry-Totals Thru 4470-Exit.
012990     Set SP-Paid-By-Deposit To True.
013000     Add 1 To SP-Deposit-Count.
013010     Add SP-Net-Pay To SP-Total-Deposit.
013020     Move Spaces To Supp-Deposit-Record.
013030 4410-Exit.
013040     Exit.
013050
013060*-----------------------------------------------------------------
013070*  4450-WRITE-ACH-FILE-HEADER -- the '1' file header and the '5'
013080*  batch header.  The entry description is what the employee
013090*  sees on the bank statement.
013100*-----------------------------------------------------------------
013110 4450-Write-ACH-File-Header.
013120     Move Spaces To Supp-File-Header-Record.
013130     Move '1'  To SFH-Record-Type.
013140     Move '01' To SFH-Priority-Code.
013150     Move SP-ACH-Dest-Routing To SFH-Dest-RTN.
013160     Move SP-ACH-Origin-ID    To SFH-Origin-ID.
013170     Move SP-Run-Date-Num     To SFH-File-Date.
013180     Move SP-ACH-Dest-Name    To SFH-Dest-Name.
013190     Move SP-ACH-Company-Name To SFH-Origin-Name.
013200     Write Supp-File-Header-Record.
013210     Move Spaces To Supp-Batch-Header-Record.
013220     Move '5'   To SBH-Record-Type.
013230     Move '220' To SBH-Service-Class.
013240     Move SP-ACH-Company-Name To SBH-Company-Name.
013250     Move SP-ACH-Company-ID   To SBH-Company-ID.
013260     Move 'PPD' To SBH-Entry-Class.
013270     Move SP-ACH-Entry-Desc   To SBH-Entry-Desc.
013280     Move SP-Run-Date-Num     To SBH-Effective-Date.
013290     Write Supp-Batch-Header-Record.
013300     Move Spaces To Supp-Deposit-Record.
013310 4450-Exit.
013320     Exit.
013330
013340 4470-Roll-ACH-Entry-Totals.
013350     Add 1 To SP-ACH-Entry-Count.
013360     Move SDR-Routing-Number To SP-ACH-Routing-Work.
013370     If SP-ACH-Routing-Pfx Numeric
013380         Add SP-ACH-Routing-Pfx To SP-ACH-Entry-Hash
013390     End-If.
013400 4470-Exit.
013410     Exit.
013420
013430*-----------------------------------------------------------------
013440*  4480-WRITE-ACH-TRAILERS -- batch and file control.  CREDITS
013450*  ONLY, SO THE DEBIT TOTAL IS ALWAYS ZERO.
013460*-----------------------------------------------------------------
013470 4480-Write-ACH-Trailers.
013480     Move Spaces To Supp-Batch-Control-Record.
013490     Move '8'   To SBC-Record-Type.
013500     Move '220' To SBC-Service-Class.
013510     Move SP-ACH-Entry-Count  To SBC-Entry-Count.
013520     Move SP-ACH-Entry-Hash   To SBC-Entry-Hash.
013530     Move Zero                To SBC-Debit-Total.
013540     Move SP-ACH-Credit-Total To SBC-Credit-Total.
013550     Move SP-ACH-Company-ID   To SBC-Company-ID.
013560     Write Supp-Batch-Control-Record.
013570     Move Spaces To Supp-File-Control-Record.
013580     Move '9' To SFC-Record-Type.
013590     Move 1   To SFC-Batch-Count.
013600     Move SP-ACH-Entry-Count  To SFC-Entry-Count.
013610     Move SP-ACH-Entry-Hash   To SFC-Entry-Hash.
013620     Move Zero                To SFC-Debit-Total.
013630     Move SP-ACH-Credit-Total To SFC-Credit-Total.
013640     Write Supp-File-Control-Record.
013650 4480-Exit.
013660     Exit.
013670
013680 4600-Write-Reject.
013690     Add 1 To SP-Reject-Count.
013700     Move Spaces To SP-Reject-Line.
013710     Move 'REJECT'          To SPR-Tag.
013720     Move SUP-Employee-ID   To SPR-Employee-ID.
013730     Move SUP-Earnings-Type To SPR-Type.
013740     Move SUP-Amount-X      To SPR-Amount.
013750     Move SUP-Period-X      To SPR-Period.
013760     Move SP-Reject-Reason  To SPR-Reason.
013770     Move SP-Reject-Line    To Supp-Register-Record.
013780     Write Supp-Register-Record.
013790 4600-Exit.
013800     Exit.
013810
013820*-----------------------------------------------------------------
013830*  4700-ROLL-DEPARTMENT-TOTALS -- the payment's figures under the
013840*  employee's department for the GL distribution.
013850*-----------------------------------------------------------------
013860 4700-Roll-Department-Totals.
013870     Move Zero To SP-Dept-Found-Sub.
013880     Perform 4710-Match-Department-Entry Thru 4710-Exit
013890         Varying SP-Dept-Sub From 1 By 1
013900         Until SP-Dept-Sub > SP-Dept-Count.
013910     If SP-Dept-Found-Sub = Zero
013920         If SP-Dept-Count < 50
013930             Add 1 To SP-Dept-Count
013940             Move SP-Dept-Count To SP-Dept-Found-Sub
013950             Initialize SP-Dept-Entry (SP-Dept-Found-Sub)
013960             Move Department-Code
013970                 To SP-Dept-Code (SP-Dept-Found-Sub)
013980         Else
013990             Display 'DEPARTMENT TOTALS TABLE FULL - '
014000                     Department-Code
014010             Move SP-Dept-Count To SP-Dept-Found-Sub
014020         End-If
014030     End-If.
014040     Add SP-Gross         To SP-Dept-Gross (SP-Dept-Found-Sub).
014050     Add SP-FICA          To SP-Dept-FICA (SP-Dept-Found-Sub).
014060     Add SP-State-Tax     To SP-Dept-State (SP-Dept-Found-Sub).
014070     Add SP-Federal-Tax   To SP-Dept-Fed (SP-Dept-Found-Sub).
014080     Add SP-Employer-FICA To SP-Dept-ER-FICA (SP-Dept-Found-Sub).
014090     Add SP-FUTA-Amount   To SP-Dept-ER-FUTA (SP-Dept-Found-Sub).
014100     Add SP-SUTA-Amount   To SP-Dept-ER-SUTA (SP-Dept-Found-Sub).
014110 4700-Exit.
014120     Exit.
014130
014140 4710-Match-Department-Entry.
014150     If SP-Dept-Code (SP-Dept-Sub) = Department-Code
014160         Move SP-Dept-Sub To SP-Dept-Found-Sub
014170     End-If.
014180 4710-Exit.
014190     Exit.
014200
014210*-----------------------------------------------------------------
014220*  7500-WRITE-GL-DISTRIBUTION -- the raise run's layout and
014230*  accounts: supplemental pay is charged to the department's
014240*  salary expense account under its own description, then the
014250*  withholding, the employer taxes and the deduction payables.
014260*-----------------------------------------------------------------
014270 7500-Write-GL-Distribution.
014280     Open Output SuppGLFile.
014290     Perform 9800-File-Validation Thru 9800-Exit.
014300     Perform 7510-Write-GL-Department Thru 7510-Exit
014310         Varying SP-Dept-Sub From 1 By 1
014320         Until SP-Dept-Sub > SP-Dept-Count.
014330     Perform 7530-Write-GL-Deduction Thru 7530-Exit
014340         Varying SP-DC-Sub From 1 By 1
014350         Until SP-DC-Sub > SP-DC-Count.
014360     Close SuppGLFile.
014370 7500-Exit.
014380     Exit.
014390
014400 7510-Write-GL-Department.
014410     Move '610000' To SP-GL-Sal-Acct.
014420     Move '221000' To SP-GL-FICA-Acct.
014430     Move '222000' To SP-GL-State-Acct.
014440     Move '223000' To SP-GL-Fed-Acct.
014450     Move '615000' To SP-GL-Tax-Acct.
014460     Move '224000' To SP-GL-FUTA-Acct.
014470     Move '225000' To SP-GL-SUTA-Acct.
014480     Move Zero To SP-DM-Found-Sub.
014490     Perform 7520-Match-GL-Department Thru 7520-Exit
014500         Varying SP-DM-Sub From 1 By 1
014510         Until SP-DM-Sub > SP-DM-Count.
014520     If SP-DM-Found-Sub > Zero
014530         Move SP-DM-Sal-Acct (SP-DM-Found-Sub)  To SP-GL-Sal-Acct
014540         Move SP-DM-FICA-Acct (SP-DM-Found-Sub) To SP-GL-FICA-Acct
014550         Move SP-DM-Sta-Acct (SP-DM-Found-Sub)
014560             To SP-GL-State-Acct
014570         Move SP-DM-Fed-Acct (SP-DM-Found-Sub)  To SP-GL-Fed-Acct
014580         Move SP-DM-Tax-Acct (SP-DM-Found-Sub)  To SP-GL-Tax-Acct
014590         Move SP-DM-FUTA-Acct (SP-DM-Found-Sub) To SP-GL-FUTA-Acct
014600         Move SP-DM-SUTA-Acct (SP-DM-Found-Sub) To SP-GL-SUTA-Acct
014610     End-If.
014620     Move SP-GL-Sal-Acct To SGL-Account.
014630     Move 'SUPPLEMENTAL PAY EXPENSE' To SGL-Description.
014640     Move SP-Dept-Gross (SP-Dept-Sub) To SGL-Amount.
014650     Perform 7540-Write-GL-Line Thru 7540-Exit.
014660     Move SP-GL-FICA-Acct To SGL-Account.
014670     Move 'FICA WITHHELD' To SGL-Description.
014680     Move SP-Dept-FICA (SP-Dept-Sub) To SGL-Amount.
014690     Perform 7540-Write-GL-Line Thru 7540-Exit.
014700     Move SP-GL-State-Acct To SGL-Account.
014710     Move 'STATE TAX WITHHELD' To SGL-Description.
014720     Move SP-Dept-State (SP-Dept-Sub) To SGL-Amount.
014730     Perform 7540-Write-GL-Line Thru 7540-Exit.
014740     Move SP-GL-Fed-Acct To SGL-Account.
014750     Move 'FEDERAL TAX WITHHELD' To SGL-Description.
014760     Move SP-Dept-Fed (SP-Dept-Sub) To SGL-Amount.
014770     Perform 7540-Write-GL-Line Thru 7540-Exit.
014780     Move SP-GL-Tax-Acct To SGL-Account.
014790     Move 'EMPLOYER FICA EXPENSE' To SGL-Description.
014800     Move SP-Dept-ER-FICA (SP-Dept-Sub) To SGL-Amount.
014810     Perform 7540-Write-GL-Line Thru 7540-Exit.
014820     Move SP-GL-Tax-Acct To SGL-Account.
014830     Move 'FUTA EXPENSE' To SGL-Description.
014840     Move SP-Dept-ER-FUTA (SP-Dept-Sub) To SGL-Amount.
014850     Perform 7540-Write-GL-Line Thru 7540-Exit.
014860     Move SP-GL-Tax-Acct To SGL-Account.
014870     Move 'SUTA EXPENSE' To SGL-Description.
014880     Move SP-Dept-ER-SUTA (SP-Dept-Sub) To SGL-Amount.
014890     Perform 7540-Write-GL-Line Thru 7540-Exit.
014900     Move SP-GL-FICA-Acct To SGL-Account.
014910     Move 'EMPLOYER FICA PAYABLE' To SGL-Description.
014920     Move SP-Dept-ER-FICA (SP-Dept-Sub) To SGL-Amount.
014930     Perform 7540-Write-GL-Line Thru 7540-Exit.
014940     Move SP-GL-FUTA-Acct To SGL-Account.
014950     Move 'FUTA PAYABLE' To SGL-Description.
014960     Move SP-Dept-ER-FUTA (SP-Dept-Sub) To SGL-Amount.
014970     Perform 7540-Write-GL-Line Thru 7540-Exit.
014980     Move SP-GL-SUTA-Acct To SGL-Account.
014990     Move 'SUTA PAYABLE' To SGL-Description.
015000     Move SP-Dept-ER-SUTA (SP-Dept-Sub) To SGL-Amount.
015010     Perform 7540-Write-GL-Line Thru 7540-Exit.
015020 7510-Exit.
015030     Exit.
015040
015050 7520-Match-GL-Department.
015060     If SP-DM-Code (SP-DM-Sub) = SP-Dept-Code (SP-Dept-Sub)
015070         Move SP-DM-Sub To SP-DM-Found-Sub
015080     End-If.
015090 7520-Exit.
015100     Exit.
015110
015120*-----------------------------------------------------------------
015130*  7530-WRITE-GL-DEDUCTION -- one payable per deduction code,
015140*  department 'ALL', as in the raise run.
015150*-----------------------------------------------------------------
015160 7530-Write-GL-Deduction.
015170     Move Spaces To Supp-GL-Record.
015180     Move 'ALL'  To SGL-Department.
015190     Move SP-DC-Acct (SP-DC-Sub) To SGL-Account.
015200     String SP-DC-Code (SP-DC-Sub) Delimited By Size
015210            ' '                    Delimited By Size
015220            SP-DC-Desc (SP-DC-Sub) Delimited By Size
015230            Into SGL-Description.
015240     Move SP-DC-Amount (SP-DC-Sub) To SGL-Amount.
015250     Write Supp-GL-Record.
015260 7530-Exit.
015270     Exit.
015280
015290*-----------------------------------------------------------------
015300*  7540-WRITE-GL-LINE -- the caller has set the account, the
015310*  description and the amount; the department and the fillers
015320*  are laid in here.
015330*-----------------------------------------------------------------
015340 7540-Write-GL-Line.
015350     Move SP-Dept-Code (SP-Dept-Sub) To SGL-Department.
015360     Write Supp-GL-Record.
015370     Move Spaces To Supp-GL-Record.
015380 7540-Exit.
015390     Exit.
015400
015410*-----------------------------------------------------------------
015420*  8000-WRITE-TOTALS -- payment counts and dollars so payroll can
015430*  balance the ACH batch and the manual checks to the earnings
015440*  file, and the withholding and employer taxes for the GL.
015450*-----------------------------------------------------------------
015460 8000-Write-Totals.
015470     Move Spaces To Supp-Register-Record.
015480     Write Supp-Register-Record.
015490     Move 'EARNINGS RECORDS READ' To SP-Total-Label.
015500     Move SP-Records-Read To SP-Total-Count.
015510     Move SP-Total-Gross To SP-Total-Amount.
015520     Perform 8100-Write-Total-Line Thru 8100-Exit.
015530     Move 'EARNINGS RECORDS REJECTED' To SP-Total-Label.
015540     Move SP-Reject-Count To SP-Total-Count.
015550     Move Spaces To SP-Total-Amount-X.
015560     Perform 8100-Write-Total-Line Thru 8100-Exit.
015570     Move 'PAID BY DIRECT DEPOSIT' To SP-Total-Label.
015580     Move SP-Deposit-Count To SP-Total-Count.
015590     Move SP-Total-Deposit To SP-Total-Amount.
015600     Perform 8100-Write-Total-Line Thru 8100-Exit.
015610     Move 'MANUAL CHECKS TO CUT' To SP-Total-Label.
015620     Move SP-Check-Count To SP-Total-Count.
015630     Move SP-Total-Check To SP-Total-Amount.
015640     Perform 8100-Write-Total-Line Thru 8100-Exit.
015650     Move 'NO NET PAY AFTER DEDUCTIONS' To SP-Total-Label.
015660     Move SP-No-Net-Count To SP-Total-Count.
015670     Move Spaces To SP-Total-Amount-X.
015680     Perform 8100-Write-Total-Line Thru 8100-Exit.
015690     Move 'FICA WITHHELD' To SP-Total-Label.
015700     Move SP-Total-FICA To SP-Total-Amount.
015710     Move Spaces To SP-Total-Count-X.
015720     Perform 8100-Write-Total-Line Thru 8100-Exit.
015730     Move 'STATE TAX WITHHELD' To SP-Total-Label.
015740     Move SP-Total-State To SP-Total-Amount.
015750     Move Spaces To SP-Total-Count-X.
015760     Perform 8100-Write-Total-Line Thru 8100-Exit.
015770     Move 'FEDERAL TAX WITHHELD' To SP-Total-Label.
015780     Move SP-Total-Federal To SP-Total-Amount.
015790     Move Spaces To SP-Total-Count-X.
015800     Perform 8100-Write-Total-Line Thru 8100-Exit.
015810     Move 'DEDUCTIONS TAKEN' To SP-Total-Label.
015820     Move SP-Total-Ded To SP-Total-Amount.
015830     Move Spaces To SP-Total-Count-X.
015840     Perform 8100-Write-Total-Line Thru 8100-Exit.
015850     Move 'NET PAY' To SP-Total-Label.
015860     Move SP-Total-Net To SP-Total-Amount.
015870     Move Spaces To SP-Total-Count-X.
015880     Perform 8100-Write-Total-Line Thru 8100-Exit.
015890     Move 'EMPLOYER FICA' To SP-Total-Label.
015900     Move SP-Total-ER-FICA To SP-Total-Amount.
015910     Move Spaces To SP-Total-Count-X.
015920     Perform 8100-Write-Total-Line Thru 8100-Exit.
015930     Move 'FUTA' To SP-Total-Label.
015940     Move SP-Total-FUTA To SP-Total-Amount.
015950     Move Spaces To SP-Total-Count-X.
015960     Perform 8100-Write-Total-Line Thru 8100-Exit.
015970     Move 'SUTA' To SP-Total-Label.
015980     Move SP-Total-SUTA To SP-Total-Amount.
015990     Move Spaces To SP-Total-Count-X.
016000     Perform 8100-Write-Total-Line Thru 8100-Exit.
016010     Move 'ACH ENTRIES / CREDIT TOTAL' To SP-Total-Label.
016020     Move SP-ACH-Entry-Count To SP-Total-Count.
016030     Move SP-ACH-Credit-Total To SP-Total-Amount.
016040     Perform 8100-Write-Total-Line Thru 8100-Exit.
016050     If SP-Records-Read Not = SP-Reject-Count + SP-Deposit-Count
016060         + SP-Check-Count + SP-No-Net-Count
016070         Display 'SUPPLEMENTAL RUN COUNTS DO NOT FOOT'
016080     End-If.
016090 8000-Exit.
016100     Exit.
016110
016120 8100-Write-Total-Line.
016130     Move SP-Total-Line To Supp-Register-Record.
016140     Write Supp-Register-Record.
016150     Move Spaces To SP-Total-Line.
016160 8100-Exit.
016170     Exit.
016180
016190*-----------------------------------------------------------------
016200*  8900-POST-RUN-CONTROL -- every payment is on the files: the
016210*  supplemental step shows POSTED with today's date, which frees
016220*  the raise run and stops the same file being run again today.
016230*-----------------------------------------------------------------
016240 8900-Post-Run-Control.
016250     Set RC-Supp-Posted To True.
016260     Move SP-Run-Date-Num To RC-Supp-Date.
016270     Perform 1060-Write-Run-Control Thru 1060-Exit.
016280 8900-Exit.
016290     Exit.
016300
016310 9000-Termination.
016320     Close SuppEarningsFile.
016330     Close EmployeeFile.
016340     If SP-Ded-File-Open
016350         Close DeductFile
016360     End-If.
016370     If SP-Acct-File-Open
016380         Close AccountFile
016390     End-If.
016400     Close YTDFile.
016410     Close YTDHistFile.
016420     Close ChangeHistFile.
016430     Close SuppDepositFile.
016440     Close SuppAuditFile.
016450     Close SuppRegisterFile.
016460 9000-Exit.
016470     Exit.
016480
016490*-----------------------------------------------------------------
016500*  9700-WRITE-REGISTER-HEADINGS
016510*-----------------------------------------------------------------
016520 9700-Write-Register-Headings.
016530     Move Spaces To Supp-Register-Record.
016540     String 'SUPPLEMENTAL PAY REGISTER - RUN DATE '
016550            Delimited By Size
016560            SP-Run-Date-Display Delimited By Size
016570            Into Supp-Register-Record.
016580     Write Supp-Register-Record.
016590     Move Spaces To SP-Detail-Line.
016600     Move 'ID'        To SPD-Employee-ID.
016610     Move 'EMPLOYEE NAME' To SPD-Name.
016620     Move 'DEPT'      To SPD-Department.
016630     Move 'TY'        To SPD-Type.
016640     Move 'PERIOD'    To SPD-Period.
016650     Move '     GROSS' To SPD-Gross-X.
016660     Move '     FICA' To SPD-FICA-X.
016670     Move '    STATE' To SPD-State-X.
016680     Move '  FEDERAL' To SPD-Federal-X.
016690     Move 'DEDUCTION' To SPD-Ded-X.
016700     Move '       NET' To SPD-Net-X.
016710     Move 'PAID BY'   To SPD-Note.
016720     Move SP-Detail-Line To Supp-Register-Record.
016730     Write Supp-Register-Record.
016740     Move Spaces To Supp-Register-Record.
016750     Write Supp-Register-Record.
016760 9700-Exit.
016770     Exit.
016780
016790 9800-File-Validation.
016800     If WS-File-Status Not = Zero
016810         Display 'FILE ERROR - STATUS CODE ' WS-File-Status
016820         Stop Run
016830     End-If.
016840 9800-Exit.
016850     Exit.
016860
016870 End Program SupplementalRun.
