000010*****************************************************************
000020*  MODIFICATION HISTORY                                        *
000030*----------------------------------------------------------------
000040*  DATE        INIT   DESCRIPTION
000050*  10/15/2026  AJD    ORIGINAL PROGRAM.  BACKS OUT A POSTED RAISE
000060*                     RUN FOR THE RUN DATE ON THE PARAMETER
000070*                     RECORD.  EACH EMPLOYEE ON THE RUN'S AUDIT
000080*                     TRAIL GETS SALARY, WITHHOLDING AND
000090*                     LAST-RAISE-DATE PUT BACK FROM THE CHANGE
000100*                     HISTORY BEFORE IMAGE, AND THE RUN'S AMOUNTS
000110*                     TAKEN BACK OFF THE YTD MASTER.  WRITES A
000120*                     REVERSING GL DISTRIBUTION AND, WHEN THE
000130*                     FEED HAS GONE TO THE BANK, AN ACH REVERSAL
000140*                     BATCH.  AN EMPLOYEE WHOSE MASTER WAS CHANGED
000150*                     AFTER THE RUN (MAINTENANCE, BANK RETURNS OR
000160*                     ANY OTHER POSTING) IS REFUSED AND LISTED FOR
000170*                     MANUAL HANDLING.  THE RUN CONTROL RECORD IS
000180*                     MARKED REVERSED SO THE RAISE STEP CAN BE
000190*                     RUN AGAIN.
000192*  10/15/2026  AJD    A MANAGER RECOMMENDATION THE RUN PAID AS A
000194*                     MERIT OVERRIDE GOES BACK TO APPROVED, SO
000196*                     THE RERUN OF THE RAISE STEP PAYS IT AGAIN.
000197*  10/15/2026  AJD    A SUPPLEMENTAL PAYMENT POSTED AFTER THE
000198*                     RAISE DOES NOT BLOCK THE BACK-OUT: IT NEVER
000199*                     TOUCHES THE MASTER, AND ITS YTD FIGURES ARE
000200*                     LEFT STANDING WHEN THE RAISE PAY COMES OFF.
000201*  10/15/2026  AJD    A GARNISHMENT THE RUN TOOK GOES BACK ON ITS
000202*                     BALANCE REMAINING.  WARNS WHEN THE RUN'S
000203*                     WITHHOLDING HAS ALREADY BEEN REMITTED.
000204*  10/15/2026  AJD    REFUSED WHILE THE SUPPLEMENTAL STEP SHOWS
000205*                     STARTED: THE YTD MASTER IS MID-POSTING.
000206*****************************************************************
000210
000220 Identification Division.
000230 Program-ID. RaiseBackout.
000240     Author. AnthonyDowns.
000250     Installation. Payroll Systems.
000260     Date-Written. 10/15/2026.
000270     Date-Compiled.
000280     Security.
000290
000300 Environment Division.
000310     Configuration Section.
000320         Special-Names.
000330
000340     Input-Output Section.
000350         File-Control.
000360             Select BackoutParmFile Assign to BACKOUT-PARM
000370                 File Status is WS-File-Status
000380                 Organization is Line Sequential.
000390
000400             Select RunControlFile Assign to RUN-CONTROL
000410                 File Status is WS-File-Status
000420                 Organization is Line Sequential.
000430
000440             Select AuditFile Assign to AUDIT-TRAIL
000450                 File Status is WS-File-Status
000460                 Organization is Line Sequential.
000470
000480             Select EmployeeFile Assign to EMPLOYEE-DATA
000490                 Organization is Indexed
000500                 Access Mode is Dynamic
000510                 Record Key is Employee-ID
000520                 File Status is WS-File-Status.
000530
000540             Select YTDFile Assign to YTD-MASTER
000550                 Organization is Indexed
000560                 Access Mode is Dynamic
000570                 Record Key is YTD-Employee-ID
000580                 File Status is WS-File-Status.
000590
000600             Select ChangeHistFile Assign to CHANGE-HISTORY
000610                 Organization is Indexed
000620                 Access Mode is Dynamic
000630                 Record Key is Chg-Key
000640                 File Status is WS-File-Status.
000650
000660             Select DeptFile Assign to DEPT-MASTER
000670                 Organization is Indexed
000680                 Access Mode is Dynamic
000690                 Record Key is Dept-Code
000700                 File Status is WS-File-Status.
000710
000720             Select DirectDepositFile Assign to DIRECT-DEPOSIT
000730                 File Status is WS-File-Status
000740                 Organization is Line Sequential.
000750
000760             Select ACHReversalFile Assign to ACH-REVERSAL
000770                 File Status is WS-File-Status
000780                 Organization is Line Sequential.
000790
000800             Select GLReversalFile Assign to GL-REVERSAL
000810                 File Status is WS-File-Status
000820                 Organization is Line Sequential.
000830
000840             Select ReversalReportFile Assign to REVERSAL-RPT
000850                 File Status is WS-File-Status
000860                 Organization is Line Sequential.
000870
000880             Select ManualListFile Assign to REVERSAL-MANUAL
000890                 File Status is WS-File-Status
000900                 Organization is Line Sequential.
000901
000902             Select RecommendFile Assign to RAISE-RECOMMEND
000903                 Organization is Indexed
000904                 Access Mode is Dynamic
000905                 Record Key is Rec-Employee-ID
000906                 File Status is WS-File-Status.
000907
000908             Select DeductFile Assign to DEDUCT-MASTER
000909                 Organization is Indexed
000910                 Access Mode is Dynamic
000911                 Record Key is Ded-Key
000912                 File Status is WS-File-Status.
000913
000920 Data Division.
000930     File Section.
000940*        ONE RECORD: THE RUN DATE OF THE RAISE RUN TO BACK OUT,
000950*        AND WHETHER ITS FEED HAS GONE TO THE BANK ('Y' OR 'N').
000960*        A BLANK FEED FLAG TAKES THE BALANCE STEP ON THE RUN
000970*        CONTROL RECORD: A PASSED BALANCE MEANS THE FEED WAS
000980*        RELEASED.
000990         FD  BackoutParmFile.
001000             01  Backout-Parm-Record.
001010                 05  BOP-Run-Date-X          PIC X(08).
001020                 05  BOP-Run-Date Redefines BOP-Run-Date-X
001030                                             PIC 9(8).
001040                 05  BOP-Feed-Released       PIC X(01).
001050
001060         FD  RunControlFile.
001070             Copy "RUNCTL.cpy".
001080
001090*        THE RAISE RUN'S AUDIT TRAIL.  THE PRINTED COLUMNS ARE NOT
001100*        USED HERE; THE UNEDITED POSTING FIGURES BEHIND THEM SAY
001110*        WHAT THE RUN PUT ON THE FILES FOR THE EMPLOYEE.
001120         FD  AuditFile.
001130             01  Audit-Record.
001140                 05  AUD-Employee-ID         PIC X(06).
001150                 05  FILLER                  PIC X(02).
001160                 05  AUD-Employee-Name       PIC X(20).
001170                 05  FILLER                  PIC X(60).
001180                 05  FILLER                  PIC X(02).
001190                 05  AUD-Run-Date-X          PIC X(08).
001200                 05  AUD-Run-Date-Num Redefines AUD-Run-Date-X
001210                                             PIC 9(8).
001220                 05  AUD-Department          PIC X(04).
001230                 05  AUD-Gross               PIC 9(4)V9(2).
001240                 05  AUD-FICA                PIC 9(4)V9(2).
001250                 05  AUD-State-Tax           PIC 9(4)V9(3).
001260                 05  AUD-Federal-Tax         PIC 9(4)V9(3).
001270                 05  AUD-Ded-Total           PIC 9(7)V9(2).
001280                 05  AUD-Net-Pay             PIC 9(7)V9(2).
001290                 05  AUD-Employer-FICA       PIC 9(5)V9(2).
001300                 05  AUD-FUTA-Amount         PIC 9(5)V9(2).
001310                 05  AUD-SUTA-Amount         PIC 9(5)V9(2).
001320                 05  AUD-Ded-Count           PIC 9(02).
001330                 05  AUD-Ded-Entry Occurs 20 Times.
001340                     10  AUD-Ded-Code        PIC X(03).
001350                     10  AUD-Ded-Desc        PIC X(20).
001360                     10  AUD-Ded-Acct        PIC X(06).
001370                     10  AUD-Ded-Amount      PIC 9(5)V9(2).
001373                 05  AUD-Merit-Override      PIC X(01).
001376                 05  AUD-Reason-Code         PIC X(02).
001380
001390         FD  EmployeeFile.
001400             Copy "EMPREC.cpy".
001402
001404         FD  RecommendFile.
001406             Copy "RECREC.cpy".
001407
001408         FD  DeductFile.
001409             Copy "DEDREC.cpy".
001410
001420         FD  YTDFile.
001430             Copy "YTDREC.cpy".
001440
001450         FD  ChangeHistFile.
001460             Copy "CHGREC.cpy".
001470
001480         FD  DeptFile.
001490             Copy "DEPTREC.cpy".
001500
001510*        THE RUN'S ACH FEED, READ BACK FOR THE ENTRIES TO REVERSE.
001520*        ONLY THE FIELDS THE REVERSAL NEEDS ARE NAMED.
001530         FD  DirectDepositFile.
001540             01  Direct-Deposit-Record.
001550                 05  DDR-Record-Type         PIC X(01).
001560                 05  DDR-Transaction-Code    PIC X(02).
001570                 05  DDR-Routing-Number      PIC X(09).
001580                 05  DDR-Account-Number      PIC X(17).
001590                 05  DDR-Amount              PIC 9(8)V9(2).
001600                 05  DDR-Employee-ID         PIC X(15).
001610                 05  DDR-Employee-Name       PIC X(22).
001620                 05  FILLER                  PIC X(20).
001630             01  ACH-File-Header-Record.
001640                 05  AFH-Record-Type         PIC X(01).
001650                 05  FILLER                  PIC X(22).
001660                 05  AFH-File-Date           PIC 9(08).
001670                 05  FILLER                  PIC X(65).
001680
001690*        THE ACH REVERSAL BATCH: THE SAME 96-BYTE RECORDS AS THE
001700*        FEED.  EACH LIVE CREDIT REVERSED GOES OUT AS THE MATCHING
001710*        DEBIT (22 TO 27, 32 TO 37) IN A DEBITS-ONLY BATCH WHOSE
001720*        ENTRY DESCRIPTION IS 'REVERSAL', AS THE BANK REQUIRES.
001730         FD  ACHReversalFile.
001740             01  Reversal-Entry-Record.
001750                 05  RVE-Record-Type         PIC X(01).
001760                 05  RVE-Transaction-Code    PIC X(02).
001770                 05  RVE-Routing-Number      PIC X(09).
001780                 05  RVE-Account-Number      PIC X(17).
001790                 05  RVE-Amount              PIC 9(8)V9(2).
001800                 05  RVE-Employee-ID         PIC X(15).
001810                 05  RVE-Employee-Name       PIC X(22).
001820                 05  FILLER                  PIC X(20).
001830             01  Reversal-File-Header-Record.
001840                 05  RFH-Record-Type         PIC X(01).
001850                 05  RFH-Priority-Code       PIC X(02).
001860                 05  RFH-Dest-Routing.
001870                     10  FILLER              PIC X(01).
001880                     10  RFH-Dest-RTN        PIC X(09).
001890                 05  RFH-Origin-ID           PIC X(10).
001900                 05  RFH-File-Date           PIC 9(08).
001910                 05  RFH-Dest-Name           PIC X(23).
001920                 05  RFH-Origin-Name         PIC X(16).
001930                 05  FILLER                  PIC X(26).
001940             01  Reversal-Batch-Header-Record.
001950                 05  RBH-Record-Type         PIC X(01).
001960                 05  RBH-Service-Class       PIC X(03).
001970                 05  RBH-Company-Name        PIC X(16).
001980                 05  RBH-Company-ID          PIC X(10).
001990                 05  RBH-Entry-Class         PIC X(03).
002000                 05  RBH-Entry-Desc          PIC X(10).
002010                 05  RBH-Effective-Date      PIC 9(08).
002020                 05  FILLER                  PIC X(45).
002030             01  Reversal-Batch-Control-Record.
002040                 05  RBC-Record-Type         PIC X(01).
002050                 05  RBC-Service-Class       PIC X(03).
002060                 05  RBC-Entry-Count         PIC 9(06).
002070                 05  RBC-Entry-Hash          PIC 9(10).
002080                 05  RBC-Debit-Total         PIC 9(10)V9(2).
002090                 05  RBC-Credit-Total        PIC 9(10)V9(2).
002100                 05  RBC-Company-ID          PIC X(10).
002110                 05  FILLER                  PIC X(42).
002120             01  Reversal-File-Control-Record.
002130                 05  RFC-Record-Type         PIC X(01).
002140                 05  RFC-Batch-Count         PIC 9(06).
002150                 05  RFC-Entry-Count         PIC 9(06).
002160                 05  RFC-Entry-Hash          PIC 9(10).
002170                 05  RFC-Debit-Total         PIC 9(10)V9(2).
002180                 05  RFC-Credit-Total        PIC 9(10)V9(2).
002190                 05  FILLER                  PIC X(49).
002200
002210*        THE REVERSING GL DISTRIBUTION: THE SAME LAYOUT, ACCOUNTS
002220*        AND DESCRIPTIONS AS THE RUN'S GL DISTRIBUTION, FOR THE
002230*        REVERSED EMPLOYEES ONLY.  THE LEDGER LOADS IT AS A
002240*        REVERSING ENTRY.
002250         FD  GLReversalFile.
002260             01  GL-Reversal-Record.
002270                 05  GLR-Department          PIC X(04).
002280                 05  FILLER                  PIC X(02).
002290                 05  GLR-Account             PIC X(06).
002300                 05  FILLER                  PIC X(02).
002310                 05  GLR-Description         PIC X(24).
002320                 05  FILLER                  PIC X(02).
002330                 05  GLR-Amount              PIC 9(7)V9(2).
002340
002350         FD  ReversalReportFile.
002360             01  Reversal-Report-Record      PIC X(132).
002370
002380         FD  ManualListFile.
002390             01  Manual-List-Record          PIC X(132).
002400
002410     Working-Storage Section.
002420     01  WS-File-Status          PIC 9(2).
002430     01  More-Audit-Records      PIC X(1) value 'Y'.
002440         88  No-More-Audit-Records        value 'N'.
002450     01  More-History            PIC X(1) value 'Y'.
002460         88  No-More-History              value 'N'.
002470     01  More-Feed-Records       PIC X(1) value 'Y'.
002480         88  No-More-Feed-Records         value 'N'.
002490
002500     01  RV-Switches.
002510         05  RV-Dept-File-Sw     PIC X(1) value 'N'.
002520             88  RV-Dept-File-Open        value 'Y'.
002530         05  RV-Feed-Sw          PIC X(1) value 'N'.
002540             88  RV-Feed-Released         value 'Y'.
002550         05  RV-Raise-Found-Sw   PIC X(1) value 'N'.
002560             88  RV-Raise-Found           value 'Y'.
002570         05  RV-Reversed-Sw      PIC X(1) value 'N'.
002580             88  RV-Already-Reversed      value 'Y'.
002590         05  RV-Later-Change-Sw  PIC X(1) value 'N'.
002600             88  RV-Later-Change          value 'Y'.
002610         05  RV-Refuse-Sw        PIC X(1) value 'N'.
002620             88  RV-Refused               value 'Y'.
002630         05  RV-Chg-Written-Sw   PIC X(1) value 'N'.
002640             88  RV-Chg-Written           value 'Y'.
002650         05  RV-ACH-Sw           PIC X(1) value 'N'.
002660             88  RV-ACH-Written           value 'Y'.
002663         05  RV-Rec-File-Sw      PIC X(1) value 'N'.
002666             88  RV-Rec-File-Open         value 'Y'.
002667         05  RV-Ded-File-Sw      PIC X(1) value 'N'.
002668             88  RV-Ded-File-Open         value 'Y'.
002669         05  RV-Remitted-Sw      PIC X(1) value 'N'.
002670             88  RV-Already-Remitted      value 'Y'.
002671
002680     01  RV-Counters.
002690         05  RV-Audit-Read       PIC 9(5) value zero.
002700         05  RV-Run-Entries      PIC 9(5) value zero.
002710         05  RV-Reversed-Count   PIC 9(5) value zero.
002720         05  RV-Earlier-Count    PIC 9(5) value zero.
002730         05  RV-Refused-Count    PIC 9(5) value zero.
002740         05  RV-Not-Fed-Count    PIC 9(5) value zero.
002750
002760     01  RV-Totals.
002770         05  RV-Total-Old-Salary PIC 9(7)V9(2) value zero.
002780         05  RV-Total-Gross      PIC 9(7)V9(2) value zero.
002790         05  RV-Total-Net        PIC 9(7)V9(2) value zero.
002800         05  RV-Total-Deductions PIC 9(7)V9(2) value zero.
002810
002820*        RV-BACK-DATE -- the run date of the raise run backed
002830*        out; RV-RUN-DATE -- today, stamped on the change history
002840*        and the run control record.
002850     01  RV-Back-Date.
002860         05  RV-Back-Year        PIC 9(4).
002870         05  RV-Back-Month       PIC 9(2).
002880         05  RV-Back-Day         PIC 9(2).
002890     01  RV-Back-Date-Num Redefines RV-Back-Date
002900                             PIC 9(8).
002910     01  RV-Back-Date-Display    PIC X(10).
002920     01  RV-Run-Date.
002930         05  RV-Run-Year         PIC 9(4).
002940         05  RV-Run-Month        PIC 9(2).
002950         05  RV-Run-Day          PIC 9(2).
002960     01  RV-Run-Date-Num Redefines RV-Run-Date
002970                             PIC 9(8).
002980     01  RV-Run-Date-Display     PIC X(10).
002990     01  RV-Period-ID            PIC 9(6) value zero.
003000
003010*        WHY AN EMPLOYEE WAS REFUSED, AND THE FIRST POSTING THAT
003020*        CHANGED THE MASTER AFTER THE RUN.
003030     01  RV-Refuse-Reason        PIC X(40).
003040     01  RV-Change-Program       PIC X(12).
003050     01  RV-Change-Action        PIC X(08).
003060     01  RV-Change-Date          PIC 9(08).
003070
003080*        RV-IMAGE-WORK -- the master as it stood before the raise
003090*        run posted it, from the RAISE record on the change
003100*        history.  Only the fields the run changed are named.
003110     01  RV-Image-Work           PIC X(120).
003120     01  RV-Image-Fields Redefines RV-Image-Work.
003130         05  RVI-Employee-ID     PIC X(06).
003140         05  FILLER              PIC X(20).
003150         05  RVI-Salary          PIC 9(4)V9(2).
003160         05  FILLER              PIC X(01).
003170         05  RVI-FICA            PIC 9(4)V9(2).
003180         05  RVI-State-Tax       PIC 9(4)V9(3).
003190         05  RVI-Federal-Tax     PIC 9(4)V9(3).
003200         05  FILLER              PIC X(40).
003210         05  RVI-Last-Raise-Date PIC 9(8).
003220         05  FILLER              PIC X(19).
003230     01  RV-Before-Image         PIC X(120) value spaces.
003240
003250*        QUARTER AND MONTH-OF-QUARTER OF THE RUN DATE, AND THE
003260*        FEDERAL DEPOSIT LIABILITY THE RUN POSTED TO THAT MONTH,
003270*        FIGURED THE SAME WAY THE RAISE RUN FIGURES IT.
003280     01  RV-Qtr-Sub              PIC 9(1) value zero.
003290     01  RV-Qtr-Month-Sub        PIC 9(1) value zero.
003300     01  RV-Month-Liability      PIC 9(6)V9(2) value zero.
003310     01  RV-Ded-Sub              PIC 9(2).
003320
003330*        RV-DEPT-TABLE -- the reversed dollars by department, for
003340*        the reversing GL distribution.
003350     01  RV-Dept-Count           PIC 9(3) value zero.
003360     01  RV-Dept-Table.
003370         05  RV-Dept-Entry Occurs 50 Times.
003380             10  RV-Dept-Code    PIC X(4).
003390             10  RV-Dept-Gross   PIC 9(7)V9(2).
003400             10  RV-Dept-FICA    PIC 9(7)V9(2).
003410             10  RV-Dept-State   PIC 9(7)V9(3).
003420             10  RV-Dept-Fed     PIC 9(7)V9(3).
003430             10  RV-Dept-ER-FICA PIC 9(7)V9(2).
003440             10  RV-Dept-ER-FUTA PIC 9(7)V9(2).
003450             10  RV-Dept-ER-SUTA PIC 9(7)V9(2).
003460     01  RV-Dept-Sub             PIC 9(3).
003470     01  RV-Dept-Found-Sub       PIC 9(3).
003480
003490*        RV-DC-TABLE -- the reversed deduction dollars by code,
003500*        for the payable buckets on the reversing distribution.
003510     01  RV-DC-Count             PIC 9(2) value zero.
003520     01  RV-DC-Table.
003530         05  RV-DC-Entry Occurs 20 Times.
003540             10  RV-DC-Code      PIC X(3).
003550             10  RV-DC-Desc      PIC X(20).
003560             10  RV-DC-Acct      PIC X(6).
003570             10  RV-DC-Amount    PIC 9(7)V9(2).
003580     01  RV-DC-Sub               PIC 9(2).
003590     01  RV-DC-Found-Sub         PIC 9(2).
003600
003610*        THE COMPANY-WIDE DEFAULT ACCOUNTS, LAID OVER BY THE
003620*        DEPARTMENT'S OWN ACCOUNTS WHEN THE DEPARTMENT MASTER HAS
003630*        THEM -- THE SAME RULE THE RAISE RUN CHARGES BY.
003640     01  RV-GL-Accounts.
003650         05  RV-GL-Sal-Acct      PIC X(6).
003660         05  RV-GL-FICA-Acct     PIC X(6).
003670         05  RV-GL-State-Acct    PIC X(6).
003680         05  RV-GL-Fed-Acct      PIC X(6).
003690         05  RV-GL-Tax-Acct      PIC X(6).
003700         05  RV-GL-FUTA-Acct     PIC X(6).
003710         05  RV-GL-SUTA-Acct     PIC X(6).
003720
003730*        RV-DONE-TABLE -- every employee whose raise is reversed,
003740*        so the feed pass knows which entries to take back and can
003750*        list any reversed employee the feed did not pay.
003760     01  RV-Done-Count           PIC 9(4) value zero.
003770     01  RV-Done-Table.
003780         05  RV-Done-Entry Occurs 2000 Times.
003790             10  RV-Done-ID      PIC X(06).
003800             10  RV-Done-Name    PIC X(20).
003810             10  RV-Done-Fed     PIC X(01).
003820                 88  RV-Done-Was-Fed      Value 'Y'.
003830     01  RV-Done-Sub             PIC 9(4).
003840     01  RV-Done-Found-Sub       PIC 9(4).
003850     01  RV-Done-Overflow-Sw     PIC X(1) value 'N'.
003860         88  RV-Done-Overflow             value 'Y'.
003870
003880*        RV-ACH-CONSTANTS -- the same identifiers the run puts
003890*        on the raise feed.  CHANGE THESE ONLY WITH THE BANK'S
003900*        TRANSMITTAL SHEET IN HAND.
003910     01  RV-ACH-Constants.
003920         05  RV-ACH-Dest-Routing PIC X(09) value '091000019'.
003930         05  RV-ACH-Dest-Name    PIC X(23)
003940             value 'FIRST SETTLEMENT BANK'.
003950         05  RV-ACH-Origin-ID    PIC X(10) value '1770055009'.
003960         05  RV-ACH-Company-Name PIC X(16)
003970             value 'PAYROLL SYSTEMS'.
003980         05  RV-ACH-Company-ID   PIC X(10) value '1770055009'.
003990         05  RV-ACH-Entry-Desc   PIC X(10) value 'REVERSAL'.
004000     01  RV-ACH-Work.
004010         05  RV-ACH-Entry-Count  PIC 9(6)  value zero.
004020         05  RV-ACH-Entry-Hash   PIC 9(10) value zero.
004030         05  RV-ACH-Debit-Total  PIC 9(10)V9(2) value zero.
004040     01  RV-ACH-Routing-Work.
004050         05  RV-ACH-Routing-Pfx  PIC 9(8).
004060         05  FILLER              PIC X(1).
004070     01  RV-ACH-Note             PIC X(60) value spaces.
004080
004090     01  RV-Detail-Line.
004100         05  RVD-Employee-ID     PIC X(06).
004110         05  FILLER              PIC X(02).
004120         05  RVD-Name            PIC X(20).
004130         05  FILLER              PIC X(02).
004140         05  RVD-Dept            PIC X(04).
004150         05  FILLER              PIC X(02).
004160         05  RVD-Posted-Salary   PIC $$,$$9.99.
004170         05  FILLER              PIC X(02).
004180         05  RVD-Restored-Salary PIC $$,$$9.99.
004190         05  FILLER              PIC X(02).
004200         05  RVD-Net-Pay         PIC $$$,$$9.99.
004210         05  FILLER              PIC X(02).
004220         05  RVD-Disposition     PIC X(40).
004230
004240     01  RV-Detail-Heading.
004250         05  FILLER              PIC X(08)
004260             value 'ID'.
004270         05  FILLER              PIC X(22)
004280             value 'EMPLOYEE NAME'.
004290         05  FILLER              PIC X(06)
004300             value 'DEPT'.
004310         05  FILLER              PIC X(11)
004320             value '   POSTED'.
004330         05  FILLER              PIC X(11)
004340             value ' RESTORED'.
004350         05  FILLER              PIC X(12)
004360             value '   NET PAY'.
004370         05  FILLER              PIC X(40)
004380             value 'DISPOSITION'.
004390
004400     01  RV-Manual-Line.
004410         05  RVM-Employee-ID     PIC X(06).
004420         05  FILLER              PIC X(02).
004430         05  RVM-Name            PIC X(20).
004440         05  FILLER              PIC X(02).
004450         05  RVM-Reason          PIC X(40).
004460         05  FILLER              PIC X(02).
004470         05  RVM-Program         PIC X(12).
004480         05  FILLER              PIC X(02).
004490         05  RVM-Action          PIC X(08).
004500         05  FILLER              PIC X(02).
004510         05  RVM-Date            PIC X(08).
004520
004530     01  RV-Manual-Heading.
004540         05  FILLER              PIC X(08)
004550             value 'ID'.
004560         05  FILLER              PIC X(22)
004570             value 'EMPLOYEE NAME'.
004580         05  FILLER              PIC X(42)
004590             value 'REASON'.
004600         05  FILLER              PIC X(14)
004610             value 'CHANGED BY'.
004620         05  FILLER              PIC X(10)
004630             value 'ACTION'.
004640         05  FILLER              PIC X(08)
004650             value 'ON'.
004660
004670     01  RV-Total-Line.
004680         05  RVT-Label           PIC X(40).
004690         05  RVT-Count           PIC ZZ,ZZ9.
004700         05  FILLER              PIC X(02).
004710         05  RVT-Amount          PIC $$$,$$$,$$9.99.
004720
004730 Procedure Division.
004740
004750*-----------------------------------------------------------------
004760*  0000-MAINLINE
004770*-----------------------------------------------------------------
004780 0000-Mainline.
004790     Perform 1000-Initialization
004800         Thru 1000-Exit.
004810     Perform 2000-Process-Audit-Trail
004820         Thru 2000-Exit
004830         Until No-More-Audit-Records.
004840     Perform 6000-Write-GL-Reversal
004850         Thru 6000-Exit.
004860     If RV-Feed-Released
004870         Perform 7000-Write-ACH-Reversal
004880             Thru 7000-Exit
004890     End-If.
004900     Perform 8000-Write-Totals
004910         Thru 8000-Exit.
004920     Perform 9000-Termination
004930         Thru 9000-Exit.
004940     Stop Run.
004950
004960*-----------------------------------------------------------------
004970*  1000-INITIALIZATION -- take the run date to back out, prove
004980*  the run control record shows that run posted, and open the
004990*  files.
005000*-----------------------------------------------------------------
005010 1000-Initialization.
005020     Initialize RV-Counters RV-Totals RV-ACH-Work.
005030     Accept RV-Run-Date From Date YYYYMMDD.
005040     String RV-Run-Month  Delimited By Size
005050            '/'           Delimited By Size
005060            RV-Run-Day     Delimited By Size
005070            '/'           Delimited By Size
005080            RV-Run-Year    Delimited By Size
005090            Into RV-Run-Date-Display.
005100     Perform 1100-Load-Backout-Parm Thru 1100-Exit.
005110     Perform 1050-Verify-Run-Control Thru 1050-Exit.
005120     Open Input AuditFile.
005130     Perform 9800-File-Validation Thru 9800-Exit.
005140     Open I-O EmployeeFile.
005150     Perform 9800-File-Validation Thru 9800-Exit.
005160     Open I-O YTDFile.
005170     Perform 9800-File-Validation Thru 9800-Exit.
005180     Open I-O ChangeHistFile.
005190     Perform 9800-File-Validation Thru 9800-Exit.
005200     Open Input DeptFile.
005210     If WS-File-Status = 00
005220         Set RV-Dept-File-Open To True
005230     End-If.
005232     Open I-O RecommendFile.
005234     If WS-File-Status = 00
005236         Set RV-Rec-File-Open To True
005238     End-If.
005239     Open I-O DeductFile.
005240     If WS-File-Status = 00
005241         Set RV-Ded-File-Open To True
005242     End-If.
005243     Open Output GLReversalFile.
005250     Perform 9800-File-Validation Thru 9800-Exit.
005260     Open Output ReversalReportFile.
005270     Perform 9800-File-Validation Thru 9800-Exit.
005280     Open Output ManualListFile.
005290     Perform 9800-File-Validation Thru 9800-Exit.
005300     Perform 9700-Write-Report-Headings Thru 9700-Exit.
005310 1000-Exit.
005320     Exit.
005330
005340*-----------------------------------------------------------------
005350*  1050-VERIFY-RUN-CONTROL -- only a raise run that shows POSTED
005360*  for the period of the run date, on that run date, is backed
005367*  out.  A run still STARTED is mid-run (restart it instead); a
005374*  supplemental run still STARTED has the YTD master mid-posting;
005381*  a period already REVERSED has nothing left to take back.
005390*-----------------------------------------------------------------
005400 1050-Verify-Run-Control.
005410     Compute RV-Period-ID =
005420         (RV-Back-Year * 100) + RV-Back-Month.
005430     Open Input RunControlFile.
005440     If WS-File-Status Not = 00
005450         Display 'NO RUN CONTROL RECORD - BACK-OUT REFUSED'
005460         Move 8 To Return-Code
005470         Stop Run
005480     End-If.
005490     Read RunControlFile
005500         At End
005510             Move Zero To RC-Period-ID
005520     End-Read.
005530     Close RunControlFile.
005540     If RC-Period-ID Not = RV-Period-ID
005550         Display 'RUN CONTROL IS FOR PERIOD ' RC-Period-ID
005560                 ' - BACK-OUT REFUSED'
005570         Move 8 To Return-Code
005580         Stop Run
005590     End-If.
005600     If RC-Raise-Started
005610         Display 'RAISE RUN IN PROGRESS FOR PERIOD '
005620                 RC-Period-ID ' - BACK-OUT REFUSED'
005630         Move 8 To Return-Code
005640         Stop Run
005650     End-If.
005651     If RC-Supp-Started
005652         Display 'SUPPLEMENTAL RUN IN PROGRESS FOR PERIOD '
005653                 RC-Period-ID ' - BACK-OUT REFUSED'
005654         Move 8 To Return-Code
005655         Stop Run
005656     End-If.
005660     If Not RC-Raise-Posted
005670         Display 'NO POSTED RAISE RUN FOR PERIOD '
005680                 RC-Period-ID ' - BACK-OUT REFUSED'
005690         Move 8 To Return-Code
005700         Stop Run
005710     End-If.
005720     If RC-Raise-Date Not = RV-Back-Date-Num
005730         Display 'RAISE RUN POSTED ' RC-Raise-Date
005740                 ' NOT ' RV-Back-Date-Num ' - BACK-OUT REFUSED'
005750         Move 8 To Return-Code
005760         Stop Run
005770     End-If.
005780     If RV-Feed-Sw Not = 'Y' And RV-Feed-Sw Not = 'N'
005790         If RC-Balance-Passed
005800             Move 'Y' To RV-Feed-Sw
005810         Else
005820             Move 'N' To RV-Feed-Sw
005830         End-If
005840     End-If.
005842     If RC-Remit-Raise-Date = RV-Back-Date-Num
005844         Set RV-Already-Remitted To True
005846     End-If.
005850 1050-Exit.
005860     Exit.
005870
005880 1060-Write-Run-Control.
005890     Open Output RunControlFile.
005900     Perform 9800-File-Validation Thru 9800-Exit.
005910     Write Run-Control-Record.
005920     Close RunControlFile.
005930 1060-Exit.
005940     Exit.
005950
005960 1100-Load-Backout-Parm.
005970     Open Input BackoutParmFile.
005980     If WS-File-Status Not = 00
005990         Display 'NO BACK-OUT PARAMETER FILE - BACK-OUT REFUSED'
006000         Move 8 To Return-Code
006010         Stop Run
006020     End-If.
006030     Read BackoutParmFile
006040         At End
006050             Move Spaces To Backout-Parm-Record
006060     End-Read.
006070     Close BackoutParmFile.
006080     If BOP-Run-Date-X Not Numeric
006090         Or BOP-Run-Date = Zero
006100         Display 'NO RUN DATE ON THE PARAMETER - BACK-OUT REFUSED'
006110         Move 8 To Return-Code
006120         Stop Run
006130     End-If.
006140     Move BOP-Run-Date To RV-Back-Date-Num.
006150     Move BOP-Feed-Released To RV-Feed-Sw.
006160     String RV-Back-Month  Delimited By Size
006170            '/'            Delimited By Size
006180            RV-Back-Day     Delimited By Size
006190            '/'            Delimited By Size
006200            RV-Back-Year    Delimited By Size
006210            Into RV-Back-Date-Display.
006220 1100-Exit.
006230     Exit.
006240
006250*-----------------------------------------------------------------
006260*  2000-PROCESS-AUDIT-TRAIL -- one audit record per employee the
006270*  run paid.  Every test is made before anything is touched, so
006280*  a refused employee's files are exactly as the run left them.
006290*  An employee already reversed by an earlier, interrupted
006300*  execution of this program is not posted again, but still
006310*  goes on the reversing GL and ACH files this execution writes.
006320*-----------------------------------------------------------------
006330 2000-Process-Audit-Trail.
006340     Read AuditFile
006350         At End
006360             Set No-More-Audit-Records To True
006370             Go To 2000-Exit
006380     End-Read.
006390     Add 1 To RV-Audit-Read.
006400     If AUD-Run-Date-X Not Numeric
006410         Go To 2000-Exit
006420     End-If.
006430     If AUD-Run-Date-Num Not = RV-Back-Date-Num
006440         Go To 2000-Exit
006450     End-If.
006460     Add 1 To RV-Run-Entries.
006470     Move 'N' To RV-Refuse-Sw.
006480     Move Spaces To RV-Refuse-Reason RV-Change-Program
006490                    RV-Change-Action.
006500     Move Zero To RV-Change-Date.
006510     Perform 2100-Scan-Change-History Thru 2100-Exit.
006520     If RV-Refused
006530         Perform 5000-Write-Manual-Line Thru 5000-Exit
006540         Go To 2000-Exit
006550     End-If.
006560     If RV-Already-Reversed
006570         Add 1 To RV-Earlier-Count
006580         Perform 2800-Roll-Reversal-Totals Thru 2800-Exit
006590         Move Spaces To RV-Detail-Line
006600         Move AUD-Gross To RVD-Posted-Salary
006610         Move RVI-Salary To RVD-Restored-Salary
006620         Move 'REVERSED EARLIER - GL AND ACH ONLY'
006630             To RVD-Disposition
006640         Perform 4000-Write-Detail-Line Thru 4000-Exit
006650         Go To 2000-Exit
006660     End-If.
006670     Perform 2200-Check-Master Thru 2200-Exit.
006680     If RV-Refused
006690         Perform 5000-Write-Manual-Line Thru 5000-Exit
006700         Go To 2000-Exit
006710     End-If.
006720     Perform 2300-Check-YTD Thru 2300-Exit.
006730     If RV-Refused
006740         Perform 5000-Write-Manual-Line Thru 5000-Exit
006750         Go To 2000-Exit
006760     End-If.
006770     Perform 3000-Restore-Master Thru 3000-Exit.
006780     Perform 3100-Reverse-YTD Thru 3100-Exit.
006785     Perform 3300-Restore-Recommendation Thru 3300-Exit.
006786     Perform 3400-Restore-Garnishment-Balance Thru 3400-Exit
006787         Varying RV-Ded-Sub From 1 By 1
006788         Until RV-Ded-Sub > AUD-Ded-Count.
006790     Perform 3200-Write-Reversal-History Thru 3200-Exit.
006800     Perform 2800-Roll-Reversal-Totals Thru 2800-Exit.
006810     Add 1 To RV-Reversed-Count.
006820     Move Spaces To RV-Detail-Line.
006830     Move AUD-Gross To RVD-Posted-Salary.
006840     Move RVI-Salary To RVD-Restored-Salary.
006850     Move 'REVERSED' To RVD-Disposition.
006860     Perform 4000-Write-Detail-Line Thru 4000-Exit.
006870 2000-Exit.
006880     Exit.
006890
006900*-----------------------------------------------------------------
006910*  2100-SCAN-CHANGE-HISTORY -- walk the employee's history from
006920*  the run date forward.  The RAISE record the run wrote on its
006930*  run date supplies the before image.  Anything written for the
006940*  employee after it means the master moved on since the run: a
006950*  REVERSE record from this program means an earlier execution
006960*  already took the raise back; any other record (maintenance,
006970*  bank returns, a later raise run) refuses the employee.  A
006980*  second RAISE on the same date (the period was reversed and
006990*  run again) starts the test over from that posting.
007000*-----------------------------------------------------------------
007010 2100-Scan-Change-History.
007020     Move 'N' To RV-Raise-Found-Sw.
007030     Move 'N' To RV-Reversed-Sw.
007040     Move 'N' To RV-Later-Change-Sw.
007050     Move AUD-Employee-ID  To Chg-Employee-ID.
007060     Move RV-Back-Date-Num To Chg-Date.
007070     Move Zero             To Chg-Seq.
007080     Start ChangeHistFile Key Not < Chg-Key
007090         Invalid Key
007100             Set No-More-History To True
007110             Go To 2100-Judge
007120     End-Start.
007130     Move 'Y' To More-History.
007140     Perform 2110-Check-History-Record Thru 2110-Exit
007150         Until No-More-History.
007160 2100-Judge.
007170     Evaluate True
007180         When Not RV-Raise-Found
007190             Set RV-Refused To True
007200             Move 'NO RAISE POSTING ON CHANGE HISTORY'
007210                 To RV-Refuse-Reason
007220         When RV-Already-Reversed
007230             Continue
007240         When RV-Later-Change
007250             Set RV-Refused To True
007260             Move 'MASTER CHANGED AFTER THE RUN'
007270                 To RV-Refuse-Reason
007280     End-Evaluate.
007290 2100-Exit.
007300     Exit.
007310
007320 2110-Check-History-Record.
007330     Read ChangeHistFile Next Record
007340         At End
007350             Set No-More-History To True
007360             Go To 2110-Exit
007370     End-Read.
007380     If Chg-Employee-ID Not = AUD-Employee-ID
007390         Set No-More-History To True
007400         Go To 2110-Exit
007410     End-If.
007420     If Chg-Program = 'CHAPTER4-9M'
007430         And Chg-Action = 'RAISE'
007440         And Chg-Date = RV-Back-Date-Num
007450         Set RV-Raise-Found To True
007460         Move 'N' To RV-Reversed-Sw
007470         Move 'N' To RV-Later-Change-Sw
007480         Move Spaces To RV-Change-Program RV-Change-Action
007490         Move Zero To RV-Change-Date
007500         Move Chg-Before-Image To RV-Image-Work
007510         Go To 2110-Exit
007520     End-If.
007530*    Same-day postings ahead of the raise are already in its
007540*    before image.
007550     If Not RV-Raise-Found
007560         Go To 2110-Exit
007570     End-If.
007580     If Chg-Program = 'RAISEBACKOUT'
007590         And Chg-Action = 'REVERSE'
007600         Set RV-Already-Reversed To True
007610         Go To 2110-Exit
007620     End-If.
007621*    A supplemental payment leaves the master as it found it.
007622     If Chg-Program = 'SUPPLEMENTAL'
007623         And Chg-Action = 'SUPPLMNT'
007624         Go To 2110-Exit
007625     End-If.
007630     If Not RV-Later-Change
007640         Set RV-Later-Change To True
007650         Move Chg-Program To RV-Change-Program
007660         Move Chg-Action  To RV-Change-Action
007670         Move Chg-Date    To RV-Change-Date
007680     End-If.
007690 2110-Exit.
007700     Exit.
007710
007720*-----------------------------------------------------------------
007730*  2200-CHECK-MASTER -- the master must still carry what the run
007740*  posted: the run date in LAST-RAISE-DATE and the run's new
007750*  salary.  The before image must be a usable master image.
007760*-----------------------------------------------------------------
007770 2200-Check-Master.
007780     Move AUD-Employee-ID To Employee-ID.
007790     Read EmployeeFile
007800         Invalid Key
007810             Set RV-Refused To True
007820             Move 'EMPLOYEE NOT ON MASTER'
007830                 To RV-Refuse-Reason
007840             Go To 2200-Exit
007850     End-Read.
007860     If RVI-Employee-ID Not = Employee-ID
007870         Or RVI-Salary Not Numeric
007880         Or RVI-FICA Not Numeric
007890         Or RVI-State-Tax Not Numeric
007900         Or RVI-Federal-Tax Not Numeric
007910         Or RVI-Last-Raise-Date Not Numeric
007920         Set RV-Refused To True
007930         Move 'BEFORE IMAGE ON CHANGE HISTORY UNUSABLE'
007940             To RV-Refuse-Reason
007950         Go To 2200-Exit
007960     End-If.
007970     If Last-Raise-Date Not = RV-Back-Date-Num
007980         Set RV-Refused To True
007990         Move 'MASTER NOT STAMPED WITH THE RUN DATE'
008000             To RV-Refuse-Reason
008010         Go To 2200-Exit
008020     End-If.
008030     If In-Employee-Salary Not = AUD-Gross
008040         Set RV-Refused To True
008050         Move 'MASTER SALARY IS NOT THE POSTED SALARY'
008060             To RV-Refuse-Reason
008070     End-If.
008080 2200-Exit.
008090     Exit.
008100
008110*-----------------------------------------------------------------
008120*  2300-CHECK-YTD -- the YTD record must still be on the run's
008130*  year and hold at least the run's amounts in every bucket the
008140*  run added to, so nothing taken back can go below zero.
008150*-----------------------------------------------------------------
008160 2300-Check-YTD.
008170     Move AUD-Employee-ID To YTD-Employee-ID.
008180     Read YTDFile
008190         Invalid Key
008200             Set RV-Refused To True
008210             Move 'NO YTD RECORD FOR THE EMPLOYEE'
008220                 To RV-Refuse-Reason
008230             Go To 2300-Exit
008240     End-Read.
008250     If YTD-Year Not = RV-Back-Year
008260         Set RV-Refused To True
008270         Move 'YTD RECORD HAS ROLLED TO A NEW YEAR'
008280             To RV-Refuse-Reason
008290         Go To 2300-Exit
008300     End-If.
008310     Compute RV-Qtr-Sub = (RV-Back-Month + 2) / 3.
008320     Compute RV-Qtr-Month-Sub =
008330         RV-Back-Month - ((RV-Qtr-Sub - 1) * 3).
008340     Compute RV-Month-Liability Rounded =
008350         AUD-FICA + AUD-Employer-FICA + AUD-Federal-Tax.
008360     If YTD-Gross < AUD-Gross
008370         Or YTD-FICA < AUD-FICA
008380         Or YTD-State < AUD-State-Tax
008390         Or YTD-Federal < AUD-Federal-Tax
008400         Or YTD-Deductions < AUD-Ded-Total
008410         Or YTD-Employer-FICA < AUD-Employer-FICA
008420         Or YTD-FUTA < AUD-FUTA-Amount
008430         Or YTD-SUTA < AUD-SUTA-Amount
008440         Or YTD-Qtr-Wages (RV-Qtr-Sub) < AUD-Gross
008450         Or YTD-Qtr-FICA (RV-Qtr-Sub) < AUD-FICA
008460         Or YTD-Qtr-State (RV-Qtr-Sub) < AUD-State-Tax
008470         Or YTD-Qtr-Federal (RV-Qtr-Sub) < AUD-Federal-Tax
008480         Or YTD-Qtr-ER-FICA (RV-Qtr-Sub) < AUD-Employer-FICA
008490         Or YTD-Qtr-Month-Liab (RV-Qtr-Sub, RV-Qtr-Month-Sub)
008500             < RV-Month-Liability
008510         Set RV-Refused To True
008520         Move 'YTD FIGURES ARE BELOW THE RUN AMOUNTS'
008530             To RV-Refuse-Reason
008540     End-If.
008550 2300-Exit.
008560     Exit.
008570
008580*-----------------------------------------------------------------
008590*  2800-ROLL-REVERSAL-TOTALS -- the employee's run amounts go to
008600*  the department and deduction code tables for the reversing
008610*  GL distribution, and the employee to the table the feed pass
008620*  reverses entries for.
008630*-----------------------------------------------------------------
008640 2800-Roll-Reversal-Totals.
008650     Add RVI-Salary    To RV-Total-Old-Salary.
008660     Add AUD-Gross     To RV-Total-Gross.
008670     Add AUD-Net-Pay   To RV-Total-Net.
008680     Add AUD-Ded-Total To RV-Total-Deductions.
008690     Perform 2810-Roll-Department Thru 2810-Exit.
008700     Perform 2820-Roll-Deduction-Code Thru 2820-Exit
008710         Varying RV-Ded-Sub From 1 By 1
008720         Until RV-Ded-Sub > AUD-Ded-Count.
008730     If RV-Done-Count < 2000
008740         Add 1 To RV-Done-Count
008750         Move AUD-Employee-ID   To RV-Done-ID (RV-Done-Count)
008760         Move AUD-Employee-Name To RV-Done-Name (RV-Done-Count)
008770         Move 'N' To RV-Done-Fed (RV-Done-Count)
008780     Else
008790         Set RV-Done-Overflow To True
008800     End-If.
008810 2800-Exit.
008820     Exit.
008830
008840 2810-Roll-Department.
008850     Move Zero To RV-Dept-Found-Sub.
008860     Perform 2815-Match-Department Thru 2815-Exit
008870         Varying RV-Dept-Sub From 1 By 1
008880         Until RV-Dept-Sub > RV-Dept-Count.
008890     If RV-Dept-Found-Sub = Zero
008900         If RV-Dept-Count < 50
008910             Add 1 To RV-Dept-Count
008920             Move RV-Dept-Count To RV-Dept-Found-Sub
008930             Initialize RV-Dept-Entry (RV-Dept-Found-Sub)
008940             Move AUD-Department
008950                 To RV-Dept-Code (RV-Dept-Found-Sub)
008960         Else
008970             Display 'DEPARTMENT TABLE FULL - ' AUD-Department
008980             Move RV-Dept-Count To RV-Dept-Found-Sub
008990         End-If
009000     End-If.
009010     Add AUD-Gross         To RV-Dept-Gross (RV-Dept-Found-Sub).
009020     Add AUD-FICA          To RV-Dept-FICA (RV-Dept-Found-Sub).
009030     Add AUD-State-Tax     To RV-Dept-State (RV-Dept-Found-Sub).
009040     Add AUD-Federal-Tax   To RV-Dept-Fed (RV-Dept-Found-Sub).
009050     Add AUD-Employer-FICA To RV-Dept-ER-FICA (RV-Dept-Found-Sub).
009060     Add AUD-FUTA-Amount   To RV-Dept-ER-FUTA (RV-Dept-Found-Sub).
009070     Add AUD-SUTA-Amount   To RV-Dept-ER-SUTA (RV-Dept-Found-Sub).
009080 2810-Exit.
009090     Exit.
009100
009110 2815-Match-Department.
009120     If RV-Dept-Code (RV-Dept-Sub) = AUD-Department
009130         Move RV-Dept-Sub To RV-Dept-Found-Sub
009140     End-If.
009150 2815-Exit.
009160     Exit.
009170
009180 2820-Roll-Deduction-Code.
009190     Move Zero To RV-DC-Found-Sub.
009200     Perform 2825-Match-Deduction-Code Thru 2825-Exit
009210         Varying RV-DC-Sub From 1 By 1
009220         Until RV-DC-Sub > RV-DC-Count.
009230     If RV-DC-Found-Sub = Zero
009240         If RV-DC-Count < 20
009250             Add 1 To RV-DC-Count
009260             Move RV-DC-Count To RV-DC-Found-Sub
009270             Initialize RV-DC-Entry (RV-DC-Found-Sub)
009280             Move AUD-Ded-Code (RV-Ded-Sub)
009290                 To RV-DC-Code (RV-DC-Found-Sub)
009300             Move AUD-Ded-Desc (RV-Ded-Sub)
009310                 To RV-DC-Desc (RV-DC-Found-Sub)
009320             Move AUD-Ded-Acct (RV-Ded-Sub)
009330                 To RV-DC-Acct (RV-DC-Found-Sub)
009340         Else
009350             Display 'DEDUCTION CODE TABLE FULL - '
009360                     AUD-Ded-Code (RV-Ded-Sub)
009370             Move RV-DC-Count To RV-DC-Found-Sub
009380         End-If
009390     End-If.
009400     Add AUD-Ded-Amount (RV-Ded-Sub)
009410         To RV-DC-Amount (RV-DC-Found-Sub).
009420 2820-Exit.
009430     Exit.
009440
009450 2825-Match-Deduction-Code.
009460     If RV-DC-Code (RV-DC-Sub) = AUD-Ded-Code (RV-Ded-Sub)
009470         Move RV-DC-Sub To RV-DC-Found-Sub
009480     End-If.
009490 2825-Exit.
009500     Exit.
009510
009520*-----------------------------------------------------------------
009530*  3000-RESTORE-MASTER -- salary, the three withholding amounts
009540*  and LAST-RAISE-DATE go back to what the before image shows.
009550*  Nothing else on the master is touched.
009560*-----------------------------------------------------------------
009570 3000-Restore-Master.
009580     Move Employee-Record     To RV-Before-Image.
009590     Move RVI-Salary          To In-Employee-Salary.
009600     Move RVI-FICA            To FICA.
009610     Move RVI-State-Tax       To StateTax.
009620     Move RVI-Federal-Tax     To FederalTax.
009630     Move RVI-Last-Raise-Date To Last-Raise-Date.
009640     Rewrite Employee-Record.
009650     Perform 9800-File-Validation Thru 9800-Exit.
009660 3000-Exit.
009670     Exit.
009680
009690*-----------------------------------------------------------------
009700*  3100-REVERSE-YTD -- take the run's amounts back off the year,
009710*  the quarter of the run date and the month within it, the
009720*  same buckets the raise run's 3700 added them to.
009730*-----------------------------------------------------------------
009740 3100-Reverse-YTD.
009750     Subtract AUD-Gross         From YTD-Gross.
009760     Subtract AUD-FICA          From YTD-FICA.
009770     Subtract AUD-State-Tax     From YTD-State.
009780     Subtract AUD-Federal-Tax   From YTD-Federal.
009790     Subtract AUD-Ded-Total     From YTD-Deductions.
009800     Subtract AUD-Employer-FICA From YTD-Employer-FICA.
009810     Subtract AUD-FUTA-Amount   From YTD-FUTA.
009820     Subtract AUD-SUTA-Amount   From YTD-SUTA.
009830     Subtract AUD-Gross         From YTD-Qtr-Wages (RV-Qtr-Sub).
009840     Subtract AUD-FICA          From YTD-Qtr-FICA (RV-Qtr-Sub).
009850     Subtract AUD-State-Tax     From YTD-Qtr-State (RV-Qtr-Sub).
009860     Subtract AUD-Federal-Tax
009870         From YTD-Qtr-Federal (RV-Qtr-Sub).
009880     Subtract AUD-Employer-FICA
009890         From YTD-Qtr-ER-FICA (RV-Qtr-Sub).
009900     Subtract RV-Month-Liability
009910         From YTD-Qtr-Month-Liab (RV-Qtr-Sub, RV-Qtr-Month-Sub).
009920     Rewrite YTD-Record.
009930     Perform 9800-File-Validation Thru 9800-Exit.
009940 3100-Exit.
009950     Exit.
009960
009970*-----------------------------------------------------------------
009980*  3200-WRITE-REVERSAL-HISTORY -- the REVERSE record is written
009990*  last: once it is on file a rerun of this program knows the
010000*  employee is done.
010010*-----------------------------------------------------------------
010020 3200-Write-Reversal-History.
010030     Move Employee-ID     To Chg-Employee-ID.
010040     Move 'REVERSE'       To Chg-Action.
010050     Move RV-Before-Image To Chg-Before-Image.
010060     Move Employee-Record To Chg-After-Image.
010070     Perform 9500-Write-Change-History Thru 9500-Exit.
010080 3200-Exit.
010090     Exit.
010091
010092*-----------------------------------------------------------------
010093*  3300-RESTORE-RECOMMENDATION -- the run paid an approved
010094*  manager recommendation in place of the tier amount and marked
010095*  it used.  Put it back to APPROVED so the rerun pays it again.
010096*-----------------------------------------------------------------
010097 3300-Restore-Recommendation.
010098     If Not RV-Rec-File-Open Or AUD-Merit-Override Not = 'M'
010099         Go To 3300-Exit
010100     End-If.
010101     Move Employee-ID To Rec-Employee-ID.
010102     Read RecommendFile
010103         Invalid Key
010104             Go To 3300-Exit
010105     End-Read.
010106     If Rec-Used And Rec-Applied-Date = RV-Back-Date-Num
010107         Set Rec-Approved To True
010108         Move Zero To Rec-Applied-Date
010109         Rewrite Recommendation-Record
010110         Perform 9800-File-Validation Thru 9800-Exit
010111     End-If.
010112 3300-Exit.
010113     Exit.
010114
010115*-----------------------------------------------------------------
010116*  3400-RESTORE-GARNISHMENT-BALANCE -- what the run took for a
010117*  garnishment with a total owed goes back on its balance, and an
010118*  order the run satisfied is open again.  The rerun takes it
010119*  down afresh.
010120*-----------------------------------------------------------------
010121 3400-Restore-Garnishment-Balance.
010122     If Not RV-Ded-File-Open
010123         Go To 3400-Exit
010124     End-If.
010125     Move AUD-Employee-ID To Ded-Employee-ID.
010126     Move AUD-Ded-Code (RV-Ded-Sub) To Ded-Code.
010127     Read DeductFile
010128         Invalid Key
010129             Go To 3400-Exit
010130     End-Read.
010131     If Not Ded-Garnishment Or Ded-Total-Owed = Zero
010132         Go To 3400-Exit
010133     End-If.
010134     Add AUD-Ded-Amount (RV-Ded-Sub) To Ded-Balance.
010135     If Ded-Balance > Ded-Total-Owed
010136         Move Ded-Total-Owed To Ded-Balance
010137     End-If.
010138     Move Zero To Ded-Satisfied-Date.
010139     If Ded-Last-Taken-Date = RV-Back-Date-Num
010140         Move Zero To Ded-Last-Taken Ded-Last-Taken-Date
010141     End-If.
010142     Rewrite Deduction-Record.
010143     Perform 9800-File-Validation Thru 9800-Exit.
010144 3400-Exit.
010145     Exit.
010146
010147 4000-Write-Detail-Line.
010148     Move AUD-Employee-ID   To RVD-Employee-ID.
010149     Move AUD-Employee-Name To RVD-Name.
010150     Move AUD-Department    To RVD-Dept.
010151     Move AUD-Net-Pay       To RVD-Net-Pay.
010160     Move Spaces To Reversal-Report-Record.
010170     Move RV-Detail-Line To Reversal-Report-Record.
010180     Write Reversal-Report-Record.
010190 4000-Exit.
010200     Exit.
010210
010220*-----------------------------------------------------------------
010230*  5000-WRITE-MANUAL-LINE -- a refused employee goes on the
010240*  manual handling list with the reason and, when the master
010250*  moved on after the run, the first posting that moved it; the
010260*  report carries the same employee as REFUSED.
010270*-----------------------------------------------------------------
010280 5000-Write-Manual-Line.
010290     Add 1 To RV-Refused-Count.
010300     Move Spaces To RV-Manual-Line.
010310     Move AUD-Employee-ID   To RVM-Employee-ID.
010320     Move AUD-Employee-Name To RVM-Name.
010330     Move RV-Refuse-Reason  To RVM-Reason.
010340     Move RV-Change-Program To RVM-Program.
010350     Move RV-Change-Action  To RVM-Action.
010360     If RV-Change-Date > Zero
010370         Move RV-Change-Date To RVM-Date
010380     End-If.
010390     Move Spaces To Manual-List-Record.
010400     Move RV-Manual-Line To Manual-List-Record.
010410     Write Manual-List-Record.
010420     Move Spaces To RV-Detail-Line.
010430     Move AUD-Gross To RVD-Posted-Salary.
010440     Move 'REFUSED - SEE MANUAL HANDLING LIST'
010450         To RVD-Disposition.
010460     Perform 4000-Write-Detail-Line Thru 4000-Exit.
010470 5000-Exit.
010480     Exit.
010490
010500*-----------------------------------------------------------------
010510*  6000-WRITE-GL-REVERSAL -- the reversing distribution, line
010520*  for line as the raise run's 7500 wrote it: per department the
010530*  salary expense, each withholding and the employer taxes, then
010540*  one payable line per deduction code.
010550*-----------------------------------------------------------------
010560 6000-Write-GL-Reversal.
010570     Perform 6010-Write-GL-Department Thru 6010-Exit
010580         Varying RV-Dept-Sub From 1 By 1
010590         Until RV-Dept-Sub > RV-Dept-Count.
010600     Perform 6030-Write-GL-Deduction Thru 6030-Exit
010610         Varying RV-DC-Sub From 1 By 1
010620         Until RV-DC-Sub > RV-DC-Count.
010630 6000-Exit.
010640     Exit.
010650
010660 6010-Write-GL-Department.
010670     Move '610000' To RV-GL-Sal-Acct.
010680     Move '221000' To RV-GL-FICA-Acct.
010690     Move '222000' To RV-GL-State-Acct.
010700     Move '223000' To RV-GL-Fed-Acct.
010710     Move '615000' To RV-GL-Tax-Acct.
010720     Move '224000' To RV-GL-FUTA-Acct.
010730     Move '225000' To RV-GL-SUTA-Acct.
010740     If RV-Dept-File-Open
010750         Move RV-Dept-Code (RV-Dept-Sub) To Dept-Code
010760         Read DeptFile
010770             Invalid Key
010780                 Continue
010790             Not Invalid Key
010800                 Perform 6015-Take-Dept-Accounts Thru 6015-Exit
010810         End-Read
010820     End-If.
010830     Move Spaces To GL-Reversal-Record.
010840     Move RV-Dept-Code (RV-Dept-Sub) To GLR-Department.
010850     Move RV-GL-Sal-Acct To GLR-Account.
010860     Move 'SALARY EXPENSE' To GLR-Description.
010870     Move RV-Dept-Gross (RV-Dept-Sub) To GLR-Amount.
010880     Write GL-Reversal-Record.
010890     Move Spaces To GL-Reversal-Record.
010900     Move RV-Dept-Code (RV-Dept-Sub) To GLR-Department.
010910     Move RV-GL-FICA-Acct To GLR-Account.
010920     Move 'FICA WITHHELD' To GLR-Description.
010930     Move RV-Dept-FICA (RV-Dept-Sub) To GLR-Amount.
010940     Write GL-Reversal-Record.
010950     Move Spaces To GL-Reversal-Record.
010960     Move RV-Dept-Code (RV-Dept-Sub) To GLR-Department.
010970     Move RV-GL-State-Acct To GLR-Account.
010980     Move 'STATE TAX WITHHELD' To GLR-Description.
010990     Compute GLR-Amount Rounded = RV-Dept-State (RV-Dept-Sub).
011000     Write GL-Reversal-Record.
011010     Move Spaces To GL-Reversal-Record.
011020     Move RV-Dept-Code (RV-Dept-Sub) To GLR-Department.
011030     Move RV-GL-Fed-Acct To GLR-Account.
011040     Move 'FEDERAL TAX WITHHELD' To GLR-Description.
011050     Compute GLR-Amount Rounded = RV-Dept-Fed (RV-Dept-Sub).
011060     Write GL-Reversal-Record.
011070     Move Spaces To GL-Reversal-Record.
011080     Move RV-Dept-Code (RV-Dept-Sub) To GLR-Department.
011090     Move RV-GL-Tax-Acct To GLR-Account.
011100     Move 'EMPLOYER FICA EXPENSE' To GLR-Description.
011110     Move RV-Dept-ER-FICA (RV-Dept-Sub) To GLR-Amount.
011120     Write GL-Reversal-Record.
011130     Move Spaces To GL-Reversal-Record.
011140     Move RV-Dept-Code (RV-Dept-Sub) To GLR-Department.
011150     Move RV-GL-Tax-Acct To GLR-Account.
011160     Move 'FUTA EXPENSE' To GLR-Description.
011170     Move RV-Dept-ER-FUTA (RV-Dept-Sub) To GLR-Amount.
011180     Write GL-Reversal-Record.
011190     Move Spaces To GL-Reversal-Record.
011200     Move RV-Dept-Code (RV-Dept-Sub) To GLR-Department.
011210     Move RV-GL-Tax-Acct To GLR-Account.
011220     Move 'SUTA EXPENSE' To GLR-Description.
011230     Move RV-Dept-ER-SUTA (RV-Dept-Sub) To GLR-Amount.
011240     Write GL-Reversal-Record.
011250     Move Spaces To GL-Reversal-Record.
011260     Move RV-Dept-Code (RV-Dept-Sub) To GLR-Department.
011270     Move RV-GL-FICA-Acct To GLR-Account.
011280     Move 'EMPLOYER FICA PAYABLE' To GLR-Description.
011290     Move RV-Dept-ER-FICA (RV-Dept-Sub) To GLR-Amount.
011300     Write GL-Reversal-Record.
011310     Move Spaces To GL-Reversal-Record.
011320     Move RV-Dept-Code (RV-Dept-Sub) To GLR-Department.
011330     Move RV-GL-FUTA-Acct To GLR-Account.
011340     Move 'FUTA PAYABLE' To GLR-Description.
011350     Move RV-Dept-ER-FUTA (RV-Dept-Sub) To GLR-Amount.
011360     Write GL-Reversal-Record.
011370     Move Spaces To GL-Reversal-Record.
011380     Move RV-Dept-Code (RV-Dept-Sub) To GLR-Department.
011390     Move RV-GL-SUTA-Acct To GLR-Account.
011400     Move 'SUTA PAYABLE' To GLR-Description.
011410     Move RV-Dept-ER-SUTA (RV-Dept-Sub) To GLR-Amount.
011420     Write GL-Reversal-Record.
011430 6010-Exit.
011440     Exit.
011450
011460 6015-Take-Dept-Accounts.
011470     Move Dept-Salary-Account      To RV-GL-Sal-Acct.
011480     Move Dept-FICA-Account        To RV-GL-FICA-Acct.
011490     Move Dept-State-Account       To RV-GL-State-Acct.
011500     Move Dept-Federal-Account     To RV-GL-Fed-Acct.
011510     Move Dept-Tax-Expense-Account To RV-GL-Tax-Acct.
011520     Move Dept-FUTA-Account        To RV-GL-FUTA-Acct.
011530     Move Dept-SUTA-Account        To RV-GL-SUTA-Acct.
011540 6015-Exit.
011550     Exit.
011560
011570 6030-Write-GL-Deduction.
011580     Move Spaces To GL-Reversal-Record.
011590     Move 'ALL'  To GLR-Department.
011600     Move RV-DC-Acct (RV-DC-Sub) To GLR-Account.
011610     Move Spaces To GLR-Description.
011620     String RV-DC-Code (RV-DC-Sub) Delimited By Size
011630            ' '                    Delimited By Size
011640            RV-DC-Desc (RV-DC-Sub) Delimited By Size
011650            Into GLR-Description.
011660     Move RV-DC-Amount (RV-DC-Sub) To GLR-Amount.
011670     Write GL-Reversal-Record.
011680 6030-Exit.
011690     Exit.
011700
011710*-----------------------------------------------------------------
011720*  7000-WRITE-ACH-REVERSAL -- the feed went to the bank, so every
011730*  live credit it carried for a reversed employee is taken back
011740*  with the matching debit.  The feed on file must be the run's
011750*  own (its file header dated the run date); anything else and
011760*  no reversal batch is written.  Prenotes carried no money and
011770*  are not reversed.
011780*-----------------------------------------------------------------
011790 7000-Write-ACH-Reversal.
011800     Open Input DirectDepositFile.
011810     If WS-File-Status Not = 00
011820         Move 'DIRECT DEPOSIT FEED NOT FOUND - NO ACH REVERSAL'
011830             To RV-ACH-Note
011840         Go To 7000-Exit
011850     End-If.
011860     Read DirectDepositFile
011870         At End
011880             Move Spaces To ACH-File-Header-Record
011890     End-Read.
011900     If AFH-Record-Type Not = '1'
011910         Or AFH-File-Date Not = RV-Back-Date-Num
011920         Move 'FEED ON FILE IS NOT THE RUN FEED - NO ACH REVERSAL'
011930             To RV-ACH-Note
011940         Close DirectDepositFile
011950         Go To 7000-Exit
011960     End-If.
011970     Open Output ACHReversalFile.
011980     Perform 9800-File-Validation Thru 9800-Exit.
011990     Set RV-ACH-Written To True.
012000     Perform 7100-Write-Reversal-Headers Thru 7100-Exit.
012010     Move 'Y' To More-Feed-Records.
012020     Perform 7200-Reverse-Feed-Entry Thru 7200-Exit
012030         Until No-More-Feed-Records.
012040     Perform 7300-Write-Reversal-Trailers Thru 7300-Exit.
012050     Close DirectDepositFile.
012060     Close ACHReversalFile.
012070     Perform 7400-List-Unfed-Employee Thru 7400-Exit
012080         Varying RV-Done-Sub From 1 By 1
012090         Until RV-Done-Sub > RV-Done-Count.
012100 7000-Exit.
012110     Exit.
012120
012130 7100-Write-Reversal-Headers.
012140     Move Spaces To Reversal-File-Header-Record.
012150     Move '1'  To RFH-Record-Type.
012160     Move '01' To RFH-Priority-Code.
012170     Move RV-ACH-Dest-Routing To RFH-Dest-RTN.
012180     Move RV-ACH-Origin-ID    To RFH-Origin-ID.
012190     Move RV-Run-Date-Num     To RFH-File-Date.
012200     Move RV-ACH-Dest-Name    To RFH-Dest-Name.
012210     Move RV-ACH-Company-Name To RFH-Origin-Name.
012220     Write Reversal-File-Header-Record.
012230     Move Spaces To Reversal-Batch-Header-Record.
012240     Move '5'   To RBH-Record-Type.
012250     Move '225' To RBH-Service-Class.
012260     Move RV-ACH-Company-Name To RBH-Company-Name.
012270     Move RV-ACH-Company-ID   To RBH-Company-ID.
012280     Move 'PPD' To RBH-Entry-Class.
012290     Move RV-ACH-Entry-Desc   To RBH-Entry-Desc.
012300     Move RV-Run-Date-Num     To RBH-Effective-Date.
012310     Write Reversal-Batch-Header-Record.
012320 7100-Exit.
012330     Exit.
012340
012350 7200-Reverse-Feed-Entry.
012360     Read DirectDepositFile
012370         At End
012380             Set No-More-Feed-Records To True
012390             Go To 7200-Exit
012400     End-Read.
012410     If DDR-Record-Type Not = '6'
012420         Or DDR-Amount = Zero
012430         Go To 7200-Exit
012440     End-If.
012450     Move Zero To RV-Done-Found-Sub.
012460     Perform 7210-Match-Done-Entry Thru 7210-Exit
012470         Varying RV-Done-Sub From 1 By 1
012480         Until RV-Done-Sub > RV-Done-Count
012490            Or RV-Done-Found-Sub > Zero.
012500     If RV-Done-Found-Sub = Zero
012510         Go To 7200-Exit
012520     End-If.
012530     Move Spaces To Reversal-Entry-Record.
012540     Evaluate DDR-Transaction-Code
012550         When '22'
012560             Move '27' To RVE-Transaction-Code
012570         When '32'
012580             Move '37' To RVE-Transaction-Code
012590         When Other
012600             Go To 7200-Exit
012610     End-Evaluate.
012620     Move '6' To RVE-Record-Type.
012630     Move DDR-Routing-Number To RVE-Routing-Number.
012640     Move DDR-Account-Number To RVE-Account-Number.
012650     Move DDR-Amount         To RVE-Amount.
012660     Move DDR-Employee-ID    To RVE-Employee-ID.
012670     Move DDR-Employee-Name  To RVE-Employee-Name.
012680     Write Reversal-Entry-Record.
012690     Set RV-Done-Was-Fed (RV-Done-Found-Sub) To True.
012700     Add RVE-Amount To RV-ACH-Debit-Total.
012710     Add 1 To RV-ACH-Entry-Count.
012720     Move RVE-Routing-Number To RV-ACH-Routing-Work.
012730     If RV-ACH-Routing-Pfx Numeric
012740         Add RV-ACH-Routing-Pfx To RV-ACH-Entry-Hash
012750     End-If.
012760 7200-Exit.
012770     Exit.
012780
012790 7210-Match-Done-Entry.
012800     If RV-Done-ID (RV-Done-Sub) = DDR-Employee-ID
012810         Move RV-Done-Sub To RV-Done-Found-Sub
012820     End-If.
012830 7210-Exit.
012840     Exit.
012850
012860*-----------------------------------------------------------------
012870*  7300-WRITE-REVERSAL-TRAILERS -- the batch sends debits only,
012880*  so the credit totals are always zero.
012890*-----------------------------------------------------------------
012900 7300-Write-Reversal-Trailers.
012910     Move Spaces To Reversal-Batch-Control-Record.
012920     Move '8'   To RBC-Record-Type.
012930     Move '225' To RBC-Service-Class.
012940     Move RV-ACH-Entry-Count  To RBC-Entry-Count.
012950     Move RV-ACH-Entry-Hash   To RBC-Entry-Hash.
012960     Move RV-ACH-Debit-Total  To RBC-Debit-Total.
012970     Move Zero                To RBC-Credit-Total.
012980     Move RV-ACH-Company-ID   To RBC-Company-ID.
012990     Write Reversal-Batch-Control-Record.
013000     Move Spaces To Reversal-File-Control-Record.
013010     Move '9' To RFC-Record-Type.
013020     Move 1   To RFC-Batch-Count.
013030     Move RV-ACH-Entry-Count  To RFC-Entry-Count.
013040     Move RV-ACH-Entry-Hash   To RFC-Entry-Hash.
013050     Move RV-ACH-Debit-Total  To RFC-Debit-Total.
013060     Move Zero                To RFC-Credit-Total.
013070     Write Reversal-File-Control-Record.
013080 7300-Exit.
013090     Exit.
013100
013110*-----------------------------------------------------------------
013120*  7400-LIST-UNFED-EMPLOYEE -- a reversed employee the feed did
013130*  not pay (deposit held, prenote pending) was paid by manual
013140*  check; the check must be voided by hand, so the employee goes
013150*  on the manual handling list.
013160*-----------------------------------------------------------------
013170 7400-List-Unfed-Employee.
013180     If RV-Done-Was-Fed (RV-Done-Sub)
013190         Go To 7400-Exit
013200     End-If.
013210     Add 1 To RV-Not-Fed-Count.
013220     Move Spaces To RV-Manual-Line.
013230     Move RV-Done-ID (RV-Done-Sub)   To RVM-Employee-ID.
013240     Move RV-Done-Name (RV-Done-Sub) To RVM-Name.
013250     Move 'REVERSED - NOT ON FEED, VOID MANUAL CHECK'
013260         To RVM-Reason.
013270     Move Spaces To Manual-List-Record.
013280     Move RV-Manual-Line To Manual-List-Record.
013290     Write Manual-List-Record.
013300 7400-Exit.
013310     Exit.
013320
013330*-----------------------------------------------------------------
013340*  8000-WRITE-TOTALS -- counts and dollars so payroll can prove
013350*  the reversing GL and ACH files against the report.
013360*-----------------------------------------------------------------
013370 8000-Write-Totals.
013380     Move Spaces To Reversal-Report-Record.
013390     Write Reversal-Report-Record.
013400     Move Spaces To RV-Total-Line.
013410     Move 'AUDIT RECORDS READ' To RVT-Label.
013420     Move RV-Audit-Read To RVT-Count.
013430     Perform 8100-Write-Total-Line Thru 8100-Exit.
013440     Move Spaces To RV-Total-Line.
013450     Move 'AUDIT RECORDS FOR THE RUN DATE' To RVT-Label.
013460     Move RV-Run-Entries To RVT-Count.
013470     Perform 8100-Write-Total-Line Thru 8100-Exit.
013480     Move Spaces To RV-Total-Line.
013490     Move 'EMPLOYEES REVERSED' To RVT-Label.
013500     Move RV-Reversed-Count To RVT-Count.
013510     Perform 8100-Write-Total-Line Thru 8100-Exit.
013520     Move Spaces To RV-Total-Line.
013530     Move 'REVERSED BY AN EARLIER EXECUTION' To RVT-Label.
013540     Move RV-Earlier-Count To RVT-Count.
013550     Perform 8100-Write-Total-Line Thru 8100-Exit.
013560     Move Spaces To RV-Total-Line.
013570     Move 'REFUSED - MANUAL HANDLING' To RVT-Label.
013580     Move RV-Refused-Count To RVT-Count.
013590     Perform 8100-Write-Total-Line Thru 8100-Exit.
013600     Move Spaces To RV-Total-Line.
013610     Move 'SALARY RESTORED' To RVT-Label.
013620     Move RV-Total-Old-Salary To RVT-Amount.
013630     Perform 8100-Write-Total-Line Thru 8100-Exit.
013640     Move Spaces To RV-Total-Line.
013650     Move 'GROSS REVERSED' To RVT-Label.
013660     Move RV-Total-Gross To RVT-Amount.
013670     Perform 8100-Write-Total-Line Thru 8100-Exit.
013680     Move Spaces To RV-Total-Line.
013690     Move 'DEDUCTIONS REVERSED' To RVT-Label.
013700     Move RV-Total-Deductions To RVT-Amount.
013710     Perform 8100-Write-Total-Line Thru 8100-Exit.
013720     Move Spaces To RV-Total-Line.
013730     Move 'NET PAY REVERSED' To RVT-Label.
013740     Move RV-Total-Net To RVT-Amount.
013750     Perform 8100-Write-Total-Line Thru 8100-Exit.
013760     Move Spaces To Reversal-Report-Record.
013770     Write Reversal-Report-Record.
013780     Move Spaces To RV-Total-Line.
013790     If Not RV-Feed-Released
013800         Move 'FEED NOT RELEASED - NO ACH REVERSAL NEEDED'
013810             To Reversal-Report-Record
013820         Write Reversal-Report-Record
013830         Go To 8000-Exit
013840     End-If.
013850     If Not RV-ACH-Written
013860         Move RV-ACH-Note To Reversal-Report-Record
013870         Write Reversal-Report-Record
013880         Go To 8000-Exit
013890     End-If.
013900     Move 'ACH REVERSAL DEBIT ENTRIES' To RVT-Label.
013910     Move RV-ACH-Entry-Count To RVT-Count.
013920     Move RV-ACH-Debit-Total To RVT-Amount.
013930     Perform 8100-Write-Total-Line Thru 8100-Exit.
013940     Move Spaces To RV-Total-Line.
013950     Move 'REVERSED - NOT ON FEED' To RVT-Label.
013960     Move RV-Not-Fed-Count To RVT-Count.
013970     Perform 8100-Write-Total-Line Thru 8100-Exit.
013980     If RV-Done-Overflow
013990         Move Spaces To Reversal-Report-Record
014000         Move 'REVERSED EMPLOYEE TABLE FULL - ACH REVERSAL SHORT'
014010             To Reversal-Report-Record
014020         Write Reversal-Report-Record
014030     End-If.
014040 8000-Exit.
014050     Exit.
014060
014070 8100-Write-Total-Line.
014080     Move Spaces To Reversal-Report-Record.
014090     Move RV-Total-Line To Reversal-Report-Record.
014100     Write Reversal-Report-Record.
014110 8100-Exit.
014120     Exit.
014130
014140*-----------------------------------------------------------------
014150*  9000-TERMINATION -- close up and mark the period REVERSED so
014160*  the raise step can run again; balancing resets with it.  An
014170*  audit trail with nothing for the run date reverses nothing,
014180*  and the run control record is left alone.  Refused employees
014190*  do not hold the period back: they are on the manual handling
014200*  list and are put right by hand before the rerun.
014210*-----------------------------------------------------------------
014220 9000-Termination.
014230     Close AuditFile.
014240     Close EmployeeFile.
014250     Close YTDFile.
014260     Close ChangeHistFile.
014270     If RV-Dept-File-Open
014280         Close DeptFile
014290     End-If.
014292     If RV-Rec-File-Open
014294         Close RecommendFile
014296     End-If.
014297     If RV-Ded-File-Open
014298         Close DeductFile
014299     End-If.
014300     Close GLReversalFile.
014310     Close ReversalReportFile.
014320     Close ManualListFile.
014330     If RV-Run-Entries = Zero
014340         Display 'NO AUDIT RECORDS FOR RUN DATE ' RV-Back-Date-Num
014350                 ' - NOTHING REVERSED'
014360         Move 8 To Return-Code
014370         Go To 9000-Exit
014380     End-If.
014390     Set RC-Raise-Reversed To True.
014400     Move RV-Run-Date-Num To RC-Reversal-Date.
014410     Move 'N' To RC-Balance-Status.
014420     Perform 1060-Write-Run-Control Thru 1060-Exit.
014430     If RV-Refused-Count > Zero
014440         Or RV-Not-Fed-Count > Zero
014450         Or RV-Done-Overflow
014460         Or (RV-Feed-Released And Not RV-ACH-Written)
014470         Display 'RAISE RUN REVERSED - SEE MANUAL HANDLING LIST'
014480         Move 4 To Return-Code
014490     End-If.
014491     If RV-Already-Remitted
014492         Display 'DEDUCTIONS FOR RUN DATE ' RV-Back-Date-Num
014493                 ' ALREADY REMITTED - RECOVER FROM PAYEES BY HAND'
014494         Move 4 To Return-Code
014495     End-If.
014500 9000-Exit.
014510     Exit.
014520
014530*-----------------------------------------------------------------
014540*  9500-WRITE-CHANGE-HISTORY -- one keyed history record per
014550*  master restored.  The caller fills CHG-EMPLOYEE-ID, the
014560*  action and both images; the sequence walks forward past
014570*  records already written for the employee today.
014580*-----------------------------------------------------------------
014590 9500-Write-Change-History.
014600     Move RV-Run-Date-Num To Chg-Date.
014610     Move 'RAISEBACKOUT' To Chg-Program.
014620     Move 'N' To RV-Chg-Written-Sw.
014630     Move 1 To Chg-Seq.
014640     Perform 9510-Write-History-Try Thru 9510-Exit
014650         Until RV-Chg-Written Or Chg-Seq > 999.
014660 9500-Exit.
014670     Exit.
014680
014690 9510-Write-History-Try.
014700     Write Change-History-Record
014710         Invalid Key
014720             Add 1 To Chg-Seq
014730         Not Invalid Key
014740             Set RV-Chg-Written To True
014750     End-Write.
014760 9510-Exit.
014770     Exit.
014780
014790 9700-Write-Report-Headings.
014800     Move Spaces To Reversal-Report-Record.
014810     String 'RAISE RUN BACK-OUT - RUN OF '
014820            Delimited By Size
014830            RV-Back-Date-Display Delimited By Size
014840            ' REVERSED ' Delimited By Size
014850            RV-Run-Date-Display Delimited By Size
014860            Into Reversal-Report-Record.
014870     Write Reversal-Report-Record.
014880     Move Spaces To Reversal-Report-Record.
014890     Write Reversal-Report-Record.
014900     Move Spaces To Reversal-Report-Record.
014910     Move RV-Detail-Heading To Reversal-Report-Record.
014920     Write Reversal-Report-Record.
014930     Move Spaces To Reversal-Report-Record.
014940     Write Reversal-Report-Record.
014950     Move Spaces To Manual-List-Record.
014960     String 'RAISE RUN BACK-OUT - MANUAL HANDLING - RUN OF '
014970            Delimited By Size
014980            RV-Back-Date-Display Delimited By Size
014990            Into Manual-List-Record.
015000     Write Manual-List-Record.
015010     Move Spaces To Manual-List-Record.
015020     Write Manual-List-Record.
015030     Move Spaces To Manual-List-Record.
015040     Move RV-Manual-Heading To Manual-List-Record.
015050     Write Manual-List-Record.
015060     Move Spaces To Manual-List-Record.
015070     Write Manual-List-Record.
015080 9700-Exit.
015090     Exit.
015100
015110 9800-File-Validation.
015120     If WS-File-Status Not = Zero
015130         Display 'FILE ERROR - STATUS CODE ' WS-File-Status
015140         Stop Run
015150     End-If.
015160 9800-Exit.
015170     Exit.
015180
015190 End Program RaiseBackout.
