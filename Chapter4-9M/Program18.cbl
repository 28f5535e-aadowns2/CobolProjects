000010*****************************************************************
000020*  MODIFICATION HISTORY                                        *
000030*----------------------------------------------------------------
000040*  DATE        INIT   DESCRIPTION
000050*  10/15/2026  AJD    ORIGINAL PROGRAM.  CROSS-CHECKS THE PAYROLL
000060*                     FILES AGAINST EACH OTHER BEFORE THE RAISE
000070*                     RUN: EMPLOYEE MASTER, ACCOUNT FILE,
000080*                     DEDUCTION MASTER, DEPARTMENT MASTER, YTD
000090*                     MASTER AND THE RAISE SUSPENSE FILE.  EVERY
000100*                     PROBLEM IS PRINTED WITH A SEVERITY.  THE
000110*                     INTEGRITY STEP ON THE RUN CONTROL FILE IS
000120*                     STAMPED PASSED OR FAILED; THE RAISE RUN WILL
000130*                     NOT START WHILE IT SHOWS FAILED.
000132*  10/15/2026  AJD    A NEW PERIOD IS NOT OPENED WHILE A POSTED
000134*                     RAISE OR SUPPLEMENTAL RUN IS STILL WAITING
000136*                     ON THE REMITTANCE RUN.
000140*****************************************************************
000150
000160 Identification Division.
000170 Program-ID. IntegrityCheck.
000180     Author. AnthonyDowns.
000190     Installation. Payroll Systems.
000200     Date-Written. 10/15/2026.
000210     Date-Compiled.
000220     Security.
000230
000240 Environment Division.
000250     Configuration Section.
000260         Special-Names.
000270
000280     Input-Output Section.
000290         File-Control.
000300             Select RunControlFile Assign to RUN-CONTROL
000310                 File Status is WS-File-Status
000320                 Organization is Line Sequential.
000330
000340             Select EmployeeFile Assign to EMPLOYEE-DATA
000350                 Organization is Indexed
000360                 Access Mode is Dynamic
000370                 Record Key is Employee-ID
000380                 File Status is WS-File-Status.
000390
000400             Select AccountFile Assign to EMPLOYEE-ACCOUNTS
000410                 Organization is Indexed
000420                 Access Mode is Dynamic
000430                 Record Key is Acct-Key
000440                 File Status is WS-File-Status.
000450
000460             Select DeductFile Assign to DEDUCT-MASTER
000470                 Organization is Indexed
000480                 Access Mode is Dynamic
000490                 Record Key is Ded-Key
000500                 File Status is WS-File-Status.
000510
000520             Select DeptFile Assign to DEPT-MASTER
000530                 Organization is Indexed
000540                 Access Mode is Dynamic
000550                 Record Key is Dept-Code
000560                 File Status is WS-File-Status.
000570
000580             Select YTDFile Assign to YTD-MASTER
000590                 Organization is Indexed
000600                 Access Mode is Dynamic
000610                 Record Key is YTD-Employee-ID
000620                 File Status is WS-File-Status.
000630
000640             Select SuspenseFile Assign to RAISE-SUSPENSE
000650                 File Status is WS-File-Status
000660                 Organization is Line Sequential.
000670
000680             Select IntegrityReportFile Assign to INTEGRITY-RPT
000690                 File Status is WS-File-Status
000700                 Organization is Line Sequential.
000710
000720 Data Division.
000730     File Section.
000740         FD  RunControlFile.
000750             Copy "RUNCTL.cpy".
000760
000770         FD  EmployeeFile.
000780             Copy "EMPREC.cpy".
000790
000800         FD  AccountFile.
000810             Copy "ACCTREC.cpy".
000820
000830         FD  DeductFile.
000840             Copy "DEDREC.cpy".
000850
000860         FD  DeptFile.
000870             Copy "DEPTREC.cpy".
000880
000890         FD  YTDFile.
000900             Copy "YTDREC.cpy".
000910
000920*        A SUSPENSE RECORD IS A FULL EMPLOYEE-RECORD IMAGE;
000930*        ONLY THE LEADING EMPLOYEE-ID MATTERS HERE.
000940         FD  SuspenseFile.
000950             01  Suspense-Record.
000960                 05  SUS-Employee-ID         PIC X(06).
000970                 05  FILLER                  PIC X(114).
000980
000990         FD  IntegrityReportFile.
001000             01  Integrity-Report-Record     PIC X(132).
001010
001020     Working-Storage Section.
001030     01  WS-File-Status          PIC 9(2).
001040     01  More-Employees          PIC X(1) value 'Y'.
001050         88  No-More-Employees            value 'N'.
001060     01  More-Account-Records    PIC X(1) value 'Y'.
001070         88  No-More-Account-Records      value 'N'.
001080     01  More-Deduction-Records  PIC X(1) value 'Y'.
001090         88  No-More-Deduction-Records    value 'N'.
001100     01  More-Dept-Records       PIC X(1) value 'Y'.
001110         88  No-More-Dept-Records         value 'N'.
001120     01  More-YTD-Records        PIC X(1) value 'Y'.
001130         88  No-More-YTD-Records          value 'N'.
001140     01  More-Suspense-Records   PIC X(1) value 'Y'.
001150         88  No-More-Suspense-Records     value 'N'.
001160
001170     01  IC-Switches.
001180         05  IC-Acct-File-Sw     PIC X(1) value 'N'.
001190             88  IC-Acct-File-Open        value 'Y'.
001200         05  IC-Ded-File-Sw      PIC X(1) value 'N'.
001210             88  IC-Ded-File-Open         value 'Y'.
001220         05  IC-Dept-File-Sw     PIC X(1) value 'N'.
001230             88  IC-Dept-File-Loaded      value 'Y'.
001240         05  IC-YTD-File-Sw      PIC X(1) value 'N'.
001250             88  IC-YTD-File-Open         value 'Y'.
001260         05  IC-Sus-File-Sw      PIC X(1) value 'N'.
001270             88  IC-Sus-File-Open         value 'Y'.
001280         05  IC-Master-Sw        PIC X(1) value 'N'.
001290             88  IC-Master-Found          value 'Y'.
001300             88  IC-Master-Missing        value 'N'.
001310
001320*        IC-SEVERITY -- SEVERE stops the raise run until it is
001330*        fixed and this program is run again; WARNING and INFO
001340*        are printed for payroll to work but do not stop it.
001350     01  IC-Severity             PIC X(1).
001360         88  IC-Severe                    value 'S'.
001370         88  IC-Warning                   value 'W'.
001380         88  IC-Info                      value 'I'.
001390
001400     01  IC-Period-ID            PIC 9(6) value zero.
001410     01  IC-Run-Date.
001420         05  IC-Run-Year         PIC 9(4).
001430         05  IC-Run-Month        PIC 9(2).
001440         05  IC-Run-Day          PIC 9(2).
001450     01  IC-Run-Date-Num Redefines IC-Run-Date
001460                             PIC 9(8).
001470     01  IC-Run-Date-Display     PIC X(10).
001480
001490     01  IC-Counters.
001500         05  IC-Employees-Read   PIC 9(5) value zero.
001510         05  IC-Accounts-Read    PIC 9(5) value zero.
001520         05  IC-Deductions-Read  PIC 9(5) value zero.
001530         05  IC-YTD-Read         PIC 9(5) value zero.
001540         05  IC-Suspense-Read    PIC 9(5) value zero.
001550         05  IC-Severe-Count     PIC 9(5) value zero.
001560         05  IC-Warning-Count    PIC 9(5) value zero.
001570         05  IC-Info-Count       PIC 9(5) value zero.
001580
001590*        ONE EMPLOYEE'S ACCOUNT AND DEDUCTION RECORDS, COUNTED AS
001600*        THEY ARE READ.
001610     01  IC-Employee-Work.
001620         05  IC-Acct-Count       PIC 9(3).
001630         05  IC-Rem-Count        PIC 9(3).
001640         05  IC-Pct-Total        PIC 9(3)V9(4).
001650         05  IC-Ded-Count        PIC 9(3).
001660
001670*        THE LAST EMPLOYEE-ID LOOKED UP ON THE MASTER BY THE
001680*        ORPHAN PASSES, SO AN EMPLOYEE WITH SEVERAL RECORDS IS
001690*        READ ONCE.
001700     01  IC-Last-ID              PIC X(6).
001710     01  IC-Last-Status          PIC X(1).
001720
001730*        IC-DM-TABLE -- the department codes on the department
001740*        master, loaded at start of run.
001750     01  IC-DM-Count             PIC 9(3) value zero.
001760     01  IC-DM-Table.
001770         05  IC-DM-Code Occurs 100 Times
001780                                 PIC X(4).
001790     01  IC-DM-Sub               PIC 9(3).
001800     01  IC-DM-Found-Sub         PIC 9(3).
001810
001820     01  IC-Detail-Line.
001830         05  ICD-Severity        PIC X(08).
001840         05  FILLER              PIC X(02).
001850         05  ICD-File            PIC X(10).
001860         05  FILLER              PIC X(02).
001870         05  ICD-Employee-ID     PIC X(06).
001880         05  FILLER              PIC X(02).
001890         05  ICD-Key             PIC X(08).
001900         05  FILLER              PIC X(02).
001910         05  ICD-Problem         PIC X(46).
001920         05  FILLER              PIC X(02).
001930         05  ICD-Detail          PIC X(30).
001940
001950     01  IC-Total-Line.
001960         05  IC-Total-Label      PIC X(40).
001970         05  IC-Total-Count      PIC ZZ,ZZ9.
001980
001990 Procedure Division.
002000
002010*-----------------------------------------------------------------
002020*  0000-MAINLINE
002030*-----------------------------------------------------------------
002040 0000-Mainline.
002050     Perform 1000-Initialization
002060         Thru 1000-Exit.
002070     Perform 2000-Check-Employee
002080         Thru 2000-Exit
002090         Until No-More-Employees.
002100     If IC-Acct-File-Open
002110         Perform 3000-Check-Account-Orphans
002120             Thru 3000-Exit
002130     End-If.
002140     If IC-Ded-File-Open
002150         Perform 4000-Check-Deduction-Orphans
002160             Thru 4000-Exit
002170     End-If.
002180     If IC-YTD-File-Open
002190         Perform 5000-Check-YTD-Orphans
002200             Thru 5000-Exit
002210     End-If.
002220     If IC-Sus-File-Open
002230         Perform 6000-Check-Suspense
002240             Thru 6000-Exit
002250     End-If.
002260     Perform 8000-Write-Totals
002270         Thru 8000-Exit.
002280     Perform 8900-Post-Run-Control
002290         Thru 8900-Exit.
002300     Perform 9000-Termination
002310         Thru 9000-Exit.
002320     Stop Run.
002330
002340*-----------------------------------------------------------------
002350*  1000-INITIALIZATION -- the employee master must be there; a
002360*  missing account, deduction, YTD or suspense file simply has
002370*  nothing on it to check.  Without a department master every
002380*  department check is skipped and a warning says so.
002390*-----------------------------------------------------------------
002400 1000-Initialization.
002410     Initialize IC-Counters.
002420     Accept IC-Run-Date From Date YYYYMMDD.
002430     String IC-Run-Month  Delimited By Size
002440            '/'           Delimited By Size
002450            IC-Run-Day     Delimited By Size
002460            '/'           Delimited By Size
002470            IC-Run-Year    Delimited By Size
002480            Into IC-Run-Date-Display.
002490     Perform 1050-Verify-Run-Control Thru 1050-Exit.
002500     Open Output IntegrityReportFile.
002510     Perform 9800-File-Validation Thru 9800-Exit.
002520     Perform 9700-Write-Report-Headings Thru 9700-Exit.
002530     Perform 1100-Load-Departments Thru 1100-Exit.
002540     Open Input EmployeeFile.
002550     Perform 9800-File-Validation Thru 9800-Exit.
002560     Open Input AccountFile.
002570     If WS-File-Status = 00
002580         Set IC-Acct-File-Open To True
002590     End-If.
002600     Open Input DeductFile.
002610     If WS-File-Status = 00
002620         Set IC-Ded-File-Open To True
002630     End-If.
002640     Open Input YTDFile.
002650     If WS-File-Status = 00
002660         Set IC-YTD-File-Open To True
002670     End-If.
002680     Open Input SuspenseFile.
002690     If WS-File-Status = 00
002700         Set IC-Sus-File-Open To True
002710     End-If.
002720     Move Low-Values To Employee-ID.
002730     Start EmployeeFile Key Not < Employee-ID
002740         Invalid Key
002750             Set No-More-Employees To True
002760     End-Start.
002770 1000-Exit.
002780     Exit.
002790
002800*-----------------------------------------------------------------
002810*  1050-VERIFY-RUN-CONTROL -- the files are not checked while a
002820*  raise or supplemental run has them mid-posting; the answer
002830*  would be wrong either way.  A missing file or a new period
002840*  starts the record over, as the raise run does.
002850*-----------------------------------------------------------------
002860 1050-Verify-Run-Control.
002870     Compute IC-Period-ID =
002880         (IC-Run-Year * 100) + IC-Run-Month.
002890     Perform 1055-Load-Run-Control Thru 1055-Exit.
002900     If RC-Raise-Started
002910         Display 'RAISE RUN IN PROGRESS FOR PERIOD '
002920                 RC-Period-ID ' - INTEGRITY CHECK REFUSED'
002930         Move 8 To Return-Code
002940         Stop Run
002950     End-If.
002960     If RC-Supp-Started
002970         Display 'SUPPLEMENTAL RUN IN PROGRESS FOR PERIOD '
002980                 RC-Period-ID ' - INTEGRITY CHECK REFUSED'
002990         Move 8 To Return-Code
003000         Stop Run
003010     End-If.
003020 1050-Exit.
003030     Exit.
003040
003050 1055-Load-Run-Control.
003060     Open Input RunControlFile.
003070     If WS-File-Status = 00
003080         Read RunControlFile
003090             At End
003100                 Perform 1058-Init-Run-Control Thru 1058-Exit
003110         End-Read
003120         Close RunControlFile
003130         If RC-Period-ID Not = IC-Period-ID
003135             Perform 1057-Verify-Remitted Thru 1057-Exit
003140             Perform 1058-Init-Run-Control Thru 1058-Exit
003150         End-If
003160     Else
003170         Perform 1058-Init-Run-Control Thru 1058-Exit
003180     End-If.
003190 1055-Exit.
003200     Exit.
003210
003211*-----------------------------------------------------------------
003212*  1057-VERIFY-REMITTED -- opening a new period starts the run
003213*  control record over and loses the run dates the remittance
003214*  program pays from.  A posted raise or supplemental run that
003215*  has not been remitted holds the old period open.
003216*-----------------------------------------------------------------
003217 1057-Verify-Remitted.
003218     If RC-Raise-Posted
003219         And RC-Remit-Raise-Date Not = RC-Raise-Date
003220         Display 'RAISE RUN FOR PERIOD ' RC-Period-ID
003221                 ' NOT YET REMITTED - INTEGRITY CHECK REFUSED'
003222         Move 8 To Return-Code
003223         Stop Run
003224     End-If.
003225     If RC-Supp-Posted
003226         And RC-Remit-Supp-Date Not = RC-Supp-Date
003227         Display 'SUPPLEMENTAL RUN FOR PERIOD ' RC-Period-ID
003228                 ' NOT YET REMITTED - INTEGRITY CHECK REFUSED'
003229         Move 8 To Return-Code
003230         Stop Run
003231     End-If.
003232 1057-Exit.
003233     Exit.
003234
003235 1058-Init-Run-Control.
003236     Initialize Run-Control-Record.
003240     Move IC-Period-ID To RC-Period-ID.
003250     Move 'N' To RC-Raise-Status.
003260     Move 'N' To RC-Balance-Status.
003270     Move 'N' To RC-Returns-Status.
003280     Move 'N' To RC-YearEnd-Status.
003290     Move 'N' To RC-Supp-Status.
003300     Move 'N' To RC-Integrity-Status.
003310 1058-Exit.
003320     Exit.
003330
003340 1060-Write-Run-Control.
003350     Open Output RunControlFile.
003360     Perform 9800-File-Validation Thru 9800-Exit.
003370     Write Run-Control-Record.
003380     Close RunControlFile.
003390 1060-Exit.
003400     Exit.
003410
003420 1100-Load-Departments.
003430     Open Input DeptFile.
003440     If WS-File-Status Not = 00
003450         Set IC-Warning To True
003460         Move Spaces To IC-Detail-Line
003470         Move 'DEPT'  To ICD-File
003480         Move 'NO DEPARTMENT MASTER - DEPARTMENTS NOT CHECKED'
003490             To ICD-Problem
003500         Perform 9500-Write-Problem Thru 9500-Exit
003510         Go To 1100-Exit
003520     End-If.
003530     Set IC-Dept-File-Loaded To True.
003540     Move 'Y' To More-Dept-Records.
003550     Perform 1110-Load-Dept-Entry Thru 1110-Exit
003560         Until No-More-Dept-Records.
003570     Close DeptFile.
003580 1100-Exit.
003590     Exit.
003600
003610 1110-Load-Dept-Entry.
003620     Read DeptFile Next Record
003630         At End
003640             Set No-More-Dept-Records To True
003650             Go To 1110-Exit
003660     End-Read.
003670     If IC-DM-Count < 100
003680         Add 1 To IC-DM-Count
003690         Move Dept-Code To IC-DM-Code (IC-DM-Count)
003700     Else
003710         Display 'DEPARTMENT TABLE FULL - ' Dept-Code
003720                 ' NOT LOADED'
003730     End-If.
003740 1110-Exit.
003750     Exit.
003760
003770*-----------------------------------------------------------------
003780*  2000-CHECK-EMPLOYEE -- each master record against its own
003790*  department, accounts, deductions and YTD record.
003800*-----------------------------------------------------------------
003810 2000-Check-Employee.
003820     Read EmployeeFile Next Record
003830         At End
003840             Set No-More-Employees To True
003850             Go To 2000-Exit
003860     End-Read.
003870     Add 1 To IC-Employees-Read.
003880     Perform 2100-Check-Department Thru 2100-Exit.
003890     Move Zero To IC-Acct-Count IC-Rem-Count IC-Pct-Total.
003900     If IC-Acct-File-Open
003910         Perform 2200-Check-Accounts Thru 2200-Exit
003920     End-If.
003930     If IC-Acct-Count = Zero
003940         Perform 2300-Check-Master-Account Thru 2300-Exit
003950     End-If.
003960     Move Zero To IC-Ded-Count.
003970     If IC-Ded-File-Open
003980         Perform 2400-Check-Deductions Thru 2400-Exit
003990     End-If.
004000     If IC-YTD-File-Open
004010         Perform 2500-Check-YTD Thru 2500-Exit
004020     End-If.
004030 2000-Exit.
004040     Exit.
004050
004060*-----------------------------------------------------------------
004070*  2100-CHECK-DEPARTMENT -- a department not on the department
004080*  master is charged to the company-wide default accounts on
004090*  the GL distribution, and gets no raise budget.
004100*-----------------------------------------------------------------
004110 2100-Check-Department.
004120     If Not IC-Dept-File-Loaded
004130         Go To 2100-Exit
004140     End-If.
004150     Move Zero To IC-DM-Found-Sub.
004160     Perform 2110-Match-Department Thru 2110-Exit
004170         Varying IC-DM-Sub From 1 By 1
004180         Until IC-DM-Sub > IC-DM-Count.
004190     If IC-DM-Found-Sub = Zero
004200         Set IC-Warning To True
004210         Move Spaces To IC-Detail-Line
004220         Move 'MASTER' To ICD-File
004230         Move Employee-ID To ICD-Employee-ID
004240         Move Department-Code To ICD-Key
004250         Move 'DEPARTMENT NOT ON DEPARTMENT MASTER'
004260             To ICD-Problem
004270         Perform 9500-Write-Problem Thru 9500-Exit
004280     End-If.
004290 2100-Exit.
004300     Exit.
004310
004320 2110-Match-Department.
004330     If IC-DM-Code (IC-DM-Sub) = Department-Code
004340         Move IC-DM-Sub To IC-DM-Found-Sub
004350     End-If.
004360 2110-Exit.
004370     Exit.
004380
004390*-----------------------------------------------------------------
004400*  2200-CHECK-ACCOUNTS -- the raise run pays an employee with
004410*  account records by the splits: fixed amounts and percents
004420*  first, then exactly one remainder account takes what is
004430*  left.  No remainder, two remainders, percents over 100, or
004440*  a record the bank cannot route are SEVERE for an active
004450*  employee.  A terminated employee is not paid, so the same
004460*  findings are only warnings.
004470*-----------------------------------------------------------------
004480 2200-Check-Accounts.
004490     Move Employee-ID To Acct-Employee-ID.
004500     Move Zero To Acct-Seq.
004510     Start AccountFile Key Not < Acct-Key
004520         Invalid Key
004530             Go To 2200-Exit
004540     End-Start.
004550     Move 'Y' To More-Account-Records.
004560     Perform 2210-Check-Account-Entry Thru 2210-Exit
004570         Until No-More-Account-Records.
004580     If IC-Acct-Count = Zero
004590         Go To 2200-Exit
004600     End-If.
004610     Move Spaces To IC-Detail-Line.
004620     Move 'ACCOUNTS' To ICD-File.
004630     Move Employee-ID To ICD-Employee-ID.
004640     If IC-Rem-Count = Zero
004650         Perform 2250-Set-Account-Severity Thru 2250-Exit
004660         Move 'SPLIT ACCOUNTS BUT NO REMAINDER ACCOUNT'
004670             To ICD-Problem
004680         Perform 9500-Write-Problem Thru 9500-Exit
004690     End-If.
004700     If IC-Rem-Count > 1
004710         Perform 2250-Set-Account-Severity Thru 2250-Exit
004720         Move 'MORE THAN ONE REMAINDER ACCOUNT' To ICD-Problem
004730         Perform 9500-Write-Problem Thru 9500-Exit
004740     End-If.
004750     If IC-Pct-Total > 1
004760         Perform 2250-Set-Account-Severity Thru 2250-Exit
004770         Move 'PERCENT SPLITS TOTAL OVER 100 PERCENT'
004780             To ICD-Problem
004790         Perform 9500-Write-Problem Thru 9500-Exit
004800     End-If.
004810 2200-Exit.
004820     Exit.
004830
004840 2210-Check-Account-Entry.
004850     Read AccountFile Next Record
004860         At End
004870             Set No-More-Account-Records To True
004880             Go To 2210-Exit
004890     End-Read.
004900     If Acct-Employee-ID Not = Employee-ID
004910         Set No-More-Account-Records To True
004920         Go To 2210-Exit
004930     End-If.
004940     Add 1 To IC-Acct-Count.
004950     Move Spaces To IC-Detail-Line.
004960     Move 'ACCOUNTS' To ICD-File.
004970     Move Employee-ID To ICD-Employee-ID.
004980     Move Acct-Seq To ICD-Key.
004990     Evaluate True
005000         When Acct-Remainder
005010             Add 1 To IC-Rem-Count
005020         When Acct-Percent-Split
005030             Add Acct-Split-Percent To IC-Pct-Total
005040         When Acct-Fixed-Amount
005050             Continue
005060         When Other
005070             Perform 2250-Set-Account-Severity Thru 2250-Exit
005080             Move 'SPLIT METHOD NOT A, P OR R' To ICD-Problem
005090             Perform 9500-Write-Problem Thru 9500-Exit
005100     End-Evaluate.
005110     If Acct-Routing-Number = Spaces
005120         Or Acct-Account-Number = Spaces
005130         Or Acct-Routing-Number Not Numeric
005140         Perform 2250-Set-Account-Severity Thru 2250-Exit
005150         Move 'ROUTING OR ACCOUNT NUMBER MISSING OR INVALID'
005160             To ICD-Problem
005170         Perform 9500-Write-Problem Thru 9500-Exit
005180     End-If.
005190     If Not (Acct-Active Or Acct-Held Or Acct-Prenote)
005200         Set IC-Warning To True
005210         Move 'ACCOUNT STATUS NOT A, H OR P' To ICD-Problem
005220         Perform 9500-Write-Problem Thru 9500-Exit
005230     End-If.
005240 2210-Exit.
005250     Exit.
005260
005270 2250-Set-Account-Severity.
005280     If Employee-Terminated
005290         Set IC-Warning To True
005300     Else
005310         Set IC-Severe To True
005320     End-If.
005330 2250-Exit.
005340     Exit.
005350
005360*-----------------------------------------------------------------
005370*  2300-CHECK-MASTER-ACCOUNT -- with no account records the
005380*  deposit goes to the account on the master.  An active or
005390*  prenote deposit with no account there is paid by manual
005400*  check, which payroll should know about before the run.
005410*-----------------------------------------------------------------
005420 2300-Check-Master-Account.
005430     If Employee-Terminated Or Deposit-Held
005440         Go To 2300-Exit
005450     End-If.
005460     If Bank-Routing-Number = Spaces
005470         Or Bank-Account-Number = Spaces
005480         Set IC-Warning To True
005490         Move Spaces To IC-Detail-Line
005500         Move 'MASTER' To ICD-File
005510         Move Employee-ID To ICD-Employee-ID
005520         Move 'NO BANK ACCOUNT - WILL BE PAID BY CHECK'
005530             To ICD-Problem
005540         Perform 9500-Write-Problem Thru 9500-Exit
005550     End-If.
005560 2300-Exit.
005570     Exit.
005580
005590*-----------------------------------------------------------------
005600*  2400-CHECK-DEDUCTIONS -- deductions are not end-dated, so a
005610*  terminated employee's deductions stay on file until someone
005620*  deletes them.  For an active employee a method the raise run
005630*  cannot compute is SEVERE.
005640*-----------------------------------------------------------------
005650 2400-Check-Deductions.
005660     Move Employee-ID To Ded-Employee-ID.
005670     Move Low-Values  To Ded-Code.
005680     Start DeductFile Key Not < Ded-Key
005690         Invalid Key
005700             Go To 2400-Exit
005710     End-Start.
005720     Move 'Y' To More-Deduction-Records.
005730     Perform 2410-Check-Deduction-Entry Thru 2410-Exit
005740         Until No-More-Deduction-Records.
005750     If Employee-Terminated And IC-Ded-Count > Zero
005760         Set IC-Warning To True
005770         Move Spaces To IC-Detail-Line
005780         Move 'DEDUCT' To ICD-File
005790         Move Employee-ID To ICD-Employee-ID
005800         Move 'DEDUCTIONS STILL ON FILE FOR TERMINATED EMP'
005810             To ICD-Problem
005820         String 'RECORDS: ' Delimited By Size
005830                IC-Ded-Count Delimited By Size
005840                Into ICD-Detail
005850         Perform 9500-Write-Problem Thru 9500-Exit
005860     End-If.
005870 2400-Exit.
005880     Exit.
005890
005900 2410-Check-Deduction-Entry.
005910     Read DeductFile Next Record
005920         At End
005930             Set No-More-Deduction-Records To True
005940             Go To 2410-Exit
005950     End-Read.
005960     If Ded-Employee-ID Not = Employee-ID
005970         Set No-More-Deduction-Records To True
005980         Go To 2410-Exit
005990     End-If.
006000     Add 1 To IC-Ded-Count.
006010     If Employee-Terminated
006020         Go To 2410-Exit
006030     End-If.
006040     Move Spaces To IC-Detail-Line.
006050     Move 'DEDUCT' To ICD-File.
006060     Move Employee-ID To ICD-Employee-ID.
006070     Move Ded-Code To ICD-Key.
006080     If Not (Ded-Flat-Amount Or Ded-Percent-Of-Gross)
006090         Set IC-Severe To True
006100         Move 'DEDUCTION METHOD NOT A OR P' To ICD-Problem
006110         Perform 9500-Write-Problem Thru 9500-Exit
006120     End-If.
006130     If Ded-Garnishment And Ded-Garnish-Limit-Pct = Zero
006140         Set IC-Warning To True
006150         Move 'GARNISHMENT LIMIT PERCENT IS ZERO' To ICD-Problem
006160         Perform 9500-Write-Problem Thru 9500-Exit
006170     End-If.
006180     If Ded-GL-Account = Spaces
006190         Set IC-Warning To True
006200         Move 'DEDUCTION HAS NO GL ACCOUNT' To ICD-Problem
006210         Perform 9500-Write-Problem Thru 9500-Exit
006220     End-If.
006230 2410-Exit.
006240     Exit.
006250
006260*-----------------------------------------------------------------
006270*  2500-CHECK-YTD -- the raise run stamps the master's
006280*  department on the YTD record at every posting, so a
006290*  difference in the current year means the employee moved
006300*  and has not been paid since; the quarterly and year-end
006310*  reports still show the old department.  A YTD year later
006320*  than the run year would be rolled to history as if it were
006330*  closed, so that is SEVERE.
006340*-----------------------------------------------------------------
006350 2500-Check-YTD.
006360     Move Employee-ID To YTD-Employee-ID.
006370     Read YTDFile
006380         Invalid Key
006390             Go To 2500-Exit
006400     End-Read.
006410     Move Spaces To IC-Detail-Line.
006420     Move 'YTD' To ICD-File.
006430     Move Employee-ID To ICD-Employee-ID.
006440     Move YTD-Year To ICD-Key.
006450     If YTD-Year > IC-Run-Year
006460         Set IC-Severe To True
006470         Move 'YTD YEAR IS LATER THAN THE RUN YEAR'
006480             To ICD-Problem
006490         Perform 9500-Write-Problem Thru 9500-Exit
006500         Go To 2500-Exit
006510     End-If.
006520     If YTD-Year = IC-Run-Year
006530         And YTD-Department Not = Department-Code
006540         Set IC-Warning To True
006550         Move 'YTD DEPARTMENT DIFFERS FROM MASTER' To ICD-Problem
006560         String 'YTD ' Delimited By Size
006570                YTD-Department Delimited By Size
006580                '  MASTER ' Delimited By Size
006590                Department-Code Delimited By Size
006600                Into ICD-Detail
006610         Perform 9500-Write-Problem Thru 9500-Exit
006620     End-If.
006630 2500-Exit.
006640     Exit.
006650
006660*-----------------------------------------------------------------
006670*  3000-CHECK-ACCOUNT-ORPHANS -- an account record whose
006680*  employee is gone would be picked up by a new hire given the
006690*  same ID, and pay that person to someone else's bank.
006700*-----------------------------------------------------------------
006710 3000-Check-Account-Orphans.
006720     Move Spaces To IC-Last-ID.
006730     Move Low-Values To Acct-Key.
006740     Start AccountFile Key Not < Acct-Key
006750         Invalid Key
006760             Go To 3000-Exit
006770     End-Start.
006780     Move 'Y' To More-Account-Records.
006790     Perform 3010-Check-Account-Orphan Thru 3010-Exit
006800         Until No-More-Account-Records.
006810 3000-Exit.
006820     Exit.
006830
006840 3010-Check-Account-Orphan.
006850     Read AccountFile Next Record
006860         At End
006870             Set No-More-Account-Records To True
006880             Go To 3010-Exit
006890     End-Read.
006900     Add 1 To IC-Accounts-Read.
006910     Move Acct-Employee-ID To Employee-ID.
006920     Perform 7000-Look-Up-Master Thru 7000-Exit.
006930     If IC-Master-Missing
006940         Set IC-Severe To True
006950         Move Spaces To IC-Detail-Line
006960         Move 'ACCOUNTS' To ICD-File
006970         Move Acct-Employee-ID To ICD-Employee-ID
006980         Move Acct-Seq To ICD-Key
006990         Move 'ACCOUNT RECORD HAS NO EMPLOYEE MASTER'
007000             To ICD-Problem
007010         Perform 9500-Write-Problem Thru 9500-Exit
007020     End-If.
007030 3010-Exit.
007040     Exit.
007050
007060 4000-Check-Deduction-Orphans.
007070     Move Spaces To IC-Last-ID.
007080     Move Low-Values To Ded-Key.
007090     Start DeductFile Key Not < Ded-Key
007100         Invalid Key
007110             Go To 4000-Exit
007120     End-Start.
007130     Move 'Y' To More-Deduction-Records.
007140     Perform 4010-Check-Deduction-Orphan Thru 4010-Exit
007150         Until No-More-Deduction-Records.
007160 4000-Exit.
007170     Exit.
007180
007190 4010-Check-Deduction-Orphan.
007200     Read DeductFile Next Record
007210         At End
007220             Set No-More-Deduction-Records To True
007230             Go To 4010-Exit
007240     End-Read.
007250     Add 1 To IC-Deductions-Read.
007260     Move Ded-Employee-ID To Employee-ID.
007270     Perform 7000-Look-Up-Master Thru 7000-Exit.
007280     If IC-Master-Missing
007290         Set IC-Warning To True
007300         Move Spaces To IC-Detail-Line
007310         Move 'DEDUCT' To ICD-File
007320         Move Ded-Employee-ID To ICD-Employee-ID
007330         Move Ded-Code To ICD-Key
007340         Move 'DEDUCTION RECORD HAS NO EMPLOYEE MASTER'
007350             To ICD-Problem
007360         Perform 9500-Write-Problem Thru 9500-Exit
007370     End-If.
007380 4010-Exit.
007390     Exit.
007400
007410*-----------------------------------------------------------------
007420*  5000-CHECK-YTD-ORPHANS -- a YTD record with no master still
007430*  belongs on the quarterly and year-end reports, so it is
007440*  listed as a warning for payroll to confirm.
007450*-----------------------------------------------------------------
007460 5000-Check-YTD-Orphans.
007470     Move Spaces To IC-Last-ID.
007480     Move Low-Values To YTD-Employee-ID.
007490     Start YTDFile Key Not < YTD-Employee-ID
007500         Invalid Key
007510             Go To 5000-Exit
007520     End-Start.
007530     Move 'Y' To More-YTD-Records.
007540     Perform 5010-Check-YTD-Orphan Thru 5010-Exit
007550         Until No-More-YTD-Records.
007560 5000-Exit.
007570     Exit.
007580
007590 5010-Check-YTD-Orphan.
007600     Read YTDFile Next Record
007610         At End
007620             Set No-More-YTD-Records To True
007630             Go To 5010-Exit
007640     End-Read.
007650     Add 1 To IC-YTD-Read.
007660     Move YTD-Employee-ID To Employee-ID.
007670     Perform 7000-Look-Up-Master Thru 7000-Exit.
007680     If IC-Master-Missing
007690         Set IC-Warning To True
007700         Move Spaces To IC-Detail-Line
007710         Move 'YTD' To ICD-File
007720         Move YTD-Employee-ID To ICD-Employee-ID
007730         Move YTD-Year To ICD-Key
007740         Move 'YTD RECORD HAS NO EMPLOYEE MASTER' To ICD-Problem
007750         Perform 9500-Write-Problem Thru 9500-Exit
007760     End-If.
007770 5010-Exit.
007780     Exit.
007790
007800*-----------------------------------------------------------------
007810*  6000-CHECK-SUSPENSE -- the raise run recycles suspense
007820*  records through the correction file.  One whose employee is
007830*  gone or terminated can never be recycled; the rest are
007840*  listed for information so payroll knows who is waiting.
007850*-----------------------------------------------------------------
007860 6000-Check-Suspense.
007870     Move Spaces To IC-Last-ID.
007880     Move 'Y' To More-Suspense-Records.
007890     Perform 6010-Check-Suspense-Entry Thru 6010-Exit
007900         Until No-More-Suspense-Records.
007910 6000-Exit.
007920     Exit.
007930
007940 6010-Check-Suspense-Entry.
007950     Read SuspenseFile
007960         At End
007970             Set No-More-Suspense-Records To True
007980             Go To 6010-Exit
007990     End-Read.
008000     Add 1 To IC-Suspense-Read.
008010     Move Spaces To IC-Detail-Line.
008020     Move 'SUSPENSE' To ICD-File.
008030     Move SUS-Employee-ID To ICD-Employee-ID.
008040     Move SUS-Employee-ID To Employee-ID.
008050     Move Spaces To IC-Last-ID.
008060     Perform 7000-Look-Up-Master Thru 7000-Exit.
008070     If IC-Master-Missing
008080         Set IC-Warning To True
008090         Move 'SUSPENSE RECORD HAS NO EMPLOYEE MASTER'
008100             To ICD-Problem
008110         Perform 9500-Write-Problem Thru 9500-Exit
008120         Go To 6010-Exit
008130     End-If.
008140     If Employee-Terminated
008150         Set IC-Warning To True
008160         Move 'SUSPENSE RECORD FOR TERMINATED EMPLOYEE'
008170             To ICD-Problem
008180         Perform 9500-Write-Problem Thru 9500-Exit
008190         Go To 6010-Exit
008200     End-If.
008210     Set IC-Info To True.
008220     Move 'EMPLOYEE WAITING IN RAISE SUSPENSE' To ICD-Problem.
008230     Perform 9500-Write-Problem Thru 9500-Exit.
008240 6010-Exit.
008250     Exit.
008260
008270*-----------------------------------------------------------------
008280*  7000-LOOK-UP-MASTER -- the caller has moved the ID to
008290*  Employee-ID.  The same ID as last time reuses the answer.
008300*-----------------------------------------------------------------
008310 7000-Look-Up-Master.
008320     If Employee-ID = IC-Last-ID
008330         Move IC-Last-Status To IC-Master-Sw
008340         Go To 7000-Exit
008350     End-If.
008360     Move Employee-ID To IC-Last-ID.
008370     Read EmployeeFile
008380         Invalid Key
008390             Set IC-Master-Missing To True
008400         Not Invalid Key
008410             Set IC-Master-Found To True
008420     End-Read.
008430     Move IC-Master-Sw To IC-Last-Status.
008440 7000-Exit.
008450     Exit.
008460
008470*-----------------------------------------------------------------
008480*  8000-WRITE-TOTALS
008490*-----------------------------------------------------------------
008500 8000-Write-Totals.
008510     Move Spaces To Integrity-Report-Record.
008520     Write Integrity-Report-Record.
008530     Move 'EMPLOYEE MASTER RECORDS CHECKED' To IC-Total-Label.
008540     Move IC-Employees-Read To IC-Total-Count.
008550     Perform 8100-Write-Total-Line Thru 8100-Exit.
008560     Move 'ACCOUNT RECORDS CHECKED' To IC-Total-Label.
008570     Move IC-Accounts-Read To IC-Total-Count.
008580     Perform 8100-Write-Total-Line Thru 8100-Exit.
008590     Move 'DEDUCTION RECORDS CHECKED' To IC-Total-Label.
008600     Move IC-Deductions-Read To IC-Total-Count.
008610     Perform 8100-Write-Total-Line Thru 8100-Exit.
008620     Move 'DEPARTMENTS ON MASTER' To IC-Total-Label.
008630     Move IC-DM-Count To IC-Total-Count.
008640     Perform 8100-Write-Total-Line Thru 8100-Exit.
008650     Move 'YTD RECORDS CHECKED' To IC-Total-Label.
008660     Move IC-YTD-Read To IC-Total-Count.
008670     Perform 8100-Write-Total-Line Thru 8100-Exit.
008680     Move 'SUSPENSE RECORDS CHECKED' To IC-Total-Label.
008690     Move IC-Suspense-Read To IC-Total-Count.
008700     Perform 8100-Write-Total-Line Thru 8100-Exit.
008710     Move Spaces To Integrity-Report-Record.
008720     Write Integrity-Report-Record.
008730     Move 'SEVERE PROBLEMS' To IC-Total-Label.
008740     Move IC-Severe-Count To IC-Total-Count.
008750     Perform 8100-Write-Total-Line Thru 8100-Exit.
008760     Move 'WARNINGS' To IC-Total-Label.
008770     Move IC-Warning-Count To IC-Total-Count.
008780     Perform 8100-Write-Total-Line Thru 8100-Exit.
008790     Move 'INFORMATION' To IC-Total-Label.
008800     Move IC-Info-Count To IC-Total-Count.
008810     Perform 8100-Write-Total-Line Thru 8100-Exit.
008820     Move Spaces To Integrity-Report-Record.
008830     Write Integrity-Report-Record.
008840     If IC-Severe-Count > Zero
008850         Move 'SEVERE PROBLEMS OPEN - RAISE RUN WILL NOT START'
008860             To Integrity-Report-Record
008870     Else
008880         Move 'NO SEVERE PROBLEMS - RAISE RUN MAY PROCEED'
008890             To Integrity-Report-Record
008900     End-If.
008910     Write Integrity-Report-Record.
008920 8000-Exit.
008930     Exit.
008940
008950 8100-Write-Total-Line.
008960     Move IC-Total-Line To Integrity-Report-Record.
008970     Write Integrity-Report-Record.
008980     Move Spaces To IC-Total-Line.
008990 8100-Exit.
009000     Exit.
009010
009020*-----------------------------------------------------------------
009030*  8900-POST-RUN-CONTROL -- the integrity step shows FAILED while
009040*  any SEVERE problem is open, PASSED otherwise.  Running this
009050*  program again after the fixes is what clears it.  Return
009060*  code 8 on a failure stops the cycle; 4 means warnings only.
009070*-----------------------------------------------------------------
009080 8900-Post-Run-Control.
009090     If IC-Severe-Count > Zero
009100         Set RC-Integrity-Failed To True
009110         Move 8 To Return-Code
009120     Else
009130         Set RC-Integrity-Passed To True
009140         If IC-Warning-Count > Zero
009150             Move 4 To Return-Code
009160         End-If
009170     End-If.
009180     Move IC-Run-Date-Num To RC-Integrity-Date.
009190     Move IC-Severe-Count To RC-Integrity-Severe.
009200     Perform 1060-Write-Run-Control Thru 1060-Exit.
009210 8900-Exit.
009220     Exit.
009230
009240 9000-Termination.
009250     Close EmployeeFile.
009260     If IC-Acct-File-Open
009270         Close AccountFile
009280     End-If.
009290     If IC-Ded-File-Open
009300         Close DeductFile
009310     End-If.
009320     If IC-YTD-File-Open
009330         Close YTDFile
009340     End-If.
009350     If IC-Sus-File-Open
009360         Close SuspenseFile
009370     End-If.
009380     Close IntegrityReportFile.
009390 9000-Exit.
009400     Exit.
009410
009420*-----------------------------------------------------------------
009430*  9500-WRITE-PROBLEM -- the caller has set the severity and
009440*  filled the detail line.
009450*-----------------------------------------------------------------
009460 9500-Write-Problem.
009470     Evaluate True
009480         When IC-Severe
009490             Move 'SEVERE'  To ICD-Severity
009500             Add 1 To IC-Severe-Count
009510         When IC-Warning
009520             Move 'WARNING' To ICD-Severity
009530             Add 1 To IC-Warning-Count
009540         When Other
009550             Move 'INFO'    To ICD-Severity
009560             Add 1 To IC-Info-Count
009570     End-Evaluate.
009580     Move IC-Detail-Line To Integrity-Report-Record.
009590     Write Integrity-Report-Record.
009600     Move Spaces To ICD-Detail.
009610 9500-Exit.
009620     Exit.
009630
009640*-----------------------------------------------------------------
009650*  9700-WRITE-REPORT-HEADINGS
009660*-----------------------------------------------------------------
009670 9700-Write-Report-Headings.
009680     Move Spaces To Integrity-Report-Record.
009690     String 'PAYROLL FILE INTEGRITY CHECK - RUN DATE '
009700            Delimited By Size
009710            IC-Run-Date-Display Delimited By Size
009720            Into Integrity-Report-Record.
009730     Write Integrity-Report-Record.
009740     Move Spaces To IC-Detail-Line.
009750     Move 'SEVERITY' To ICD-Severity.
009760     Move 'FILE'     To ICD-File.
009770     Move 'EMP ID'   To ICD-Employee-ID.
009780     Move 'KEY'      To ICD-Key.
009790     Move 'PROBLEM'  To ICD-Problem.
009800     Move 'DETAIL'   To ICD-Detail.
009810     Move IC-Detail-Line To Integrity-Report-Record.
009820     Write Integrity-Report-Record.
009830     Move Spaces To Integrity-Report-Record.
009840     Write Integrity-Report-Record.
009850 9700-Exit.
009860     Exit.
009870
009880 9800-File-Validation.
009890     If WS-File-Status Not = Zero
009900         Display 'FILE ERROR - STATUS CODE ' WS-File-Status
009910         Stop Run
009920     End-If.
009930 9800-Exit.
009940     Exit.
009950
009960 End Program IntegrityCheck.
