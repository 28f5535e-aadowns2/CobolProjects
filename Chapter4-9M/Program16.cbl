000010*****************************************************************
000020*  MODIFICATION HISTORY                                        *
000030*----------------------------------------------------------------
000040*  DATE        INIT   DESCRIPTION
000050*  10/15/2026  AJD    ORIGINAL PROGRAM.  PASSES THE MANAGERS'
000060*                     RAISE RECOMMENDATIONS AGAINST EACH
000070*                     DEPARTMENT'S RAISE BUDGET ON THE DEPARTMENT
000080*                     MASTER.  EACH RECOMMENDATION IS MARKED
000090*                     APPROVED, OVER BUDGET OR REJECTED AND THE
000100*                     APPROVED AMOUNT IS STORED FOR THE RAISE RUN.
000110*                     THE REPORT ALSO LISTS ACTIVE EMPLOYEES WITH
000120*                     NO RECOMMENDATION (THE RAISE RUN PAYS THEM
000130*                     THE TIER AMOUNT) AND A BUDGET SUMMARY BY
000140*                     DEPARTMENT.  REFUSED WHILE A RAISE RUN IS
000150*                     IN PROGRESS.
000152*  10/15/2026  AJD    A RECOMMENDATION A RAISE RUN OF AN EARLIER
000154*                     PERIOD APPLIED IS LEFT USED, NOT JUDGED
000156*                     AGAIN, AND NOT CHARGED TO THIS PERIOD.
000157*  10/15/2026  AJD    AN EMPLOYEE WHOSE ONLY RECOMMENDATION WAS
000158*                     USED IN AN EARLIER PERIOD IS LISTED WITH THE
000159*                     MISSING ONES, SINCE THE RAISE RUN PAYS THE
000160*                     TIER AMOUNT.  A FAILED RECOMMENDATION
000161*                     REWRITE STOPS THE RUN.
000162*****************************************************************
000170
000180 Identification Division.
000190 Program-ID. RaiseApproval.
000200     Author. AnthonyDowns.
000210     Installation. Payroll Systems.
000220     Date-Written. 10/15/2026.
000230     Date-Compiled.
000240     Security.
000250
000260 Environment Division.
000270     Configuration Section.
000280         Special-Names.
000290
000300     Input-Output Section.
000310         File-Control.
000320             Select RunControlFile Assign to RUN-CONTROL
000330                 File Status is WS-File-Status
000340                 Organization is Line Sequential.
000350
000360             Select RecommendFile Assign to RAISE-RECOMMEND
000370                 Organization is Indexed
000380                 Access Mode is Dynamic
000390                 Record Key is Rec-Employee-ID
000400                 File Status is WS-File-Status.
000410
000420             Select EmployeeFile Assign to EMPLOYEE-DATA
000430                 Organization is Indexed
000440                 Access Mode is Dynamic
000450                 Record Key is Employee-ID
000460                 File Status is WS-File-Status.
000470
000480             Select DeptFile Assign to DEPT-MASTER
000490                 Organization is Indexed
000500                 Access Mode is Dynamic
000510                 Record Key is Dept-Code
000520                 File Status is WS-File-Status.
000530
000540             Select ApprovalRptFile Assign to RAISE-APPROVAL-RPT
000550                 File Status is WS-File-Status
000560                 Organization is Line Sequential.
000570
000580 Data Division.
000590     File Section.
000600         FD  RunControlFile.
000610             Copy "RUNCTL.cpy".
000620
000630         FD  RecommendFile.
000640             Copy "RECREC.cpy".
000650
000660         FD  EmployeeFile.
000670             Copy "EMPREC.cpy".
000680
000690         FD  DeptFile.
000700             Copy "DEPTREC.cpy".
000710
000720         FD  ApprovalRptFile.
000730             01  Approval-Report-Record      PIC X(132).
000740
000750     Working-Storage Section.
000760     01  WS-File-Status          PIC 9(2).
000770     01  More-Recommendations    PIC X(1) value 'Y'.
000780         88  No-More-Recommendations      value 'N'.
000790     01  More-Employees          PIC X(1) value 'Y'.
000800         88  No-More-Employees            value 'N'.
000810     01  More-Dept-Records       PIC X(1) value 'Y'.
000820         88  No-More-Dept-Records         value 'N'.
000830
000840     01  RA-Switches.
000850         05  RA-Emp-Status       PIC X(1) value 'N'.
000860             88  RA-Emp-Found             value 'Y'.
000870             88  RA-Emp-Missing           value 'N'.
000880         05  RA-Rec-Status       PIC X(1) value 'N'.
000890             88  RA-Rec-Found             value 'Y'.
000900             88  RA-Rec-Missing           value 'N'.
000910         05  RA-Result           PIC X(1).
000920             88  RA-Result-Approved       value 'A'.
000930             88  RA-Result-Over           value 'O'.
000940             88  RA-Result-Rejected       value 'R'.
000950             88  RA-Result-Applied        value 'U'.
000960
000970     01  RA-Note                 PIC X(40).
000980     01  RA-Increase             PIC 9(5)V9(2).
000990     01  RA-Remaining            PIC 9(7)V9(2).
001000
001010     01  RA-Counters.
001020         05  RA-Rec-Read         PIC 9(5) value zero.
001030         05  RA-Approved-Count   PIC 9(5) value zero.
001040         05  RA-Over-Count       PIC 9(5) value zero.
001050         05  RA-Rejected-Count   PIC 9(5) value zero.
001060         05  RA-Applied-Count    PIC 9(5) value zero.
001070         05  RA-Missing-Count    PIC 9(5) value zero.
001080         05  RA-Approved-Total   PIC 9(7)V9(2) value zero.
001090
001100     01  RA-Run-Date.
001110         05  RA-Run-Year         PIC 9(4).
001120         05  RA-Run-Month        PIC 9(2).
001130         05  RA-Run-Day          PIC 9(2).
001140     01  RA-Run-Date-Num Redefines RA-Run-Date
001150                             PIC 9(8).
001160     01  RA-Run-Date-Display     PIC X(10).
001170
001180     01  RA-Applied-Date.
001190         05  RA-Applied-Year     PIC 9(4).
001200         05  RA-Applied-Month    PIC 9(2).
001210         05  RA-Applied-Day      PIC 9(2).
001220     01  RA-Applied-Date-Num Redefines RA-Applied-Date
001230                             PIC 9(8).
001240
001250*        RA-DEPT-TABLE -- the department master, loaded once, with
001260*        the budget spent so far this run.  The raise budget is
001270*        spent in employee-ID order within each department.
001280     01  RA-Dept-Count           PIC 9(3) value zero.
001290     01  RA-Dept-Table.
001300         05  RA-Dept-Entry Occurs 50 Times.
001310             10  RA-Dept-Code        PIC X(4).
001320             10  RA-Dept-Manager     PIC X(20).
001330             10  RA-Dept-Budget      PIC 9(7)V9(2).
001340             10  RA-Dept-Spent       PIC 9(7)V9(2).
001350             10  RA-Dept-Approved    PIC 9(5).
001360             10  RA-Dept-Over        PIC 9(5).
001370             10  RA-Dept-Rejected    PIC 9(5).
001380     01  RA-Dept-Sub             PIC 9(3).
001390     01  RA-Dept-Found-Sub       PIC 9(3).
001400
001410     01  RA-Detail-Line.
001420         05  RAD-Employee-ID     PIC X(06).
001430         05  FILLER              PIC X(02).
001440         05  RAD-Name            PIC X(20).
001450         05  FILLER              PIC X(02).
001460         05  RAD-Department      PIC X(04).
001470         05  FILLER              PIC X(02).
001480         05  RAD-Manager         PIC X(20).
001490         05  FILLER              PIC X(02).
001500         05  RAD-Basis           PIC X(01).
001510         05  FILLER              PIC X(02).
001520         05  RAD-Reason          PIC X(02).
001530         05  FILLER              PIC X(02).
001540         05  RAD-Increase-X      PIC X(09).
001550         05  RAD-Increase Redefines RAD-Increase-X
001560                                 PIC $$,$$9.99.
001570         05  FILLER              PIC X(02).
001580         05  RAD-Result          PIC X(11).
001590         05  FILLER              PIC X(02).
001600         05  RAD-Note            PIC X(40).
001610
001620     01  RA-Summary-Line.
001630         05  RAS-Department      PIC X(04).
001640         05  FILLER              PIC X(02).
001650         05  RAS-Manager         PIC X(20).
001660         05  FILLER              PIC X(02).
001670         05  RAS-Budget-X        PIC X(13).
001680         05  RAS-Budget Redefines RAS-Budget-X
001690                                 PIC $$,$$$,$$9.99.
001700         05  FILLER              PIC X(02).
001710         05  RAS-Spent-X         PIC X(13).
001720         05  RAS-Spent Redefines RAS-Spent-X
001730                                 PIC $$,$$$,$$9.99.
001740         05  FILLER              PIC X(02).
001750         05  RAS-Remaining-X     PIC X(13).
001760         05  RAS-Remaining Redefines RAS-Remaining-X
001770                                 PIC $$,$$$,$$9.99.
001780         05  FILLER              PIC X(02).
001790         05  RAS-Approved-X      PIC X(08).
001800         05  RAS-Approved Redefines RAS-Approved-X
001810                                 PIC ZZ,ZZ9.
001820         05  FILLER              PIC X(02).
001830         05  RAS-Over-X          PIC X(08).
001840         05  RAS-Over Redefines RAS-Over-X
001850                                 PIC ZZ,ZZ9.
001860         05  FILLER              PIC X(02).
001870         05  RAS-Rejected-X      PIC X(08).
001880         05  RAS-Rejected Redefines RAS-Rejected-X
001890                                 PIC ZZ,ZZ9.
001900
001910     01  RA-Total-Line.
001920         05  RA-Total-Label      PIC X(40).
001930         05  RA-Total-Count      PIC ZZ,ZZ9.
001940         05  FILLER              PIC X(02).
001950         05  RA-Total-Amount-X   PIC X(13).
001960         05  RA-Total-Amount Redefines RA-Total-Amount-X
001970                                 PIC $$,$$$,$$9.99.
001980
001990 Procedure Division.
002000
002010*-----------------------------------------------------------------
002020*  0000-MAINLINE
002030*-----------------------------------------------------------------
002040 0000-Mainline.
002050     Perform 1000-Initialization
002060         Thru 1000-Exit.
002070     Perform 2000-Process-Recommendations
002080         Thru 2000-Exit
002090         Until No-More-Recommendations.
002100     Perform 5000-List-Missing
002110         Thru 5000-Exit.
002120     Perform 7000-Write-Dept-Summary
002130         Thru 7000-Exit.
002140     Perform 8000-Write-Totals
002150         Thru 8000-Exit.
002160     Perform 9000-Termination
002170         Thru 9000-Exit.
002180     Stop Run.
002190
002200*-----------------------------------------------------------------
002210*  1000-INITIALIZATION -- refuse while a raise run is open, then
002220*  load the department budgets and open the files.
002230*-----------------------------------------------------------------
002240 1000-Initialization.
002250     Initialize RA-Counters.
002260     Accept RA-Run-Date From Date YYYYMMDD.
002270     String RA-Run-Month  Delimited By Size
002280            '/'           Delimited By Size
002290            RA-Run-Day     Delimited By Size
002300            '/'           Delimited By Size
002310            RA-Run-Year    Delimited By Size
002320            Into RA-Run-Date-Display.
002330     Perform 1050-Verify-Run-Control Thru 1050-Exit.
002340     Perform 1100-Load-Departments Thru 1100-Exit.
002350     Open I-O RecommendFile.
002360     Perform 9800-File-Validation Thru 9800-Exit.
002370     Open Input EmployeeFile.
002380     Perform 9800-File-Validation Thru 9800-Exit.
002390     Open Output ApprovalRptFile.
002400     Perform 9800-File-Validation Thru 9800-Exit.
002410     Perform 9700-Write-Report-Headings Thru 9700-Exit.
002420 1000-Exit.
002430     Exit.
002440
002450*-----------------------------------------------------------------
002460*  1050-VERIFY-RUN-CONTROL -- a raise run that is STARTED is
002470*  reading the approved amounts; changing them under it would
002480*  pay part of the company on one set of approvals and part on
002490*  another.  No run control record means no run has been made.
002500*-----------------------------------------------------------------
002510 1050-Verify-Run-Control.
002520     Open Input RunControlFile.
002530     If WS-File-Status Not = 00
002540         Go To 1050-Exit
002550     End-If.
002560     Read RunControlFile
002570         At End
002580             Move Zero To RC-Period-ID
002590             Move Space To RC-Raise-Status
002600     End-Read.
002610     Close RunControlFile.
002620     If RC-Raise-Started
002630         Display 'RAISE RUN IN PROGRESS FOR PERIOD '
002640                 RC-Period-ID ' - APPROVAL REFUSED'
002650         Move 8 To Return-Code
002660         Stop Run
002670     End-If.
002680 1050-Exit.
002690     Exit.
002700
002710 1100-Load-Departments.
002720     Open Input DeptFile.
002730     Perform 9800-File-Validation Thru 9800-Exit.
002740     Move 'Y' To More-Dept-Records.
002750     Perform 1110-Load-Dept-Entry Thru 1110-Exit
002760         Until No-More-Dept-Records.
002770     Close DeptFile.
002780 1100-Exit.
002790     Exit.
002800
002810 1110-Load-Dept-Entry.
002820     Read DeptFile Next Record
002830         At End
002840             Set No-More-Dept-Records To True
002850             Go To 1110-Exit
002860     End-Read.
002870     If RA-Dept-Count < 50
002880         Add 1 To RA-Dept-Count
002890         Move Dept-Code    To RA-Dept-Code (RA-Dept-Count)
002900         Move Dept-Manager To RA-Dept-Manager (RA-Dept-Count)
002910         Move Dept-Raise-Budget
002920             To RA-Dept-Budget (RA-Dept-Count)
002930         Move Zero To RA-Dept-Spent (RA-Dept-Count)
002940         Move Zero To RA-Dept-Approved (RA-Dept-Count)
002950         Move Zero To RA-Dept-Over (RA-Dept-Count)
002960         Move Zero To RA-Dept-Rejected (RA-Dept-Count)
002970     Else
002980         Display 'DEPARTMENT TABLE FULL - ' Dept-Code
002990                 ' NOT LOADED'
003000     End-If.
003010 1110-Exit.
003020     Exit.
003030
003040*-----------------------------------------------------------------
003050*  2000-PROCESS-RECOMMENDATIONS -- every recommendation is
003060*  re-judged each run against budgets that start from zero, so
003070*  a budget raised on the department master or a recommendation
003080*  withdrawn frees room for the ones behind it.  A recommendation
003087*  the raise run has already applied is never judged again; one
003094*  applied this period still counts against the budget, and one
003101*  applied in an earlier period is passed over.
003110*-----------------------------------------------------------------
003120 2000-Process-Recommendations.
003130     Read RecommendFile Next Record
003140         At End
003150             Set No-More-Recommendations To True
003160             Go To 2000-Exit
003170     End-Read.
003180     Add 1 To RA-Rec-Read.
003190     Move Spaces To RA-Note.
003200     Move Zero To RA-Increase.
003210     Perform 2100-Read-Employee Thru 2100-Exit.
003220     If RA-Emp-Found
003230         Move Department-Code To Rec-Department
003240     End-If.
003250     Perform 2200-Find-Department Thru 2200-Exit.
003260     If Rec-Used
003270         Move Rec-Applied-Date To RA-Applied-Date-Num
003280         If RA-Applied-Year = RA-Run-Year
003290             And RA-Applied-Month = RA-Run-Month
003300             Perform 2500-Count-Applied Thru 2500-Exit
003310         End-If
003320         Go To 2000-Exit
003330     End-If.
003340     Perform 2300-Judge-Recommendation Thru 2300-Exit.
003350     Perform 2400-Update-Recommendation Thru 2400-Exit.
003360     Perform 6000-Write-Detail-Line Thru 6000-Exit.
003370 2000-Exit.
003380     Exit.
003390
003400 2100-Read-Employee.
003410     Move Rec-Employee-ID To Employee-ID.
003420     Read EmployeeFile
003430         Invalid Key
003440             Set RA-Emp-Missing To True
003450         Not Invalid Key
003460             Set RA-Emp-Found To True
003470     End-Read.
003480 2100-Exit.
003490     Exit.
003500
003510 2200-Find-Department.
003520     Move Zero To RA-Dept-Found-Sub.
003530     Perform 2210-Check-Dept-Entry Thru 2210-Exit
003540         Varying RA-Dept-Sub From 1 By 1
003550         Until RA-Dept-Sub > RA-Dept-Count
003560            Or RA-Dept-Found-Sub > Zero.
003570 2200-Exit.
003580     Exit.
003590
003600 2210-Check-Dept-Entry.
003610     If RA-Dept-Code (RA-Dept-Sub) = Rec-Department
003620         Move RA-Dept-Sub To RA-Dept-Found-Sub
003630     End-If.
003640 2210-Exit.
003650     Exit.
003660
003670*-----------------------------------------------------------------
003680*  2300-JUDGE-RECOMMENDATION -- the employee must be active, the
003690*  recommending manager must be the department's manager of
003700*  record, and the raise must fit the raise run's increase
003710*  field.  What passes is approved while the department budget
003720*  holds; a zero budget means the department has none.
003730*-----------------------------------------------------------------
003740 2300-Judge-Recommendation.
003750     Set RA-Result-Rejected To True.
003760     If RA-Emp-Missing
003770         Move 'EMPLOYEE NOT ON MASTER' To RA-Note
003780         Go To 2300-Exit
003790     End-If.
003800     If Employee-Terminated
003810         Move 'EMPLOYEE IS TERMINATED' To RA-Note
003820         Go To 2300-Exit
003830     End-If.
003840     If RA-Dept-Found-Sub = Zero
003850         Move 'DEPARTMENT NOT ON DEPARTMENT MASTER' To RA-Note
003860         Go To 2300-Exit
003870     End-If.
003880     If Rec-Dept-Manager Not = RA-Dept-Manager (RA-Dept-Found-Sub)
003890         Move 'NOT THE DEPARTMENT MANAGER OF RECORD' To RA-Note
003900         Go To 2300-Exit
003910     End-If.
003920     If Rec-Percent-Of-Salary
003930         Compute RA-Increase Rounded =
003940             In-Employee-Salary * Rec-Percent
003950     Else
003960         Move Rec-Amount To RA-Increase
003970     End-If.
003980     If RA-Increase = Zero
003990         Move 'RAISE AMOUNT IS ZERO' To RA-Note
004000         Go To 2300-Exit
004010     End-If.
004020     If RA-Increase > 999.99
004030         Move 'RAISE OVER 999.99 - ENTER BY HAND' To RA-Note
004040         Go To 2300-Exit
004050     End-If.
004060     If RA-Dept-Budget (RA-Dept-Found-Sub) = Zero
004070         Set RA-Result-Over To True
004080         Move 'DEPARTMENT HAS NO RAISE BUDGET' To RA-Note
004090         Go To 2300-Exit
004100     End-If.
004110     If RA-Dept-Spent (RA-Dept-Found-Sub) + RA-Increase >
004120        RA-Dept-Budget (RA-Dept-Found-Sub)
004130         Set RA-Result-Over To True
004140         Move 'DEPARTMENT RAISE BUDGET EXHAUSTED' To RA-Note
004150         Go To 2300-Exit
004160     End-If.
004170     Set RA-Result-Approved To True.
004180     Add RA-Increase To RA-Dept-Spent (RA-Dept-Found-Sub).
004190     Compute RA-Remaining =
004200         RA-Dept-Budget (RA-Dept-Found-Sub)
004210         - RA-Dept-Spent (RA-Dept-Found-Sub).
004220 2300-Exit.
004230     Exit.
004240
004250*-----------------------------------------------------------------
004260*  2400-UPDATE-RECOMMENDATION -- store the verdict.  An approval
004270*  that stands at the same amount keeps its original approval
004280*  date.
004290*-----------------------------------------------------------------
004300 2400-Update-Recommendation.
004310     Evaluate True
004320         When RA-Result-Approved
004330             If Not Rec-Approved
004340                 Or Rec-Approved-Amount Not = RA-Increase
004350                 Move RA-Run-Date-Num To Rec-Approved-Date
004360             End-If
004370             Set Rec-Approved To True
004380             Move RA-Increase To Rec-Approved-Amount
004390             Add 1 To RA-Approved-Count
004400             Add RA-Increase To RA-Approved-Total
004410             Add 1 To RA-Dept-Approved (RA-Dept-Found-Sub)
004420         When RA-Result-Over
004430             Set Rec-Over-Budget To True
004440             Move Zero To Rec-Approved-Amount
004450             Move Zero To Rec-Approved-Date
004460             Add 1 To RA-Over-Count
004470             Add 1 To RA-Dept-Over (RA-Dept-Found-Sub)
004480         When Other
004490             Set Rec-Rejected To True
004500             Move Zero To Rec-Approved-Amount
004510             Move Zero To Rec-Approved-Date
004520             Add 1 To RA-Rejected-Count
004530             If RA-Dept-Found-Sub > Zero
004540                 Add 1 To RA-Dept-Rejected (RA-Dept-Found-Sub)
004550             End-If
004560     End-Evaluate.
004570     Move Zero To Rec-Applied-Date.
004580     Rewrite Recommendation-Record.
004590     Perform 9800-File-Validation Thru 9800-Exit.
004630 2400-Exit.
004640     Exit.
004650
004660*-----------------------------------------------------------------
004670*  2500-COUNT-APPLIED -- already paid by this period's raise
004680*  run: charge the budget and list it, leave the record alone.
004690*-----------------------------------------------------------------
004700 2500-Count-Applied.
004710     Set RA-Result-Applied To True.
004720     Move Rec-Approved-Amount To RA-Increase.
004730     Add 1 To RA-Applied-Count.
004740     Add RA-Increase To RA-Approved-Total.
004750     If RA-Dept-Found-Sub > Zero
004760         Add RA-Increase To RA-Dept-Spent (RA-Dept-Found-Sub)
004770         Add 1 To RA-Dept-Approved (RA-Dept-Found-Sub)
004780     End-If.
004790     Move 'APPLIED BY THIS PERIOD''S RAISE RUN' To RA-Note.
004800     Perform 6000-Write-Detail-Line Thru 6000-Exit.
004810 2500-Exit.
004820     Exit.
004830
004840*-----------------------------------------------------------------
004848*  5000-LIST-MISSING -- every active employee without a
004856*  recommendation on file, or whose recommendation was used by
004864*  an earlier period's raise run.  The raise run pays them the
004872*  tier amount, so HR sees who will get it before the run.
004880*-----------------------------------------------------------------
004890 5000-List-Missing.
004900     Move Spaces To Approval-Report-Record.
004910     Write Approval-Report-Record.
004920     Move 'ACTIVE EMPLOYEES WITH NO RECOMMENDATION'
004930         To Approval-Report-Record.
004940     Write Approval-Report-Record.
004950     Move Low-Values To Employee-ID.
004960     Start EmployeeFile Key Not < Employee-ID
004970         Invalid Key
004980             Go To 5000-Exit
004990     End-Start.
005000     Move 'Y' To More-Employees.
005010     Perform 5100-Check-Employee Thru 5100-Exit
005020         Until No-More-Employees.
005030 5000-Exit.
005040     Exit.
005050
005060 5100-Check-Employee.
005070     Read EmployeeFile Next Record
005080         At End
005090             Set No-More-Employees To True
005100             Go To 5100-Exit
005110     End-Read.
005120     If Employee-Terminated
005130         Go To 5100-Exit
005140     End-If.
005150     Move Employee-ID To Rec-Employee-ID.
005160     Read RecommendFile
005170         Invalid Key
005180             Set RA-Rec-Missing To True
005190         Not Invalid Key
005200             Set RA-Rec-Found To True
005210     End-Read.
005211     If RA-Rec-Found And Rec-Used
005212         Move Rec-Applied-Date To RA-Applied-Date-Num
005213         If RA-Applied-Year Not = RA-Run-Year
005214             Or RA-Applied-Month Not = RA-Run-Month
005215             Set RA-Rec-Missing To True
005216         End-If
005217     End-If.
005220     If RA-Rec-Found
005230         Go To 5100-Exit
005240     End-If.
005250     Add 1 To RA-Missing-Count.
005260     Move Spaces To RA-Detail-Line.
005270     Move Employee-ID      To RAD-Employee-ID.
005280     Move In-Employee-Name To RAD-Name.
005290     Move Department-Code  To RAD-Department.
005300     Move 'MISSING'        To RAD-Result.
005310     Move 'NO RECOMMENDATION - TIER AMOUNT APPLIES' To RAD-Note.
005320     Move RA-Detail-Line To Approval-Report-Record.
005330     Write Approval-Report-Record.
005340 5100-Exit.
005350     Exit.
005360
005370 6000-Write-Detail-Line.
005380     Move Spaces To RA-Detail-Line.
005390     Move Rec-Employee-ID  To RAD-Employee-ID.
005400     If RA-Emp-Found
005410         Move In-Employee-Name To RAD-Name
005420     End-If.
005430     Move Rec-Department   To RAD-Department.
005440     Move Rec-Dept-Manager To RAD-Manager.
005450     Move Rec-Basis        To RAD-Basis.
005460     Move Rec-Reason-Code  To RAD-Reason.
005470     Move RA-Increase      To RAD-Increase.
005480     Evaluate True
005490         When RA-Result-Approved
005500             Move 'APPROVED'    To RAD-Result
005510         When RA-Result-Over
005520             Move 'OVER BUDGET' To RAD-Result
005530         When RA-Result-Applied
005540             Move 'APPLIED'     To RAD-Result
005550         When Other
005560             Move 'REJECTED'    To RAD-Result
005570     End-Evaluate.
005580     Move RA-Note To RAD-Note.
005590     Move RA-Detail-Line To Approval-Report-Record.
005600     Write Approval-Report-Record.
005610 6000-Exit.
005620     Exit.
005630
005640*-----------------------------------------------------------------
005650*  7000-WRITE-DEPT-SUMMARY -- budget, amount approved (including
005660*  any already applied this period) and what is left, by
005670*  department.
005680*-----------------------------------------------------------------
005690 7000-Write-Dept-Summary.
005700     Move Spaces To Approval-Report-Record.
005710     Write Approval-Report-Record.
005720     Move 'DEPARTMENT RAISE BUDGET SUMMARY'
005730         To Approval-Report-Record.
005740     Write Approval-Report-Record.
005750     Move Spaces To RA-Summary-Line.
005760     Move 'DEPT'           To RAS-Department.
005770     Move 'MANAGER'        To RAS-Manager.
005780     Move '       BUDGET'  To RAS-Budget-X.
005790     Move '     APPROVED'  To RAS-Spent-X.
005800     Move '    REMAINING'  To RAS-Remaining-X.
005810     Move '  APPRVD'       To RAS-Approved-X.
005820     Move '    OVER'       To RAS-Over-X.
005830     Move '  REJECT'       To RAS-Rejected-X.
005840     Move RA-Summary-Line To Approval-Report-Record.
005850     Write Approval-Report-Record.
005860     Perform 7100-Write-Dept-Line Thru 7100-Exit
005870         Varying RA-Dept-Sub From 1 By 1
005880         Until RA-Dept-Sub > RA-Dept-Count.
005890 7000-Exit.
005900     Exit.
005910
005920 7100-Write-Dept-Line.
005930     Move Spaces To RA-Summary-Line.
005940     Move RA-Dept-Code (RA-Dept-Sub)     To RAS-Department.
005950     Move RA-Dept-Manager (RA-Dept-Sub)  To RAS-Manager.
005960     Move RA-Dept-Budget (RA-Dept-Sub)   To RAS-Budget.
005970     Move RA-Dept-Spent (RA-Dept-Sub)    To RAS-Spent.
005980     If RA-Dept-Spent (RA-Dept-Sub) > RA-Dept-Budget (RA-Dept-Sub)
005990         Move Zero To RA-Remaining
006000     Else
006010         Compute RA-Remaining =
006020             RA-Dept-Budget (RA-Dept-Sub)
006030             - RA-Dept-Spent (RA-Dept-Sub)
006040     End-If.
006050     Move RA-Remaining                   To RAS-Remaining.
006060     Move RA-Dept-Approved (RA-Dept-Sub) To RAS-Approved.
006070     Move RA-Dept-Over (RA-Dept-Sub)     To RAS-Over.
006080     Move RA-Dept-Rejected (RA-Dept-Sub) To RAS-Rejected.
006090     Move RA-Summary-Line To Approval-Report-Record.
006100     Write Approval-Report-Record.
006110 7100-Exit.
006120     Exit.
006130
006140 8000-Write-Totals.
006150     Move Spaces To Approval-Report-Record.
006160     Write Approval-Report-Record.
006170     Move Spaces To RA-Total-Line.
006180     Move 'RECOMMENDATIONS READ' To RA-Total-Label.
006190     Move RA-Rec-Read To RA-Total-Count.
006200     Perform 8100-Write-Total-Line Thru 8100-Exit.
006210     Move 'APPROVED' To RA-Total-Label.
006220     Move RA-Approved-Count To RA-Total-Count.
006230     Perform 8100-Write-Total-Line Thru 8100-Exit.
006240     Move 'ALREADY APPLIED THIS PERIOD' To RA-Total-Label.
006250     Move RA-Applied-Count To RA-Total-Count.
006260     Perform 8100-Write-Total-Line Thru 8100-Exit.
006270     Move 'OVER BUDGET' To RA-Total-Label.
006280     Move RA-Over-Count To RA-Total-Count.
006290     Perform 8100-Write-Total-Line Thru 8100-Exit.
006300     Move 'REJECTED' To RA-Total-Label.
006310     Move RA-Rejected-Count To RA-Total-Count.
006320     Perform 8100-Write-Total-Line Thru 8100-Exit.
006330     Move 'ACTIVE EMPLOYEES WITH NO RECOMMENDATION'
006340         To RA-Total-Label.
006350     Move RA-Missing-Count To RA-Total-Count.
006360     Perform 8100-Write-Total-Line Thru 8100-Exit.
006370     Move 'TOTAL RAISE DOLLARS APPROVED' To RA-Total-Label.
006380     Compute RA-Total-Count =
006390         RA-Approved-Count + RA-Applied-Count.
006400     Move RA-Approved-Total To RA-Total-Amount.
006410     Move RA-Total-Line To Approval-Report-Record.
006420     Write Approval-Report-Record.
006430 8000-Exit.
006440     Exit.
006450
006460 8100-Write-Total-Line.
006470     Move Spaces To RA-Total-Amount-X.
006480     Move RA-Total-Line To Approval-Report-Record.
006490     Write Approval-Report-Record.
006500 8100-Exit.
006510     Exit.
006520
006530 9000-Termination.
006540     Close RecommendFile.
006550     Close EmployeeFile.
006560     Close ApprovalRptFile.
006570 9000-Exit.
006580     Exit.
006590
006600 9700-Write-Report-Headings.
006610     Move Spaces To Approval-Report-Record.
006620     String 'RAISE RECOMMENDATION APPROVAL - RUN DATE '
006630            Delimited By Size
006640            RA-Run-Date-Display Delimited By Size
006650            Into Approval-Report-Record.
006660     Write Approval-Report-Record.
006670     Move Spaces To Approval-Report-Record.
006680     Write Approval-Report-Record.
006690     Move Spaces To RA-Detail-Line.
006700     Move 'ID'      To RAD-Employee-ID.
006710     Move 'EMPLOYEE NAME' To RAD-Name.
006720     Move 'DEPT'    To RAD-Department.
006730     Move 'RECOMMENDING MANAGER' To RAD-Manager.
006740     Move 'B'       To RAD-Basis.
006750     Move 'RS'      To RAD-Reason.
006760     Move ' INCREASE' To RAD-Increase-X.
006770     Move 'RESULT'  To RAD-Result.
006780     Move 'REASON'  To RAD-Note.
006790     Move RA-Detail-Line To Approval-Report-Record.
006800     Write Approval-Report-Record.
006810 9700-Exit.
006820     Exit.
006830
006840 9800-File-Validation.
006850     If WS-File-Status Not = Zero
006860         Display 'FILE ERROR - STATUS CODE ' WS-File-Status
006870         Stop Run
006880     End-If.
006890 9800-Exit.
006900     Exit.
006910
006920 End Program RaiseApproval.
