000010*****************************************************************
000020*  MODIFICATION HISTORY                                        *
000030*----------------------------------------------------------------
000040*  DATE        INIT   DESCRIPTION
000050*  10/15/2026  AJD    ORIGINAL PROGRAM.  QUARTERLY RETURN
000060*                     REPORTING FROM THE QUARTER-TO-DATE BUCKETS
000070*                     THE RAISE RUN POSTS ON THE YTD MASTER.
000080*                     PRODUCES THE STATE QUARTERLY WAGE LISTING,
000090*                     ONE LINE PER EMPLOYEE PAID IN THE QUARTER,
000100*                     AND THE FEDERAL QUARTERLY LIABILITY
000110*                     SUMMARY WITH THE LIABILITY BROKEN DOWN BY
000120*                     MONTH OF THE QUARTER.  EVERY EMPLOYEE'S
000130*                     FOUR QUARTERS ARE FOOTED AGAINST THE
000140*                     YEAR-TO-DATE FIGURES AND ANY THAT DO NOT
000150*                     ADD UP ARE LISTED ON A SEPARATE EXCEPTION
000160*                     REPORT.  A CLOSED YEAR REPRINTS FROM THE
000170*                     YTD HISTORY FILE THE SAME WAY.
000172*  10/15/2026  AJD    ALSO REFUSES WHILE THE SUPPLEMENTAL STEP
000174*                     SHOWS STARTED.  THE QUARTER LIABILITY IS
000176*                     ROUNDED TO CENTS BEFORE THE MONTHS ARE
000178*                     CHECKED AGAINST IT.
000180*****************************************************************
000190
000200 Identification Division.
000210 Program-ID. QuarterlyReport.
000220     Author. AnthonyDowns.
000230     Installation. Payroll Systems.
000240     Date-Written. 10/15/2026.
000250     Date-Compiled.
000260     Security.
000270
000280 Environment Division.
000290     Configuration Section.
000300         Special-Names.
000310
000320     Input-Output Section.
000330         File-Control.
000340             Select YTDFile Assign to YTD-MASTER
000350                 Organization is Indexed
000360                 Access Mode is Sequential
000370                 Record Key is YTD-Employee-ID
000380                 File Status is WS-File-Status.
000390
000400             Select YTDHistFile Assign to YTD-HISTORY
000410                 Organization is Indexed
000420                 Access Mode is Sequential
000430                 Record Key is YTH-Key
000440                 File Status is WS-File-Status.
000450
000460             Select QuarterParmFile Assign to QUARTER-PARM
000470                 File Status is WS-File-Status
000480                 Organization is Line Sequential.
000490
000500             Select RunControlFile Assign to RUN-CONTROL
000510                 File Status is WS-File-Status
000520                 Organization is Line Sequential.
000530
000540             Select QuarterlyReportFile Assign to QUARTERLY-RPT
000550                 File Status is WS-File-Status
000560                 Organization is Line Sequential.
000570
000580             Select FootingReportFile Assign to QTR-EXCEPTIONS
000590                 File Status is WS-File-Status
000600                 Organization is Line Sequential.
000610
000620 Data Division.
000630     File Section.
000640         FD  YTDFile.
000650             Copy "YTDREC.cpy".
000660
000670*        CLOSED PRIOR-YEAR FIGURES, WRITTEN BY THE RAISE RUN'S
000680*        TURN-OF-YEAR ROLLOVER.
000690         FD  YTDHistFile.
000700             Copy "YTDHIST.cpy".
000710
000720*        OPTIONAL - ONE RECORD NAMING THE YEAR AND QUARTER TO
000730*        REPORT.  WHEN THE FILE IS ABSENT THE LAST COMPLETED
000740*        QUARTER BEFORE THE RUN DATE IS REPORTED.
000750         FD  QuarterParmFile.
000760             01  Quarter-Parm-Record.
000770                 05  QPR-Report-Year         PIC 9(4).
000780                 05  QPR-Report-Quarter      PIC 9(1).
000790
000800         FD  RunControlFile.
000810             Copy "RUNCTL.cpy".
000820
000830         FD  QuarterlyReportFile.
000840             01  Quarterly-Report-Record     PIC X(132).
000850
000860         FD  FootingReportFile.
000870             01  Footing-Report-Record       PIC X(132).
000880
000890     Working-Storage Section.
000900     01  WS-File-Status          PIC 9(2).
000910     01  More-YTD-Records        PIC X(1) value 'Y'.
000920         88  No-More-YTD-Records          value 'N'.
000930     01  More-History-Records    PIC X(1) value 'Y'.
000940         88  No-More-History-Records      value 'N'.
000950     01  QR-Hist-File-Sw         PIC X(1) value 'N'.
000960         88  QR-Hist-File-Open            value 'Y'.
000970
000980     01  QR-Report-Year          PIC 9(4) value zero.
000990     01  QR-Report-Quarter       PIC 9(1) value zero.
001000     01  QR-Qtr-Sub              PIC 9(1) value zero.
001010     01  QR-Month-Sub            PIC 9(1) value zero.
001020     01  QR-First-Month          PIC 9(2) value zero.
001030     01  QR-Month-Number         PIC 9(2) value zero.
001040
001050     01  QR-Counters.
001060         05  QR-Employees-Read   PIC 9(5) value zero.
001070         05  QR-Employees-Paid   PIC 9(5) value zero.
001080         05  QR-Footing-Errors   PIC 9(5) value zero.
001090
001100*        QUARTER TOTALS FOR THE FEDERAL SUMMARY AND THE STATE
001110*        LISTING.
001120     01  QR-Totals.
001130         05  QR-Total-Wages      PIC 9(9)V9(2) value zero.
001140         05  QR-Total-FICA       PIC 9(8)V9(2) value zero.
001150         05  QR-Total-ER-FICA    PIC 9(8)V9(2) value zero.
001160         05  QR-Total-State      PIC 9(8)V9(3) value zero.
001170         05  QR-Total-Federal    PIC 9(8)V9(3) value zero.
001180         05  QR-Month-Liab-Table.
001190             10  QR-Month-Liab   PIC 9(8)V9(2) value zero
001200                                 Occurs 3 Times.
001210     01  QR-Total-SS-Medicare    PIC 9(9)V9(2) value zero.
001220     01  QR-Total-Liability      PIC 9(9)V9(3) value zero.
001230     01  QR-Month-Liab-Total     PIC 9(9)V9(2) value zero.
001236     01  QR-Liability-Cents      PIC 9(9)V9(2) value zero.
001242     01  QR-Liability-Diff       PIC S9(9)V9(2) value zero.
001250
001260*        ONE EMPLOYEE'S FOUR QUARTERS ADDED UP FOR THE FOOTING
001270*        CHECK AGAINST THE YEAR-TO-DATE FIGURES.
001280     01  QR-Foot-Sums.
001290         05  QR-Foot-Wages       PIC 9(8)V9(2).
001300         05  QR-Foot-FICA        PIC 9(7)V9(2).
001310         05  QR-Foot-State       PIC 9(7)V9(3).
001320         05  QR-Foot-Federal     PIC 9(7)V9(3).
001330         05  QR-Foot-ER-FICA     PIC 9(7)V9(2).
001340     01  QR-Foot-Sub             PIC 9(1) value zero.
001350     01  QR-Foot-Bucket          PIC X(20).
001360     01  QR-Foot-YTD             PIC 9(8)V9(3).
001370     01  QR-Foot-Qtrs            PIC 9(8)V9(3).
001380     01  QR-Foot-Diff            PIC S9(8)V9(3).
001390
001400     01  QR-Run-Date.
001410         05  QR-Run-Year         PIC 9(4).
001420         05  QR-Run-Month        PIC 9(2).
001430         05  QR-Run-Day          PIC 9(2).
001440     01  QR-Run-Date-Display     PIC X(10).
001450     01  QR-Period-ID            PIC 9(6) value zero.
001460
001470     01  QR-Month-Names.
001480         05  FILLER              PIC X(36)
001490             value 'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC'.
001500     01  QR-Month-Name-Table Redefines QR-Month-Names.
001510         05  QR-Month-Name       PIC X(03) Occurs 12 Times.
001520
001530     01  QR-State-Line.
001540         05  QRS-Employee-ID     PIC X(06).
001550         05  FILLER              PIC X(02).
001560         05  QRS-Name            PIC X(20).
001570         05  FILLER              PIC X(02).
001580         05  QRS-Dept            PIC X(04).
001590         05  FILLER              PIC X(02).
001600         05  QRS-Qtr-Wages       PIC $$,$$$,$$9.99.
001610         05  FILLER              PIC X(02).
001620         05  QRS-Qtr-State       PIC $$$,$$9.999.
001630         05  FILLER              PIC X(02).
001640         05  QRS-YTD-Wages       PIC $$,$$$,$$9.99.
001650         05  FILLER              PIC X(02).
001660         05  QRS-Note            PIC X(20).
001670
001680     01  QR-State-Heading.
001690         05  FILLER              PIC X(08)
001700             value 'ID'.
001710         05  FILLER              PIC X(22)
001720             value 'EMPLOYEE NAME'.
001730         05  FILLER              PIC X(06)
001740             value 'DEPT'.
001750         05  FILLER              PIC X(15)
001760             value '  QUARTER WAGES'.
001770         05  FILLER              PIC X(13)
001780             value '    STATE TAX'.
001790         05  FILLER              PIC X(15)
001800             value '      YTD WAGES'.
001810
001820     01  QR-Footing-Heading.
001830         05  FILLER              PIC X(08)
001840             value 'ID'.
001850         05  FILLER              PIC X(22)
001860             value 'EMPLOYEE NAME'.
001870         05  FILLER              PIC X(06)
001880             value 'YEAR'.
001890         05  FILLER              PIC X(22)
001900             value 'BUCKET'.
001910         05  FILLER              PIC X(16)
001920             value '      YTD FIGURE'.
001930         05  FILLER              PIC X(16)
001940             value '    QUARTERS SUM'.
001950         05  FILLER              PIC X(15)
001960             value '     DIFFERENCE'.
001970
001980     01  QR-Total-Line.
001990         05  QRT-Label           PIC X(40).
002000         05  QRT-Amount          PIC $$$,$$$,$$9.999-.
002010
002020     01  QR-Count-Line.
002030         05  QRC-Label           PIC X(40).
002040         05  QRC-Count           PIC ZZ,ZZ9.
002050
002060     01  QR-Footing-Line.
002070         05  QRF-Employee-ID     PIC X(06).
002080         05  FILLER              PIC X(02).
002090         05  QRF-Name            PIC X(20).
002100         05  FILLER              PIC X(02).
002110         05  QRF-Year            PIC 9(04).
002120         05  FILLER              PIC X(02).
002130         05  QRF-Bucket          PIC X(20).
002140         05  FILLER              PIC X(02).
002150         05  QRF-YTD             PIC $$,$$$,$$9.999.
002160         05  FILLER              PIC X(02).
002170         05  QRF-Quarters        PIC $$,$$$,$$9.999.
002180         05  FILLER              PIC X(02).
002190         05  QRF-Difference      PIC $$,$$$,$$9.999-.
002200
002210 Procedure Division.
002220
002230*-----------------------------------------------------------------
002240*  0000-MAINLINE
002250*-----------------------------------------------------------------
002260 0000-Mainline.
002270     Perform 1000-Initialization
002280         Thru 1000-Exit.
002290     Perform 2000-Scan-Live-Record
002300         Thru 2000-Exit
002310         Until No-More-YTD-Records.
002320     If QR-Hist-File-Open
002330         Perform 2100-Scan-History-Record
002340             Thru 2100-Exit
002350             Until No-More-History-Records
002360     End-If.
002370     Perform 7000-Write-State-Totals
002380         Thru 7000-Exit.
002390     Perform 8000-Write-Federal-Summary
002400         Thru 8000-Exit.
002410     Perform 8500-Write-Footing-Totals
002420         Thru 8500-Exit.
002430     Perform 9000-Termination
002440         Thru 9000-Exit.
002450     Stop Run.
002460
002470 1000-Initialization.
002480     Initialize QR-Counters QR-Totals.
002490     Accept QR-Run-Date From Date YYYYMMDD.
002500     String QR-Run-Month  Delimited By Size
002510            '/'           Delimited By Size
002520            QR-Run-Day     Delimited By Size
002530            '/'           Delimited By Size
002540            QR-Run-Year    Delimited By Size
002550            Into QR-Run-Date-Display.
002560     Perform 1050-Verify-Run-Control Thru 1050-Exit.
002570     Perform 1100-Load-Report-Quarter Thru 1100-Exit.
002580     Move QR-Report-Quarter To QR-Qtr-Sub.
002590     Compute QR-First-Month = ((QR-Qtr-Sub - 1) * 3) + 1.
002600     Open Input YTDFile.
002610     Perform 9800-File-Validation Thru 9800-Exit.
002620     Open Output QuarterlyReportFile.
002630     Perform 9800-File-Validation Thru 9800-Exit.
002640     Open Output FootingReportFile.
002650     Perform 9800-File-Validation Thru 9800-Exit.
002660     Open Input YTDHistFile.
002670     If WS-File-Status = 00
002680         Set QR-Hist-File-Open To True
002690     End-If.
002700     Perform 9700-Write-Report-Headings Thru 9700-Exit.
002710 1000-Exit.
002720     Exit.
002730
002740*-----------------------------------------------------------------
002748*  1050-VERIFY-RUN-CONTROL -- the quarter must not be reported
002756*  from a master that is mid-raise-run or mid-supplemental-run.
002764*  A missing file or a new period means no cycle is underway
002772*  and the run proceeds.  This report is not a cycle step, so
002780*  nothing is stamped.
002790*-----------------------------------------------------------------
002800 1050-Verify-Run-Control.
002810     Compute QR-Period-ID =
002820         (QR-Run-Year * 100) + QR-Run-Month.
002830     Open Input RunControlFile.
002840     If WS-File-Status Not = 00
002850         Go To 1050-Exit
002860     End-If.
002870     Read RunControlFile
002880         At End
002890             Move Zero To RC-Period-ID
002900     End-Read.
002910     Close RunControlFile.
002920     If RC-Period-ID = QR-Period-ID
002930         And RC-Raise-Started
002940         Display 'RAISE RUN IN PROGRESS FOR PERIOD '
002950                 RC-Period-ID ' - QUARTERLY REPORT REFUSED'
002960         Move 8 To Return-Code
002970         Stop Run
002980     End-If.
002981     If RC-Period-ID = QR-Period-ID
002982         And RC-Supp-Started
002983         Display 'SUPPLEMENTAL RUN IN PROGRESS FOR PERIOD '
002984                 RC-Period-ID ' - QUARTERLY REPORT REFUSED'
002985         Move 8 To Return-Code
002986         Stop Run
002987     End-If.
002990 1050-Exit.
003000     Exit.
003010
003020*-----------------------------------------------------------------
003030*  1100-LOAD-REPORT-QUARTER -- the parameter file names the
003040*  year and quarter; without one the last quarter completed
003050*  before the run date is reported, which is the quarter a
003060*  return is due for.
003070*-----------------------------------------------------------------
003080 1100-Load-Report-Quarter.
003090     Compute QR-Report-Quarter = (QR-Run-Month + 2) / 3.
003100     Move QR-Run-Year To QR-Report-Year.
003110     If QR-Report-Quarter = 1
003120         Move 4 To QR-Report-Quarter
003130         Subtract 1 From QR-Report-Year
003140     Else
003150         Subtract 1 From QR-Report-Quarter
003160     End-If.
003170     Open Input QuarterParmFile.
003180     If WS-File-Status Not = 00
003190         Go To 1100-Exit
003200     End-If.
003210     Read QuarterParmFile
003220         At End
003230             Continue
003240         Not At End
003250             If QPR-Report-Year Numeric
003260                 And QPR-Report-Year > Zero
003270                 And QPR-Report-Quarter Numeric
003280                 And QPR-Report-Quarter > Zero
003290                 And QPR-Report-Quarter < 5
003300                 Move QPR-Report-Year    To QR-Report-Year
003310                 Move QPR-Report-Quarter To QR-Report-Quarter
003320             Else
003330                 Display 'QUARTER PARAMETER INVALID - '
003340                         'LAST COMPLETED QUARTER REPORTED'
003350             End-If
003360     End-Read.
003370     Close QuarterParmFile.
003380 1100-Exit.
003390     Exit.
003400
003410*-----------------------------------------------------------------
003420*  2000-SCAN-LIVE-RECORD -- every live YTD record for the
003430*  reporting year is listed and footed.
003440*-----------------------------------------------------------------
003450 2000-Scan-Live-Record.
003460     Read YTDFile Next Record
003470         At End
003480             Set No-More-YTD-Records To True
003490             Go To 2000-Exit
003500     End-Read.
003510     If YTD-Year = QR-Report-Year
003520         Perform 3000-Report-Employee Thru 3000-Exit
003530     End-If.
003540 2000-Exit.
003550     Exit.
003560
003570*-----------------------------------------------------------------
003580*  2100-SCAN-HISTORY-RECORD -- a year the rollover has already
003590*  closed reports from the history file through the same
003600*  paragraph, via the live record area.
003610*-----------------------------------------------------------------
003620 2100-Scan-History-Record.
003630     Read YTDHistFile Next Record
003640         At End
003650             Set No-More-History-Records To True
003660             Go To 2100-Exit
003670     End-Read.
003680     If YTH-Year Not = QR-Report-Year
003690         Go To 2100-Exit
003700     End-If.
003710     Initialize YTD-Record.
003720     Move YTH-Employee-ID   To YTD-Employee-ID.
003730     Move YTH-Year          To YTD-Year.
003740     Move YTH-Employee-Name To YTD-Employee-Name.
003750     Move YTH-Department    To YTD-Department.
003760     Move YTH-Gross         To YTD-Gross.
003770     Move YTH-FICA          To YTD-FICA.
003780     Move YTH-State         To YTD-State.
003790     Move YTH-Federal       To YTD-Federal.
003800     Move YTH-Deductions    To YTD-Deductions.
003810     Move YTH-Employer-FICA To YTD-Employer-FICA.
003820     Move YTH-FUTA          To YTD-FUTA.
003830     Move YTH-SUTA          To YTD-SUTA.
003840     Move YTH-Quarter-Table To YTD-Quarter-Table.
003850     Perform 3000-Report-Employee Thru 3000-Exit.
003860 2100-Exit.
003870     Exit.
003880
003890*-----------------------------------------------------------------
003900*  3000-REPORT-EMPLOYEE -- foot the four quarters first, then
003910*  list and total the employee if paid in the report quarter.
003920*-----------------------------------------------------------------
003930 3000-Report-Employee.
003940     Add 1 To QR-Employees-Read.
003950     Perform 4000-Foot-Quarters Thru 4000-Exit.
003960     If YTD-Qtr-Wages (QR-Qtr-Sub) = Zero
003970         And YTD-Qtr-State (QR-Qtr-Sub) = Zero
003980         Go To 3000-Exit
003990     End-If.
004000     Add 1 To QR-Employees-Paid.
004010     Add YTD-Qtr-Wages   (QR-Qtr-Sub) To QR-Total-Wages.
004020     Add YTD-Qtr-FICA    (QR-Qtr-Sub) To QR-Total-FICA.
004030     Add YTD-Qtr-ER-FICA (QR-Qtr-Sub) To QR-Total-ER-FICA.
004040     Add YTD-Qtr-State   (QR-Qtr-Sub) To QR-Total-State.
004050     Add YTD-Qtr-Federal (QR-Qtr-Sub) To QR-Total-Federal.
004060     Perform 3100-Add-Month-Liability Thru 3100-Exit
004070         Varying QR-Month-Sub From 1 By 1
004080         Until QR-Month-Sub > 3.
004090     Move Spaces To QR-State-Line.
004100     Move YTD-Employee-ID   To QRS-Employee-ID.
004110     Move YTD-Employee-Name To QRS-Name.
004120     Move YTD-Department    To QRS-Dept.
004130     Move YTD-Qtr-Wages (QR-Qtr-Sub) To QRS-Qtr-Wages.
004140     Move YTD-Qtr-State (QR-Qtr-Sub) To QRS-Qtr-State.
004150     Move YTD-Gross         To QRS-YTD-Wages.
004160     If YTD-Year Not = QR-Run-Year
004170         Move 'FROM YTD HISTORY' To QRS-Note
004180     End-If.
004190     Move Spaces To Quarterly-Report-Record.
004200     Move QR-State-Line To Quarterly-Report-Record.
004210     Write Quarterly-Report-Record.
004220 3000-Exit.
004230     Exit.
004240
004250 3100-Add-Month-Liability.
004260     Add YTD-Qtr-Month-Liab (QR-Qtr-Sub, QR-Month-Sub)
004270         To QR-Month-Liab (QR-Month-Sub).
004280 3100-Exit.
004290     Exit.
004300
004310*-----------------------------------------------------------------
004320*  4000-FOOT-QUARTERS -- the four quarters of each bucket must
004330*  add back to the year-to-date figure.  Every bucket that does
004340*  not is listed on the exception report with the difference.
004350*-----------------------------------------------------------------
004360 4000-Foot-Quarters.
004370     Initialize QR-Foot-Sums.
004380     Perform 4100-Add-Quarter Thru 4100-Exit
004390         Varying QR-Foot-Sub From 1 By 1
004400         Until QR-Foot-Sub > 4.
004410     If QR-Foot-Wages Not = YTD-Gross
004420         Move 'GROSS WAGES'   To QR-Foot-Bucket
004430         Move YTD-Gross       To QR-Foot-YTD
004440         Move QR-Foot-Wages   To QR-Foot-Qtrs
004450         Perform 4200-Write-Footing-Error Thru 4200-Exit
004460     End-If.
004470     If QR-Foot-FICA Not = YTD-FICA
004480         Move 'FICA WITHHELD'  To QR-Foot-Bucket
004490         Move YTD-FICA        To QR-Foot-YTD
004500         Move QR-Foot-FICA    To QR-Foot-Qtrs
004510         Perform 4200-Write-Footing-Error Thru 4200-Exit
004520     End-If.
004530     If QR-Foot-State Not = YTD-State
004540         Move 'STATE WITHHELD' To QR-Foot-Bucket
004550         Move YTD-State       To QR-Foot-YTD
004560         Move QR-Foot-State   To QR-Foot-Qtrs
004570         Perform 4200-Write-Footing-Error Thru 4200-Exit
004580     End-If.
004590     If QR-Foot-Federal Not = YTD-Federal
004600         Move 'FEDERAL WITHHELD' To QR-Foot-Bucket
004610         Move YTD-Federal     To QR-Foot-YTD
004620         Move QR-Foot-Federal To QR-Foot-Qtrs
004630         Perform 4200-Write-Footing-Error Thru 4200-Exit
004640     End-If.
004650     If QR-Foot-ER-FICA Not = YTD-Employer-FICA
004660         Move 'EMPLOYER FICA'  To QR-Foot-Bucket
004670         Move YTD-Employer-FICA To QR-Foot-YTD
004680         Move QR-Foot-ER-FICA To QR-Foot-Qtrs
004690         Perform 4200-Write-Footing-Error Thru 4200-Exit
004700     End-If.
004710 4000-Exit.
004720     Exit.
004730
004740 4100-Add-Quarter.
004750     Add YTD-Qtr-Wages   (QR-Foot-Sub) To QR-Foot-Wages.
004760     Add YTD-Qtr-FICA    (QR-Foot-Sub) To QR-Foot-FICA.
004770     Add YTD-Qtr-State   (QR-Foot-Sub) To QR-Foot-State.
004780     Add YTD-Qtr-Federal (QR-Foot-Sub) To QR-Foot-Federal.
004790     Add YTD-Qtr-ER-FICA (QR-Foot-Sub) To QR-Foot-ER-FICA.
004800 4100-Exit.
004810     Exit.
004820
004830 4200-Write-Footing-Error.
004840     Add 1 To QR-Footing-Errors.
004850     Compute QR-Foot-Diff = QR-Foot-YTD - QR-Foot-Qtrs.
004860     Move Spaces To QR-Footing-Line.
004870     Move YTD-Employee-ID   To QRF-Employee-ID.
004880     Move YTD-Employee-Name To QRF-Name.
004890     Move YTD-Year          To QRF-Year.
004900     Move QR-Foot-Bucket    To QRF-Bucket.
004910     Move QR-Foot-YTD       To QRF-YTD.
004920     Move QR-Foot-Qtrs      To QRF-Quarters.
004930     Move QR-Foot-Diff      To QRF-Difference.
004940     Move Spaces To Footing-Report-Record.
004950     Move QR-Footing-Line To Footing-Report-Record.
004960     Write Footing-Report-Record.
004970 4200-Exit.
004980     Exit.
004990
005000*-----------------------------------------------------------------
005010*  7000-WRITE-STATE-TOTALS -- closes the state wage listing
005020*  with the employee count, quarter wages and state tax
005030*  withheld that go on the state return.
005040*-----------------------------------------------------------------
005050 7000-Write-State-Totals.
005060     Move Spaces To Quarterly-Report-Record.
005070     Write Quarterly-Report-Record.
005080     Move Spaces To QR-Count-Line.
005090     Move 'EMPLOYEES PAID IN QUARTER' To QRC-Label.
005100     Move QR-Employees-Paid To QRC-Count.
005110     Perform 8200-Write-Count-Line Thru 8200-Exit.
005120     Move Spaces To QR-Total-Line.
005130     Move 'TOTAL STATE WAGES' To QRT-Label.
005140     Move QR-Total-Wages To QRT-Amount.
005150     Perform 8100-Write-Total-Line Thru 8100-Exit.
005160     Move 'TOTAL STATE TAX WITHHELD' To QRT-Label.
005170     Move QR-Total-State To QRT-Amount.
005180     Perform 8100-Write-Total-Line Thru 8100-Exit.
005190 7000-Exit.
005200     Exit.
005210
005220*-----------------------------------------------------------------
005230*  8000-WRITE-FEDERAL-SUMMARY -- the figures for the federal
005240*  quarterly return: wages, federal withholding, both shares of
005250*  FICA, the total liability, and the liability for each month
005258*  of the quarter.  The months are posted run by run in cents
005266*  and should add to the quarter total rounded to cents; any
005274*  difference is printed so the return is not filed out of
005282*  balance.
005290*-----------------------------------------------------------------
005300 8000-Write-Federal-Summary.
005310     Move All '=' To Quarterly-Report-Record.
005320     Write Quarterly-Report-Record.
005330     Move Spaces To Quarterly-Report-Record.
005340     String 'FEDERAL QUARTERLY LIABILITY SUMMARY - QUARTER '
005350            Delimited By Size
005360            QR-Report-Quarter Delimited By Size
005370            ' OF '            Delimited By Size
005380            QR-Report-Year    Delimited By Size
005390            Into Quarterly-Report-Record.
005400     Write Quarterly-Report-Record.
005410     Move Spaces To Quarterly-Report-Record.
005420     Write Quarterly-Report-Record.
005430     Move Spaces To QR-Count-Line.
005440     Move 'EMPLOYEES PAID IN QUARTER' To QRC-Label.
005450     Move QR-Employees-Paid To QRC-Count.
005460     Perform 8200-Write-Count-Line Thru 8200-Exit.
005470     Move Spaces To QR-Total-Line.
005480     Move 'WAGES PAID' To QRT-Label.
005490     Move QR-Total-Wages To QRT-Amount.
005500     Perform 8100-Write-Total-Line Thru 8100-Exit.
005510     Move 'FEDERAL INCOME TAX WITHHELD' To QRT-Label.
005520     Move QR-Total-Federal To QRT-Amount.
005530     Perform 8100-Write-Total-Line Thru 8100-Exit.
005540     Move 'FICA - EMPLOYEE SHARE' To QRT-Label.
005550     Move QR-Total-FICA To QRT-Amount.
005560     Perform 8100-Write-Total-Line Thru 8100-Exit.
005570     Move 'FICA - EMPLOYER SHARE' To QRT-Label.
005580     Move QR-Total-ER-FICA To QRT-Amount.
005590     Perform 8100-Write-Total-Line Thru 8100-Exit.
005600     Compute QR-Total-SS-Medicare =
005610         QR-Total-FICA + QR-Total-ER-FICA.
005620     Move 'TOTAL SOCIAL SECURITY AND MEDICARE' To QRT-Label.
005630     Move QR-Total-SS-Medicare To QRT-Amount.
005640     Perform 8100-Write-Total-Line Thru 8100-Exit.
005650     Compute QR-Total-Liability =
005660         QR-Total-SS-Medicare + QR-Total-Federal.
005670     Move 'TOTAL TAX LIABILITY FOR QUARTER' To QRT-Label.
005680     Move QR-Total-Liability To QRT-Amount.
005690     Perform 8100-Write-Total-Line Thru 8100-Exit.
005700     Move Spaces To Quarterly-Report-Record.
005710     Write Quarterly-Report-Record.
005720     Move Zero To QR-Month-Liab-Total.
005730     Perform 8050-Write-Month-Line Thru 8050-Exit
005740         Varying QR-Month-Sub From 1 By 1
005750         Until QR-Month-Sub > 3.
005760     Move 'TOTAL LIABILITY BY MONTH' To QRT-Label.
005770     Move QR-Month-Liab-Total To QRT-Amount.
005780     Perform 8100-Write-Total-Line Thru 8100-Exit.
005787     Compute QR-Liability-Cents Rounded = QR-Total-Liability.
005794     Compute QR-Liability-Diff =
005801         QR-Liability-Cents - QR-Month-Liab-Total.
005810     If QR-Liability-Diff Not = Zero
005820         Move 'MONTHS DIFFER FROM QUARTER BY' To QRT-Label
005830         Move QR-Liability-Diff To QRT-Amount
005840         Perform 8100-Write-Total-Line Thru 8100-Exit
005850     End-If.
005860 8000-Exit.
005870     Exit.
005880
005890 8050-Write-Month-Line.
005900     Compute QR-Month-Number = QR-First-Month + QR-Month-Sub - 1.
005910     Move Spaces To QR-Total-Line.
005920     String 'LIABILITY MONTH ' Delimited By Size
005930            QR-Month-Sub       Delimited By Size
005940            ' ('               Delimited By Size
005950            QR-Month-Name (QR-Month-Number) Delimited By Size
005960            ')'                Delimited By Size
005970            Into QRT-Label.
005980     Move QR-Month-Liab (QR-Month-Sub) To QRT-Amount.
005990     Add QR-Month-Liab (QR-Month-Sub) To QR-Month-Liab-Total.
006000     Perform 8100-Write-Total-Line Thru 8100-Exit.
006010 8050-Exit.
006020     Exit.
006030
006040 8100-Write-Total-Line.
006050     Move Spaces To Quarterly-Report-Record.
006060     Move QR-Total-Line To Quarterly-Report-Record.
006070     Write Quarterly-Report-Record.
006080     Move Spaces To QR-Total-Line.
006090 8100-Exit.
006100     Exit.
006110
006120 8200-Write-Count-Line.
006130     Move Spaces To Quarterly-Report-Record.
006140     Move QR-Count-Line To Quarterly-Report-Record.
006150     Write Quarterly-Report-Record.
006160     Move Spaces To QR-Count-Line.
006170 8200-Exit.
006180     Exit.
006190
006200*-----------------------------------------------------------------
006210*  8500-WRITE-FOOTING-TOTALS -- closes the exception report.  A
006220*  clean run says so, so an empty report is never mistaken for
006230*  one that did not print.
006240*-----------------------------------------------------------------
006250 8500-Write-Footing-Totals.
006260     Move Spaces To Footing-Report-Record.
006270     Write Footing-Report-Record.
006280     If QR-Footing-Errors = Zero
006290         Move 'ALL EMPLOYEES FOOT - QUARTERS AGREE WITH YTD'
006300             To Footing-Report-Record
006310         Write Footing-Report-Record
006320     End-If.
006330     Move Spaces To QR-Count-Line.
006340     Move 'EMPLOYEES FOOTED' To QRC-Label.
006350     Move QR-Employees-Read To QRC-Count.
006360     Move QR-Count-Line To Footing-Report-Record.
006370     Write Footing-Report-Record.
006380     Move Spaces To QR-Count-Line.
006390     Move 'FOOTING EXCEPTIONS' To QRC-Label.
006400     Move QR-Footing-Errors To QRC-Count.
006410     Move QR-Count-Line To Footing-Report-Record.
006420     Write Footing-Report-Record.
006430 8500-Exit.
006440     Exit.
006450
006460 9000-Termination.
006470     Close YTDFile.
006480     If QR-Hist-File-Open
006490         Close YTDHistFile
006500     End-If.
006510     Close QuarterlyReportFile.
006520     Close FootingReportFile.
006530     If QR-Footing-Errors > Zero
006540         Display 'QUARTERLY FOOTING EXCEPTIONS LISTED'
006550         Move 4 To Return-Code
006560     End-If.
006570 9000-Exit.
006580     Exit.
006590
006600 9700-Write-Report-Headings.
006610     Move Spaces To Quarterly-Report-Record.
006620     String 'STATE QUARTERLY WAGE LISTING - QUARTER '
006630            Delimited By Size
006640            QR-Report-Quarter Delimited By Size
006650            ' OF '            Delimited By Size
006660            QR-Report-Year    Delimited By Size
006670            ' - RUN DATE '    Delimited By Size
006680            QR-Run-Date-Display Delimited By Size
006690            Into Quarterly-Report-Record.
006700     Write Quarterly-Report-Record.
006710     Move Spaces To Quarterly-Report-Record.
006720     Move QR-State-Heading To Quarterly-Report-Record.
006730     Write Quarterly-Report-Record.
006740     Move Spaces To Quarterly-Report-Record.
006750     Write Quarterly-Report-Record.
006760     Move Spaces To Footing-Report-Record.
006770     String 'QUARTERLY FOOTING EXCEPTIONS - YEAR '
006780            Delimited By Size
006790            QR-Report-Year    Delimited By Size
006800            ' - RUN DATE '    Delimited By Size
006810            QR-Run-Date-Display Delimited By Size
006820            Into Footing-Report-Record.
006830     Write Footing-Report-Record.
006840     Move Spaces To Footing-Report-Record.
006850     Move QR-Footing-Heading To Footing-Report-Record.
006860     Write Footing-Report-Record.
006870     Move Spaces To Footing-Report-Record.
006880     Write Footing-Report-Record.
006890 9700-Exit.
006900     Exit.
006910
006920 9800-File-Validation.
006930     If WS-File-Status Not = Zero
006940         Display 'FILE ERROR - STATUS CODE ' WS-File-Status
006950         Stop Run
006960     End-If.
006970 9800-Exit.
006980     Exit.
006990
007000 End Program QuarterlyReport.
