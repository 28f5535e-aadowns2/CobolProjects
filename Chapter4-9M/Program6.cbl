000210*                     PRODUCTION FILES; OPERATIONS THEN SWAPS
000220*                     THE CONVERTED FILES IN BEFORE ANY OTHER
000230*                     PROGRAM RUNS AGAINST THE NEW LAYOUTS.
000231*  10/15/2026  AJD    REBUILT FOR THE NEXT LAYOUT STEP (THE
000232*                     101-TO-118 EMPLOYEE AND 69-TO-78 YTD
000233*                     CONVERSIONS ABOVE HAVE RUN IN PRODUCTION
000234*                     AND ARE RETIRED).  THE YTD MASTER AND THE
000235*                     YTD HISTORY FILE EACH GROW 78 TO 102
000236*                     BYTES (EMPLOYER FICA MATCH, FUTA AND SUTA
000237*                     ADDED) AND THE DEPARTMENT MASTER GROWS 68
000238*                     TO 86 BYTES (EMPLOYER TAX EXPENSE, FUTA
000239*                     AND SUTA PAYABLE ACCOUNTS ADDED).  THE
000240*                     NEW TAX BUCKETS START AT ZERO AND THE NEW
000241*                     ACCOUNTS START AT THE COMPANY-WIDE
000242*                     DEFAULTS THE RAISE RUN ALREADY USES.  ANY
000243*                     OF THE THREE FILES NOT YET ON FILE IS
000244*                     SKIPPED.
000245*  10/15/2026  AJD    THE YTD AND YTD HISTORY LAYOUTS ALSO
000246*                     PICK UP THE QUARTER-TO-DATE BUCKETS IN
000247*                     THIS STEP (102 TO 370 BYTES).  THEY START
000248*                     AT ZERO: FIGURES POSTED BEFORE THE
000249*                     CONVERSION HAVE NO QUARTER, SO THOSE
000250*                     EMPLOYEES SHOW ON THE QUARTERLY FOOTING
000251*                     EXCEPTIONS UNTIL THE YEAR TURNS.
000252*  10/15/2026  AJD    THE DEPARTMENT MASTER ALSO PICKS UP THE
000253*                     DEPARTMENT RAISE BUDGET IN THIS STEP (68 TO
000254*                     95 BYTES).  IT STARTS AT ZERO, NO BUDGET,
000255*                     UNTIL FINANCE KEYS ONE THROUGH DEPTMAINT.
000256*  10/15/2026  AJD    THE DEDUCTION MASTER PICKS UP THE
000257*                     SUPPLEMENTAL FLAG IN THIS STEP (56 TO 57
000258*                     BYTES).  A GARNISHMENT CONVERTS AS Y, SO
000259*                     SUPPLEMENTAL PAY STAYS SUBJECT TO THE
000260*                     ORDER; EVERYTHING ELSE CONVERTS AS N UNTIL
000261*                     PAYROLL FLAGS IT THROUGH DEDMAINT.
000262*  10/15/2026  AJD    THE DEDUCTION MASTER ALSO PICKS UP THE
000263*                     PAYEE CODE, CASE NUMBER AND GARNISHMENT
000264*                     BALANCE FIELDS IN THIS STEP (56 TO 124
000265*                     BYTES).  THEY START BLANK AND ZERO: NO
000266*                     PAYEE UNTIL PAYROLL KEYS ONE THROUGH
000267*                     DEDMAINT, AND ZERO OWED, SO A GARNISHMENT
000268*                     RUNS OPEN-ENDED UNTIL ITS TOTAL IS KEYED.
000269*****************************************************************
000270
000271 Identification Division.
000272 Program-ID. MasterConvert.
000280     Author. AnthonyDowns.
000290     Installation. Payroll Systems.
000300     Date-Written. 08/22/2026.
000370
000380     Input-Output Section.
000390         File-Control.
000400             Select OldDeptFile Assign to DEPT-MASTER
000410                 Organization is Indexed
000420                 Access Mode is Sequential
000430                 Record Key is Old-Dept-Code
000440                 File Status is WS-File-Status.
000450
000460             Select NewDeptFile Assign to DEPT-CONVERTED
000470                 Organization is Indexed
000480                 Access Mode is Dynamic
000490                 Record Key is Dept-Code
000500                 File Status is WS-File-Status.
000510
000520             Select OldYTDFile Assign to YTD-MASTER
000580             Select NewYTDFile Assign to YTD-CONVERTED
000590                 Organization is Indexed
000600                 Access Mode is Dynamic
000610                 Record Key is YTD-Employee-ID
000611                 File Status is WS-File-Status.
000612
000613             Select OldYTDHistFile Assign to YTD-HISTORY
000614                 Organization is Indexed
000615                 Access Mode is Sequential
000616                 Record Key is Old-YTH-Key
000617                 File Status is WS-File-Status.
000618
000619             Select NewYTDHistFile Assign to YTD-HIST-CONVERTED
000620                 Organization is Indexed
000621                 Access Mode is Dynamic
000622                 Record Key is YTH-Key
000623                 File Status is WS-File-Status.
000624
000625             Select OldDeductFile Assign to DEDUCT-MASTER
000626                 Organization is Indexed
000627                 Access Mode is Sequential
000628                 Record Key is Old-Ded-Key
000629                 File Status is WS-File-Status.
000630
000631             Select NewDeductFile Assign to DEDUCT-CONVERTED
000632                 Organization is Indexed
000633                 Access Mode is Dynamic
000634                 Record Key is Ded-Key
000635                 File Status is WS-File-Status.
000636
000640             Select ConvertReportFile Assign to CONVERT-LIST
000650                 File Status is WS-File-Status
000660                 Organization is Line Sequential.
000670
000680 Data Division.
000690     File Section.
000700*        THE DEPARTMENT MASTER AS IT STANDS IN PRODUCTION TODAY:
000710*        68 BYTES, ENDING AT THE FEDERAL PAYABLE ACCOUNT.
000720         FD  OldDeptFile.
000730             01  Old-Department-Record.
000740                 05  Old-Dept-Code           PIC X(04).
000750                 05  Old-Dept-Name           PIC X(20).
000760                 05  Old-Dept-Manager        PIC X(20).
000770                 05  Old-Dept-Salary-Account PIC X(06).
000780                 05  Old-Dept-FICA-Account   PIC X(06).
000790                 05  Old-Dept-State-Account  PIC X(06).
000800                 05  Old-Dept-Federal-Account
000810                                             PIC X(06).
000920
000930         FD  NewDeptFile.
000940             Copy "DEPTREC.cpy".
000950
000960*        THE YTD MASTER AS IT STANDS IN PRODUCTION TODAY: 78
000970*        BYTES, NO EMPLOYER TAX BUCKETS YET.
000980         FD  OldYTDFile.
000990             01  Old-YTD-Record.
001000                 05  Old-YTD-Employee-ID     PIC X(06).
001050                 05  Old-YTD-FICA            PIC 9(6)V9(2).
001060                 05  Old-YTD-State           PIC 9(6)V9(3).
001070                 05  Old-YTD-Federal         PIC 9(6)V9(3).
001075                 05  Old-YTD-Deductions      PIC 9(7)V9(2).
001080
001100         FD  NewYTDFile.
001110             Copy "YTDREC.cpy".
001120
001130*        THE YTD HISTORY FILE AS IT STANDS IN PRODUCTION TODAY:
001140*        78 BYTES, THE SAME FIGURES AS THE OLD YTD MASTER.
001150         FD  OldYTDHistFile.
001160             01  Old-YTD-History-Record.
001170                 05  Old-YTH-Key.
001180                     10  Old-YTH-Employee-ID PIC X(06).
001190                     10  Old-YTH-Year        PIC 9(04).
001200                 05  Old-YTH-Employee-Name   PIC X(20).
001201                 05  Old-YTH-Department      PIC X(04).
001202                 05  Old-YTH-Gross           PIC 9(7)V9(2).
001203                 05  Old-YTH-FICA            PIC 9(6)V9(2).
001204                 05  Old-YTH-State           PIC 9(6)V9(3).
001205                 05  Old-YTH-Federal         PIC 9(6)V9(3).
001206                 05  Old-YTH-Deductions      PIC 9(7)V9(2).
001207
001208         FD  NewYTDHistFile.
001209             Copy "YTDHIST.cpy".
001210
001211*        THE DEDUCTION MASTER AS IT STANDS IN PRODUCTION TODAY:
001212*        56 BYTES, ENDING AT THE GL PAYABLE ACCOUNT.
001213         FD  OldDeductFile.
001214             01  Old-Deduction-Record.
001215                 05  Old-Ded-Key.
001216                     10  Old-Ded-Employee-ID PIC X(06).
001217                     10  Old-Ded-Code        PIC X(03).
001218                 05  Old-Ded-Description     PIC X(20).
001219                 05  Old-Ded-Method          PIC X(01).
001220                 05  Old-Ded-Amount          PIC 9(5)V9(2).
001221                 05  Old-Ded-Percent         PIC 9(1)V9(4).
001222                 05  Old-Ded-Priority        PIC 9(2).
001223                 05  Old-Ded-Garnish-Flag    PIC X(01).
001224                     88  Old-Ded-Garnishment        Value 'G'.
001225                 05  Old-Ded-Garnish-Limit-Pct
001226                                             PIC 9(1)V9(4).
001227                 05  Old-Ded-GL-Account      PIC X(06).
001228
001229         FD  NewDeductFile.
001230             Copy "DEDREC.cpy".
001231
001232         FD  ConvertReportFile.
001233             01  Convert-Report-Record       PIC X(132).
001240
001250     Working-Storage Section.
001260     01  WS-File-Status          PIC 9(2).
001270     01  More-Old-Dept-Records   PIC X(1) value 'Y'.
001280         88  No-More-Old-Dept-Records     value 'N'.
001290     01  More-Old-YTD-Records    PIC X(1) value 'Y'.
001300         88  No-More-Old-YTD-Records      value 'N'.
001301     01  More-Old-Hist-Records   PIC X(1) value 'Y'.
001302         88  No-More-Old-Hist-Records     value 'N'.
001303     01  More-Old-Ded-Records    PIC X(1) value 'Y'.
001304         88  No-More-Old-Ded-Records      value 'N'.
001305     01  CV-Dept-File-Sw         PIC X(1) value 'N'.
001306         88  CV-Dept-File-Open            value 'Y'.
001310     01  CV-YTD-File-Sw          PIC X(1) value 'N'.
001320         88  CV-YTD-File-Open             value 'Y'.
001322     01  CV-Hist-File-Sw         PIC X(1) value 'N'.
001324         88  CV-Hist-File-Open            value 'Y'.
001326     01  CV-Ded-File-Sw          PIC X(1) value 'N'.
001328         88  CV-Ded-File-Open             value 'Y'.
001330
001340     01  CV-Counters.
001350         05  CV-Dept-Read        PIC 9(5) value zero.
001360         05  CV-Dept-Written     PIC 9(5) value zero.
001370         05  CV-Dept-Dropped     PIC 9(5) value zero.
001380         05  CV-YTD-Read         PIC 9(5) value zero.
001390         05  CV-YTD-Written      PIC 9(5) value zero.
001400         05  CV-YTD-Dropped      PIC 9(5) value zero.
001401         05  CV-Hist-Read        PIC 9(5) value zero.
001402         05  CV-Hist-Written     PIC 9(5) value zero.
001403         05  CV-Hist-Dropped     PIC 9(5) value zero.
001404         05  CV-Ded-Read         PIC 9(5) value zero.
001405         05  CV-Ded-Written      PIC 9(5) value zero.
001406         05  CV-Ded-Dropped      PIC 9(5) value zero.
001407
001408*        COMPANY-WIDE DEFAULTS FOR THE NEW DEPARTMENT ACCOUNTS,
001409*        THE SAME ONES THE RAISE RUN FALLS BACK ON.
001410     01  CV-Default-Accounts.
001411         05  CV-Default-Tax-Acct PIC X(06) value '615000'.
001412         05  CV-Default-FUTA-Acct
001413                                 PIC X(06) value '224000'.
001414         05  CV-Default-SUTA-Acct
001415                                 PIC X(06) value '225000'.
001416
001420     01  CV-Run-Date.
001430         05  CV-Run-Year         PIC 9(4).
001440         05  CV-Run-Month        PIC 9(2).
001460     01  CV-Run-Date-Display     PIC X(10).
001470
001480     01  CV-Detail-Line.
001490         05  CVD-Key             PIC X(10).
001500         05  FILLER              PIC X(02).
001510         05  CVD-Name            PIC X(20).
001520         05  FILLER              PIC X(02).
001640 0000-Mainline.
001650     Perform 1000-Initialization
001660         Thru 1000-Exit.
001670     Perform 2000-Convert-Dept-Records
001680         Thru 2000-Exit.
001700     Perform 3000-Convert-YTD-Records
001710         Thru 3000-Exit.
001712     Perform 4000-Convert-History-Records
001714         Thru 4000-Exit.
001716     Perform 5000-Convert-Deduction-Records
001718         Thru 5000-Exit.
001720     Perform 8000-Write-Totals
001730         Thru 8000-Exit.
001740     Perform 9000-Termination
001840            '/'           Delimited By Size
001850            CV-Run-Year    Delimited By Size
001860            Into CV-Run-Date-Display.
001910     Open Output ConvertReportFile.
001920     Perform 9800-File-Validation Thru 9800-Exit.
001930     Move Spaces To Convert-Report-Record.
001940     String 'DEPT/YTD/HISTORY/DEDUCTION CONVERSION - RUN DATE '
001950            Delimited By Size
001960            CV-Run-Date-Display Delimited By Size
001970            Into Convert-Report-Record.
002020     Exit.
002030
002040*-----------------------------------------------------------------
002050*  2000-CONVERT-DEPT-RECORDS -- every existing field copies
002060*  straight over; the employer tax expense, FUTA and SUTA
002070*  accounts start at the company-wide defaults so the raise
002080*  run charges exactly what it did before until DeptMaint
002090*  gives a department its own accounts.
002100*-----------------------------------------------------------------
002110 2000-Convert-Dept-Records.
002120     Open Input OldDeptFile.
002121     If WS-File-Status Not = 00
002122         Move Spaces To Convert-Report-Record
002123         Move 'NO DEPARTMENT MASTER ON FILE - DEPT STEP SKIPPED'
002124             To Convert-Report-Record
002125         Write Convert-Report-Record
002126         Go To 2000-Exit
002127     End-If.
002128     Set CV-Dept-File-Open To True.
002129     Open Output NewDeptFile.
002130     Perform 9800-File-Validation Thru 9800-Exit.
002131     Move 'Y' To More-Old-Dept-Records.
002132     Perform 2100-Convert-One-Dept Thru 2100-Exit
002133         Until No-More-Old-Dept-Records.
002134 2000-Exit.
002135     Exit.
002136
002137 2100-Convert-One-Dept.
002138     Read OldDeptFile Next Record
002139         At End
002140             Set No-More-Old-Dept-Records To True
002150             Go To 2100-Exit
002160     End-Read.
002170     Add 1 To CV-Dept-Read.
002180     Initialize Department-Record.
002190     Move Old-Dept-Code            To Dept-Code.
002200     Move Old-Dept-Name            To Dept-Name.
002210     Move Old-Dept-Manager         To Dept-Manager.
002220     Move Old-Dept-Salary-Account  To Dept-Salary-Account.
002230     Move Old-Dept-FICA-Account    To Dept-FICA-Account.
002240     Move Old-Dept-State-Account   To Dept-State-Account.
002250     Move Old-Dept-Federal-Account To Dept-Federal-Account.
002260     Move CV-Default-Tax-Acct  To Dept-Tax-Expense-Account.
002270     Move CV-Default-FUTA-Acct To Dept-FUTA-Account.
002280     Move CV-Default-SUTA-Acct To Dept-SUTA-Account.
002290     Write Department-Record
002390         Invalid Key
002400             Add 1 To CV-Dept-Dropped
002410             Move Spaces To CV-Detail-Line
002420             Move Old-Dept-Code To CVD-Key
002430             Move Old-Dept-Name To CVD-Name
002440             Move 'DUPLICATE KEY - DEPARTMENT NOT CONVERTED'
002450                 To CVD-Disposition
002460             Move CV-Detail-Line To Convert-Report-Record
002470             Write Convert-Report-Record
002480             Go To 2100-Exit
002490     End-Write.
002500     Add 1 To CV-Dept-Written.
002510 2100-Exit.
002520     Exit.
002530
002540*-----------------------------------------------------------------
002550*  3000-CONVERT-YTD-RECORDS -- existing figures copy straight
002560*  over; the employer FICA match, FUTA and SUTA buckets and
002570*  the quarter-to-date buckets start at zero.  A shop with no
002580*  YTD master yet (no live run ever) simply skips this leg.
002590*-----------------------------------------------------------------
002600 3000-Convert-YTD-Records.
002610     Open Input OldYTDFile.
002820             Go To 3100-Exit
002830     End-Read.
002840     Add 1 To CV-YTD-Read.
002850     Initialize YTD-Record.
002860     Move Old-YTD-Employee-ID   To YTD-Employee-ID.
002870     Move Old-YTD-Employee-Name To YTD-Employee-Name.
002880     Move Old-YTD-Department    To YTD-Department.
002890     Move Old-YTD-Year          To YTD-Year.
002900     Move Old-YTD-Gross         To YTD-Gross.
002910     Move Old-YTD-FICA          To YTD-FICA.
002920     Move Old-YTD-State         To YTD-State.
002930     Move Old-YTD-Federal       To YTD-Federal.
002940     Move Old-YTD-Deductions    To YTD-Deductions.
002950     Move Zero To YTD-Employer-FICA.
002952     Move Zero To YTD-FUTA.
002954     Move Zero To YTD-SUTA.
002956     Write YTD-Record
002960         Invalid Key
002970             Add 1 To CV-YTD-Dropped
002980             Move Spaces To CV-Detail-Line
002990             Move Old-YTD-Employee-ID   To CVD-Key
003000             Move Old-YTD-Employee-Name To CVD-Name
003010             Move 'DUPLICATE KEY - YTD NOT CONVERTED'
003020                 To CVD-Disposition
003090     Exit.
003100
003110*-----------------------------------------------------------------
003120*  4000-CONVERT-HISTORY-RECORDS -- the same step for the closed
003130*  years on the YTD history file.  Years closed before the
003131*  employer taxes and quarters were posted carry zero buckets.
003132*  No history file yet (no rollover ever run) skips this leg.
003133*-----------------------------------------------------------------
003134 4000-Convert-History-Records.
003135     Open Input OldYTDHistFile.
003136     If WS-File-Status Not = 00
003137         Move Spaces To Convert-Report-Record
003138         Move 'NO YTD HISTORY ON FILE - HISTORY STEP SKIPPED'
003139             To Convert-Report-Record
003140         Write Convert-Report-Record
003141         Go To 4000-Exit
003142     End-If.
003143     Set CV-Hist-File-Open To True.
003144     Open Output NewYTDHistFile.
003145     Perform 9800-File-Validation Thru 9800-Exit.
003146     Move 'Y' To More-Old-Hist-Records.
003147     Perform 4100-Convert-One-History Thru 4100-Exit
003148         Until No-More-Old-Hist-Records.
003149 4000-Exit.
003150     Exit.
003151
003152 4100-Convert-One-History.
003153     Read OldYTDHistFile Next Record
003154         At End
003155             Set No-More-Old-Hist-Records To True
003156             Go To 4100-Exit
003157     End-Read.
003158     Add 1 To CV-Hist-Read.
003159     Initialize YTD-History-Record.
003160     Move Old-YTH-Employee-ID   To YTH-Employee-ID.
003161     Move Old-YTH-Year          To YTH-Year.
003162     Move Old-YTH-Employee-Name To YTH-Employee-Name.
003163     Move Old-YTH-Department    To YTH-Department.
003164     Move Old-YTH-Gross         To YTH-Gross.
003165     Move Old-YTH-FICA          To YTH-FICA.
003166     Move Old-YTH-State         To YTH-State.
003167     Move Old-YTH-Federal       To YTH-Federal.
003168     Move Old-YTH-Deductions    To YTH-Deductions.
003169     Move Zero To YTH-Employer-FICA.
003170     Move Zero To YTH-FUTA.
003171     Move Zero To YTH-SUTA.
003172     Write YTD-History-Record
003173         Invalid Key
003174             Add 1 To CV-Hist-Dropped
003175             Move Spaces To CV-Detail-Line
003176             Move Old-YTH-Key           To CVD-Key
003177             Move Old-YTH-Employee-Name To CVD-Name
003178             Move 'DUPLICATE KEY - HISTORY NOT CONVERTED'
003179                 To CVD-Disposition
003180             Move CV-Detail-Line To Convert-Report-Record
003181             Write Convert-Report-Record
003182             Go To 4100-Exit
003183     End-Write.
003184     Add 1 To CV-Hist-Written.
003185 4100-Exit.
003186     Exit.
003187
003188*-----------------------------------------------------------------
003189*  5000-CONVERT-DEDUCTION-RECORDS -- every existing field copies
003190*  straight over.  The supplemental flag starts at Y for a
003191*  garnishment (the order reaches all pay), N for the rest; payee,
003192*  case and balance start blank and zero.  No master skips this.
003193*-----------------------------------------------------------------
003194 5000-Convert-Deduction-Records.
003195     Open Input OldDeductFile.
003196     If WS-File-Status Not = 00
003197         Move Spaces To Convert-Report-Record
003198         Move 'NO DEDUCTION MASTER ON FILE - DEDUCT STEP SKIPPED'
003199             To Convert-Report-Record
003200         Write Convert-Report-Record
003201         Go To 5000-Exit
003202     End-If.
003203     Set CV-Ded-File-Open To True.
003204     Open Output NewDeductFile.
003205     Perform 9800-File-Validation Thru 9800-Exit.
003206     Move 'Y' To More-Old-Ded-Records.
003207     Perform 5100-Convert-One-Deduction Thru 5100-Exit
003208         Until No-More-Old-Ded-Records.
003209 5000-Exit.
003210     Exit.
003211
003212 5100-Convert-One-Deduction.
003213     Read OldDeductFile Next Record
003214         At End
003215             Set No-More-Old-Ded-Records To True
003216             Go To 5100-Exit
003217     End-Read.
003218     Add 1 To CV-Ded-Read.
003219     Initialize Deduction-Record.
003220     Move Old-Ded-Employee-ID       To Ded-Employee-ID.
003221     Move Old-Ded-Code              To Ded-Code.
003222     Move Old-Ded-Description       To Ded-Description.
003223     Move Old-Ded-Method            To Ded-Method.
003224     Move Old-Ded-Amount            To Ded-Amount.
003225     Move Old-Ded-Percent           To Ded-Percent.
003226     Move Old-Ded-Priority          To Ded-Priority.
003227     Move Old-Ded-Garnish-Flag      To Ded-Garnish-Flag.
003228     Move Old-Ded-Garnish-Limit-Pct To Ded-Garnish-Limit-Pct.
003229     Move Old-Ded-GL-Account        To Ded-GL-Account.
003230     If Old-Ded-Garnishment
003231         Move 'Y' To Ded-Supp-Flag
003232     Else
003233         Move 'N' To Ded-Supp-Flag
003234     End-If.
003235     Write Deduction-Record
003236         Invalid Key
003237             Add 1 To CV-Ded-Dropped
003238             Move Spaces To CV-Detail-Line
003239             Move Old-Ded-Key         To CVD-Key
003240             Move Old-Ded-Description To CVD-Name
003241             Move 'DUPLICATE KEY - DEDUCTION NOT CONVERTED'
003242                 To CVD-Disposition
003243             Move CV-Detail-Line To Convert-Report-Record
003244             Write Convert-Report-Record
003245             Go To 5100-Exit
003246     End-Write.
003247     Add 1 To CV-Ded-Written.
003248 5100-Exit.
003249     Exit.
003250*-----------------------------------------------------------------
003251*  8000-WRITE-TOTALS -- read/written/dropped for every file so
003252*  operations can prove the swap covers each population.
003253*-----------------------------------------------------------------
003254 8000-Write-Totals.
003255     Move Spaces To Convert-Report-Record.
003256     Write Convert-Report-Record.
003257     Move 'OLD DEPT RECORDS READ' To CV-Total-Label.
003258     Move CV-Dept-Read To CV-Total-Count.
003259     Perform 8100-Write-Total-Line Thru 8100-Exit.
003260     Move 'DEPT RECORDS CONVERTED' To CV-Total-Label.
003261     Move CV-Dept-Written To CV-Total-Count.
003262     Perform 8100-Write-Total-Line Thru 8100-Exit.
003263     Move 'DEPT RECORDS DROPPED' To CV-Total-Label.
003264     Move CV-Dept-Dropped To CV-Total-Count.
003265     Perform 8100-Write-Total-Line Thru 8100-Exit.
003270     Move 'OLD YTD RECORDS READ' To CV-Total-Label.
003280     Move CV-YTD-Read To CV-Total-Count.
003290     Perform 8100-Write-Total-Line Thru 8100-Exit.
003330     Move 'YTD RECORDS DROPPED' To CV-Total-Label.
003340     Move CV-YTD-Dropped To CV-Total-Count.
003350     Perform 8100-Write-Total-Line Thru 8100-Exit.
003360     Move 'OLD HISTORY RECORDS READ' To CV-Total-Label.
003370     Move CV-Hist-Read To CV-Total-Count.
003380     Perform 8100-Write-Total-Line Thru 8100-Exit.
003381     Move 'HISTORY RECORDS CONVERTED' To CV-Total-Label.
003382     Move CV-Hist-Written To CV-Total-Count.
003383     Perform 8100-Write-Total-Line Thru 8100-Exit.
003384     Move 'HISTORY RECORDS DROPPED' To CV-Total-Label.
003385     Move CV-Hist-Dropped To CV-Total-Count.
003386     Perform 8100-Write-Total-Line Thru 8100-Exit.
003387     Move 'OLD DEDUCTION RECORDS READ' To CV-Total-Label.
003388     Move CV-Ded-Read To CV-Total-Count.
003389     Perform 8100-Write-Total-Line Thru 8100-Exit.
003390     Move 'DEDUCTION RECORDS CONVERTED' To CV-Total-Label.
003391     Move CV-Ded-Written To CV-Total-Count.
003392     Perform 8100-Write-Total-Line Thru 8100-Exit.
003393     Move 'DEDUCTION RECORDS DROPPED' To CV-Total-Label.
003394     Move CV-Ded-Dropped To CV-Total-Count.
003395     Perform 8100-Write-Total-Line Thru 8100-Exit.
003396     If CV-Dept-Read Not =
003397         CV-Dept-Written + CV-Dept-Dropped
003398         Display 'DEPT CONVERSION COUNTS DO NOT FOOT'
003399     End-If.
003400     If CV-YTD-Read Not =
003410         CV-YTD-Written + CV-YTD-Dropped
003420         Display 'YTD CONVERSION COUNTS DO NOT FOOT'
003421     End-If.
003422     If CV-Hist-Read Not =
003423         CV-Hist-Written + CV-Hist-Dropped
003424         Display 'HISTORY CONVERSION COUNTS DO NOT FOOT'
003425     End-If.
003426     If CV-Ded-Read Not =
003427         CV-Ded-Written + CV-Ded-Dropped
003428         Display 'DEDUCTION CONVERSION COUNTS DO NOT FOOT'
003430     End-If.
003440 8000-Exit.
003450     Exit.
003520     Exit.
003530
003540 9000-Termination.
003550     If CV-Dept-File-Open
003560         Close OldDeptFile
003563         Close NewDeptFile
003566     End-If.
003570     If CV-YTD-File-Open
003580         Close OldYTDFile
003590         Close NewYTDFile
003591     End-If.
003592     If CV-Hist-File-Open
003593         Close OldYTDHistFile
003594         Close NewYTDHistFile
003595     End-If.
003596     If CV-Ded-File-Open
003597         Close OldDeductFile
003598         Close NewDeductFile
003600     End-If.
003610     Close ConvertReportFile.
003620 9000-Exit.
