000010*****************************************************************
000020*  MODIFICATION HISTORY                                        *
000030*----------------------------------------------------------------
000040*  DATE        INIT   DESCRIPTION
000050*  10/15/2026  AJD    ORIGINAL PROGRAM.  APPLIES ADD/CHANGE/
000060*                     DELETE TRANSACTIONS TO THE INDEXED RAISE
000070*                     RECOMMENDATION FILE (EMPLOYEE: RECOMMENDING
000080*                     MANAGER, FLAT AMOUNT OR PERCENT OF SALARY,
000090*                     REASON CODE) AND PRINTS A BEFORE/AFTER
000100*                     MAINTENANCE REPORT.  AN ADD IS REFUSED WHEN
000110*                     THE EMPLOYEE IS NOT ON THE EMPLOYEE MASTER
000120*                     OR IS TERMINATED.  EVERY ADD OR CHANGE
000130*                     LEAVES THE RECOMMENDATION PENDING UNTIL THE
000140*                     APPROVAL PROGRAM PASSES IT AGAIN.
000150*****************************************************************
000160
000170 Identification Division.
000180 Program-ID. RecMaint.
000190     Author. AnthonyDowns.
000200     Installation. Payroll Systems.
000210     Date-Written. 10/15/2026.
000220     Date-Compiled.
000230     Security.
000240
000250 Environment Division.
000260     Configuration Section.
000270         Special-Names.
000280
000290     Input-Output Section.
000300         File-Control.
000310             Select TransactionFile Assign to RECOMMEND-TRANS
000320                 File Status is WS-File-Status
000330                 Organization is Line Sequential.
000340
000350             Select RecommendFile Assign to RAISE-RECOMMEND
000360                 Organization is Indexed
000370                 Access Mode is Dynamic
000380                 Record Key is Rec-Employee-ID
000390                 File Status is WS-File-Status.
000400
000410             Select EmployeeFile Assign to EMPLOYEE-DATA
000420                 Organization is Indexed
000430                 Access Mode is Dynamic
000440                 Record Key is Employee-ID
000450                 File Status is WS-File-Status.
000460
000470             Select MaintReportFile Assign to RECOMMEND-MAINT-RPT
000480                 File Status is WS-File-Status
000490                 Organization is Line Sequential.
000500
000510 Data Division.
000520     File Section.
000530         FD  TransactionFile.
000540             01  Rec-Transaction.
000550                 05  RCT-Action              PIC X(01).
000560                     88  RCT-Add                    Value 'A'.
000570                     88  RCT-Change                 Value 'C'.
000580                     88  RCT-Delete                 Value 'D'.
000590                 05  RCT-Employee-ID         PIC X(06).
000600                 05  RCT-Dept-Manager        PIC X(20).
000610                 05  RCT-Basis               PIC X(01).
000620                 05  RCT-Amount-X            PIC X(05).
000630                 05  RCT-Amount Redefines RCT-Amount-X
000640                                             PIC 9(3)V9(2).
000650                 05  RCT-Percent-X           PIC X(05).
000660                 05  RCT-Percent Redefines RCT-Percent-X
000670                                             PIC 9(1)V9(4).
000680                 05  RCT-Reason-Code         PIC X(02).
000690
000700         FD  RecommendFile.
000710             Copy "RECREC.cpy".
000720
000730         FD  EmployeeFile.
000740             Copy "EMPREC.cpy".
000750
000760         FD  MaintReportFile.
000770             01  Maint-Report-Record         PIC X(132).
000780
000790     Working-Storage Section.
000800     01  WS-File-Status          PIC 9(2).
000810     01  More-Transactions       PIC X(1) value 'Y'.
000820         88  No-More-Transactions         value 'N'.
000830
000840     01  RM-Switches.
000850         05  RM-Trans-Status     PIC X(1) value 'Y'.
000860             88  RM-Trans-Valid           value 'Y'.
000870             88  RM-Trans-Invalid         value 'N'.
000880         05  RM-Master-Status    PIC X(1) value 'N'.
000890             88  RM-Master-Found          value 'Y'.
000900             88  RM-Master-Missing        value 'N'.
000910         05  RM-Emp-Status       PIC X(1) value 'N'.
000920             88  RM-Emp-Found             value 'Y'.
000930             88  RM-Emp-Missing           value 'N'.
000940
000950     01  RM-Reject-Reason        PIC X(40).
000960
000970     01  RM-Counters.
000980         05  RM-Trans-Read       PIC 9(5) value zero.
000990         05  RM-Add-Count        PIC 9(5) value zero.
001000         05  RM-Change-Count     PIC 9(5) value zero.
001010         05  RM-Delete-Count     PIC 9(5) value zero.
001020         05  RM-Reject-Count     PIC 9(5) value zero.
001030
001040     01  RM-Run-Date.
001050         05  RM-Run-Year         PIC 9(4).
001060         05  RM-Run-Month        PIC 9(2).
001070         05  RM-Run-Day          PIC 9(2).
001080     01  RM-Run-Date-Num Redefines RM-Run-Date
001090                             PIC 9(8).
001100     01  RM-Run-Date-Display     PIC X(10).
001110
001120     01  RM-Detail-Line.
001130         05  RMD-Tag             PIC X(07).
001140         05  FILLER              PIC X(01).
001150         05  RMD-Action          PIC X(06).
001160         05  FILLER              PIC X(02).
001170         05  RMD-Employee-ID     PIC X(06).
001180         05  FILLER              PIC X(02).
001190         05  RMD-Department      PIC X(04).
001200         05  FILLER              PIC X(02).
001210         05  RMD-Manager         PIC X(20).
001220         05  FILLER              PIC X(02).
001230         05  RMD-Basis           PIC X(01).
001240         05  FILLER              PIC X(02).
001250         05  RMD-Amount          PIC $$$9.99.
001260         05  FILLER              PIC X(02).
001270         05  RMD-Percent         PIC 9.9999.
001280         05  FILLER              PIC X(02).
001290         05  RMD-Reason          PIC X(02).
001300         05  FILLER              PIC X(02).
001310         05  RMD-Status          PIC X(01).
001320         05  FILLER              PIC X(02).
001330         05  RMD-Note            PIC X(40).
001340
001350     01  RM-Total-Line.
001360         05  RM-Total-Label      PIC X(30).
001370         05  RM-Total-Count      PIC ZZ,ZZ9.
001380
001390 Procedure Division.
001400
001410*-----------------------------------------------------------------
001420*  0000-MAINLINE
001430*-----------------------------------------------------------------
001440 0000-Mainline.
001450     Perform 1000-Initialization
001460         Thru 1000-Exit.
001470     Perform 2000-Process-Transactions
001480         Thru 2000-Exit
001490         Until No-More-Transactions.
001500     Perform 8000-Write-Totals
001510         Thru 8000-Exit.
001520     Perform 9000-Termination
001530         Thru 9000-Exit.
001540     Stop Run.
001550
001560*-----------------------------------------------------------------
001570*  1000-INITIALIZATION -- open the transaction, both masters
001580*  and the report.  A missing recommendation file is created
001590*  empty so the first cycle can run entirely through ADDS.
001600*-----------------------------------------------------------------
001610 1000-Initialization.
001620     Initialize RM-Counters.
001630     Accept RM-Run-Date From Date YYYYMMDD.
001640     String RM-Run-Month  Delimited By Size
001650            '/'           Delimited By Size
001660            RM-Run-Day     Delimited By Size
001670            '/'           Delimited By Size
001680            RM-Run-Year    Delimited By Size
001690            Into RM-Run-Date-Display.
001700     Open Input TransactionFile.
001710     Perform 9800-File-Validation Thru 9800-Exit.
001720     Open I-O RecommendFile.
001730     If WS-File-Status = 35
001740         Open Output RecommendFile
001750         Perform 9800-File-Validation Thru 9800-Exit
001760         Close RecommendFile
001770         Open I-O RecommendFile
001780     End-If.
001790     Perform 9800-File-Validation Thru 9800-Exit.
001800     Open Input EmployeeFile.
001810     Perform 9800-File-Validation Thru 9800-Exit.
001820     Open Output MaintReportFile.
001830     Perform 9800-File-Validation Thru 9800-Exit.
001840     Perform 9700-Write-Report-Headings Thru 9700-Exit.
001850 1000-Exit.
001860     Exit.
001870
001880 2000-Process-Transactions.
001890     Perform 2100-Read-Transaction Thru 2100-Exit.
001900     If Not No-More-Transactions
001910         Add 1 To RM-Trans-Read
001920         Evaluate True
001930             When RCT-Add
001940                 Perform 3100-Apply-Add Thru 3100-Exit
001950             When RCT-Change
001960                 Perform 3200-Apply-Change Thru 3200-Exit
001970             When RCT-Delete
001980                 Perform 3300-Apply-Delete Thru 3300-Exit
001990             When Other
002000                 Move 'INVALID ACTION CODE - MUST BE A, C OR D'
002010                     To RM-Reject-Reason
002020                 Perform 4900-Reject-Transaction Thru 4900-Exit
002030         End-Evaluate
002040     End-If.
002050 2000-Exit.
002060     Exit.
002070
002080 2100-Read-Transaction.
002090     Read TransactionFile
002100         At End
002110             Set No-More-Transactions To True
002120     End-Read.
002130 2100-Exit.
002140     Exit.
002150
002160*-----------------------------------------------------------------
002170*  3100-APPLY-ADD -- the employee must be active on the employee
002180*  master; the recommendation takes the employee's department
002190*  from it and starts PENDING.
002200*-----------------------------------------------------------------
002210 3100-Apply-Add.
002220     Perform 3120-Read-Employee-Random Thru 3120-Exit.
002230     If RM-Emp-Missing
002240         Move 'EMPLOYEE NOT ON MASTER' To RM-Reject-Reason
002250         Perform 4900-Reject-Transaction Thru 4900-Exit
002260         Go To 3100-Exit
002270     End-If.
002280     If Employee-Terminated
002290         Move 'EMPLOYEE IS TERMINATED' To RM-Reject-Reason
002300         Perform 4900-Reject-Transaction Thru 4900-Exit
002310         Go To 3100-Exit
002320     End-If.
002330     Perform 3110-Read-Master-Random Thru 3110-Exit.
002340     If RM-Master-Found
002350         Move 'RECOMMENDATION ON FILE - USE A CHANGE'
002360             To RM-Reject-Reason
002370         Perform 4900-Reject-Transaction Thru 4900-Exit
002380         Go To 3100-Exit
002390     End-If.
002400     Initialize Recommendation-Record.
002410     Move RCT-Employee-ID  To Rec-Employee-ID.
002420     Move Department-Code  To Rec-Department.
002430     Move RCT-Dept-Manager To Rec-Dept-Manager.
002440     Move RCT-Basis        To Rec-Basis.
002450     If RCT-Amount-X Numeric
002460         Move RCT-Amount To Rec-Amount
002470     End-If.
002480     If RCT-Percent-X Numeric
002490         Move RCT-Percent To Rec-Percent
002500     End-If.
002510     Move RCT-Reason-Code  To Rec-Reason-Code.
002520     Move RM-Run-Date-Num  To Rec-Entered-Date.
002530     Set Rec-Pending To True.
002540     Perform 5000-Edit-Recommend-Fields Thru 5000-Exit.
002550     If RM-Trans-Invalid
002560         Perform 4900-Reject-Transaction Thru 4900-Exit
002570         Go To 3100-Exit
002580     End-If.
002590     Write Recommendation-Record
002600         Invalid Key
002610             Move 'WRITE FAILED - DUPLICATE KEY'
002620                 To RM-Reject-Reason
002630             Perform 4900-Reject-Transaction Thru 4900-Exit
002640             Go To 3100-Exit
002650     End-Write.
002660     Add 1 To RM-Add-Count.
002670     Perform 6100-Move-Record-To-Detail Thru 6100-Exit.
002680     Move 'AFTER'  To RMD-Tag.
002690     Move 'ADD'    To RMD-Action.
002700     Move 'ADDED - PENDING APPROVAL' To RMD-Note.
002710     Perform 6000-Write-Detail-Line Thru 6000-Exit.
002720 3100-Exit.
002730     Exit.
002740
002750 3110-Read-Master-Random.
002760     Move RCT-Employee-ID To Rec-Employee-ID.
002770     Read RecommendFile
002780         Invalid Key
002790             Set RM-Master-Missing To True
002800         Not Invalid Key
002810             Set RM-Master-Found To True
002820     End-Read.
002830 3110-Exit.
002840     Exit.
002850
002860 3120-Read-Employee-Random.
002870     Move RCT-Employee-ID To Employee-ID.
002880     Read EmployeeFile
002890         Invalid Key
002900             Set RM-Emp-Missing To True
002910         Not Invalid Key
002920             Set RM-Emp-Found To True
002930     End-Read.
002940 3120-Exit.
002950     Exit.
002960
002970*-----------------------------------------------------------------
002980*  3200-APPLY-CHANGE -- print the record as it stands, overlay
002990*  only the fields the transaction supplies, re-edit and
003000*  rewrite.  A changed recommendation goes back to PENDING and
003010*  loses any approval, since the budget was checked on the old
003020*  figure; a USED one starts the next cycle the same way.  A
003030*  failed edit leaves the record untouched.
003040*-----------------------------------------------------------------
003050 3200-Apply-Change.
003060     Perform 3110-Read-Master-Random Thru 3110-Exit.
003070     If RM-Master-Missing
003080         Move 'RECOMMENDATION NOT ON FILE' To RM-Reject-Reason
003090         Perform 4900-Reject-Transaction Thru 4900-Exit
003100         Go To 3200-Exit
003110     End-If.
003120     Perform 3120-Read-Employee-Random Thru 3120-Exit.
003130     If RM-Emp-Missing
003140         Move 'EMPLOYEE NOT ON MASTER' To RM-Reject-Reason
003150         Perform 4900-Reject-Transaction Thru 4900-Exit
003160         Go To 3200-Exit
003170     End-If.
003180     Perform 6100-Move-Record-To-Detail Thru 6100-Exit.
003190     Move 'BEFORE' To RMD-Tag.
003200     Move 'CHANGE' To RMD-Action.
003210     Perform 6000-Write-Detail-Line Thru 6000-Exit.
003220     Move Department-Code To Rec-Department.
003230     If RCT-Dept-Manager Not = Spaces
003240         Move RCT-Dept-Manager To Rec-Dept-Manager
003250     End-If.
003260     If RCT-Basis Not = Spaces
003270         Move RCT-Basis To Rec-Basis
003280     End-If.
003290     If RCT-Amount-X Numeric
003300         Move RCT-Amount To Rec-Amount
003310     End-If.
003320     If RCT-Percent-X Numeric
003330         Move RCT-Percent To Rec-Percent
003340     End-If.
003350     If RCT-Reason-Code Not = Spaces
003360         Move RCT-Reason-Code To Rec-Reason-Code
003370     End-If.
003380     Move RM-Run-Date-Num To Rec-Entered-Date.
003390     Set Rec-Pending To True.
003400     Move Zero To Rec-Approved-Amount.
003410     Move Zero To Rec-Approved-Date.
003420     Move Zero To Rec-Applied-Date.
003430     Perform 5000-Edit-Recommend-Fields Thru 5000-Exit.
003440     If RM-Trans-Invalid
003450         Perform 4900-Reject-Transaction Thru 4900-Exit
003460         Go To 3200-Exit
003470     End-If.
003480     Rewrite Recommendation-Record
003490         Invalid Key
003500             Move 'REWRITE FAILED ON FILE'
003510                 To RM-Reject-Reason
003520             Perform 4900-Reject-Transaction Thru 4900-Exit
003530             Go To 3200-Exit
003540     End-Rewrite.
003550     Add 1 To RM-Change-Count.
003560     Perform 6100-Move-Record-To-Detail Thru 6100-Exit.
003570     Move 'AFTER'  To RMD-Tag.
003580     Move 'CHANGE' To RMD-Action.
003590     Move 'CHANGED - PENDING APPROVAL' To RMD-Note.
003600     Perform 6000-Write-Detail-Line Thru 6000-Exit.
003610 3200-Exit.
003620     Exit.
003630
003640*-----------------------------------------------------------------
003650*  3300-APPLY-DELETE -- print the record coming off, then
003660*  delete it.  The employee falls back to the raise run's tier
003670*  amount.
003680*-----------------------------------------------------------------
003690 3300-Apply-Delete.
003700     Perform 3110-Read-Master-Random Thru 3110-Exit.
003710     If RM-Master-Missing
003720         Move 'RECOMMENDATION NOT ON FILE' To RM-Reject-Reason
003730         Perform 4900-Reject-Transaction Thru 4900-Exit
003740         Go To 3300-Exit
003750     End-If.
003760     Perform 6100-Move-Record-To-Detail Thru 6100-Exit.
003770     Move 'BEFORE' To RMD-Tag.
003780     Move 'DELETE' To RMD-Action.
003790     Delete RecommendFile Record
003800         Invalid Key
003810             Move 'DELETE FAILED ON FILE'
003820                 To RM-Reject-Reason
003830             Perform 4900-Reject-Transaction Thru 4900-Exit
003840             Go To 3300-Exit
003850     End-Delete.
003860     Move 'DELETED FROM FILE' To RMD-Note.
003870     Perform 6000-Write-Detail-Line Thru 6000-Exit.
003880     Add 1 To RM-Delete-Count.
003890 3300-Exit.
003900     Exit.
003910
003920 4900-Reject-Transaction.
003930     Add 1 To RM-Reject-Count.
003940     Move Spaces To RM-Detail-Line.
003950     Move 'REJECT' To RMD-Tag.
003960     Move RCT-Action To RMD-Action.
003970     Move RCT-Employee-ID To RMD-Employee-ID.
003980     Move RCT-Dept-Manager To RMD-Manager.
003990     Move RM-Reject-Reason To RMD-Note.
004000     Perform 6000-Write-Detail-Line Thru 6000-Exit.
004010 4900-Exit.
004020     Exit.
004030
004040*-----------------------------------------------------------------
004050*  5000-EDIT-RECOMMEND-FIELDS -- the recommending manager is
004060*  required; a flat recommendation needs a positive amount, a
004070*  percent one a positive percent; the reason code must be one
004080*  the approval report knows.
004090*-----------------------------------------------------------------
004100 5000-Edit-Recommend-Fields.
004110     Set RM-Trans-Valid To True.
004120     Move Spaces To RM-Reject-Reason.
004130     If Rec-Employee-ID = Spaces
004140         Set RM-Trans-Invalid To True
004150         Move 'EMPLOYEE ID IS REQUIRED' To RM-Reject-Reason
004160     End-If.
004170     If RM-Trans-Valid And Rec-Dept-Manager = Spaces
004180         Set RM-Trans-Invalid To True
004190         Move 'RECOMMENDING MANAGER IS REQUIRED'
004200             To RM-Reject-Reason
004210     End-If.
004220     If RM-Trans-Valid
004230         And Not (Rec-Flat-Amount Or Rec-Percent-Of-Salary)
004240         Set RM-Trans-Invalid To True
004250         Move 'BASIS MUST BE A (AMOUNT) OR P (PERCENT)'
004260             To RM-Reject-Reason
004270     End-If.
004280     If RM-Trans-Valid And Rec-Flat-Amount
004290         And Rec-Amount Not > Zero
004300         Set RM-Trans-Invalid To True
004310         Move 'FLAT RAISE NEEDS AMOUNT ABOVE ZERO'
004320             To RM-Reject-Reason
004330     End-If.
004340     If RM-Trans-Valid And Rec-Percent-Of-Salary
004350         And Rec-Percent Not > Zero
004360         Set RM-Trans-Invalid To True
004370         Move 'PERCENT RAISE NEEDS PERCENT ABOVE ZERO'
004380             To RM-Reject-Reason
004390     End-If.
004400     If RM-Trans-Valid And Not Rec-Reason-Valid
004410         Set RM-Trans-Invalid To True
004420         Move 'REASON MUST BE MR, PR, EQ, RT OR MK'
004430             To RM-Reject-Reason
004440     End-If.
004450 5000-Exit.
004460     Exit.
004470
004480 6000-Write-Detail-Line.
004490     Move RM-Detail-Line To Maint-Report-Record.
004500     Write Maint-Report-Record.
004510 6000-Exit.
004520     Exit.
004530
004540 6100-Move-Record-To-Detail.
004550     Move Spaces To RM-Detail-Line.
004560     Move Rec-Employee-ID   To RMD-Employee-ID.
004570     Move Rec-Department    To RMD-Department.
004580     Move Rec-Dept-Manager  To RMD-Manager.
004590     Move Rec-Basis         To RMD-Basis.
004600     Move Rec-Amount        To RMD-Amount.
004610     Move Rec-Percent       To RMD-Percent.
004620     Move Rec-Reason-Code   To RMD-Reason.
004630     Move Rec-Status        To RMD-Status.
004640 6100-Exit.
004650     Exit.
004660
004670*-----------------------------------------------------------------
004680*  8000-WRITE-TOTALS -- transaction counts so HR can balance
004690*  the report against the batch the managers sent in.
004700*-----------------------------------------------------------------
004710 8000-Write-Totals.
004720     Move Spaces To Maint-Report-Record.
004730     Write Maint-Report-Record.
004740     Move 'TRANSACTIONS READ' To RM-Total-Label.
004750     Move RM-Trans-Read To RM-Total-Count.
004760     Perform 8100-Write-Total-Line Thru 8100-Exit.
004770     Move 'ADDS APPLIED' To RM-Total-Label.
004780     Move RM-Add-Count To RM-Total-Count.
004790     Perform 8100-Write-Total-Line Thru 8100-Exit.
004800     Move 'CHANGES APPLIED' To RM-Total-Label.
004810     Move RM-Change-Count To RM-Total-Count.
004820     Perform 8100-Write-Total-Line Thru 8100-Exit.
004830     Move 'DELETES APPLIED' To RM-Total-Label.
004840     Move RM-Delete-Count To RM-Total-Count.
004850     Perform 8100-Write-Total-Line Thru 8100-Exit.
004860     Move 'TRANSACTIONS REJECTED' To RM-Total-Label.
004870     Move RM-Reject-Count To RM-Total-Count.
004880     Perform 8100-Write-Total-Line Thru 8100-Exit.
004890 8000-Exit.
004900     Exit.
004910
004920 8100-Write-Total-Line.
004930     Move Spaces To Maint-Report-Record.
004940     Move RM-Total-Line To Maint-Report-Record.
004950     Write Maint-Report-Record.
004960 8100-Exit.
004970     Exit.
004980
004990 9000-Termination.
005000     Close TransactionFile.
005010     Close RecommendFile.
005020     Close EmployeeFile.
005030     Close MaintReportFile.
005040 9000-Exit.
005050     Exit.
005060
005070 9700-Write-Report-Headings.
005080     Move Spaces To Maint-Report-Record.
005090     String 'RAISE RECOMMENDATION MAINTENANCE - RUN DATE '
005100            Delimited By Size
005110            RM-Run-Date-Display Delimited By Size
005120            Into Maint-Report-Record.
005130     Write Maint-Report-Record.
005140     Move Spaces To RM-Detail-Line.
005150     Move 'TAG'     To RMD-Tag.
005160     Move 'ACTION'  To RMD-Action.
005170     Move 'ID'      To RMD-Employee-ID.
005180     Move 'DEPT'    To RMD-Department.
005190     Move 'RECOMMENDING MANAGER' To RMD-Manager.
005200     Move 'B'       To RMD-Basis.
005210     Move 'RS'      To RMD-Reason.
005220     Move 'S'       To RMD-Status.
005230     Move 'RESULT / REASON' To RMD-Note.
005240     Perform 6000-Write-Detail-Line Thru 6000-Exit.
005250     Move Spaces To Maint-Report-Record.
005260     Write Maint-Report-Record.
005270 9700-Exit.
005280     Exit.
005290
005300 9800-File-Validation.
005310     If WS-File-Status Not = Zero
005320         Display 'FILE ERROR - STATUS CODE ' WS-File-Status
005330         Stop Run
005340     End-If.
005350 9800-Exit.
005360     Exit.
005370
005380 End Program RecMaint.
