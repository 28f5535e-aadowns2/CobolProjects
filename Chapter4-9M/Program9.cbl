000110*                     AFTER MAINTENANCE REPORT.  AN ADD IS
000120*                     REFUSED WHEN THE EMPLOYEE IS NOT ON THE
000130*                     EMPLOYEE MASTER.
000131*  10/15/2026  AJD    CARRIES THE SUPPLEMENTAL FLAG: Y TAKES THE
000132*                     DEDUCTION FROM OFF-CYCLE SUPPLEMENTAL PAY AS
000133*                     WELL.  AN ADD WITH NO FLAG DEFAULTS TO Y FOR
000134*                     A GARNISHMENT AND N OTHERWISE.  THE REPORT
000135*                     SHOWS THE FLAG IN ITS OWN COLUMN.
000136*  10/15/2026  AJD    CARRIES THE PAYEE CODE AND, FOR A
000137*                     GARNISHMENT, THE CASE NUMBER, TOTAL OWED
000138*                     AND BALANCE REMAINING.  A GARNISHMENT NEEDS
000139*                     A CASE NUMBER AND A PAYEE; A PAYEE CODE MUST
000140*                     BE ON THE PAYEE MASTER WHEN ONE EXISTS.  AN
000141*                     ADD STARTS THE BALANCE AT THE TOTAL OWED
000142*                     UNLESS A BALANCE IS KEYED; A CHANGE TO THE
000143*                     TOTAL MOVES THE BALANCE BY THE SAME AMOUNT.
000144*                     THE REPORT SHOWS THE NEW FIELDS.
000145*****************************************************************
000150
000160 Identification Division.
000170 Program-ID. DedMaint.
000350                 Organization is Indexed
000360                 Access Mode is Dynamic
000370                 Record Key is Ded-Key
000371                 File Status is WS-File-Status.
000372
000373             Select PayeeFile Assign to PAYEE-MASTER
000374                 Organization is Indexed
000375                 Access Mode is Dynamic
000376                 Record Key is Payee-Code
000380                 File Status is WS-File-Status.
000390
000400             Select EmployeeFile Assign to EMPLOYEE-DATA
000730                 05  DDT-Limit Redefines DDT-Limit-X
000740                                             PIC 9(1)V9(4).
000750                 05  DDT-GL-Account          PIC X(06).
000751                 05  DDT-Supp-Flag           PIC X(01).
000752                 05  DDT-Payee-Code          PIC X(06).
000753                 05  DDT-Case-Number         PIC X(20).
000754                 05  DDT-Total-Owed-X        PIC X(09).
000755                 05  DDT-Total-Owed Redefines DDT-Total-Owed-X
000756                                             PIC 9(7)V9(2).
000757                 05  DDT-Balance-X           PIC X(09).
000758                 05  DDT-Balance Redefines DDT-Balance-X
000759                                             PIC 9(7)V9(2).
000760
000770         FD  DeductFile.
000780             Copy "DEDREC.cpy".
000800         FD  EmployeeFile.
000810             Copy "EMPREC.cpy".
000820
000822         FD  PayeeFile.
000824             Copy "PAYEEREC.cpy".
000826
000830         FD  MaintReportFile.
000840             01  Maint-Report-Record         PIC X(200).
000850
000860     Working-Storage Section.
000870     01  WS-File-Status          PIC 9(2).
000980         05  DD-Emp-Status       PIC X(1) value 'N'.
000990             88  DD-Emp-Found             value 'Y'.
001000             88  DD-Emp-Missing           value 'N'.
001003         05  DD-Payee-File-Sw    PIC X(1) value 'N'.
001006             88  DD-Payee-File-Open       value 'Y'.
001010
001020     01  DD-Reject-Reason        PIC X(40).
001025     01  DD-Old-Total-Owed       PIC 9(7)V9(2) value zero.
001030
001040     01  DD-Counters.
001050         05  DD-Trans-Read       PIC 9(5) value zero.
001120         05  DD-Run-Year         PIC 9(4).
001130         05  DD-Run-Month        PIC 9(2).
001140         05  DD-Run-Day          PIC 9(2).
001143     01  DD-Run-Date-Num Redefines DD-Run-Date
001146                             PIC 9(8).
001150     01  DD-Run-Date-Display     PIC X(10).
001160
001170     01  DD-Detail-Line.
001360         05  DDD-Garnish         PIC X(01).
001370         05  FILLER              PIC X(02).
001380         05  DDD-GL-Acct         PIC X(06).
001383         05  FILLER              PIC X(02).
001386         05  DDD-Supp            PIC X(01).
001387         05  FILLER              PIC X(02).
001388         05  DDD-Payee           PIC X(06).
001389         05  FILLER              PIC X(02).
001390         05  DDD-Case-Number     PIC X(20).
001391         05  FILLER              PIC X(02).
001392         05  DDD-Owed-X          PIC X(13).
001393         05  DDD-Owed Redefines DDD-Owed-X
001394                                 PIC $$,$$$,$$9.99.
001395         05  FILLER              PIC X(02).
001396         05  DDD-Balance-X       PIC X(13).
001397         05  DDD-Balance Redefines DDD-Balance-X
001398                                 PIC $$,$$$,$$9.99.
001399         05  FILLER              PIC X(02).
001400         05  DDD-Note            PIC X(40).
001410
001420     01  DD-Total-Line.
001860     Perform 9800-File-Validation Thru 9800-Exit.
001870     Open Input EmployeeFile.
001880     Perform 9800-File-Validation Thru 9800-Exit.
001882     Open Input PayeeFile.
001884     If WS-File-Status = 00
001886         Set DD-Payee-File-Open To True
001888     End-If.
001890     Open Output MaintReportFile.
001900     Perform 9800-File-Validation Thru 9800-Exit.
001910     Perform 9700-Write-Report-Headings Thru 9700-Exit.
002560         Move DDT-Limit To Ded-Garnish-Limit-Pct
002570     End-If.
002580     Move DDT-GL-Account To Ded-GL-Account.
002581     Move DDT-Supp-Flag To Ded-Supp-Flag.
002582     If Ded-Supp-Flag = Space
002583         If Ded-Garnishment
002584             Move 'Y' To Ded-Supp-Flag
002585         Else
002586             Move 'N' To Ded-Supp-Flag
002587         End-If
002588     End-If.
002589     Move DDT-Payee-Code  To Ded-Payee-Code.
002590     Move DDT-Case-Number To Ded-Case-Number.
002591     If DDT-Total-Owed-X Numeric
002592         Move DDT-Total-Owed To Ded-Total-Owed
002593         Move DDT-Total-Owed To Ded-Balance
002594     End-If.
002595     If DDT-Balance-X Numeric
002596         Move DDT-Balance To Ded-Balance
002597     End-If.
002598     Perform 5000-Edit-Deduction-Fields Thru 5000-Exit.
002600     If DD-Trans-Invalid
002610         Perform 4900-Reject-Transaction Thru 4900-Exit
002620         Go To 3100-Exit
002630     End-If.
002635     Perform 3400-Set-Satisfied-Date Thru 3400-Exit.
002640     Write Deduction-Record
002650         Invalid Key
002660             Move 'WRITE FAILED - DUPLICATE KEY'
003400     If DDT-GL-Account Not = Spaces
003410         Move DDT-GL-Account To Ded-GL-Account
003420     End-If.
003422     If DDT-Supp-Flag Not = Spaces
003424         Move DDT-Supp-Flag To Ded-Supp-Flag
003426     End-If.
003427     If DDT-Payee-Code Not = Spaces
003428         Move DDT-Payee-Code To Ded-Payee-Code
003429     End-If.
003430     If DDT-Case-Number Not = Spaces
003431         Move DDT-Case-Number To Ded-Case-Number
003432     End-If.
003433     If DDT-Total-Owed-X Numeric
003434         Perform 3210-Change-Total-Owed Thru 3210-Exit
003435     End-If.
003436     If DDT-Balance-X Numeric
003437         Move DDT-Balance To Ded-Balance
003438     End-If.
003439     Perform 5000-Edit-Deduction-Fields Thru 5000-Exit.
003440     If DD-Trans-Invalid
003450         Perform 4900-Reject-Transaction Thru 4900-Exit
003460         Go To 3200-Exit
003470     End-If.
003475     Perform 3400-Set-Satisfied-Date Thru 3400-Exit.
003480     Rewrite Deduction-Record
003490         Invalid Key
003500             Move 'REWRITE FAILED ON MASTER'
003590     Move 'CHANGE APPLIED' To DDD-Note.
003600     Perform 6000-Write-Detail-Line Thru 6000-Exit.
003610 3200-Exit.
003611     Exit.
003612
003613*-----------------------------------------------------------------
003614*  3210-CHANGE-TOTAL-OWED -- an amended order moves the balance
003615*  by the same amount the total moved, so what has already been
003616*  withheld stays credited.  The balance never goes below zero.
003617*-----------------------------------------------------------------
003618 3210-Change-Total-Owed.
003619     Move Ded-Total-Owed To DD-Old-Total-Owed.
003620     Move DDT-Total-Owed To Ded-Total-Owed.
003621     If Ded-Total-Owed > DD-Old-Total-Owed
003622         Compute Ded-Balance =
003623             Ded-Balance + Ded-Total-Owed - DD-Old-Total-Owed
003624     Else
003625         If Ded-Balance > DD-Old-Total-Owed - Ded-Total-Owed
003626             Compute Ded-Balance = Ded-Balance
003627                 - (DD-Old-Total-Owed - Ded-Total-Owed)
003628         Else
003629             Move Zero To Ded-Balance
003630         End-If
003631     End-If.
003632 3210-Exit.
003633     Exit.
003634
003640*-----------------------------------------------------------------
003650*  3300-APPLY-DELETE -- print the record coming off so payroll
003660*  can verify, then delete it.  A stopped deduction is simply
003830             Perform 4900-Reject-Transaction Thru 4900-Exit
003840             Go To 3300-Exit
003850     End-Delete.
003860     If Ded-Garnishment And Ded-Balance > Zero
003861         Move 'DELETED - GARNISHMENT BALANCE STILL OWED'
003862             To DDD-Note
003863     Else
003864         Move 'DELETED FROM MASTER' To DDD-Note
003865     End-If.
003870     Perform 6000-Write-Detail-Line Thru 6000-Exit.
003880     Add 1 To DD-Delete-Count.
003890 3300-Exit.
003891     Exit.
003892
003893*-----------------------------------------------------------------
003894*  3400-SET-SATISFIED-DATE -- a garnishment with a total owed is
003895*  satisfied the day its balance reaches zero.  A balance keyed
003896*  back above zero opens it again.
003897*-----------------------------------------------------------------
003898 3400-Set-Satisfied-Date.
003899     If Ded-Total-Owed = Zero Or Ded-Balance > Zero
003900         Move Zero To Ded-Satisfied-Date
003901     Else
003902         If Ded-Satisfied-Date = Zero
003903             Move DD-Run-Date-Num To Ded-Satisfied-Date
003904         End-If
003905     End-If.
003906 3400-Exit.
003907     Exit.
003910
003920 4900-Reject-Transaction.
003930     Add 1 To DD-Reject-Count.
004070*  garnishment needs a positive limit so the cap in the raise
004080*  run always engages.  The GL account must be numeric so the
004090*  payable bucket always loads.
004095*  The supplemental flag must be Y or N.
004096*  A garnishment needs a case number and a payee, and only a
004097*  garnishment carries a total owed; the balance may not exceed
004098*  it.  A payee code must be on the payee master when there is
004099*  one.
004100*-----------------------------------------------------------------
004110 5000-Edit-Deduction-Fields.
004120     Set DD-Trans-Valid To True.
004510         Set DD-Trans-Invalid To True
004520         Move 'GL ACCOUNT MUST BE NUMERIC' To DD-Reject-Reason
004530     End-If.
004531     If DD-Trans-Valid
004532         And Not (Ded-Supp-Flag = 'Y' Or Ded-Supp-Flag = 'N')
004533         Set DD-Trans-Invalid To True
004534         Move 'SUPPLEMENTAL FLAG MUST BE Y OR N'
004535             To DD-Reject-Reason
004536     End-If.
004537     If DD-Trans-Valid And Ded-Garnishment
004538         And Ded-Case-Number = Spaces
004539         Set DD-Trans-Invalid To True
004540         Move 'GARNISHMENT NEEDS A CASE NUMBER'
004541             To DD-Reject-Reason
004542     End-If.
004543     If DD-Trans-Valid And Ded-Garnishment
004544         And Ded-Payee-Code = Spaces
004545         Set DD-Trans-Invalid To True
004546         Move 'GARNISHMENT NEEDS A PAYEE CODE'
004547             To DD-Reject-Reason
004548     End-If.
004549     If DD-Trans-Valid And Not Ded-Garnishment
004550         And Ded-Total-Owed > Zero
004551         Set DD-Trans-Invalid To True
004552         Move 'TOTAL OWED APPLIES TO A GARNISHMENT ONLY'
004553             To DD-Reject-Reason
004554     End-If.
004555     If DD-Trans-Valid And Ded-Balance > Ded-Total-Owed
004556         Set DD-Trans-Invalid To True
004557         Move 'BALANCE CANNOT BE MORE THAN TOTAL OWED'
004558             To DD-Reject-Reason
004559     End-If.
004560     If DD-Trans-Valid And Ded-Payee-Code Not = Spaces
004561         And DD-Payee-File-Open
004562         Perform 5100-Find-Payee Thru 5100-Exit
004563     End-If.
004564 5000-Exit.
004565     Exit.
004566
004567 5100-Find-Payee.
004568     Move Ded-Payee-Code To Payee-Code.
004569     Read PayeeFile
004570         Invalid Key
004571             Set DD-Trans-Invalid To True
004572             Move 'PAYEE NOT ON PAYEE MASTER' To DD-Reject-Reason
004573     End-Read.
004574 5100-Exit.
004575     Exit.
004576
004577 6000-Write-Detail-Line.
004580     Move DD-Detail-Line To Maint-Report-Record.
004590     Write Maint-Report-Record.
004600 6000-Exit.
004710     Move Ded-Priority      To DDD-Priority.
004720     Move Ded-Garnish-Flag  To DDD-Garnish.
004730     Move Ded-GL-Account    To DDD-GL-Acct.
004735     Move Ded-Supp-Flag     To DDD-Supp.
004736     Move Ded-Payee-Code    To DDD-Payee.
004737     Move Ded-Case-Number   To DDD-Case-Number.
004738     Move Ded-Total-Owed    To DDD-Owed.
004739     Move Ded-Balance       To DDD-Balance.
004740 6100-Exit.
004750     Exit.
004760
005110     Close DeductFile.
005120     Close EmployeeFile.
005130     Close MaintReportFile.
005132     If DD-Payee-File-Open
005134         Close PayeeFile
005136     End-If.
005140 9000-Exit.
005150     Exit.
005160
005300     Move 'M'       To DDD-Method.
005310     Move 'G'       To DDD-Garnish.
005320     Move 'GLACCT'  To DDD-GL-Acct.
005325     Move 'S'       To DDD-Supp.
005326     Move 'PAYEE'   To DDD-Payee.
005327     Move 'CASE NUMBER' To DDD-Case-Number.
005328     Move '   TOTAL OWED' To DDD-Owed-X.
005329     Move '      BALANCE' To DDD-Balance-X.
005330     Move 'RESULT / REASON' To DDD-Note.
005340     Perform 6000-Write-Detail-Line Thru 6000-Exit.
005350     Move Spaces To Maint-Report-Record.
