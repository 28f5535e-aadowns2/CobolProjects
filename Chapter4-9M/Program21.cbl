000010*****************************************************************
000020*  MODIFICATION HISTORY                                        *
000030*----------------------------------------------------------------
000040*  DATE        INIT   DESCRIPTION
000050*  10/15/2026  AJD    ORIGINAL PROGRAM.  REMITS EACH CYCLE'S
000060*                     WITHHELD DEDUCTIONS AND GARNISHMENTS TO THE
000070*                     THIRD PARTIES THEY ARE OWED TO.  TAKES THE
000080*                     AMOUNTS FROM THE RAISE RUN'S AUDIT TRAIL AND
000090*                     THE SUPPLEMENTAL RUN'S AUDIT FILE FOR THE
000100*                     RUN DATES ON THE RUN CONTROL RECORD, ROUTES
000110*                     EACH ONE TO THE PAYEE ON ITS DEDUCTION, AND
000120*                     TOTALS BY PAYEE.  PRINTS THE REMITTANCE
000130*                     REGISTER, WRITES AN ACH CREDIT BATCH TO THE
000140*                     PAYEES PAID BY ACH (ONE ENTRY PER CASE, WITH
000150*                     THE CASE NUMBER IN A DED ADDENDA, FOR A
000160*                     CHILD-SUPPORT AGENCY), AND LISTS SATISFIED
000170*                     GARNISHMENTS FOR HR.  STAMPS THE REMITTED
000180*                     RUN DATES ON THE RUN CONTROL RECORD SO NO
000190*                     CYCLE IS PAID OUT TWICE.
000200*****************************************************************
000210
000220 Identification Division.
000230 Program-ID. Remittance.
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
000360             Select RunControlFile Assign to RUN-CONTROL
000370                 File Status is WS-File-Status
000380                 Organization is Line Sequential.
000390
000400             Select AuditFile Assign to AUDIT-TRAIL
000410                 File Status is WS-File-Status
000420                 Organization is Line Sequential.
000430
000440             Select SuppAuditFile Assign to SUPP-AUDIT
000450                 File Status is WS-File-Status
000460                 Organization is Line Sequential.
000470
000480             Select DeductFile Assign to DEDUCT-MASTER
000490                 Organization is Indexed
000500                 Access Mode is Dynamic
000510                 Record Key is Ded-Key
000520                 File Status is WS-File-Status.
000530
000540             Select PayeeFile Assign to PAYEE-MASTER
000550                 Organization is Indexed
000560                 Access Mode is Dynamic
000570                 Record Key is Payee-Code
000580                 File Status is WS-File-Status.
000590
000600             Select EmployeeFile Assign to EMPLOYEE-DATA
000610                 Organization is Indexed
000620                 Access Mode is Dynamic
000630                 Record Key is Employee-ID
000640                 File Status is WS-File-Status.
000650
000660             Select RemitRegisterFile Assign to REMIT-REGISTER
000670                 File Status is WS-File-Status
000680                 Organization is Line Sequential.
000690
000700             Select RemitACHFile Assign to REMIT-ACH
000710                 File Status is WS-File-Status
000720                 Organization is Line Sequential.
000730
000740             Select SatisfiedReportFile Assign to SATISFIED-RPT
000750                 File Status is WS-File-Status
000760                 Organization is Line Sequential.
000770
000780 Data Division.
000790     File Section.
000800         FD  RunControlFile.
000810             Copy "RUNCTL.cpy".
000820
000830*        THE RAISE RUN'S AUDIT TRAIL.  THE PRINTED COLUMNS ARE NOT
000840*        USED HERE; THE DEDUCTION ENTRIES BEHIND THEM SAY WHAT THE
000850*        RUN TOOK FROM THE EMPLOYEE AND FOR WHICH CODE.
000860         FD  AuditFile.
000870             01  Audit-Record.
000880                 05  AUD-Employee-ID         PIC X(06).
000890                 05  FILLER                  PIC X(02).
000900                 05  AUD-Employee-Name       PIC X(20).
000910                 05  FILLER                  PIC X(60).
000920                 05  FILLER                  PIC X(02).
000930                 05  AUD-Run-Date-X          PIC X(08).
000940                 05  AUD-Run-Date-Num Redefines AUD-Run-Date-X
000950                                             PIC 9(8).
000960                 05  AUD-Department          PIC X(04).
000970                 05  AUD-Gross               PIC 9(4)V9(2).
000980                 05  AUD-FICA                PIC 9(4)V9(2).
000990                 05  AUD-State-Tax           PIC 9(4)V9(3).
001000                 05  AUD-Federal-Tax         PIC 9(4)V9(3).
001010                 05  AUD-Ded-Total           PIC 9(7)V9(2).
001020                 05  AUD-Net-Pay             PIC 9(7)V9(2).
001030                 05  AUD-Employer-FICA       PIC 9(5)V9(2).
001040                 05  AUD-FUTA-Amount         PIC 9(5)V9(2).
001050                 05  AUD-SUTA-Amount         PIC 9(5)V9(2).
001060                 05  AUD-Ded-Count           PIC 9(02).
001070                 05  AUD-Ded-Entry Occurs 20 Times.
001080                     10  AUD-Ded-Code        PIC X(03).
001090                     10  AUD-Ded-Desc        PIC X(20).
001100                     10  AUD-Ded-Acct        PIC X(06).
001110                     10  AUD-Ded-Amount      PIC 9(5)V9(2).
001120                 05  AUD-Merit-Override      PIC X(01).
001130
001140*        THE SUPPLEMENTAL RUN'S AUDIT FILE: ONE RECORD PER PAYMENT
001150*        WITH EVERY DEDUCTION THAT TOOK MONEY.
001160         FD  SuppAuditFile.
001170             01  Supp-Audit-Record.
001180                 05  SPA-Employee-ID         PIC X(06).
001190                 05  SPA-Employee-Name       PIC X(20).
001200                 05  SPA-Department          PIC X(04).
001210                 05  SPA-Earnings-Type       PIC X(02).
001220                 05  SPA-Period              PIC 9(06).
001230                 05  SPA-Run-Date-Num        PIC 9(08).
001240                 05  SPA-Gross               PIC 9(7)V9(2).
001250                 05  SPA-FICA                PIC 9(6)V9(2).
001260                 05  SPA-State-Tax           PIC 9(6)V9(2).
001270                 05  SPA-Federal-Tax         PIC 9(6)V9(2).
001280                 05  SPA-Ded-Total           PIC 9(7)V9(2).
001290                 05  SPA-Net-Pay             PIC 9(7)V9(2).
001300                 05  SPA-Employer-FICA       PIC 9(5)V9(2).
001310                 05  SPA-FUTA-Amount         PIC 9(5)V9(2).
001320                 05  SPA-SUTA-Amount         PIC 9(5)V9(2).
001330                 05  SPA-Pay-Path            PIC X(01).
001340                 05  SPA-Ded-Count           PIC 9(02).
001350                 05  SPA-Ded-Entry Occurs 20 Times.
001360                     10  SPA-Ded-Code        PIC X(03).
001370                     10  SPA-Ded-Acct        PIC X(06).
001380                     10  SPA-Ded-Amount      PIC 9(5)V9(2).
001390
001400         FD  DeductFile.
001410             Copy "DEDREC.cpy".
001420
001430         FD  PayeeFile.
001440             Copy "PAYEEREC.cpy".
001450
001460         FD  EmployeeFile.
001470             Copy "EMPREC.cpy".
001480
001490         FD  RemitRegisterFile.
001500             01  Remit-Register-Record       PIC X(132).
001510
001520*        THE PAYEE CREDIT BATCH, IN THE SAME RECORD LAYOUTS AS THE
001530*        PAYROLL ACH FEED.  A CHILD-SUPPORT ENTRY IS FOLLOWED BY A
001540*        '7' ADDENDA CARRYING THE DED SEGMENT THE AGENCY POSTS BY:
001550*        CASE NUMBER, PAY DATE, AMOUNT IN CENTS AND EMPLOYEE.
001560         FD  RemitACHFile.
001570             01  Remit-Entry-Record.
001580                 05  TAE-Record-Type         PIC X(01).
001590                 05  TAE-Transaction-Code    PIC X(02).
001600                 05  TAE-Routing-Number      PIC X(09).
001610                 05  TAE-Account-Number      PIC X(17).
001620                 05  TAE-Amount              PIC 9(8)V9(2).
001630                 05  TAE-Payee-ID            PIC X(15).
001640                 05  TAE-Payee-Name          PIC X(22).
001650                 05  FILLER                  PIC X(20).
001660             01  Remit-Addenda-Record.
001670                 05  TAA-Record-Type         PIC X(01).
001680                 05  TAA-Addenda-Type        PIC X(02).
001690                 05  TAA-Payment-Info        PIC X(80).
001700                 05  TAA-Addenda-Seq         PIC 9(04).
001710                 05  TAA-Entry-Seq           PIC 9(07).
001720                 05  FILLER                  PIC X(02).
001730             01  Remit-File-Header-Record.
001740                 05  TFH-Record-Type         PIC X(01).
001750                 05  TFH-Priority-Code       PIC X(02).
001760                 05  TFH-Dest-Routing.
001770                     10  FILLER              PIC X(01).
001780                     10  TFH-Dest-RTN        PIC X(09).
001790                 05  TFH-Origin-ID           PIC X(10).
001800                 05  TFH-File-Date           PIC 9(08).
001810                 05  TFH-Dest-Name           PIC X(23).
001820                 05  TFH-Origin-Name         PIC X(16).
001830                 05  FILLER                  PIC X(26).
001840             01  Remit-Batch-Header-Record.
001850                 05  TBH-Record-Type         PIC X(01).
001860                 05  TBH-Service-Class       PIC X(03).
001870                 05  TBH-Company-Name        PIC X(16).
001880                 05  TBH-Company-ID          PIC X(10).
001890                 05  TBH-Entry-Class         PIC X(03).
001900                 05  TBH-Entry-Desc          PIC X(10).
001910                 05  TBH-Effective-Date      PIC 9(08).
001920                 05  FILLER                  PIC X(45).
001930             01  Remit-Batch-Control-Record.
001940                 05  TBC-Record-Type         PIC X(01).
001950                 05  TBC-Service-Class       PIC X(03).
001960                 05  TBC-Entry-Count         PIC 9(06).
001970                 05  TBC-Entry-Hash          PIC 9(10).
001980                 05  TBC-Debit-Total         PIC 9(10)V9(2).
001990                 05  TBC-Credit-Total        PIC 9(10)V9(2).
002000                 05  TBC-Company-ID          PIC X(10).
002010                 05  FILLER                  PIC X(42).
002020             01  Remit-File-Control-Record.
002030                 05  TFC-Record-Type         PIC X(01).
002040                 05  TFC-Batch-Count         PIC 9(06).
002050                 05  TFC-Entry-Count         PIC 9(06).
002060                 05  TFC-Entry-Hash          PIC 9(10).
002070                 05  TFC-Debit-Total         PIC 9(10)V9(2).
002080                 05  TFC-Credit-Total        PIC 9(10)V9(2).
002090                 05  FILLER                  PIC X(49).
002100
002110         FD  SatisfiedReportFile.
002120             01  Satisfied-Report-Record     PIC X(132).
002130
002140     Working-Storage Section.
002150     01  WS-File-Status          PIC 9(2).
002160     01  More-Audit-Records      PIC X(1) value 'Y'.
002170         88  No-More-Audit-Records        value 'N'.
002180     01  More-Supp-Records       PIC X(1) value 'Y'.
002190         88  No-More-Supp-Records         value 'N'.
002200     01  More-Deduction-Records  PIC X(1) value 'Y'.
002210         88  No-More-Deduction-Records    value 'N'.
002220
002230     01  TP-Switches.
002240         05  TP-Raise-Sw         PIC X(1) value 'N'.
002250             88  TP-Remit-Raise           value 'Y'.
002260         05  TP-Supp-Sw          PIC X(1) value 'N'.
002270             88  TP-Remit-Supp            value 'Y'.
002280         05  TP-Payee-File-Sw    PIC X(1) value 'N'.
002290             88  TP-Payee-File-Open       value 'Y'.
002300         05  TP-Emp-File-Sw      PIC X(1) value 'N'.
002310             88  TP-Emp-File-Open         value 'Y'.
002320         05  TP-ACH-Sw           PIC X(1) value 'N'.
002330             88  TP-ACH-Started           value 'Y'.
002340         05  TP-Overflow-Sw      PIC X(1) value 'N'.
002350             88  TP-Table-Overflow        value 'Y'.
002360
002370     01  TP-Counters.
002380         05  TP-Audit-Read       PIC 9(5) value zero.
002390         05  TP-Supp-Read        PIC 9(5) value zero.
002400         05  TP-Items-Loaded     PIC 9(5) value zero.
002410         05  TP-Items-Voided     PIC 9(5) value zero.
002420         05  TP-ACH-Payees       PIC 9(5) value zero.
002430         05  TP-Check-Payees     PIC 9(5) value zero.
002440         05  TP-Hand-Items       PIC 9(5) value zero.
002450         05  TP-Satisfied-Count  PIC 9(5) value zero.
002460         05  TP-New-Satisfied    PIC 9(5) value zero.
002470
002480     01  TP-Totals.
002490         05  TP-Total-Withheld   PIC 9(9)V9(2) value zero.
002500         05  TP-Total-ACH        PIC 9(9)V9(2) value zero.
002510         05  TP-Total-Check      PIC 9(9)V9(2) value zero.
002520         05  TP-Total-Hand       PIC 9(9)V9(2) value zero.
002530
002540*        TP-RUN-DATE -- today.  TP-LAST-REMIT-DATE -- the later of
002550*        the two remittance dates on the run control record before
002560*        this run stamps them; a garnishment satisfied after it is
002570*        new to HR.
002580     01  TP-Run-Date.
002590         05  TP-Run-Year         PIC 9(4).
002600         05  TP-Run-Month        PIC 9(2).
002610         05  TP-Run-Day          PIC 9(2).
002620     01  TP-Run-Date-Num Redefines TP-Run-Date
002630                             PIC 9(8).
002640     01  TP-Run-Date-Display     PIC X(10).
002650     01  TP-Last-Remit-Date      PIC 9(8) value zero.
002660
002670     01  TP-Date-Work.
002680         05  TP-Date-Year        PIC 9(4).
002690         05  TP-Date-Month       PIC 9(2).
002700         05  TP-Date-Day         PIC 9(2).
002710     01  TP-Date-Work-Num Redefines TP-Date-Work
002720                             PIC 9(8).
002730     01  TP-Date-Work-Short Redefines TP-Date-Work.
002740         05  FILLER              PIC 9(2).
002750         05  TP-Date-YYMMDD      PIC X(6).
002760     01  TP-Date-Display         PIC X(10).
002770
002780     01  TP-ACH-Constants.
002790         05  TP-ACH-Dest-Routing PIC X(09) value '091000019'.
002800         05  TP-ACH-Dest-Name    PIC X(23)
002810             value 'FIRST SETTLEMENT BANK'.
002820         05  TP-ACH-Origin-ID    PIC X(10) value '1770055009'.
002830         05  TP-ACH-Company-Name PIC X(16)
002840             value 'PAYROLL SYSTEMS'.
002850         05  TP-ACH-Company-ID   PIC X(10) value '1770055009'.
002860         05  TP-ACH-Entry-Desc   PIC X(10) value 'REMITTANCE'.
002870
002880*        TP-ACH-RECORD-COUNT COUNTS ENTRIES AND ADDENDA, AS THE
002890*        BATCH AND FILE CONTROLS REQUIRE; TP-ACH-ENTRY-COUNT IS
002900*        THE ENTRY SEQUENCE AN ADDENDA POINTS BACK TO.
002910     01  TP-ACH-Work.
002920         05  TP-ACH-Entry-Count  PIC 9(6)  value zero.
002930         05  TP-ACH-Record-Count PIC 9(6)  value zero.
002940         05  TP-ACH-Entry-Hash   PIC 9(10) value zero.
002950         05  TP-ACH-Credit-Total PIC 9(10)V9(2) value zero.
002960     01  TP-ACH-Routing-Work.
002970         05  TP-ACH-Routing-Pfx  PIC 9(8).
002980         05  FILLER              PIC X(1).
002990     01  TP-Entry-Amount         PIC 9(9)V9(2).
003000     01  TP-Entry-Cents          PIC 9(10).
003010     01  TP-Entry-ID             PIC X(15).
003020     01  TP-Entry-Case           PIC X(20).
003030     01  TP-Entry-Employee-ID    PIC X(06).
003040     01  TP-Entry-Pay-Date       PIC 9(8).
003050
003060*        ITEM TABLE -- one entry per deduction amount withheld in
003070*        the cycles being remitted.  A raise-run employee found on
003080*        the audit trail a second time for the same run date (a
003090*        back-out and rerun on one day) voids the earlier entries:
003100*        the last run is the one that stands.
003110     01  TP-Item-Count           PIC 9(4) value zero.
003120     01  TP-Item-Sub             PIC 9(4).
003130     01  TP-Item-Match-Sub       PIC 9(4).
003140     01  TP-Item-Table.
003150         05  TP-Item-Entry Occurs 2000 Times.
003160             10  TP-Item-Employee-ID PIC X(6).
003170             10  TP-Item-Name    PIC X(20).
003180             10  TP-Item-Source  PIC X(1).
003190                 88  TP-Item-From-Raise   Value 'R'.
003200                 88  TP-Item-From-Supp    Value 'S'.
003210             10  TP-Item-Pay-Date PIC 9(8).
003220             10  TP-Item-Code    PIC X(3).
003230             10  TP-Item-Desc    PIC X(20).
003240             10  TP-Item-Case    PIC X(20).
003250             10  TP-Item-Payee-Sub PIC 9(3).
003260             10  TP-Item-Amount  PIC 9(5)V9(2).
003270             10  TP-Item-Status  PIC X(1).
003280                 88  TP-Item-Open         Value 'O'.
003290                 88  TP-Item-Void         Value 'V'.
003300                 88  TP-Item-Sent         Value 'S'.
003310     01  TP-Ded-Sub              PIC 9(2).
003320
003330*        PAYEE TABLE -- one entry per payee code the cycle's items
003340*        route to, with the payee master fields the remittance
003350*        needs.  A blank code collects the items whose deduction
003360*        names no payee, or is no longer on file.
003370     01  TP-Route-Payee          PIC X(6).
003380     01  TP-Pay-Count            PIC 9(3) value zero.
003390     01  TP-Pay-Sub              PIC 9(3).
003400     01  TP-Pay-Found-Sub        PIC 9(3).
003410     01  TP-Payee-Table.
003420         05  TP-Pay-Entry Occurs 200 Times.
003430             10  TP-Pay-Code     PIC X(6).
003440             10  TP-Pay-Name     PIC X(22).
003450             10  TP-Pay-Type     PIC X(1).
003460                 88  TP-Pay-Support-Agency Value 'S'.
003470             10  TP-Pay-Method   PIC X(1).
003480                 88  TP-Pay-By-ACH        Value 'A'.
003490             10  TP-Pay-Routing  PIC X(9).
003500             10  TP-Pay-Account  PIC X(17).
003510             10  TP-Pay-Acct-Type PIC X(1).
003520                 88  TP-Pay-Savings       Value 'S'.
003530             10  TP-Pay-On-File  PIC X(1).
003540                 88  TP-Pay-Found         Value 'Y'.
003550             10  TP-Pay-Items    PIC 9(5).
003560             10  TP-Pay-Total    PIC 9(9)V9(2).
003570     01  TP-Disposition          PIC X(40).
003580     01  TP-Disposition-Code     PIC X(1).
003590         88  TP-Disp-ACH                  Value 'A'.
003600         88  TP-Disp-Check                Value 'C'.
003610         88  TP-Disp-Hand                 Value 'H'.
003620
003630     01  TP-Payee-Line.
003640         05  FILLER              PIC X(06) value 'PAYEE '.
003650         05  TPP-Code            PIC X(06).
003660         05  FILLER              PIC X(02).
003670         05  TPP-Name            PIC X(22).
003680         05  FILLER              PIC X(02).
003690         05  FILLER              PIC X(05) value 'TYPE '.
003700         05  TPP-Type            PIC X(01).
003710         05  FILLER              PIC X(02).
003720         05  TPP-Disposition     PIC X(40).
003730
003740     01  TP-Detail-Line.
003750         05  FILLER              PIC X(04).
003760         05  TPD-Employee-ID     PIC X(06).
003770         05  FILLER              PIC X(02).
003780         05  TPD-Name            PIC X(20).
003790         05  FILLER              PIC X(02).
003800         05  TPD-Code            PIC X(03).
003810         05  FILLER              PIC X(02).
003820         05  TPD-Desc            PIC X(20).
003830         05  FILLER              PIC X(02).
003840         05  TPD-Case            PIC X(20).
003850         05  FILLER              PIC X(02).
003860         05  TPD-Source          PIC X(05).
003870         05  FILLER              PIC X(02).
003880         05  TPD-Amount-X        PIC X(13).
003890         05  TPD-Amount Redefines TPD-Amount-X
003900                                 PIC $$,$$$,$$9.99.
003910
003920     01  TP-Satisfied-Line.
003930         05  TPS-Employee-ID     PIC X(06).
003940         05  FILLER              PIC X(02).
003950         05  TPS-Name            PIC X(20).
003960         05  FILLER              PIC X(02).
003970         05  TPS-Code            PIC X(03).
003980         05  FILLER              PIC X(02).
003990         05  TPS-Case            PIC X(20).
004000         05  FILLER              PIC X(02).
004010         05  TPS-Payee           PIC X(06).
004020         05  FILLER              PIC X(02).
004030         05  TPS-Owed-X          PIC X(13).
004040         05  TPS-Owed Redefines TPS-Owed-X
004050                                 PIC $$,$$$,$$9.99.
004060         05  FILLER              PIC X(02).
004070         05  TPS-Satisfied       PIC X(10).
004080         05  FILLER              PIC X(02).
004090         05  TPS-Note            PIC X(30).
004100
004110     01  TP-Total-Line.
004120         05  TP-Total-Label      PIC X(40).
004130         05  TP-Total-Count-X    PIC X(06).
004140         05  TP-Total-Count Redefines TP-Total-Count-X
004150                                 PIC ZZ,ZZ9.
004160         05  FILLER              PIC X(02).
004170         05  TP-Total-Amount-X   PIC X(15).
004180         05  TP-Total-Amount Redefines TP-Total-Amount-X
004190                                 PIC $$$$,$$$,$$9.99.
004200
004210 Procedure Division.
004220
004230*-----------------------------------------------------------------
004240*  0000-MAINLINE
004250*-----------------------------------------------------------------
004260 0000-Mainline.
004270     Perform 1000-Initialization
004280         Thru 1000-Exit.
004290     If TP-Remit-Raise
004300         Perform 2000-Load-Raise-Audit
004310             Thru 2000-Exit
004320             Until No-More-Audit-Records
004330     End-If.
004340     If TP-Remit-Supp
004350         Perform 2200-Load-Supp-Audit
004360             Thru 2200-Exit
004370             Until No-More-Supp-Records
004380     End-If.
004390     Perform 3000-Route-Item
004400         Thru 3000-Exit
004410         Varying TP-Item-Sub From 1 By 1
004420         Until TP-Item-Sub > TP-Item-Count.
004430     Perform 4000-Write-Payee-Group
004440         Thru 4000-Exit
004450         Varying TP-Pay-Sub From 1 By 1
004460         Until TP-Pay-Sub > TP-Pay-Count.
004470     If TP-ACH-Started
004480         Perform 4480-Write-ACH-Trailers
004490             Thru 4480-Exit
004500     End-If.
004510     Perform 6000-Write-Satisfied-Report
004520         Thru 6000-Exit.
004530     Perform 8000-Write-Totals
004540         Thru 8000-Exit.
004550     Perform 9000-Termination
004560         Thru 9000-Exit.
004570     Stop Run.
004580
004590*-----------------------------------------------------------------
004600*  1000-INITIALIZATION -- decide from the run control record
004610*  which cycles are waiting to be remitted, and open the files.
004620*  The deduction master is required: without it nothing can be
004630*  routed to a payee.  A missing payee master sends everything
004640*  to the by-hand list; a missing employee master leaves the
004650*  names off the satisfied report.
004660*-----------------------------------------------------------------
004670 1000-Initialization.
004680     Initialize TP-Counters TP-Totals TP-ACH-Work.
004690     Accept TP-Run-Date From Date YYYYMMDD.
004700     String TP-Run-Month  Delimited By Size
004710            '/'           Delimited By Size
004720            TP-Run-Day     Delimited By Size
004730            '/'           Delimited By Size
004740            TP-Run-Year    Delimited By Size
004750            Into TP-Run-Date-Display.
004760     Perform 1050-Verify-Run-Control Thru 1050-Exit.
004770     If TP-Remit-Raise
004780         Open Input AuditFile
004790         Perform 9800-File-Validation Thru 9800-Exit
004800     End-If.
004810     If TP-Remit-Supp
004820         Open Input SuppAuditFile
004830         If WS-File-Status Not = 00
004840             Display 'NO SUPPLEMENTAL AUDIT FILE - SUPPLEMENTAL '
004850                     'RUN ' RC-Supp-Date ' NOT REMITTED'
004860             Move 'N' To TP-Supp-Sw
004870             Move 4 To Return-Code
004880         End-If
004890     End-If.
004900     Open Input DeductFile.
004910     Perform 9800-File-Validation Thru 9800-Exit.
004920     Open Input PayeeFile.
004930     If WS-File-Status = 00
004940         Set TP-Payee-File-Open To True
004950     End-If.
004960     Open Input EmployeeFile.
004970     If WS-File-Status = 00
004980         Set TP-Emp-File-Open To True
004990     End-If.
005000     Open Output RemitRegisterFile.
005010     Perform 9800-File-Validation Thru 9800-Exit.
005020     Open Output RemitACHFile.
005030     Perform 9800-File-Validation Thru 9800-Exit.
005040     Open Output SatisfiedReportFile.
005050     Perform 9800-File-Validation Thru 9800-Exit.
005060     Perform 9700-Write-Report-Headings Thru 9700-Exit.
005070 1000-Exit.
005080     Exit.
005090
005100*-----------------------------------------------------------------
005110*  1050-VERIFY-RUN-CONTROL -- a pay step left STARTED is still
005120*  posting, so nothing is remitted until it finishes.  A POSTED
005130*  raise or supplemental run whose date differs from the date
005140*  last remitted for it is waiting; one already remitted, or a
005150*  raise run backed out, is not paid again.
005160*-----------------------------------------------------------------
005170 1050-Verify-Run-Control.
005180     Open Input RunControlFile.
005190     If WS-File-Status Not = 00
005200         Display 'NO RUN CONTROL RECORD - REMITTANCE REFUSED'
005210         Move 8 To Return-Code
005220         Stop Run
005230     End-If.
005240     Read RunControlFile
005250         At End
005260             Display 'NO RUN CONTROL RECORD - REMITTANCE REFUSED'
005270             Close RunControlFile
005280             Move 8 To Return-Code
005290             Stop Run
005300     End-Read.
005310     Close RunControlFile.
005320     If RC-Raise-Started
005330         Display 'RAISE RUN IN PROGRESS FOR PERIOD '
005340                 RC-Period-ID ' - REMITTANCE REFUSED'
005350         Move 8 To Return-Code
005360         Stop Run
005370     End-If.
005380     If RC-Supp-Started
005390         Display 'SUPPLEMENTAL RUN IN PROGRESS FOR PERIOD '
005400                 RC-Period-ID ' - REMITTANCE REFUSED'
005410         Move 8 To Return-Code
005420         Stop Run
005430     End-If.
005440     Move RC-Remit-Raise-Date To TP-Last-Remit-Date.
005450     If RC-Remit-Supp-Date > TP-Last-Remit-Date
005460         Move RC-Remit-Supp-Date To TP-Last-Remit-Date
005470     End-If.
005480     If RC-Raise-Posted
005490         And RC-Remit-Raise-Date Not = RC-Raise-Date
005500         Set TP-Remit-Raise To True
005510     End-If.
005520     If RC-Supp-Posted
005530         And RC-Remit-Supp-Date Not = RC-Supp-Date
005540         Set TP-Remit-Supp To True
005550     End-If.
005560     If Not TP-Remit-Raise And Not TP-Remit-Supp
005570         Display 'NO POSTED PAY RUN LEFT TO REMIT FOR PERIOD '
005580                 RC-Period-ID
005590         Move 4 To Return-Code
005600     End-If.
005610 1050-Exit.
005620     Exit.
005630
005640 1060-Write-Run-Control.
005650     Open Output RunControlFile.
005660     Perform 9800-File-Validation Thru 9800-Exit.
005670     Write Run-Control-Record.
005680     Close RunControlFile.
005690 1060-Exit.
005700     Exit.
005710
005720*-----------------------------------------------------------------
005730*  2000-LOAD-RAISE-AUDIT -- every deduction amount the raise run
005740*  took on its run date becomes an item.  The audit trail keeps
005750*  every run; only the run date on the run control record counts.
005760*-----------------------------------------------------------------
005770 2000-Load-Raise-Audit.
005780     Read AuditFile
005790         At End
005800             Set No-More-Audit-Records To True
005810             Go To 2000-Exit
005820     End-Read.
005830     Add 1 To TP-Audit-Read.
005840     If AUD-Run-Date-X Not Numeric
005850         Go To 2000-Exit
005860     End-If.
005870     If AUD-Run-Date-Num Not = RC-Raise-Date
005880         Go To 2000-Exit
005890     End-If.
005900     Perform 2050-Void-Earlier-Item Thru 2050-Exit
005910         Varying TP-Item-Sub From 1 By 1
005920         Until TP-Item-Sub > TP-Item-Count.
005930     If AUD-Ded-Count Not Numeric Or AUD-Ded-Count > 20
005940         Go To 2000-Exit
005950     End-If.
005960     Perform 2100-Add-Raise-Item Thru 2100-Exit
005970         Varying TP-Ded-Sub From 1 By 1
005980         Until TP-Ded-Sub > AUD-Ded-Count.
005990 2000-Exit.
006000     Exit.
006010
006020 2050-Void-Earlier-Item.
006030     If TP-Item-From-Raise (TP-Item-Sub)
006040         And TP-Item-Open (TP-Item-Sub)
006050         And TP-Item-Employee-ID (TP-Item-Sub) = AUD-Employee-ID
006060         Set TP-Item-Void (TP-Item-Sub) To True
006070         Add 1 To TP-Items-Voided
006080     End-If.
006090 2050-Exit.
006100     Exit.
006110
006120 2100-Add-Raise-Item.
006130     If AUD-Ded-Amount (TP-Ded-Sub) = Zero
006140         Go To 2100-Exit
006150     End-If.
006160     If TP-Item-Count Not < 2000
006170         Perform 2900-Item-Table-Full Thru 2900-Exit
006180         Go To 2100-Exit
006190     End-If.
006200     Add 1 To TP-Item-Count.
006210     Add 1 To TP-Items-Loaded.
006220     Initialize TP-Item-Entry (TP-Item-Count).
006230     Move AUD-Employee-ID
006240         To TP-Item-Employee-ID (TP-Item-Count).
006250     Move AUD-Employee-Name To TP-Item-Name (TP-Item-Count).
006260     Move 'R'               To TP-Item-Source (TP-Item-Count).
006270     Move RC-Raise-Date     To TP-Item-Pay-Date (TP-Item-Count).
006280     Move AUD-Ded-Code (TP-Ded-Sub)
006290         To TP-Item-Code (TP-Item-Count).
006300     Move AUD-Ded-Desc (TP-Ded-Sub)
006310         To TP-Item-Desc (TP-Item-Count).
006320     Move AUD-Ded-Amount (TP-Ded-Sub)
006330         To TP-Item-Amount (TP-Item-Count).
006340     Set TP-Item-Open (TP-Item-Count) To True.
006350 2100-Exit.
006360     Exit.
006370
006380*-----------------------------------------------------------------
006390*  2200-LOAD-SUPP-AUDIT -- the same for the supplemental run.
006400*  An employee paid twice in one supplemental run (a bonus and a
006410*  commission) had deductions taken from each payment, so every
006420*  record stands.
006430*-----------------------------------------------------------------
006440 2200-Load-Supp-Audit.
006450     Read SuppAuditFile
006460         At End
006470             Set No-More-Supp-Records To True
006480             Go To 2200-Exit
006490     End-Read.
006500     Add 1 To TP-Supp-Read.
006510     If SPA-Run-Date-Num Not = RC-Supp-Date
006520         Go To 2200-Exit
006530     End-If.
006540     If SPA-Ded-Count Not Numeric Or SPA-Ded-Count > 20
006550         Go To 2200-Exit
006560     End-If.
006570     Perform 2300-Add-Supp-Item Thru 2300-Exit
006580         Varying TP-Ded-Sub From 1 By 1
006590         Until TP-Ded-Sub > SPA-Ded-Count.
006600 2200-Exit.
006610     Exit.
006620
006630 2300-Add-Supp-Item.
006640     If SPA-Ded-Amount (TP-Ded-Sub) = Zero
006650         Go To 2300-Exit
006660     End-If.
006670     If TP-Item-Count Not < 2000
006680         Perform 2900-Item-Table-Full Thru 2900-Exit
006690         Go To 2300-Exit
006700     End-If.
006710     Add 1 To TP-Item-Count.
006720     Add 1 To TP-Items-Loaded.
006730     Initialize TP-Item-Entry (TP-Item-Count).
006740     Move SPA-Employee-ID
006750         To TP-Item-Employee-ID (TP-Item-Count).
006760     Move SPA-Employee-Name To TP-Item-Name (TP-Item-Count).
006770     Move 'S'               To TP-Item-Source (TP-Item-Count).
006780     Move RC-Supp-Date      To TP-Item-Pay-Date (TP-Item-Count).
006790     Move SPA-Ded-Code (TP-Ded-Sub)
006800         To TP-Item-Code (TP-Item-Count).
006810     Move SPA-Ded-Amount (TP-Ded-Sub)
006820         To TP-Item-Amount (TP-Item-Count).
006830     Set TP-Item-Open (TP-Item-Count) To True.
006840 2300-Exit.
006850     Exit.
006860
006870*-----------------------------------------------------------------
006880*  2900-ITEM-TABLE-FULL -- an amount that will not fit is not
006890*  remitted.  The run finishes with a warning so payroll can pay
006900*  the rest by hand from the audit files.
006910*-----------------------------------------------------------------
006920 2900-Item-Table-Full.
006930     If Not TP-Table-Overflow
006940         Display 'REMITTANCE ITEM TABLE FULL - REMAINING '
006950                 'AMOUNTS NOT REMITTED'
006960     End-If.
006970     Set TP-Table-Overflow To True.
006980 2900-Exit.
006990     Exit.
007000
007010*-----------------------------------------------------------------
007020*  3000-ROUTE-ITEM -- the deduction record supplies the payee,
007030*  and for a garnishment the case number.  A deduction no longer
007040*  on file, or one with no payee, goes to the blank payee and is
007050*  remitted by hand.
007060*-----------------------------------------------------------------
007070 3000-Route-Item.
007080     If TP-Item-Void (TP-Item-Sub)
007090         Go To 3000-Exit
007100     End-If.
007110     Move Spaces To TP-Route-Payee.
007120     Move TP-Item-Employee-ID (TP-Item-Sub) To Ded-Employee-ID.
007130     Move TP-Item-Code (TP-Item-Sub) To Ded-Code.
007140     Read DeductFile
007150         Invalid Key
007160             Move 'DEDUCTION NO LONGER ON FILE'
007170                 To TP-Item-Case (TP-Item-Sub)
007180         Not Invalid Key
007190             Move Ded-Payee-Code To TP-Route-Payee
007200             If Ded-Garnishment
007210                 Move Ded-Case-Number
007220                     To TP-Item-Case (TP-Item-Sub)
007230             End-If
007240             If TP-Item-Desc (TP-Item-Sub) = Spaces
007250                 Move Ded-Description
007260                     To TP-Item-Desc (TP-Item-Sub)
007270             End-If
007280     End-Read.
007290     Perform 3100-Find-Payee Thru 3100-Exit.
007300     Move TP-Pay-Found-Sub To TP-Item-Payee-Sub (TP-Item-Sub).
007310     Add 1 To TP-Pay-Items (TP-Pay-Found-Sub).
007320     Add TP-Item-Amount (TP-Item-Sub)
007330         To TP-Pay-Total (TP-Pay-Found-Sub).
007340     Add TP-Item-Amount (TP-Item-Sub) To TP-Total-Withheld.
007350 3000-Exit.
007360     Exit.
007370
007380*-----------------------------------------------------------------
007390*  3100-FIND-PAYEE -- the payee's table entry, added from the
007400*  payee master the first time the code is seen.  A full table
007410*  folds the overflow into the last entry, as the deduction
007420*  code tables do, and the run warns.
007430*-----------------------------------------------------------------
007440 3100-Find-Payee.
007450     Move Zero To TP-Pay-Found-Sub.
007460     Perform 3110-Match-Payee Thru 3110-Exit
007470         Varying TP-Pay-Sub From 1 By 1
007480         Until TP-Pay-Sub > TP-Pay-Count.
007490     If TP-Pay-Found-Sub Not = Zero
007500         Go To 3100-Exit
007510     End-If.
007520     If TP-Pay-Count Not < 200
007530         Display 'PAYEE TABLE FULL - ' TP-Route-Payee
007540         Set TP-Table-Overflow To True
007550         Move TP-Pay-Count To TP-Pay-Found-Sub
007560         Go To 3100-Exit
007570     End-If.
007580     Add 1 To TP-Pay-Count.
007590     Move TP-Pay-Count To TP-Pay-Found-Sub.
007600     Initialize TP-Pay-Entry (TP-Pay-Found-Sub).
007610     Move TP-Route-Payee To TP-Pay-Code (TP-Pay-Found-Sub).
007620     Move 'N' To TP-Pay-On-File (TP-Pay-Found-Sub).
007630     If TP-Route-Payee = Spaces Or Not TP-Payee-File-Open
007640         Go To 3100-Exit
007650     End-If.
007660     Move TP-Route-Payee To Payee-Code.
007670     Read PayeeFile
007680         Invalid Key
007690             Go To 3100-Exit
007700     End-Read.
007710     Move 'Y' To TP-Pay-On-File (TP-Pay-Found-Sub).
007720     Move Payee-Name To TP-Pay-Name (TP-Pay-Found-Sub).
007730     Move Payee-Type To TP-Pay-Type (TP-Pay-Found-Sub).
007740     Move Payee-Pay-Method
007750         To TP-Pay-Method (TP-Pay-Found-Sub).
007760     Move Payee-Routing-Number
007770         To TP-Pay-Routing (TP-Pay-Found-Sub).
007780     Move Payee-Account-Number
007790         To TP-Pay-Account (TP-Pay-Found-Sub).
007800     Move Payee-Account-Type
007810         To TP-Pay-Acct-Type (TP-Pay-Found-Sub).
007820 3100-Exit.
007830     Exit.
007840
007850 3110-Match-Payee.
007860     If TP-Pay-Code (TP-Pay-Sub) = TP-Route-Payee
007870         Move TP-Pay-Sub To TP-Pay-Found-Sub
007880     End-If.
007890 3110-Exit.
007900     Exit.
007910
007920*-----------------------------------------------------------------
007930*  4000-WRITE-PAYEE-GROUP -- the payee heading, its items and
007940*  its total on the register, and the payment.  An ACH payee is
007950*  paid in the batch; a check payee is listed for accounts
007960*  payable to cut a check for the total; the blank payee and a
007970*  code not on the payee master are remitted by hand.
007980*-----------------------------------------------------------------
007990 4000-Write-Payee-Group.
008000     Evaluate True
008010         When TP-Pay-Code (TP-Pay-Sub) = Spaces
008020             Move 'H' To TP-Disposition-Code
008030             Move 'NO PAYEE ON DEDUCTION - REMIT BY HAND'
008040                 To TP-Disposition
008050         When Not TP-Pay-Found (TP-Pay-Sub)
008060             Move 'H' To TP-Disposition-Code
008070             Move 'NOT ON PAYEE MASTER - REMIT BY HAND'
008080                 To TP-Disposition
008090         When TP-Pay-By-ACH (TP-Pay-Sub)
008100             Move 'A' To TP-Disposition-Code
008110             Move 'PAID BY ACH' To TP-Disposition
008120         When Other
008130             Move 'C' To TP-Disposition-Code
008140             Move 'CHECK TO BE CUT FOR PAYEE TOTAL'
008150                 To TP-Disposition
008160     End-Evaluate.
008170     Move Spaces To Remit-Register-Record.
008180     Write Remit-Register-Record.
008190     Move TP-Pay-Code (TP-Pay-Sub) To TPP-Code.
008200     Move TP-Pay-Name (TP-Pay-Sub) To TPP-Name.
008210     Move TP-Pay-Type (TP-Pay-Sub) To TPP-Type.
008220     Move TP-Disposition To TPP-Disposition.
008230     Move TP-Payee-Line To Remit-Register-Record.
008240     Write Remit-Register-Record.
008250     Perform 4100-Write-Payee-Item Thru 4100-Exit
008260         Varying TP-Item-Sub From 1 By 1
008270         Until TP-Item-Sub > TP-Item-Count.
008280     Move Spaces To TP-Detail-Line.
008290     Move 'PAYEE TOTAL' To TPD-Desc.
008300     Move TP-Pay-Total (TP-Pay-Sub) To TPD-Amount.
008310     Move TP-Detail-Line To Remit-Register-Record.
008320     Write Remit-Register-Record.
008330     Evaluate True
008340         When TP-Disp-ACH
008350             Add 1 To TP-ACH-Payees
008360             Add TP-Pay-Total (TP-Pay-Sub) To TP-Total-ACH
008370             Perform 4300-Pay-By-ACH Thru 4300-Exit
008380         When TP-Disp-Check
008390             Add 1 To TP-Check-Payees
008400             Add TP-Pay-Total (TP-Pay-Sub) To TP-Total-Check
008410         When Other
008420             Add TP-Pay-Items (TP-Pay-Sub) To TP-Hand-Items
008430             Add TP-Pay-Total (TP-Pay-Sub) To TP-Total-Hand
008440     End-Evaluate.
008450 4000-Exit.
008460     Exit.
008470
008480 4100-Write-Payee-Item.
008490     If TP-Item-Void (TP-Item-Sub)
008500         Or TP-Item-Payee-Sub (TP-Item-Sub) Not = TP-Pay-Sub
008510         Go To 4100-Exit
008520     End-If.
008530     Move Spaces To TP-Detail-Line.
008540     Move TP-Item-Employee-ID (TP-Item-Sub) To TPD-Employee-ID.
008550     Move TP-Item-Name (TP-Item-Sub) To TPD-Name.
008560     Move TP-Item-Code (TP-Item-Sub) To TPD-Code.
008570     Move TP-Item-Desc (TP-Item-Sub) To TPD-Desc.
008580     Move TP-Item-Case (TP-Item-Sub) To TPD-Case.
008590     If TP-Item-From-Raise (TP-Item-Sub)
008600         Move 'RAISE' To TPD-Source
008610     Else
008620         Move 'SUPP' To TPD-Source
008630     End-If.
008640     Move TP-Item-Amount (TP-Item-Sub) To TPD-Amount.
008650     Move TP-Detail-Line To Remit-Register-Record.
008660     Write Remit-Register-Record.
008670 4100-Exit.
008680     Exit.
008690
008700*-----------------------------------------------------------------
008710*  4300-PAY-BY-ACH -- a child-support agency posts each payment
008720*  to a case, so it gets one entry per case with the case number
008730*  on the entry and in its DED addenda.  Every other payee gets
008740*  one entry for its total.
008750*-----------------------------------------------------------------
008760 4300-Pay-By-ACH.
008770     If Not TP-Pay-Support-Agency (TP-Pay-Sub)
008780         Move TP-Pay-Total (TP-Pay-Sub) To TP-Entry-Amount
008790         Move TP-Pay-Code (TP-Pay-Sub) To TP-Entry-ID
008800         Perform 4400-Write-ACH-Entry Thru 4400-Exit
008810         Go To 4300-Exit
008820     End-If.
008830     Perform 4310-Write-Case-Entry Thru 4310-Exit
008840         Varying TP-Item-Sub From 1 By 1
008850         Until TP-Item-Sub > TP-Item-Count.
008860 4300-Exit.
008870     Exit.
008880
008890*-----------------------------------------------------------------
008900*  4310-WRITE-CASE-ENTRY -- the first item of a case not yet
008910*  paid gathers every later item for the same employee and case
008920*  (a raise and a supplemental withholding in one remittance)
008930*  into one entry.
008940*-----------------------------------------------------------------
008950 4310-Write-Case-Entry.
008960     If Not TP-Item-Open (TP-Item-Sub)
008970         Or TP-Item-Payee-Sub (TP-Item-Sub) Not = TP-Pay-Sub
008980         Go To 4310-Exit
008990     End-If.
009000     Move TP-Item-Case (TP-Item-Sub) To TP-Entry-Case.
009010     Move TP-Item-Employee-ID (TP-Item-Sub)
009020         To TP-Entry-Employee-ID.
009030     Move TP-Item-Pay-Date (TP-Item-Sub) To TP-Entry-Pay-Date.
009040     Move Zero To TP-Entry-Amount.
009050     Perform 4320-Gather-Case-Item Thru 4320-Exit
009060         Varying TP-Item-Match-Sub From TP-Item-Sub By 1
009070         Until TP-Item-Match-Sub > TP-Item-Count.
009080     Move TP-Entry-Case To TP-Entry-ID.
009090     Perform 4400-Write-ACH-Entry Thru 4400-Exit.
009100     Perform 4410-Write-DED-Addenda Thru 4410-Exit.
009110 4310-Exit.
009120     Exit.
009130
009140 4320-Gather-Case-Item.
009150     If TP-Item-Open (TP-Item-Match-Sub)
009160         And TP-Item-Payee-Sub (TP-Item-Match-Sub) = TP-Pay-Sub
009170         And TP-Item-Case (TP-Item-Match-Sub) = TP-Entry-Case
009180         And TP-Item-Employee-ID (TP-Item-Match-Sub)
009190             = TP-Entry-Employee-ID
009200         Add TP-Item-Amount (TP-Item-Match-Sub) To TP-Entry-Amount
009210         Set TP-Item-Sent (TP-Item-Match-Sub) To True
009220     End-If.
009230 4320-Exit.
009240     Exit.
009250
009260*-----------------------------------------------------------------
009270*  4400-WRITE-ACH-ENTRY -- a '6' credit entry to the payee's
009280*  checking (22) or savings (32) account.  The caller has set
009290*  the amount and the identification.  The first entry of the
009300*  run writes the file and batch headers.
009310*-----------------------------------------------------------------
009320 4400-Write-ACH-Entry.
009330     If Not TP-ACH-Started
009340         Perform 4450-Write-ACH-File-Header Thru 4450-Exit
009350     End-If.
009360     Move '6' To TAE-Record-Type.
009370     If TP-Pay-Savings (TP-Pay-Sub)
009380         Move '32' To TAE-Transaction-Code
009390     Else
009400         Move '22' To TAE-Transaction-Code
009410     End-If.
009420     Move TP-Pay-Routing (TP-Pay-Sub) To TAE-Routing-Number.
009430     Move TP-Pay-Account (TP-Pay-Sub) To TAE-Account-Number.
009440     Move TP-Pay-Name (TP-Pay-Sub)    To TAE-Payee-Name.
009450     Move TP-Entry-ID     To TAE-Payee-ID.
009460     Move TP-Entry-Amount To TAE-Amount.
009470     Write Remit-Entry-Record.
009480     Add 1 To TP-ACH-Entry-Count.
009490     Add 1 To TP-ACH-Record-Count.
009500     Add TP-Entry-Amount To TP-ACH-Credit-Total.
009510     Move TAE-Routing-Number To TP-ACH-Routing-Work.
009520     If TP-ACH-Routing-Pfx Numeric
009530         Add TP-ACH-Routing-Pfx To TP-ACH-Entry-Hash
009540     End-If.
009550     Move Spaces To Remit-Entry-Record.
009560 4400-Exit.
009570     Exit.
009580
009590*-----------------------------------------------------------------
009600*  4410-WRITE-DED-ADDENDA -- the child-support DED segment: case
009610*  number, pay date (YYMMDD), amount in cents, employee, and N
009620*  for no medical support, ended by a backslash.
009630*-----------------------------------------------------------------
009640 4410-Write-DED-Addenda.
009650     Move TP-Entry-Pay-Date To TP-Date-Work-Num.
009660     Compute TP-Entry-Cents = TP-Entry-Amount * 100.
009670     Move Spaces To Remit-Addenda-Record.
009680     Move '7'  To TAA-Record-Type.
009690     Move '05' To TAA-Addenda-Type.
009700     String 'DED*CS*'            Delimited By Size
009710            TP-Entry-Case        Delimited By Space
009720            '*'                  Delimited By Size
009730            TP-Date-YYMMDD       Delimited By Size
009740            '*'                  Delimited By Size
009750            TP-Entry-Cents       Delimited By Size
009760            '*'                  Delimited By Size
009770            TP-Entry-Employee-ID Delimited By Space
009780            '*N\'                Delimited By Size
009790            Into TAA-Payment-Info.
009800     Move 1 To TAA-Addenda-Seq.
009810     Move TP-ACH-Entry-Count To TAA-Entry-Seq.
009820     Write Remit-Addenda-Record.
009830     Add 1 To TP-ACH-Record-Count.
009840     Move Spaces To Remit-Entry-Record.
009850 4410-Exit.
009860     Exit.
009870
009880*-----------------------------------------------------------------
009890*  4450-WRITE-ACH-FILE-HEADER -- the '1' file header and the '5'
009900*  batch header.  Payments to businesses and agencies go as CCD.
009910*-----------------------------------------------------------------
009920 4450-Write-ACH-File-Header.
009930     Move Spaces To Remit-File-Header-Record.
009940     Move '1'  To TFH-Record-Type.
009950     Move '01' To TFH-Priority-Code.
009960     Move TP-ACH-Dest-Routing To TFH-Dest-RTN.
009970     Move TP-ACH-Origin-ID    To TFH-Origin-ID.
009980     Move TP-Run-Date-Num     To TFH-File-Date.
009990     Move TP-ACH-Dest-Name    To TFH-Dest-Name.
010000     Move TP-ACH-Company-Name To TFH-Origin-Name.
010010     Write Remit-File-Header-Record.
010020     Move Spaces To Remit-Batch-Header-Record.
010030     Move '5'   To TBH-Record-Type.
010040     Move '220' To TBH-Service-Class.
010050     Move TP-ACH-Company-Name To TBH-Company-Name.
010060     Move TP-ACH-Company-ID   To TBH-Company-ID.
010070     Move 'CCD' To TBH-Entry-Class.
010080     Move TP-ACH-Entry-Desc   To TBH-Entry-Desc.
010090     Move TP-Run-Date-Num     To TBH-Effective-Date.
010100     Write Remit-Batch-Header-Record.
010110     Move Spaces To Remit-Entry-Record.
010120     Set TP-ACH-Started To True.
010130 4450-Exit.
010140     Exit.
010150
010160*-----------------------------------------------------------------
010170*  4480-WRITE-ACH-TRAILERS -- batch and file control.  CREDITS
010180*  ONLY, SO THE DEBIT TOTAL IS ALWAYS ZERO.
010190*-----------------------------------------------------------------
010200 4480-Write-ACH-Trailers.
010210     Move Spaces To Remit-Batch-Control-Record.
010220     Move '8'   To TBC-Record-Type.
010230     Move '220' To TBC-Service-Class.
010240     Move TP-ACH-Record-Count To TBC-Entry-Count.
010250     Move TP-ACH-Entry-Hash   To TBC-Entry-Hash.
010260     Move Zero                To TBC-Debit-Total.
010270     Move TP-ACH-Credit-Total To TBC-Credit-Total.
010280     Move TP-ACH-Company-ID   To TBC-Company-ID.
010290     Write Remit-Batch-Control-Record.
010300     Move Spaces To Remit-File-Control-Record.
010310     Move '9' To TFC-Record-Type.
010320     Move 1   To TFC-Batch-Count.
010330     Move TP-ACH-Record-Count To TFC-Entry-Count.
010340     Move TP-ACH-Entry-Hash   To TFC-Entry-Hash.
010350     Move Zero                To TFC-Debit-Total.
010360     Move TP-ACH-Credit-Total To TFC-Credit-Total.
010370     Write Remit-File-Control-Record.
010380 4480-Exit.
010390     Exit.
010400
010410*-----------------------------------------------------------------
010420*  6000-WRITE-SATISFIED-REPORT -- every garnishment on the
010430*  deduction master whose balance has reached zero.  Payroll
010440*  no longer takes it; HR notifies the court or agency, closes
010450*  the order and has the deduction deleted.  One satisfied
010460*  since the last remittance is marked new.
010470*-----------------------------------------------------------------
010480 6000-Write-Satisfied-Report.
010490     Move Low-Values To Ded-Key.
010500     Start DeductFile Key Not < Ded-Key
010510         Invalid Key
010520             Go To 6000-Exit
010530     End-Start.
010540     Move 'Y' To More-Deduction-Records.
010550     Perform 6100-Check-Garnishment Thru 6100-Exit
010560         Until No-More-Deduction-Records.
010570 6000-Exit.
010580     Exit.
010590
010600 6100-Check-Garnishment.
010610     Read DeductFile Next Record
010620         At End
010630             Set No-More-Deduction-Records To True
010640             Go To 6100-Exit
010650     End-Read.
010660     If Not Ded-Garnishment Or Ded-Total-Owed = Zero
010670         Or Ded-Balance Not = Zero
010680         Go To 6100-Exit
010690     End-If.
010700     Add 1 To TP-Satisfied-Count.
010710     Move Spaces To TP-Satisfied-Line.
010720     Move Ded-Employee-ID To TPS-Employee-ID.
010730     If TP-Emp-File-Open
010740         Move Ded-Employee-ID To Employee-ID
010750         Read EmployeeFile
010760             Invalid Key
010770                 Move 'NOT ON EMPLOYEE FILE' To TPS-Name
010780             Not Invalid Key
010790                 Move In-Employee-Name To TPS-Name
010800         End-Read
010810     End-If.
010820     Move Ded-Code        To TPS-Code.
010830     Move Ded-Case-Number To TPS-Case.
010840     Move Ded-Payee-Code  To TPS-Payee.
010850     Move Ded-Total-Owed  To TPS-Owed.
010860     Move Ded-Satisfied-Date To TP-Date-Work-Num.
010870     String TP-Date-Month  Delimited By Size
010880            '/'            Delimited By Size
010890            TP-Date-Day    Delimited By Size
010900            '/'            Delimited By Size
010910            TP-Date-Year   Delimited By Size
010920            Into TPS-Satisfied.
010930     If Ded-Satisfied-Date > TP-Last-Remit-Date
010940         Add 1 To TP-New-Satisfied
010950         Move 'NEW - NOTIFY AGENCY' To TPS-Note
010960     End-If.
010970     Move TP-Satisfied-Line To Satisfied-Report-Record.
010980     Write Satisfied-Report-Record.
010990 6100-Exit.
011000     Exit.
011010
011020*-----------------------------------------------------------------
011030*  8000-WRITE-TOTALS -- the register foots: what was withheld
011040*  equals what went by ACH, by check and by hand.
011050*-----------------------------------------------------------------
011060 8000-Write-Totals.
011070     Move Spaces To Remit-Register-Record.
011080     Write Remit-Register-Record.
011090     Move 'RAISE AUDIT RECORDS READ' To TP-Total-Label.
011100     Move TP-Audit-Read To TP-Total-Count.
011110     Move Spaces To TP-Total-Amount-X.
011120     Perform 8100-Write-Total-Line Thru 8100-Exit.
011130     Move 'SUPPLEMENTAL AUDIT RECORDS READ' To TP-Total-Label.
011140     Move TP-Supp-Read To TP-Total-Count.
011150     Move Spaces To TP-Total-Amount-X.
011160     Perform 8100-Write-Total-Line Thru 8100-Exit.
011170     Move 'AMOUNTS SUPERSEDED BY A RERUN' To TP-Total-Label.
011180     Move TP-Items-Voided To TP-Total-Count.
011190     Move Spaces To TP-Total-Amount-X.
011200     Perform 8100-Write-Total-Line Thru 8100-Exit.
011210     Move 'AMOUNTS WITHHELD' To TP-Total-Label.
011220     Compute TP-Total-Count = TP-Items-Loaded - TP-Items-Voided.
011230     Move TP-Total-Withheld To TP-Total-Amount.
011240     Perform 8100-Write-Total-Line Thru 8100-Exit.
011250     Move 'PAYEES PAID BY ACH' To TP-Total-Label.
011260     Move TP-ACH-Payees To TP-Total-Count.
011270     Move TP-Total-ACH To TP-Total-Amount.
011280     Perform 8100-Write-Total-Line Thru 8100-Exit.
011290     Move 'PAYEE CHECKS TO CUT' To TP-Total-Label.
011300     Move TP-Check-Payees To TP-Total-Count.
011310     Move TP-Total-Check To TP-Total-Amount.
011320     Perform 8100-Write-Total-Line Thru 8100-Exit.
011330     Move 'AMOUNTS TO REMIT BY HAND' To TP-Total-Label.
011340     Move TP-Hand-Items To TP-Total-Count.
011350     Move TP-Total-Hand To TP-Total-Amount.
011360     Perform 8100-Write-Total-Line Thru 8100-Exit.
011370     Move 'ACH ENTRIES / CREDIT TOTAL' To TP-Total-Label.
011380     Move TP-ACH-Entry-Count To TP-Total-Count.
011390     Move TP-ACH-Credit-Total To TP-Total-Amount.
011400     Perform 8100-Write-Total-Line Thru 8100-Exit.
011410     Move 'SATISFIED GARNISHMENTS ON FILE' To TP-Total-Label.
011420     Move TP-Satisfied-Count To TP-Total-Count.
011430     Move Spaces To TP-Total-Amount-X.
011440     Perform 8100-Write-Total-Line Thru 8100-Exit.
011450     Move 'SATISFIED SINCE LAST REMITTANCE' To TP-Total-Label.
011460     Move TP-New-Satisfied To TP-Total-Count.
011470     Move Spaces To TP-Total-Amount-X.
011480     Perform 8100-Write-Total-Line Thru 8100-Exit.
011490     If TP-Total-Withheld Not =
011500         TP-Total-ACH + TP-Total-Check + TP-Total-Hand
011510         Display 'REMITTANCE TOTALS DO NOT FOOT'
011520     End-If.
011530 8000-Exit.
011540     Exit.
011550
011560 8100-Write-Total-Line.
011570     Move TP-Total-Line To Remit-Register-Record.
011580     Write Remit-Register-Record.
011590     Move Spaces To TP-Total-Line.
011600 8100-Exit.
011610     Exit.
011620
011630*-----------------------------------------------------------------
011640*  8900-POST-RUN-CONTROL -- each cycle remitted is stamped with
011650*  its own run date, so the next remittance passes it by.  A
011660*  rerun of the raise step on another day carries a new date and
011670*  is remitted in its turn.
011680*-----------------------------------------------------------------
011690 8900-Post-Run-Control.
011700     If TP-Remit-Raise
011710         Move RC-Raise-Date To RC-Remit-Raise-Date
011720     End-If.
011730     If TP-Remit-Supp
011740         Move RC-Supp-Date To RC-Remit-Supp-Date
011750     End-If.
011760     Perform 1060-Write-Run-Control Thru 1060-Exit.
011770 8900-Exit.
011780     Exit.
011790
011800 9000-Termination.
011810     If TP-Remit-Raise
011820         Close AuditFile
011830     End-If.
011840     If TP-Remit-Supp
011850         Close SuppAuditFile
011860     End-If.
011870     Close DeductFile.
011880     If TP-Payee-File-Open
011890         Close PayeeFile
011900     End-If.
011910     If TP-Emp-File-Open
011920         Close EmployeeFile
011930     End-If.
011940     Close RemitRegisterFile.
011950     Close RemitACHFile.
011960     Close SatisfiedReportFile.
011970     If TP-Remit-Raise Or TP-Remit-Supp
011980         Perform 8900-Post-Run-Control Thru 8900-Exit
011990     End-If.
012000     If TP-Hand-Items > Zero Or TP-Table-Overflow
012010         Display 'REMITTANCE WRITTEN - SEE REGISTER FOR AMOUNTS '
012020                 'TO REMIT BY HAND'
012030         Move 4 To Return-Code
012040     End-If.
012050 9000-Exit.
012060     Exit.
012070
012080 9700-Write-Report-Headings.
012090     Move Spaces To Remit-Register-Record.
012100     String 'THIRD-PARTY REMITTANCE REGISTER - RUN DATE '
012110            Delimited By Size
012120            TP-Run-Date-Display Delimited By Size
012130            Into Remit-Register-Record.
012140     Write Remit-Register-Record.
012150     Move Spaces To Remit-Register-Record.
012160     If TP-Remit-Raise
012170         String 'RAISE RUN OF ' Delimited By Size
012180                RC-Raise-Date   Delimited By Size
012190                ' REMITTED'     Delimited By Size
012200                Into Remit-Register-Record
012210     Else
012220         Move 'NO RAISE RUN WAITING TO BE REMITTED'
012230             To Remit-Register-Record
012240     End-If.
012250     Write Remit-Register-Record.
012260     Move Spaces To Remit-Register-Record.
012270     If TP-Remit-Supp
012280         String 'SUPPLEMENTAL RUN OF ' Delimited By Size
012290                RC-Supp-Date           Delimited By Size
012300                ' REMITTED'            Delimited By Size
012310                Into Remit-Register-Record
012320     Else
012330         Move 'NO SUPPLEMENTAL RUN WAITING TO BE REMITTED'
012340             To Remit-Register-Record
012350     End-If.
012360     Write Remit-Register-Record.
012370     Move Spaces To TP-Detail-Line.
012380     Move 'ID'        To TPD-Employee-ID.
012390     Move 'EMPLOYEE NAME' To TPD-Name.
012400     Move 'COD'       To TPD-Code.
012410     Move 'DEDUCTION' To TPD-Desc.
012420     Move 'CASE NUMBER' To TPD-Case.
012430     Move 'RUN'       To TPD-Source.
012440     Move '       AMOUNT' To TPD-Amount-X.
012450     Move TP-Detail-Line To Remit-Register-Record.
012460     Write Remit-Register-Record.
012470     Move Spaces To Satisfied-Report-Record.
012480     String 'SATISFIED GARNISHMENTS - RUN DATE '
012490            Delimited By Size
012500            TP-Run-Date-Display Delimited By Size
012510            Into Satisfied-Report-Record.
012520     Write Satisfied-Report-Record.
012530     Move Spaces To TP-Satisfied-Line.
012540     Move 'ID'        To TPS-Employee-ID.
012550     Move 'EMPLOYEE NAME' To TPS-Name.
012560     Move 'COD'       To TPS-Code.
012570     Move 'CASE NUMBER' To TPS-Case.
012580     Move 'PAYEE'     To TPS-Payee.
012590     Move '   TOTAL OWED' To TPS-Owed-X.
012600     Move 'SATISFIED' To TPS-Satisfied.
012610     Move 'ACTION'    To TPS-Note.
012620     Move TP-Satisfied-Line To Satisfied-Report-Record.
012630     Write Satisfied-Report-Record.
012640     Move Spaces To Satisfied-Report-Record.
012650     Write Satisfied-Report-Record.
012660 9700-Exit.
012670     Exit.
012680
012690 9800-File-Validation.
012700     If WS-File-Status Not = Zero
012710         Display 'FILE ERROR - STATUS CODE ' WS-File-Status
012720         Stop Run
012730     End-If.
012740 9800-Exit.
012750     Exit.
012760
012770 End Program Remittance.
