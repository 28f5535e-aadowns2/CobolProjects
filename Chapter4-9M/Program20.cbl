000010*****************************************************************
000020*  MODIFICATION HISTORY                                        *
000030*----------------------------------------------------------------
000040*  DATE        INIT   DESCRIPTION
000050*  10/15/2026  AJD    ORIGINAL PROGRAM.  APPLIES ADD/CHANGE/
000060*                     DELETE TRANSACTIONS TO THE INDEXED PAYEE
000070*                     MASTER (THE 401(K) PROVIDER, THE UNION AND
000080*                     THE CHILD-SUPPORT AND OTHER AGENCIES THE
000090*                     PAYROLL WITHHOLDS FOR) AND PRINTS A
000100*                     BEFORE/AFTER MAINTENANCE REPORT.  A PAYEE
000110*                     PAID BY ACH MUST CARRY A ROUTING NUMBER,
000120*                     ACCOUNT NUMBER AND ACCOUNT TYPE.  A DELETE
000130*                     IS REFUSED WHILE ANY DEDUCTION ON THE
000140*                     DEDUCTION MASTER STILL NAMES THE PAYEE.
000150*****************************************************************
000160
000170 Identification Division.
000180 Program-ID. PayeeMaint.
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
000310             Select TransactionFile Assign to PAYEE-TRANS
000320                 File Status is WS-File-Status
000330                 Organization is Line Sequential.
000340
000350             Select PayeeFile Assign to PAYEE-MASTER
000360                 Organization is Indexed
000370                 Access Mode is Dynamic
000380                 Record Key is Payee-Code
000390                 File Status is WS-File-Status.
000400
000410             Select DeductFile Assign to DEDUCT-MASTER
000420                 Organization is Indexed
000430                 Access Mode is Dynamic
000440                 Record Key is Ded-Key
000450                 File Status is WS-File-Status.
000460
000470             Select MaintReportFile Assign to PAYEE-MAINT-RPT
000480                 File Status is WS-File-Status
000490                 Organization is Line Sequential.
000500
000510 Data Division.
000520     File Section.
000530         FD  TransactionFile.
000540             01  Payee-Transaction.
000550                 05  PYT-Action              PIC X(01).
000560                     88  PYT-Add                    Value 'A'.
000570                     88  PYT-Change                 Value 'C'.
000580                     88  PYT-Delete                 Value 'D'.
000590                 05  PYT-Payee-Code          PIC X(06).
000600                 05  PYT-Name                PIC X(22).
000610                 05  PYT-Type                PIC X(01).
000620                 05  PYT-Pay-Method          PIC X(01).
000630                 05  PYT-Routing-Number      PIC X(09).
000640                 05  PYT-Account-Number      PIC X(17).
000650                 05  PYT-Account-Type        PIC X(01).
000660                 05  PYT-Contact             PIC X(20).
000670
000680         FD  PayeeFile.
000690             Copy "PAYEEREC.cpy".
000700
000710         FD  DeductFile.
000720             Copy "DEDREC.cpy".
000730
000740         FD  MaintReportFile.
000750             01  Maint-Report-Record         PIC X(132).
000760
000770     Working-Storage Section.
000780     01  WS-File-Status          PIC 9(2).
000790     01  More-Transactions       PIC X(1) value 'Y'.
000800         88  No-More-Transactions         value 'N'.
000810     01  More-Deduction-Records  PIC X(1) value 'Y'.
000820         88  No-More-Deduction-Records    value 'N'.
000830
000840     01  PE-Switches.
000850         05  PE-Trans-Status     PIC X(1) value 'Y'.
000860             88  PE-Trans-Valid           value 'Y'.
000870             88  PE-Trans-Invalid         value 'N'.
000880         05  PE-Master-Status    PIC X(1) value 'N'.
000890             88  PE-Master-Found          value 'Y'.
000900             88  PE-Master-Missing        value 'N'.
000910         05  PE-Ded-File-Sw      PIC X(1) value 'N'.
000920             88  PE-Ded-File-Open         value 'Y'.
000930         05  PE-In-Use-Sw        PIC X(1) value 'N'.
000940             88  PE-Payee-In-Use          value 'Y'.
000950
000960     01  PE-Reject-Reason        PIC X(40).
000970
000980     01  PE-Counters.
000990         05  PE-Trans-Read       PIC 9(5) value zero.
001000         05  PE-Add-Count        PIC 9(5) value zero.
001010         05  PE-Change-Count     PIC 9(5) value zero.
001020         05  PE-Delete-Count     PIC 9(5) value zero.
001030         05  PE-Reject-Count     PIC 9(5) value zero.
001040
001050     01  PE-Run-Date.
001060         05  PE-Run-Year         PIC 9(4).
001070         05  PE-Run-Month        PIC 9(2).
001080         05  PE-Run-Day          PIC 9(2).
001090     01  PE-Run-Date-Num Redefines PE-Run-Date
001100                             PIC 9(8).
001110     01  PE-Run-Date-Display     PIC X(10).
001120
001130     01  PE-Detail-Line.
001140         05  PED-Tag             PIC X(07).
001150         05  FILLER              PIC X(01).
001160         05  PED-Action          PIC X(06).
001170         05  FILLER              PIC X(02).
001180         05  PED-Payee-Code      PIC X(06).
001190         05  FILLER              PIC X(02).
001200         05  PED-Name            PIC X(22).
001210         05  FILLER              PIC X(02).
001220         05  PED-Type            PIC X(01).
001230         05  FILLER              PIC X(02).
001240         05  PED-Pay-Method      PIC X(01).
001250         05  FILLER              PIC X(02).
001260         05  PED-Routing         PIC X(09).
001270         05  FILLER              PIC X(02).
001280         05  PED-Account         PIC X(17).
001290         05  FILLER              PIC X(02).
001300         05  PED-Account-Type    PIC X(01).
001310         05  FILLER              PIC X(02).
001320         05  PED-Note            PIC X(40).
001330
001340     01  PE-Total-Line.
001350         05  PE-Total-Label      PIC X(30).
001360         05  PE-Total-Count      PIC ZZ,ZZ9.
001370
001380 Procedure Division.
001390
001400*-----------------------------------------------------------------
001410*  0000-MAINLINE
001420*-----------------------------------------------------------------
001430 0000-Mainline.
001440     Perform 1000-Initialization
001450         Thru 1000-Exit.
001460     Perform 2000-Process-Transactions
001470         Thru 2000-Exit
001480         Until No-More-Transactions.
001490     Perform 8000-Write-Totals
001500         Thru 8000-Exit.
001510     Perform 9000-Termination
001520         Thru 9000-Exit.
001530     Stop Run.
001540
001550*-----------------------------------------------------------------
001560*  1000-INITIALIZATION -- open the transaction, the payee master
001570*  and the report.  A missing payee master is created empty so
001580*  the first cycle can run entirely through ADDS.  The deduction
001590*  master is only read, to hold back the delete of a payee still
001600*  in use; without it deletes are refused.
001610*-----------------------------------------------------------------
001620 1000-Initialization.
001630     Initialize PE-Counters.
001640     Accept PE-Run-Date From Date YYYYMMDD.
001650     String PE-Run-Month  Delimited By Size
001660            '/'           Delimited By Size
001670            PE-Run-Day     Delimited By Size
001680            '/'           Delimited By Size
001690            PE-Run-Year    Delimited By Size
001700            Into PE-Run-Date-Display.
001710     Open Input TransactionFile.
001720     Perform 9800-File-Validation Thru 9800-Exit.
001730     Open I-O PayeeFile.
001740     If WS-File-Status = 35
001750         Open Output PayeeFile
001760         Perform 9800-File-Validation Thru 9800-Exit
001770         Close PayeeFile
001780         Open I-O PayeeFile
001790     End-If.
001800     Perform 9800-File-Validation Thru 9800-Exit.
001810     Open Input DeductFile.
001820     If WS-File-Status = 00
001830         Set PE-Ded-File-Open To True
001840     End-If.
001850     Open Output MaintReportFile.
001860     Perform 9800-File-Validation Thru 9800-Exit.
001870     Perform 9700-Write-Report-Headings Thru 9700-Exit.
001880 1000-Exit.
001890     Exit.
001900
001910 2000-Process-Transactions.
001920     Perform 2100-Read-Transaction Thru 2100-Exit.
001930     If Not No-More-Transactions
001940         Add 1 To PE-Trans-Read
001950         Evaluate True
001960             When PYT-Add
001970                 Perform 3100-Apply-Add Thru 3100-Exit
001980             When PYT-Change
001990                 Perform 3200-Apply-Change Thru 3200-Exit
002000             When PYT-Delete
002010                 Perform 3300-Apply-Delete Thru 3300-Exit
002020             When Other
002030                 Move 'INVALID ACTION CODE - MUST BE A, C OR D'
002040                     To PE-Reject-Reason
002050                 Perform 4900-Reject-Transaction Thru 4900-Exit
002060         End-Evaluate
002070     End-If.
002080 2000-Exit.
002090     Exit.
002100
002110 2100-Read-Transaction.
002120     Read TransactionFile
002130         At End
002140             Set No-More-Transactions To True
002150     End-Read.
002160 2100-Exit.
002170     Exit.
002180
002190*-----------------------------------------------------------------
002200*  3100-APPLY-ADD -- a new payee code.  The added date is the
002210*  run date.
002220*-----------------------------------------------------------------
002230 3100-Apply-Add.
002240     Perform 3110-Read-Master-Random Thru 3110-Exit.
002250     If PE-Master-Found
002260         Move 'PAYEE ON FILE - USE A CHANGE' To PE-Reject-Reason
002270         Perform 4900-Reject-Transaction Thru 4900-Exit
002280         Go To 3100-Exit
002290     End-If.
002300     Initialize Payee-Record.
002310     Move PYT-Payee-Code     To Payee-Code.
002320     Move PYT-Name           To Payee-Name.
002330     Move PYT-Type           To Payee-Type.
002340     Move PYT-Pay-Method     To Payee-Pay-Method.
002350     Move PYT-Routing-Number To Payee-Routing-Number.
002360     Move PYT-Account-Number To Payee-Account-Number.
002370     Move PYT-Account-Type   To Payee-Account-Type.
002380     Move PYT-Contact        To Payee-Contact.
002390     Move PE-Run-Date-Num    To Payee-Added-Date.
002400     Perform 5000-Edit-Payee-Fields Thru 5000-Exit.
002410     If PE-Trans-Invalid
002420         Perform 4900-Reject-Transaction Thru 4900-Exit
002430         Go To 3100-Exit
002440     End-If.
002450     Write Payee-Record
002460         Invalid Key
002470             Move 'WRITE FAILED - DUPLICATE KEY'
002480                 To PE-Reject-Reason
002490             Perform 4900-Reject-Transaction Thru 4900-Exit
002500             Go To 3100-Exit
002510     End-Write.
002520     Add 1 To PE-Add-Count.
002530     Perform 6100-Move-Record-To-Detail Thru 6100-Exit.
002540     Move 'AFTER'  To PED-Tag.
002550     Move 'ADD'    To PED-Action.
002560     Move 'ADDED TO FILE' To PED-Note.
002570     Perform 6000-Write-Detail-Line Thru 6000-Exit.
002580 3100-Exit.
002590     Exit.
002600
002610 3110-Read-Master-Random.
002620     Move PYT-Payee-Code To Payee-Code.
002630     Read PayeeFile
002640         Invalid Key
002650             Set PE-Master-Missing To True
002660         Not Invalid Key
002670             Set PE-Master-Found To True
002680     End-Read.
002690 3110-Exit.
002700     Exit.
002710
002720*-----------------------------------------------------------------
002730*  3200-APPLY-CHANGE -- print the record as it stands, overlay
002740*  only the fields the transaction supplies, re-edit and
002750*  rewrite.  A failed edit leaves the record untouched.  The
002760*  remittance run picks up new bank details on its next cycle.
002770*-----------------------------------------------------------------
002780 3200-Apply-Change.
002790     Perform 3110-Read-Master-Random Thru 3110-Exit.
002800     If PE-Master-Missing
002810         Move 'PAYEE NOT ON FILE' To PE-Reject-Reason
002820         Perform 4900-Reject-Transaction Thru 4900-Exit
002830         Go To 3200-Exit
002840     End-If.
002850     Perform 6100-Move-Record-To-Detail Thru 6100-Exit.
002860     Move 'BEFORE' To PED-Tag.
002870     Move 'CHANGE' To PED-Action.
002880     Perform 6000-Write-Detail-Line Thru 6000-Exit.
002890     If PYT-Name Not = Spaces
002900         Move PYT-Name To Payee-Name
002910     End-If.
002920     If PYT-Type Not = Spaces
002930         Move PYT-Type To Payee-Type
002940     End-If.
002950     If PYT-Pay-Method Not = Spaces
002960         Move PYT-Pay-Method To Payee-Pay-Method
002970     End-If.
002980     If PYT-Routing-Number Not = Spaces
002990         Move PYT-Routing-Number To Payee-Routing-Number
003000     End-If.
003010     If PYT-Account-Number Not = Spaces
003020         Move PYT-Account-Number To Payee-Account-Number
003030     End-If.
003040     If PYT-Account-Type Not = Spaces
003050         Move PYT-Account-Type To Payee-Account-Type
003060     End-If.
003070     If PYT-Contact Not = Spaces
003080         Move PYT-Contact To Payee-Contact
003090     End-If.
003100     Perform 5000-Edit-Payee-Fields Thru 5000-Exit.
003110     If PE-Trans-Invalid
003120         Perform 4900-Reject-Transaction Thru 4900-Exit
003130         Go To 3200-Exit
003140     End-If.
003150     Rewrite Payee-Record
003160         Invalid Key
003170             Move 'REWRITE FAILED ON FILE'
003180                 To PE-Reject-Reason
003190             Perform 4900-Reject-Transaction Thru 4900-Exit
003200             Go To 3200-Exit
003210     End-Rewrite.
003220     Add 1 To PE-Change-Count.
003230     Perform 6100-Move-Record-To-Detail Thru 6100-Exit.
003240     Move 'AFTER'  To PED-Tag.
003250     Move 'CHANGE' To PED-Action.
003260     Move 'CHANGED ON FILE' To PED-Note.
003270     Perform 6000-Write-Detail-Line Thru 6000-Exit.
003280 3200-Exit.
003290     Exit.
003300
003310*-----------------------------------------------------------------
003320*  3300-APPLY-DELETE -- a payee still named by a deduction is
003330*  kept, since the remittance run would have nowhere to send
003340*  that withholding.  Move the deductions to another payee
003350*  through deduction maintenance first.
003360*-----------------------------------------------------------------
003370 3300-Apply-Delete.
003380     Perform 3110-Read-Master-Random Thru 3110-Exit.
003390     If PE-Master-Missing
003400         Move 'PAYEE NOT ON FILE' To PE-Reject-Reason
003410         Perform 4900-Reject-Transaction Thru 4900-Exit
003420         Go To 3300-Exit
003430     End-If.
003440     If Not PE-Ded-File-Open
003450         Move 'NO DEDUCTION MASTER - CANNOT CHECK USE'
003460             To PE-Reject-Reason
003470         Perform 4900-Reject-Transaction Thru 4900-Exit
003480         Go To 3300-Exit
003490     End-If.
003500     Perform 3310-Check-Payee-In-Use Thru 3310-Exit.
003510     If PE-Payee-In-Use
003520         Move 'PAYEE STILL NAMED ON A DEDUCTION'
003530             To PE-Reject-Reason
003540         Perform 4900-Reject-Transaction Thru 4900-Exit
003550         Go To 3300-Exit
003560     End-If.
003570     Perform 6100-Move-Record-To-Detail Thru 6100-Exit.
003580     Move 'BEFORE' To PED-Tag.
003590     Move 'DELETE' To PED-Action.
003600     Delete PayeeFile Record
003610         Invalid Key
003620             Move 'DELETE FAILED ON FILE'
003630                 To PE-Reject-Reason
003640             Perform 4900-Reject-Transaction Thru 4900-Exit
003650             Go To 3300-Exit
003660     End-Delete.
003670     Move 'DELETED FROM FILE' To PED-Note.
003680     Perform 6000-Write-Detail-Line Thru 6000-Exit.
003690     Add 1 To PE-Delete-Count.
003700 3300-Exit.
003710     Exit.
003720
003730*-----------------------------------------------------------------
003740*  3310-CHECK-PAYEE-IN-USE -- the deduction master is keyed by
003750*  employee, so the whole file is read from the top.
003760*-----------------------------------------------------------------
003770 3310-Check-Payee-In-Use.
003780     Move 'N' To PE-In-Use-Sw.
003790     Move Low-Values To Ded-Key.
003800     Start DeductFile Key Not < Ded-Key
003810         Invalid Key
003820             Go To 3310-Exit
003830     End-Start.
003840     Move 'Y' To More-Deduction-Records.
003850     Perform 3320-Read-Deduction Thru 3320-Exit
003860         Until No-More-Deduction-Records.
003870 3310-Exit.
003880     Exit.
003890
003900 3320-Read-Deduction.
003910     Read DeductFile Next Record
003920         At End
003930             Set No-More-Deduction-Records To True
003940             Go To 3320-Exit
003950     End-Read.
003960     If Ded-Payee-Code = PYT-Payee-Code
003970         Set PE-Payee-In-Use To True
003980         Set No-More-Deduction-Records To True
003990     End-If.
004000 3320-Exit.
004010     Exit.
004020
004030 4900-Reject-Transaction.
004040     Add 1 To PE-Reject-Count.
004050     Move Spaces To PE-Detail-Line.
004060     Move 'REJECT' To PED-Tag.
004070     Move PYT-Action To PED-Action.
004080     Move PYT-Payee-Code To PED-Payee-Code.
004090     Move PYT-Name To PED-Name.
004100     Move PE-Reject-Reason To PED-Note.
004110     Perform 6000-Write-Detail-Line Thru 6000-Exit.
004120 4900-Exit.
004130     Exit.
004140
004150*-----------------------------------------------------------------
004160*  5000-EDIT-PAYEE-FIELDS -- code, name and a known payee type
004170*  are required, and the payee is paid by ACH or by check.  An
004180*  ACH payee needs a nine-digit routing number, an account
004190*  number and a checking or savings account type, or the
004200*  remittance batch would be returned by the bank.
004210*-----------------------------------------------------------------
004220 5000-Edit-Payee-Fields.
004230     Set PE-Trans-Valid To True.
004240     Move Spaces To PE-Reject-Reason.
004250     If Payee-Code = Spaces
004260         Set PE-Trans-Invalid To True
004270         Move 'PAYEE CODE IS REQUIRED' To PE-Reject-Reason
004280     End-If.
004290     If PE-Trans-Valid And Payee-Name = Spaces
004300         Set PE-Trans-Invalid To True
004310         Move 'PAYEE NAME IS REQUIRED' To PE-Reject-Reason
004320     End-If.
004330     If PE-Trans-Valid And Not Payee-Type-Valid
004340         Set PE-Trans-Invalid To True
004350         Move 'TYPE MUST BE B, U, S OR O' To PE-Reject-Reason
004360     End-If.
004370     If PE-Trans-Valid
004380         And Not (Payee-Paid-By-ACH Or Payee-Paid-By-Check)
004390         Set PE-Trans-Invalid To True
004400         Move 'PAY METHOD MUST BE A (ACH) OR C (CHECK)'
004410             To PE-Reject-Reason
004420     End-If.
004430     If PE-Trans-Valid And Payee-Paid-By-ACH
004440         And Payee-Routing-Number Not Numeric
004450         Set PE-Trans-Invalid To True
004460         Move 'ACH PAYEE NEEDS 9-DIGIT ROUTING NUMBER'
004470             To PE-Reject-Reason
004480     End-If.
004490     If PE-Trans-Valid And Payee-Paid-By-ACH
004500         And Payee-Account-Number = Spaces
004510         Set PE-Trans-Invalid To True
004520         Move 'ACH PAYEE NEEDS AN ACCOUNT NUMBER'
004530             To PE-Reject-Reason
004540     End-If.
004550     If PE-Trans-Valid And Payee-Paid-By-ACH
004560         And Not (Payee-Checking Or Payee-Savings)
004570         Set PE-Trans-Invalid To True
004580         Move 'ACCOUNT TYPE MUST BE C OR S FOR ACH'
004590             To PE-Reject-Reason
004600     End-If.
004610 5000-Exit.
004620     Exit.
004630
004640 6000-Write-Detail-Line.
004650     Move PE-Detail-Line To Maint-Report-Record.
004660     Write Maint-Report-Record.
004670 6000-Exit.
004680     Exit.
004690
004700 6100-Move-Record-To-Detail.
004710     Move Spaces To PE-Detail-Line.
004720     Move Payee-Code           To PED-Payee-Code.
004730     Move Payee-Name           To PED-Name.
004740     Move Payee-Type           To PED-Type.
004750     Move Payee-Pay-Method     To PED-Pay-Method.
004760     Move Payee-Routing-Number To PED-Routing.
004770     Move Payee-Account-Number To PED-Account.
004780     Move Payee-Account-Type   To PED-Account-Type.
004790 6100-Exit.
004800     Exit.
004810
004820*-----------------------------------------------------------------
004830*  8000-WRITE-TOTALS -- transaction counts so payroll can
004840*  balance the report against the batch keyed.
004850*-----------------------------------------------------------------
004860 8000-Write-Totals.
004870     Move Spaces To Maint-Report-Record.
004880     Write Maint-Report-Record.
004890     Move 'TRANSACTIONS READ' To PE-Total-Label.
004900     Move PE-Trans-Read To PE-Total-Count.
004910     Perform 8100-Write-Total-Line Thru 8100-Exit.
004920     Move 'ADDS APPLIED' To PE-Total-Label.
004930     Move PE-Add-Count To PE-Total-Count.
004940     Perform 8100-Write-Total-Line Thru 8100-Exit.
004950     Move 'CHANGES APPLIED' To PE-Total-Label.
004960     Move PE-Change-Count To PE-Total-Count.
004970     Perform 8100-Write-Total-Line Thru 8100-Exit.
004980     Move 'DELETES APPLIED' To PE-Total-Label.
004990     Move PE-Delete-Count To PE-Total-Count.
005000     Perform 8100-Write-Total-Line Thru 8100-Exit.
005010     Move 'TRANSACTIONS REJECTED' To PE-Total-Label.
005020     Move PE-Reject-Count To PE-Total-Count.
005030     Perform 8100-Write-Total-Line Thru 8100-Exit.
005040 8000-Exit.
005050     Exit.
005060
005070 8100-Write-Total-Line.
005080     Move Spaces To Maint-Report-Record.
005090     Move PE-Total-Line To Maint-Report-Record.
005100     Write Maint-Report-Record.
005110 8100-Exit.
005120     Exit.
005130
005140 9000-Termination.
005150     Close TransactionFile.
005160     Close PayeeFile.
005170     If PE-Ded-File-Open
005180         Close DeductFile
005190     End-If.
005200     Close MaintReportFile.
005210 9000-Exit.
005220     Exit.
005230
005240 9700-Write-Report-Headings.
005250     Move Spaces To Maint-Report-Record.
005260     String 'PAYEE MASTER MAINTENANCE - RUN DATE '
005270            Delimited By Size
005280            PE-Run-Date-Display Delimited By Size
005290            Into Maint-Report-Record.
005300     Write Maint-Report-Record.
005310     Move Spaces To PE-Detail-Line.
005320     Move 'TAG'     To PED-Tag.
005330     Move 'ACTION'  To PED-Action.
005340     Move 'PAYEE'   To PED-Payee-Code.
005350     Move 'PAYEE NAME' To PED-Name.
005360     Move 'T'       To PED-Type.
005370     Move 'M'       To PED-Pay-Method.
005380     Move 'ROUTING' To PED-Routing.
005390     Move 'ACCOUNT' To PED-Account.
005400     Move 'A'       To PED-Account-Type.
005410     Move 'RESULT / REASON' To PED-Note.
005420     Perform 6000-Write-Detail-Line Thru 6000-Exit.
005430     Move Spaces To Maint-Report-Record.
005440     Write Maint-Report-Record.
005450 9700-Exit.
005460     Exit.
005470
005480 9800-File-Validation.
005490     If WS-File-Status Not = Zero
005500         Display 'FILE ERROR - STATUS CODE ' WS-File-Status
005510         Stop Run
005520     End-If.
005530 9800-Exit.
005540     Exit.
005550
005560 End Program PayeeMaint.
