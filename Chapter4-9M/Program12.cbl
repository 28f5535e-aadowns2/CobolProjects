000010*****************************************************************
000020*  MODIFICATION HISTORY                                        *
000030*----------------------------------------------------------------
000040*  DATE        INIT   DESCRIPTION
000050*  10/15/2026  AJD    ORIGINAL PROGRAM.  BANK RECONCILIATION FOR
000060*                     THE MANUAL CHECK RUN.  READS THE BANK'S
000070*                     PAID-ITEMS FILE AGAINST THE KEYED CHECK
000080*                     HISTORY AND MARKS EACH PAID CHECK CLEARED,
000090*                     FLAGGING ANY PAID AMOUNT THAT DIFFERS FROM
000100*                     THE AMOUNT ISSUED, ANY ITEM PAID THAT WAS
000110*                     NEVER ISSUED OR WAS VOIDED, AND ANY ITEM
000120*                     PAID TWICE.  THEN WALKS THE WHOLE HISTORY:
000130*                     CHECKS STILL OUT ARE LISTED OUTSTANDING,
000140*                     OR STALE-DATED ONCE PAST THE STALE LIMIT,
000150*                     WITH COUNTS AND DOLLARS FOR EVERY STATUS.
000160*****************************************************************
000170
000180 Identification Division.
000190 Program-ID. CheckRecon.
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
000320             Select PaidItemsFile Assign to PAID-ITEMS
000330                 File Status is WS-File-Status
000340                 Organization is Line Sequential.
000350
000360             Select CheckHistFile Assign to CHECK-HISTORY
000370                 Organization is Indexed
000380                 Access Mode is Dynamic
000390                 Record Key is Chk-Check-Number
000400                 File Status is WS-File-Status.
000410
000420             Select ReconReportFile Assign to CHECK-RECON-RPT
000430                 File Status is WS-File-Status
000440                 Organization is Line Sequential.
000450
000460 Data Division.
000470     File Section.
000480*        ONE RECORD PER ITEM THE BANK PAID AGAINST THE
000490*        DISBURSEMENT ACCOUNT, AS THE BANK SENDS IT.
000500         FD  PaidItemsFile.
000510             01  Paid-Item-Record.
000520                 05  PDI-Account-Number      PIC X(17).
000530                 05  PDI-Check-Number-X      PIC X(08).
000540                 05  PDI-Check-Number Redefines PDI-Check-Number-X
000550                                             PIC 9(08).
000560                 05  PDI-Paid-Amount-X       PIC X(10).
000570                 05  PDI-Paid-Amount Redefines PDI-Paid-Amount-X
000580                                             PIC 9(8)V9(2).
000590                 05  PDI-Paid-Date           PIC 9(08).
000600
000610         FD  CheckHistFile.
000620             Copy "CHKHIST.cpy".
000630
000640         FD  ReconReportFile.
000650             01  Recon-Report-Record         PIC X(132).
000660
000670     Working-Storage Section.
000680     01  WS-File-Status          PIC 9(2).
000690     01  More-Paid-Items         PIC X(1) value 'Y'.
000700         88  No-More-Paid-Items           value 'N'.
000710     01  More-History            PIC X(1) value 'Y'.
000720         88  No-More-History              value 'N'.
000730
000740     01  CR-Counters.
000750         05  CR-Items-Read       PIC 9(5) value zero.
000760         05  CR-Cleared-Now      PIC 9(5) value zero.
000770         05  CR-Mismatches       PIC 9(5) value zero.
000780         05  CR-Not-Issued       PIC 9(5) value zero.
000790         05  CR-Paid-After-Void  PIC 9(5) value zero.
000800         05  CR-Duplicates       PIC 9(5) value zero.
000810         05  CR-Bad-Items        PIC 9(5) value zero.
000820         05  CR-Outstanding      PIC 9(5) value zero.
000830         05  CR-Stale            PIC 9(5) value zero.
000840         05  CR-Cleared          PIC 9(5) value zero.
000850         05  CR-Voided           PIC 9(5) value zero.
000860     01  CR-Amounts.
000870         05  CR-Cleared-Now-Amt  PIC 9(9)V9(2) value zero.
000880         05  CR-Outstanding-Amt  PIC 9(9)V9(2) value zero.
000890         05  CR-Stale-Amt        PIC 9(9)V9(2) value zero.
000900         05  CR-Cleared-Amt      PIC 9(9)V9(2) value zero.
000910         05  CR-Voided-Amt       PIC 9(9)V9(2) value zero.
000920
000930*        A CHECK STILL OUT THIS MANY MONTHS AFTER ISSUE IS
000940*        STALE-DATED: THE BANK WILL NOT HONOR IT AND PAYROLL
000950*        VOIDS AND REISSUES OR ESCHEATS IT.
000960     01  CR-Stale-Months         PIC 9(2) value 06.
000970     01  CR-Cutoff-Date.
000980         05  CR-Cutoff-Year      PIC 9(4).
000990         05  CR-Cutoff-Month     PIC 9(2).
001000         05  CR-Cutoff-Day       PIC 9(2).
001010     01  CR-Cutoff-Date-Num Redefines CR-Cutoff-Date
001020                             PIC 9(8).
001030
001040     01  CR-Run-Date.
001050         05  CR-Run-Year         PIC 9(4).
001060         05  CR-Run-Month        PIC 9(2).
001070         05  CR-Run-Day          PIC 9(2).
001080     01  CR-Run-Date-Num Redefines CR-Run-Date
001090                             PIC 9(8).
001100     01  CR-Run-Date-Display     PIC X(10).
001110
001120     01  CR-Date-Work.
001130         05  CR-Date-Year        PIC 9(4).
001140         05  CR-Date-Month       PIC 9(2).
001150         05  CR-Date-Day         PIC 9(2).
001160     01  CR-Date-Work-Num Redefines CR-Date-Work
001170                             PIC 9(8).
001180     01  CR-Formatted-Date       PIC X(10).
001190
001200     01  CR-Detail-Line.
001210         05  CRD-Check-Number    PIC 9(08).
001220         05  FILLER              PIC X(02).
001230         05  CRD-Issue-Date      PIC X(10).
001240         05  FILLER              PIC X(02).
001250         05  CRD-Employee-ID     PIC X(06).
001260         05  FILLER              PIC X(02).
001270         05  CRD-Name            PIC X(20).
001280         05  FILLER              PIC X(02).
001290         05  CRD-Issue-Amount    PIC $$,$$$,$$9.99.
001300         05  FILLER              PIC X(02).
001310         05  CRD-Paid-Amount     PIC $$,$$$,$$9.99.
001320         05  FILLER              PIC X(02).
001330         05  CRD-Status          PIC X(12).
001340         05  FILLER              PIC X(02).
001350         05  CRD-Note            PIC X(34).
001360
001370     01  CR-Heading-Line.
001380         05  CRH-Check-Number    PIC X(08).
001390         05  FILLER              PIC X(02).
001400         05  CRH-Issue-Date      PIC X(10).
001410         05  FILLER              PIC X(02).
001420         05  CRH-Employee-ID     PIC X(06).
001430         05  FILLER              PIC X(02).
001440         05  CRH-Name            PIC X(20).
001450         05  FILLER              PIC X(02).
001460         05  CRH-Issue-Amount    PIC X(13).
001470         05  FILLER              PIC X(02).
001480         05  CRH-Paid-Amount     PIC X(13).
001490         05  FILLER              PIC X(02).
001500         05  CRH-Status          PIC X(12).
001510         05  FILLER              PIC X(02).
001520         05  CRH-Note            PIC X(34).
001530
001540     01  CR-Total-Line.
001550         05  CR-Total-Label      PIC X(30).
001560         05  CR-Total-Count      PIC ZZ,ZZ9.
001570         05  FILLER              PIC X(03).
001580         05  CR-Total-Amount     PIC $$$,$$$,$$9.99.
001590
001600 Procedure Division.
001610
001620*-----------------------------------------------------------------
001630*  0000-MAINLINE
001640*-----------------------------------------------------------------
001650 0000-Mainline.
001660     Perform 1000-Initialization
001670         Thru 1000-Exit.
001680     Perform 2000-Apply-Paid-Items
001690         Thru 2000-Exit
001700         Until No-More-Paid-Items.
001710     Perform 3000-Age-Check-History
001720         Thru 3000-Exit.
001730     Perform 8000-Write-Totals
001740         Thru 8000-Exit.
001750     Perform 9000-Termination
001760         Thru 9000-Exit.
001770     Stop Run.
001780
001790*-----------------------------------------------------------------
001800*  1000-INITIALIZATION -- the stale cutoff is the run date less
001810*  the stale limit in months; a day past month end (the 31st
001820*  into a 30-day month) only moves the cutoff a day or two.
001830*-----------------------------------------------------------------
001840 1000-Initialization.
001850     Initialize CR-Counters.
001860     Initialize CR-Amounts.
001870     Accept CR-Run-Date From Date YYYYMMDD.
001880     String CR-Run-Month  Delimited By Size
001890            '/'           Delimited By Size
001900            CR-Run-Day     Delimited By Size
001910            '/'           Delimited By Size
001920            CR-Run-Year    Delimited By Size
001930            Into CR-Run-Date-Display.
001940     Move CR-Run-Date-Num To CR-Cutoff-Date-Num.
001950     If CR-Run-Month > CR-Stale-Months
001960         Subtract CR-Stale-Months From CR-Cutoff-Month
001970     Else
001980         Subtract 1 From CR-Cutoff-Year
001990         Compute CR-Cutoff-Month =
002000             CR-Run-Month + 12 - CR-Stale-Months
002010     End-If.
002020     Open Input PaidItemsFile.
002030     Perform 9800-File-Validation Thru 9800-Exit.
002040     Open I-O CheckHistFile.
002050     Perform 9800-File-Validation Thru 9800-Exit.
002060     Open Output ReconReportFile.
002070     Perform 9800-File-Validation Thru 9800-Exit.
002080     Perform 9700-Write-Report-Headings Thru 9700-Exit.
002090 1000-Exit.
002100     Exit.
002110
002120*-----------------------------------------------------------------
002130*  2000-APPLY-PAID-ITEMS -- one bank item at a time against the
002140*  history.  A good match is marked cleared with the bank's date
002150*  and amount; everything else is listed for payroll to take up
002160*  with the bank.
002170*-----------------------------------------------------------------
002180 2000-Apply-Paid-Items.
002190     Read PaidItemsFile
002200         At End
002210             Set No-More-Paid-Items To True
002220             Go To 2000-Exit
002230     End-Read.
002240     Add 1 To CR-Items-Read.
002250     Move Spaces To CR-Detail-Line.
002260     If PDI-Check-Number-X Not Numeric
002270         Or PDI-Paid-Amount-X Not Numeric
002280         Add 1 To CR-Bad-Items
002290         Move Zero To CRD-Check-Number
002300         Move 'REJECTED' To CRD-Status
002310         Move 'PAID ITEM NOT NUMERIC' To CRD-Note
002320         Perform 6000-Write-Detail-Line Thru 6000-Exit
002330         Go To 2000-Exit
002340     End-If.
002350     Move PDI-Check-Number To CRD-Check-Number.
002360     Move PDI-Paid-Amount  To CRD-Paid-Amount.
002370     Move PDI-Check-Number To Chk-Check-Number.
002380     Read CheckHistFile
002390         Invalid Key
002400             Add 1 To CR-Not-Issued
002410             Move 'EXCEPTION' To CRD-Status
002420             Move 'PAID - NO ISSUE ON FILE' To CRD-Note
002430             Perform 6000-Write-Detail-Line Thru 6000-Exit
002440             Go To 2000-Exit
002450     End-Read.
002460     Perform 6100-Move-History-To-Detail Thru 6100-Exit.
002470     Move PDI-Paid-Amount  To CRD-Paid-Amount.
002480     If Chk-Cleared
002490         Add 1 To CR-Duplicates
002500         Move 'EXCEPTION' To CRD-Status
002510         Move 'DUPLICATE PAID ITEM' To CRD-Note
002520         Perform 6000-Write-Detail-Line Thru 6000-Exit
002530         Go To 2000-Exit
002540     End-If.
002550     Move PDI-Paid-Date   To Chk-Paid-Date.
002560     Move PDI-Paid-Amount To Chk-Paid-Amount.
002570     If Chk-Voided
002580         Add 1 To CR-Paid-After-Void
002590         Move 'EXCEPTION' To CRD-Status
002600         Move 'PAID AFTER VOID - STOP FAILED' To CRD-Note
002610         Perform 2100-Rewrite-History Thru 2100-Exit
002620         Perform 6000-Write-Detail-Line Thru 6000-Exit
002630         Go To 2000-Exit
002640     End-If.
002650     Set Chk-Cleared To True.
002660     Add 1 To CR-Cleared-Now.
002670     Add PDI-Paid-Amount To CR-Cleared-Now-Amt.
002680     Move 'CLEARED' To CRD-Status.
002690     If PDI-Paid-Amount Not = Chk-Net-Amount
002700         Set Chk-Amount-Mismatch To True
002710         Add 1 To CR-Mismatches
002720         Move 'PAID AMOUNT DIFFERS FROM ISSUE' To CRD-Note
002730     End-If.
002740     Perform 2100-Rewrite-History Thru 2100-Exit.
002750     Perform 6000-Write-Detail-Line Thru 6000-Exit.
002760 2000-Exit.
002770     Exit.
002780
002790 2100-Rewrite-History.
002800     Rewrite Check-History-Record.
002810     Perform 9800-File-Validation Thru 9800-Exit.
002850 2100-Exit.
002860     Exit.
002870
002880*-----------------------------------------------------------------
002890*  3000-AGE-CHECK-HISTORY -- a full pass of the history once
002900*  the paid items are in.  Every check still out is listed,
002910*  and one past the cutoff is marked stale-dated; cleared and
002920*  voided checks are counted so the totals account for every
002930*  number ever issued.
002940*-----------------------------------------------------------------
002950 3000-Age-Check-History.
002960     Move Spaces To Recon-Report-Record.
002970     Write Recon-Report-Record.
002980     Move 'CHECKS OUTSTANDING AND STALE-DATED'
002990         To Recon-Report-Record.
003000     Write Recon-Report-Record.
003010     Move Zero To Chk-Check-Number.
003020     Start CheckHistFile Key Not < Chk-Check-Number
003030         Invalid Key
003040             Go To 3000-Exit
003050     End-Start.
003060     Move 'Y' To More-History.
003070     Perform 3100-Age-One-Check Thru 3100-Exit
003080         Until No-More-History.
003090 3000-Exit.
003100     Exit.
003110
003120 3100-Age-One-Check.
003130     Read CheckHistFile Next Record
003140         At End
003150             Set No-More-History To True
003160             Go To 3100-Exit
003170     End-Read.
003180     Evaluate True
003190         When Chk-Cleared
003200             Add 1 To CR-Cleared
003210             Add Chk-Net-Amount To CR-Cleared-Amt
003220         When Chk-Voided
003230             Add 1 To CR-Voided
003240             Add Chk-Net-Amount To CR-Voided-Amt
003250         When Other
003260             Perform 3200-List-Open-Check Thru 3200-Exit
003270     End-Evaluate.
003280 3100-Exit.
003290     Exit.
003300
003310 3200-List-Open-Check.
003320     Move Spaces To CR-Detail-Line.
003330     Perform 6100-Move-History-To-Detail Thru 6100-Exit.
003340     If Chk-Issue-Date < CR-Cutoff-Date-Num
003350         If Not Chk-Stale-Dated
003360             Set Chk-Stale-Dated To True
003370             Perform 2100-Rewrite-History Thru 2100-Exit
003380         End-If
003390         Add 1 To CR-Stale
003400         Add Chk-Net-Amount To CR-Stale-Amt
003410         Move 'STALE-DATED' To CRD-Status
003420         Move 'VOID AND REISSUE OR ESCHEAT' To CRD-Note
003430     Else
003440         Add 1 To CR-Outstanding
003450         Add Chk-Net-Amount To CR-Outstanding-Amt
003460         Move 'OUTSTANDING' To CRD-Status
003470     End-If.
003480     Perform 6000-Write-Detail-Line Thru 6000-Exit.
003490 3200-Exit.
003500     Exit.
003510
003520 6000-Write-Detail-Line.
003530     Move Spaces To Recon-Report-Record.
003540     Move CR-Detail-Line To Recon-Report-Record.
003550     Write Recon-Report-Record.
003560 6000-Exit.
003570     Exit.
003580
003590 6100-Move-History-To-Detail.
003600     Move Chk-Check-Number  To CRD-Check-Number.
003610     Move Chk-Issue-Date    To CR-Date-Work-Num.
003620     Perform 6200-Format-Date Thru 6200-Exit.
003630     Move CR-Formatted-Date To CRD-Issue-Date.
003640     Move Chk-Employee-ID   To CRD-Employee-ID.
003650     Move Chk-Employee-Name To CRD-Name.
003660     Move Chk-Net-Amount    To CRD-Issue-Amount.
003670     If Chk-Paid-Amount > Zero
003680         Move Chk-Paid-Amount To CRD-Paid-Amount
003690     End-If.
003700 6100-Exit.
003710     Exit.
003720
003730 6200-Format-Date.
003740     Move Spaces To CR-Formatted-Date.
003750     String CR-Date-Month Delimited By Size
003760            '/'           Delimited By Size
003770            CR-Date-Day    Delimited By Size
003780            '/'           Delimited By Size
003790            CR-Date-Year   Delimited By Size
003800            Into CR-Formatted-Date.
003810 6200-Exit.
003820     Exit.
003830
003840*-----------------------------------------------------------------
003850*  8000-WRITE-TOTALS -- this run's paid items and exceptions,
003860*  then the standing of every check on the history.
003870*-----------------------------------------------------------------
003880 8000-Write-Totals.
003890     Move Spaces To CR-Total-Line.
003900     Move Spaces To Recon-Report-Record.
003910     Write Recon-Report-Record.
003920     Move 'PAID ITEMS READ' To CR-Total-Label.
003930     Move CR-Items-Read To CR-Total-Count.
003940     Perform 8100-Write-Total-Line Thru 8100-Exit.
003950     Move 'CLEARED THIS RUN' To CR-Total-Label.
003960     Move CR-Cleared-Now To CR-Total-Count.
003970     Move CR-Cleared-Now-Amt To CR-Total-Amount.
003980     Perform 8100-Write-Total-Line Thru 8100-Exit.
003990     Move 'PAID AMOUNT MISMATCHES' To CR-Total-Label.
004000     Move CR-Mismatches To CR-Total-Count.
004010     Perform 8100-Write-Total-Line Thru 8100-Exit.
004020     Move 'PAID - NO ISSUE ON FILE' To CR-Total-Label.
004030     Move CR-Not-Issued To CR-Total-Count.
004040     Perform 8100-Write-Total-Line Thru 8100-Exit.
004050     Move 'PAID AFTER VOID' To CR-Total-Label.
004060     Move CR-Paid-After-Void To CR-Total-Count.
004070     Perform 8100-Write-Total-Line Thru 8100-Exit.
004080     Move 'DUPLICATE PAID ITEMS' To CR-Total-Label.
004090     Move CR-Duplicates To CR-Total-Count.
004100     Perform 8100-Write-Total-Line Thru 8100-Exit.
004110     Move 'PAID ITEMS REJECTED' To CR-Total-Label.
004120     Move CR-Bad-Items To CR-Total-Count.
004130     Perform 8100-Write-Total-Line Thru 8100-Exit.
004140     Move Spaces To Recon-Report-Record.
004150     Write Recon-Report-Record.
004160     Move 'CHECKS OUTSTANDING' To CR-Total-Label.
004170     Move CR-Outstanding To CR-Total-Count.
004180     Move CR-Outstanding-Amt To CR-Total-Amount.
004190     Perform 8100-Write-Total-Line Thru 8100-Exit.
004200     Move 'CHECKS STALE-DATED' To CR-Total-Label.
004210     Move CR-Stale To CR-Total-Count.
004220     Move CR-Stale-Amt To CR-Total-Amount.
004230     Perform 8100-Write-Total-Line Thru 8100-Exit.
004240     Move 'CHECKS CLEARED' To CR-Total-Label.
004250     Move CR-Cleared To CR-Total-Count.
004260     Move CR-Cleared-Amt To CR-Total-Amount.
004270     Perform 8100-Write-Total-Line Thru 8100-Exit.
004280     Move 'CHECKS VOIDED' To CR-Total-Label.
004290     Move CR-Voided To CR-Total-Count.
004300     Move CR-Voided-Amt To CR-Total-Amount.
004310     Perform 8100-Write-Total-Line Thru 8100-Exit.
004320 8000-Exit.
004330     Exit.
004340
004350 8100-Write-Total-Line.
004360     Move Spaces To Recon-Report-Record.
004370     Move CR-Total-Line To Recon-Report-Record.
004380     Write Recon-Report-Record.
004390     Move Spaces To CR-Total-Line.
004400 8100-Exit.
004410     Exit.
004420
004430 9000-Termination.
004440     Close PaidItemsFile.
004450     Close CheckHistFile.
004460     Close ReconReportFile.
004470 9000-Exit.
004480     Exit.
004490
004500 9700-Write-Report-Headings.
004510     Move Spaces To Recon-Report-Record.
004520     String 'CHECK RECONCILIATION - RUN DATE '
004530            Delimited By Size
004540            CR-Run-Date-Display Delimited By Size
004550            Into Recon-Report-Record.
004560     Write Recon-Report-Record.
004570     Move Spaces To CR-Heading-Line.
004580     Move 'CHECK NO' To CRH-Check-Number.
004590     Move 'ISSUED'   To CRH-Issue-Date.
004600     Move 'ID'       To CRH-Employee-ID.
004610     Move 'PAYEE'    To CRH-Name.
004620     Move '  ISSUED AMT' To CRH-Issue-Amount.
004630     Move '    PAID AMT' To CRH-Paid-Amount.
004640     Move 'STATUS'   To CRH-Status.
004650     Move 'NOTE'     To CRH-Note.
004660     Move Spaces To Recon-Report-Record.
004670     Move CR-Heading-Line To Recon-Report-Record.
004680     Write Recon-Report-Record.
004690     Move Spaces To Recon-Report-Record.
004700     Write Recon-Report-Record.
004710 9700-Exit.
004720     Exit.
004730
004740 9800-File-Validation.
004750     If WS-File-Status Not = Zero
004760         Display 'FILE ERROR - STATUS CODE ' WS-File-Status
004770         Stop Run
004780     End-If.
004790 9800-Exit.
004800     Exit.
004810
004820 End Program CheckRecon.
