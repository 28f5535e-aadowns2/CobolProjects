000010*****************************************************************
000020*  MODIFICATION HISTORY                                        *
000030*----------------------------------------------------------------
000040*  DATE        INIT   DESCRIPTION
000050*  10/15/2026  AJD    ORIGINAL PROGRAM.  ENFORCES THE RECORDS
000060*                     RETENTION POLICY ON THE FILES THAT ONLY
000070*                     GROW: CHANGE HISTORY, AUDIT TRAIL, YTD
000080*                     HISTORY AND THE CHECK HISTORY REGISTER.
000090*                     THE RETENTION PARAMETER RECORD SETS THE
000100*                     YEARS TO KEEP FOR EACH.  EXPIRED RECORDS
000110*                     ARE COPIED TO A DATED ARCHIVE FILE WITH A
000120*                     HEADER AND A COUNT-AND-HASH TRAILER, AND
000130*                     THE LIVE FILE IS UNLOADED AND RELOADED
000140*                     WITHOUT THEM SO THE INDEXED FILES ARE
000150*                     COMPACT AGAIN.  A TRIAL RUN COUNTS WHAT
000160*                     WOULD GO AND CHANGES NOTHING.  THE
000170*                     RETENTION REPORT PROVES EACH FILE FOOTS.
000172*  10/15/2026  AJD    THE SUPPLEMENTAL AUDIT FILE IS COVERED: IT
000174*                     HAS ITS OWN YEARS TO KEEP ON THE PARAMETER
000176*                     RECORD AND ITS OWN DATED ARCHIVE FILE.
000180*****************************************************************
000190
000200 Identification Division.
000210 Program-ID. RetentionPurge.
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
000340             Select RetentionParmFile Assign to RETENTION-PARM
000350                 File Status is WS-File-Status
000360                 Organization is Line Sequential.
000370
000380             Select RunControlFile Assign to RUN-CONTROL
000390                 File Status is WS-File-Status
000400                 Organization is Line Sequential.
000410
000420             Select ChangeHistFile Assign to CHANGE-HISTORY
000430                 Organization is Indexed
000440                 Access Mode is Dynamic
000450                 Record Key is Chg-Key
000460                 File Status is WS-File-Status.
000470
000480             Select AuditFile Assign to AUDIT-TRAIL
000490                 File Status is WS-File-Status
000500                 Organization is Line Sequential.
000502
000504             Select SuppAuditFile Assign to SUPP-AUDIT
000506                 File Status is WS-File-Status
000508                 Organization is Line Sequential.
000510
000520             Select YTDHistFile Assign to YTD-HISTORY
000530                 Organization is Indexed
000540                 Access Mode is Dynamic
000550                 Record Key is YTH-Key
000560                 File Status is WS-File-Status.
000570
000580             Select CheckHistFile Assign to CHECK-HISTORY
000590                 Organization is Indexed
000600                 Access Mode is Dynamic
000610                 Record Key is Chk-Check-Number
000620                 File Status is WS-File-Status.
000630
000640             Select ChgArchiveFile Assign to CHG-ARCHIVE
000650                 File Status is WS-File-Status
000660                 Organization is Line Sequential.
000670
000680             Select AuditArchiveFile Assign to AUDIT-ARCHIVE
000690                 File Status is WS-File-Status
000700                 Organization is Line Sequential.
000710
000720             Select YTHArchiveFile Assign to YTDHIST-ARCHIVE
000730                 File Status is WS-File-Status
000740                 Organization is Line Sequential.
000750
000760             Select ChkArchiveFile Assign to CHECK-ARCHIVE
000770                 File Status is WS-File-Status
000780                 Organization is Line Sequential.
000782
000784             Select SuppArchiveFile Assign to SUPP-ARCHIVE
000786                 File Status is WS-File-Status
000788                 Organization is Line Sequential.
000790
000800             Select RetainWorkFile Assign to RETAIN-WORK
000810                 File Status is WS-File-Status
000820                 Organization is Line Sequential.
000830
000840             Select RetentionReportFile Assign to RETENTION-RPT
000850                 File Status is WS-File-Status
000860                 Organization is Line Sequential.
000870
000880 Data Division.
000890     File Section.
000900*        YEARS TO KEEP PER FILE.  ZERO OR BLANK KEEPS THAT FILE IN
000910*        FULL.  RUN MODE L PURGES; ANYTHING ELSE IS A TRIAL RUN.
000920         FD  RetentionParmFile.
000930             01  Retention-Parm-Record.
000940                 05  RTP-Run-Mode            PIC X(01).
000950                     88  RTP-Live-Run               Value 'L'.
000960                 05  RTP-Chg-Years-X         PIC X(02).
000970                 05  RTP-Chg-Years Redefines RTP-Chg-Years-X
000980                                             PIC 9(02).
000990                 05  RTP-Audit-Years-X       PIC X(02).
001000                 05  RTP-Audit-Years Redefines RTP-Audit-Years-X
001010                                             PIC 9(02).
001020                 05  RTP-YTH-Years-X         PIC X(02).
001030                 05  RTP-YTH-Years Redefines RTP-YTH-Years-X
001040                                             PIC 9(02).
001050                 05  RTP-Chk-Years-X         PIC X(02).
001060                 05  RTP-Chk-Years Redefines RTP-Chk-Years-X
001070                                             PIC 9(02).
001072                 05  RTP-Supp-Years-X        PIC X(02).
001074                 05  RTP-Supp-Years Redefines RTP-Supp-Years-X
001076                                             PIC 9(02).
001080
001090         FD  RunControlFile.
001100             Copy "RUNCTL.cpy".
001110
001120         FD  ChangeHistFile.
001130             Copy "CHGREC.cpy".
001140
001150*        THE RAISE RUN'S AUDIT RECORD; ONLY THE RUN DATE AND THE
001160*        NET PAY ARE PICKED APART.  A RECORD WRITTEN BEFORE THE
001170*        UNEDITED FIGURES WERE ADDED CARRIES ONLY THE PRINTED
001180*        MM/DD/YYYY DATE.
001190         FD  AuditFile.
001200             01  Audit-Record.
001210                 05  AUD-Employee-ID         PIC X(06).
001220                 05  FILLER                  PIC X(55).
001230                 05  AUD-Run-Date.
001240                     10  AUD-Run-MM-X        PIC X(02).
001250                     10  FILLER              PIC X(01).
001260                     10  AUD-Run-DD-X        PIC X(02).
001270                     10  FILLER              PIC X(01).
001280                     10  AUD-Run-YYYY-X      PIC X(04).
001290                 05  FILLER                  PIC X(19).
001300                 05  AUD-Run-Date-Num-X      PIC X(08).
001310                 05  AUD-Run-Date-Num Redefines AUD-Run-Date-Num-X
001320                                             PIC 9(08).
001330                 05  FILLER                  PIC X(39).
001340                 05  AUD-Net-Pay-X           PIC X(09).
001350                 05  AUD-Net-Pay Redefines AUD-Net-Pay-X
001360                                             PIC 9(7)V9(2).
001370                 05  FILLER                  PIC X(746).
001371
001372*        THE SUPPLEMENTAL RUN'S AUDIT RECORD; ONLY THE RUN DATE
001373*        AND THE NET PAY ARE PICKED APART.
001374         FD  SuppAuditFile.
001375             01  Supp-Audit-Record.
001376                 05  SPA-Employee-ID         PIC X(06).
001377                 05  FILLER                  PIC X(32).
001378                 05  SPA-Run-Date-X          PIC X(08).
001379                 05  SPA-Run-Date-Num Redefines SPA-Run-Date-X
001380                                             PIC 9(08).
001381                 05  FILLER                  PIC X(42).
001382                 05  SPA-Net-Pay-X           PIC X(09).
001383                 05  SPA-Net-Pay Redefines SPA-Net-Pay-X
001384                                             PIC 9(7)V9(2).
001385                 05  FILLER                  PIC X(344).
001386
001390         FD  YTDHistFile.
001400             Copy "YTDHIST.cpy".
001410
001420         FD  CheckHistFile.
001430             Copy "CHKHIST.cpy".
001440
001450         FD  ChgArchiveFile.
001460             01  Chg-Archive-Record          PIC X(901).
001470
001480         FD  AuditArchiveFile.
001490             01  Audit-Archive-Record        PIC X(901).
001500
001510         FD  YTHArchiveFile.
001520             01  YTH-Archive-Record          PIC X(901).
001530
001540         FD  ChkArchiveFile.
001550             01  Chk-Archive-Record          PIC X(901).
001552
001554         FD  SuppArchiveFile.
001556             01  Supp-Archive-Record         PIC X(901).
001560
001570*        THE RECORDS BEING KEPT, UNLOADED HERE WHILE THE LIVE FILE
001580*        IS EMPTIED AND THEN RELOADED FROM HERE.
001590         FD  RetainWorkFile.
001600             01  Retain-Work-Record          PIC X(900).
001610
001620         FD  RetentionReportFile.
001630             01  Retention-Report-Record     PIC X(132).
001640
001650     Working-Storage Section.
001660     01  WS-File-Status          PIC 9(2).
001670     01  More-Live-Records       PIC X(1) value 'Y'.
001680         88  No-More-Live-Records         value 'N'.
001690     01  More-Work-Records       PIC X(1) value 'Y'.
001700         88  No-More-Work-Records         value 'N'.
001710
001720     Copy "ARCREC.cpy".
001730
001740     01  RT-Switches.
001750         05  RT-Live-Sw          PIC X(1) value 'N'.
001760             88  RT-Live-Run              value 'Y'.
001770
001780     01  RT-Run-Date.
001790         05  RT-Run-Year         PIC 9(4).
001800         05  RT-Run-Month        PIC 9(2).
001810         05  RT-Run-Day          PIC 9(2).
001820     01  RT-Run-Date-Num Redefines RT-Run-Date
001830                             PIC 9(8).
001840     01  RT-Run-Date-Display     PIC X(10).
001850     01  RT-Period-ID            PIC 9(6) value zero.
001860
001870*        THE YEARS TO KEEP, FROM THE PARAMETER RECORD.
001880     01  RT-Retention.
001890         05  RT-Chg-Years        PIC 9(2) value zero.
001900         05  RT-Audit-Years      PIC 9(2) value zero.
001910         05  RT-YTH-Years        PIC 9(2) value zero.
001920         05  RT-Chk-Years        PIC 9(2) value zero.
001925         05  RT-Supp-Years       PIC 9(2) value zero.
001930
001940*        RT-FILE-WORK -- the file being processed.  A record dated
001950*        before the cutoff date (before the cutoff year for YTD
001960*        history) has expired.
001970     01  RT-File-Work.
001980         05  RT-File-Label       PIC X(16).
001990         05  RT-Years            PIC 9(2).
002000         05  RT-Cutoff.
002010             10  RT-Cutoff-Year  PIC 9(4).
002020             10  RT-Cutoff-Month PIC 9(2).
002030             10  RT-Cutoff-Day   PIC 9(2).
002040         05  RT-Cutoff-Date Redefines RT-Cutoff
002050                                 PIC 9(8).
002060         05  RT-Read             PIC 9(9).
002070         05  RT-Archived         PIC 9(9).
002080         05  RT-Kept             PIC 9(9).
002090         05  RT-Reloaded         PIC 9(9).
002100         05  RT-Date-Hash        PIC 9(15).
002110         05  RT-Amount-Hash      PIC 9(13)V9(2).
002120
002130     01  RT-Record-Date          PIC 9(8).
002140     01  RT-Record-Amount        PIC 9(7)V9(2).
002150     01  RT-Audit-Date.
002160         05  RT-Audit-Year       PIC 9(4).
002170         05  RT-Audit-Month      PIC 9(2).
002180         05  RT-Audit-Day        PIC 9(2).
002190     01  RT-Audit-Date-Num Redefines RT-Audit-Date
002200                             PIC 9(8).
002210
002220     01  RT-Grand-Totals.
002230         05  RT-Grand-Archived   PIC 9(9) value zero.
002240         05  RT-Grand-Kept       PIC 9(9) value zero.
002250         05  RT-Foot-Errors      PIC 9(3) value zero.
002260
002270     01  RT-Report-Line.
002280         05  RT-Report-Label     PIC X(40).
002290         05  RT-Report-Value-X   PIC X(22).
002300         05  RT-Report-Count Redefines RT-Report-Value-X
002310                                 PIC ZZZ,ZZZ,ZZ9.
002320         05  RT-Report-Hash Redefines RT-Report-Value-X
002330                                 PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
002340         05  RT-Report-Amount Redefines RT-Report-Value-X
002350                                 PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
002360
002370 Procedure Division.
002380
002390*-----------------------------------------------------------------
002400*  0000-MAINLINE
002410*-----------------------------------------------------------------
002420 0000-Mainline.
002430     Perform 1000-Initialization
002440         Thru 1000-Exit.
002450     Perform 2000-Purge-Change-History
002460         Thru 2000-Exit.
002470     Perform 3000-Purge-Audit-Trail
002480         Thru 3000-Exit.
002490     Perform 4000-Purge-YTD-History
002500         Thru 4000-Exit.
002510     Perform 5000-Purge-Check-History
002520         Thru 5000-Exit.
002523     Perform 6000-Purge-Supp-Audit
002526         Thru 6000-Exit.
002530     Perform 8000-Write-Totals
002540         Thru 8000-Exit.
002550     Perform 9000-Termination
002560         Thru 9000-Exit.
002570     Stop Run.
002580
002590 1000-Initialization.
002600     Accept RT-Run-Date From Date YYYYMMDD.
002610     String RT-Run-Month  Delimited By Size
002620            '/'           Delimited By Size
002630            RT-Run-Day     Delimited By Size
002640            '/'           Delimited By Size
002650            RT-Run-Year    Delimited By Size
002660            Into RT-Run-Date-Display.
002670     Perform 1050-Verify-Run-Control Thru 1050-Exit.
002680     Perform 1100-Load-Retention-Parm Thru 1100-Exit.
002690     Open Output RetentionReportFile.
002700     Perform 9800-File-Validation Thru 9800-Exit.
002710     Perform 9700-Write-Report-Headings Thru 9700-Exit.
002720 1000-Exit.
002730     Exit.
002740
002750*-----------------------------------------------------------------
002760*  1050-VERIFY-RUN-CONTROL -- the history files are not
002770*  rebuilt under a raise or supplemental run that is still
002780*  writing to them.  Retention is not a cycle step, so nothing
002790*  is stamped.
002800*-----------------------------------------------------------------
002810 1050-Verify-Run-Control.
002820     Compute RT-Period-ID =
002830         (RT-Run-Year * 100) + RT-Run-Month.
002840     Open Input RunControlFile.
002850     If WS-File-Status Not = 00
002860         Go To 1050-Exit
002870     End-If.
002880     Read RunControlFile
002890         At End
002900             Move Zero To RC-Period-ID
002910     End-Read.
002920     Close RunControlFile.
002930     If RC-Period-ID Not = RT-Period-ID
002940         Go To 1050-Exit
002950     End-If.
002960     If RC-Raise-Started
002970         Display 'RAISE RUN IN PROGRESS FOR PERIOD '
002980                 RC-Period-ID ' - RETENTION RUN REFUSED'
002990         Move 8 To Return-Code
003000         Stop Run
003010     End-If.
003020     If RC-Supp-Started
003030         Display 'SUPPLEMENTAL RUN IN PROGRESS FOR PERIOD '
003040                 RC-Period-ID ' - RETENTION RUN REFUSED'
003050         Move 8 To Return-Code
003060         Stop Run
003070     End-If.
003080 1050-Exit.
003090     Exit.
003100
003110*-----------------------------------------------------------------
003120*  1100-LOAD-RETENTION-PARM -- records are only ever deleted
003130*  against a parameter record someone has put in place; with
003140*  none the run is refused.
003150*-----------------------------------------------------------------
003160 1100-Load-Retention-Parm.
003170     Open Input RetentionParmFile.
003180     If WS-File-Status Not = 00
003190         Display 'NO RETENTION PARAMETER RECORD - RUN REFUSED'
003200         Move 8 To Return-Code
003210         Stop Run
003220     End-If.
003230     Read RetentionParmFile
003240         At End
003250             Display 'RETENTION PARAMETER FILE EMPTY - '
003260                     'RUN REFUSED'
003270             Move 8 To Return-Code
003280             Close RetentionParmFile
003290             Stop Run
003300     End-Read.
003310     Close RetentionParmFile.
003320     If RTP-Live-Run
003330         Set RT-Live-Run To True
003340     End-If.
003350     If RTP-Chg-Years-X Numeric
003360         Move RTP-Chg-Years To RT-Chg-Years
003370     End-If.
003380     If RTP-Audit-Years-X Numeric
003390         Move RTP-Audit-Years To RT-Audit-Years
003400     End-If.
003410     If RTP-YTH-Years-X Numeric
003420         Move RTP-YTH-Years To RT-YTH-Years
003430     End-If.
003440     If RTP-Chk-Years-X Numeric
003450         Move RTP-Chk-Years To RT-Chk-Years
003460     End-If.
003462     If RTP-Supp-Years-X Numeric
003464         Move RTP-Supp-Years To RT-Supp-Years
003466     End-If.
003470 1100-Exit.
003480     Exit.
003490
003500*-----------------------------------------------------------------
003510*  2000-PURGE-CHANGE-HISTORY -- a change record expires on its
003520*  change date.
003530*-----------------------------------------------------------------
003540 2000-Purge-Change-History.
003550     Move 'CHANGE HISTORY' To RT-File-Label.
003560     Move RT-Chg-Years To RT-Years.
003570     Perform 7000-Start-File Thru 7000-Exit.
003580     If RT-Years = Zero
003590         Go To 2000-Exit
003600     End-If.
003610     Open Input ChangeHistFile.
003620     If WS-File-Status Not = 00
003630         Perform 7050-Report-File-Missing Thru 7050-Exit
003640         Go To 2000-Exit
003650     End-If.
003660     If RT-Live-Run
003670         Open Output ChgArchiveFile
003680         Perform 9800-File-Validation Thru 9800-Exit
003690         Perform 7100-Build-Archive-Header Thru 7100-Exit
003700         Move Archive-Record To Chg-Archive-Record
003710         Write Chg-Archive-Record
003720         Open Output RetainWorkFile
003730         Perform 9800-File-Validation Thru 9800-Exit
003740     End-If.
003750     Move 'Y' To More-Live-Records.
003760     Perform 2100-Sort-Change-Record Thru 2100-Exit
003770         Until No-More-Live-Records.
003780     Close ChangeHistFile.
003790     If RT-Live-Run
003800         Perform 7200-Build-Archive-Trailer Thru 7200-Exit
003810         Move Archive-Record To Chg-Archive-Record
003820         Write Chg-Archive-Record
003830         Close ChgArchiveFile
003840         Close RetainWorkFile
003850         Perform 2200-Reload-Change-History Thru 2200-Exit
003860     End-If.
003870     Perform 7800-Write-File-Summary Thru 7800-Exit.
003880 2000-Exit.
003890     Exit.
003900
003910 2100-Sort-Change-Record.
003920     Read ChangeHistFile Next Record
003930         At End
003940             Set No-More-Live-Records To True
003950             Go To 2100-Exit
003960     End-Read.
003970     Add 1 To RT-Read.
003980     If Chg-Date < RT-Cutoff-Date
003990         Move Chg-Date To RT-Record-Date
004000         Move Zero To RT-Record-Amount
004010         Perform 7300-Count-Expired Thru 7300-Exit
004020         If RT-Live-Run
004030             Move Change-History-Record To Arc-Data
004040             Move Archive-Record To Chg-Archive-Record
004050             Write Chg-Archive-Record
004060         End-If
004070     Else
004080         Add 1 To RT-Kept
004090         If RT-Live-Run
004100             Move Change-History-Record To Retain-Work-Record
004110             Write Retain-Work-Record
004120         End-If
004130     End-If.
004140 2100-Exit.
004150     Exit.
004160
004170*-----------------------------------------------------------------
004180*  2200-RELOAD-CHANGE-HISTORY -- opening the indexed file for
004190*  output empties it; the kept records go back in key order,
004200*  the order they were unloaded in.
004210*-----------------------------------------------------------------
004220 2200-Reload-Change-History.
004230     Open Output ChangeHistFile.
004240     Perform 9800-File-Validation Thru 9800-Exit.
004250     Open Input RetainWorkFile.
004260     Perform 9800-File-Validation Thru 9800-Exit.
004270     Move 'Y' To More-Work-Records.
004280     Perform 2210-Reload-Change-Record Thru 2210-Exit
004290         Until No-More-Work-Records.
004300     Close RetainWorkFile.
004310     Close ChangeHistFile.
004320 2200-Exit.
004330     Exit.
004340
004350 2210-Reload-Change-Record.
004360     Read RetainWorkFile
004370         At End
004380             Set No-More-Work-Records To True
004390             Go To 2210-Exit
004400     End-Read.
004410     Move Retain-Work-Record To Change-History-Record.
004420     Write Change-History-Record.
004430     Perform 9800-File-Validation Thru 9800-Exit.
004440     Add 1 To RT-Reloaded.
004450 2210-Exit.
004460     Exit.
004470
004480*-----------------------------------------------------------------
004490*  3000-PURGE-AUDIT-TRAIL -- an audit record expires on the date
004500*  of the raise run that wrote it.  One whose date cannot be
004510*  read is kept.
004520*-----------------------------------------------------------------
004530 3000-Purge-Audit-Trail.
004540     Move 'AUDIT TRAIL' To RT-File-Label.
004550     Move RT-Audit-Years To RT-Years.
004560     Perform 7000-Start-File Thru 7000-Exit.
004570     If RT-Years = Zero
004580         Go To 3000-Exit
004590     End-If.
004600     Open Input AuditFile.
004610     If WS-File-Status Not = 00
004620         Perform 7050-Report-File-Missing Thru 7050-Exit
004630         Go To 3000-Exit
004640     End-If.
004650     If RT-Live-Run
004660         Open Output AuditArchiveFile
004670         Perform 9800-File-Validation Thru 9800-Exit
004680         Perform 7100-Build-Archive-Header Thru 7100-Exit
004690         Move Archive-Record To Audit-Archive-Record
004700         Write Audit-Archive-Record
004710         Open Output RetainWorkFile
004720         Perform 9800-File-Validation Thru 9800-Exit
004730     End-If.
004740     Move 'Y' To More-Live-Records.
004750     Perform 3100-Sort-Audit-Record Thru 3100-Exit
004760         Until No-More-Live-Records.
004770     Close AuditFile.
004780     If RT-Live-Run
004790         Perform 7200-Build-Archive-Trailer Thru 7200-Exit
004800         Move Archive-Record To Audit-Archive-Record
004810         Write Audit-Archive-Record
004820         Close AuditArchiveFile
004830         Close RetainWorkFile
004840         Perform 3200-Reload-Audit-Trail Thru 3200-Exit
004850     End-If.
004860     Perform 7800-Write-File-Summary Thru 7800-Exit.
004870 3000-Exit.
004880     Exit.
004890
004900 3100-Sort-Audit-Record.
004910     Read AuditFile
004920         At End
004930             Set No-More-Live-Records To True
004940             Go To 3100-Exit
004950     End-Read.
004960     Add 1 To RT-Read.
004970     Move Zero To RT-Record-Date.
004980     If AUD-Run-Date-Num-X Numeric
004990         Move AUD-Run-Date-Num To RT-Record-Date
005000     Else
005010         If AUD-Run-YYYY-X Numeric
005020             And AUD-Run-MM-X Numeric
005030             And AUD-Run-DD-X Numeric
005040             Move AUD-Run-YYYY-X To RT-Audit-Year
005050             Move AUD-Run-MM-X   To RT-Audit-Month
005060             Move AUD-Run-DD-X   To RT-Audit-Day
005070             Move RT-Audit-Date-Num To RT-Record-Date
005080         End-If
005090     End-If.
005100     If RT-Record-Date > Zero
005110         And RT-Record-Date < RT-Cutoff-Date
005120         Move Zero To RT-Record-Amount
005130         If AUD-Net-Pay-X Numeric
005140             Move AUD-Net-Pay To RT-Record-Amount
005150         End-If
005160         Perform 7300-Count-Expired Thru 7300-Exit
005170         If RT-Live-Run
005180             Move Audit-Record To Arc-Data
005190             Move Archive-Record To Audit-Archive-Record
005200             Write Audit-Archive-Record
005210         End-If
005220     Else
005230         Add 1 To RT-Kept
005240         If RT-Live-Run
005250             Move Audit-Record To Retain-Work-Record
005260             Write Retain-Work-Record
005270         End-If
005280     End-If.
005290 3100-Exit.
005300     Exit.
005310
005320 3200-Reload-Audit-Trail.
005330     Open Output AuditFile.
005340     Perform 9800-File-Validation Thru 9800-Exit.
005350     Open Input RetainWorkFile.
005360     Perform 9800-File-Validation Thru 9800-Exit.
005370     Move 'Y' To More-Work-Records.
005380     Perform 3210-Reload-Audit-Record Thru 3210-Exit
005390         Until No-More-Work-Records.
005400     Close RetainWorkFile.
005410     Close AuditFile.
005420 3200-Exit.
005430     Exit.
005440
005450 3210-Reload-Audit-Record.
005460     Read RetainWorkFile
005470         At End
005480             Set No-More-Work-Records To True
005490             Go To 3210-Exit
005500     End-Read.
005510     Move Retain-Work-Record To Audit-Record.
005520     Write Audit-Record.
005530     Add 1 To RT-Reloaded.
005540 3210-Exit.
005550     Exit.
005560
005570*-----------------------------------------------------------------
005580*  4000-PURGE-YTD-HISTORY -- a closed year expires when it is
005590*  older than the years kept, counted back from this year.
005600*-----------------------------------------------------------------
005610 4000-Purge-YTD-History.
005620     Move 'YTD HISTORY' To RT-File-Label.
005630     Move RT-YTH-Years To RT-Years.
005640     Perform 7000-Start-File Thru 7000-Exit.
005650     If RT-Years = Zero
005660         Go To 4000-Exit
005670     End-If.
005680     Open Input YTDHistFile.
005690     If WS-File-Status Not = 00
005700         Perform 7050-Report-File-Missing Thru 7050-Exit
005710         Go To 4000-Exit
005720     End-If.
005730     If RT-Live-Run
005740         Open Output YTHArchiveFile
005750         Perform 9800-File-Validation Thru 9800-Exit
005760         Perform 7100-Build-Archive-Header Thru 7100-Exit
005770         Move Archive-Record To YTH-Archive-Record
005780         Write YTH-Archive-Record
005790         Open Output RetainWorkFile
005800         Perform 9800-File-Validation Thru 9800-Exit
005810     End-If.
005820     Move 'Y' To More-Live-Records.
005830     Perform 4100-Sort-YTD-History-Record Thru 4100-Exit
005840         Until No-More-Live-Records.
005850     Close YTDHistFile.
005860     If RT-Live-Run
005870         Perform 7200-Build-Archive-Trailer Thru 7200-Exit
005880         Move Archive-Record To YTH-Archive-Record
005890         Write YTH-Archive-Record
005900         Close YTHArchiveFile
005910         Close RetainWorkFile
005920         Perform 4200-Reload-YTD-History Thru 4200-Exit
005930     End-If.
005940     Perform 7800-Write-File-Summary Thru 7800-Exit.
005950 4000-Exit.
005960     Exit.
005970
005980 4100-Sort-YTD-History-Record.
005990     Read YTDHistFile Next Record
006000         At End
006010             Set No-More-Live-Records To True
006020             Go To 4100-Exit
006030     End-Read.
006040     Add 1 To RT-Read.
006050     If YTH-Year < RT-Cutoff-Year
006060         Move YTH-Year  To RT-Record-Date
006070         Move YTH-Gross To RT-Record-Amount
006080         Perform 7300-Count-Expired Thru 7300-Exit
006090         If RT-Live-Run
006100             Move YTD-History-Record To Arc-Data
006110             Move Archive-Record To YTH-Archive-Record
006120             Write YTH-Archive-Record
006130         End-If
006140     Else
006150         Add 1 To RT-Kept
006160         If RT-Live-Run
006170             Move YTD-History-Record To Retain-Work-Record
006180             Write Retain-Work-Record
006190         End-If
006200     End-If.
006210 4100-Exit.
006220     Exit.
006230
006240 4200-Reload-YTD-History.
006250     Open Output YTDHistFile.
006260     Perform 9800-File-Validation Thru 9800-Exit.
006270     Open Input RetainWorkFile.
006280     Perform 9800-File-Validation Thru 9800-Exit.
006290     Move 'Y' To More-Work-Records.
006300     Perform 4210-Reload-YTD-History-Record Thru 4210-Exit
006310         Until No-More-Work-Records.
006320     Close RetainWorkFile.
006330     Close YTDHistFile.
006340 4200-Exit.
006350     Exit.
006360
006370 4210-Reload-YTD-History-Record.
006380     Read RetainWorkFile
006390         At End
006400             Set No-More-Work-Records To True
006410             Go To 4210-Exit
006420     End-Read.
006430     Move Retain-Work-Record To YTD-History-Record.
006440     Write YTD-History-Record.
006450     Perform 9800-File-Validation Thru 9800-Exit.
006460     Add 1 To RT-Reloaded.
006470 4210-Exit.
006480     Exit.
006490
006500*-----------------------------------------------------------------
006510*  5000-PURGE-CHECK-HISTORY -- a check expires on its issue date,
006520*  but only once it is settled: cleared or voided.  A check
006530*  still outstanding or stale-dated is kept whatever its age,
006540*  since the money is still owed to the payee.
006550*-----------------------------------------------------------------
006560 5000-Purge-Check-History.
006570     Move 'CHECK HISTORY' To RT-File-Label.
006580     Move RT-Chk-Years To RT-Years.
006590     Perform 7000-Start-File Thru 7000-Exit.
006600     If RT-Years = Zero
006610         Go To 5000-Exit
006620     End-If.
006630     Open Input CheckHistFile.
006640     If WS-File-Status Not = 00
006650         Perform 7050-Report-File-Missing Thru 7050-Exit
006660         Go To 5000-Exit
006670     End-If.
006680     If RT-Live-Run
006690         Open Output ChkArchiveFile
006700         Perform 9800-File-Validation Thru 9800-Exit
006710         Perform 7100-Build-Archive-Header Thru 7100-Exit
006720         Move Archive-Record To Chk-Archive-Record
006730         Write Chk-Archive-Record
006740         Open Output RetainWorkFile
006750         Perform 9800-File-Validation Thru 9800-Exit
006760     End-If.
006770     Move 'Y' To More-Live-Records.
006780     Perform 5100-Sort-Check-Record Thru 5100-Exit
006790         Until No-More-Live-Records.
006800     Close CheckHistFile.
006810     If RT-Live-Run
006820         Perform 7200-Build-Archive-Trailer Thru 7200-Exit
006830         Move Archive-Record To Chk-Archive-Record
006840         Write Chk-Archive-Record
006850         Close ChkArchiveFile
006860         Close RetainWorkFile
006870         Perform 5200-Reload-Check-History Thru 5200-Exit
006880     End-If.
006890     Perform 7800-Write-File-Summary Thru 7800-Exit.
006900 5000-Exit.
006910     Exit.
006920
006930 5100-Sort-Check-Record.
006940     Read CheckHistFile Next Record
006950         At End
006960             Set No-More-Live-Records To True
006970             Go To 5100-Exit
006980     End-Read.
006990     Add 1 To RT-Read.
007000     If Chk-Issue-Date < RT-Cutoff-Date
007010         And (Chk-Cleared Or Chk-Voided)
007020         Move Chk-Issue-Date To RT-Record-Date
007030         Move Chk-Net-Amount To RT-Record-Amount
007040         Perform 7300-Count-Expired Thru 7300-Exit
007050         If RT-Live-Run
007060             Move Check-History-Record To Arc-Data
007070             Move Archive-Record To Chk-Archive-Record
007080             Write Chk-Archive-Record
007090         End-If
007100     Else
007110         Add 1 To RT-Kept
007120         If RT-Live-Run
007130             Move Check-History-Record To Retain-Work-Record
007140             Write Retain-Work-Record
007150         End-If
007160     End-If.
007170 5100-Exit.
007180     Exit.
007190
007200 5200-Reload-Check-History.
007210     Open Output CheckHistFile.
007220     Perform 9800-File-Validation Thru 9800-Exit.
007230     Open Input RetainWorkFile.
007240     Perform 9800-File-Validation Thru 9800-Exit.
007250     Move 'Y' To More-Work-Records.
007260     Perform 5210-Reload-Check-Record Thru 5210-Exit
007270         Until No-More-Work-Records.
007280     Close RetainWorkFile.
007290     Close CheckHistFile.
007300 5200-Exit.
007310     Exit.
007320
007330 5210-Reload-Check-Record.
007340     Read RetainWorkFile
007350         At End
007360             Set No-More-Work-Records To True
007370             Go To 5210-Exit
007380     End-Read.
007390     Move Retain-Work-Record To Check-History-Record.
007400     Write Check-History-Record.
007410     Perform 9800-File-Validation Thru 9800-Exit.
007420     Add 1 To RT-Reloaded.
007430 5210-Exit.
007440     Exit.
007441
007442*-----------------------------------------------------------------
007443*  6000-PURGE-SUPP-AUDIT -- a supplemental audit record expires on
007444*  the date of the supplemental run that wrote it.  One whose date
007445*  cannot be read is kept.  The remittance program reads only the
007446*  latest run, so any years kept leave it what it needs.
007447*-----------------------------------------------------------------
007448 6000-Purge-Supp-Audit.
007449     Move 'SUPP AUDIT' To RT-File-Label.
007450     Move RT-Supp-Years To RT-Years.
007451     Perform 7000-Start-File Thru 7000-Exit.
007452     If RT-Years = Zero
007453         Go To 6000-Exit
007454     End-If.
007455     Open Input SuppAuditFile.
007456     If WS-File-Status Not = 00
007457         Perform 7050-Report-File-Missing Thru 7050-Exit
007458         Go To 6000-Exit
007459     End-If.
007460     If RT-Live-Run
007461         Open Output SuppArchiveFile
007462         Perform 9800-File-Validation Thru 9800-Exit
007463         Perform 7100-Build-Archive-Header Thru 7100-Exit
007464         Move Archive-Record To Supp-Archive-Record
007465         Write Supp-Archive-Record
007466         Open Output RetainWorkFile
007467         Perform 9800-File-Validation Thru 9800-Exit
007468     End-If.
007469     Move 'Y' To More-Live-Records.
007470     Perform 6100-Sort-Supp-Audit-Record Thru 6100-Exit
007471         Until No-More-Live-Records.
007472     Close SuppAuditFile.
007473     If RT-Live-Run
007474         Perform 7200-Build-Archive-Trailer Thru 7200-Exit
007475         Move Archive-Record To Supp-Archive-Record
007476         Write Supp-Archive-Record
007477         Close SuppArchiveFile
007478         Close RetainWorkFile
007479         Perform 6200-Reload-Supp-Audit Thru 6200-Exit
007480     End-If.
007481     Perform 7800-Write-File-Summary Thru 7800-Exit.
007482 6000-Exit.
007483     Exit.
007484
007485 6100-Sort-Supp-Audit-Record.
007486     Read SuppAuditFile
007487         At End
007488             Set No-More-Live-Records To True
007489             Go To 6100-Exit
007490     End-Read.
007491     Add 1 To RT-Read.
007492     Move Zero To RT-Record-Date.
007493     If SPA-Run-Date-X Numeric
007494         Move SPA-Run-Date-Num To RT-Record-Date
007495     End-If.
007496     If RT-Record-Date > Zero
007497         And RT-Record-Date < RT-Cutoff-Date
007498         Move Zero To RT-Record-Amount
007499         If SPA-Net-Pay-X Numeric
007500             Move SPA-Net-Pay To RT-Record-Amount
007501         End-If
007502         Perform 7300-Count-Expired Thru 7300-Exit
007503         If RT-Live-Run
007504             Move Supp-Audit-Record To Arc-Data
007505             Move Archive-Record To Supp-Archive-Record
007506             Write Supp-Archive-Record
007507         End-If
007508     Else
007509         Add 1 To RT-Kept
007510         If RT-Live-Run
007511             Move Supp-Audit-Record To Retain-Work-Record
007512             Write Retain-Work-Record
007513         End-If
007514     End-If.
007515 6100-Exit.
007516     Exit.
007517
007518 6200-Reload-Supp-Audit.
007519     Open Output SuppAuditFile.
007520     Perform 9800-File-Validation Thru 9800-Exit.
007521     Open Input RetainWorkFile.
007522     Perform 9800-File-Validation Thru 9800-Exit.
007523     Move 'Y' To More-Work-Records.
007524     Perform 6210-Reload-Supp-Audit-Record Thru 6210-Exit
007525         Until No-More-Work-Records.
007526     Close RetainWorkFile.
007527     Close SuppAuditFile.
007528 6200-Exit.
007529     Exit.
007530
007531 6210-Reload-Supp-Audit-Record.
007532     Read RetainWorkFile
007533         At End
007534             Set No-More-Work-Records To True
007535             Go To 6210-Exit
007536     End-Read.
007537     Move Retain-Work-Record To Supp-Audit-Record.
007538     Write Supp-Audit-Record.
007539     Add 1 To RT-Reloaded.
007540 6210-Exit.
007541     Exit.
007542
007543*-----------------------------------------------------------------
007544*  7000-START-FILE -- clear the file's counts and work out its
007545*  cutoff: today's date the kept number of years back.  A file
007546*  with no years set is reported as kept in full.
007547*-----------------------------------------------------------------
007548 7000-Start-File.
007549     Initialize RT-Read RT-Archived RT-Kept RT-Reloaded
007550                RT-Date-Hash RT-Amount-Hash.
007551     Move RT-Run-Date-Num To RT-Cutoff-Date.
007552     Subtract RT-Years From RT-Cutoff-Year.
007560     Move Spaces To Retention-Report-Record.
007570     Write Retention-Report-Record.
007580     Move Spaces To RT-Report-Line.
007590     Move RT-File-Label To RT-Report-Label.
007600     Move RT-Report-Line To Retention-Report-Record.
007610     Write Retention-Report-Record.
007620     If RT-Years = Zero
007630         Move Spaces To Retention-Report-Record
007640         Move '    NO RETENTION SET - FILE KEPT IN FULL'
007650             To Retention-Report-Record
007660         Write Retention-Report-Record
007670         Go To 7000-Exit
007680     End-If.
007690     Move '    YEARS KEPT' To RT-Report-Label.
007700     Move RT-Years To RT-Report-Count.
007710     Perform 7900-Write-Report-Line Thru 7900-Exit.
007720     Move '    CUTOFF - RECORDS DATED BEFORE' To RT-Report-Label.
007730     Move Spaces To RT-Report-Value-X.
007740     Move RT-Cutoff-Date To RT-Report-Value-X.
007750     Perform 7900-Write-Report-Line Thru 7900-Exit.
007760 7000-Exit.
007770     Exit.
007780
007790 7050-Report-File-Missing.
007800     Move Spaces To Retention-Report-Record.
007810     Move '    FILE NOT ON HAND - NOTHING TO PURGE'
007820         To Retention-Report-Record.
007830     Write Retention-Report-Record.
007840 7050-Exit.
007850     Exit.
007860
007870 7100-Build-Archive-Header.
007880     Move Spaces To Archive-Record.
007890     Set Arc-Header To True.
007900     Move RT-File-Label   To Arc-File-Name.
007910     Move RT-Run-Date-Num To Arc-Archive-Date.
007920     Move RT-Cutoff-Date  To Arc-Cutoff-Date.
007930     Move RT-Years        To Arc-Retain-Years.
007940 7100-Exit.
007950     Exit.
007960
007970 7200-Build-Archive-Trailer.
007980     Move Spaces To Archive-Record.
007990     Set Arc-Trailer To True.
008000     Move RT-Archived    To Arc-Record-Count.
008010     Move RT-Date-Hash   To Arc-Date-Hash.
008020     Move RT-Amount-Hash To Arc-Amount-Hash.
008030 7200-Exit.
008040     Exit.
008050
008060*-----------------------------------------------------------------
008070*  7300-COUNT-EXPIRED -- the caller has set the record's date and
008080*  amount for the hash totals.
008090*-----------------------------------------------------------------
008100 7300-Count-Expired.
008110     Add 1 To RT-Archived.
008120     Add RT-Record-Date   To RT-Date-Hash.
008130     Add RT-Record-Amount To RT-Amount-Hash.
008140     Set Arc-Detail To True.
008150 7300-Exit.
008160     Exit.
008170
008180*-----------------------------------------------------------------
008190*  7800-WRITE-FILE-SUMMARY -- the counts and hashes that prove
008200*  the file: read = archived + kept, and on a live run reloaded
008210*  = kept.  The archive trailer carries the same count and
008220*  hashes for whoever reads the archive back.
008230*-----------------------------------------------------------------
008240 7800-Write-File-Summary.
008250     Move '    RECORDS READ' To RT-Report-Label.
008260     Move RT-Read To RT-Report-Count.
008270     Perform 7900-Write-Report-Line Thru 7900-Exit.
008280     If RT-Live-Run
008290         Move '    RECORDS ARCHIVED' To RT-Report-Label
008300     Else
008310         Move '    RECORDS THAT WOULD BE ARCHIVED'
008320             To RT-Report-Label
008330     End-If.
008340     Move RT-Archived To RT-Report-Count.
008350     Perform 7900-Write-Report-Line Thru 7900-Exit.
008360     Move '    RECORDS KEPT' To RT-Report-Label.
008370     Move RT-Kept To RT-Report-Count.
008380     Perform 7900-Write-Report-Line Thru 7900-Exit.
008390     If RT-Live-Run
008400         Move '    RECORDS RELOADED' To RT-Report-Label
008410         Move RT-Reloaded To RT-Report-Count
008420         Perform 7900-Write-Report-Line Thru 7900-Exit
008430     End-If.
008440     Move '    ARCHIVE DATE HASH' To RT-Report-Label.
008450     Move RT-Date-Hash To RT-Report-Hash.
008460     Perform 7900-Write-Report-Line Thru 7900-Exit.
008470     Move '    ARCHIVE AMOUNT HASH' To RT-Report-Label.
008480     Move RT-Amount-Hash To RT-Report-Amount.
008490     Perform 7900-Write-Report-Line Thru 7900-Exit.
008500     Add RT-Archived To RT-Grand-Archived.
008510     Add RT-Kept     To RT-Grand-Kept.
008520     If RT-Read Not = RT-Archived + RT-Kept
008530         Or (RT-Live-Run And RT-Reloaded Not = RT-Kept)
008540         Add 1 To RT-Foot-Errors
008550         Move Spaces To Retention-Report-Record
008560         Move '    *** FILE DOES NOT FOOT - RESTORE FROM BACKUP'
008570             To Retention-Report-Record
008580         Write Retention-Report-Record
008590         Display RT-File-Label ' DOES NOT FOOT AFTER RETENTION'
008600     End-If.
008610 7800-Exit.
008620     Exit.
008630
008640 7900-Write-Report-Line.
008650     Move RT-Report-Line To Retention-Report-Record.
008660     Write Retention-Report-Record.
008670     Move Spaces To RT-Report-Line.
008680 7900-Exit.
008690     Exit.
008700
008710*-----------------------------------------------------------------
008720*  8000-WRITE-TOTALS -- return code 8 when any file failed to
008730*  foot; the night's backup is then the way back.
008740*-----------------------------------------------------------------
008750 8000-Write-Totals.
008760     Move Spaces To Retention-Report-Record.
008770     Write Retention-Report-Record.
008780     Move 'TOTAL RECORDS ARCHIVED' To RT-Report-Label.
008790     Move RT-Grand-Archived To RT-Report-Count.
008800     Perform 7900-Write-Report-Line Thru 7900-Exit.
008810     Move 'TOTAL RECORDS KEPT' To RT-Report-Label.
008820     Move RT-Grand-Kept To RT-Report-Count.
008830     Perform 7900-Write-Report-Line Thru 7900-Exit.
008840     Move 'FILES NOT FOOTING' To RT-Report-Label.
008850     Move RT-Foot-Errors To RT-Report-Count.
008860     Perform 7900-Write-Report-Line Thru 7900-Exit.
008870     If RT-Foot-Errors > Zero
008880         Move 8 To Return-Code
008890     End-If.
008900 8000-Exit.
008910     Exit.
008920
008930 9000-Termination.
008940     Close RetentionReportFile.
008950 9000-Exit.
008960     Exit.
008970
008980*-----------------------------------------------------------------
008990*  9700-WRITE-REPORT-HEADINGS
009000*-----------------------------------------------------------------
009010 9700-Write-Report-Headings.
009020     Move Spaces To Retention-Report-Record.
009030     String 'RECORDS RETENTION REPORT - RUN DATE '
009040            Delimited By Size
009050            RT-Run-Date-Display Delimited By Size
009060            Into Retention-Report-Record.
009070     Write Retention-Report-Record.
009080     Move Spaces To Retention-Report-Record.
009090     If RT-Live-Run
009100         Move 'LIVE RUN - EXPIRED RECORDS ARCHIVED AND PURGED'
009110             To Retention-Report-Record
009120     Else
009130         Move 'TRIAL RUN - NO FILE IS CHANGED'
009140             To Retention-Report-Record
009150     End-If.
009160     Write Retention-Report-Record.
009170 9700-Exit.
009180     Exit.
009190
009200 9800-File-Validation.
009210     If WS-File-Status Not = Zero
009220         Display 'FILE ERROR - STATUS CODE ' WS-File-Status
009230         Stop Run
009240     End-If.
009250 9800-Exit.
009260     Exit.
009270
009280 End Program RetentionPurge.
