001523*                     IS NOW CLEARED IN 4400, SO THE MANUAL
001524*                     CHECK RUN CANNOT PAY THE SAME NET A
001525*                     SECOND TIME.
001526*  10/15/2026  AJD    EMPLOYER-SIDE PAYROLL TAXES: THE RUN NOW
001527*                     FIGURES THE EMPLOYER FICA MATCH, FUTA AND
001528*                     SUTA FOR EACH EMPLOYEE, EACH STOPPING AT
001529*                     ITS ANNUAL WAGE BASE AGAINST YTD-GROSS ON
001530*                     THE YTD MASTER.  THEY ARE CHARGED TO EACH
001531*                     DEPARTMENT'S EXPENSE AND LIABILITY
001532*                     ACCOUNTS ON THE GL DISTRIBUTION, SHOWN ON
001533*                     THE SUMMARY, AND ACCUMULATED ON THE YTD
001534*                     AND YTD HISTORY RECORDS, WHOSE LAYOUTS NOW
001535*                     COME FROM COPYBOOKS YTDREC AND YTDHIST.
001536*                     A SIMULATION READS THE YTD MASTER INPUT
001537*                     ONLY, TO PROJECT THEM.
001538*  10/15/2026  AJD    QUARTER-TO-DATE BUCKETS: 3700 NOW ALSO
001539*                     POSTS WAGES, FICA, STATE, FEDERAL AND THE
001540*                     EMPLOYER FICA MATCH TO THE CALENDAR
001541*                     QUARTER OF THE RUN DATE ON THE YTD MASTER,
001542*                     WITH THE FEDERAL DEPOSIT LIABILITY BY
001543*                     MONTH, FOR THE QUARTERLY RETURN PROGRAM.
001544*                     THE ROLLOVER CARRIES THE QUARTERS TO THE
001545*                     YTD HISTORY FILE.
001546*  10/15/2026  AJD    THE AUDIT RECORD NOW CARRIES THE UNEDITED
001547*                     POSTING FIGURES PAST THE PRINTED COLUMNS:
001548*                     RUN DATE, DEPARTMENT, GROSS, EACH
001549*                     WITHHOLDING, DEDUCTIONS TAKEN BY CODE, NET
001550*                     AND THE EMPLOYER TAXES, SO THE NEW RAISE
001551*                     BACK-OUT PROGRAM CAN REVERSE A POSTED RUN.
001552*                     A PERIOD THE BACK-OUT HAS MARKED REVERSED
001553*                     MAY BE RUN AGAIN.
001554*  10/15/2026  AJD    PAY ADVICE FOR EVERY EMPLOYEE PAID: GROSS,
001555*                     EACH WITHHOLDING WITH THE FILING STATUS AND
001556*                     DEPENDENTS USED, DEDUCTIONS BY CODE, NET PAY
001557*                     AND ITS SPLIT ACROSS ACCOUNTS (MASKED), AND
001558*                     THE YTD FIGURES.  AN EMPLOYEE PAID BY MANUAL
001559*                     CHECK IS TOLD THE CHECK IS BEING ISSUED.  NO
001560*                     ADVICES ON A SIMULATION.
001561*  10/15/2026  AJD    MANAGER RAISE RECOMMENDATIONS: AN APPROVED
001562*                     RECOMMENDATION ON THE RAISE RECOMMENDATION
001563*                     FILE REPLACES THE TIER AMOUNT IN 3000 AND IS
001564*                     MARKED USED WHEN THE MASTER IS POSTED.  THE
001565*                     REGISTER AND THE AUDIT RECORD FLAG THE MERIT
001566*                     OVERRIDE.
001567*  10/15/2026  AJD    REFUSES TO RUN WHILE THE SUPPLEMENTAL STEP
001568*                     ON THE RUN CONTROL FILE SHOWS STARTED.
001569*  10/15/2026  AJD    REFUSES TO START WHILE THE INTEGRITY STEP
001570*                     ON THE RUN CONTROL FILE SHOWS SEVERE
001571*                     PROBLEMS OPEN; WARNS WHEN IT HAS NOT BEEN
001572*                     RUN THIS PERIOD.
001573*  10/15/2026  AJD    GARNISHMENT BALANCES: A GARNISHMENT WITH A
001574*                     TOTAL OWED IS CAPPED AT ITS BALANCE
001575*                     REMAINING AND IS NO LONGER TAKEN ONCE THE
001576*                     BALANCE IS ZERO.  A LIVE RUN TAKES THE
001577*                     BALANCE DOWN BY WHAT IT WITHHELD, KEEPS THE
001578*                     AMOUNT AND DATE FOR THE MANUAL CHECK RUN,
001579*                     AND STAMPS THE DAY THE BALANCE HITS ZERO.
001580*  10/15/2026  AJD    A NEW PERIOD IS NOT OPENED WHILE A POSTED
001581*                     RAISE OR SUPPLEMENTAL RUN IS STILL WAITING
001582*                     ON THE REMITTANCE RUN.
001583*  10/15/2026  AJD    THE INTEGRITY STEP IS REQUIRED: THE RAISE
001584*                     RUN IS REFUSED UNTIL THE CHECK HAS PASSED
001585*                     FOR THE PERIOD.
001586*****************************************************************
001587
001588 Identification Division.
001589 Program-ID. Chapter4-9M.
001590     Author. AnthonyDowns.
001591     Installation. Payroll Systems.
001592     Date-Written. 03/16/2016.
001600     Date-Compiled.
001610     Security.
001620
002640                 Record Key is YTH-Key
002650                 File Status is WS-File-Status.
002660
002661             Select PayAdviceFile Assign to PAY-ADVICE
002662                 File Status is WS-File-Status
002663                 Organization is Line Sequential.
002664
002665             Select RecommendFile Assign to RAISE-RECOMMEND
002666                 Organization is Indexed
002667                 Access Mode is Dynamic
002668                 Record Key is Rec-Employee-ID
002669                 File Status is WS-File-Status.
002670
002671 Data Division.
002680     File Section.
002690         FD  EmployeeFile.
002700             Copy "EMPREC.cpy".
002870*        CLOSED PRIOR-YEAR FIGURES, MOVED HERE BY THE TURN-OF-
002880*        YEAR ROLLOVER IN 3700 BEFORE THE LIVE RECORD RESETS.
002890         FD  YTDHistFile.
002900             Copy "YTDHIST.cpy".
002910
002920*        MANAGER RAISE RECOMMENDATIONS, PASSED AGAINST THE
002930*        DEPARTMENT BUDGETS BY THE APPROVAL PROGRAM.
002940         FD  RecommendFile.
002950             Copy "RECREC.cpy".
003010
003020         FD  SalaryFile
003030             Record Contains 26 Characters.
003320                 05  PRR-Deductions          PIC $$,$$9.99.
003330                 05  FILLER                  PIC X(02).
003340                 05  PRR-Net-Pay             PIC $$$,$$9.99.
003342*                M = AN APPROVED MANAGER RECOMMENDATION REPLACED
003344*                THE TIER AMOUNT.
003346                 05  FILLER                  PIC X(02).
003348                 05  PRR-Merit-Flag          PIC X(01).
003350
003360         FD  ExceptionFile.
003370             01  Exception-Record.
003580                 05  AUD-Select-Mode         PIC X(04).
003590                 05  FILLER                  PIC X(02).
003600                 05  AUD-Select-Window       PIC X(09).
003601*                UNEDITED POSTING FIGURES, CARRIED PAST THE
003602*                PRINTED COLUMNS SO THE BACK-OUT PROGRAM CAN
003603*                REVERSE THE RUN.  READERS OF THE FIRST 88 BYTES
003604*                ARE NOT AFFECTED.  ONLY DEDUCTIONS THAT TOOK
003605*                MONEY ARE LISTED.
003606                 05  FILLER                  PIC X(02).
003607                 05  AUD-Run-Date-Num        PIC 9(08).
003608                 05  AUD-Department          PIC X(04).
003609                 05  AUD-Gross               PIC 9(4)V9(2).
003610                 05  AUD-FICA                PIC 9(4)V9(2).
003611                 05  AUD-State-Tax           PIC 9(4)V9(3).
003612                 05  AUD-Federal-Tax         PIC 9(4)V9(3).
003613                 05  AUD-Ded-Total           PIC 9(7)V9(2).
003614                 05  AUD-Net-Pay             PIC 9(7)V9(2).
003615                 05  AUD-Employer-FICA       PIC 9(5)V9(2).
003616                 05  AUD-FUTA-Amount         PIC 9(5)V9(2).
003617                 05  AUD-SUTA-Amount         PIC 9(5)V9(2).
003618                 05  AUD-Ded-Count           PIC 9(02).
003619                 05  AUD-Ded-Entry Occurs 20 Times.
003620                     10  AUD-Ded-Code        PIC X(03).
003621                     10  AUD-Ded-Desc        PIC X(20).
003622                     10  AUD-Ded-Acct        PIC X(06).
003623                     10  AUD-Ded-Amount      PIC 9(5)V9(2).
003624                 05  AUD-Merit-Override      PIC X(01).
003625                 05  AUD-Reason-Code         PIC X(02).
003626
003627         FD  ParameterFile.
003630             01  Parameter-Record.
003640                 05  PRM-Tier1-Ceiling       PIC 9(3)V9(2).
003650                 05  PRM-Tier1-Flat-Amt      PIC 9(3)V9(2).
004320                         15  CKPT-DC-Desc    PIC X(20).
004330                         15  CKPT-DC-Acct    PIC X(6).
004340                         15  CKPT-DC-Amount  PIC 9(7)V9(2).
004341*                EMPLOYER TAXES: RUN TOTALS AND THE DEPARTMENT
004342*                FIGURES, ENTRY FOR ENTRY WITH CKPT-DEPT-TABLE.
004343                 05  CKPT-ER-Totals.
004344                     10  CKPT-Total-ER-FICA  PIC 9(7)V9(2).
004345                     10  CKPT-Total-FUTA     PIC 9(7)V9(2).
004346                     10  CKPT-Total-SUTA     PIC 9(7)V9(2).
004347                 05  CKPT-Dept-ER-Table.
004348                     10  CKPT-Dept-ER-Entry Occurs 50 Times.
004349                         15  CKPT-Dept-ER-FICA
004350                                             PIC 9(7)V9(2).
004351                         15  CKPT-Dept-ER-FUTA
004352                                             PIC 9(7)V9(2).
004353                         15  CKPT-Dept-ER-SUTA
004354                                             PIC 9(7)V9(2).
004355
004360*        THE FEED IS NOW A FULL ACH FILE.  EVERY RECORD IS 96
004370*        BYTES; THE FIRST BYTE SAYS WHICH LAYOUT APPLIES:
004380*        '1' FILE HEADER, '5' BATCH HEADER, '6' ENTRY DETAIL,
005100                 05  FILLER                  PIC X(114).
005110
005120         FD  YTDFile.
005130             Copy "YTDREC.cpy".
005230
005240         FD  EligibilityReportFile.
005250             01  Eligibility-Record.
005320                 05  ELG-Window              PIC X(09).
005330                 05  FILLER                  PIC X(02).
005340                 05  ELG-Reason              PIC X(30).
005342
005344*        ONE PAY ADVICE PER EMPLOYEE PAID, PRINTED FOR MAILING.
005346         FD  PayAdviceFile.
005348             01  Pay-Advice-Record           PIC X(80).
005350
005360     Working-Storage Section.
005370     01  WS-File-Status          PIC 9(2).
005460             88  PR-Record-Invalid        value 'N'.
005470         05  PR-Restart-Switch   PIC X(1) value 'N'.
005480             88  PR-Restart-Run           value 'Y'.
005482         05  PR-Pay-Path         PIC X(1) value 'C'.
005484             88  PR-Paid-By-Check         value 'C'.
005486             88  PR-Paid-To-Master        value 'M'.
005488             88  PR-Paid-To-Split         value 'S'.
005490
005500     01  PR-Reject-Counter       PIC 9(5) value zero.
005510     01  PR-Accepted-Counter     PIC 9(5) value zero.
006390         05  PR-State-Tax-Rate   PIC 9V9(4) value 0.0500.
006400         05  PR-Federal-Tax-Rate PIC 9V9(4) value 0.1500.
006410
006411*        PR-EMPLOYER-TAX-RATES -- the company's own share.  The
006412*        employer FICA match is figured in two parts: social
006413*        security stops at its wage base, medicare has none.
006414*        FUTA and SUTA each stop at their own base.  Every base is
006415*        judged against YTD-GROSS before this run's gross is
006416*        added.  RESET THE BASES AND THE SUTA RATE EACH JANUARY
006417*        FROM THE AGENCY NOTICES.
006418     01  PR-Employer-Tax-Rates.
006419         05  PR-ER-SS-Rate       PIC 9V9(4) value 0.0620.
006420         05  PR-ER-SS-Wage-Base  PIC 9(7)V9(2) value 168600.00.
006421         05  PR-ER-Medicare-Rate PIC 9V9(4) value 0.0145.
006422         05  PR-FUTA-Rate        PIC 9V9(4) value 0.0060.
006423         05  PR-FUTA-Wage-Base   PIC 9(7)V9(2) value 7000.00.
006424         05  PR-SUTA-Rate        PIC 9V9(4) value 0.0270.
006425         05  PR-SUTA-Wage-Base   PIC 9(7)V9(2) value 9000.00.
006426
006427*        EMPLOYER TAX WORK -- this employee's figures from 3530
006428*        and the run totals for the summary.  PR-YTD-SIM-OPEN
006429*        says a simulation found a YTD master to project against.
006430     01  PR-Employer-Tax-Work.
006431         05  PR-Prior-Gross      PIC 9(7)V9(2).
006432         05  PR-ER-Wage-Base     PIC 9(7)V9(2).
006433         05  PR-ER-Taxable       PIC 9(7)V9(2).
006434         05  PR-Employer-FICA    PIC 9(5)V9(2).
006435         05  PR-FUTA-Amount      PIC 9(5)V9(2).
006436         05  PR-SUTA-Amount      PIC 9(5)V9(2).
006437     01  PR-Employer-Totals.
006438         05  PR-Total-ER-FICA    PIC 9(7)V9(2) value zero.
006439         05  PR-Total-FUTA       PIC 9(7)V9(2) value zero.
006440         05  PR-Total-SUTA       PIC 9(7)V9(2) value zero.
006441     01  PR-YTD-Sim-Sw           PIC X(1) value 'N'.
006442         88  PR-YTD-Sim-Open              value 'Y'.
006443
006444*        QUARTER AND MONTH-OF-QUARTER OF THE RUN DATE, FOR THE
006445*        QUARTER-TO-DATE BUCKETS ON THE YTD MASTER.
006446     01  PR-Qtr-Sub              PIC 9(1) value zero.
006447     01  PR-Qtr-Month-Sub        PIC 9(1) value zero.
006448     01  PR-Month-Liability      PIC 9(6)V9(2) value zero.
006449
006450     01  PR-Exemption-Amt        PIC 9(4)V9(2) value zero.
006451     01  PR-Fed-Bracket-Count    PIC 9(2) value zero.
006452     01  PR-State-Bracket-Count  PIC 9(2) value zero.
006453
006460     01  PR-Federal-Tax-Table.
006470         05  PR-Fed-Entry Occurs 20 Times.
006480             10  PR-Fed-Status   PIC X(1).
007040             10  PR-Dept-FICA    PIC 9(7)V9(2).
007050             10  PR-Dept-State   PIC 9(7)V9(3).
007060             10  PR-Dept-Fed     PIC 9(7)V9(3).
007061*        PR-DEPT-ER-TABLE -- employer taxes by department, entry
007062*        for entry alongside PR-DEPT-TABLE (same subscript).  Kept
007063*        apart so it rides at the end of the checkpoint record.
007064     01  PR-Dept-ER-Table.
007065         05  PR-Dept-ER-Entry Occurs 50 Times.
007066             10  PR-Dept-ER-FICA PIC 9(7)V9(2).
007067             10  PR-Dept-ER-FUTA PIC 9(7)V9(2).
007068             10  PR-Dept-ER-SUTA PIC 9(7)V9(2).
007070     01  PR-Dept-Sub             PIC 9(3).
007080     01  PR-Dept-Found-Sub       PIC 9(3).
007090
007270             10  PR-DM-FICA-Acct PIC X(6).
007280             10  PR-DM-Sta-Acct  PIC X(6).
007290             10  PR-DM-Fed-Acct  PIC X(6).
007292             10  PR-DM-Tax-Acct  PIC X(6).
007294             10  PR-DM-FUTA-Acct PIC X(6).
007296             10  PR-DM-SUTA-Acct PIC X(6).
007300     01  PR-DM-Sub               PIC 9(3).
007310     01  PR-DM-Found-Sub         PIC 9(3).
007320
007380         05  PR-GL-FICA-Acct     PIC X(6).
007390         05  PR-GL-State-Acct    PIC X(6).
007400         05  PR-GL-Fed-Acct      PIC X(6).
007402         05  PR-GL-Tax-Acct      PIC X(6).
007404         05  PR-GL-FUTA-Acct     PIC X(6).
007406         05  PR-GL-SUTA-Acct     PIC X(6).
007410
007420*        DEDUCTION WORK AREAS.  PR-EDED-TABLE holds the current
007430*        employee's deductions pulled off the deduction master;
007500         88  PR-Ded-File-Open             value 'Y'.
007510     01  More-Deduction-Records  PIC X(1) value 'Y'.
007520         88  No-More-Deduction-Records    value 'N'.
007521*        RAISE RECOMMENDATION WORK AREAS.  1192 opens the file
007522*        when it exists; 3000 pays an approved recommendation in
007523*        place of the tier amount and 3600 marks it used.
007524     01  PR-Rec-File-Sw          PIC X(1) value 'N'.
007525         88  PR-Rec-File-Open             value 'Y'.
007526     01  PR-Merit-Sw             PIC X(1) value 'N'.
007527         88  PR-Merit-Override            value 'Y'.
007530     01  PR-Net-Pay              PIC S9(7)V9(2) value zero.
007540     01  PR-Disposable-Pay       PIC S9(7)V9(2) value zero.
007550     01  PR-Ded-Total            PIC 9(7)V9(2) value zero.
007770             10  PR-EDed-Acct    PIC X(6).
007780             10  PR-EDed-Done    PIC X(1).
007790                 88  PR-EDed-Taken        Value 'Y'.
007792             10  PR-EDed-Took    PIC 9(5)V9(2).
007794             10  PR-EDed-Track   PIC X(1).
007796                 88  PR-EDed-Has-Balance  Value 'Y'.
007798             10  PR-EDed-Bal     PIC 9(7)V9(2).
007800     01  PR-DC-Count             PIC 9(2) value zero.
007810     01  PR-DC-Table.
007820         05  PR-DC-Entry Occurs 20 Times.
008250         88  PR-Chg-Written               value 'Y'.
008260     01  PR-Before-Image         PIC X(120) value spaces.
008270     01  PR-Period-ID            PIC 9(6) value zero.
008271
008272*        PAY ADVICE WORK -- the year-to-date figures as 3700 left
008273*        them, the filing status and dependents the withholding
008274*        was figured on, and the account number masked to its last
008275*        four digits.  How 4400 paid the employee is PR-PAY-PATH.
008276     01  PR-Advice-YTD.
008277         05  PR-Adv-YTD-Gross    PIC 9(7)V9(2) value zero.
008278         05  PR-Adv-YTD-FICA     PIC 9(6)V9(2) value zero.
008279         05  PR-Adv-YTD-State    PIC 9(6)V9(3) value zero.
008280         05  PR-Adv-YTD-Federal  PIC 9(6)V9(3) value zero.
008281         05  PR-Adv-YTD-Ded      PIC 9(7)V9(2) value zero.
008282     01  PR-Advice-Basis         PIC X(16) value spaces.
008283     01  PR-Mask-Source          PIC X(17).
008284     01  PR-Mask-Source-Chars Redefines PR-Mask-Source.
008285         05  PR-Mask-In-Char     PIC X(1) Occurs 17 Times.
008286     01  PR-Mask-Result          PIC X(17).
008287     01  PR-Mask-Result-Chars Redefines PR-Mask-Result.
008288         05  PR-Mask-Out-Char    PIC X(1) Occurs 17 Times.
008289     01  PR-Mask-Sub             PIC 9(2).
008290     01  PR-Mask-Last            PIC 9(2).
008291
008292     01  PR-Advice-Heading.
008293         05  FILLER              PIC X(40) value spaces.
008294         05  FILLER              PIC X(10) value '   CURRENT'.
008295         05  FILLER              PIC X(04) value spaces.
008296         05  FILLER              PIC X(13) value ' YEAR TO DATE'.
008297
008298     01  PR-Advice-Amount-Line.
008299         05  PAV-Label           PIC X(24).
008300         05  PAV-Basis           PIC X(16).
008301         05  PAV-Current         PIC $$$,$$9.99.
008302         05  FILLER              PIC X(04).
008303         05  PAV-YTD             PIC $$,$$$,$$9.99.
008304
008305     01  PR-Advice-Deposit-Line.
008306         05  FILLER              PIC X(04).
008307         05  PAD-Label           PIC X(08).
008308         05  PAD-Account         PIC X(17).
008309         05  FILLER              PIC X(02).
008310         05  PAD-Routing-Label   PIC X(08).
008311         05  PAD-Routing         PIC X(09).
008312         05  FILLER              PIC X(02).
008313         05  PAD-Amount          PIC $$$,$$9.99.
008314
008315     01  PR-Dept-Line.
008316         05  PR-DL-Marker        PIC X(02).
008317         05  FILLER              PIC X(01).
008320         05  PR-DL-Dept          PIC X(04).
008330         05  FILLER              PIC X(02).
008340         05  PR-DL-Count         PIC ZZ,ZZ9.
009080                PR-Prenote-Counter PR-ACH-Work
009090                PR-Terminated-Counter
009100                PR-Ded-Run-Total PR-Total-Net PR-DC-Count
009110                PR-Live-Entries PR-Employer-Totals
009112                PR-Dept-ER-Table.
009120     Move 'N' To PR-Restart-Switch.
009130     Accept PR-Run-Date From Date YYYYMMDD.
009140     String PR-Run-Month  Delimited By Size
009210     Perform 1150-Load-Tax-Tables Thru 1150-Exit.
009220     Perform 1170-Load-Departments Thru 1170-Exit.
009230     Perform 1190-Open-Deductions Thru 1190-Exit.
009235     Perform 1192-Open-Recommendations Thru 1192-Exit.
009240     If Not PR-Simulation-Run
009250         Perform 1050-Verify-Run-Control Thru 1050-Exit
009260     End-If.
009440*  STARTED so returns and year end know the master is mid
009450*  run.  A missing file or a new period starts the record
009460*  over, so no separate period-open step is needed.
009461*  A period the back-out program has marked REVERSED is not
009462*  POSTED, so the raise step simply runs again.
009463*  A supplemental run left STARTED means the master is mid
009464*  run there, so the raise step waits for it to be cleared.
009465*  The integrity check is required: the raise step waits until
009466*  it shows PASSED for the period, and one that FAILED leaves
009467*  severe cross-file problems open until a clean rerun.
009470*-----------------------------------------------------------------
009480 1050-Verify-Run-Control.
009490     Compute PR-Period-ID =
009510     Perform 1055-Load-Run-Control Thru 1055-Exit.
009520     If RC-Raise-Posted
009530         Display 'RAISE ALREADY POSTED FOR PERIOD '
009531                 RC-Period-ID ' - RUN REFUSED'
009532         Move 8 To Return-Code
009533         Stop Run
009534     End-If.
009535     If RC-Supp-Started
009536         Display 'SUPPLEMENTAL RUN IN PROGRESS FOR PERIOD '
009537                 RC-Period-ID ' - RUN REFUSED'
009538         Move 8 To Return-Code
009539         Stop Run
009540     End-If.
009541     If RC-Integrity-Failed
009542         Display 'INTEGRITY CHECK SHOWS ' RC-Integrity-Severe
009543                 ' SEVERE PROBLEMS - RUN REFUSED'
009544         Move 8 To Return-Code
009545         Stop Run
009546     End-If.
009547     If Not RC-Integrity-Passed
009548         Display 'INTEGRITY CHECK NOT PASSED FOR PERIOD '
009549                 RC-Period-ID ' - RUN REFUSED'
009550         Move 8 To Return-Code
009560         Stop Run
009570     End-If.
009700         End-Read
009710         Close RunControlFile
009720         If RC-Period-ID Not = PR-Period-ID
009725             Perform 1057-Verify-Remitted Thru 1057-Exit
009730             Perform 1058-Init-Run-Control Thru 1058-Exit
009740         End-If
009750     Else
009760         Perform 1058-Init-Run-Control Thru 1058-Exit
009770     End-If.
009780 1055-Exit.
009781     Exit.
009782
009783*-----------------------------------------------------------------
009784*  1057-VERIFY-REMITTED -- opening a new period starts the run
009785*  control record over and loses the run dates the remittance
009786*  program pays from.  A posted raise or supplemental run that
009787*  has not been remitted holds the old period open.
009788*-----------------------------------------------------------------
009789 1057-Verify-Remitted.
009790     If RC-Raise-Posted
009791         And RC-Remit-Raise-Date Not = RC-Raise-Date
009792         Display 'RAISE RUN FOR PERIOD ' RC-Period-ID
009793                 ' NOT YET REMITTED - RUN REFUSED'
009794         Move 8 To Return-Code
009795         Stop Run
009796     End-If.
009797     If RC-Supp-Posted
009798         And RC-Remit-Supp-Date Not = RC-Supp-Date
009799         Display 'SUPPLEMENTAL RUN FOR PERIOD ' RC-Period-ID
009800                 ' NOT YET REMITTED - RUN REFUSED'
009801         Move 8 To Return-Code
009802         Stop Run
009803     End-If.
009804 1057-Exit.
009805     Exit.
009806
009810 1058-Init-Run-Control.
009820     Initialize Run-Control-Record.
009830     Move PR-Period-ID To RC-Period-ID.
009850     Move 'N' To RC-Balance-Status.
009860     Move 'N' To RC-Returns-Status.
009870     Move 'N' To RC-YearEnd-Status.
009875     Move 'N' To RC-Supp-Status.
009877     Move 'N' To RC-Integrity-Status.
009880 1058-Exit.
009890     Exit.
009900
011280         Move Dept-FICA-Account To PR-DM-FICA-Acct (PR-DM-Count)
011290         Move Dept-State-Account   To PR-DM-Sta-Acct (PR-DM-Count)
011300         Move Dept-Federal-Account To PR-DM-Fed-Acct (PR-DM-Count)
011302         Move Dept-Tax-Expense-Account
011304             To PR-DM-Tax-Acct (PR-DM-Count)
011306         Move Dept-FUTA-Account
011307             To PR-DM-FUTA-Acct (PR-DM-Count)
011308         Move Dept-SUTA-Account
011309             To PR-DM-SUTA-Acct (PR-DM-Count)
011310     Else
011320         Display 'DEPARTMENT TABLE FULL - ' Dept-Code
011330                 ' NOT LOADED'
011380*-----------------------------------------------------------------
011390*  1190-OPEN-DEDUCTIONS -- the deduction master stays open for
011400*  the whole run; 3550 reads each employee's deductions by key.
011410*  It is opened I-O on a live run so 3650 can take garnishment
011420*  balances down, and input-only on a simulation.  A missing
011423*  file leaves the switch off and the run nets only the tax
011426*  withholding, as it always has.
011430*-----------------------------------------------------------------
011440 1190-Open-Deductions.
011450     If PR-Simulation-Run
011452         Open Input DeductFile
011454     Else
011456         Open I-O DeductFile
011458     End-If.
011460     If WS-File-Status = 00
011470         Set PR-Ded-File-Open To True
011480     End-If.
011490 1190-Exit.
011491     Exit.
011492
011493*-----------------------------------------------------------------
011494*  1192-OPEN-RECOMMENDATIONS -- the raise recommendation file,
011495*  opened I-O on a live run so 3600 can mark each one used and
011496*  input-only on a simulation.  A missing file leaves the switch
011497*  off and every employee gets the tier amount.
011498*-----------------------------------------------------------------
011499 1192-Open-Recommendations.
011500     If PR-Simulation-Run
011501         Open Input RecommendFile
011502     Else
011503         Open I-O RecommendFile
011504     End-If.
011505     If WS-File-Status = 00
011506         Set PR-Rec-File-Open To True
011507     End-If.
011508 1192-Exit.
011509     Exit.
011510
011520*-----------------------------------------------------------------
011530*  1195-OPEN-ACCOUNTS -- the split deposit account file, opened
012310         Move CKPT-DC-Count         To PR-DC-Count
012320         Move CKPT-DC-Table         To PR-DC-Table
012330     End-If.
012332     If CKPT-Total-ER-FICA Numeric
012334         Move CKPT-ER-Totals        To PR-Employer-Totals
012336         Move CKPT-Dept-ER-Table    To PR-Dept-ER-Table
012338     End-If.
012340     Open I-O EmployeeFile.
012350     Perform 9800-File-Validation Thru 9800-Exit.
012360     Move CKPT-Employee-ID To Employee-ID.
012500     Open Extend AuditFile.
012510     Perform 9800-File-Validation Thru 9800-Exit.
012520     Open Extend DirectDepositFile.
012523     Perform 9800-File-Validation Thru 9800-Exit.
012526     Open Extend PayAdviceFile.
012530     Perform 9800-File-Validation Thru 9800-Exit.
012540     Perform 1350-Preload-Suspense-Table Thru 1350-Exit.
012550     Open Extend SuspenseFile.
013140     Perform 9800-File-Validation Thru 9800-Exit.
013150     Open Output DirectDepositFile.
013160     Perform 9800-File-Validation Thru 9800-Exit.
013163     Open Output PayAdviceFile.
013166     Perform 9800-File-Validation Thru 9800-Exit.
013170     Perform 4450-Write-ACH-File-Header Thru 4450-Exit.
013180     Open Output SuspenseFile.
013190     Perform 9800-File-Validation Thru 9800-Exit.
013300*  read-only and opens only the reports: the register and the
013310*  exception report.  SalaryFile, AuditFile, DirectDepositFile
013320*  and the checkpoint are never opened, so a simulation can be
013330*  run as many times as it takes to fit the budget.  The YTD
013333*  master, when there is one, is opened input-only so employer
013336*  taxes are projected against each employee's real wage base.
013340*-----------------------------------------------------------------
013350 1500-Open-For-Simulation.
013360     Open Input EmployeeFile.
013420     Perform 9800-File-Validation Thru 9800-Exit.
013430     Open Output EligibilityReportFile.
013440     Perform 9800-File-Validation Thru 9800-Exit.
013442     Open Input YTDFile.
013444     If WS-File-Status = 00
013446         Set PR-YTD-Sim-Open To True
013448     End-If.
013450 1500-Exit.
013460     Exit.
013470
015660*  employees get a flat add-on, higher earners get a percentage
015670*  of salary, and every band adds a per-dependent amount.  The
015680*  tier breakpoints and amounts come from PR-Raise-Parameters,
015690*  loaded at 1100-Load-Raise-Parameters.  An approved manager
015692*  recommendation (3050) replaces the tier amount outright.
015700*-----------------------------------------------------------------
015710 3000-Calculate-Raise.
015720     Move In-Employee-Salary To PR-Old-Salary.
015840                 (In-Employee-Salary * PR-Tier3-Pct) +
015850                 (Employee-Dependents * PR-Dependent-Amt)
015860     End-Evaluate.
015861     Perform 3050-Check-Recommendation Thru 3050-Exit.
015870     Compute PR-New-Salary Rounded =
015880         In-Employee-Salary + SalaryIncrease.
015890 3000-Exit.
015891     Exit.
015892
015893*-----------------------------------------------------------------
015894*  3050-CHECK-RECOMMENDATION -- a recommendation the approval
015895*  program left APPROVED pays its approved amount.  One already
015896*  USED on this run date belongs to an employee being finished
015897*  after a restart or recycled, and pays the same amount again.
015898*-----------------------------------------------------------------
015899 3050-Check-Recommendation.
015900     Move 'N' To PR-Merit-Sw.
015901     If Not PR-Rec-File-Open
015902         Go To 3050-Exit
015903     End-If.
015904     Move Employee-ID To Rec-Employee-ID.
015905     Read RecommendFile
015906         Invalid Key
015907             Go To 3050-Exit
015908     End-Read.
015909     If Rec-Approved
015910         Or (Rec-Used And Rec-Applied-Date = PR-Run-Date-Num)
015911         Move Rec-Approved-Amount To SalaryIncrease
015912         Move 'Y' To PR-Merit-Sw
015913     End-If.
015914 3050-Exit.
015915     Exit.
015916
015920*-----------------------------------------------------------------
015930*  3500-COMPUTE-WITHHOLDING -- FICA stays a flat percentage of
015940*  the new salary.  State and federal come off the graduated
016900     Exit.
016910
016920*-----------------------------------------------------------------
016921*  3530-COMPUTE-EMPLOYER-TAXES -- the company's share on this
016922*  run's gross.  PR-PRIOR-GROSS carries what the employee has
016923*  already earned this year; each tax applies only to the part
016924*  of this run's gross still under its wage base (3535), so an
016925*  employee past a base pays nothing more toward it for the
016926*  rest of the year.  The medicare part of the FICA match has
016927*  no base.
016928*-----------------------------------------------------------------
016929 3530-Compute-Employer-Taxes.
016930     Move PR-ER-SS-Wage-Base To PR-ER-Wage-Base.
016931     Perform 3535-Figure-Taxable-Wages Thru 3535-Exit.
016932     Compute PR-Employer-FICA Rounded =
016933         (PR-ER-Taxable * PR-ER-SS-Rate) +
016934         (PR-New-Salary * PR-ER-Medicare-Rate).
016935     Move PR-FUTA-Wage-Base To PR-ER-Wage-Base.
016936     Perform 3535-Figure-Taxable-Wages Thru 3535-Exit.
016937     Compute PR-FUTA-Amount Rounded =
016938         PR-ER-Taxable * PR-FUTA-Rate.
016939     Move PR-SUTA-Wage-Base To PR-ER-Wage-Base.
016940     Perform 3535-Figure-Taxable-Wages Thru 3535-Exit.
016941     Compute PR-SUTA-Amount Rounded =
016942         PR-ER-Taxable * PR-SUTA-Rate.
016943 3530-Exit.
016944     Exit.
016945
016946 3535-Figure-Taxable-Wages.
016947     If PR-Prior-Gross Not < PR-ER-Wage-Base
016948         Move Zero To PR-ER-Taxable
016949         Go To 3535-Exit
016950     End-If.
016951     Compute PR-ER-Taxable = PR-ER-Wage-Base - PR-Prior-Gross.
016952     If PR-ER-Taxable > PR-New-Salary
016953         Move PR-New-Salary To PR-ER-Taxable
016954     End-If.
016955 3535-Exit.
016956     Exit.
016957
016958*-----------------------------------------------------------------
016959*  3550-COMPUTE-DEDUCTIONS -- net pay starts as new salary less
016960*  the taxes from 3500; the employee's deductions then come off
016961*  in priority order (low number first).  A flat deduction
016962*  takes its amount, a percent deduction takes its percent of
016970*  gross, and a garnishment is additionally capped at its
016980*  limit percent of disposable pay (gross less required
016990*  withholding).  No deduction may drive net below zero: a
017360         Set No-More-Deduction-Records To True
017370         Go To 3555-Exit
017380     End-If.
017381*    A garnishment whose balance is paid off is satisfied:
017382*    nothing more is taken for it.
017383     If Ded-Garnishment And Ded-Total-Owed > Zero
017384         And Ded-Balance = Zero
017385         Go To 3555-Exit
017386     End-If.
017390     If PR-EDed-Count < 20
017400         Add 1 To PR-EDed-Count
017410         Move Ded-Code        To PR-EDed-Code (PR-EDed-Count)
017500             To PR-EDed-Lim (PR-EDed-Count)
017510         Move Ded-GL-Account  To PR-EDed-Acct (PR-EDed-Count)
017520         Move 'N' To PR-EDed-Done (PR-EDed-Count)
017521         Move Zero To PR-EDed-Took (PR-EDed-Count)
017522         Move 'N'  To PR-EDed-Track (PR-EDed-Count)
017523         Move Zero To PR-EDed-Bal (PR-EDed-Count)
017524         If Ded-Garnishment And Ded-Total-Owed > Zero
017525             Move 'Y' To PR-EDed-Track (PR-EDed-Count)
017526             Move Ded-Balance To PR-EDed-Bal (PR-EDed-Count)
017527         End-If
017530     Else
017540         Display 'DEDUCTION TABLE FULL - ' Employee-ID
017550     End-If.
017770             Move PR-EDed-Limit To PR-EDed-Amount
017780         End-If
017790     End-If.
017792     If PR-EDed-Has-Balance (PR-EDed-Best)
017794         And PR-EDed-Amount > PR-EDed-Bal (PR-EDed-Best)
017796         Move PR-EDed-Bal (PR-EDed-Best) To PR-EDed-Amount
017798     End-If.
017800     If PR-EDed-Amount > PR-Net-Pay
017810         Move PR-Net-Pay To PR-EDed-Amount
017820     End-If.
017830     Subtract PR-EDed-Amount From PR-Net-Pay.
017840     Add PR-EDed-Amount To PR-Ded-Total.
017850     Set PR-EDed-Taken (PR-EDed-Best) To True.
017855     Move PR-EDed-Amount To PR-EDed-Took (PR-EDed-Best).
017860     Perform 3570-Roll-Deduction-Code Thru 3570-Exit.
017870 3560-Exit.
017880     Exit.
018530     Move PR-Run-Date-Num To Last-Raise-Date.
018540     Rewrite Employee-Record.
018550     Perform 9800-File-Validation Thru 9800-Exit.
018551     If PR-Merit-Override And Rec-Approved
018552         Set Rec-Used To True
018553         Move PR-Run-Date-Num To Rec-Applied-Date
018554         Rewrite Recommendation-Record
018555         Perform 9800-File-Validation Thru 9800-Exit
018556     End-If.
018557     Perform 3650-Post-Garnishment-Balance Thru 3650-Exit
018558         Varying PR-EDed-Sub From 1 By 1
018559         Until PR-EDed-Sub > PR-EDed-Count.
018560     Move Employee-ID      To Chg-Employee-ID.
018570     Move 'RAISE'          To Chg-Action.
018580     Move PR-Before-Image  To Chg-Before-Image.
018620     Exit.
018630
018640*-----------------------------------------------------------------
018641*  3650-POST-GARNISHMENT-BALANCE -- a garnishment with a total
018642*  owed comes down by what 3560 took.  The amount and run date
018643*  are kept on the record so the manual check run can pay the
018644*  same net, and the day the balance reaches zero is stamped as
018645*  the day the order was satisfied.
018646*-----------------------------------------------------------------
018647 3650-Post-Garnishment-Balance.
018648     If Not PR-EDed-Has-Balance (PR-EDed-Sub)
018649         Go To 3650-Exit
018650     End-If.
018651     Move Employee-ID To Ded-Employee-ID.
018652     Move PR-EDed-Code (PR-EDed-Sub) To Ded-Code.
018653     Read DeductFile
018654         Invalid Key
018655             Display 'GARNISHMENT NOT ON FILE TO POST - '
018656                     Employee-ID ' ' PR-EDed-Code (PR-EDed-Sub)
018657             Go To 3650-Exit
018658     End-Read.
018659     If PR-EDed-Took (PR-EDed-Sub) < Ded-Balance
018660         Subtract PR-EDed-Took (PR-EDed-Sub) From Ded-Balance
018661     Else
018662         Move Zero To Ded-Balance
018663     End-If.
018664     Move PR-EDed-Took (PR-EDed-Sub) To Ded-Last-Taken.
018665     Move PR-Run-Date-Num To Ded-Last-Taken-Date.
018666     If Ded-Balance = Zero
018667         Move PR-Run-Date-Num To Ded-Satisfied-Date
018668         Display 'GARNISHMENT SATISFIED - ' Employee-ID ' '
018669                 Ded-Code ' CASE ' Ded-Case-Number
018670     End-If.
018671     Rewrite Deduction-Record.
018672     Perform 9800-File-Validation Thru 9800-Exit.
018673 3650-Exit.
018674     Exit.
018675
018676*-----------------------------------------------------------------
018677*  3700-UPDATE-YTD-MASTER -- add this run's gross and
018678*  withholding to the employee's year-to-date record, starting
018679*  a fresh record for a new employee or a new year.  The
018680*  employer taxes are figured here, once the record shows what
018681*  the employee earned this year before this run.  Nothing is
018682*  accumulated on a simulation; 3720 projects the employer
018683*  taxes instead.
018690*-----------------------------------------------------------------
018700 3700-Update-YTD-Master.
018710     If PR-Simulation-Run
018717         Perform 3720-Project-Employer-Taxes Thru 3720-Exit
018720         Go To 3700-Exit
018730     End-If.
018740     Move Employee-ID To YTD-Employee-ID.
018900             Perform 3710-Start-YTD-Record Thru 3710-Exit
018910         End-If
018920     End-If.
018923     Move YTD-Gross To PR-Prior-Gross.
018926     Perform 3530-Compute-Employer-Taxes Thru 3530-Exit.
018930     Move In-Employee-Name To YTD-Employee-Name.
018940     Move Department-Code  To YTD-Department.
018950     Add PR-New-Salary To YTD-Gross.
018970     Add StateTax      To YTD-State.
018980     Add FederalTax    To YTD-Federal.
018990     Add PR-Ded-Total  To YTD-Deductions.
018991     Add PR-Employer-FICA To YTD-Employer-FICA.
018992     Add PR-FUTA-Amount   To YTD-FUTA.
018993     Add PR-SUTA-Amount   To YTD-SUTA.
018994     Perform 3730-Post-Quarter-Buckets Thru 3730-Exit.
018995     Move YTD-Gross      To PR-Adv-YTD-Gross.
018996     Move YTD-FICA       To PR-Adv-YTD-FICA.
018997     Move YTD-State      To PR-Adv-YTD-State.
018998     Move YTD-Federal    To PR-Adv-YTD-Federal.
018999     Move YTD-Deductions To PR-Adv-YTD-Ded.
019000     If PR-YTD-Exists
019010         Rewrite YTD-Record
019020     Else
019160     Move YTD-State         To YTH-State.
019170     Move YTD-Federal       To YTH-Federal.
019180     Move YTD-Deductions    To YTH-Deductions.
019182     Move YTD-Employer-FICA To YTH-Employer-FICA.
019184     Move YTD-FUTA          To YTH-FUTA.
019186     Move YTD-SUTA          To YTH-SUTA.
019188     Move YTD-Quarter-Table To YTH-Quarter-Table.
019190*    A restarted rollover may have archived this pair already;
019200*    the rewrite keeps the later figures without failing the
019210*    run.
019340 3710-Exit.
019350     Exit.
019360
019361*-----------------------------------------------------------------
019362*  3720-PROJECT-EMPLOYER-TAXES -- simulation only: the YTD
019363*  master is read, never written, for this year's gross to
019364*  date.  No master (or a record still on last year) projects
019365*  from zero.
019366*-----------------------------------------------------------------
019367 3720-Project-Employer-Taxes.
019368     Move Zero To PR-Prior-Gross.
019369     If PR-YTD-Sim-Open
019370         Move Employee-ID To YTD-Employee-ID
019371         Read YTDFile
019372             Invalid Key
019373                 Continue
019374             Not Invalid Key
019375                 If YTD-Year = PR-Run-Year
019376                     Move YTD-Gross To PR-Prior-Gross
019377                 End-If
019378         End-Read
019379     End-If.
019380     Perform 3530-Compute-Employer-Taxes Thru 3530-Exit.
019381 3720-Exit.
019382     Exit.
019383
019384*-----------------------------------------------------------------
019385*  3730-POST-QUARTER-BUCKETS -- the same figures 3700 adds to the
019386*  year go to the calendar quarter of the run date, and the
019387*  federal deposit liability (both FICA shares plus federal
019388*  withholding) to the month within that quarter.  The quarters
019389*  therefore always foot to the year-to-date figures.
019390*-----------------------------------------------------------------
019391 3730-Post-Quarter-Buckets.
019392     Compute PR-Qtr-Sub = (PR-Run-Month + 2) / 3.
019393     Compute PR-Qtr-Month-Sub =
019394         PR-Run-Month - ((PR-Qtr-Sub - 1) * 3).
019395     Add PR-New-Salary    To YTD-Qtr-Wages   (PR-Qtr-Sub).
019396     Add FICA             To YTD-Qtr-FICA    (PR-Qtr-Sub).
019397     Add StateTax         To YTD-Qtr-State   (PR-Qtr-Sub).
019398     Add FederalTax       To YTD-Qtr-Federal (PR-Qtr-Sub).
019399     Add PR-Employer-FICA To YTD-Qtr-ER-FICA (PR-Qtr-Sub).
019400     Compute PR-Month-Liability Rounded =
019401         FICA + PR-Employer-FICA + FederalTax.
019402     Add PR-Month-Liability
019403         To YTD-Qtr-Month-Liab (PR-Qtr-Sub, PR-Qtr-Month-Sub).
019404 3730-Exit.
019405     Exit.
019406
019407
019408*-----------------------------------------------------------------
019409*  4000-WRITE-OUTPUT-RECORDS -- fan the employee out to every
019410*  downstream file and roll the run totals.
019411*-----------------------------------------------------------------
019420 4000-Write-Output-Records.
019430     If PR-Live-Run
019440         Perform 4100-Write-Salary-Record Thru 4100-Exit
019470     If PR-Live-Run
019480         Perform 4300-Write-Audit-Record Thru 4300-Exit
019490         Perform 4400-Write-Direct-Deposit-Record Thru 4400-Exit
019495         Perform 4900-Write-Pay-Advice Thru 4900-Exit
019500     End-If.
019510     Add PR-Old-Salary  To PR-Total-Old-Salary.
019520     Add PR-New-Salary  To PR-Total-New-Salary.
019530     Add SalaryIncrease To PR-Total-Increase.
019540     Add PR-Net-Pay     To PR-Total-Net.
019550     Add PR-Ded-Total   To PR-Ded-Run-Total.
019552     Add PR-Employer-FICA To PR-Total-ER-FICA.
019554     Add PR-FUTA-Amount   To PR-Total-FUTA.
019556     Add PR-SUTA-Amount   To PR-Total-SUTA.
019560     Perform 4700-Roll-Department-Totals Thru 4700-Exit.
019570     Perform 4500-Check-Budget-Cap Thru 4500-Exit.
019580 4000-Exit.
019800     Move Department-Code   To PRR-Department.
019810     Move PR-Ded-Total      To PRR-Deductions.
019820     Move PR-Net-Pay        To PRR-Net-Pay.
019822     If PR-Merit-Override
019824         Move 'M' To PRR-Merit-Flag
019825     Else
019826         Move Space To PRR-Merit-Flag
019827     End-If.
019830     Write Payroll-Register-Record.
019840 4200-Exit.
019850     Exit.
019860
019870 4300-Write-Audit-Record.
019875     Move Spaces           To Audit-Record.
019880     Move Employee-ID      To AUD-Employee-ID.
019890     Move In-Employee-Name To AUD-Employee-Name.
019900     Move PR-Old-Salary    To AUD-Old-Salary.
019980         Move 'FULL' To AUD-Select-Mode
019990         Move Spaces To AUD-Select-Window
020000     End-If.
020001     Move PR-Run-Date-Num  To AUD-Run-Date-Num.
020002     Move Department-Code  To AUD-Department.
020003     Move PR-New-Salary    To AUD-Gross.
020004     Move FICA             To AUD-FICA.
020005     Move StateTax         To AUD-State-Tax.
020006     Move FederalTax       To AUD-Federal-Tax.
020007     Move PR-Ded-Total     To AUD-Ded-Total.
020008     Move PR-Net-Pay       To AUD-Net-Pay.
020009     Move PR-Employer-FICA To AUD-Employer-FICA.
020010     Move PR-FUTA-Amount   To AUD-FUTA-Amount.
020011     Move PR-SUTA-Amount   To AUD-SUTA-Amount.
020012     If PR-Merit-Override
020013         Move 'M'             To AUD-Merit-Override
020014         Move Rec-Reason-Code To AUD-Reason-Code
020015     End-If.
020016     Move Zero             To AUD-Ded-Count.
020017     Perform 4310-Move-Audit-Deduction Thru 4310-Exit
020018         Varying PR-EDed-Sub From 1 By 1
020019         Until PR-EDed-Sub > PR-EDed-Count.
020020     Write Audit-Record.
020021 4300-Exit.
020022     Exit.
020023
020024 4310-Move-Audit-Deduction.
020025     If PR-EDed-Took (PR-EDed-Sub) = Zero
020026         Go To 4310-Exit
020027     End-If.
020028     Add 1 To AUD-Ded-Count.
020029     Move PR-EDed-Code (PR-EDed-Sub)
020030         To AUD-Ded-Code (AUD-Ded-Count).
020031     Move PR-EDed-Desc (PR-EDed-Sub)
020032         To AUD-Ded-Desc (AUD-Ded-Count).
020033     Move PR-EDed-Acct (PR-EDed-Sub)
020034         To AUD-Ded-Acct (AUD-Ded-Count).
020035     Move PR-EDed-Took (PR-EDed-Sub)
020036         To AUD-Ded-Amount (AUD-Ded-Count).
020037 4310-Exit.
020038     Exit.
020040
020050*-----------------------------------------------------------------
020060*  4400-WRITE-DIRECT-DEPOSIT-RECORD -- employees the bank has
020120*  on an earlier run and drew no return goes live this run.
020130*-----------------------------------------------------------------
020140 4400-Write-Direct-Deposit-Record.
020145     Set PR-Paid-By-Check To True.
020150     If Deposit-Held
020160         Add 1 To PR-Held-Counter
020170         Go To 4400-Exit
020410     Add DDR-Amount To PR-ACH-Credit-Total.
020420     Add 1 To PR-Live-Entries.
020430     Perform 4470-Roll-ACH-Entry-Totals Thru 4470-Exit.
020435     Set PR-Paid-To-Master To True.
020440 4400-Exit.
020450     Exit.
020460
021980     Perform 4443-Write-Account-Entry Thru 4443-Exit
021990         Varying PR-Acc-Sub From 1 By 1
022000         Until PR-Acc-Sub > PR-Acc-Count.
022005     Set PR-Paid-To-Split To True.
022010 4440-Exit.
022020     Exit.
022030
024020             Add 1 To PR-Dept-Count
024030             Move PR-Dept-Count To PR-Dept-Found-Sub
024040             Initialize PR-Dept-Entry (PR-Dept-Found-Sub)
024045             Initialize PR-Dept-ER-Entry (PR-Dept-Found-Sub)
024050             Move Department-Code
024060                 To PR-Dept-Code (PR-Dept-Found-Sub)
024070         Else
024170     Add FICA           To PR-Dept-FICA  (PR-Dept-Found-Sub).
024180     Add StateTax       To PR-Dept-State (PR-Dept-Found-Sub).
024190     Add FederalTax     To PR-Dept-Fed   (PR-Dept-Found-Sub).
024192     Add PR-Employer-FICA
024194                        To PR-Dept-ER-FICA (PR-Dept-Found-Sub).
024196     Add PR-FUTA-Amount To PR-Dept-ER-FUTA (PR-Dept-Found-Sub).
024198     Add PR-SUTA-Amount To PR-Dept-ER-SUTA (PR-Dept-Found-Sub).
024200 4700-Exit.
024210     Exit.
024220
024750     Move PR-Ded-Run-Total      To CKPT-Ded-Run-Total.
024760     Move PR-DC-Count           To CKPT-DC-Count.
024770     Move PR-DC-Table           To CKPT-DC-Table.
024773     Move PR-Employer-Totals    To CKPT-ER-Totals.
024776     Move PR-Dept-ER-Table      To CKPT-Dept-ER-Table.
024780     Set CKPT-Incomplete To True.
024790     Open Output CheckpointFile.
024800     Perform 9800-File-Validation Thru 9800-Exit.
024810     Write Checkpoint-Record.
024820     Close CheckpointFile.
024830 4820-Exit.
024831     Exit.
024832
024833*-----------------------------------------------------------------
024834*  4900-WRITE-PAY-ADVICE -- one advice for every employee paid:
024835*  gross, each withholding with the filing status and dependents
024836*  it was figured on, the deductions taken by code, and net pay,
024837*  current and year to date; then where the net went.  Account
024838*  numbers print masked to the last four digits.  An employee
024839*  4400 could not deposit (held, prenote pending, no usable
024840*  remainder account) is told a check is being issued.
024841*-----------------------------------------------------------------
024842 4900-Write-Pay-Advice.
024843     Move Spaces To Pay-Advice-Record.
024844     String 'PAY ADVICE - PAY DATE ' Delimited By Size
024845            PR-Run-Date-Display     Delimited By Size
024846            Into Pay-Advice-Record.
024847     Write Pay-Advice-Record.
024848     Move Spaces To Pay-Advice-Record.
024849     String 'EMPLOYEE '      Delimited By Size
024850            Employee-ID      Delimited By Size
024851            '  '             Delimited By Size
024852            In-Employee-Name Delimited By Size
024853            '  DEPT '        Delimited By Size
024854            Department-Code  Delimited By Size
024855            Into Pay-Advice-Record.
024856     Write Pay-Advice-Record.
024857     Move PR-Advice-Heading To Pay-Advice-Record.
024858     Write Pay-Advice-Record.
024859     Move Spaces To PR-Advice-Basis.
024860     String 'FILING '           Delimited By Size
024861            Filing-Status       Delimited By Size
024862            ' DEPS '            Delimited By Size
024863            Employee-Dependents Delimited By Size
024864            Into PR-Advice-Basis.
024865     Move Spaces To PR-Advice-Amount-Line.
024866     Move 'GROSS PAY' To PAV-Label.
024867     Move PR-New-Salary To PAV-Current.
024868     Move PR-Adv-YTD-Gross To PAV-YTD.
024869     Perform 4990-Write-Advice-Amount Thru 4990-Exit.
024870     Move Spaces To PR-Advice-Amount-Line.
024871     Move 'FICA' To PAV-Label.
024872     Move PR-Advice-Basis To PAV-Basis.
024873     Move FICA To PAV-Current.
024874     Move PR-Adv-YTD-FICA To PAV-YTD.
024875     Perform 4990-Write-Advice-Amount Thru 4990-Exit.
024876     Move Spaces To PR-Advice-Amount-Line.
024877     Move 'STATE TAX' To PAV-Label.
024878     Move PR-Advice-Basis To PAV-Basis.
024879     Compute PAV-Current Rounded = StateTax.
024880     Compute PAV-YTD Rounded = PR-Adv-YTD-State.
024881     Perform 4990-Write-Advice-Amount Thru 4990-Exit.
024882     Move Spaces To PR-Advice-Amount-Line.
024883     Move 'FEDERAL TAX' To PAV-Label.
024884     Move PR-Advice-Basis To PAV-Basis.
024885     Compute PAV-Current Rounded = FederalTax.
024886     Compute PAV-YTD Rounded = PR-Adv-YTD-Federal.
024887     Perform 4990-Write-Advice-Amount Thru 4990-Exit.
024888     Perform 4910-Write-Advice-Deduction Thru 4910-Exit
024889         Varying PR-EDed-Sub From 1 By 1
024890         Until PR-EDed-Sub > PR-EDed-Count.
024891     Move Spaces To PR-Advice-Amount-Line.
024892     Move 'TOTAL DEDUCTIONS' To PAV-Label.
024893     Move PR-Ded-Total To PAV-Current.
024894     Move PR-Adv-YTD-Ded To PAV-YTD.
024895     Perform 4990-Write-Advice-Amount Thru 4990-Exit.
024896     Move Spaces To PR-Advice-Amount-Line.
024897     Move 'NET PAY' To PAV-Label.
024898     Move PR-Net-Pay To PAV-Current.
024899     Compute PAV-YTD Rounded =
024900         PR-Adv-YTD-Gross - PR-Adv-YTD-FICA - PR-Adv-YTD-State
024901             - PR-Adv-YTD-Federal - PR-Adv-YTD-Ded.
024902     Perform 4990-Write-Advice-Amount Thru 4990-Exit.
024903     Move Spaces To Pay-Advice-Record.
024904     Write Pay-Advice-Record.
024905     Evaluate True
024906         When PR-Paid-To-Split
024907             Move 'NET PAY DEPOSITED TO:' To Pay-Advice-Record
024908             Write Pay-Advice-Record
024909             Perform 4920-Write-Advice-Split Thru 4920-Exit
024910                 Varying PR-Acc-Sub From 1 By 1
024911                 Until PR-Acc-Sub > PR-Acc-Count
024912         When PR-Paid-To-Master
024913             Move 'NET PAY DEPOSITED TO:' To Pay-Advice-Record
024914             Write Pay-Advice-Record
024915             Move Spaces To PR-Advice-Deposit-Line
024916             Move Bank-Account-Number To PR-Mask-Source
024917             Perform 4930-Mask-Account Thru 4930-Exit
024918             Move Bank-Routing-Number To PAD-Routing
024919             Move PR-Net-Pay To PAD-Amount
024920             Perform 4995-Write-Advice-Deposit Thru 4995-Exit
024921         When Other
024922             Move 'NET PAY - CHECK BEING ISSUED, NO DEPOSIT MADE'
024923                 To Pay-Advice-Record
024924             Write Pay-Advice-Record
024925     End-Evaluate.
024926     Move All '-' To Pay-Advice-Record.
024927     Write Pay-Advice-Record.
024928 4900-Exit.
024929     Exit.
024930
024931 4910-Write-Advice-Deduction.
024932     If PR-EDed-Took (PR-EDed-Sub) = Zero
024933         Go To 4910-Exit
024934     End-If.
024935     Move Spaces To PR-Advice-Amount-Line.
024936     String '  '                        Delimited By Size
024937            PR-EDed-Code (PR-EDed-Sub) Delimited By Size
024938            ' '                         Delimited By Size
024939            PR-EDed-Desc (PR-EDed-Sub) Delimited By Size
024940            Into PAV-Label.
024941     Move PR-EDed-Took (PR-EDed-Sub) To PAV-Current.
024942     Perform 4990-Write-Advice-Amount Thru 4990-Exit.
024943 4910-Exit.
024944     Exit.
024945
024946 4920-Write-Advice-Split.
024947     If Not PR-Acc-Is-Usable (PR-Acc-Sub)
024948         Or PR-Acc-Share (PR-Acc-Sub) Not > Zero
024949         Go To 4920-Exit
024950     End-If.
024951     Move Spaces To PR-Advice-Deposit-Line.
024952     Move PR-Acc-Account (PR-Acc-Sub) To PR-Mask-Source.
024953     Perform 4930-Mask-Account Thru 4930-Exit.
024954     Move PR-Acc-Routing (PR-Acc-Sub) To PAD-Routing.
024955     Move PR-Acc-Share (PR-Acc-Sub) To PAD-Amount.
024956     Perform 4995-Write-Advice-Deposit Thru 4995-Exit.
024957 4920-Exit.
024958     Exit.
024959
024960*-----------------------------------------------------------------
024961*  4930-MASK-ACCOUNT -- every character of PR-MASK-SOURCE but
024962*  the last four non-blank ones prints as X.
024963*-----------------------------------------------------------------
024964 4930-Mask-Account.
024965     Move Spaces To PR-Mask-Result.
024966     Move Zero To PR-Mask-Last.
024967     Perform 4935-Find-Last-Character Thru 4935-Exit
024968         Varying PR-Mask-Sub From 1 By 1
024969         Until PR-Mask-Sub > 17.
024970     Perform 4936-Mask-Character Thru 4936-Exit
024971         Varying PR-Mask-Sub From 1 By 1
024972         Until PR-Mask-Sub > PR-Mask-Last.
024973 4930-Exit.
024974     Exit.
024975
024976 4935-Find-Last-Character.
024977     If PR-Mask-In-Char (PR-Mask-Sub) Not = Space
024978         Move PR-Mask-Sub To PR-Mask-Last
024979     End-If.
024980 4935-Exit.
024981     Exit.
024982
024983 4936-Mask-Character.
024984     If PR-Mask-Sub + 4 > PR-Mask-Last
024985         Move PR-Mask-In-Char (PR-Mask-Sub)
024986             To PR-Mask-Out-Char (PR-Mask-Sub)
024987     Else
024988         Move 'X' To PR-Mask-Out-Char (PR-Mask-Sub)
024989     End-If.
024990 4936-Exit.
024991     Exit.
024992
024993 4990-Write-Advice-Amount.
024994     Move PR-Advice-Amount-Line To Pay-Advice-Record.
024995     Write Pay-Advice-Record.
024996 4990-Exit.
024997     Exit.
024998
024999 4995-Write-Advice-Deposit.
025000     Move 'ACCOUNT ' To PAD-Label.
025001     Move PR-Mask-Result To PAD-Account.
025002     Move 'ROUTING ' To PAD-Routing-Label.
025003     Move PR-Advice-Deposit-Line To Pay-Advice-Record.
025004     Write Pay-Advice-Record.
025005 4995-Exit.
025006     Exit.
025007
025008
025009*-----------------------------------------------------------------
025010*  5000-RECYCLE-CORRECTIONS -- second chance for this run's
025011*  rejects.  Each correction record is a full, fixed employee
025012*  image; when it matches a suspense entry the repaired record
025013*  goes back through the same edit, raise, withholding, posting
025014*  and output logic as the main pass, so the employee catches
025015*  up with the current run instead of waiting for the next one.
025016*  On a live run the suspense file is then rewritten with only
025017*  the entries still unrepaired.
025018*-----------------------------------------------------------------
025019 5000-Recycle-Corrections.
025020     Open Input CorrectionFile.
025021     If WS-File-Status Not = 00
025022         Go To 5000-Exit
025023     End-If.
025024     Move 'Y' To More-Corrections.
025030     Perform 5100-Apply-Correction Thru 5100-Exit
025040         Until No-More-Corrections.
025050     Close CorrectionFile.
026870*-----------------------------------------------------------------
026880*  7500-WRITE-GL-DISTRIBUTION -- one record per department and
026890*  account: salary expense at the new salary, then a credit
026900*  bucket for each withholding, then the employer taxes as
026910*  expense and the matching payables.  Fixed-format amounts so
026915*  the journal entry can be loaded instead of keyed.
026920*-----------------------------------------------------------------
026930 7500-Write-GL-Distribution.
026940     Open Output GLDistributionFile.
027110     Move '221000' To PR-GL-FICA-Acct.
027120     Move '222000' To PR-GL-State-Acct.
027130     Move '223000' To PR-GL-Fed-Acct.
027132     Move '615000' To PR-GL-Tax-Acct.
027134     Move '224000' To PR-GL-FUTA-Acct.
027136     Move '225000' To PR-GL-SUTA-Acct.
027140     If PR-Dept-Master-Loaded
027150         Move Zero To PR-DM-Found-Sub
027160         Perform 7520-Match-GL-Department Thru 7520-Exit
027250                 To PR-GL-State-Acct
027260             Move PR-DM-Fed-Acct (PR-DM-Found-Sub)
027270                 To PR-GL-Fed-Acct
027271             Move PR-DM-Tax-Acct (PR-DM-Found-Sub)
027272                 To PR-GL-Tax-Acct
027273             Move PR-DM-FUTA-Acct (PR-DM-Found-Sub)
027274                 To PR-GL-FUTA-Acct
027275             Move PR-DM-SUTA-Acct (PR-DM-Found-Sub)
027276                 To PR-GL-SUTA-Acct
027280         End-If
027290     End-If.
027300     Move Spaces To GL-Distribution-Record.
027500     Move PR-GL-Fed-Acct To GLD-Account.
027510     Move 'FEDERAL TAX WITHHELD' To GLD-Description.
027520     Compute GLD-Amount Rounded = PR-Dept-Fed (PR-Dept-Sub).
027521     Write GL-Distribution-Record.
027522*    Employer taxes: the department's payroll tax expense is
027523*    charged once per tax, and each tax is owed to its payable.
027524*    The FICA match is payable to the same FICA account as the
027525*    employee's share.
027526     Move Spaces To GL-Distribution-Record.
027527     Move PR-Dept-Code (PR-Dept-Sub) To GLD-Department.
027528     Move PR-GL-Tax-Acct To GLD-Account.
027529     Move 'EMPLOYER FICA EXPENSE' To GLD-Description.
027530     Move PR-Dept-ER-FICA (PR-Dept-Sub) To GLD-Amount.
027531     Write GL-Distribution-Record.
027532     Move Spaces To GL-Distribution-Record.
027533     Move PR-Dept-Code (PR-Dept-Sub) To GLD-Department.
027534     Move PR-GL-Tax-Acct To GLD-Account.
027535     Move 'FUTA EXPENSE' To GLD-Description.
027536     Move PR-Dept-ER-FUTA (PR-Dept-Sub) To GLD-Amount.
027537     Write GL-Distribution-Record.
027538     Move Spaces To GL-Distribution-Record.
027539     Move PR-Dept-Code (PR-Dept-Sub) To GLD-Department.
027540     Move PR-GL-Tax-Acct To GLD-Account.
027541     Move 'SUTA EXPENSE' To GLD-Description.
027542     Move PR-Dept-ER-SUTA (PR-Dept-Sub) To GLD-Amount.
027543     Write GL-Distribution-Record.
027544     Move Spaces To GL-Distribution-Record.
027545     Move PR-Dept-Code (PR-Dept-Sub) To GLD-Department.
027546     Move PR-GL-FICA-Acct To GLD-Account.
027547     Move 'EMPLOYER FICA PAYABLE' To GLD-Description.
027548     Move PR-Dept-ER-FICA (PR-Dept-Sub) To GLD-Amount.
027549     Write GL-Distribution-Record.
027550     Move Spaces To GL-Distribution-Record.
027551     Move PR-Dept-Code (PR-Dept-Sub) To GLD-Department.
027552     Move PR-GL-FUTA-Acct To GLD-Account.
027553     Move 'FUTA PAYABLE' To GLD-Description.
027554     Move PR-Dept-ER-FUTA (PR-Dept-Sub) To GLD-Amount.
027555     Write GL-Distribution-Record.
027556     Move Spaces To GL-Distribution-Record.
027557     Move PR-Dept-Code (PR-Dept-Sub) To GLD-Department.
027558     Move PR-GL-SUTA-Acct To GLD-Account.
027559     Move 'SUTA PAYABLE' To GLD-Description.
027560     Move PR-Dept-ER-SUTA (PR-Dept-Sub) To GLD-Amount.
027561     Write GL-Distribution-Record.
027562 7510-Exit.
027563     Exit.
027564
027570 7520-Match-GL-Department.
027580     If PR-DM-Code (PR-DM-Sub) = PR-Dept-Code (PR-Dept-Sub)
027590         Move PR-DM-Sub To PR-DM-Found-Sub
029270            Into Summary-Record.
029280     Write Summary-Record.
029290
029293     Perform 8700-Write-Employer-Tax-Lines Thru 8700-Exit.
029296
029300     If PR-Budget-Cap > Zero
029310         Perform 8500-Write-Budget-Lines Thru 8500-Exit
029320     End-If.
029800     Exit.
029810
029820*-----------------------------------------------------------------
029821*  8700-WRITE-EMPLOYER-TAX-LINES -- the company's share of
029822*  payroll taxes for the run, each tax and the total.  These
029823*  are over and above gross pay; nothing here comes out of the
029824*  employee's check.
029825*-----------------------------------------------------------------
029826 8700-Write-Employer-Tax-Lines.
029827     Move Spaces To PR-Display-Line.
029828     Move 'EMPLOYER FICA MATCH' To PR-Display-Label.
029829     Move PR-Total-ER-FICA To PR-Display-Amount.
029830     Move Spaces To Summary-Record.
029831     String PR-Display-Label Delimited By Size
029832            PR-Display-Amount Delimited By Size
029833            Into Summary-Record.
029834     Write Summary-Record.
029835     Move Spaces To PR-Display-Line.
029836     Move 'EMPLOYER FUTA' To PR-Display-Label.
029837     Move PR-Total-FUTA To PR-Display-Amount.
029838     Move Spaces To Summary-Record.
029839     String PR-Display-Label Delimited By Size
029840            PR-Display-Amount Delimited By Size
029841            Into Summary-Record.
029842     Write Summary-Record.
029843     Move Spaces To PR-Display-Line.
029844     Move 'EMPLOYER SUTA' To PR-Display-Label.
029845     Move PR-Total-SUTA To PR-Display-Amount.
029846     Move Spaces To Summary-Record.
029847     String PR-Display-Label Delimited By Size
029848            PR-Display-Amount Delimited By Size
029849            Into Summary-Record.
029850     Write Summary-Record.
029851     Move Spaces To PR-Display-Line.
029852     Move 'TOTAL EMPLOYER TAXES' To PR-Display-Label.
029853     Compute PR-Display-Amount =
029854         PR-Total-ER-FICA + PR-Total-FUTA + PR-Total-SUTA.
029855     Move Spaces To Summary-Record.
029856     String PR-Display-Label Delimited By Size
029857            PR-Display-Amount Delimited By Size
029858            Into Summary-Record.
029859     Write Summary-Record.
029860 8700-Exit.
029861     Exit.
029862
029863*-----------------------------------------------------------------
029864*  9000-TERMINATION -- mark the run complete and close every
029865*  file opened by this run.
029866*-----------------------------------------------------------------
029867 9000-Termination.
029870     If PR-Live-Run
029880         Perform 9100-Write-Final-Checkpoint Thru 9100-Exit
029890*        The raise step is posted; balancing must prove the new
029970     If PR-Ded-File-Open
029980         Close DeductFile
029990     End-If.
029992     If PR-Rec-File-Open
029994         Close RecommendFile
029996     End-If.
030000     If PR-Acct-File-Open
030010         Close AccountFile
030020     End-If.
030090     If PR-Live-Run
030100         Close SalaryFile
030110         Close AuditFile
030115         Close PayAdviceFile
030120         Perform 4480-Write-ACH-Trailers Thru 4480-Exit
030130         Close DirectDepositFile
030140         Close SuspenseFile
030150         Close YTDFile
030160         Close YTDHistFile
030162     End-If.
030164     If PR-YTD-Sim-Open
030166         Close YTDFile
030170     End-If.
030180 9000-Exit.
030190     Exit.
030390     Move PR-Ded-Run-Total      To CKPT-Ded-Run-Total.
030400     Move PR-DC-Count           To CKPT-DC-Count.
030410     Move PR-DC-Table           To CKPT-DC-Table.
030413     Move PR-Employer-Totals    To CKPT-ER-Totals.
030416     Move PR-Dept-ER-Table      To CKPT-Dept-ER-Table.
030420     Set CKPT-Main-Phase To True.
030430     Set CKPT-Complete To True.
030440     Open Output CheckpointFile.
