000320*                     A CLOSED YEAR CAN BE REPRINTED AT ANY
000330*                     TIME.  DEPARTMENT NAMES COME OFF THE
000340*                     DEPARTMENT MASTER WHEN IT IS SUPPLIED.
000341*  10/15/2026  AJD    YTD AND YTD HISTORY LAYOUTS NOW COME
000342*                     FROM THE SHARED COPYBOOKS AND CARRY THE
000343*                     EMPLOYER FICA MATCH, FUTA AND SUTA.  EACH
000344*                     STATEMENT PAGE SHOWS THE EMPLOYER TAXES
000345*                     AND THE TOTAL EMPLOYER COST OF THE
000346*                     EMPLOYEE; THE AGENCY TOTALS BLOCK CARRIES
000347*                     THE EMPLOYER TAX TOTALS.
000348*  10/15/2026  AJD    A CLOSED-YEAR STATEMENT CARRIES THE
000349*                     QUARTER-TO-DATE BUCKETS ACROSS FROM THE
000350*                     HISTORY RECORD WITH THE OTHER FIGURES.
000351*  10/15/2026  AJD    ALSO REFUSES WHILE THE SUPPLEMENTAL STEP
000352*                     SHOWS STARTED.
000353*  10/15/2026  AJD    A NEW PERIOD ALSO RESETS THE INTEGRITY
000354*                     STEP ON THE RUN CONTROL RECORD.
000355*  10/15/2026  AJD    A NEW PERIOD IS NOT OPENED WHILE A POSTED
000356*                     RAISE OR SUPPLEMENTAL RUN IS STILL WAITING
000357*                     ON THE REMITTANCE RUN.
000358*****************************************************************
000360
000370 Identification Division.
000380 Program-ID. YearEndReport.
000810 Data Division.
000820     File Section.
000830         FD  YTDFile.
000840             Copy "YTDREC.cpy".
000940
000950         FD  AnnualReportFile.
000960             01  Annual-Report-Record        PIC X(132).
001070*        CLOSED PRIOR-YEAR FIGURES, WRITTEN BY THE RAISE RUN'S
001080*        TURN-OF-YEAR ROLLOVER.
001090         FD  YTDHistFile.
001100             Copy "YTDHIST.cpy".
001210
001220         FD  DeptFile.
001230             Copy "DEPTREC.cpy".
001380         05  YE-Total-State      PIC 9(8)V9(3) value zero.
001390         05  YE-Total-Federal    PIC 9(8)V9(3) value zero.
001400         05  YE-Total-Deduct     PIC 9(9)V9(2) value zero.
001402         05  YE-Total-ER-FICA    PIC 9(8)V9(2) value zero.
001404         05  YE-Total-FUTA       PIC 9(8)V9(2) value zero.
001406         05  YE-Total-SUTA       PIC 9(8)V9(2) value zero.
001410
001420     01  YE-Run-Date.
001430         05  YE-Run-Year         PIC 9(4).
001590         88  No-More-History-Records      value 'N'.
001600     01  YE-Stmt-Count           PIC 9(5) value zero.
001610     01  YE-Dept-Name            PIC X(20).
001613     01  YE-ER-Taxes             PIC 9(7)V9(2) value zero.
001616     01  YE-ER-Cost              PIC 9(8)V9(2) value zero.
001620     01  YE-Stmt-Line.
001630         05  YES-Label           PIC X(28).
001640         05  YES-Amount          PIC $$$,$$$,$$9.999.
002560     End-Read.
002570     Close RunControlFile.
002580     If RC-Period-ID Not = YE-Period-ID
002585         Perform 1057-Verify-Remitted Thru 1057-Exit
002590         Perform 1058-Init-Run-Control Thru 1058-Exit
002600         Go To 1050-Exit
002610     End-If.
002650         Move 8 To Return-Code
002660         Stop Run
002670     End-If.
002671     If RC-Supp-Started
002672         Display 'SUPPLEMENTAL RUN IN PROGRESS FOR PERIOD '
002673                 RC-Period-ID ' - YEAR END REFUSED'
002674         Move 8 To Return-Code
002675         Stop Run
002676     End-If.
002680 1050-Exit.
002681     Exit.
002682
002683*-----------------------------------------------------------------
002684*  1057-VERIFY-REMITTED -- opening a new period starts the run
002685*  control record over and loses the run dates the remittance
002686*  program pays from.  A posted raise or supplemental run that
002687*  has not been remitted holds the old period open.
002688*-----------------------------------------------------------------
002689 1057-Verify-Remitted.
002690     If RC-Raise-Posted
002691         And RC-Remit-Raise-Date Not = RC-Raise-Date
002692         Display 'RAISE RUN FOR PERIOD ' RC-Period-ID
002693                 ' NOT YET REMITTED - YEAR END REFUSED'
002694         Move 8 To Return-Code
002695         Stop Run
002696     End-If.
002697     If RC-Supp-Posted
002698         And RC-Remit-Supp-Date Not = RC-Supp-Date
002699         Display 'SUPPLEMENTAL RUN FOR PERIOD ' RC-Period-ID
002700                 ' NOT YET REMITTED - YEAR END REFUSED'
002701         Move 8 To Return-Code
002702         Stop Run
002703     End-If.
002704 1057-Exit.
002705     Exit.
002706
002710 1058-Init-Run-Control.
002720     Initialize Run-Control-Record.
002730     Move YE-Period-ID To RC-Period-ID.
002750     Move 'N' To RC-Balance-Status.
002760     Move 'N' To RC-Returns-Status.
002770     Move 'N' To RC-YearEnd-Status.
002775     Move 'N' To RC-Supp-Status.
002777     Move 'N' To RC-Integrity-Status.
002780 1058-Exit.
002790     Exit.
002800
003250         Add YTD-State   To YE-Total-State
003260         Add YTD-Federal To YE-Total-Federal
003270         Add YTD-Deductions To YE-Total-Deduct
003272         Add YTD-Employer-FICA To YE-Total-ER-FICA
003274         Add YTD-FUTA    To YE-Total-FUTA
003276         Add YTD-SUTA    To YE-Total-SUTA
003280     Else
003290         Add 1 To YE-Stale-Count
003300         Move 'PRIOR YEAR - NOT IN TOTALS' To YED-Note
004080     Move YTH-State         To YTD-State.
004090     Move YTH-Federal       To YTD-Federal.
004100     Move YTH-Deductions    To YTD-Deductions.
004102     Move YTH-Employer-FICA To YTD-Employer-FICA.
004104     Move YTH-FUTA          To YTD-FUTA.
004106     Move YTH-SUTA          To YTD-SUTA.
004108     Move YTH-Quarter-Table To YTD-Quarter-Table.
004110     Perform 5300-Print-Statement-Page Thru 5300-Exit.
004120 5200-Exit.
004130     Exit.
004610     Move 'VOLUNTARY DEDUCTIONS' To YES-Label.
004620     Move YTD-Deductions To YES-Amount.
004630     Perform 5310-Write-Statement-Line Thru 5310-Exit.
004631*    Employer side: what the company paid on top of gross.
004632     Move 'EMPLOYER FICA MATCH' To YES-Label.
004633     Move YTD-Employer-FICA To YES-Amount.
004634     Perform 5310-Write-Statement-Line Thru 5310-Exit.
004635     Move 'EMPLOYER FUTA' To YES-Label.
004636     Move YTD-FUTA To YES-Amount.
004637     Perform 5310-Write-Statement-Line Thru 5310-Exit.
004638     Move 'EMPLOYER SUTA' To YES-Label.
004639     Move YTD-SUTA To YES-Amount.
004640     Perform 5310-Write-Statement-Line Thru 5310-Exit.
004641     Compute YE-ER-Taxes =
004642         YTD-Employer-FICA + YTD-FUTA + YTD-SUTA.
004643     Move 'TOTAL EMPLOYER TAXES' To YES-Label.
004644     Move YE-ER-Taxes To YES-Amount.
004645     Perform 5310-Write-Statement-Line Thru 5310-Exit.
004646     Compute YE-ER-Cost = YTD-Gross + YE-ER-Taxes.
004647     Move 'TOTAL EMPLOYER COST' To YES-Label.
004648     Move YE-ER-Cost To YES-Amount.
004649     Perform 5310-Write-Statement-Line Thru 5310-Exit.
004650     Move Spaces To Annual-Report-Record.
004651     Write Annual-Report-Record.
004660     Add 1 To YE-Stmt-Count.
004670 5300-Exit.
004680     Exit.
004770
004780*-----------------------------------------------------------------
004790*  8000-WRITE-AGENCY-TOTALS -- the figures payroll remits: FICA
004800*  to SSA, state and federal withholding to the tax agencies,
004801*  and the employer's own FICA match, FUTA and SUTA.
004810*-----------------------------------------------------------------
004820 8000-Write-Agency-Totals.
004830     Move Spaces To Annual-Report-Record.
005090     Perform 8100-Write-Total-Line Thru 8100-Exit.
005100     Move 'TOTAL VOLUNTARY DEDUCTIONS' To YET-Label.
005110     Move YE-Total-Deduct To YET-Amount.
005111     Perform 8100-Write-Total-Line Thru 8100-Exit.
005112     Move 'TOTAL EMPLOYER FICA MATCH' To YET-Label.
005113     Move YE-Total-ER-FICA To YET-Amount.
005114     Perform 8100-Write-Total-Line Thru 8100-Exit.
005115     Move 'TOTAL EMPLOYER FUTA' To YET-Label.
005116     Move YE-Total-FUTA To YET-Amount.
005117     Perform 8100-Write-Total-Line Thru 8100-Exit.
005118     Move 'TOTAL EMPLOYER SUTA' To YET-Label.
005119     Move YE-Total-SUTA To YET-Amount.
005120     Perform 8100-Write-Total-Line Thru 8100-Exit.
005130 8000-Exit.
005140     Exit.
