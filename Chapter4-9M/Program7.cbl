000180*                     GARNISHMENT LIMITS AS THE RAISE RUN, SO
000190*                     A MANUAL CHECK PAYS THE SAME NET THE
000200*                     FEED WOULD HAVE.
000201*  10/15/2026  AJD    POSITIVE PAY: EVERY CHECK CUT IS ALSO
000202*                     WRITTEN TO A POSITIVE PAY ISSUE FILE FOR
000203*                     THE BANK (NUMBER, AMOUNT, ISSUE DATE,
000204*                     PAYEE) AND TO THE KEYED CHECK HISTORY THE
000205*                     BANK RECONCILIATION WORKS FROM.  AN
000206*                     OPTIONAL VOID FILE VOIDS A CHECK (A VOID
000207*                     RECORD GOES TO THE BANK SO THE NUMBER IS
000208*                     STOPPED) AND, WHEN ASKED, REISSUES THE
000209*                     SAME NET UNDER THE NEXT NUMBER IN THE
000210*                     SERIES.  THE VOIDED NUMBER STAYS ON THE
000211*                     HISTORY CROSS-REFERENCED TO ITS REISSUE.
000212*  10/15/2026  AJD    GARNISHMENT BALANCES: A GARNISHMENT WITH A
000213*                     TOTAL OWED IS CAPPED AT WHAT WAS LEFT OF ITS
000214*                     BALANCE BEFORE THE RAISE RUN TOOK THIS
000215*                     CYCLE'S AMOUNT, AND NOT TAKEN ONCE NOTHING
000216*                     IS LEFT, SO THE CHECK NETS WHAT THE FEED
000217*                     WOULD HAVE.  THE BALANCE IS NOT POSTED HERE:
000218*                     THE CHECK PAYS THE RAISE RUN'S WITHHOLDING,
000219*                     WHICH THE RAISE RUN HAS ALREADY POSTED.
000220*****************************************************************
000221
000230 Identification Division.
000240 Program-ID. ManualChecks.
000250     Author. AnthonyDowns.
000580                 Record Key is Ded-Key
000590                 File Status is WS-File-Status.
000600
000601             Select CheckHistFile Assign to CHECK-HISTORY
000602                 Organization is Indexed
000603                 Access Mode is Dynamic
000604                 Record Key is Chk-Check-Number
000605                 File Status is WS-File-Status.
000606
000607             Select PositivePayFile Assign to POSITIVE-PAY
000608                 File Status is WS-File-Status
000609                 Organization is Line Sequential.
000610
000611             Select VoidRequestFile Assign to CHECK-VOIDS
000612                 File Status is WS-File-Status
000613                 Organization is Line Sequential.
000614
000615 Data Division.
000620     File Section.
000630         FD  EmployeeFile.
000640             Copy "EMPREC.cpy".
000910         FD  DeductFile.
000920             Copy "DEDREC.cpy".
000930
000931         FD  CheckHistFile.
000932             Copy "CHKHIST.cpy".
000933
000934*        ISSUE FILE FOR THE BANK'S POSITIVE PAY SERVICE: ONE
000935*        ISSUE (I) OR VOID (V) RECORD PER CHECK, THEN ONE
000936*        TRAILER (T) WITH COUNTS AND DOLLARS THE BANK BALANCES
000937*        THE FILE TO BEFORE LOADING IT.
000938         FD  PositivePayFile.
000939             01  Positive-Pay-Record.
000940                 05  PPY-Record-Type         PIC X(01).
000941                 05  PPY-Account-Number      PIC X(17).
000942                 05  PPY-Check-Number        PIC 9(08).
000943                 05  PPY-Amount              PIC 9(8)V9(2).
000944                 05  PPY-Issue-Date          PIC 9(08).
000945                 05  PPY-Payee-Name          PIC X(20).
000946                 05  FILLER                  PIC X(16).
000947             01  Positive-Pay-Trailer.
000948                 05  PPT-Record-Type         PIC X(01).
000949                 05  PPT-Account-Number      PIC X(17).
000950                 05  PPT-Issue-Count         PIC 9(06).
000951                 05  PPT-Issue-Total         PIC 9(10)V9(2).
000952                 05  PPT-Void-Count          PIC 9(06).
000953                 05  PPT-Void-Total          PIC 9(10)V9(2).
000954                 05  FILLER                  PIC X(26).
000955
000956*        ONE RECORD PER CHECK TO BE VOIDED.  V VOIDS ONLY;
000957*        R VOIDS AND REISSUES THE SAME NET UNDER A NEW NUMBER.
000958         FD  VoidRequestFile.
000959             01  Void-Request.
000960                 05  VRQ-Action              PIC X(01).
000961                     88  VRQ-Void-Only              Value 'V'.
000962                     88  VRQ-Void-Reissue           Value 'R'.
000963                 05  VRQ-Check-Number-X      PIC X(08).
000964                 05  VRQ-Check-Number Redefines VRQ-Check-Number-X
000965                                             PIC 9(08).
000966                 05  VRQ-Reason              PIC X(20).
000967
000968     Working-Storage Section.
000969     01  WS-File-Status          PIC 9(2).
000970     01  More-Records            PIC X(1) value 'Y'.
000971         88  No-More-Records              value 'N'.
000980
000990     01  CK-Counters.
001000         05  CK-Employees-Read   PIC 9(5) value zero.
001010         05  CK-Checks-Issued    PIC 9(5) value zero.
001020         05  CK-Term-Skipped     PIC 9(5) value zero.
001030     01  CK-Total-Net            PIC 9(9)V9(2) value zero.
001031     01  CK-Void-Counters.
001032         05  CK-Voids-Read       PIC 9(5) value zero.
001033         05  CK-Checks-Voided    PIC 9(5) value zero.
001034         05  CK-Checks-Reissued  PIC 9(5) value zero.
001035         05  CK-Voids-Rejected   PIC 9(5) value zero.
001036     01  CK-Total-Voided         PIC 9(9)V9(2) value zero.
001037     01  CK-Total-Reissued       PIC 9(9)V9(2) value zero.
001038     01  More-Void-Requests      PIC X(1) value 'Y'.
001039         88  No-More-Void-Requests        value 'N'.
001040     01  CK-Void-Reject-Reason   PIC X(30).
001041
001050*        THE SERIES OPENS HERE WHEN NO CONTROL FILE EXISTS YET.
001060     01  CK-Opening-Number       PIC 9(8) value 00100001.
001070     01  CK-Check-Number         PIC 9(8) value zero.
001080
001090     01  CK-Net-Pay              PIC S9(7)V9(2).
001091
001092*        THE PAYEE OF THE CHECK BEING CUT -- the employee on a
001093*        regular check, the original payee off the check history
001094*        on a reissue -- so print, register, history and positive
001095*        pay all work from one place.
001096     01  CK-Payee.
001097         05  CK-Payee-ID         PIC X(06).
001098         05  CK-Payee-Name       PIC X(20).
001099         05  CK-Payee-Dept       PIC X(04).
001100         05  CK-Payee-Reason     PIC X(16).
001101     01  CK-Reissue-Of           PIC 9(08) value zero.
001102     01  CK-Void-Number          PIC 9(08) value zero.
001103
001104*        THE COMPANY DISBURSEMENT ACCOUNT THE CHECKS ARE DRAWN ON,
001105*        AS THE BANK KEYS IT ON THE POSITIVE PAY FILE.
001106     01  CK-Disbursement-Account PIC X(17)
001107                                 value '00000441770055009'.
001108     01  CK-PP-Type              PIC X(1).
001109         88  CK-PP-Void                   value 'V'.
001110     01  CK-PP-Check-Number      PIC 9(8).
001111     01  CK-PP-Issue-Date        PIC 9(8).
001112     01  CK-PP-Counters.
001113         05  CK-PP-Issue-Count   PIC 9(6) value zero.
001114         05  CK-PP-Issue-Total   PIC 9(10)V9(2) value zero.
001115         05  CK-PP-Void-Count    PIC 9(6) value zero.
001116         05  CK-PP-Void-Total    PIC 9(10)V9(2) value zero.
001117
001118*        DEDUCTION WORK AREAS -- the same take-after-taxes,
001120*        priority-order, garnishment-limit rules the raise run
001130*        applies, so the check nets what the feed would have.
001140     01  CK-Ded-File-Sw          PIC X(1) value 'N'.
001230         05  CK-EDed-Best        PIC 9(2).
001240         05  CK-EDed-Amount      PIC 9(7)V9(2).
001250         05  CK-EDed-Limit       PIC 9(7)V9(2).
001255         05  CK-Garn-Available   PIC 9(7)V9(2).
001260     01  CK-EDed-Table.
001270         05  CK-EDed-Entry Occurs 20 Times.
001280             10  CK-EDed-Code    PIC X(3).
001370             10  CK-EDed-Lim     PIC 9(1)V9(4).
001380             10  CK-EDed-Done    PIC X(1).
001390                 88  CK-EDed-Taken        Value 'Y'.
001392             10  CK-EDed-Track   PIC X(1).
001394                 88  CK-EDed-Has-Balance  Value 'Y'.
001396             10  CK-EDed-Bal     PIC 9(7)V9(2).
001400
001410     01  CK-Run-Date.
001420         05  CK-Run-Year         PIC 9(4).
001430         05  CK-Run-Month        PIC 9(2).
001440         05  CK-Run-Day          PIC 9(2).
001443     01  CK-Run-Date-Num Redefines CK-Run-Date
001446                             PIC 9(8).
001450     01  CK-Run-Date-Display     PIC X(10).
001460
001470     01  CK-Print-Work.
001640 0000-Mainline.
001650     Perform 1000-Initialization
001660         Thru 1000-Exit.
001663     Perform 1500-Process-Voids
001666         Thru 1500-Exit.
001670     Perform 2000-Process-Employees
001680         Thru 2000-Exit
001690         Until No-More-Records.
001970     If WS-File-Status = 00
001980         Set CK-Ded-File-Open To True
001990     End-If.
001991     Open I-O CheckHistFile.
001992     If WS-File-Status = 35
001993         Open Output CheckHistFile
001994         Perform 9800-File-Validation Thru 9800-Exit
001995         Close CheckHistFile
001996         Open I-O CheckHistFile
001997     End-If.
001998     Perform 9800-File-Validation Thru 9800-Exit.
001999     Open Output PositivePayFile.
002000     Perform 9800-File-Validation Thru 9800-Exit.
002001 1000-Exit.
002010     Exit.
002020
002030 1100-Load-Check-Number.
002180     End-Read.
002190     Close CheckControlFile.
002200 1100-Exit.
002201     Exit.
002202
002203*-----------------------------------------------------------------
002204*  1500-PROCESS-VOIDS -- voids run ahead of the regular checks
002205*  so a reissue takes the next number in the series like any
002206*  other check.  No void file simply means nothing to void.
002207*-----------------------------------------------------------------
002208 1500-Process-Voids.
002209     Open Input VoidRequestFile.
002210     If WS-File-Status Not = 00
002211         Go To 1500-Exit
002212     End-If.
002213     Move 'Y' To More-Void-Requests.
002214     Perform 1510-Apply-Void Thru 1510-Exit
002215         Until No-More-Void-Requests.
002216     Close VoidRequestFile.
002217 1500-Exit.
002218     Exit.
002219
002220*-----------------------------------------------------------------
002221*  1510-APPLY-VOID -- only a check still out can be voided: one
002222*  the bank has already paid, or one already voided, is
002223*  refused on the console.  The void goes to the bank on the
002224*  positive pay file and onto the register; a reissue is cut
002225*  for the same payee and net and the two numbers are
002226*  cross-referenced on the history.
002227*-----------------------------------------------------------------
002228 1510-Apply-Void.
002229     Read VoidRequestFile
002230         At End
002231             Set No-More-Void-Requests To True
002232             Go To 1510-Exit
002233     End-Read.
002234     Add 1 To CK-Voids-Read.
002235     If VRQ-Check-Number-X Not Numeric
002236         Move 'CHECK NUMBER NOT NUMERIC' To CK-Void-Reject-Reason
002237         Go To 1510-Reject
002238     End-If.
002239     If Not (VRQ-Void-Only Or VRQ-Void-Reissue)
002240         Move 'ACTION MUST BE V OR R' To CK-Void-Reject-Reason
002241         Go To 1510-Reject
002242     End-If.
002243     Move VRQ-Check-Number To Chk-Check-Number.
002244     Read CheckHistFile
002245         Invalid Key
002246             Move 'CHECK NOT ON HISTORY' To CK-Void-Reject-Reason
002247             Go To 1510-Reject
002248     End-Read.
002249     If Chk-Cleared
002250         Move 'CHECK ALREADY PAID BY BANK'
002251             To CK-Void-Reject-Reason
002252         Go To 1510-Reject
002253     End-If.
002254     If Chk-Voided
002255         Move 'CHECK ALREADY VOIDED' To CK-Void-Reject-Reason
002256         Go To 1510-Reject
002257     End-If.
002258     Move Chk-Check-Number  To CK-Void-Number.
002259     Move Chk-Employee-ID   To CK-Payee-ID.
002260     Move Chk-Employee-Name To CK-Payee-Name.
002261     Move Chk-Department    To CK-Payee-Dept.
002262     Move Chk-Net-Amount    To CK-Net-Pay.
002263     Set Chk-Voided To True.
002264     Move CK-Run-Date-Num   To Chk-Void-Date.
002265     Move VRQ-Reason        To Chk-Void-Reason.
002266     If VRQ-Void-Reissue
002267         Move CK-Check-Number To Chk-Reissued-As
002268     End-If.
002269     Rewrite Check-History-Record
002270         Invalid Key
002271             Move 'HISTORY REWRITE FAILED'
002272                 To CK-Void-Reject-Reason
002273             Go To 1510-Reject
002274     End-Rewrite.
002275     Move 'V'            To CK-PP-Type.
002276     Move CK-Void-Number To CK-PP-Check-Number.
002277     Move Chk-Issue-Date To CK-PP-Issue-Date.
002278     Perform 5200-Write-Positive-Pay Thru 5200-Exit.
002279     Move Spaces To Check-Register-Record.
002280     Move CK-Void-Number      To CKR-Check-Number.
002281     Move CK-Run-Date-Display To CKR-Issue-Date.
002282     Move CK-Payee-ID         To CKR-Employee-ID.
002283     Move CK-Payee-Name       To CKR-Employee-Name.
002284     Move CK-Net-Pay          To CKR-Net-Amount.
002285     Move 'VOIDED'            To CKR-Hold-Reason.
002286     Write Check-Register-Record.
002287     Add 1 To CK-Checks-Voided.
002288     Add CK-Net-Pay To CK-Total-Voided.
002289     If VRQ-Void-Only
002290         Go To 1510-Exit
002291     End-If.
002292     Move CK-Void-Number To CK-Reissue-Of.
002293     Move 'REISSUE'      To CK-Payee-Reason.
002294     Perform 4000-Write-Check-Print Thru 4000-Exit.
002295     Perform 5000-Write-Register-Record Thru 5000-Exit.
002296     Add 1 To CK-Checks-Reissued.
002297     Add CK-Net-Pay To CK-Total-Reissued.
002298     Add 1 To CK-Check-Number.
002299     Move Zero To CK-Reissue-Of.
002300     Go To 1510-Exit.
002301 1510-Reject.
002302     Add 1 To CK-Voids-Rejected.
002303     Display 'VOID REJECTED - ' VRQ-Check-Number-X ' - '
002304             CK-Void-Reject-Reason.
002305 1510-Exit.
002306     Exit.
002307
002308*-----------------------------------------------------------------
002309*  2000-PROCESS-EMPLOYEES -- one master record at a time; only
002310*  employees the feed left off (held, or waiting out a prenote)
002311*  get a check.
002312*-----------------------------------------------------------------
002313 2000-Process-Employees.
002314     Read EmployeeFile Next Record
002315         At End
002316             Set No-More-Records To True
002320             Go To 2000-Exit
002330     End-Read.
002340     Add 1 To CK-Employees-Read.
002680                 Employee-ID
002690         Go To 3000-Exit
002700     End-If.
002701     Move Employee-ID      To CK-Payee-ID.
002702     Move In-Employee-Name To CK-Payee-Name.
002703     Move Department-Code  To CK-Payee-Dept.
002704     If Deposit-Held
002705         Move 'DEPOSIT HELD'    To CK-Payee-Reason
002706     Else
002707         Move 'PRENOTE PENDING' To CK-Payee-Reason
002708     End-If.
002710     Perform 4000-Write-Check-Print Thru 4000-Exit.
002720     Perform 5000-Write-Register-Record Thru 5000-Exit.
002730     Add 1 To CK-Checks-Issued.
003090         Set No-More-Deduction-Records To True
003100         Go To 3510-Exit
003110     End-If.
003111*    What is left of a garnishment's balance for this cycle:
003112*    the balance on file plus whatever the raise run already
003113*    took from this same pay.  Nothing left means satisfied.
003114     Move Zero To CK-Garn-Available.
003115     If Ded-Garnishment And Ded-Total-Owed > Zero
003116         Move Ded-Balance To CK-Garn-Available
003117         If Ded-Last-Taken-Date = Last-Raise-Date
003118             Add Ded-Last-Taken To CK-Garn-Available
003119         End-If
003120         If CK-Garn-Available = Zero
003121             Go To 3510-Exit
003122         End-If
003123     End-If.
003124     If CK-EDed-Count < 20
003130         Add 1 To CK-EDed-Count
003140         Move Ded-Code     To CK-EDed-Code (CK-EDed-Count)
003150         Move Ded-Method   To CK-EDed-Method (CK-EDed-Count)
003210         Move Ded-Garnish-Limit-Pct
003220             To CK-EDed-Lim (CK-EDed-Count)
003230         Move 'N' To CK-EDed-Done (CK-EDed-Count)
003231         Move 'N'  To CK-EDed-Track (CK-EDed-Count)
003232         Move CK-Garn-Available To CK-EDed-Bal (CK-EDed-Count)
003233         If Ded-Garnishment And Ded-Total-Owed > Zero
003234             Move 'Y' To CK-EDed-Track (CK-EDed-Count)
003235         End-If
003240     Else
003250         Display 'DEDUCTION TABLE FULL - ' Employee-ID
003260     End-If.
003470         If CK-EDed-Amount > CK-EDed-Limit
003480             Move CK-EDed-Limit To CK-EDed-Amount
003490         End-If
003492     End-If.
003494     If CK-EDed-Has-Balance (CK-EDed-Best)
003496         And CK-EDed-Amount > CK-EDed-Bal (CK-EDed-Best)
003498         Move CK-EDed-Bal (CK-EDed-Best) To CK-EDed-Amount
003500     End-If.
003510     If CK-EDed-Amount > CK-Net-Pay
003520         Move CK-Net-Pay To CK-EDed-Amount
003900     Write Check-Print-Record.
003910     Move Spaces To Check-Print-Record.
003920     String 'PAY TO THE ORDER OF  ' Delimited By Size
003930            CK-Payee-Name Delimited By Size
003940            Into Check-Print-Record.
003950     Write Check-Print-Record.
003960     Move CK-Net-Pay To CK-Amount-Edited.
004010     Write Check-Print-Record.
004020     Move Spaces To Check-Print-Record.
004030     String 'EMPLOYEE ' Delimited By Size
004040            CK-Payee-ID Delimited By Size
004050            '  DEPT ' Delimited By Size
004060            CK-Payee-Dept Delimited By Size
004070            Into Check-Print-Record.
004080     Write Check-Print-Record.
004081     If CK-Reissue-Of Not = Zero
004082         Move CK-Reissue-Of To CK-Number-Edited
004083         Move Spaces To Check-Print-Record
004084         String 'REISSUE OF CHECK NO ' Delimited By Size
004085                CK-Number-Edited Delimited By Size
004086                Into Check-Print-Record
004087         Write Check-Print-Record
004088     End-If.
004090 4000-Exit.
004100     Exit.
004110
004111*-----------------------------------------------------------------
004112*  5000-WRITE-REGISTER-RECORD -- the register line, the check
004113*  history record the reconciliation works from, and the
004114*  positive pay issue record for the bank.
004115*-----------------------------------------------------------------
004120 5000-Write-Register-Record.
004130     Move Spaces To Check-Register-Record.
004140     Move CK-Check-Number    To CKR-Check-Number.
004150     Move CK-Run-Date-Display To CKR-Issue-Date.
004160     Move CK-Payee-ID        To CKR-Employee-ID.
004170     Move CK-Payee-Name      To CKR-Employee-Name.
004180     Move CK-Net-Pay         To CKR-Net-Amount.
004190     Move CK-Payee-Reason    To CKR-Hold-Reason.
004200     Write Check-Register-Record.
004201     Perform 5100-Write-Check-History Thru 5100-Exit.
004202     Move 'I'             To CK-PP-Type.
004203     Move CK-Check-Number To CK-PP-Check-Number.
004204     Move CK-Run-Date-Num To CK-PP-Issue-Date.
004205     Perform 5200-Write-Positive-Pay Thru 5200-Exit.
004206 5000-Exit.
004207     Exit.
004208
004209*-----------------------------------------------------------------
004210*  5100-WRITE-CHECK-HISTORY -- every number cut goes on the
004211*  history as outstanding.  A number already on file means the
004212*  check control record was set back; the check still prints,
004213*  and the console message sends payroll to the control file.
004214*-----------------------------------------------------------------
004215 5100-Write-Check-History.
004216     Initialize Check-History-Record.
004217     Move CK-Check-Number To Chk-Check-Number.
004218     Move CK-Payee-ID     To Chk-Employee-ID.
004219     Move CK-Payee-Name   To Chk-Employee-Name.
004220     Move CK-Payee-Dept   To Chk-Department.
004221     Move CK-Run-Date-Num To Chk-Issue-Date.
004222     Move CK-Net-Pay      To Chk-Net-Amount.
004223     Set Chk-Outstanding  To True.
004224     Move CK-Reissue-Of   To Chk-Reissue-Of.
004225     Write Check-History-Record
004226         Invalid Key
004227             Display 'CHECK NUMBER ALREADY ON HISTORY - '
004228                     CK-Check-Number
004229     End-Write.
004230 5100-Exit.
004231     Exit.
004232
004233*-----------------------------------------------------------------
004234*  5200-WRITE-POSITIVE-PAY -- one issue or void record; the
004235*  caller sets the type, the number and the issue date.  A void
004236*  carries the ORIGINAL issue date off the history so the bank
004237*  can match it to the issue record it already holds.
004238*-----------------------------------------------------------------
004239 5200-Write-Positive-Pay.
004240     Move Spaces To Positive-Pay-Record.
004241     Move CK-PP-Type              To PPY-Record-Type.
004242     Move CK-Disbursement-Account To PPY-Account-Number.
004243     Move CK-PP-Check-Number      To PPY-Check-Number.
004244     Move CK-Net-Pay              To PPY-Amount.
004245     Move CK-PP-Issue-Date        To PPY-Issue-Date.
004246     Move CK-Payee-Name           To PPY-Payee-Name.
004247     If CK-PP-Void
004248         Add 1 To CK-PP-Void-Count
004249         Add CK-Net-Pay To CK-PP-Void-Total
004250     Else
004251         Add 1 To CK-PP-Issue-Count
004252         Add CK-Net-Pay To CK-PP-Issue-Total
004253     End-If.
004254     Write Positive-Pay-Record.
004255 5200-Exit.
004260     Exit.
004270
004280*-----------------------------------------------------------------
004470     Move Spaces To Check-Print-Record.
004480     Move CK-Total-Line To Check-Print-Record.
004490     Write Check-Print-Record.
004491     Move Spaces To CK-Total-Line.
004492     Move 'CHECKS VOIDED' To CK-Total-Label.
004493     Move CK-Checks-Voided To CK-Total-Count.
004494     Move CK-Total-Voided To CK-Total-Amount.
004495     Move Spaces To Check-Print-Record.
004496     Move CK-Total-Line To Check-Print-Record.
004497     Write Check-Print-Record.
004498     Move Spaces To CK-Total-Line.
004499     Move 'CHECKS REISSUED' To CK-Total-Label.
004500     Move CK-Checks-Reissued To CK-Total-Count.
004501     Move CK-Total-Reissued To CK-Total-Amount.
004502     Move Spaces To Check-Print-Record.
004503     Move CK-Total-Line To Check-Print-Record.
004504     Write Check-Print-Record.
004505     Move Spaces To CK-Total-Line.
004506     Move 'VOID REQUESTS REJECTED' To CK-Total-Label.
004507     Move CK-Voids-Rejected To CK-Total-Count.
004508     Move Spaces To Check-Print-Record.
004509     Move CK-Total-Line To Check-Print-Record.
004510     Write Check-Print-Record.
004511     Perform 8400-Write-Positive-Pay-Trailer Thru 8400-Exit.
004512     Perform 8500-Save-Check-Number Thru 8500-Exit.
004513 8000-Exit.
004520     Exit.
004530
004531*-----------------------------------------------------------------
004532*  8400-WRITE-POSITIVE-PAY-TRAILER -- issue and void counts and
004533*  dollars; the bank rejects a file that does not foot to it.
004534*-----------------------------------------------------------------
004535 8400-Write-Positive-Pay-Trailer.
004536     Move Spaces To Positive-Pay-Trailer.
004537     Move 'T' To PPT-Record-Type.
004538     Move CK-Disbursement-Account To PPT-Account-Number.
004539     Move CK-PP-Issue-Count To PPT-Issue-Count.
004540     Move CK-PP-Issue-Total To PPT-Issue-Total.
004541     Move CK-PP-Void-Count  To PPT-Void-Count.
004542     Move CK-PP-Void-Total  To PPT-Void-Total.
004543     Write Positive-Pay-Trailer.
004544 8400-Exit.
004545     Exit.
004546
004547 8500-Save-Check-Number.
004550     If CK-Checks-Issued = Zero
004555         And CK-Checks-Reissued = Zero
004560         Go To 8500-Exit
004570     End-If.
004580     Open Output CheckControlFile.
004670     Close EmployeeFile.
004680     Close CheckPrintFile.
004690     Close CheckRegisterFile.
004693     Close CheckHistFile.
004696     Close PositivePayFile.
004700     If CK-Ded-File-Open
004710         Close DeductFile
004720     End-If.
