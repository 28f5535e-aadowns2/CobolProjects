000110*                     FINANCE.  A DELETE IS REFUSED WHILE ANY
000120*                     EMPLOYEE MASTER RECORD STILL CARRIES THE
000130*                     CODE.
000131*  10/15/2026  AJD    TRANSACTION AND MASTER CARRY THE EMPLOYER
000132*                     TAX EXPENSE, FUTA AND SUTA PAYABLE
000133*                     ACCOUNTS.  AN ADD THAT LEAVES THEM BLANK
000134*                     TAKES THE COMPANY-WIDE DEFAULTS; ALL THREE
000135*                     ARE EDITED NUMERIC AND SHOWN ON THE
000136*                     REPORT, WHICH WIDENS TO FIT.
000137*  10/15/2026  AJD    TRANSACTION AND MASTER CARRY THE DEPARTMENT
000138*                     RAISE BUDGET THE RECOMMENDATION APPROVAL
000139*                     CHECKS AGAINST.  BLANK ON AN ADD IS ZERO (NO
000140*                     BUDGET); BLANK ON A CHANGE LEAVES IT AS IS.
000141*****************************************************************
000150
000160 Identification Division.
000170 Program-ID. DeptMaint.
000620                 05  DTR-FICA-Account        PIC X(06).
000630                 05  DTR-State-Account       PIC X(06).
000640                 05  DTR-Federal-Account     PIC X(06).
000642                 05  DTR-Tax-Expense-Account PIC X(06).
000644                 05  DTR-FUTA-Account        PIC X(06).
000646                 05  DTR-SUTA-Account        PIC X(06).
000647                 05  DTR-Raise-Budget-X      PIC X(09).
000648                 05  DTR-Raise-Budget Redefines DTR-Raise-Budget-X
000649                                             PIC 9(7)V9(2).
000650
000660         FD  DeptFile.
000670             Copy "DEPTREC.cpy".
000700             Copy "EMPREC.cpy".
000710
000720         FD  MaintReportFile.
000730             01  Maint-Report-Record         PIC X(170).
000740
000750     Working-Storage Section.
000760     01  WS-File-Status          PIC 9(2).
000900             88  DM-Code-In-Use           value 'Y'.
000910
000920     01  DM-Reject-Reason        PIC X(40).
000921
000922*        COMPANY-WIDE DEFAULTS FOR THE EMPLOYER TAX ACCOUNTS, THE
000923*        SAME ONES THE RAISE RUN FALLS BACK ON.
000924     01  DM-Default-Accounts.
000925         05  DM-Default-Tax-Acct PIC X(06) value '615000'.
000926         05  DM-Default-FUTA-Acct
000927                                 PIC X(06) value '224000'.
000928         05  DM-Default-SUTA-Acct
000929                                 PIC X(06) value '225000'.
000930
000940     01  DM-Counters.
000950         05  DM-Trans-Read       PIC 9(5) value zero.
001220         05  DMD-State-Acct      PIC X(06).
001230         05  FILLER              PIC X(01).
001240         05  DMD-Fed-Acct        PIC X(06).
001241         05  FILLER              PIC X(01).
001242         05  DMD-Tax-Acct        PIC X(06).
001243         05  FILLER              PIC X(01).
001244         05  DMD-FUTA-Acct       PIC X(06).
001245         05  FILLER              PIC X(01).
001246         05  DMD-SUTA-Acct       PIC X(06).
001247         05  FILLER              PIC X(01).
001248         05  DMD-Raise-Budget-X  PIC X(12).
001249         05  DMD-Raise-Budget Redefines DMD-Raise-Budget-X
001250                             PIC Z,ZZZ,ZZ9.99.
001251         05  FILLER              PIC X(02).
001260         05  DMD-Note            PIC X(40).
001270
001280     01  DM-Total-Line.
002230     Move DTR-FICA-Account     To Dept-FICA-Account.
002240     Move DTR-State-Account    To Dept-State-Account.
002250     Move DTR-Federal-Account  To Dept-Federal-Account.
002251     Move DTR-Tax-Expense-Account To Dept-Tax-Expense-Account.
002252     Move DTR-FUTA-Account     To Dept-FUTA-Account.
002253     Move DTR-SUTA-Account     To Dept-SUTA-Account.
002254     If Dept-Tax-Expense-Account = Spaces
002255         Move DM-Default-Tax-Acct To Dept-Tax-Expense-Account
002256     End-If.
002257     If Dept-FUTA-Account = Spaces
002258         Move DM-Default-FUTA-Acct To Dept-FUTA-Account
002259     End-If.
002260     If Dept-SUTA-Account = Spaces
002261         Move DM-Default-SUTA-Acct To Dept-SUTA-Account
002262     End-If.
002263     If DTR-Raise-Budget-X Numeric
002264         Move DTR-Raise-Budget To Dept-Raise-Budget
002265     End-If.
002266     Perform 5000-Edit-Department-Fields Thru 5000-Exit.
002270     If DM-Trans-Invalid
002280         Perform 4900-Reject-Transaction Thru 4900-Exit
002290         Go To 3100-Exit
002880     End-If.
002890     If DTR-Federal-Account Not = Spaces
002900         Move DTR-Federal-Account To Dept-Federal-Account
002901     End-If.
002902     If DTR-Tax-Expense-Account Not = Spaces
002903         Move DTR-Tax-Expense-Account To Dept-Tax-Expense-Account
002904     End-If.
002905     If DTR-FUTA-Account Not = Spaces
002906         Move DTR-FUTA-Account To Dept-FUTA-Account
002907     End-If.
002908     If DTR-SUTA-Account Not = Spaces
002909         Move DTR-SUTA-Account To Dept-SUTA-Account
002910     End-If.
002911     If DTR-Raise-Budget-X Numeric
002912         Move DTR-Raise-Budget To Dept-Raise-Budget
002913     End-If.
002920     Perform 5000-Edit-Department-Fields Thru 5000-Exit.
002930     If DM-Trans-Invalid
002940         Perform 4900-Reject-Transaction Thru 4900-Exit
004240         Move 'FEDERAL ACCOUNT MUST BE NUMERIC'
004250             To DM-Reject-Reason
004260     End-If.
004261     If DM-Trans-Valid And Dept-Tax-Expense-Account Not Numeric
004262         Set DM-Trans-Invalid To True
004263         Move 'TAX EXPENSE ACCOUNT MUST BE NUMERIC'
004264             To DM-Reject-Reason
004265     End-If.
004266     If DM-Trans-Valid And Dept-FUTA-Account Not Numeric
004267         Set DM-Trans-Invalid To True
004268         Move 'FUTA ACCOUNT MUST BE NUMERIC'
004269             To DM-Reject-Reason
004270     End-If.
004271     If DM-Trans-Valid And Dept-SUTA-Account Not Numeric
004272         Set DM-Trans-Invalid To True
004273         Move 'SUTA ACCOUNT MUST BE NUMERIC'
004274             To DM-Reject-Reason
004275     End-If.
004276     If DM-Trans-Valid And DTR-Raise-Budget-X Not = Spaces
004277         And DTR-Raise-Budget-X Not Numeric
004278         Set DM-Trans-Invalid To True
004279         Move 'RAISE BUDGET MUST BE NUMERIC'
004280             To DM-Reject-Reason
004281     End-If.
004282 5000-Exit.
004283     Exit.
004290
004300 6000-Write-Detail-Line.
004310     Move DM-Detail-Line To Maint-Report-Record.
004420     Move Dept-FICA-Account      To DMD-FICA-Acct.
004430     Move Dept-State-Account     To DMD-State-Acct.
004440     Move Dept-Federal-Account   To DMD-Fed-Acct.
004442     Move Dept-Tax-Expense-Account To DMD-Tax-Acct.
004444     Move Dept-FUTA-Account      To DMD-FUTA-Acct.
004446     Move Dept-SUTA-Account      To DMD-SUTA-Acct.
004448     Move Dept-Raise-Budget      To DMD-Raise-Budget.
004450 6100-Exit.
004460     Exit.
004470
005010     Move 'FICA'    To DMD-FICA-Acct.
005020     Move 'STATE'   To DMD-State-Acct.
005030     Move 'FEDRL'   To DMD-Fed-Acct.
005032     Move 'TAXEXP'  To DMD-Tax-Acct.
005034     Move 'FUTA'    To DMD-FUTA-Acct.
005036     Move 'SUTA'    To DMD-SUTA-Acct.
005038     Move 'RAISE BUDGET' To DMD-Raise-Budget-X.
005040     Move 'RESULT / REASON' To DMD-Note.
005050     Perform 6000-Write-Detail-Line Thru 6000-Exit.
005060     Move Spaces To Maint-Report-Record.
