000110*                     GRANT-FUNDED COST CENTERS CAN CARRY
000120*                     THEIR OWN ACCOUNTS INSTEAD OF THE
000130*                     COMPANY-WIDE DEFAULTS.
000131*  10/15/2026  AJD    ADDED THE EMPLOYER PAYROLL TAX EXPENSE
000132*                     ACCOUNT AND THE FUTA AND SUTA PAYABLE
000133*                     ACCOUNTS, SO EMPLOYER TAXES CHARGE EACH
000134*                     DEPARTMENT'S OWN EXPENSE AND LIABILITY
000135*                     ACCOUNTS.  THE EMPLOYER FICA MATCH IS
000136*                     PAYABLE TO THE DEPARTMENT'S FICA ACCOUNT.
000137*  10/15/2026  AJD    ADDED THE DEPARTMENT RAISE BUDGET: THE
000138*                     MOST THE MANAGER'S APPROVED RAISE
000139*                     RECOMMENDATIONS MAY ADD TO THE DEPARTMENT'S
000140*                     PAYROLL IN ONE RAISE CYCLE.
000141*****************************************************************
000150       01  Department-Record.
000160           05  Dept-Code               PIC X(04).
000170           05  Dept-Name               PIC X(20).
000200           05  Dept-FICA-Account       PIC X(06).
000210           05  Dept-State-Account      PIC X(06).
000220           05  Dept-Federal-Account    PIC X(06).
000230           05  Dept-Tax-Expense-Account
000240                                       PIC X(06).
000250           05  Dept-FUTA-Account       PIC X(06).
000260           05  Dept-SUTA-Account       PIC X(06).
000270           05  Dept-Raise-Budget       PIC 9(7)V9(2).
