000010*****************************************************************
000020*  RECREC -- RAISE RECOMMENDATION RECORD LAYOUT (RECOMMENDFILE). *
000030*  ONE RECORD PER EMPLOYEE, KEYED ON THE EMPLOYEE-ID.  ENTERED  *
000040*  BY THE RECOMMENDATION MAINTENANCE PROGRAM FOR THE MANAGER,   *
000050*  APPROVED OR HELD OVER BUDGET BY THE APPROVAL PROGRAM, AND    *
000060*  MARKED USED BY THE RAISE RUN THAT PAYS IT.                   *
000070*----------------------------------------------------------------
000080*  DATE        INIT   DESCRIPTION
000090*  10/15/2026  AJD    ORIGINAL LAYOUT.  THE RECOMMENDING
000100*                     MANAGER, A FLAT AMOUNT OR A PERCENT OF
000110*                     SALARY, AND A REASON CODE.  THE APPROVAL
000120*                     FIGURES THE INCREASE ONCE AND KEEPS IT IN
000130*                     REC-APPROVED-AMOUNT; THAT IS THE FIGURE
000140*                     THE BUDGET WAS CHECKED ON AND THE FIGURE
000150*                     THE RAISE RUN PAYS.
000160*                     REASON CODES: MR MERIT, PR PROMOTION, EQ
000170*                     PAY EQUITY, RT RETENTION, MK MARKET.
000180*****************************************************************
000190       01  Recommendation-Record.
000200           05  Rec-Employee-ID         PIC X(06).
000210           05  Rec-Department          PIC X(04).
000220           05  Rec-Dept-Manager        PIC X(20).
000230           05  Rec-Basis               PIC X(01).
000240               88  Rec-Flat-Amount            Value 'A'.
000250               88  Rec-Percent-Of-Salary      Value 'P'.
000260           05  Rec-Amount              PIC 9(3)V9(2).
000270           05  Rec-Percent             PIC 9(1)V9(4).
000280           05  Rec-Reason-Code         PIC X(02).
000290               88  Rec-Reason-Valid           Value 'MR' 'PR'
000300                                                    'EQ' 'RT'
000310                                                    'MK'.
000320           05  Rec-Entered-Date        PIC 9(08).
000330           05  Rec-Status              PIC X(01).
000340               88  Rec-Pending                Value 'P'.
000350               88  Rec-Approved               Value 'A'.
000360               88  Rec-Over-Budget            Value 'O'.
000370               88  Rec-Rejected               Value 'R'.
000380               88  Rec-Used                   Value 'U'.
000390           05  Rec-Approved-Amount     PIC 9(3)V9(2).
000400           05  Rec-Approved-Date       PIC 9(08).
000410           05  Rec-Applied-Date        PIC 9(08).
