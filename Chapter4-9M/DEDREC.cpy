000120*                     DISPOSABLE PAY (GROSS LESS REQUIRED
000130*                     WITHHOLDING).  THE GL ACCOUNT IS THE
000140*                     PAYABLE BUCKET ON THE DISTRIBUTION.
000141*  10/15/2026  AJD    ADDED THE SUPPLEMENTAL FLAG.  ONLY A
000142*                     DEDUCTION FLAGGED Y IS TAKEN FROM OFF-CYCLE
000143*                     SUPPLEMENTAL PAY (BONUS, RETRO, COMMISSION).
000144*                     EXISTING RECORDS CONVERT WITH GARNISHMENTS Y
000145*                     AND EVERYTHING ELSE N.
000146*  10/15/2026  AJD    ADDED THE PAYEE THE WITHHOLDING IS
000147*                     REMITTED TO (PAYEE MASTER CODE) AND, FOR A
000148*                     GARNISHMENT, THE CASE NUMBER, TOTAL AMOUNT
000149*                     OWED AND BALANCE REMAINING.  A ZERO TOTAL
000150*                     OWED IS AN OPEN-ENDED ORDER, NO BALANCE.
000151*                     THE RAISE AND SUPPLEMENTAL RUNS TAKE THE
000152*                     BALANCE DOWN AS THEY WITHHOLD, STAMP THE
000153*                     SATISFIED DATE AT ZERO, THEN TAKE NOTHING.
000154*                     THE RAISE RUN'S LAST AMOUNT AND DATE LET THE
000155*                     MANUAL CHECK RUN NET THE SAME AS THE FEED.
000156*****************************************************************
000160       01  Deduction-Record.
000170           05  Ded-Key.
000180               10  Ded-Employee-ID     PIC X(06).
000280               88  Ded-Garnishment            Value 'G'.
000290           05  Ded-Garnish-Limit-Pct   PIC 9(1)V9(4).
000300           05  Ded-GL-Account          PIC X(06).
000310           05  Ded-Supp-Flag           PIC X(01).
000320               88  Ded-Take-On-Supplemental   Value 'Y'.
000330           05  Ded-Payee-Code          PIC X(06).
000340           05  Ded-Case-Number         PIC X(20).
000350           05  Ded-Total-Owed          PIC 9(7)V9(2).
000360           05  Ded-Balance             PIC 9(7)V9(2).
000370           05  Ded-Satisfied-Date      PIC 9(08).
000380           05  Ded-Last-Taken          PIC 9(5)V9(2).
000390           05  Ded-Last-Taken-Date     PIC 9(08).
