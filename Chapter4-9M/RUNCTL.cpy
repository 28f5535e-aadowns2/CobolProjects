000130*                     REFUSE TO RUN AGAINST A MASTER THAT IS
000140*                     MID-RAISE-RUN.  A NEW PERIOD STARTS THE
000150*                     RECORD OVER.
000151*  10/15/2026  AJD    ADDED RAISE STATUS REVERSED AND THE
000152*                     REVERSAL DATE.  THE RAISE BACK-OUT PROGRAM
000153*                     MARKS A POSTED PERIOD REVERSED SO THE RAISE
000154*                     STEP CAN BE RUN AGAIN, AND RESETS THE
000155*                     BALANCE STEP.
000156*  10/15/2026  AJD    ADDED THE SUPPLEMENTAL STEP.  THE OFF-CYCLE
000157*                     SUPPLEMENTAL RUN REFUSES WHILE A RAISE RUN
000158*                     IS IN PROGRESS, AND THE RAISE RUN, BANK
000159*                     RETURNS AND YEAR END REFUSE WHILE A
000160*                     SUPPLEMENTAL RUN IS IN PROGRESS.
000161*  10/15/2026  AJD    ADDED THE INTEGRITY STEP.  THE CROSS-FILE
000162*                     INTEGRITY CHECK STAMPS IT PASSED OR FAILED
000163*                     WITH THE COUNT OF SEVERE PROBLEMS, AND THE
000164*                     RAISE RUN WILL NOT START WHILE IT SHOWS
000165*                     FAILED.
000166*  10/15/2026  AJD    ADDED THE REMITTANCE DATES: THE RAISE AND
000167*                     SUPPLEMENTAL RUN DATES LAST REMITTED, SO NO
000168*                     CYCLE'S WITHHOLDING IS PAID OUT TWICE.
000169*  10/15/2026  AJD    THE INTEGRITY STEP IS REQUIRED: THE RAISE
000170*                     RUN WILL NOT START UNTIL IT SHOWS PASSED FOR
000171*                     THE PERIOD.
000172*****************************************************************
000173       01  Run-Control-Record.
000180           05  RC-Period-ID            PIC 9(06).
000190           05  RC-Raise-Status         PIC X(01).
000200               88  RC-Raise-Not-Run           Value 'N'.
000210               88  RC-Raise-Started           Value 'S'.
000220               88  RC-Raise-Posted            Value 'C'.
000225               88  RC-Raise-Reversed          Value 'R'.
000230           05  RC-Raise-Date           PIC 9(08).
000240           05  RC-Balance-Status       PIC X(01).
000250               88  RC-Balance-Not-Run         Value 'N'.
000340               88  RC-YearEnd-Not-Run         Value 'N'.
000350               88  RC-YearEnd-Done            Value 'C'.
000360           05  RC-YearEnd-Date         PIC 9(08).
000370           05  RC-Reversal-Date        PIC 9(08).
000380           05  RC-Supp-Status          PIC X(01).
000390               88  RC-Supp-Not-Run            Value 'N'.
000400               88  RC-Supp-Started            Value 'S'.
000410               88  RC-Supp-Posted             Value 'C'.
000420           05  RC-Supp-Date            PIC 9(08).
000430           05  RC-Integrity-Status     PIC X(01).
000440               88  RC-Integrity-Not-Run       Value 'N'.
000450               88  RC-Integrity-Passed        Value 'C'.
000460               88  RC-Integrity-Failed        Value 'F'.
000470           05  RC-Integrity-Date       PIC 9(08).
000480           05  RC-Integrity-Severe     PIC 9(05).
000490           05  RC-Remit-Raise-Date     PIC 9(08).
000500           05  RC-Remit-Supp-Date      PIC 9(08).
