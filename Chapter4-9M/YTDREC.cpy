000010*****************************************************************
000020*  YTDREC -- YEAR-TO-DATE MASTER RECORD LAYOUT (YTDFILE).       *
000030*  SHARED BY EVERY PROGRAM THAT POSTS TO OR REPORTS FROM THE   *
000040*  INDEXED YTD MASTER.  THE FILE IS KEYED ON YTD-EMPLOYEE-ID.  *
000050*----------------------------------------------------------------
000060*  DATE        INIT   DESCRIPTION
000070*  10/15/2026  AJD    LAYOUT LIFTED OUT OF THE RAISE RUN, YEAR
000080*                     END AND EMPLOYEE INQUIRY SO ALL THREE
000090*                     SHARE ONE DEFINITION.  ADDED THE
000100*                     EMPLOYER-SIDE TAX BUCKETS (EMPLOYER FICA
000110*                     MATCH, FUTA AND SUTA) SO YEAR END SHOWS
000120*                     THE COMPANY'S COST OF EACH EMPLOYEE AND
000130*                     NOT ONLY WHAT WAS WITHHELD.  EXISTING
000140*                     MASTERS ARE CARRIED INTO THIS LAYOUT BY
000150*                     THE ONE-TIME MASTERCONVERT PROGRAM.
000151*  10/15/2026  AJD    ADDED THE QUARTER-TO-DATE BUCKETS: WAGES,
000152*                     FICA, STATE, FEDERAL AND THE EMPLOYER
000153*                     FICA MATCH FOR EACH CALENDAR QUARTER,
000154*                     WITH THE FEDERAL DEPOSIT LIABILITY (FICA
000155*                     BOTH SHARES PLUS FEDERAL WITHHOLDING) FOR
000156*                     EACH MONTH OF THE QUARTER.  POSTED BY THE
000157*                     RAISE RUN IN THE QUARTER OF ITS RUN DATE;
000158*                     THE FOUR QUARTERS FOOT TO THE YEAR-TO-DATE
000159*                     FIGURES ABOVE.
000160*****************************************************************
000170       01  YTD-Record.
000180           05  YTD-Employee-ID         PIC X(06).
000190           05  YTD-Employee-Name       PIC X(20).
000200           05  YTD-Department          PIC X(04).
000210           05  YTD-Year                PIC 9(4).
000220           05  YTD-Gross               PIC 9(7)V9(2).
000230           05  YTD-FICA                PIC 9(6)V9(2).
000240           05  YTD-State               PIC 9(6)V9(3).
000250           05  YTD-Federal             PIC 9(6)V9(3).
000260           05  YTD-Deductions          PIC 9(7)V9(2).
000270           05  YTD-Employer-FICA       PIC 9(6)V9(2).
000280           05  YTD-FUTA                PIC 9(6)V9(2).
000290           05  YTD-SUTA                PIC 9(6)V9(2).
000300           05  YTD-Quarter-Table.
000310               10  YTD-Quarter Occurs 4 Times.
000320                   15  YTD-Qtr-Wages       PIC 9(7)V9(2).
000330                   15  YTD-Qtr-FICA        PIC 9(6)V9(2).
000340                   15  YTD-Qtr-State       PIC 9(6)V9(3).
000350                   15  YTD-Qtr-Federal     PIC 9(6)V9(3).
000360                   15  YTD-Qtr-ER-FICA     PIC 9(6)V9(2).
000370                   15  YTD-Qtr-Month-Liab  PIC 9(6)V9(2)
000380                                           Occurs 3 Times.
