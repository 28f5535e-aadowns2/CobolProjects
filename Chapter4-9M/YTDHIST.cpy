000010*****************************************************************
000020*  YTDHIST -- YTD HISTORY RECORD LAYOUT (YTDHISTFILE).          *
000030*  CLOSED PRIOR-YEAR FIGURES, MOVED HERE BY THE RAISE RUN'S    *
000040*  TURN-OF-YEAR ROLLOVER BEFORE THE LIVE YTD RECORD RESETS.    *
000050*  KEYED ON EMPLOYEE-ID AND YEAR.                              *
000060*----------------------------------------------------------------
000070*  DATE        INIT   DESCRIPTION
000080*  10/15/2026  AJD    LAYOUT LIFTED OUT OF THE RAISE RUN AND
000090*                     YEAR END SO BOTH SHARE ONE DEFINITION.
000100*                     ADDED THE EMPLOYER FICA MATCH, FUTA AND
000110*                     SUTA BUCKETS CARRIED ON THE YTD MASTER,
000120*                     SO A REPRINTED CLOSED-YEAR STATEMENT
000130*                     STILL SHOWS THE EMPLOYER'S COST.
000132*  10/15/2026  AJD    ADDED THE QUARTER-TO-DATE BUCKETS CARRIED
000134*                     ON THE YTD MASTER, SO A CLOSED YEAR'S
000136*                     QUARTERLY RETURNS CAN STILL BE REPRINTED
000138*                     AFTER THE ROLLOVER.
000140*****************************************************************
000150       01  YTD-History-Record.
000160           05  YTH-Key.
000170               10  YTH-Employee-ID     PIC X(06).
000180               10  YTH-Year            PIC 9(04).
000190           05  YTH-Employee-Name       PIC X(20).
000200           05  YTH-Department          PIC X(04).
000210           05  YTH-Gross               PIC 9(7)V9(2).
000220           05  YTH-FICA                PIC 9(6)V9(2).
000230           05  YTH-State               PIC 9(6)V9(3).
000240           05  YTH-Federal             PIC 9(6)V9(3).
000250           05  YTH-Deductions          PIC 9(7)V9(2).
000260           05  YTH-Employer-FICA       PIC 9(6)V9(2).
000270           05  YTH-FUTA                PIC 9(6)V9(2).
000280           05  YTH-SUTA                PIC 9(6)V9(2).
000290           05  YTH-Quarter-Table.
000300               10  YTH-Quarter Occurs 4 Times.
000310                   15  YTH-Qtr-Wages       PIC 9(7)V9(2).
000320                   15  YTH-Qtr-FICA        PIC 9(6)V9(2).
000330                   15  YTH-Qtr-State       PIC 9(6)V9(3).
000340                   15  YTH-Qtr-Federal     PIC 9(6)V9(3).
000350                   15  YTH-Qtr-ER-FICA     PIC 9(6)V9(2).
000360                   15  YTH-Qtr-Month-Liab  PIC 9(6)V9(2)
000370                                           Occurs 3 Times.
