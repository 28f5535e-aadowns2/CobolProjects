000010*****************************************************************
000020*  ARCREC -- RETENTION ARCHIVE RECORD LAYOUT.                   *
000030*  EVERY ARCHIVE FILE THE RETENTION PROGRAM WRITES IS ONE     *
000040*  HEADER RECORD (FILE ARCHIVED, ARCHIVE DATE, CUTOFF DATE    *
000050*  AND YEARS KEPT), ONE DETAIL RECORD PER EXPIRED RECORD      *
000060*  CARRYING THE LIVE RECORD IMAGE UNCHANGED, AND ONE TRAILER  *
000070*  WITH THE RECORD COUNT AND HASH TOTALS THAT PROVE THE FILE. *
000080*  READ BACK BY THE CHANGE HISTORY INQUIRY.                   *
000090*----------------------------------------------------------------
000100*  DATE        INIT   DESCRIPTION
000110*  10/15/2026  AJD    ORIGINAL LAYOUT.  THE DATE HASH IS THE
000120*                     SUM OF EACH DETAIL RECORD'S DATE (YEAR
000130*                     FOR YTD HISTORY); THE AMOUNT HASH IS THE
000140*                     SUM OF ITS MONEY FIELD, ZERO FOR CHANGE
000150*                     HISTORY.
000160*****************************************************************
000170       01  Archive-Record.
000180           05  Arc-Record-Type         PIC X(01).
000190               88  Arc-Header                 Value 'H'.
000200               88  Arc-Detail                 Value 'D'.
000210               88  Arc-Trailer                Value 'T'.
000220           05  Arc-Data                PIC X(900).
000230           05  Arc-Header-Data Redefines Arc-Data.
000240               10  Arc-File-Name       PIC X(16).
000250               10  Arc-Archive-Date    PIC 9(08).
000260               10  Arc-Cutoff-Date     PIC 9(08).
000270               10  Arc-Retain-Years    PIC 9(02).
000280               10  FILLER              PIC X(866).
000290           05  Arc-Trailer-Data Redefines Arc-Data.
000300               10  Arc-Record-Count    PIC 9(09).
000310               10  Arc-Date-Hash       PIC 9(15).
000320               10  Arc-Amount-Hash     PIC 9(13)V9(2).
000330               10  FILLER              PIC X(861).
