000010*****************************************************************
000020*  CHKHIST -- CHECK HISTORY RECORD LAYOUT (CHECKHISTFILE).      *
000030*  ONE RECORD PER CHECK NUMBER EVER ISSUED, KEYED ON THE CHECK *
000040*  NUMBER.  WRITTEN BY THE MANUAL CHECK RUN AS EACH CHECK IS   *
000050*  CUT, VOIDED OR REISSUED, AND UPDATED BY THE BANK           *
000060*  RECONCILIATION AS PAID ITEMS COME BACK, SO EVERY NUMBER IN *
000070*  THE CHECK CONTROL SERIES IS ACCOUNTED FOR IN ONE PLACE.    *
000080*----------------------------------------------------------------
000090*  DATE        INIT   DESCRIPTION
000100*  10/15/2026  AJD    ORIGINAL LAYOUT.  ISSUE DATE, PAYEE AND
000110*                     AMOUNT AS CUT; STATUS OUTSTANDING,
000120*                     CLEARED, STALE-DATED OR VOIDED; THE
000130*                     BANK'S PAID DATE AND AMOUNT ONCE CLEARED;
000140*                     AND THE CROSS-REFERENCE BETWEEN A VOIDED
000150*                     CHECK AND THE CHECK THAT REISSUED IT.
000160*****************************************************************
000170       01  Check-History-Record.
000180           05  Chk-Check-Number        PIC 9(08).
000190           05  Chk-Employee-ID         PIC X(06).
000200           05  Chk-Employee-Name       PIC X(20).
000210           05  Chk-Department          PIC X(04).
000220           05  Chk-Issue-Date          PIC 9(08).
000230           05  Chk-Net-Amount          PIC 9(7)V9(2).
000240           05  Chk-Status              PIC X(01).
000250               88  Chk-Outstanding            Value 'O'.
000260               88  Chk-Cleared                Value 'C'.
000270               88  Chk-Stale-Dated            Value 'S'.
000280               88  Chk-Voided                 Value 'V'.
000290           05  Chk-Paid-Date           PIC 9(08).
000300           05  Chk-Paid-Amount         PIC 9(7)V9(2).
000310           05  Chk-Amount-Flag         PIC X(01).
000320               88  Chk-Amount-Mismatch        Value 'M'.
000330           05  Chk-Void-Date           PIC 9(08).
000340           05  Chk-Void-Reason         PIC X(20).
000350           05  Chk-Reissued-As         PIC 9(08).
000360           05  Chk-Reissue-Of          PIC 9(08).
