000010*****************************************************************
000020*  PAYEEREC -- THIRD-PARTY PAYEE MASTER LAYOUT (PAYEEFILE).     *
000030*  ONE RECORD PER OUTSIDE PARTY THE PAYROLL WITHHOLDS FOR: THE  *
000040*  401(K) PROVIDER, THE UNION, A CHILD-SUPPORT OR OTHER COURT   *
000050*  AGENCY.  KEYED ON THE PAYEE CODE THE DEDUCTION MASTER        *
000060*  CARRIES.  MAINTAINED BY PAYEEMAINT, READ BY THE REMITTANCE   *
000070*  RUN TO ROUTE EACH CYCLE'S WITHHOLDING.                       *
000080*----------------------------------------------------------------
000090*  DATE        INIT   DESCRIPTION
000100*  10/15/2026  AJD    ORIGINAL LAYOUT.  NAME AS THE BANK SHOWS IT,
000110*                     PAYEE TYPE, HOW IT IS PAID (ACH OR CHECK)
000120*                     AND THE ROUTING AND ACCOUNT AN ACH PAYMENT
000130*                     GOES TO.  A CHILD-SUPPORT AGENCY GETS ONE
000140*                     ENTRY PER CASE CARRYING THE CASE NUMBER;
000150*                     EVERY OTHER PAYEE GETS ONE ENTRY FOR THE
000160*                     CYCLE'S TOTAL.
000170*****************************************************************
000180       01  Payee-Record.
000190           05  Payee-Code              PIC X(06).
000200           05  Payee-Name              PIC X(22).
000210           05  Payee-Type              PIC X(01).
000220               88  Payee-Benefit-Provider     Value 'B'.
000230               88  Payee-Union                Value 'U'.
000240               88  Payee-Support-Agency       Value 'S'.
000250               88  Payee-Other-Agency         Value 'O'.
000260               88  Payee-Type-Valid           Value 'B' 'U'
000270                                                    'S' 'O'.
000280           05  Payee-Pay-Method        PIC X(01).
000290               88  Payee-Paid-By-ACH          Value 'A'.
000300               88  Payee-Paid-By-Check        Value 'C'.
000310           05  Payee-Routing-Number    PIC X(09).
000320           05  Payee-Account-Number    PIC X(17).
000330           05  Payee-Account-Type      PIC X(01).
000340               88  Payee-Checking             Value 'C'.
000350               88  Payee-Savings              Value 'S'.
000360           05  Payee-Contact           PIC X(20).
000370           05  Payee-Added-Date        PIC 9(08).
