000310*                     RAISE STEP SHOWS STARTED (MASTER MID
000320*                     RUN); COMPLETION STAMPS THE RETURNS
000330*                     STEP ON THE CALENDAR.
000331*  10/15/2026  AJD    ALSO REFUSES WHILE THE SUPPLEMENTAL STEP
000332*                     SHOWS STARTED.
000333*  10/15/2026  AJD    A NEW PERIOD ALSO RESETS THE INTEGRITY
000334*                     STEP ON THE RUN CONTROL RECORD.
000335*  10/15/2026  AJD    A NEW PERIOD IS NOT OPENED WHILE A POSTED
000336*                     RAISE OR SUPPLEMENTAL RUN IS STILL WAITING
000337*                     ON THE REMITTANCE RUN.
000340*****************************************************************
000350
000360 Identification Division.
002360     End-Read.
002370     Close RunControlFile.
002380     If RC-Period-ID Not = BR-Period-ID
002385         Perform 1057-Verify-Remitted Thru 1057-Exit
002390         Perform 1058-Init-Run-Control Thru 1058-Exit
002400         Go To 1050-Exit
002410     End-If.
002450         Move 8 To Return-Code
002460         Stop Run
002470     End-If.
002471     If RC-Supp-Started
002472         Display 'SUPPLEMENTAL RUN IN PROGRESS FOR PERIOD '
002473                 RC-Period-ID ' - RETURNS RUN REFUSED'
002474         Move 8 To Return-Code
002475         Stop Run
002476     End-If.
002480 1050-Exit.
002481     Exit.
002482
002483*-----------------------------------------------------------------
002484*  1057-VERIFY-REMITTED -- opening a new period starts the run
002485*  control record over and loses the run dates the remittance
002486*  program pays from.  A posted raise or supplemental run that
002487*  has not been remitted holds the old period open.
002488*-----------------------------------------------------------------
002489 1057-Verify-Remitted.
002490     If RC-Raise-Posted
002491         And RC-Remit-Raise-Date Not = RC-Raise-Date
002492         Display 'RAISE RUN FOR PERIOD ' RC-Period-ID
002493                 ' NOT YET REMITTED - RETURNS RUN REFUSED'
002494         Move 8 To Return-Code
002495         Stop Run
002496     End-If.
002497     If RC-Supp-Posted
002498         And RC-Remit-Supp-Date Not = RC-Supp-Date
002499         Display 'SUPPLEMENTAL RUN FOR PERIOD ' RC-Period-ID
002500                 ' NOT YET REMITTED - RETURNS RUN REFUSED'
002501         Move 8 To Return-Code
002502         Stop Run
002503     End-If.
002504 1057-Exit.
002505     Exit.
002506
002510 1058-Init-Run-Control.
002520     Initialize Run-Control-Record.
002530     Move BR-Period-ID To RC-Period-ID.
002550     Move 'N' To RC-Balance-Status.
002560     Move 'N' To RC-Returns-Status.
002570     Move 'N' To RC-YearEnd-Status.
002575     Move 'N' To RC-Supp-Status.
002577     Move 'N' To RC-Integrity-Status.
002580 1058-Exit.
002590     Exit.
002600
