000140*                     RECENT AUDIT TRAIL ENTRY.  SUSPENSE AND
000150*                     AUDIT ARE EACH SCANNED ONCE FOR THE
000160*                     WHOLE REQUEST BATCH.
000162*  10/15/2026  AJD    YTD LAYOUT NOW COMES FROM THE SHARED
000164*                     COPYBOOK; THE YTD BLOCK ADDS THE
000166*                     EMPLOYER FICA MATCH, FUTA AND SUTA.
000170*****************************************************************
000180
000190 Identification Division.
000680             Copy "EMPREC.cpy".
000690
000700         FD  YTDFile.
000710             Copy "YTDREC.cpy".
000810
000820*        A SUSPENSE RECORD IS A FULL EMPLOYEE-RECORD IMAGE;
000830*        ONLY THE LEADING EMPLOYEE-ID MATTERS HERE.
004140     Move YTD-Deductions To EQ-Amount-Edited.
004150     Move EQ-Amount-Edited To EQL-Value.
004160     Perform 5900-Write-Label-Line Thru 5900-Exit.
004161     Move 'YTD EMPLOYER FICA' To EQL-Label.
004162     Move YTD-Employer-FICA To EQ-Amount-Edited.
004163     Move EQ-Amount-Edited To EQL-Value.
004164     Perform 5900-Write-Label-Line Thru 5900-Exit.
004165     Move 'YTD EMPLOYER FUTA' To EQL-Label.
004166     Move YTD-FUTA To EQ-Amount-Edited.
004167     Move EQ-Amount-Edited To EQL-Value.
004168     Perform 5900-Write-Label-Line Thru 5900-Exit.
004169     Move 'YTD EMPLOYER SUTA' To EQL-Label.
004170     Move YTD-SUTA To EQ-Amount-Edited.
004171     Move EQ-Amount-Edited To EQL-Value.
004172     Perform 5900-Write-Label-Line Thru 5900-Exit.
004173 5200-Exit.
004180     Exit.
004190
004200 5300-Print-Standing-Block.
