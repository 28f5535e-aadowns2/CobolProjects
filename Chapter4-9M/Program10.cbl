000110*                     AND AFTER RECORD IMAGES, SO THE AUDIT
000120*                     QUESTION 'WHO CHANGED THIS AND WHEN' IS
000130*                     ANSWERED FROM ONE OVERNIGHT REQUEST.
000132*  10/15/2026  AJD    A REQUEST WITH SOURCE 'A' IS ANSWERED FROM
000134*                     THE CHANGE HISTORY ARCHIVE THE RETENTION
000136*                     PROGRAM WRITES INSTEAD OF THE LIVE FILE,
000138*                     FOR CHANGES OLDER THAN THE YEARS KEPT.
000140*****************************************************************
000150
000160 Identification Division.
000370                 Record Key is Chg-Key
000380                 File Status is WS-File-Status.
000390
000392             Select ChgArchiveFile Assign to CHG-ARCHIVE
000394                 File Status is WS-File-Status
000396                 Organization is Line Sequential.
000398
000400             Select InquiryReportFile Assign to CHG-INQUIRY-RPT
000410                 File Status is WS-File-Status
000420                 Organization is Line Sequential.
000460*        ONE REQUEST PER RECORD.  A NON-NUMERIC OR ZERO DATE
000470*        FALLS BACK TO THE WIDEST RANGE, SO A BARE EMPLOYEE-ID
000480*        PRINTS EVERYTHING ON FILE FOR THE EMPLOYEE.
000483*        SOURCE 'A' READS THE ARCHIVE; BLANK READS THE LIVE
000486*        FILE.
000490         FD  RequestFile.
000500             01  Inquiry-Request.
000510                 05  INQ-Employee-ID         PIC X(06).
000550                 05  INQ-To-Date-X           PIC X(08).
000560                 05  INQ-To-Date Redefines INQ-To-Date-X
000570                                             PIC 9(8).
000573                 05  INQ-Source              PIC X(01).
000576                     88  INQ-From-Archive           Value 'A'.
000580
000590         FD  ChangeHistFile.
000600             Copy "CHGREC.cpy".
000601
000602*        RECORDS PURGED BY THE RETENTION PROGRAM: A HEADER, THE
000603*        CHANGE RECORDS IN KEY ORDER, AND A COUNT TRAILER.
000604         FD  ChgArchiveFile.
000605             Copy "ARCREC.cpy".
000610
000620         FD  InquiryReportFile.
000630             01  Inquiry-Report-Record       PIC X(132).
000680         88  No-More-Requests             value 'N'.
000690     01  More-History            PIC X(1) value 'Y'.
000700         88  No-More-History              value 'N'.
000703     01  More-Archive-Records    PIC X(1) value 'Y'.
000706         88  No-More-Archive-Records      value 'N'.
000710
000720     01  CQ-Counters.
000730         05  CQ-Requests-Read    PIC 9(5) value zero.
001870     Move CQ-Header-Line To Inquiry-Report-Record.
001880     Write Inquiry-Report-Record.
001890     Move Zero To CQ-Request-Hits.
001892     If INQ-From-Archive
001894         Perform 3500-Scan-Archive Thru 3500-Exit
001896         Go To 3000-No-History
001898     End-If.
001900     Move INQ-Employee-ID To Chg-Employee-ID.
001910     Move CQ-From-Date    To Chg-Date.
001920     Move Zero            To Chg-Seq.
002180         Set No-More-History To True
002190         Go To 3100-Exit
002200     End-If.
002201     Perform 3150-Print-History-Detail Thru 3150-Exit.
002202 3100-Exit.
002203     Exit.
002204
002205 3150-Print-History-Detail.
002210     Add 1 To CQ-Request-Hits.
002220     Add 1 To CQ-Records-Printed.
002230     Move Spaces To CQ-Detail-Line.
002400     Move Spaces To Inquiry-Report-Record.
002410     Move CQ-Image-Line To Inquiry-Report-Record.
002420     Write Inquiry-Report-Record.
002421 3150-Exit.
002422     Exit.
002423
002424*-----------------------------------------------------------------
002425*  3500-SCAN-ARCHIVE -- the archive is sequential, so it is read
002426*  from the top for each archive request.  Its records are in
002427*  key order, so the scan stops once it passes the employee.
002428*-----------------------------------------------------------------
002429 3500-Scan-Archive.
002430     Open Input ChgArchiveFile.
002431     If WS-File-Status Not = 00
002432         Move Spaces To Inquiry-Report-Record
002433         Move 'NO CHANGE HISTORY ARCHIVE ON HAND'
002434             To Inquiry-Report-Record
002435         Write Inquiry-Report-Record
002436         Go To 3500-Exit
002437     End-If.
002438     Read ChgArchiveFile
002439         At End
002440             Move Spaces To Archive-Record
002441     End-Read.
002442     If Not Arc-Header
002443         Or Arc-File-Name Not = 'CHANGE HISTORY'
002444         Move Spaces To Inquiry-Report-Record
002445         Move 'ARCHIVE ON HAND IS NOT A CHANGE HISTORY ARCHIVE'
002446             To Inquiry-Report-Record
002447         Write Inquiry-Report-Record
002448         Close ChgArchiveFile
002449         Go To 3500-Exit
002450     End-If.
002451     Move Spaces To Inquiry-Report-Record.
002452     String 'FROM ARCHIVE DATED ' Delimited By Size
002453            Arc-Archive-Date      Delimited By Size
002454            ' - CHANGES BEFORE '  Delimited By Size
002455            Arc-Cutoff-Date       Delimited By Size
002456            Into Inquiry-Report-Record.
002457     Write Inquiry-Report-Record.
002458     Move 'Y' To More-Archive-Records.
002459     Perform 3510-Read-Archive-Record Thru 3510-Exit
002460         Until No-More-Archive-Records.
002461     Close ChgArchiveFile.
002462 3500-Exit.
002463     Exit.
002464
002465 3510-Read-Archive-Record.
002466     Read ChgArchiveFile
002467         At End
002468             Set No-More-Archive-Records To True
002469             Go To 3510-Exit
002470     End-Read.
002471     If Not Arc-Detail
002472         Set No-More-Archive-Records To True
002473         Go To 3510-Exit
002474     End-If.
002475     Move Arc-Data To Change-History-Record.
002476     If Chg-Employee-ID > INQ-Employee-ID
002477         Set No-More-Archive-Records To True
002478         Go To 3510-Exit
002479     End-If.
002480     If Chg-Employee-ID = INQ-Employee-ID
002481         And Chg-Date Not < CQ-From-Date
002482         And Chg-Date Not > CQ-To-Date
002483         Perform 3150-Print-History-Detail Thru 3150-Exit
002484     End-If.
002485 3510-Exit.
002486     Exit.
002487
002488 8000-Write-Totals.
002489     Move Spaces To Inquiry-Report-Record.
002490     Write Inquiry-Report-Record.
002491     Move 'REQUESTS READ' To CQ-Total-Label.
002500     Move CQ-Requests-Read To CQ-Total-Count.
002510     Perform 8100-Write-Total-Line Thru 8100-Exit.
002520     Move 'HISTORY RECORDS PRINTED' To CQ-Total-Label.
