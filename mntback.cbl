        Organization is Indexed
        Access Mode is Random
        Record Key is CI-Customer-Id
        Alternate Record Key is CI-Phone-Key-1 With Duplicates
        Alternate Record Key is CI-Phone-Key-2 With Duplicates
        Alternate Record Key is CI-Phone-Key-3 With Duplicates
        File Status is WS-Index-File-Status.
    Select Operator-Authority-File Assign to "OPERAUTH.DAT"
        Organization is Line Sequential
        File Status is WS-Authority-Status.
    Select Backout-Report Assign to "BACKRPT.DAT"
        Organization is Line Sequential.
 Data Division.
 FD  Backout-Request-File.
 01  Backout-Request-Record.
    03  BK-Run-Id        Pic X(14).
    03  Filler           Pic X(2).
    03  BK-Operator-Id   Pic X(8).
 FD  Maint-Journal.
 01  Maint-Journal-Record.
    03  JR-Run-Id        Pic X(14).
    03  Filler           Pic X(2).
    03  JR-Action-Code   Pic X.
    03  Filler           Pic X(2).
    03  JR-Before-Image  Pic X(122).
    03  Filler           Pic X(2).
    03  JR-After-Image   Pic X(122).
    03  Filler           Pic X(2).
    03  JR-Operator-Id   Pic X(8).
    03  Filler           Pic X(2).
    03  JR-Approver-Id   Pic X(8).
 FD  Customer-Index-File.
 01  Customer-Index-Record.
    03  CI-Customer-Id   Pic 9(9).
    03  CI-Country-Code  Pic X(3).
    03  CI-Customer-Name Pic X(30).
    03  CI-Source-Code   Pic X(10).
    03  CI-Phone-List.
       05  CI-Phone-Count      Pic 9.
       05  CI-Phone-Slot-1.
          07  CI-Phone-Type-1    Pic X.
          07  CI-Phone-Key-1     Pic X(10).
          07  Filler             Pic X(7).
       05  CI-Phone-Slot-2.
          07  CI-Phone-Type-2    Pic X.
          07  CI-Phone-Key-2     Pic X(10).
          07  Filler             Pic X(7).
       05  CI-Phone-Slot-3.
          07  CI-Phone-Type-3    Pic X.
          07  CI-Phone-Key-3     Pic X(10).
          07  Filler             Pic X(7).
    03  CI-Phone-Table Redefines CI-Phone-List.
       05  Filler              Pic 9.
       05  CI-Phone-Entry Occurs 3 Times.
          07  CI-Phone-Type       Pic X.
          07  CI-Phone-Number.
             09  CI-Phone-Area    Pic XXX.
             09  CI-Phone-Prefix  Pic XXX.
             09  CI-Phone-Last    Pic X(4).
          07  CI-Phone-Ext        Pic 9(5).
          07  CI-Phone-Preferred  Pic X.
          07  CI-Phone-Status     Pic X.
 FD  Operator-Authority-File.
 01  Operator-Authority-Record.
    03  OA-Operator-Id   Pic X(8).
    03  Filler           Pic X(2).
    03  OA-Add-Flag      Pic X.
    03  OA-Change-Flag   Pic X.
    03  OA-Delete-Flag   Pic X.
    03  Filler           Pic X(2).
    03  OA-Approve-Flag  Pic X.
 FD  Backout-Report.
 01  Backout-Report-Record  Pic X(80).
 Working-Storage Section.
 01   WS-Request-Status          Pic XX.
 01   WS-Journal-Status          Pic XX.
 01   WS-Index-File-Status       Pic XX.
 01   WS-Authority-Status        Pic XX.
 01   WS-Request-Switch          Pic X value "N".
    88  End-Of-Request-File       Value "Y".
 01   WS-Journal-Switch          Pic X value "N".
    88  End-Of-Journal-File       Value "Y".
 01   WS-Backout-Run-Id          Pic X(14) value spaces.
 01   WS-Requester-Id            Pic X(8)  value spaces.
 01   WS-Run-Id                  Pic X(14).
 01   WS-Txn-Seq                 Pic 9(6) value 0.
 01   WS-Journal-Action          Pic X.
 01   WS-Before-Image            Pic X(122).
 01   WS-After-Image             Pic X(122).
 01   WS-Authority-Switch        Pic X value "N".
    88  End-Of-Authority-File     Value "Y".
 01   WS-Requester-Switch        Pic X value "N".
    88  Requester-Authorized      Value "Y".
 01   WS-Journal-Table.
    03  WS-Journal-Entry Occurs 10000 Times.
       05  JT-Txn-Seq       Pic 9(6).
       05  JT-Action-Code   Pic X.
       05  JT-Before-Image  Pic X(122).
       05  JT-After-Image   Pic X(122).
 01   WS-Journal-Count           Pic 9(5) value 0.
 01   WS-Journal-Index           Pic 9(5).
 01   WS-Current-Switch          Pic X value "N".
 01   WS-Report-Heading.
    03  Filler            Pic X(21) value "MAINTENANCE BACKOUT: ".
    03  RH-Run-Id         Pic X(14).
    03  Filler            Pic X(15) value "  REQUESTED BY ".
    03  RH-Requester-Id   Pic X(8).
 01   WS-Detail-Line.
    03  DL-Txn-Seq        Pic 9(6).
    03  Filler            Pic X(2)  value spaces.
    03  DL-Disposition    Pic X(40).
 Procedure Division.
 Start-of-program.
    Move Function Current-Date (1:14) to WS-Run-Id.
    Perform Read-Backout-Request.
    Perform Check-Requester-Authority.
    Perform Load-Journal-Table.
    If WS-Journal-Count = 0
        Display "** NO JOURNAL ENTRIES FOR RUN "
        Stop Run
    End-If.
    Open Output Backout-Report.
    Open Extend Maint-Journal.
    If WS-Journal-Status = "35"
        Open Output Maint-Journal
    End-If.
    Move WS-Backout-Run-Id to RH-Run-Id.
    Move WS-Requester-Id   to RH-Requester-Id.
    Write Backout-Report-Record from WS-Report-Heading.
    Perform Undo-Journal-Entry
        Varying WS-Journal-Index from WS-Journal-Count by -1
        Until WS-Journal-Index < 1.
    Close Customer-Index-File.
    Close Backout-Report.
    Close Maint-Journal.
    Display "BACKOUT REQUESTED BY:    " WS-Requester-Id.
    Display "BACKOUT JOURNALED AS RUN:" WS-Run-Id.
    Display "JOURNAL ENTRIES FOR RUN: " WS-Journal-Count.
    Display "TRANSACTIONS BACKED OUT: " WS-Undone-Count.
    Display "BACKOUTS FAILED:         " WS-Failed-Count.
            Set End-Of-Request-File to True
        Not At End
            Move BK-Run-Id to WS-Backout-Run-Id
            Move BK-Operator-Id to WS-Requester-Id
    End-Read.
    Close Backout-Request-File.
    If WS-Backout-Run-Id = Spaces
        Move 16 to Return-Code
        Stop Run
    End-If.
    If WS-Requester-Id = Spaces
        Display "** BACKOUT REQUEST HAS NO REQUESTING OPERATOR **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Move 16 to Return-Code
        Stop Run
    End-If.

 Check-Requester-Authority.
    Open Input Operator-Authority-File.
    If WS-Authority-Status not = "00"
        Display "** CANNOT OPEN OPERATOR AUTHORITY OPERAUTH.DAT"
                " - STATUS " WS-Authority-Status " **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Move 16 to Return-Code
        Stop Run
    End-If.
    Perform Until End-Of-Authority-File or Requester-Authorized
        Read Operator-Authority-File
            At End
                Set End-Of-Authority-File to True
            Not At End
                If OA-Operator-Id = WS-Requester-Id
                    Set Requester-Authorized to True
                End-If
        End-Read
    End-Perform.
    Close Operator-Authority-File.
    If not Requester-Authorized
        Display "** BACKOUT REQUESTER " WS-Requester-Id
                " NOT ON OPERATOR AUTHORITY FILE **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Move 16 to Return-Code
        Stop Run
    End-If.

 Load-Journal-Table.
    Open Input Maint-Journal.
            If WS-Index-File-Status = "00"
                Add 1 to WS-Undone-Count
                Move "ADD BACKED OUT - DELETED" to DL-Disposition
                Move "D" to WS-Journal-Action
                Move JT-After-Image (WS-Journal-Index)
                    to WS-Before-Image
                Move Spaces to WS-After-Image
                Perform Write-Backout-Journal
            Else
                Add 1 to WS-Failed-Count
                Move Spaces to DL-Disposition
            Move JT-Before-Image (WS-Journal-Index)
                to Customer-Index-Record
            Rewrite Customer-Index-Record
            If WS-Index-File-Status = "00" or "02"
                Add 1 to WS-Undone-Count
                Move "CHANGE BACKED OUT - RESTORED"
                    to DL-Disposition
                Move "C" to WS-Journal-Action
                Move JT-After-Image (WS-Journal-Index)
                    to WS-Before-Image
                Move JT-Before-Image (WS-Journal-Index)
                    to WS-After-Image
                Perform Write-Backout-Journal
            Else
                Add 1 to WS-Failed-Count
                Move Spaces to DL-Disposition
        Move JT-Before-Image (WS-Journal-Index)
            to Customer-Index-Record
        Write Customer-Index-Record
        If WS-Index-File-Status = "00" or "02"
            Add 1 to WS-Undone-Count
            Move "DELETE BACKED OUT - REWRITTEN"
                to DL-Disposition
            Move "A" to WS-Journal-Action
            Move Spaces to WS-Before-Image
            Move JT-Before-Image (WS-Journal-Index)
                to WS-After-Image
            Perform Write-Backout-Journal
        Else
            Add 1 to WS-Failed-Count
            Move Spaces to DL-Disposition
    If WS-Index-File-Status = "00"
        Set Current-Record-Found to True
    End-If.

 Write-Backout-Journal.
    Add 1 to WS-Txn-Seq.
    Move Spaces to Maint-Journal-Record.
    Move WS-Run-Id       to JR-Run-Id.
    Move WS-Txn-Seq      to JR-Txn-Seq.
    Move Function Current-Date (1:14) to JR-Timestamp.
    Move WS-Journal-Action to JR-Action-Code.
    Move WS-Before-Image to JR-Before-Image.
    Move WS-After-Image  to JR-After-Image.
    Move WS-Requester-Id to JR-Operator-Id.
    Write Maint-Journal-Record.
