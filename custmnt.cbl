        Organization is Indexed
        Access Mode is Random
        Record Key is CI-Customer-Id
        Alternate Record Key is CI-Phone-Key-1 With Duplicates
        Alternate Record Key is CI-Phone-Key-2 With Duplicates
        Alternate Record Key is CI-Phone-Key-3 With Duplicates
        File Status is WS-Index-File-Status.
    Select Maint-Report Assign to "MNTRPT.DAT"
        Organization is Line Sequential.
    Select Maint-Journal Assign to "MNTJRNL.DAT"
        Organization is Line Sequential
        File Status is WS-Journal-Status.
    Select Operator-Authority-File Assign to "OPERAUTH.DAT"
        Organization is Line Sequential
        File Status is WS-Authority-Status.
    Select Maint-Config-File Assign to "MNTCFG.DAT"
        Organization is Line Sequential
        File Status is WS-Config-Status.
    Select Maint-Approval-File Assign to "MNTAPPR.DAT"
        Organization is Line Sequential
        File Status is WS-Approval-Status.
    Select Maint-Pending-File Assign to "MNTPEND.DAT"
        Organization is Line Sequential
        File Status is WS-Pending-Status.
 Data Division.
 File Section.
 FD  Maint-Transaction-File.
    03  MT-Extension     Pic 9(5).
    03  MT-Country-Code  Pic X(3).
    03  MT-Customer-Name Pic X(30).
    03  MT-Number-Scope  Pic X.
       88  Number-Level      Value "N".
    03  MT-Phone-Type    Pic X.
       88  Valid-Phone-Type  Value "H" "M" "W".
    03  MT-Phone-Preferred Pic X.
    03  MT-Phone-Status  Pic X.
       88  Valid-Phone-Status Value "V" "I".
    03  MT-Operator-Id   Pic X(8).
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
 FD  Maint-Report.
 01  Maint-Report-Record.
    03  MR-Action-Code   Pic X.
    03  MR-Last-Four     Pic X(4).
    03  Filler           Pic X(2).
    03  MR-Disposition   Pic X(30).
    03  Filler           Pic X(2).
    03  MR-Operator-Id   Pic X(8).
    03  Filler           Pic X(2).
    03  MR-Approver-Id   Pic X(8).
    03  Filler           Pic X(2).
    03  MR-Pending-Id    Pic X(20).
 FD  Customer-Id-Control.
 01  Id-Control-Record.
    03  IC-Last-Id       Pic 9(9).
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
 FD  Operator-Authority-File.
 01  Operator-Authority-Record.
    03  OA-Operator-Id   Pic X(8).
    03  Filler           Pic X(2).
    03  OA-Add-Flag      Pic X.
    03  OA-Change-Flag   Pic X.
    03  OA-Delete-Flag   Pic X.
    03  Filler           Pic X(2).
    03  OA-Approve-Flag  Pic X.
 FD  Maint-Config-File.
 01  Maint-Config-Record.
    03  MC-Pending-Expiry-Days Pic 9(3).
 FD  Maint-Approval-File.
 01  Maint-Approval-Record.
    03  AP-Pending-Id    Pic X(20).
    03  Filler           Pic X(2).
    03  AP-Approver-Id   Pic X(8).
    03  Filler           Pic X(2).
    03  AP-Decision      Pic X.
 FD  Maint-Pending-File.
 01  Maint-Pending-Record.
    03  PN-Pending-Id    Pic X(20).
    03  Filler           Pic X(2).
    03  PN-Queued-Date   Pic 9(8).
    03  Filler           Pic X(2).
    03  PN-Transaction   Pic X(70).
 Working-Storage Section.
 01   WS-Transaction-File-Switch Pic X value "N".
    88  End-Of-Transaction-File   Value "Y".
 01   WS-Journal-Status          Pic XX.
 01   WS-Run-Id                  Pic X(14).
 01   WS-Txn-Seq                 Pic 9(6) value 0.
 01   WS-Before-Image            Pic X(122).
 01   WS-After-Image             Pic X(122).
 01   WS-Last-Customer-Id        Pic 9(9) value 0.
 01   WS-Reject-Reason           Pic X(30).
 01   WS-Applied-Count           Pic 9(6) value 0.
 01   WS-Phone-Index             Pic 9.
 01   WS-Phone-Slot              Pic 9.
 01   WS-Preferred-Slot          Pic 9.
 01   WS-Rejected-Count          Pic 9(6) value 0.
 01   WS-Authority-Status        Pic XX.
 01   WS-Config-Status           Pic XX.
 01   WS-Approval-Status         Pic XX.
 01   WS-Pending-Status          Pic XX.
 01   WS-Input-File-Switch       Pic X value "N".
    88  End-Of-Input-File         Value "Y".
 01   WS-Held-Switch             Pic X value "N".
    88  Transaction-Held          Value "Y".
 01   WS-Operator-Found-Switch   Pic X value "N".
    88  Operator-Entry-Found      Value "Y".
 01   WS-Approval-Found-Switch   Pic X value "N".
    88  Approval-Entry-Found      Value "Y".
 01   WS-Operator-Table.
    03  WS-Operator-Entry Occurs 500 Times.
       05  OT-Operator-Id   Pic X(8).
       05  OT-Add-Flag      Pic X.
       05  OT-Change-Flag   Pic X.
       05  OT-Delete-Flag   Pic X.
       05  OT-Approve-Flag  Pic X.
 01   WS-Operator-Count          Pic 9(3) value 0.
 01   WS-Operator-Index          Pic 9(3).
 01   WS-Check-Operator-Id       Pic X(8).
 01   WS-Approver-Id             Pic X(8).
 01   WS-Approval-Table.
    03  WS-Approval-Entry Occurs 1000 Times.
       05  AT-Pending-Id    Pic X(20).
       05  AT-Approver-Id   Pic X(8).
       05  AT-Decision      Pic X.
 01   WS-Approval-Count          Pic 9(4) value 0.
 01   WS-Approval-Index          Pic 9(4).
 01   WS-Pending-Table.
    03  WS-Pending-Entry Occurs 1000 Times.
       05  PQ-Pending-Id    Pic X(20).
       05  PQ-Queued-Date   Pic 9(8).
       05  PQ-Transaction   Pic X(70).
       05  PQ-Keep-Flag     Pic X.
 01   WS-Pending-Count           Pic 9(4) value 0.
 01   WS-Pending-Index           Pic 9(4).
 01   WS-Pending-Id.
    03  PI-Run-Id        Pic X(14).
    03  PI-Txn-Seq       Pic 9(6).
 01   WS-Pending-Expiry-Days     Pic 9(3) value 7.
 01   WS-Run-Date                Pic 9(8).
 01   WS-Pending-Age             Pic S9(5).
 01   WS-Held-Count              Pic 9(6) value 0.
 01   WS-Released-Count          Pic 9(6) value 0.
 01   WS-Expired-Count           Pic 9(6) value 0.
 Procedure Division.
 Start-of-program.
    Move Function Current-Date (1:14) to WS-Run-Id.
    Accept WS-Run-Date from Date YYYYMMDD.
    Perform Load-Operator-Authority.
    Open Input Maint-Transaction-File.
    Open I-O Customer-Index-File.
    If WS-Index-File-Status not = "00"
        Open Output Maint-Journal
    End-If.
    Perform Load-Customer-Id-Control.
    Perform Load-Maint-Config.
    Perform Load-Approvals.
    Perform Load-Pending-Queue.
    Perform Apply-Pending-Transaction
        Varying WS-Pending-Index from 1 by 1
        Until WS-Pending-Index > WS-Pending-Count.
    Perform Read-Maint-Transaction.
    Perform Apply-Maint-Transaction
        Until End-Of-Transaction-File.
    Close Maint-Report.
    Close Maint-Journal.
    Perform Save-Customer-Id-Control.
    Perform Rewrite-Pending-Queue.
    Display "TRANSACTIONS APPLIED:  " WS-Applied-Count.
    Display "TRANSACTIONS REJECTED: " WS-Rejected-Count.
    Display "HELD FOR APPROVAL:     " WS-Held-Count.
    Display "RELEASED BY APPROVAL:  " WS-Released-Count.
    Display "PENDING ITEMS EXPIRED: " WS-Expired-Count.
    Stop Run.

 Read-Maint-Transaction.

 Apply-Maint-Transaction.
    Move Spaces to WS-Reject-Reason.
    Move Spaces to WS-Approver-Id.
    Move Spaces to WS-Pending-Id.
    Move "N" to WS-Held-Switch.
    Perform Validate-Maint-Transaction.
    If Phone-Number-Valid
        Move MT-Operator-Id to WS-Check-Operator-Id
        Perform Check-Operator-Authority
    End-If.
    If Phone-Number-Valid
        Perform Check-Dual-Control
    End-If.
    If Phone-Number-Valid and not Transaction-Held
        Perform Apply-Validated-Transaction
    End-If.
    Perform Write-Maint-Report-Line.
    Perform Read-Maint-Transaction.

 Apply-Validated-Transaction.
    If Number-Level
        Perform Apply-Number-Change
    Else
        If Add-Action
            Perform Apply-Add
        Else
            End-If
        End-If
    End-If.

 Validate-Maint-Transaction.
    Set Phone-Number-Valid to True.
        Set Phone-Number-Invalid to True
        Move "INVALID ACTION CODE" to WS-Reject-Reason
    Else
        If (not Add-Action or Number-Level)
                and (MT-Customer-Id not Numeric
                    or MT-Customer-Id = Zero)
            Set Phone-Number-Invalid to True
            Move "MISSING CUSTOMER ID" to WS-Reject-Reason
        Else
            If Delete-Action
                    or (Change-Action and Number-Level)
                Continue
            Else
                Perform Validate-Phone-Fields
    Move Spaces to WS-Before-Image.
    Perform Build-Index-Record.
    Write Customer-Index-Record.
    If WS-Index-File-Status = "00" or "02"
        Move "ADDED" to WS-Reject-Reason
        Move Customer-Index-Record to WS-After-Image
        Perform Write-Maint-Journal
 Apply-Change.
    Perform Read-Before-Image.
    If Phone-Number-Valid
        Perform Build-Changed-Record
        Rewrite Customer-Index-Record
        If WS-Index-File-Status = "00" or "02"
            Move "CHANGED" to WS-Reject-Reason
            Move Customer-Index-Record to WS-After-Image
            Perform Write-Maint-Journal
    Move MT-Action-Code  to JR-Action-Code.
    Move WS-Before-Image to JR-Before-Image.
    Move WS-After-Image  to JR-After-Image.
    Move MT-Operator-Id  to JR-Operator-Id.
    Move WS-Approver-Id  to JR-Approver-Id.
    Write Maint-Journal-Record.

 Build-Index-Record.
    Move MT-Country-Code  to CI-Country-Code.
    Move MT-Customer-Name to CI-Customer-Name.
    Move "CUSTMNT"        to CI-Source-Code.
    Move Spaces           to CI-Phone-List.
    Move 1                to CI-Phone-Count.
    If Valid-Phone-Type
        Move MT-Phone-Type to CI-Phone-Type (1)
    Else
        Move "H"           to CI-Phone-Type (1)
    End-If.
    Move MT-Area-Code     to CI-Phone-Area (1).
    Move MT-Prefix-Num    to CI-Phone-Prefix (1).
    Move MT-Last-Four     to CI-Phone-Last (1).
    Move MT-Extension     to CI-Phone-Ext (1).
    Move "Y"              to CI-Phone-Preferred (1).
    Move "V"              to CI-Phone-Status (1).

 Build-Changed-Record.
    Perform Normalize-Phone-List.
    Perform Find-Preferred-Slot.
    Move MT-Area-Code     to CI-Phone-Area (WS-Preferred-Slot).
    Move MT-Prefix-Num    to CI-Phone-Prefix (WS-Preferred-Slot).
    Move MT-Last-Four     to CI-Phone-Last (WS-Preferred-Slot).
    Move MT-Extension     to CI-Phone-Ext (WS-Preferred-Slot).
    Move "V"              to CI-Phone-Status (WS-Preferred-Slot).
    If Valid-Phone-Type
        Move MT-Phone-Type to CI-Phone-Type (WS-Preferred-Slot)
    End-If.
    Move MT-Country-Code  to CI-Country-Code.
    Move MT-Customer-Name to CI-Customer-Name.
    Move "CUSTMNT"        to CI-Source-Code.
    Perform Sync-Preferred-Phone.

 Apply-Number-Change.
    Perform Read-Before-Image.
    If Phone-Number-Valid
        Perform Normalize-Phone-List
        Perform Find-Phone-Slot
        Evaluate True
            When Add-Action
                Perform Add-Phone-Number
            When Change-Action
                Perform Change-Phone-Number
            When Other
                Perform Delete-Phone-Number
        End-Evaluate
    End-If.
    If Phone-Number-Valid
        Perform Sync-Preferred-Phone
        Rewrite Customer-Index-Record
        If WS-Index-File-Status = "00" or "02"
            Move Customer-Index-Record to WS-After-Image
            Perform Write-Number-Journal
        Else
            Perform Index-Error-Stop
        End-If
    End-If.

 Add-Phone-Number.
    If WS-Phone-Slot > 0
        Set Phone-Number-Invalid to True
        Move "NUMBER ALREADY ON CUSTOMER" to WS-Reject-Reason
    Else
        If CI-Phone-Count = 3
            Set Phone-Number-Invalid to True
            Move "NO FREE PHONE SLOT" to WS-Reject-Reason
        Else
            Add 1 to CI-Phone-Count
            Move CI-Phone-Count to WS-Phone-Slot
            If Valid-Phone-Type
                Move MT-Phone-Type to CI-Phone-Type (WS-Phone-Slot)
            Else
                Move "H" to CI-Phone-Type (WS-Phone-Slot)
            End-If
            Move MT-Area-Code  to CI-Phone-Area (WS-Phone-Slot)
            Move MT-Prefix-Num to CI-Phone-Prefix (WS-Phone-Slot)
            Move MT-Last-Four  to CI-Phone-Last (WS-Phone-Slot)
            Move MT-Extension  to CI-Phone-Ext (WS-Phone-Slot)
            Move "N"           to CI-Phone-Preferred (WS-Phone-Slot)
            Move "V"           to CI-Phone-Status (WS-Phone-Slot)
            If MT-Phone-Preferred = "Y"
                Perform Make-Slot-Preferred
            End-If
            Move "NUMBER ADDED" to WS-Reject-Reason
        End-If
    End-If.

 Change-Phone-Number.
    If WS-Phone-Slot = 0
        Set Phone-Number-Invalid to True
        Move "NUMBER NOT ON CUSTOMER" to WS-Reject-Reason
    Else
        If Valid-Phone-Type
            Move MT-Phone-Type to CI-Phone-Type (WS-Phone-Slot)
        End-If
        If MT-Extension is Numeric
            Move MT-Extension to CI-Phone-Ext (WS-Phone-Slot)
        End-If
        If Valid-Phone-Status
            Move MT-Phone-Status to CI-Phone-Status (WS-Phone-Slot)
        End-If
        If MT-Phone-Preferred = "Y"
            Perform Make-Slot-Preferred
        End-If
        Move "NUMBER CHANGED" to WS-Reject-Reason
    End-If.

 Delete-Phone-Number.
    If WS-Phone-Slot = 0
        Set Phone-Number-Invalid to True
        Move "NUMBER NOT ON CUSTOMER" to WS-Reject-Reason
    Else
        If CI-Phone-Count = 1
            Set Phone-Number-Invalid to True
            Move "LAST NUMBER - DELETE CUSTOMER" to WS-Reject-Reason
        Else
            Perform Varying WS-Phone-Index from WS-Phone-Slot by 1
                    Until WS-Phone-Index = CI-Phone-Count
                Move CI-Phone-Entry (WS-Phone-Index + 1)
                    to CI-Phone-Entry (WS-Phone-Index)
            End-Perform
            Move Spaces to CI-Phone-Entry (CI-Phone-Count)
            Subtract 1 from CI-Phone-Count
            Perform Find-Preferred-Slot
            Move "Y" to CI-Phone-Preferred (WS-Preferred-Slot)
            Move "NUMBER DELETED" to WS-Reject-Reason
        End-If
    End-If.

 Find-Phone-Slot.
    Move 0 to WS-Phone-Slot.
    Perform Varying WS-Phone-Index from 1 by 1
            Until WS-Phone-Index > CI-Phone-Count
                or WS-Phone-Slot > 0
        If CI-Phone-Area (WS-Phone-Index) = MT-Area-Code
                and CI-Phone-Prefix (WS-Phone-Index) = MT-Prefix-Num
                and CI-Phone-Last (WS-Phone-Index) = MT-Last-Four
            Move WS-Phone-Index to WS-Phone-Slot
        End-If
    End-Perform.

 Find-Preferred-Slot.
    Move 0 to WS-Preferred-Slot.
    Perform Varying WS-Phone-Index from 1 by 1
            Until WS-Phone-Index > CI-Phone-Count
                or WS-Preferred-Slot > 0
        If CI-Phone-Preferred (WS-Phone-Index) = "Y"
            Move WS-Phone-Index to WS-Preferred-Slot
        End-If
    End-Perform.
    If WS-Preferred-Slot = 0
        Move 1 to WS-Preferred-Slot
    End-If.

 Make-Slot-Preferred.
    Perform Varying WS-Phone-Index from 1 by 1
            Until WS-Phone-Index > CI-Phone-Count
        Move "N" to CI-Phone-Preferred (WS-Phone-Index)
    End-Perform.
    Move "Y" to CI-Phone-Preferred (WS-Phone-Slot).

 Sync-Preferred-Phone.
    Perform Find-Preferred-Slot.
    Move CI-Phone-Area (WS-Preferred-Slot)   to CI-Area-Code.
    Move CI-Phone-Prefix (WS-Preferred-Slot) to CI-Prefix-Num.
    Move CI-Phone-Last (WS-Preferred-Slot)   to CI-Last-Four.
    Move CI-Phone-Ext (WS-Preferred-Slot)    to CI-Extension.

 Normalize-Phone-List.
    If CI-Phone-Count not Numeric or CI-Phone-Count = Zero
        Move Spaces to CI-Phone-List
        Move 1 to CI-Phone-Count
        Move "H"           to CI-Phone-Type (1)
        Move CI-Area-Code  to CI-Phone-Area (1)
        Move CI-Prefix-Num to CI-Phone-Prefix (1)
        Move CI-Last-Four  to CI-Phone-Last (1)
        Move CI-Extension  to CI-Phone-Ext (1)
        Move "Y"           to CI-Phone-Preferred (1)
        Move "V"           to CI-Phone-Status (1)
    End-If.

 Write-Number-Journal.
    Move Spaces to Maint-Journal-Record.
    Move WS-Run-Id       to JR-Run-Id.
    Move WS-Txn-Seq      to JR-Txn-Seq.
    Move Function Current-Date (1:14) to JR-Timestamp.
    Move "C"             to JR-Action-Code.
    Move WS-Before-Image to JR-Before-Image.
    Move WS-After-Image  to JR-After-Image.
    Move MT-Operator-Id  to JR-Operator-Id.
    Move WS-Approver-Id  to JR-Approver-Id.
    Write Maint-Journal-Record.

 Load-Customer-Id-Control.
    Open Input Customer-Id-Control.
    Move MT-Prefix-Num  to MR-Prefix-Num.
    Move MT-Last-Four   to MR-Last-Four.
    Move WS-Reject-Reason to MR-Disposition.
    Move MT-Operator-Id to MR-Operator-Id.
    Move WS-Approver-Id to MR-Approver-Id.
    Move WS-Pending-Id  to MR-Pending-Id.
    If Transaction-Held
        Continue
    Else
        If Phone-Number-Valid
            Add 1 to WS-Applied-Count
        Else
            Add 1 to WS-Rejected-Count
        End-If
    End-If.
    Write Maint-Report-Record.

 Load-Operator-Authority.
    Open Input Operator-Authority-File.
    If WS-Authority-Status not = "00"
        Display "** CANNOT OPEN OPERATOR AUTHORITY OPERAUTH.DAT"
                " - STATUS " WS-Authority-Status " **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Move 16 to Return-Code
        Stop Run
    End-If.
    Move "N" to WS-Input-File-Switch.
    Perform Until End-Of-Input-File
        Read Operator-Authority-File
            At End
                Set End-Of-Input-File to True
            Not At End
                If OA-Operator-Id not = Spaces
                    Perform Add-Operator-Entry
                End-If
        End-Read
    End-Perform.
    Close Operator-Authority-File.

 Add-Operator-Entry.
    If WS-Operator-Count = 500
        Display "** OPERATOR TABLE FULL - INCREASE TABLE SIZE **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Close Operator-Authority-File
        Move 16 to Return-Code
        Stop Run
    End-If.
    Add 1 to WS-Operator-Count.
    Move OA-Operator-Id  to OT-Operator-Id (WS-Operator-Count).
    Move OA-Add-Flag     to OT-Add-Flag (WS-Operator-Count).
    Move OA-Change-Flag  to OT-Change-Flag (WS-Operator-Count).
    Move OA-Delete-Flag  to OT-Delete-Flag (WS-Operator-Count).
    Move OA-Approve-Flag to OT-Approve-Flag (WS-Operator-Count).

 Load-Maint-Config.
    Open Input Maint-Config-File.
    If WS-Config-Status = "00"
        Read Maint-Config-File
            At End
                Continue
            Not At End
                If MC-Pending-Expiry-Days is Numeric
                        and MC-Pending-Expiry-Days > 0
                    Move MC-Pending-Expiry-Days
                        to WS-Pending-Expiry-Days
                End-If
        End-Read
        Close Maint-Config-File
    End-If.

 Load-Approvals.
    Open Input Maint-Approval-File.
    If WS-Approval-Status = "00"
        Move "N" to WS-Input-File-Switch
        Perform Until End-Of-Input-File
            Read Maint-Approval-File
                At End
                    Set End-Of-Input-File to True
                Not At End
                    If AP-Pending-Id not = Spaces
                        Perform Add-Approval-Entry
                    End-If
            End-Read
        End-Perform
        Close Maint-Approval-File
    End-If.

 Add-Approval-Entry.
    If WS-Approval-Count = 1000
        Display "** APPROVAL TABLE FULL - INCREASE TABLE SIZE **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Move 16 to Return-Code
        Stop Run
    End-If.
    Add 1 to WS-Approval-Count.
    Move AP-Pending-Id  to AT-Pending-Id (WS-Approval-Count).
    Move AP-Approver-Id to AT-Approver-Id (WS-Approval-Count).
    Move AP-Decision    to AT-Decision (WS-Approval-Count).

 Load-Pending-Queue.
    Open Input Maint-Pending-File.
    If WS-Pending-Status = "00"
        Move "N" to WS-Input-File-Switch
        Perform Until End-Of-Input-File
            Read Maint-Pending-File
                At End
                    Set End-Of-Input-File to True
                Not At End
                    If PN-Pending-Id not = Spaces
                        Perform Add-Pending-Entry
                    End-If
            End-Read
        End-Perform
        Close Maint-Pending-File
    End-If.

 Add-Pending-Entry.
    Perform Check-Pending-Table-Full.
    Add 1 to WS-Pending-Count.
    Move PN-Pending-Id  to PQ-Pending-Id (WS-Pending-Count).
    Move PN-Queued-Date to PQ-Queued-Date (WS-Pending-Count).
    Move PN-Transaction to PQ-Transaction (WS-Pending-Count).
    Move "Y"            to PQ-Keep-Flag (WS-Pending-Count).

 Check-Pending-Table-Full.
    If WS-Pending-Count = 1000
        Display "** PENDING TABLE FULL - INCREASE TABLE SIZE **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Move 16 to Return-Code
        Stop Run
    End-If.

 Apply-Pending-Transaction.
    Move PQ-Transaction (WS-Pending-Index) to Maint-Transaction-Record.
    Add 1 to WS-Txn-Seq.
    Move Spaces to WS-Reject-Reason.
    Move Spaces to WS-Approver-Id.
    Move PQ-Pending-Id (WS-Pending-Index) to WS-Pending-Id.
    Move "N" to WS-Held-Switch.
    Move "N" to PQ-Keep-Flag (WS-Pending-Index).
    Set Phone-Number-Valid to True.
    Perform Find-Approval-Entry.
    If Approval-Entry-Found
        Perform Release-Pending-Transaction
    Else
        Move "AWAITING APPROVAL" to WS-Reject-Reason
        Perform Hold-Pending-Transaction
    End-If.
    Perform Write-Maint-Report-Line.

 Hold-Pending-Transaction.
    Set Phone-Number-Valid to True.
    If PQ-Queued-Date (WS-Pending-Index) not Numeric
        Move WS-Run-Date to PQ-Queued-Date (WS-Pending-Index)
    End-If.
    Compute WS-Pending-Age
        = Function Integer-Of-Date (WS-Run-Date)
        - Function Integer-Of-Date
              (PQ-Queued-Date (WS-Pending-Index)).
    If WS-Pending-Age > WS-Pending-Expiry-Days
        Set Phone-Number-Invalid to True
        Move "APPROVAL EXPIRED - NOT APPLIED" to WS-Reject-Reason
        Add 1 to WS-Expired-Count
    Else
        Set Transaction-Held to True
        Move "Y" to PQ-Keep-Flag (WS-Pending-Index)
    End-If.

 Release-Pending-Transaction.
    Evaluate AT-Decision (WS-Approval-Index)
        When "R"
            Perform Check-Approver-Authority
            If Phone-Number-Valid
                Set Phone-Number-Invalid to True
                Move "REJECTED BY APPROVER" to WS-Reject-Reason
            Else
                Perform Hold-Pending-Transaction
            End-If
        When "A"
            Perform Validate-Maint-Transaction
            If Phone-Number-Valid
                Move MT-Operator-Id to WS-Check-Operator-Id
                Perform Check-Operator-Authority
            End-If
            If Phone-Number-Valid
                Perform Check-Approver-Authority
                If Phone-Number-Valid
                    Perform Apply-Validated-Transaction
                    If Phone-Number-Valid
                        Add 1 to WS-Released-Count
                    End-If
                Else
                    Perform Hold-Pending-Transaction
                End-If
            End-If
        When Other
            Move "INVALID APPROVAL DECISION" to WS-Reject-Reason
            Perform Hold-Pending-Transaction
    End-Evaluate.

 Find-Approval-Entry.
    Move "N" to WS-Approval-Found-Switch.
    Perform Varying WS-Approval-Index from 1 by 1
            Until WS-Approval-Index > WS-Approval-Count
                or Approval-Entry-Found
        If AT-Pending-Id (WS-Approval-Index) = WS-Pending-Id
            Set Approval-Entry-Found to True
        End-If
    End-Perform.
    If Approval-Entry-Found
        Subtract 1 from WS-Approval-Index
    End-If.

 Check-Approver-Authority.
    Move AT-Approver-Id (WS-Approval-Index) to WS-Check-Operator-Id.
    If WS-Check-Operator-Id = MT-Operator-Id
        Set Phone-Number-Invalid to True
        Move "APPROVER SAME AS OPERATOR" to WS-Reject-Reason
    Else
        Perform Check-Operator-Authority
        If Phone-Number-Valid
            If OT-Approve-Flag (WS-Operator-Index) not = "Y"
                Set Phone-Number-Invalid to True
            End-If
        End-If
        If Phone-Number-Valid
            Move WS-Check-Operator-Id to WS-Approver-Id
        Else
            Move "APPROVER NOT AUTHORIZED" to WS-Reject-Reason
        End-If
    End-If.

 Check-Operator-Authority.
    If WS-Check-Operator-Id = Spaces
        Set Phone-Number-Invalid to True
        Move "MISSING OPERATOR ID" to WS-Reject-Reason
    Else
        Perform Find-Operator-Entry
        If not Operator-Entry-Found
            Set Phone-Number-Invalid to True
            Move "OPERATOR NOT AUTHORIZED" to WS-Reject-Reason
        Else
            Evaluate True
                When Add-Action
                        and OT-Add-Flag (WS-Operator-Index) not = "Y"
                When Change-Action
                        and OT-Change-Flag (WS-Operator-Index) not = "Y"
                When Delete-Action
                        and OT-Delete-Flag (WS-Operator-Index) not = "Y"
                    Set Phone-Number-Invalid to True
                    Move "ACTION NOT AUTHORIZED" to WS-Reject-Reason
                When Other
                    Continue
            End-Evaluate
        End-If
    End-If.

 Find-Operator-Entry.
    Move "N" to WS-Operator-Found-Switch.
    Perform Varying WS-Operator-Index from 1 by 1
            Until WS-Operator-Index > WS-Operator-Count
                or Operator-Entry-Found
        If OT-Operator-Id (WS-Operator-Index) = WS-Check-Operator-Id
            Set Operator-Entry-Found to True
        End-If
    End-Perform.
    If Operator-Entry-Found
        Subtract 1 from WS-Operator-Index
    End-If.

 Check-Dual-Control.
    Evaluate True
        When Delete-Action
            Perform Queue-Pending-Transaction
        When (Change-Action and not Number-Level)
                or (Number-Level and MT-Phone-Preferred = "Y")
            Perform Read-Before-Image
            If Phone-Number-Valid
                If MT-Area-Code not = CI-Area-Code
                        or MT-Prefix-Num not = CI-Prefix-Num
                        or MT-Last-Four not = CI-Last-Four
                    Perform Queue-Pending-Transaction
                End-If
            End-If
        When Other
            Continue
    End-Evaluate.

 Queue-Pending-Transaction.
    Perform Check-Pending-Table-Full.
    Add 1 to WS-Pending-Count.
    Move WS-Run-Id  to PI-Run-Id.
    Move WS-Txn-Seq to PI-Txn-Seq.
    Move WS-Pending-Id to PQ-Pending-Id (WS-Pending-Count).
    Move WS-Run-Date   to PQ-Queued-Date (WS-Pending-Count).
    Move Maint-Transaction-Record
        to PQ-Transaction (WS-Pending-Count).
    Move "Y" to PQ-Keep-Flag (WS-Pending-Count).
    Set Transaction-Held to True.
    Move "HELD FOR APPROVAL" to WS-Reject-Reason.
    Add 1 to WS-Held-Count.

 Rewrite-Pending-Queue.
    Open Output Maint-Pending-File.
    Perform Varying WS-Pending-Index from 1 by 1
            Until WS-Pending-Index > WS-Pending-Count
        If PQ-Keep-Flag (WS-Pending-Index) = "Y"
            Move Spaces to Maint-Pending-Record
            Move PQ-Pending-Id (WS-Pending-Index)  to PN-Pending-Id
            Move PQ-Queued-Date (WS-Pending-Index) to PN-Queued-Date
            Move PQ-Transaction (WS-Pending-Index) to PN-Transaction
            Write Maint-Pending-Record
        End-If
    End-Perform.
    Close Maint-Pending-File.
