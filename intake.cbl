    Select Customer-Id-Control Assign to "CUSTIDCT.DAT"
        Organization is Line Sequential
        File Status is WS-Id-Control-Status.
    Select Intake-Count-File Assign to "INTKCNT.DAT"
        Organization is Line Sequential.
 Data Division.
 File Section.
 FD  Raw-Intake-File.
 01  Raw-Intake-Record.
    03  RI-Raw-Number    Pic X(25).
    03  RI-Customer-Name Pic X(30).
    03  RI-Phone-Type    Pic X.
    03  RI-Other-Number Occurs 2 Times.
       05  RI-Other-Raw   Pic X(25).
       05  RI-Other-Type  Pic X.
 FD  Customer-Master.
 01  Customer-Record.
    03  CM-Customer-Id   Pic 9(9).
    03  CM-Country-Code  Pic X(3).
    03  CM-Customer-Name Pic X(30).
    03  CM-Source-Code   Pic X(10).
    03  CM-Phone-List.
       05  CM-Phone-Count      Pic 9.
       05  CM-Phone-Entry Occurs 3 Times.
          07  CM-Phone-Type       Pic X.
          07  CM-Phone-Number.
             09  CM-Phone-Area    Pic XXX.
             09  CM-Phone-Prefix  Pic XXX.
             09  CM-Phone-Last    Pic X(4).
          07  CM-Phone-Ext        Pic 9(5).
          07  CM-Phone-Preferred  Pic X.
          07  CM-Phone-Status     Pic X.
 01  Customer-Control-Record.
    03  CC-Record-Type   Pic X(3).
    03  CC-File-Date     Pic 9(8).
    03  IR-Customer-Name Pic X(30).
    03  Filler           Pic X(2).
    03  IR-Reason        Pic X(30).
    03  Filler           Pic X(2).
    03  IR-Reject-Level  Pic X.
    03  Filler           Pic X(2).
    03  IR-Customer-Id   Pic 9(9).
 FD  Customer-Id-Control.
 01  Id-Control-Record.
    03  IC-Last-Id       Pic 9(9).
 FD  Intake-Count-File.
 01  Intake-Count-Record.
    03  IK-Source-Code   Pic X(10).
    03  Filler           Pic X(2).
    03  IK-Run-Date      Pic 9(8).
    03  Filler           Pic X(2).
    03  IK-Records-Read  Pic 9(9).
 Working-Storage Section.
 01   WS-Intake-File-Switch      Pic X value "N".
    88  End-Of-Intake-File        Value "Y".
    88  Parse-Failed              Value "N".
 01   WS-Extension-Switch        Pic X value "N".
    88  In-Extension              Value "Y".
 01   WS-Raw-Input          Pic X(25).
 01   WS-Work-Number        Pic X(25).
 01   WS-Work-Char          Pic X.
 01   WS-Clean-Digits       Pic X(15).
 01   WS-Ext-Count          Pic 99 value 0.
 01   WS-Scan-Index         Pic 99.
 01   WS-Parse-Reason       Pic X(30).
 01   WS-Entry-Type         Pic X.
    88  Valid-Entry-Type     Value "H" "M" "W".
 01   WS-Other-Index        Pic 9.
 01   WS-Phone-Index        Pic 9.
 01   WS-Run-Date           Pic 9(8).
 01   WS-Id-Control-Status  Pic XX.
 01   WS-Master-Status      Pic XX.
    88  End-Of-Prior-File    Value "Y".
 01   WS-Last-Customer-Id   Pic 9(9) value 0.
 01   WS-Prior-Table.
    03  WS-Prior-Entry Occurs 1 to 300000 Times
            Depending on WS-Prior-Count
            Ascending Key is PM-Phone-Key
            Indexed by Pm-Idx.
 01   WS-Read-Count         Pic 9(6) value 0.
 01   WS-Written-Count      Pic 9(6) value 0.
 01   WS-Reject-Count       Pic 9(6) value 0.
 01   WS-Number-Reject-Count Pic 9(6) value 0.
 01   WS-Held-Reject-Table.
    03  WS-Held-Reject-Entry Occurs 2 Times.
       05  HR-Raw-Number     Pic X(25).
       05  HR-Reason         Pic X(30).
 01   WS-Held-Reject-Count  Pic 9 value 0.
 01   WS-Held-Reject-Index  Pic 9.
 Procedure Division.
 Start-of-program.
    Accept WS-Run-Date from Date YYYYMMDD.
    Close Customer-Master.
    Close Intake-Reject-File.
    Perform Save-Customer-Id-Control.
    Perform Write-Intake-Count.
    Display "INTAKE RECORDS READ:     " WS-Read-Count.
    Display "MASTER RECORDS WRITTEN:  " WS-Written-Count.
    Display "INTAKE RECORDS REJECTED: " WS-Reject-Count.
    Display "EXTRA NUMBERS REJECTED:  " WS-Number-Reject-Count.
    Display "CUSTOMER IDS CARRIED:    " WS-Carried-Id-Count.
    Display "CUSTOMER IDS ASSIGNED:   " WS-New-Id-Count.
    Goback.
    End-Read.

 Process-Raw-Record.
    Move Spaces to Customer-Record.
    Move Zero to CM-Phone-Count.
    Move RI-Raw-Number to WS-Raw-Input.
    Perform Parse-Raw-Number.
    If Parse-Good
        Move RI-Phone-Type to WS-Entry-Type
        Perform Add-Parsed-Number
        Move Zero to WS-Held-Reject-Count
        Perform Parse-Other-Number
            Varying WS-Other-Index from 1 by 1
            Until WS-Other-Index > 2
        Perform Write-Master-Record
        Perform Write-Number-Reject
            Varying WS-Held-Reject-Index from 1 by 1
            Until WS-Held-Reject-Index > WS-Held-Reject-Count
    Else
        Perform Write-Intake-Reject
    End-If.
    Move Zero to WS-Digit-Count.
    Move Zero to WS-Vanity-Count.
    Move Zero to WS-Ext-Count.
    Move WS-Raw-Input to WS-Work-Number.
    Inspect WS-Work-Number
        Converting "abcdefghijklmnopqrstuvwxyz"
                To "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
        End-If
    End-If.

 Parse-Other-Number.
    If RI-Other-Raw (WS-Other-Index) not = Spaces
        Move RI-Other-Raw (WS-Other-Index) to WS-Raw-Input
        Perform Parse-Raw-Number
        If Parse-Good
            Perform Varying WS-Phone-Index from 1 by 1
                    Until WS-Phone-Index > CM-Phone-Count
                        or Parse-Failed
                If CM-Phone-Number (WS-Phone-Index)
                        = WS-Clean-Digits (1:10)
                    Set Parse-Failed to True
                    Move "DUPLICATE NUMBER ON RECORD"
                        to WS-Parse-Reason
                End-If
            End-Perform
        End-If
        If Parse-Good
            Move RI-Other-Type (WS-Other-Index) to WS-Entry-Type
            Perform Add-Parsed-Number
        Else
            Perform Hold-Number-Reject
        End-If
    End-If.

 Add-Parsed-Number.
    Add 1 to CM-Phone-Count.
    Move CM-Phone-Count to WS-Phone-Index.
    If Valid-Entry-Type
        Move WS-Entry-Type to CM-Phone-Type (WS-Phone-Index)
    Else
        Move "H" to CM-Phone-Type (WS-Phone-Index)
    End-If.
    Move WS-Clean-Digits (1:3) to CM-Phone-Area (WS-Phone-Index).
    Move WS-Clean-Digits (4:3) to CM-Phone-Prefix (WS-Phone-Index).
    Move WS-Clean-Digits (7:4) to CM-Phone-Last (WS-Phone-Index).
    If WS-Ext-Count > 0
        Move Function Numval (WS-Ext-Digits (1:WS-Ext-Count))
            to CM-Phone-Ext (WS-Phone-Index)
    Else
        Move Zero to CM-Phone-Ext (WS-Phone-Index)
    End-If.
    If WS-Phone-Index = 1
        Move "Y" to CM-Phone-Preferred (WS-Phone-Index)
    Else
        Move "N" to CM-Phone-Preferred (WS-Phone-Index)
    End-If.
    If WS-Clean-Digits (1:1) = "0" or WS-Clean-Digits (1:1) = "1"
            or WS-Clean-Digits (4:3) = "555"
            or WS-Clean-Digits (4:3) = "000"
        Move "I" to CM-Phone-Status (WS-Phone-Index)
    Else
        Move "V" to CM-Phone-Status (WS-Phone-Index)
    End-If.

 Load-Customer-Id-Control.
    Open Input Customer-Id-Control.
    If WS-Id-Control-Status = "00"
    End-If.

 Add-Prior-Entry.
    If CM-Customer-Id is Numeric and CM-Customer-Id > Zero
        Perform Normalize-Phone-List
        Perform Add-Prior-Number
            Varying WS-Phone-Index from 1 by 1
            Until WS-Phone-Index > CM-Phone-Count
    End-If.

 Add-Prior-Number.
    If WS-Prior-Count = 300000
        Display "** PRIOR MASTER TABLE FULL"
                " - INCREASE TABLE SIZE **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Move 16 to Return-Code
        Stop Run
    End-If.
    Add 1 to WS-Prior-Count.
    Move CM-Phone-Number (WS-Phone-Index)
        to PM-Phone-Key (WS-Prior-Count).
    Move CM-Customer-Name to PM-Customer-Name (WS-Prior-Count).
    Move CM-Customer-Id   to PM-Customer-Id (WS-Prior-Count).

 Find-Prior-Customer.
    Move "N" to WS-Prior-Match-Switch.
    End-If.

 Write-Master-Record.
    Move "N" to WS-Prior-Match-Switch.
    Perform Varying WS-Phone-Index from 1 by 1
            Until WS-Phone-Index > CM-Phone-Count
                or Prior-Customer-Found
        Move CM-Phone-Number (WS-Phone-Index) to WS-Prior-Search-Key
        Perform Find-Prior-Customer
    End-Perform.
    If Prior-Customer-Found
        Move WS-Prior-Customer-Id to CM-Customer-Id
        Add 1 to WS-Carried-Id-Count
        Move WS-Last-Customer-Id to CM-Customer-Id
        Add 1 to WS-New-Id-Count
    End-If.
    Move CM-Phone-Area (1)   to CM-Area-Code.
    Move CM-Phone-Prefix (1) to CM-Prefix-Num.
    Move CM-Phone-Last (1)   to CM-Last-Four.
    Move CM-Phone-Ext (1)    to CM-Extension.
    Move Spaces to CM-Country-Code.
    Move RI-Customer-Name to CM-Customer-Name.
    Move "INTAKE" to CM-Source-Code.
    Move WS-Written-Count to CC-Record-Count.
    Write Customer-Control-Record.

 Hold-Number-Reject.
    Add 1 to WS-Held-Reject-Count.
    Move RI-Other-Raw (WS-Other-Index)
        to HR-Raw-Number (WS-Held-Reject-Count).
    Move WS-Parse-Reason to HR-Reason (WS-Held-Reject-Count).

 Write-Number-Reject.
    Move Spaces to Intake-Reject-Record.
    Move HR-Raw-Number (WS-Held-Reject-Index) to IR-Raw-Number.
    Move RI-Customer-Name to IR-Customer-Name.
    Move HR-Reason (WS-Held-Reject-Index) to IR-Reason.
    Move "N"              to IR-Reject-Level.
    Move CM-Customer-Id   to IR-Customer-Id.
    Write Intake-Reject-Record.
    Add 1 to WS-Number-Reject-Count.

 Write-Intake-Reject.
    Move Spaces to Intake-Reject-Record.
    Move RI-Raw-Number    to IR-Raw-Number.
    Move RI-Customer-Name to IR-Customer-Name.
    Move WS-Parse-Reason  to IR-Reason.
    Move "R"              to IR-Reject-Level.
    Move Zero             to IR-Customer-Id.
    Write Intake-Reject-Record.
    Add 1 to WS-Reject-Count.

 Write-Intake-Count.
    Open Output Intake-Count-File.
    Move Spaces to Intake-Count-Record.
    Move "INTAKE"      to IK-Source-Code.
    Move WS-Run-Date   to IK-Run-Date.
    Move WS-Read-Count to IK-Records-Read.
    Write Intake-Count-Record.
    Close Intake-Count-File.

 Normalize-Phone-List.
    If CM-Phone-Count not Numeric or CM-Phone-Count = Zero
        Move Spaces to CM-Phone-List
        Move 1 to CM-Phone-Count
        Move "H"           to CM-Phone-Type (1)
        Move CM-Area-Code  to CM-Phone-Area (1)
        Move CM-Prefix-Num to CM-Phone-Prefix (1)
        Move CM-Last-Four  to CM-Phone-Last (1)
        Move CM-Extension  to CM-Phone-Ext (1)
        Move "Y"           to CM-Phone-Preferred (1)
        Move "V"           to CM-Phone-Status (1)
    Else
        If CM-Phone-Count > 3
            Move 3 to CM-Phone-Count
        End-If
    End-If.
