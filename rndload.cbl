 Program-Id. Reassigned-Number-Load.
 Environment Division.
 Input-Output Section.
 File-Control.
    Select Reassigned-Feed-File Assign to "RNDSUBS.DAT"
        Organization is Line Sequential
        File Status is WS-Feed-Status.
    Select Reassigned-Number-File Assign to "REASSIGN.DAT"
        Organization is Line Sequential
        File Status is WS-Reassigned-Status.
 Data Division.
 File Section.
 FD  Reassigned-Feed-File.
 01  Reassigned-Feed-Record.
    03  RS-Phone-Key.
       05  RS-Area-Code     Pic XXX.
       05  RS-Prefix-Num    Pic XXX.
       05  RS-Last-Four     Pic X(4).
    03  Filler           Pic X(2).
    03  RS-Disconnect-Date Pic X(8).
 FD  Reassigned-Number-File.
 01  Reassigned-Number-Record.
    03  RN-Phone-Key.
       05  RN-Area-Code     Pic XXX.
       05  RN-Prefix-Num    Pic XXX.
       05  RN-Last-Four     Pic X(4).
    03  Filler           Pic X(2).
    03  RN-Disconnect-Date Pic 9(8).
    03  Filler           Pic X(2).
    03  RN-Load-Date     Pic 9(8).
 Working-Storage Section.
 01   WS-Feed-Status             Pic XX.
 01   WS-Reassigned-Status       Pic XX.
 01   WS-Input-File-Switch       Pic X value "N".
    88  End-Of-Input-File         Value "Y".
 01   WS-Reassigned-Table.
    03  WS-Reassigned-Entry Occurs 1 to 500000 Times
            Depending on WS-Reassigned-Count
            Ascending Key is RT-Phone-Key RT-Disconnect-Date
            Indexed by Rt-Idx.
       05  RT-Phone-Key       Pic X(10).
       05  RT-Disconnect-Date Pic 9(8).
       05  RT-Load-Date       Pic 9(8).
 01   WS-Reassigned-Count        Pic 9(6) value 0.
 01   WS-Reassigned-Index        Pic 9(6).
 01   WS-Current-Phone-Key       Pic X(10).
 01   WS-Current-Disconnect-Date Pic 9(8).
 01   WS-Current-Load-Date       Pic 9(8).
 01   WS-Run-Date                Pic 9(8).
 01   WS-Check-Date-Text         Pic X(8).
 01   WS-Check-Date Redefines WS-Check-Date-Text Pic 9(8).
 01   WS-Date-Switch             Pic X value "N".
    88  Disconnect-Date-Valid     Value "Y".
 01   WS-Prior-Count             Pic 9(7) value 0.
 01   WS-Feed-Read               Pic 9(7) value 0.
 01   WS-Feed-Rejected           Pic 9(7) value 0.
 01   WS-Prior-Dropped           Pic 9(7) value 0.
 01   WS-Numbers-Written         Pic 9(7) value 0.
 Procedure Division.
 Start-of-program.
    Accept WS-Run-Date from Date YYYYMMDD.
    Open Input Reassigned-Feed-File.
    If WS-Feed-Status not = "00"
        Display "** CANNOT OPEN REASSIGNED NUMBER DATA RNDSUBS.DAT"
                " - STATUS " WS-Feed-Status " **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Move 16 to Return-Code
        Stop Run
    End-If.
    Perform Load-Prior-Reference.
    Move "N" to WS-Input-File-Switch.
    Perform Until End-Of-Input-File
        Read Reassigned-Feed-File
            At End
                Set End-Of-Input-File to True
            Not At End
                Perform Add-Feed-Entry
        End-Read
    End-Perform.
    Close Reassigned-Feed-File.
    If WS-Reassigned-Count > 0
        Sort WS-Reassigned-Entry Ascending RT-Phone-Key
                                           RT-Disconnect-Date
    End-If.
    Open Output Reassigned-Number-File.
    Perform Varying WS-Reassigned-Index from 1 by 1
            Until WS-Reassigned-Index > WS-Reassigned-Count
        If WS-Reassigned-Index > 1
                and RT-Phone-Key (WS-Reassigned-Index)
                    not = WS-Current-Phone-Key
            Perform Write-Reassigned-Record
        End-If
        Move RT-Phone-Key (WS-Reassigned-Index)
            to WS-Current-Phone-Key
        Move RT-Disconnect-Date (WS-Reassigned-Index)
            to WS-Current-Disconnect-Date
        Move RT-Load-Date (WS-Reassigned-Index)
            to WS-Current-Load-Date
    End-Perform.
    If WS-Reassigned-Count > 0
        Perform Write-Reassigned-Record
    End-If.
    Close Reassigned-Number-File.
    Display "PRIOR REFERENCE NUMBERS: " WS-Prior-Count.
    Display "PRIOR NUMBERS DROPPED:   " WS-Prior-Dropped.
    Display "FEED RECORDS READ:       " WS-Feed-Read.
    Display "FEED RECORDS REJECTED:   " WS-Feed-Rejected.
    Display "NUMBERS WRITTEN:         " WS-Numbers-Written.
    Stop Run.

 Load-Prior-Reference.
    Open Input Reassigned-Number-File.
    If WS-Reassigned-Status = "00"
        Perform Until End-Of-Input-File
            Read Reassigned-Number-File
                At End
                    Set End-Of-Input-File to True
                Not At End
                    Perform Add-Prior-Entry
            End-Read
        End-Perform
        Close Reassigned-Number-File
    End-If.

 Add-Prior-Entry.
    Move RN-Disconnect-Date to WS-Check-Date-Text.
    Perform Check-Disconnect-Date.
    If Disconnect-Date-Valid
        Perform Check-Table-Full
        Add 1 to WS-Reassigned-Count
        Add 1 to WS-Prior-Count
        Move RN-Phone-Key
            to RT-Phone-Key (WS-Reassigned-Count)
        Move RN-Disconnect-Date
            to RT-Disconnect-Date (WS-Reassigned-Count)
        Move RN-Load-Date
            to RT-Load-Date (WS-Reassigned-Count)
    Else
        Display "** REASSIGNED REFERENCE DROPPED - BAD DATE: "
                RN-Phone-Key " " WS-Check-Date-Text " **"
        Add 1 to WS-Prior-Dropped
    End-If.

 Add-Feed-Entry.
    Add 1 to WS-Feed-Read.
    If RS-Area-Code is not Numeric or RS-Prefix-Num is not Numeric
            or RS-Last-Four is not Numeric
        Display "** REASSIGNED RECORD REJECTED - BAD NUMBER: "
                RS-Phone-Key " **"
        Add 1 to WS-Feed-Rejected
    Else
        Move RS-Disconnect-Date to WS-Check-Date-Text
        Perform Check-Disconnect-Date
        If not Disconnect-Date-Valid
            Display "** REASSIGNED RECORD REJECTED - BAD DATE: "
                    RS-Phone-Key " " RS-Disconnect-Date " **"
            Add 1 to WS-Feed-Rejected
        Else
            Perform Check-Table-Full
            Add 1 to WS-Reassigned-Count
            Move RS-Phone-Key
                to RT-Phone-Key (WS-Reassigned-Count)
            Move RS-Disconnect-Date
                to RT-Disconnect-Date (WS-Reassigned-Count)
            Move WS-Run-Date
                to RT-Load-Date (WS-Reassigned-Count)
        End-If
    End-If.

 Check-Disconnect-Date.
    Move "N" to WS-Date-Switch.
    If WS-Check-Date-Text is Numeric
        If Function Test-Date-YYYYMMDD (WS-Check-Date) = 0
            Set Disconnect-Date-Valid to True
        End-If
    End-If.

 Check-Table-Full.
    If WS-Reassigned-Count = 500000
        Display "** REASSIGNED NUMBER TABLE FULL"
                " - INCREASE TABLE SIZE **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Move 16 to Return-Code
        Stop Run
    End-If.

 Write-Reassigned-Record.
    Move Spaces to Reassigned-Number-Record.
    Move WS-Current-Phone-Key       to RN-Phone-Key.
    Move WS-Current-Disconnect-Date to RN-Disconnect-Date.
    Move WS-Current-Load-Date       to RN-Load-Date.
    Write Reassigned-Number-Record.
    Add 1 to WS-Numbers-Written.
