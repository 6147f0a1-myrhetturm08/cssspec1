        Organization is Indexed
        Access Mode is Sequential
        Record Key is CI-Customer-Id
        Alternate Record Key is CI-Phone-Key-1 With Duplicates
        Alternate Record Key is CI-Phone-Key-2 With Duplicates
        Alternate Record Key is CI-Phone-Key-3 With Duplicates
        File Status is WS-Index-File-Status.
    Select Dnc-List Assign to "DNCLIST.DAT"
        Organization is Line Sequential
    Select Reject-Aging-File Assign to "ERRAGE.DAT"
        Organization is Line Sequential
        File Status is WS-Aging-File-Status.
    Select Consent-File Assign to "CONSENT.DAT"
        Organization is Line Sequential
        File Status is WS-Consent-Status.
    Select Remap-Work-File Assign to "REMAPWRK.DAT"
        Organization is Line Sequential.
    Select Remap-Journal Assign to "REMAPJNL.DAT"
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
       88  Header-Record     Value "HDR".
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
 FD  Dnc-List.
 01  Dnc-List-Record.
    03  DNC-Area-Code    Pic XXX.
    03  SN-Country-Code  Pic X(3).
    03  SN-Customer-Name Pic X(30).
    03  SN-Source-Code   Pic X(10).
    03  SN-Phone-List.
       05  SN-Phone-Count      Pic 9.
       05  SN-Phone-Entry Occurs 3 Times.
          07  SN-Phone-Type       Pic X.
          07  SN-Phone-Number.
             09  SN-Phone-Area    Pic XXX.
             09  SN-Phone-Prefix  Pic XXX.
             09  SN-Phone-Last    Pic X(4).
          07  SN-Phone-Ext        Pic 9(5).
          07  SN-Phone-Preferred  Pic X.
          07  SN-Phone-Status     Pic X.
 FD  Reject-Aging-File.
 01  Reject-Aging-Record.
    03  EA-Customer-Id   Pic 9(9).
    03  EA-Customer-Name Pic X(30).
    03  EA-Reason        Pic X(30).
    03  EA-First-Date    Pic 9(8).
 FD  Consent-File.
 01  Consent-Record.
    03  CN-Customer-Id   Pic 9(9).
    03  CN-Call-Consent  Pic X.
    03  CN-Text-Consent  Pic X.
    03  CN-Mail-Consent  Pic X.
    03  CN-Update-Date   Pic 9(8).
    03  CN-Phone-Key.
       05  CN-Area-Code   Pic XXX.
       05  CN-Prefix-Num  Pic XXX.
       05  CN-Last-Four   Pic X(4).
 FD  Remap-Work-File.
 01  Remap-Work-Record     Pic X(130).
 FD  Remap-Journal.
 01  Remap-Journal-Record  Pic X(60).
 FD  Remap-Report.
 01   WS-Dnc-List-Status         Pic XX.
 01   WS-Snapshot-Status         Pic XX.
 01   WS-Aging-File-Status       Pic XX.
 01   WS-Consent-Status          Pic XX.
 01   WS-Rules-File-Switch       Pic X value "N".
    88  End-Of-Rules-File         Value "Y".
 01   WS-Target-File-Switch      Pic X value "N".
    88  End-Of-Work-File          Value "Y".
 01   WS-Remap-Switch            Pic X value "N".
    88  Number-Remapped           Value "Y".
 01   WS-Record-Remap-Switch     Pic X value "N".
    88  Record-Remapped           Value "Y".
 01   WS-Phone-Index             Pic 9.
 01   WS-Rule-Table.
    03  WS-Rule-Entry Occurs 50 Times.
       05  RU-Old-Area       Pic XXX.
       05  RU-New-Area       Pic XXX.
       05  RU-Effective-Date Pic 9(8).
       05  RU-Active-Flag    Pic X.
       05  RU-Remapped-Count Pic 9(9) Occurs 6 Times.
       05  RU-After-Count    Pic 9(9) Occurs 6 Times.
 01   WS-Rule-Count              Pic 9(2) value 0.
 01   WS-Rule-Index              Pic 9(2).
 01   WS-File-Names.
    03  Filler  Pic X(10) value "DNCLIST".
    03  Filler  Pic X(10) value "CUSTSNAP".
    03  Filler  Pic X(10) value "ERRAGE".
    03  Filler  Pic X(10) value "CONSENT".
 01   WS-File-Name-Table Redefines WS-File-Names.
    03  FN-File-Name  Pic X(10) Occurs 6 Times.
 01   WS-File-Number             Pic 9.
 01   WS-Remap-Area              Pic XXX.
 01   WS-Remap-Prefix            Pic XXX.
    Perform Remap-Dnc-List.
    Perform Remap-Snapshot-File.
    Perform Remap-Reject-Aging.
    Perform Remap-Consent-File.
    Close Remap-Journal.
    Perform Write-Remap-Report.
    Display "SPLIT RULES LOADED: " WS-Rule-Count.
        Move "N" to RU-Active-Flag (WS-Rule-Count)
    End-If.
    Perform Varying WS-File-Number from 1 by 1
            Until WS-File-Number > 6
        Move Zero to RU-Remapped-Count
            (WS-Rule-Count, WS-File-Number)
        Move Zero to RU-After-Count
                    Write Remap-Work-Record
                        from Customer-Control-Record
                Else
                    If CM-Phone-Count is Numeric
                            and CM-Phone-Count > Zero
                        Perform Remap-Master-Phone-List
                    Else
                        Move CM-Area-Code  to WS-Remap-Area
                        Move CM-Prefix-Num to WS-Remap-Prefix
                        Move CM-Last-Four  to WS-Remap-Last-Four
                        Perform Apply-Remap-Rules
                        Move WS-Remap-Area to CM-Area-Code
                        Perform Count-After-Matches
                    End-If
                    Write Remap-Work-Record from Customer-Record
                End-If
        End-Read
            At End
                Set End-Of-Work-File to True
            Not At End
                Move Remap-Work-Record (1:122) to Customer-Record
                Write Customer-Record
        End-Read
    End-Perform.
    Close Remap-Work-File.
    Close Customer-Master.

 Remap-Master-Phone-List.
    Perform Varying WS-Phone-Index from 1 by 1
            Until WS-Phone-Index > CM-Phone-Count
                or WS-Phone-Index > 3
        Move CM-Phone-Area (WS-Phone-Index)   to WS-Remap-Area
        Move CM-Phone-Prefix (WS-Phone-Index) to WS-Remap-Prefix
        Move CM-Phone-Last (WS-Phone-Index)   to WS-Remap-Last-Four
        Perform Apply-Remap-Rules
        If Number-Remapped
                and CM-Area-Code  = CM-Phone-Area (WS-Phone-Index)
                and CM-Prefix-Num = WS-Remap-Prefix
                and CM-Last-Four  = WS-Remap-Last-Four
            Move WS-Remap-Area to CM-Area-Code
        End-If
        Move WS-Remap-Area to CM-Phone-Area (WS-Phone-Index)
        Perform Count-After-Matches
    End-Perform.

 Remap-Customer-Index.
    Move 2 to WS-File-Number.
    Move "N" to WS-Target-File-Switch.
    Close Customer-Index-File.

 Remap-One-Index-Record.
    Move "N" to WS-Record-Remap-Switch.
    If CI-Phone-Count is Numeric and CI-Phone-Count > Zero
        Perform Remap-Index-Phone-List
    Else
        Move CI-Area-Code  to WS-Remap-Area
        Move CI-Prefix-Num to WS-Remap-Prefix
        Move CI-Last-Four  to WS-Remap-Last-Four
        Perform Apply-Remap-Rules
        Perform Count-After-Matches
        If Number-Remapped
            Move WS-Remap-Area to CI-Area-Code
            Set Record-Remapped to True
        End-If
    End-If.
    If Record-Remapped
        Rewrite Customer-Index-Record
        If WS-Index-File-Status not = "00" and not = "02"
            Display "** CUSTOMER INDEX REWRITE FAILED - STATUS "
                    WS-Index-File-Status " **"
            Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        End-If
    End-If.

 Remap-Index-Phone-List.
    Perform Varying WS-Phone-Index from 1 by 1
            Until WS-Phone-Index > CI-Phone-Count
                or WS-Phone-Index > 3
        Move CI-Phone-Area (WS-Phone-Index)   to WS-Remap-Area
        Move CI-Phone-Prefix (WS-Phone-Index) to WS-Remap-Prefix
        Move CI-Phone-Last (WS-Phone-Index)   to WS-Remap-Last-Four
        Perform Apply-Remap-Rules
        If Number-Remapped
            If CI-Area-Code  = CI-Phone-Area (WS-Phone-Index)
                    and CI-Prefix-Num = WS-Remap-Prefix
                    and CI-Last-Four  = WS-Remap-Last-Four
                Move WS-Remap-Area to CI-Area-Code
            End-If
            Move WS-Remap-Area to CI-Phone-Area (WS-Phone-Index)
            Set Record-Remapped to True
        End-If
        Perform Count-After-Matches
    End-Perform.

 Remap-Dnc-List.
    Move 3 to WS-File-Number.
    Move "N" to WS-Target-File-Switch.
                At End
                    Set End-Of-Target-File to True
                Not At End
                    If SN-Phone-Count is Numeric
                            and SN-Phone-Count > Zero
                        Perform Remap-Snapshot-Phone-List
                    Else
                        Move SN-Area-Code  to WS-Remap-Area
                        Move SN-Prefix-Num to WS-Remap-Prefix
                        Move SN-Last-Four  to WS-Remap-Last-Four
                        Perform Apply-Remap-Rules
                        Move WS-Remap-Area to SN-Area-Code
                        Perform Count-After-Matches
                    End-If
                    Write Remap-Work-Record from Snapshot-Record
            End-Read
        End-Perform
                At End
                    Set End-Of-Work-File to True
                Not At End
                    Move Remap-Work-Record (1:122)
                        to Snapshot-Record
                    Write Snapshot-Record
            End-Read
        Close Snapshot-File
    End-If.

 Remap-Snapshot-Phone-List.
    Perform Varying WS-Phone-Index from 1 by 1
            Until WS-Phone-Index > SN-Phone-Count
                or WS-Phone-Index > 3
        Move SN-Phone-Area (WS-Phone-Index)   to WS-Remap-Area
        Move SN-Phone-Prefix (WS-Phone-Index) to WS-Remap-Prefix
        Move SN-Phone-Last (WS-Phone-Index)   to WS-Remap-Last-Four
        Perform Apply-Remap-Rules
        If Number-Remapped
                and SN-Area-Code  = SN-Phone-Area (WS-Phone-Index)
                and SN-Prefix-Num = WS-Remap-Prefix
                and SN-Last-Four  = WS-Remap-Last-Four
            Move WS-Remap-Area to SN-Area-Code
        End-If
        Move WS-Remap-Area to SN-Phone-Area (WS-Phone-Index)
        Perform Count-After-Matches
    End-Perform.

 Remap-Reject-Aging.
    Move 5 to WS-File-Number.
    Move "N" to WS-Target-File-Switch.
        Close Reject-Aging-File
    End-If.

 Remap-Consent-File.
    Move 6 to WS-File-Number.
    Move "N" to WS-Target-File-Switch.
    Open Input Consent-File.
    If WS-Consent-Status not = "00"
        Display "** CONSENT CONSENT.DAT NOT PRESENT - SKIPPED **"
    Else
        Open Output Remap-Work-File
        Perform Until End-Of-Target-File
            Read Consent-File
                At End
                    Set End-Of-Target-File to True
                Not At End
                    If CN-Phone-Key not = Spaces
                        Move CN-Area-Code  to WS-Remap-Area
                        Move CN-Prefix-Num to WS-Remap-Prefix
                        Move CN-Last-Four  to WS-Remap-Last-Four
                        Perform Apply-Remap-Rules
                        Move WS-Remap-Area to CN-Area-Code
                        Perform Count-After-Matches
                    End-If
                    Write Remap-Work-Record from Consent-Record
            End-Read
        End-Perform
        Close Consent-File
        Close Remap-Work-File
        Move "N" to WS-Work-File-Switch
        Open Input Remap-Work-File
        Open Output Consent-File
        Perform Until End-Of-Work-File
            Read Remap-Work-File
                At End
                    Set End-Of-Work-File to True
                Not At End
                    Move Remap-Work-Record (1:30)
                        to Consent-Record
                    Write Consent-Record
            End-Read
        End-Perform
        Close Remap-Work-File
        Close Consent-File
    End-If.

 Write-Remap-Report.
    Open Output Remap-Report.
    Move WS-Run-Date to RH-Run-Date.

 Write-Rule-File-Counts.
    Perform Varying WS-File-Number from 1 by 1
            Until WS-File-Number > 6
        Move FN-File-Name (WS-File-Number) to CT-File-Name
        Compute CT-Before-Count
            = RU-Remapped-Count (WS-Rule-Index, WS-File-Number)
