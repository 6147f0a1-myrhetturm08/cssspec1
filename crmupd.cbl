 Program-Id. Crm-Update-Feed.
 Environment Division.
 Input-Output Section.
 File-Control.
    Select Crm-Update-File Assign to "CRMUPD.DAT"
        Organization is Line Sequential
        File Status is WS-Update-Status.
    Select Customer-Index-File Assign to "CUSTIDX.DAT"
        Organization is Indexed
        Access Mode is Random
        Record Key is CI-Customer-Id
        Alternate Record Key is CI-Phone-Key-1 With Duplicates
        Alternate Record Key is CI-Phone-Key-2 With Duplicates
        Alternate Record Key is CI-Phone-Key-3 With Duplicates
        File Status is WS-Index-File-Status.
    Select Maint-Journal Assign to "MNTJRNL.DAT"
        Organization is Line Sequential
        File Status is WS-Journal-Status.
    Select Consent-File Assign to "CONSENT.DAT"
        Organization is Line Sequential
        File Status is WS-Consent-Status.
    Select Merge-Xref-File Assign to "MRGXREF.DAT"
        Organization is Line Sequential
        File Status is WS-Xref-Status.
    Select Maint-Transaction-File Assign to "MAINTTXN.DAT"
        Organization is Line Sequential
        File Status is WS-Maint-Status.
    Select Consent-Transaction-File Assign to "CONSTXN.DAT"
        Organization is Line Sequential
        File Status is WS-Transaction-Status.
    Select Crm-Conflict-Report Assign to "CRMCONF.DAT"
        Organization is Line Sequential.
 Data Division.
 File Section.
 FD  Crm-Update-File.
 01  Crm-Update-Record.
    03  CU-Customer-Id   Pic 9(9).
    03  Filler           Pic X(2).
    03  CU-Customer-Name Pic X(30).
    03  Filler           Pic X(2).
    03  CU-Phone-Key.
       05  CU-Area-Code   Pic XXX.
       05  CU-Prefix-Num  Pic XXX.
       05  CU-Last-Four   Pic X(4).
    03  Filler           Pic X(2).
    03  CU-Phone-Type    Pic X.
       88  Crm-Phone-Type-Valid Value "H" "M" "W" " ".
    03  Filler           Pic X(2).
    03  CU-Call-Consent  Pic X.
    03  CU-Text-Consent  Pic X.
    03  CU-Mail-Consent  Pic X.
    03  Filler           Pic X(2).
    03  CU-Last-Updated.
       05  CU-Updated-Date Pic 9(8).
       05  CU-Updated-Time Pic 9(6).
 FD  Customer-Index-File.
 01  Customer-Index-Record.
    03  CI-Customer-Id   Pic 9(9).
    03  CI-Phone-Key.
       05  CI-Area-Code   Pic XXX.
       05  CI-Prefix-Num  Pic XXX.
       05  CI-Last-Four   Pic X(4).
    03  CI-Extension     Pic 9(5).
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
 FD  Maint-Journal.
 01  Maint-Journal-Record.
    03  JR-Run-Id        Pic X(14).
    03  Filler           Pic X(2).
    03  JR-Txn-Seq       Pic 9(6).
    03  Filler           Pic X(2).
    03  JR-Timestamp     Pic X(14).
    03  Filler           Pic X(2).
    03  JR-Action-Code   Pic X.
    03  Filler           Pic X(2).
    03  JR-Before-Image.
       05  JR-Before-Customer-Id Pic X(9).
       05  Filler                Pic X(113).
    03  Filler           Pic X(2).
    03  JR-After-Image.
       05  JR-After-Customer-Id  Pic X(9).
       05  Filler                Pic X(113).
    03  Filler           Pic X(2).
    03  JR-Operator-Id   Pic X(8).
    03  Filler           Pic X(2).
    03  JR-Approver-Id   Pic X(8).
 FD  Consent-File.
 01  Consent-Record.
    03  CN-Customer-Id   Pic 9(9).
    03  CN-Call-Consent  Pic X.
    03  CN-Text-Consent  Pic X.
    03  CN-Mail-Consent  Pic X.
    03  CN-Update-Date   Pic 9(8).
    03  CN-Phone-Key     Pic X(10).
 FD  Merge-Xref-File.
 01  Merge-Xref-Record.
    03  MX-Old-Customer-Id  Pic 9(9).
    03  Filler              Pic X(2).
    03  MX-Survivor-Id      Pic 9(9).
    03  Filler              Pic X(2).
    03  MX-Merge-Date       Pic 9(8).
    03  Filler              Pic X(2).
    03  MX-Run-Id           Pic X(14).
 FD  Maint-Transaction-File.
 01  Maint-Transaction-Record.
    03  MT-Action-Code   Pic X.
    03  MT-Customer-Id   Pic 9(9).
    03  MT-Area-Code     Pic XXX.
    03  MT-Prefix-Num    Pic XXX.
    03  MT-Last-Four     Pic X(4).
    03  MT-Extension     Pic 9(5).
    03  MT-Country-Code  Pic X(3).
    03  MT-Customer-Name Pic X(30).
    03  MT-Number-Scope  Pic X.
    03  MT-Phone-Type    Pic X.
    03  MT-Phone-Preferred Pic X.
    03  MT-Phone-Status  Pic X.
    03  MT-Operator-Id   Pic X(8).
 FD  Consent-Transaction-File.
 01  Consent-Transaction-Record.
    03  CX-Customer-Id   Pic 9(9).
    03  Filler           Pic X(2).
    03  CX-Call-Consent  Pic X.
    03  CX-Text-Consent  Pic X.
    03  CX-Mail-Consent  Pic X.
    03  Filler           Pic X(2).
    03  CX-Phone-Key     Pic X(10).
 FD  Crm-Conflict-Report.
 01  Crm-Conflict-Record.
    03  CF-Customer-Id   Pic 9(9).
    03  Filler           Pic X(2).
    03  CF-Field-Name    Pic X(6).
    03  Filler           Pic X(2).
    03  CF-Crm-Value     Pic X(30).
    03  Filler           Pic X(2).
    03  CF-Our-Value     Pic X(30).
    03  Filler           Pic X(2).
    03  CF-Crm-Stamp     Pic X(14).
    03  Filler           Pic X(2).
    03  CF-Our-Stamp     Pic X(14).
    03  Filler           Pic X(2).
    03  CF-Disposition   Pic X(30).
 Working-Storage Section.
 01   WS-Update-Status           Pic XX.
 01   WS-Index-File-Status       Pic XX.
 01   WS-Journal-Status          Pic XX.
 01   WS-Consent-Status          Pic XX.
 01   WS-Xref-Status             Pic XX.
 01   WS-Maint-Status            Pic XX.
 01   WS-Transaction-Status      Pic XX.
 01   WS-Update-File-Switch      Pic X value "N".
    88  End-Of-Update-File        Value "Y".
 01   WS-Journal-File-Switch     Pic X value "N".
    88  End-Of-Journal-File       Value "Y".
 01   WS-Consent-File-Switch     Pic X value "N".
    88  End-Of-Consent-File       Value "Y".
 01   WS-Xref-File-Switch        Pic X value "N".
    88  End-Of-Xref-File          Value "Y".
 01   WS-Update-Check-Switch     Pic X value "Y".
    88  Update-Valid              Value "Y".
    88  Update-Invalid            Value "N".
 01   WS-Record-Conflict-Switch  Pic X value "N".
    88  Record-Conflict           Value "Y".
 01   WS-Consent-Conflict-Switch Pic X value "N".
    88  Consent-Conflict          Value "Y".
 01   WS-Record-Change-Switch    Pic X value "N".
    88  Record-Change-Needed      Value "Y".
 01   WS-Phone-Replace-Switch    Pic X value "N".
    88  Phone-Replace-Needed      Value "Y".
 01   WS-Activity-Switch         Pic X value "N".
    88  Update-Had-Activity       Value "Y".
 01   WS-Consent-Match-Switch    Pic X value "N".
    88  Consent-Entry-Found       Value "Y".
 01   WS-Check-Reason            Pic X(30).
 01   WS-Customer-Id             Pic 9(9).
 01   WS-Journal-Customer-Id     Pic X(9).
 01   WS-Our-Stamp               Pic X(14).
 01   WS-Phone-Index             Pic 9.
 01   WS-Phone-Slot              Pic 9.
 01   WS-Preferred-Slot          Pic 9.
 01   WS-Match-Slot              Pic 9.
 01   WS-Journal-Stamp-Table.
    03  WS-Journal-Stamp-Entry Occurs 1 to 200000 Times
            Depending on WS-Stamp-Count
            Ascending Key is JS-Customer-Id
            Indexed by Js-Idx.
       05  JS-Customer-Id    Pic 9(9).
       05  JS-Timestamp      Pic X(14).
 01   WS-Stamp-Count             Pic 9(6) value 0.
 01   WS-Stamp-Index             Pic 9(6).
 01   WS-Stamp-Keep              Pic 9(6).
 01   WS-Xref-Table.
    03  WS-Xref-Entry Occurs 1 to 100000 Times
            Depending on WS-Xref-Count
            Ascending Key is XT-Old-Customer-Id
            Indexed by Xt-Idx.
       05  XT-Old-Customer-Id  Pic 9(9).
       05  XT-Survivor-Id      Pic 9(9).
 01   WS-Xref-Count              Pic 9(6) value 0.
 01   WS-Consent-Table.
    03  WS-Consent-Entry Occurs 1 to 100000 Times
            Depending on WS-Consent-Entry-Count
            Ascending Key is CS-Customer-Id CS-Phone-Key
            Indexed by Cs-Idx.
       05  CS-Customer-Id   Pic 9(9).
       05  CS-Phone-Key     Pic X(10).
       05  CS-Call-Consent  Pic X.
       05  CS-Text-Consent  Pic X.
       05  CS-Mail-Consent  Pic X.
       05  CS-Update-Date   Pic 9(8).
 01   WS-Consent-Entry-Count     Pic 9(6) value 0.
 01   WS-Consent-Phone-Key       Pic X(10).
 01   WS-Our-Consent.
    03  OC-Call-Consent  Pic X.
    03  OC-Text-Consent  Pic X.
    03  OC-Mail-Consent  Pic X.
    03  OC-Update-Date   Pic 9(8).
 01   WS-Flag-Name               Pic X(6).
 01   WS-Crm-Flag                Pic X.
 01   WS-Our-Flag                Pic X.
 01   WS-Apply-Flag              Pic X.
 01   WS-Read-Count              Pic 9(6) value 0.
 01   WS-Rejected-Count          Pic 9(6) value 0.
 01   WS-Unchanged-Count         Pic 9(6) value 0.
 01   WS-Record-Txn-Count        Pic 9(6) value 0.
 01   WS-Number-Txn-Count        Pic 9(6) value 0.
 01   WS-Consent-Txn-Count       Pic 9(6) value 0.
 01   WS-Conflict-Count          Pic 9(6) value 0.
 01   WS-Withdrawal-Count        Pic 9(6) value 0.
 Procedure Division.
 Start-of-program.
    Perform Load-Journal-Stamps.
    Perform Load-Consent-List.
    Perform Load-Xref-Table.
    Open Input Crm-Update-File.
    If WS-Update-Status not = "00"
        Display "** CANNOT OPEN CRM UPDATE FEED CRMUPD.DAT"
                " - STATUS " WS-Update-Status " **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Move 16 to Return-Code
        Stop Run
    End-If.
    Open Input Customer-Index-File.
    If WS-Index-File-Status not = "00"
        Display "** CANNOT OPEN CUSTOMER INDEX - STATUS "
                WS-Index-File-Status " **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Close Crm-Update-File
        Move 16 to Return-Code
        Stop Run
    End-If.
    Open Extend Maint-Transaction-File.
    If WS-Maint-Status = "35"
        Open Output Maint-Transaction-File
    End-If.
    Open Extend Consent-Transaction-File.
    If WS-Transaction-Status = "35"
        Open Output Consent-Transaction-File
    End-If.
    Open Output Crm-Conflict-Report.
    Perform Until End-Of-Update-File
        Read Crm-Update-File
            At End
                Set End-Of-Update-File to True
            Not At End
                Perform Process-Crm-Update
        End-Read
    End-Perform.
    Close Crm-Update-File.
    Close Customer-Index-File.
    Close Maint-Transaction-File.
    Close Consent-Transaction-File.
    Close Crm-Conflict-Report.
    Display "CRM UPDATES READ:        " WS-Read-Count.
    Display "CRM UPDATES REJECTED:    " WS-Rejected-Count.
    Display "CRM UPDATES UNCHANGED:   " WS-Unchanged-Count.
    Display "RECORD CHANGES WRITTEN:  " WS-Record-Txn-Count.
    Display "NUMBER CHANGES WRITTEN:  " WS-Number-Txn-Count.
    Display "CONSENT CHANGES WRITTEN: " WS-Consent-Txn-Count.
    Display "CONFLICTS HELD:          " WS-Conflict-Count.
    Display "WITHDRAWALS OVER HOLD:   " WS-Withdrawal-Count.
    If WS-Conflict-Count > Zero
        Display "** CONFLICTS HELD FOR REVIEW - SEE CRMCONF.DAT **"
    End-If.
    Stop Run.

 Load-Journal-Stamps.
    Open Input Maint-Journal.
    If WS-Journal-Status = "00"
        Perform Until End-Of-Journal-File
            Read Maint-Journal
                At End
                    Set End-Of-Journal-File to True
                Not At End
                    Perform Add-Journal-Stamp
            End-Read
        End-Perform
        Close Maint-Journal
        If WS-Stamp-Count > 0
            Sort WS-Journal-Stamp-Entry Ascending JS-Customer-Id
                                              JS-Timestamp
            Perform Keep-Latest-Stamps
        End-If
    End-If.

 Add-Journal-Stamp.
    If JR-After-Customer-Id is Numeric
        Move JR-After-Customer-Id to WS-Journal-Customer-Id
    Else
        Move JR-Before-Customer-Id to WS-Journal-Customer-Id
    End-If.
    If WS-Journal-Customer-Id is Numeric
        If WS-Stamp-Count = 200000
            Display "** JOURNAL STAMP TABLE FULL - INCREASE TABLE"
                    " SIZE **"
            Display "** RUN STOPPED - NOTIFY OPERATIONS **"
            Close Maint-Journal
            Move 16 to Return-Code
            Stop Run
        End-If
        Add 1 to WS-Stamp-Count
        Move WS-Journal-Customer-Id
            to JS-Customer-Id (WS-Stamp-Count)
        Move JR-Timestamp to JS-Timestamp (WS-Stamp-Count)
    End-If.

 Keep-Latest-Stamps.
    Move 0 to WS-Stamp-Keep.
    Perform Varying WS-Stamp-Index from 1 by 1
            Until WS-Stamp-Index > WS-Stamp-Count
        If WS-Stamp-Index = WS-Stamp-Count
            Add 1 to WS-Stamp-Keep
            Move WS-Journal-Stamp-Entry (WS-Stamp-Index)
                to WS-Journal-Stamp-Entry (WS-Stamp-Keep)
        Else
            If JS-Customer-Id (WS-Stamp-Index)
                    not = JS-Customer-Id (WS-Stamp-Index + 1)
                Add 1 to WS-Stamp-Keep
                Move WS-Journal-Stamp-Entry (WS-Stamp-Index)
                    to WS-Journal-Stamp-Entry (WS-Stamp-Keep)
            End-If
        End-If
    End-Perform.
    Move WS-Stamp-Keep to WS-Stamp-Count.

 Load-Consent-List.
    Open Input Consent-File.
    If WS-Consent-Status = "00"
        Perform Until End-Of-Consent-File
            Read Consent-File
                At End
                    Set End-Of-Consent-File to True
                Not At End
                    Perform Add-Consent-Entry
            End-Read
        End-Perform
        Close Consent-File
        If WS-Consent-Entry-Count > 0
            Sort WS-Consent-Entry Ascending CS-Customer-Id
                                        CS-Phone-Key
        End-If
    End-If.

 Add-Consent-Entry.
    If WS-Consent-Entry-Count = 100000
        Display "** CONSENT TABLE FULL - INCREASE TABLE SIZE **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Close Consent-File
        Move 16 to Return-Code
        Stop Run
    End-If.
    Add 1 to WS-Consent-Entry-Count.
    Move CN-Customer-Id
        to CS-Customer-Id (WS-Consent-Entry-Count).
    Move CN-Phone-Key
        to CS-Phone-Key (WS-Consent-Entry-Count).
    Move CN-Call-Consent
        to CS-Call-Consent (WS-Consent-Entry-Count).
    Move CN-Text-Consent
        to CS-Text-Consent (WS-Consent-Entry-Count).
    Move CN-Mail-Consent
        to CS-Mail-Consent (WS-Consent-Entry-Count).
    Move CN-Update-Date
        to CS-Update-Date (WS-Consent-Entry-Count).

 Load-Xref-Table.
    Open Input Merge-Xref-File.
    If WS-Xref-Status = "00"
        Perform Until End-Of-Xref-File
            Read Merge-Xref-File
                At End
                    Set End-Of-Xref-File to True
                Not At End
                    Perform Add-Xref-Entry
            End-Read
        End-Perform
        Close Merge-Xref-File
        If WS-Xref-Count > 0
            Sort WS-Xref-Entry Ascending XT-Old-Customer-Id
        End-If
    End-If.

 Add-Xref-Entry.
    If WS-Xref-Count = 100000
        Display "** MERGE XREF TABLE FULL - INCREASE TABLE SIZE **"
        Display "** RUN STOPPED - NOTIFY OPERATIONS **"
        Close Merge-Xref-File
        Move 16 to Return-Code
        Stop Run
    End-If.
    Add 1 to WS-Xref-Count.
    Move MX-Old-Customer-Id to XT-Old-Customer-Id (WS-Xref-Count).
    Move MX-Survivor-Id     to XT-Survivor-Id (WS-Xref-Count).

 Process-Crm-Update.
    Add 1 to WS-Read-Count.
    Move "N" to WS-Record-Conflict-Switch.
    Move "N" to WS-Consent-Conflict-Switch.
    Move "N" to WS-Record-Change-Switch.
    Move "N" to WS-Phone-Replace-Switch.
    Move "N" to WS-Activity-Switch.
    Perform Validate-Crm-Update.
    If Update-Valid
        Perform Read-Customer-Record
    End-If.
    If Update-Valid
        Perform Find-Last-Journal-Stamp
        Perform Compare-Phone-Number
        Perform Compare-Customer-Name
        If Record-Change-Needed
            Perform Write-Record-Change
        End-If
        Perform Compare-Consent-Flags
        If not Update-Had-Activity
            Add 1 to WS-Unchanged-Count
        End-If
    Else
        Add 1 to WS-Rejected-Count
        Move Spaces to Crm-Conflict-Record
        Move CU-Customer-Id  to CF-Customer-Id
        Move "RECORD"        to CF-Field-Name
        Move CU-Last-Updated to CF-Crm-Stamp
        Move WS-Check-Reason to CF-Disposition
        Write Crm-Conflict-Record
    End-If.

 Validate-Crm-Update.
    Set Update-Valid to True.
    Move Spaces to WS-Check-Reason.
    If CU-Customer-Id not Numeric or CU-Customer-Id = Zero
        Set Update-Invalid to True
        Move "MISSING CUSTOMER ID" to WS-Check-Reason
    Else
        If CU-Last-Updated not Numeric
            Set Update-Invalid to True
            Move "INVALID LAST-UPDATED STAMP" to WS-Check-Reason
        Else
            If CU-Phone-Key not = Spaces
                    and CU-Phone-Key not Numeric
                Set Update-Invalid to True
                Move "INVALID PHONE NUMBER" to WS-Check-Reason
            Else
                Perform Validate-Crm-Flags
            End-If
        End-If
    End-If.

 Validate-Crm-Flags.
    If (CU-Call-Consent not = "Y" and CU-Call-Consent not = "N"
            and CU-Call-Consent not = Space)
            or (CU-Text-Consent not = "Y"
                and CU-Text-Consent not = "N"
                and CU-Text-Consent not = Space)
            or (CU-Mail-Consent not = "Y"
                and CU-Mail-Consent not = "N"
                and CU-Mail-Consent not = Space)
        Set Update-Invalid to True
        Move "INVALID CONSENT FLAG" to WS-Check-Reason
    Else
        If not Crm-Phone-Type-Valid
            Set Update-Invalid to True
            Move "INVALID PHONE TYPE" to WS-Check-Reason
        End-If
    End-If.

 Read-Customer-Record.
    Move CU-Customer-Id to WS-Customer-Id.
    Perform Read-Index-Record.
    If WS-Index-File-Status = "23" and WS-Xref-Count > 0
        Search All WS-Xref-Entry
            At End
                Continue
            When XT-Old-Customer-Id (Xt-Idx) = CU-Customer-Id
                Move XT-Survivor-Id (Xt-Idx) to WS-Customer-Id
                Perform Read-Index-Record
        End-Search
    End-If.
    If WS-Index-File-Status not = "00"
        If WS-Index-File-Status = "23"
            Set Update-Invalid to True
            Move "NOT ON FILE" to WS-Check-Reason
        Else
            Display "** CUSTOMER INDEX ERROR - STATUS "
                    WS-Index-File-Status " **"
            Display "** RUN STOPPED - NOTIFY OPERATIONS **"
            Close Crm-Update-File
            Close Customer-Index-File
            Close Maint-Transaction-File
            Close Consent-Transaction-File
            Close Crm-Conflict-Report
            Move 16 to Return-Code
            Stop Run
        End-If
    End-If.

 Read-Index-Record.
    Move WS-Customer-Id to CI-Customer-Id.
    Read Customer-Index-File
        Invalid Key
            Continue
    End-Read.

 Find-Last-Journal-Stamp.
    Move Zeros to WS-Our-Stamp.
    If WS-Stamp-Count > 0
        Search All WS-Journal-Stamp-Entry
            At End
                Continue
            When JS-Customer-Id (Js-Idx) = WS-Customer-Id
                Move JS-Timestamp (Js-Idx) to WS-Our-Stamp
        End-Search
    End-If.
    If WS-Our-Stamp > CU-Last-Updated
        Set Record-Conflict to True
    End-If.

 Compare-Phone-Number.
    Perform Normalize-Phone-List.
    Perform Find-Preferred-Slot.
    Move WS-Preferred-Slot to WS-Match-Slot.
    If CU-Phone-Key not = Spaces
        Perform Find-Phone-Slot
        If WS-Phone-Slot = 0
            If Record-Conflict
                Perform Write-Phone-Conflict
            Else
                Set Phone-Replace-Needed to True
                Set Record-Change-Needed to True
            End-If
        Else
            If CI-Phone-Preferred (WS-Phone-Slot) not = "Y"
                    or (CU-Phone-Type not = Space
                        and CU-Phone-Type
                            not = CI-Phone-Type (WS-Phone-Slot))
                If Record-Conflict
                    Perform Write-Phone-Conflict
                Else
                    Perform Write-Number-Change
                    Move WS-Phone-Slot to WS-Match-Slot
                End-If
            End-If
        End-If
    End-If.

 Compare-Customer-Name.
    If CU-Customer-Name not = Spaces
            and CU-Customer-Name not = CI-Customer-Name
        If Record-Conflict
            Move Spaces           to Crm-Conflict-Record
            Move "NAME"           to CF-Field-Name
            Move CU-Customer-Name to CF-Crm-Value
            Move CI-Customer-Name to CF-Our-Value
            Move WS-Our-Stamp     to CF-Our-Stamp
            Perform Write-Conflict-Line
        Else
            Set Record-Change-Needed to True
        End-If
    End-If.

 Write-Phone-Conflict.
    Move Spaces to Crm-Conflict-Record.
    Move "PHONE"      to CF-Field-Name.
    Move CU-Phone-Key to CF-Crm-Value.
    Move CI-Phone-Key to CF-Our-Value.
    Move WS-Our-Stamp to CF-Our-Stamp.
    Perform Write-Conflict-Line.

 Write-Conflict-Line.
    Move WS-Customer-Id  to CF-Customer-Id.
    Move CU-Last-Updated to CF-Crm-Stamp.
    Move "HELD - OUR RECORD IS NEWER" to CF-Disposition.
    Write Crm-Conflict-Record.
    Add 1 to WS-Conflict-Count.
    Set Update-Had-Activity to True.

 Write-Number-Change.
    Move Spaces to Maint-Transaction-Record.
    Move "C"            to MT-Action-Code.
    Move WS-Customer-Id to MT-Customer-Id.
    Move CU-Area-Code   to MT-Area-Code.
    Move CU-Prefix-Num  to MT-Prefix-Num.
    Move CU-Last-Four   to MT-Last-Four.
    Move CI-Phone-Ext (WS-Phone-Slot) to MT-Extension.
    Move "N"            to MT-Number-Scope.
    Move CU-Phone-Type  to MT-Phone-Type.
    Move "Y"            to MT-Phone-Preferred.
    Move "CRMFEED"      to MT-Operator-Id.
    Write Maint-Transaction-Record.
    Add 1 to WS-Number-Txn-Count.
    Set Update-Had-Activity to True.

 Write-Record-Change.
    Move Spaces to Maint-Transaction-Record.
    Move "C"            to MT-Action-Code.
    Move WS-Customer-Id to MT-Customer-Id.
    If Phone-Replace-Needed
        Move CU-Area-Code  to MT-Area-Code
        Move CU-Prefix-Num to MT-Prefix-Num
        Move CU-Last-Four  to MT-Last-Four
        Move Zero          to MT-Extension
        Move CU-Phone-Type to MT-Phone-Type
    Else
        Move CI-Phone-Area (WS-Preferred-Slot)   to MT-Area-Code
        Move CI-Phone-Prefix (WS-Preferred-Slot) to MT-Prefix-Num
        Move CI-Phone-Last (WS-Preferred-Slot)   to MT-Last-Four
        Move CI-Phone-Ext (WS-Preferred-Slot)    to MT-Extension
    End-If.
    Move CI-Country-Code to MT-Country-Code.
    If CU-Customer-Name not = Spaces
        Move CU-Customer-Name to MT-Customer-Name
    Else
        Move CI-Customer-Name to MT-Customer-Name
    End-If.
    Move "CRMFEED" to MT-Operator-Id.
    Write Maint-Transaction-Record.
    Add 1 to WS-Record-Txn-Count.
    Set Update-Had-Activity to True.

 Compare-Consent-Flags.
    If CU-Call-Consent not = Space or CU-Text-Consent not = Space
            or CU-Mail-Consent not = Space
        If CU-Phone-Key not = Spaces
            Move CU-Phone-Key to WS-Consent-Phone-Key
        Else
            Move CI-Phone-Number (WS-Match-Slot)
                to WS-Consent-Phone-Key
        End-If
        Perform Find-Our-Consent
        If OC-Update-Date > CU-Updated-Date
            Set Consent-Conflict to True
        End-If
        Move Spaces to Consent-Transaction-Record
        Move "CALL"          to WS-Flag-Name
        Move CU-Call-Consent to WS-Crm-Flag
        Move OC-Call-Consent to WS-Our-Flag
        Perform Check-Consent-Flag
        Move WS-Apply-Flag   to CX-Call-Consent
        Move "TEXT"          to WS-Flag-Name
        Move CU-Text-Consent to WS-Crm-Flag
        Move OC-Text-Consent to WS-Our-Flag
        Perform Check-Consent-Flag
        Move WS-Apply-Flag   to CX-Text-Consent
        Move "MAIL"          to WS-Flag-Name
        Move CU-Mail-Consent to WS-Crm-Flag
        Move OC-Mail-Consent to WS-Our-Flag
        Perform Check-Consent-Flag
        Move WS-Apply-Flag   to CX-Mail-Consent
        If CX-Call-Consent not = Space
                or CX-Text-Consent not = Space
                or CX-Mail-Consent not = Space
            Move WS-Customer-Id       to CX-Customer-Id
            Move WS-Consent-Phone-Key to CX-Phone-Key
            Write Consent-Transaction-Record
            Add 1 to WS-Consent-Txn-Count
            Set Update-Had-Activity to True
        End-If
    End-If.

 Find-Our-Consent.
    Move Spaces to WS-Our-Consent.
    Move Zero to OC-Update-Date.
    Move "N" to WS-Consent-Match-Switch.
    If WS-Consent-Entry-Count > 0
        Perform Search-Consent-Table
        If not Consent-Entry-Found
            Move Spaces to WS-Consent-Phone-Key
            Perform Search-Consent-Table
            If CU-Phone-Key not = Spaces
                Move CU-Phone-Key to WS-Consent-Phone-Key
            Else
                Move CI-Phone-Number (WS-Match-Slot)
                    to WS-Consent-Phone-Key
            End-If
        End-If
    End-If.

 Search-Consent-Table.
    Search All WS-Consent-Entry
        At End
            Continue
        When CS-Customer-Id (Cs-Idx) = WS-Customer-Id
                and CS-Phone-Key (Cs-Idx) = WS-Consent-Phone-Key
            Set Consent-Entry-Found to True
            Move CS-Call-Consent (Cs-Idx) to OC-Call-Consent
            Move CS-Text-Consent (Cs-Idx) to OC-Text-Consent
            Move CS-Mail-Consent (Cs-Idx) to OC-Mail-Consent
            Move CS-Update-Date (Cs-Idx)  to OC-Update-Date
    End-Search.

 Check-Consent-Flag.
    Move Space to WS-Apply-Flag.
    If WS-Crm-Flag not = Space and WS-Crm-Flag not = WS-Our-Flag
        If WS-Crm-Flag = "N"
            Move "N" to WS-Apply-Flag
            If Consent-Conflict
                Move Spaces to Crm-Conflict-Record
                Move WS-Customer-Id  to CF-Customer-Id
                Move WS-Flag-Name    to CF-Field-Name
                Move WS-Crm-Flag     to CF-Crm-Value
                Move WS-Our-Flag     to CF-Our-Value
                Move CU-Last-Updated to CF-Crm-Stamp
                Move OC-Update-Date  to CF-Our-Stamp
                Move "WITHDRAWAL APPLIED OVER HOLD"
                    to CF-Disposition
                Write Crm-Conflict-Record
                Add 1 to WS-Withdrawal-Count
            End-If
        Else
            If Consent-Conflict
                Move Spaces to Crm-Conflict-Record
                Move WS-Flag-Name   to CF-Field-Name
                Move WS-Crm-Flag    to CF-Crm-Value
                Move WS-Our-Flag    to CF-Our-Value
                Move OC-Update-Date to CF-Our-Stamp
                Perform Write-Conflict-Line
            Else
                Move WS-Crm-Flag to WS-Apply-Flag
            End-If
        End-If
    End-If.

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

 Find-Phone-Slot.
    Move 0 to WS-Phone-Slot.
    Perform Varying WS-Phone-Index from 1 by 1
            Until WS-Phone-Index > CI-Phone-Count
                or WS-Phone-Slot > 0
        If CI-Phone-Number (WS-Phone-Index) = CU-Phone-Key
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
